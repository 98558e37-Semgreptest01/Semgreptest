000010****************************************************************
000020*    コピー名      ： UPT732C
000030*    内    容      ： 返品率・消化率分析抽出ファイル  レコード
000040*    作  成  者    ： T.HARUYAMA
000050*    作  成  日    ： 2004年10月12日
000060****************************************************************
000070     05  UPT732-TAISYO-YM            PIC 9(06).
000080     05  UPT732-SYUPPAN-CD9          PIC 9(06).
000090     05  UPT732-TORIHIKI-CD9         PIC 9(06).
000100     05  UPT732-SYU-KBN9             PIC 9(01).
000110     05  UPT732-URI-CNT              PIC 9(09).
000120     05  UPT732-HEN-CNT              PIC 9(09).
000130     05  UPT732-NET-CNT              PIC 9(09).
000140     05  UPT732-HEN-RITU             PIC 9(04).9.
000150     05  UPT732-URI-RITU             PIC 9(04).9.
000160     05  UPT732-LY-RITU              PIC 9(04).9.
000170     05  UPT732-LY-RITU-X  REDEFINES UPT732-LY-RITU
000180                                     PIC X(06).
000190     05  UPT732-LY-SA                PIC -9(04).9.
000200     05  UPT732-LY-SA-X    REDEFINES UPT732-LY-SA
000210                                     PIC X(07).
000220     05  UPT732-AVG3-RITU            PIC 9(04).9.
000230     05  UPT732-HEN-RANK             PIC 9(05).
000240     05  UPT732-OVER-KBN             PIC X(01).
000250         88  UPT732-OVER             VALUE "1".
000260     05  FILLER                      PIC X(17).
