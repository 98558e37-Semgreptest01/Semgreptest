000010****************************************************************
000020*    コピー名      ： UPT739C
000030*    内    容      ： 年度集計ファイル              レコード
000040*    作  成  者    ： T.HARUYAMA
000050*    作  成  日    ： 2004年11月09日
000060****************************************************************
000070     05  UPT739-NENDO                PIC 9(04).
000080     05  UPT739-TORIHIKI-CD9         PIC 9(06).
000090     05  UPT739-SYUPPAN-CD9          PIC 9(06).
000100     05  UPT739-SYU-KBN9             PIC 9(01).
000110     05  UPT739-TUKI                 OCCURS 12.
000120         10  UPT739-URI-CNT          PIC 9(09).
000130         10  UPT739-HEN-CNT          PIC 9(09).
000140         10  UPT739-NET-CNT          PIC 9(09).
000150     05  UPT739-NEN-URI              PIC 9(10).
000160     05  UPT739-NEN-HEN              PIC 9(10).
000170     05  UPT739-NEN-NET              PIC 9(10).
000180     05  UPT739-MEISAI-CNT           PIC 9(07).
000190     05  FILLER                      PIC X(22).
