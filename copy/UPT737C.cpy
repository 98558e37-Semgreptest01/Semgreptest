000010****************************************************************
000020*    コピー名      ： UPT737C
000030*    内    容      ： マスタ変更履歴ファイル        レコード
000040*    作  成  者    ： T.HARUYAMA
000050*    作  成  日    ： 2004年10月26日
000060****************************************************************
000070     05  UPT737-MST-ID               PIC X(06).
000080     05  UPT737-MST-KEY              PIC X(20).
000090     05  UPT737-KOSIN-KBN            PIC X(01).
000100         88  UPT737-KOSIN-ADD        VALUE "1".
000110         88  UPT737-KOSIN-CHG        VALUE "2".
000120         88  UPT737-KOSIN-DEL        VALUE "3".
000130     05  UPT737-MAE-IMG              PIC X(40).
000140     05  UPT737-ATO-IMG              PIC X(40).
000150     05  UPT737-SYORI-YMD            PIC 9(08).
000160     05  UPT737-SYORI-TIME           PIC 9(06).
000170     05  UPT737-OPE-ID               PIC X(08).
000180     05  UPT737-PGID                 PIC X(08).
000190     05  FILLER                      PIC X(23).
