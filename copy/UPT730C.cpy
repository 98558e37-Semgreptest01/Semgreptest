000010****************************************************************
000020*    コピー名      ： UPT730C
000030*    内    容      ： 営業日カレンダマスタ          レコード
000040*    作  成  者    ： T.HARUYAMA
000050*    作  成  日    ： 2004年10月05日
000060****************************************************************
000070     05  UPT730-YMD                  PIC 9(08).
000080     05  UPT730-KYUGYO-KBN           PIC X(01).
000090         88  UPT730-SYUKUJITU        VALUE "1".
000100         88  UPT730-KYUKANBI         VALUE "2".
000110     05  UPT730-KYUGYO-NAME          PIC X(20).
000120     05  UPT730-KOSIN-YMD            PIC 9(08).
000130     05  FILLER                      PIC X(43).
