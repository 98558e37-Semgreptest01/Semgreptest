000010****************************************************************
000020*    コピー名      ： UPT731C
000030*    内    容      ： 営業日カレンダ保守トラン      レコード
000040*    作  成  者    ： T.HARUYAMA
000050*    作  成  日    ： 2004年10月05日
000060****************************************************************
000070     05  UPT731-KOSIN-KBN            PIC X(01).
000080         88  UPT731-KOSIN-ADD        VALUE "1".
000090         88  UPT731-KOSIN-CHG        VALUE "2".
000100         88  UPT731-KOSIN-DEL        VALUE "3".
000110     05  UPT731-YMD.
000120         10  UPT731-YYYY             PIC 9(04).
000130         10  UPT731-MM               PIC 9(02).
000140         10  UPT731-DD               PIC 9(02).
000150     05  UPT731-KYUGYO-KBN           PIC X(01).
000160         88  UPT731-SYUKUJITU        VALUE "1".
000170         88  UPT731-KYUKANBI         VALUE "2".
000180     05  UPT731-KYUGYO-NAME          PIC X(20).
000190     05  FILLER                      PIC X(50).
