000010****************************************************************
000020*    コピー名      ： UPT725C
000030*    内    容      ： 売掛元帳ファイル              レコード
000040*    作  成  者    ： T.HARUYAMA
000050*    作  成  日    ： 2004年09月14日
000055*    修  正  日    ： 2004年11月16日 訂正（増額・減額）区分追加
000060****************************************************************
000070     05  UPT725-KEY.
000080         10  UPT725-TORIHIKI-CD9     PIC 9(06).
000090         10  UPT725-HASSEI-YMD       PIC 9(08).
000100         10  UPT725-TOUROKU-TIME     PIC 9(14).
000110         10  UPT725-RENBAN           PIC 9(05).
000120     05  UPT725-TORIHIKI-KBN         PIC X(01).
000130         88  UPT725-SEIKYU           VALUE "1".
000140         88  UPT725-NYUKIN           VALUE "2".
000150         88  UPT725-KURIKOSI         VALUE "3".
000151         88  UPT725-TEISEI-ZO        VALUE "4".
000152         88  UPT725-TEISEI-GEN       VALUE "5".
000160     05  UPT725-KIN                  PIC 9(11).
000170     05  UPT725-ZAN-KIN              PIC 9(11).
000180     05  UPT725-KARIUKE-KIN          PIC 9(11).
000190     05  UPT725-PGID                 PIC X(08).
000200     05  FILLER                      PIC X(05).
