000010****************************************************************
000020*    コピー名      ： UPT723C
000030*    内    容      ： 売掛明細ファイル              レコード
000040*    作  成  者    ： T.HARUYAMA
000050*    作  成  日    ： 2004年09月14日
000055*    修  正  日    ： 2004年11月16日 訂正減額消込額追加
000060****************************************************************
000070     05  UPT723-KEY.
000080         10  UPT723-TORIHIKI-CD9     PIC 9(06).
000090         10  UPT723-SEIKYU-YMD       PIC 9(08).
000100         10  UPT723-SEIKYU-KBN       PIC X(01).
000110             88  UPT723-TUJYO        VALUE "1".
000120             88  UPT723-TEISEI       VALUE "2".
000130     05  UPT723-SEIKYU-KIN           PIC 9(11).
000140     05  UPT723-NYUKIN-KIN           PIC 9(11).
000150     05  UPT723-ZAN-KIN              PIC 9(11).
000160     05  UPT723-KANSAI-YMD           PIC 9(08).
000165     05  UPT723-GENGAKU-KIN          PIC 9(11).
000170     05  FILLER                      PIC X(13).
