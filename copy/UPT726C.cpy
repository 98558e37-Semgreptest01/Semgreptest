000010****************************************************************
000020*    コピー名      ： UPT726C
000030*    内    容      ： 入金トランザクション          レコード
000040*    作  成  者    ： T.HARUYAMA
000050*    作  成  日    ： 2004年09月14日
000060****************************************************************
000070     05  UPT726-TORIHIKI-CD9         PIC 9(06).
000080     05  UPT726-NYUKIN-YMD.
000090         10  UPT726-NYUKIN-YYYY      PIC 9(04).
000100         10  UPT726-NYUKIN-MM        PIC 9(02).
000110         10  UPT726-NYUKIN-DD        PIC 9(02).
000120     05  UPT726-NYUKIN-KIN           PIC 9(11).
000130     05  UPT726-NYUKIN-KBN           PIC X(01).
000140         88  UPT726-FURIKOMI         VALUE "1".
000150         88  UPT726-GENKIN           VALUE "2".
000160         88  UPT726-TEGATA           VALUE "3".
000170     05  UPT726-BIKO                 PIC X(20).
000180     05  FILLER                      PIC X(34).
