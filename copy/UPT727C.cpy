000010****************************************************************
000020*    コピー名      ： UPT727C
000030*    内    容      ： 手数料率マスタ                レコード
000040*    作  成  者    ： T.HARUYAMA
000050*    作  成  日    ： 2004年09月21日
000060****************************************************************
000070     05  UPT727-KEY.
000080         10  UPT727-SYUPPAN-CD9      PIC 9(06).
000090         10  UPT727-SYU-KBN9         PIC 9(01).
000100     05  UPT727-TESU-RITU            PIC 9(02)V9(02).
000110     05  UPT727-KOSIN-YMD            PIC 9(08).
000120     05  FILLER                      PIC X(61).
