000010****************************************************************
000020*    コピー名      ： UPT733C
000030*    内    容      ： 配本基準マスタ                レコード
000040*    作  成  者    ： T.HARUYAMA
000050*    作  成  日    ： 2004年10月19日
000060****************************************************************
000070     05  UPT733-SYUPPAN-CD9          PIC 9(06).
000080     05  UPT733-MIN-CNT              PIC 9(05).
000090     05  UPT733-MAX-CNT              PIC 9(05).
000100     05  UPT733-YOYU-RITU            PIC 9(02).
000110     05  UPT733-KIJUN-RITU           PIC 9(02).
000120     05  UPT733-KOSIN-YMD            PIC 9(08).
000130     05  FILLER                      PIC X(52).
