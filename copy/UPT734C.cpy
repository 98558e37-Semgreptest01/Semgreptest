000010****************************************************************
000020*    コピー名      ： UPT734C
000030*    内    容      ： 配本基準保守トランザクション  レコード
000040*    作  成  者    ： T.HARUYAMA
000050*    作  成  日    ： 2004年10月19日
000060****************************************************************
000070     05  UPT734-KOSIN-KBN            PIC X(01).
000080         88  UPT734-KOSIN-ADD        VALUE "1".
000090         88  UPT734-KOSIN-CHG        VALUE "2".
000100         88  UPT734-KOSIN-DEL        VALUE "3".
000110     05  UPT734-SYUPPAN-CD9          PIC 9(06).
000120     05  UPT734-MIN-CNT              PIC 9(05).
000130     05  UPT734-MAX-CNT              PIC 9(05).
000140     05  UPT734-YOYU-RITU            PIC 9(02).
000150     05  UPT734-KIJUN-RITU           PIC 9(02).
000160     05  FILLER                      PIC X(59).
