000010****************************************************************
000020*    コピー名      ： UPT728C
000030*    内    容      ： 手数料率保守トランザクション  レコード
000040*    作  成  者    ： T.HARUYAMA
000050*    作  成  日    ： 2004年09月21日
000060****************************************************************
000070     05  UPT728-KOSIN-KBN            PIC X(01).
000080         88  UPT728-KOSIN-ADD        VALUE "1".
000090         88  UPT728-KOSIN-CHG        VALUE "2".
000100         88  UPT728-KOSIN-DEL        VALUE "3".
000110     05  UPT728-SYUPPAN-CD9          PIC 9(06).
000120     05  UPT728-SYU-KBN9             PIC 9(01).
000130     05  UPT728-TESU-RITU            PIC 9(02)V9(02).
000140     05  FILLER                      PIC X(68).
