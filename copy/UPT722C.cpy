000010****************************************************************
000020*    コピー名      ： UPT722C
000030*    内    容      ： 取扱契約保守トランザクション
000040*    作  成  者    ： T.HARUYAMA
000050*    作  成  日    ： 2004年09月07日
000060****************************************************************
000070     05  UPT722-KOSIN-KBN            PIC X(01).
000071         88  UPT722-KOSIN-ADD        VALUE "1".
000072         88  UPT722-KOSIN-CHG        VALUE "2".
000073         88  UPT722-KOSIN-DEL        VALUE "3".
000080     05  UPT722-TORIHIKI-CD9         PIC 9(06).
000090     05  UPT722-SYUPPAN-CD9          PIC 9(06).
000100     05  UPT722-FROM-YMD.
000101         10  UPT722-FROM-YYYY        PIC 9(04).
000102         10  UPT722-FROM-MM          PIC 9(02).
000103         10  UPT722-FROM-DD          PIC 9(02).
000110     05  UPT722-TO-YMD.
000111         10  UPT722-TO-YYYY          PIC 9(04).
000112         10  UPT722-TO-MM            PIC 9(02).
000113         10  UPT722-TO-DD            PIC 9(02).
000120     05  FILLER                      PIC X(51).
