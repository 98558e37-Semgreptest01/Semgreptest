000010****************************************************************
000020*    コピー名      ： UPT736C
000030*    内    容      ： 配本数訂正・確定トランザクションレコード
000040*    作  成  者    ： T.HARUYAMA
000050*    作  成  日    ： 2004年10月19日
000060****************************************************************
000070     05  UPT736-SYORI-KBN            PIC X(01).
000080         88  UPT736-SYORI-TEISEI     VALUE "1".
000090         88  UPT736-SYORI-KAKUTEI    VALUE "2".
000100     05  UPT736-SYUPPAN-CD9          PIC 9(06).
000110     05  UPT736-FROM-YMD             PIC 9(08).
000120     05  UPT736-TORIHIKI-CD9         PIC 9(06).
000130     05  UPT736-HAIHON-CNT           PIC 9(07).
000140     05  FILLER                      PIC X(52).
