000010****************************************************************
000020*    コピー名      ： UPT735C
000030*    内    容      ： 配本数ファイル                レコード
000040*    作  成  者    ： T.HARUYAMA
000050*    作  成  日    ： 2004年10月19日
000060****************************************************************
000070     05  UPT735-KEY.
000080         10  UPT735-SYUPPAN-CD9      PIC 9(06).
000090         10  UPT735-FROM-YMD         PIC 9(08).
000100         10  UPT735-TORIHIKI-CD9     PIC 9(06).
000110     05  UPT735-KAI-CD               PIC X(01).
000120     05  UPT735-TO-YMD               PIC 9(08).
000130     05  UPT735-SYU-KBN9             PIC 9(01).
000140     05  UPT735-TEIAN-CNT            PIC 9(07).
000150     05  UPT735-HAIHON-CNT           PIC 9(07).
000160     05  UPT735-ZENKAI-URI           PIC 9(07).
000170     05  UPT735-ZENKAI-NET           PIC 9(07).
000180     05  UPT735-AVG-NET              PIC 9(07).
000190     05  UPT735-HEN-RITU             PIC 9(03)V9(01).
000200     05  UPT735-HORYU-CNT            PIC 9(05).
000210     05  UPT735-SYOKYAKU-CNT         PIC 9(05).
000220     05  UPT735-JOKYO-KBN            PIC X(01).
000230         88  UPT735-TEIAN            VALUE "0".
000240         88  UPT735-TEISEI           VALUE "1".
000250         88  UPT735-KAKUTEI          VALUE "2".
000260     05  UPT735-KOSIN-YMD            PIC 9(08).
000270     05  FILLER                      PIC X(12).
