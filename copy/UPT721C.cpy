000010****************************************************************
000020*    コピー名      ： UPT721C
000030*    内    容      ： 取扱契約マスタ                レコード
000040*    作  成  者    ： T.HARUYAMA
000050*    作  成  日    ： 2004年09月07日
000060****************************************************************
000070     05  UPT721-KEY.
000080         10  UPT721-TORIHIKI-CD9     PIC 9(06).
000090         10  UPT721-SYUPPAN-CD9      PIC 9(06).
000100         10  UPT721-FROM-YMD         PIC 9(08).
000110     05  UPT721-TO-YMD               PIC 9(08).
000120     05  FILLER                      PIC X(52).
