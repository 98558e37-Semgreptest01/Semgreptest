000040*    作  成  者    ： T.HARUYAMA
000050*    作  成  日    ： 2004年05月18日
000055*    修  正  日    ： 2004年06月29日 金額対応（単価マスタ）
000057*    修  正  日    ： 2004年09月28日 差額訂正区分・符号追加
000060****************************************************************
000070     05  UPT708-TORIHIKI-CD9         PIC 9(06).
000080     05  UPT708-SYUPPAN-CD9          PIC 9(06).
000140     05  UPT708-HEN-KIN              PIC 9(11).
000150     05  UPT708-NET-KIN              PIC 9(11).
000160     05  UPT708-ZEI-KIN              PIC 9(11).
000162     05  UPT708-TEISEI-KBN           PIC X(01).
000163         88  UPT708-TEISEI           VALUE "1".
000164     05  UPT708-KIN-FUGO             PIC X(01).
000165     05  UPT708-ZEI-FUGO             PIC X(01).
000170     05  FILLER                      PIC X(03).
