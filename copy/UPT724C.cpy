000010****************************************************************
000020*    コピー名      ： UPT724C
000030*    内    容      ： 売掛残高マスタ                レコード
000040*    作  成  者    ： T.HARUYAMA
000050*    作  成  日    ： 2004年09月14日
000055*    修  正  日    ： 2004年11月16日 当月訂正減額追加
000060****************************************************************
000070     05  UPT724-TORIHIKI-CD9         PIC 9(06).
000080     05  UPT724-SYORI-YM             PIC 9(06).
000090     05  UPT724-ZENGETU-ZAN          PIC 9(11).
000100     05  UPT724-ZENGETU-KARIUKE      PIC 9(11).
000110     05  UPT724-TOUGETU-SEIKYU       PIC 9(11).
000120     05  UPT724-TOUGETU-NYUKIN       PIC 9(11).
000130     05  UPT724-ZAN-KIN              PIC 9(11).
000140     05  UPT724-KARIUKE-KIN          PIC 9(11).
000150     05  UPT724-SAISYU-NYUKIN-YMD    PIC 9(08).
000155     05  UPT724-TOUGETU-GENGAKU      PIC 9(11).
000160     05  FILLER                      PIC X(03).
