000010****************************************************************
000020*    コピー名      ： UPT738C
000030*    内    容      ： 即売訂正トランザクション      レコード
000040*    作  成  者    ： T.HARUYAMA
000050*    作  成  日    ： 2004年11月02日
000060****************************************************************
000070     05  UPT738-GYOMU-YMD            PIC 9(08).
000080     05  UPT738-KEY.
000090         10  UPT738-TORIHIKI-CD9     PIC 9(06).
000100         10  UPT738-SYUPPAN-CD9      PIC 9(06).
000110     05  UPT738-URI-FUGO             PIC X(01).
000120         88  UPT738-URI-PLUS         VALUE "+" " ".
000130         88  UPT738-URI-MINUS        VALUE "-".
000140     05  UPT738-URI-CNT              PIC 9(09).
000150     05  UPT738-HEN-FUGO             PIC X(01).
000160         88  UPT738-HEN-PLUS         VALUE "+" " ".
000170         88  UPT738-HEN-MINUS        VALUE "-".
000180     05  UPT738-HEN-CNT              PIC 9(09).
000190     05  UPT738-RIYU-CD              PIC X(02).
000200     05  UPT738-SYONIN-ID            PIC X(08).
000210     05  FILLER                      PIC X(30).
