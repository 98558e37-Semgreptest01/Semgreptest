000010****************************************************************
000020*    コピー名      ： UPT729C
000030*    内    容      ： 出版社精算インタフェース      レコード
000040*    作  成  者    ： T.HARUYAMA
000050*    作  成  日    ： 2004年09月21日
000060****************************************************************
000070     05  UPT729-SYUPPAN-CD9          PIC 9(06).
000080     05  UPT729-SEISAN-YM            PIC 9(06).
000090     05  UPT729-SYU-KBN9             PIC 9(01).
000100     05  UPT729-NET-CNT              PIC 9(09).
000110     05  UPT729-TANKA                PIC 9(07).
000120     05  UPT729-NET-KIN              PIC 9(11).
000130     05  UPT729-TESU-RITU            PIC 9(02)V9(02).
000140     05  UPT729-TESU-KIN             PIC 9(11).
000150     05  UPT729-ZEI-KIN              PIC 9(11).
000160     05  UPT729-SIHARAI-KIN          PIC 9(11).
000170     05  FILLER                      PIC X(03).
