000040*    プログラムＩＤ： UPBD016
000050*    作  成  者    ： T.HARUYAMA
000060*    作  成  日    ： 2004年08月03日
000061*    修  正  日    ： 2004年11月09日 月次累積（年度繰越）リストア対応
000070****************************************************************
000080 IDENTIFICATION                    DIVISION.
000090 PROGRAM-ID.                       UPBD016.
000480     SELECT  UPT707SX     ASSIGN     TO  UPT707SX
000490             ACCESS  MODE       IS  SEQUENTIAL
000500             FILE    STATUS     FILE-STATUS.
000501*------------ファイル   （退避先・月次累積）-------------------*
000502     SELECT  UPT714X      ASSIGN     TO  UPT714X
000503             ORGANIZATION       IS  INDEXED
000504             ACCESS  MODE       IS  SEQUENTIAL
000505             RECORD  KEY        IS  UPT714-KEY
000506             FILE    STATUS     IS  FILE-STATUS.
000510*
000520 DATA                              DIVISION.
000530 FILE                              SECTION.
000910 FD  UPT707SX        LABEL  RECORD STANDARD.
000920 01  UPT707SX-REC            PIC X(80).
000930*
000931****************************************************************
000932*            ファイル   （退避先・月次累積）
000933****************************************************************
000934 FD  UPT714X         LABEL  RECORD STANDARD.
000935 01  UPT714X-REC.
000936     COPY   UPT714C.
000937*
000940 WORKING-STORAGE                   SECTION.
000950*---------------< WORK-AREA定義 >-----------------------------*
000960 01  SW-AREA.
001050         88  RST-707O                  VALUE "2".
001060         88  RST-701S                  VALUE "3".
001070         88  RST-707S                  VALUE "4".
001071         88  RST-714O                  VALUE "5".
001080 01  WK-DATE.
001090     03  WK-Y                          PIC  9(2).
001100     03  WK-M                          PIC  9(2).
003600                     WHEN  "UPT707S "
003610                         MOVE  "4"          TO  RST-KBN
003620                         MOVE  "UPT707S"    TO  RST-FILE-ID
003621                     WHEN  "UPT714O "
003622                         MOVE  "5"          TO  RST-KBN
003623                         MOVE  "UPT714O"    TO  RST-FILE-ID
003630                     WHEN  OTHER
003640                         DISPLAY MSG-723F   UPON  CONS
003650                         MOVE    223        TO  RETURN-CODE
004290             OPEN  OUTPUT  UPT701SX
004300         WHEN  RST-707S
004310             OPEN  OUTPUT  UPT707SX
004311         WHEN  RST-714O
004312             OPEN  OUTPUT  UPT714X
004320     END-EVALUATE.
004330     IF  FILE-STATUS               =   ZERO
004340         CONTINUE
004790         WHEN  RST-707S
004800             MOVE   GENF-REC       TO  UPT707SX-REC
004810             WRITE  UPT707SX-REC
004811         WHEN  RST-714O
004812             MOVE   GENF-REC       TO  UPT714X-REC
004813             WRITE  UPT714X-REC
004820     END-EVALUATE.
004830     IF  FILE-STATUS               =   ZERO
004840         ADD  1                    TO  CNT-OUT
005750             CLOSE  UPT701SX
005760         WHEN  RST-707S
005770             CLOSE  UPT707SX
005771         WHEN  RST-714O
005772             CLOSE  UPT714X
005780     END-EVALUATE.
005790*---------< カタログ件数突合 >---------------------------------*
005800     IF  CNT-OUT                   =   CAT-REC-CNT
