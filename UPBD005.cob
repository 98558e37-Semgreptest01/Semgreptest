000075*    修  正  日    ： 2004年06月08日 運用台帳出力対応
000077*    修  正  日    ： 2004年07月27日 ジョブ順序チェック対応
000078*    修  正  日    ： 2004年08月24日 回号カレンダマスタ対応
000079*    修  正  日    ： 2004年10月05日 営業日カレンダ対応
000080****************************************************************
000090 IDENTIFICATION                    DIVISION.
000100 PROGRAM-ID.                       UPBD005.
000572     SELECT  UPT700L      ASSIGN     TO  UPT700L
000573             ACCESS  MODE       IS  SEQUENTIAL
000574             FILE    STATUS     FILE-STATUS.
000575*------------ファイル   （営業日カレンダマスタ）---------------*
000576     SELECT  UPT730I ASSIGN     TO  UPT730I
000577             ORGANIZATION       IS  INDEXED
000578             ACCESS  MODE       IS  RANDOM
000579             RECORD  KEY        IS  UPT730-YMD
00057A             FILE    STATUS     IS  FILE-STATUS.
000580*
000590 DATA                              DIVISION.
000600 FILE                              SECTION.
001026 01  UPT700L-REC.
001027     COPY   UPT700LC.
001030*
001031****************************************************************
001032*            ファイル   （営業日カレンダマスタ）
001033****************************************************************
001034 FD  UPT730I        LABEL  RECORD STANDARD.
001035 01  UPT730I-REC.
001036     COPY   UPT730C.
001037*
001040 WORKING-STORAGE                   SECTION.
001050*---------------< WORK-AREA定義 >-----------------------------*
001060 01  SW-AREA.
002870     "++ UPBD005  511F UPT710 SYU-KBN NOT FOUND".
002880       05  FILLER                      PIC  X(01) VALUE " ".
002890       05  MSG-511F-CD                 PIC  9(06).
002891     03  MSG-771W.
002892       05  FILLER                      PIC  X(41) VALUE
002893     "++ UPBD005  771W NON-BUSINESS DAY SKIP Y=".
002894       05  MSG-771W-YMD                PIC  9(08).
002895     03  MSG-773F.
002896       05  FILLER                      PIC  X(41) VALUE
002897     "++ UPBD005  773F NON-BUSINESS DAY   YMD= ".
002898       05  MSG-773F-YMD                PIC  9(08).
002899     03  MSG-775F.
00289A       05  FILLER                      PIC  X(41) VALUE
00289B     "++ UPBD005  775F UPT730  OPEN  ERROR ST= ".
00289C       05  MSG-775F-ST                 PIC  9(03).
002900*
002910     03  MSG-719F.
002920       05  FILLER                      PIC  X(41) VALUE
003010     03  ARG-VALUE                     PIC X(20) VALUE SPACES.
003020     03  ARG-DATE-SW                   PIC X(01) VALUE "0".
003030         88  ARG-DATE-SUPPLIED         VALUE "1".
003031     03  KYUGYO-SW                     PIC X(01) VALUE "0".
003032         88  KYUGYO-BI                 VALUE "1".
003040     03  ARG-YYYYMMDD.
003050         05  ARG-YYYY                  PIC 9(04).
003060         05  ARG-MM                    PIC 9(02).
008960*    (8.0)   JOB-CHECK-RTN　（ジョブ順序・二重起動チェック）
008970****************************************************************
008980 JOB-CHECK-RTN                     SECTION.
008981*-----------< 営業日チェック >---------------------------------*
008982     PERFORM      EIGYO-CHECK-RTN.
008990     MOVE     "0"                  TO  PRED-OK-SW.
009000     MOVE     "0"                  TO  SELF-DONE-SW.
009010     OPEN     INPUT    UPT700L.
009540     END-READ.
009550 JOB-CHECK-READ-EXT.
009560     EXIT.
009570****************************************************************
009580*    (9.0)   EIGYO-CHECK-RTN　（営業日チェック）
009590****************************************************************
009600 EIGYO-CHECK-RTN                   SECTION.
009610     MOVE     "0"                  TO  KYUGYO-SW.
009620     OPEN     INPUT    UPT730I.
009630     IF  FILE-STATUS               =   ZERO
009640         MOVE     WK-GYOMU-YMD     TO  UPT730-YMD
009650         READ     UPT730I
009660             INVALID KEY
009670                 CONTINUE
009680             NOT INVALID KEY
009690                 MOVE  "1"         TO  KYUGYO-SW
009700         END-READ
009710         CLOSE    UPT730I
009720     ELSE
009730         IF  FILE-STATUS           =   "35"
009740             CONTINUE
009750         ELSE
009760             MOVE    252           TO  RETURN-CODE
009770             MOVE    FILE-STATUS   TO  MSG-775F-ST
009780             DISPLAY MSG-775F  RETURN-CODE  UPON  CONS
009790             PERFORM ABEND-MSG-RTN
009800             STOP    RUN
009810         END-IF
009820     END-IF.
009830*-----------< 休業日：日付省略時はスキップ、指定時はエラー >---*
009840     IF  KYUGYO-BI
009850         IF  RESTART-REQUESTED  OR  FORCE-REQUESTED
009860             CONTINUE
009870         ELSE
009880             IF  ARG-DATE-SUPPLIED
009890                 MOVE    WK-GYOMU-YMD  TO  MSG-773F-YMD
009900                 MOVE    251           TO  RETURN-CODE
009910                 DISPLAY MSG-773F      UPON  CONS
009920                 PERFORM ABEND-MSG-RTN
009930                 STOP    RUN
009940             ELSE
009950                 MOVE    WK-GYOMU-YMD  TO  MSG-771W-YMD
009960                 DISPLAY MSG-771W      UPON  CONS
009970                 MOVE    4             TO  RETURN-CODE
009980                 PERFORM END-MSG-RTN
009990                 STOP    RUN
010000             END-IF
010010         END-IF
010020     END-IF.
010030 EIGYO-CHECK-EXT.
010040     EXIT.
