000060*    作  成  日    ： 2004年05月25日
000070*    修  正  日    ： 2004年07月27日 運用台帳・ジョブ順序対応
000080*    修  正  日    ： 2004年08月17日 差分伝送モード対応
000081*    修  正  日    ： 2004年10月05日 営業日カレンダ対応
000090****************************************************************
000100 IDENTIFICATION                    DIVISION.
000110 PROGRAM-ID.                       UPBD007.
000470     SELECT  UPT700L      ASSIGN     TO  UPT700L
000480             ACCESS  MODE       IS  SEQUENTIAL
000490             FILE    STATUS     FILE-STATUS.
000491*------------ファイル   （営業日カレンダマスタ）---------------*
000492     SELECT  UPT730I ASSIGN     TO  UPT730I
000493             ORGANIZATION       IS  INDEXED
000494             ACCESS  MODE       IS  RANDOM
000495             RECORD  KEY        IS  UPT730-YMD
000496             FILE    STATUS     IS  FILE-STATUS.
000500*
000510 DATA                              DIVISION.
000520 FILE                              SECTION.
000920     05  UPT709SO-NET-CNT         PIC 9(09).
000930     05  FILLER                   PIC X(39).
000940*
000941****************************************************************
000942*            ファイル   （営業日カレンダマスタ）
000943****************************************************************
000944 FD  UPT730I        LABEL  RECORD STANDARD.
000945 01  UPT730I-REC.
000946     COPY   UPT730C.
000947*
000950 WORKING-STORAGE                   SECTION.
000960*---------------< WORK-AREA定義 >-----------------------------*
000970 01  SW-AREA.
003480       05  FILLER                      PIC  X(41) VALUE
003490     "++ UPBD007  745F UPT700L OPEN  ERROR ST= ".
003500       05  MSG-745F-ST                 PIC  9(03).
003501     03  MSG-771W.
003502       05  FILLER                      PIC  X(41) VALUE
003503     "++ UPBD007  771W NON-BUSINESS DAY SKIP Y=".
003504       05  MSG-771W-YMD                PIC  9(08).
003505     03  MSG-773F.
003506       05  FILLER                      PIC  X(41) VALUE
003507     "++ UPBD007  773F NON-BUSINESS DAY   YMD= ".
003508       05  MSG-773F-YMD                PIC  9(08).
003509     03  MSG-775F.
00350A       05  FILLER                      PIC  X(41) VALUE
00350B     "++ UPBD007  775F UPT730  OPEN  ERROR ST= ".
00350C       05  MSG-775F-ST                 PIC  9(03).
003510*---------------< 起動パラメタ（詳細）の定義 >----------------*
003520 01  ARG-DETAIL-AREA.
003530     03  ARG-IDX                       PIC 9(02) VALUE ZERO.
003540     03  ARG-VALUE                     PIC X(20) VALUE SPACES.
003550     03  ARG-DATE-SW                   PIC X(01) VALUE "0".
003560         88  ARG-DATE-SUPPLIED         VALUE "1".
003561     03  KYUGYO-SW                     PIC X(01) VALUE "0".
003562         88  KYUGYO-BI                 VALUE "1".
003570     03  ARG-YYYYMMDD.
003580         05  ARG-YYYY                  PIC 9(04).
003590         05  ARG-MM                    PIC 9(02).
003920     ELSE
003930         MOVE    WK-YYYYMMDD (1:8) TO  WK-GYOMU-YMD
003940     END-IF.
003941     PERFORM      EIGYO-CHECK-RTN.
003950     PERFORM      JOB-CHECK-RTN.
003960*
003970     PERFORM      ENV-FETCH-RTN.
009900     END-IF.
009910 SHADOW-WRITE-EXT.
009920     EXIT.
009930****************************************************************
009940*    (10.0)  EIGYO-CHECK-RTN　（営業日チェック）
009950****************************************************************
009960 EIGYO-CHECK-RTN                   SECTION.
009970     MOVE     "0"                  TO  KYUGYO-SW.
009980     OPEN     INPUT    UPT730I.
009990     IF  FILE-STATUS               =   ZERO
010000         MOVE     WK-GYOMU-YMD     TO  UPT730-YMD
010010         READ     UPT730I
010020             INVALID KEY
010030                 CONTINUE
010040             NOT INVALID KEY
010050                 MOVE  "1"         TO  KYUGYO-SW
010060         END-READ
010070         CLOSE    UPT730I
010080     ELSE
010090         IF  FILE-STATUS           =   "35"
010100             CONTINUE
010110         ELSE
010120             MOVE    252           TO  RETURN-CODE
010130             MOVE    FILE-STATUS   TO  MSG-775F-ST
010140             DISPLAY MSG-775F  RETURN-CODE  UPON  CONS
010150             PERFORM ABEND-MSG-RTN
010160             STOP    RUN
010170         END-IF
010180     END-IF.
010190*-----------< 休業日：日付省略時はスキップ、指定時はエラー >---*
010200     IF  KYUGYO-BI
010210         IF  FORCE-REQUESTED
010220             CONTINUE
010230         ELSE
010240             IF  ARG-DATE-SUPPLIED
010250                 MOVE    WK-GYOMU-YMD  TO  MSG-773F-YMD
010260                 MOVE    251           TO  RETURN-CODE
010270                 DISPLAY MSG-773F      UPON  CONS
010280                 PERFORM ABEND-MSG-RTN
010290                 STOP    RUN
010300             ELSE
010310                 MOVE    WK-GYOMU-YMD  TO  MSG-771W-YMD
010320                 DISPLAY MSG-771W      UPON  CONS
010330                 MOVE    4             TO  RETURN-CODE
010340                 PERFORM END-MSG-RTN
010350                 STOP    RUN
010360             END-IF
010370         END-IF
010380     END-IF.
010390 EIGYO-CHECK-EXT.
010400     EXIT.
