000080*    修  正  日    ： 2004年07月13日 名称マスタ対応
000090*    修  正  日    ： 2004年07月27日 運用台帳・ジョブ順序対応
000100*    修  正  日    ： 2004年08月24日 回号カレンダマスタ対応
000101*    修  正  日    ： 2004年10月05日 営業日カレンダ対応
000110****************************************************************
000120 IDENTIFICATION                    DIVISION.
000130 PROGRAM-ID.                       UPBD006.
000900     SELECT  UPT700L      ASSIGN     TO  UPT700L
000910             ACCESS  MODE       IS  SEQUENTIAL
000920             FILE    STATUS     FILE-STATUS.
000921*------------ファイル   （営業日カレンダマスタ）---------------*
000922     SELECT  UPT730I ASSIGN     TO  UPT730I
000923             ORGANIZATION       IS  INDEXED
000924             ACCESS  MODE       IS  RANDOM
000925             RECORD  KEY        IS  UPT730-YMD
000926             FILE    STATUS     IS  FILE-STATUS.
000930*
000940 DATA                              DIVISION.
000950 FILE                              SECTION.
001960 01  UPT700L-REC.
001970     COPY   UPT700LC.
001980*
001981****************************************************************
001982*            ファイル   （営業日カレンダマスタ）
001983****************************************************************
001984 FD  UPT730I        LABEL  RECORD STANDARD.
001985 01  UPT730I-REC.
001986     COPY   UPT730C.
001987*
001990 WORKING-STORAGE                   SECTION.
002000*---------------< WORK-AREA定義 >-----------------------------*
002010 01  SW-AREA.
002600     03  ARG-VALUE                     PIC X(20) VALUE SPACES.
002610     03  ARG-DATE-SW                   PIC X(01) VALUE "0".
002620         88  ARG-DATE-SUPPLIED         VALUE "1".
002621     03  KYUGYO-SW                     PIC X(01) VALUE "0".
002622         88  KYUGYO-BI                 VALUE "1".
002630     03  ARG-YYYYMMDD.
002640         05  ARG-YYYY                  PIC 9(04).
002650         05  ARG-MM                    PIC 9(02).
005150       05  FILLER                      PIC  X(41) VALUE
005160     "++ UPBD006  745F UPT700L OPEN  ERROR ST= ".
005170       05  MSG-745F-ST                 PIC  9(03).
005171     03  MSG-771W.
005172       05  FILLER                      PIC  X(41) VALUE
005173     "++ UPBD006  771W NON-BUSINESS DAY SKIP Y=".
005174       05  MSG-771W-YMD                PIC  9(08).
005175     03  MSG-773F.
005176       05  FILLER                      PIC  X(41) VALUE
005177     "++ UPBD006  773F NON-BUSINESS DAY   YMD= ".
005178       05  MSG-773F-YMD                PIC  9(08).
005179     03  MSG-775F.
00517A       05  FILLER                      PIC  X(41) VALUE
00517B     "++ UPBD006  775F UPT730  OPEN  ERROR ST= ".
00517C       05  MSG-775F-ST                 PIC  9(03).
005180*
005190 PROCEDURE                         DIVISION.
005200****************************************************************
005500     ELSE
005510         MOVE    WK-YYYYMMDD (1:8) TO  WK-GYOMU-YMD
005520     END-IF.
005521     PERFORM      EIGYO-CHECK-RTN.
005530     PERFORM      JOB-CHECK-RTN.
005540*-----------< ファイル  （集計サマリ）整列  >------------------*
005550     SORT     SORT-FILE1
014250     END-IF.
014260 RUN-LEDGER-EXT.
014270     EXIT.
014280****************************************************************
014290*    (10.0)  EIGYO-CHECK-RTN　（営業日チェック）
014300****************************************************************
014310 EIGYO-CHECK-RTN                   SECTION.
014320     MOVE     "0"                  TO  KYUGYO-SW.
014330     OPEN     INPUT    UPT730I.
014340     IF  FILE-STATUS               =   ZERO
014350         MOVE     WK-GYOMU-YMD     TO  UPT730-YMD
014360         READ     UPT730I
014370             INVALID KEY
014380                 CONTINUE
014390             NOT INVALID KEY
014400                 MOVE  "1"         TO  KYUGYO-SW
014410         END-READ
014420         CLOSE    UPT730I
014430     ELSE
014440         IF  FILE-STATUS           =   "35"
014450             CONTINUE
014460         ELSE
014470             MOVE    252           TO  RETURN-CODE
014480             MOVE    FILE-STATUS   TO  MSG-775F-ST
014490             DISPLAY MSG-775F  RETURN-CODE  UPON  CONS
014500             PERFORM ABEND-MSG-RTN
014510             STOP    RUN
014520         END-IF
014530     END-IF.
014540*-----------< 休業日：日付省略時はスキップ、指定時はエラー >---*
014550     IF  KYUGYO-BI
014560         IF  FORCE-REQUESTED
014570             CONTINUE
014580         ELSE
014590             IF  ARG-DATE-SUPPLIED
014600                 MOVE    WK-GYOMU-YMD  TO  MSG-773F-YMD
014610                 MOVE    251           TO  RETURN-CODE
014620                 DISPLAY MSG-773F      UPON  CONS
014630                 PERFORM ABEND-MSG-RTN
014640                 STOP    RUN
014650             ELSE
014660                 MOVE    WK-GYOMU-YMD  TO  MSG-771W-YMD
014670                 DISPLAY MSG-771W      UPON  CONS
014680                 MOVE    4             TO  RETURN-CODE
014690                 PERFORM END-MSG-RTN
014700                 STOP    RUN
014710             END-IF
014720         END-IF
014730     END-IF.
014740 EIGYO-CHECK-EXT.
014750     EXIT.
