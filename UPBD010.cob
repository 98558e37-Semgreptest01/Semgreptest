000060*    作  成  日    ： 2004年06月15日
000070*    修  正  日    ： 2004年07月13日 名称マスタ対応
000080*    修  正  日    ： 2004年07月27日 運用台帳・ジョブ順序対応
000081*    修  正  日    ： 2004年10月05日 営業日カレンダ対応
000090****************************************************************
000100 IDENTIFICATION                    DIVISION.
000110 PROGRAM-ID.                       UPBD010.
000540     SELECT  UPT700L      ASSIGN     TO  UPT700L
000550             ACCESS  MODE       IS  SEQUENTIAL
000560             FILE    STATUS     FILE-STATUS.
000561*------------ファイル   （営業日カレンダマスタ）---------------*
000562     SELECT  UPT730I ASSIGN     TO  UPT730I
000563             ORGANIZATION       IS  INDEXED
000564             ACCESS  MODE       IS  RANDOM
000565             RECORD  KEY        IS  UPT730-YMD
000566             FILE    STATUS     IS  FILE-STATUS.
000570*
000580 DATA                              DIVISION.
000590 FILE                              SECTION.
001270 01  UPT700L-REC.
001280     COPY   UPT700LC.
001290*
001291****************************************************************
001292*            ファイル   （営業日カレンダマスタ）
001293****************************************************************
001294 FD  UPT730I        LABEL  RECORD STANDARD.
001295 01  UPT730I-REC.
001296     COPY   UPT730C.
001297*
001300 WORKING-STORAGE                   SECTION.
001310*---------------< WORK-AREA定義 >-----------------------------*
001320 01  SW-AREA.
002320     03  ARG-VALUE                     PIC X(20) VALUE SPACES.
002330     03  ARG-DATE-SW                   PIC X(01) VALUE "0".
002340         88  ARG-DATE-SUPPLIED         VALUE "1".
002341     03  KYUGYO-SW                     PIC X(01) VALUE "0".
002342         88  KYUGYO-BI                 VALUE "1".
002350     03  ARG-YYYYMMDD.
002360         05  ARG-YYYY                  PIC 9(04).
002370         05  ARG-MM                    PIC 9(02).
004410       05  FILLER                      PIC  X(41) VALUE
004420     "++ UPBD010  745F UPT700L OPEN  ERROR ST= ".
004430       05  MSG-745F-ST                 PIC  9(03).
004431     03  MSG-771W.
004432       05  FILLER                      PIC  X(41) VALUE
004433     "++ UPBD010  771W NON-BUSINESS DAY SKIP Y=".
004434       05  MSG-771W-YMD                PIC  9(08).
004435     03  MSG-773F.
004436       05  FILLER                      PIC  X(41) VALUE
004437     "++ UPBD010  773F NON-BUSINESS DAY   YMD= ".
004438       05  MSG-773F-YMD                PIC  9(08).
004439     03  MSG-775F.
00443A       05  FILLER                      PIC  X(41) VALUE
00443B     "++ UPBD010  775F UPT730  OPEN  ERROR ST= ".
00443C       05  MSG-775F-ST                 PIC  9(03).
004440*
004450 PROCEDURE                         DIVISION.
004460****************************************************************
004770     ELSE
004780         MOVE    WK-YYYYMMDD (1:8) TO  WK-GYOMU-YMD
004790     END-IF.
004791     PERFORM      EIGYO-CHECK-RTN.
004800     PERFORM      JOB-CHECK-RTN.
004810*-----------< ファイル  （当日・即売サマリ）ＯＰＥＮ  >--------*
004820     OPEN INPUT UPT701S.
013350     END-IF.
013360 RUN-LEDGER-EXT.
013370     EXIT.
013380****************************************************************
013390*    (13.0)  EIGYO-CHECK-RTN　（営業日チェック）
013400****************************************************************
013410 EIGYO-CHECK-RTN                   SECTION.
013420     MOVE     "0"                  TO  KYUGYO-SW.
013430     OPEN     INPUT    UPT730I.
013440     IF  FILE-STATUS               =   ZERO
013450         MOVE     WK-GYOMU-YMD     TO  UPT730-YMD
013460         READ     UPT730I
013470             INVALID KEY
013480                 CONTINUE
013490             NOT INVALID KEY
013500                 MOVE  "1"         TO  KYUGYO-SW
013510         END-READ
013520         CLOSE    UPT730I
013530     ELSE
013540         IF  FILE-STATUS           =   "35"
013550             CONTINUE
013560         ELSE
013570             MOVE    252           TO  RETURN-CODE
013580             MOVE    FILE-STATUS   TO  MSG-775F-ST
013590             DISPLAY MSG-775F  RETURN-CODE  UPON  CONS
013600             PERFORM ABEND-MSG-RTN
013610             STOP    RUN
013620         END-IF
013630     END-IF.
013640*-----------< 休業日：日付省略時はスキップ、指定時はエラー >---*
013650     IF  KYUGYO-BI
013660         IF  FORCE-REQUESTED
013670             CONTINUE
013680         ELSE
013690             IF  ARG-DATE-SUPPLIED
013700                 MOVE    WK-GYOMU-YMD  TO  MSG-773F-YMD
013710                 MOVE    251           TO  RETURN-CODE
013720                 DISPLAY MSG-773F      UPON  CONS
013730                 PERFORM ABEND-MSG-RTN
013740                 STOP    RUN
013750             ELSE
013760                 MOVE    WK-GYOMU-YMD  TO  MSG-771W-YMD
013770                 DISPLAY MSG-771W      UPON  CONS
013780                 MOVE    4             TO  RETURN-CODE
013790                 PERFORM END-MSG-RTN
013800                 STOP    RUN
013810             END-IF
013820         END-IF
013830     END-IF.
013840 EIGYO-CHECK-EXT.
013850     EXIT.
