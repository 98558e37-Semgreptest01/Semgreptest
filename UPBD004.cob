000080*    修  正  日    ： 2004年06月08日 運用台帳出力対応
000090*    修  正  日    ： 2004年07月13日 名称マスタ対応
000100*    修  正  日    ： 2004年07月27日 ジョブ順序チェック対応
000101*    修  正  日    ： 2004年10月05日 営業日カレンダ対応
000110****************************************************************
000120 IDENTIFICATION                    DIVISION.
000130 PROGRAM-ID.                       UPBD004.
000800             ACCESS  MODE       IS  RANDOM
000810             RECORD  KEY        IS  UPT716-SYUPPAN-CD9
000820             FILE    STATUS     IS  FILE-STATUS.
000821*------------ファイル   （営業日カレンダマスタ）---------------*
000822     SELECT  UPT730I ASSIGN     TO  UPT730I
000823             ORGANIZATION       IS  INDEXED
000824             ACCESS  MODE       IS  RANDOM
000825             RECORD  KEY        IS  UPT730-YMD
000826             FILE    STATUS     IS  FILE-STATUS.
000830*
000840 DATA                              DIVISION.
000850 FILE                              SECTION.
001790 01  UPT716I-REC.
001800     COPY   UPT716C.
001810*
001811****************************************************************
001812*            ファイル   （営業日カレンダマスタ）
001813****************************************************************
001814 FD  UPT730I        LABEL  RECORD STANDARD.
001815 01  UPT730I-REC.
001816     COPY   UPT730C.
001817*
001820 WORKING-STORAGE                   SECTION.
001830*---------------< WORK-AREA定義 >-----------------------------*
001840 01  SW-AREA.
002730     03  ARG-VALUE                     PIC X(20) VALUE SPACES.
002740     03  ARG-DATE-SW                   PIC X(01) VALUE "0".
002750         88  ARG-DATE-SUPPLIED         VALUE "1".
002751     03  KYUGYO-SW                     PIC X(01) VALUE "0".
002752         88  KYUGYO-BI                 VALUE "1".
002760     03  ARG-YYYYMMDD.
002770         05  ARG-YYYY                  PIC 9(04).
002780         05  ARG-MM                    PIC 9(02).
004730       05  FILLER                      PIC  X(41) VALUE
004740     "++ UPBD004  745F UPT700L OPEN  ERROR ST= ".
004750       05  MSG-745F-ST                 PIC  9(03).
004751     03  MSG-771W.
004752       05  FILLER                      PIC  X(41) VALUE
004753     "++ UPBD004  771W NON-BUSINESS DAY SKIP Y=".
004754       05  MSG-771W-YMD                PIC  9(08).
004755     03  MSG-773F.
004756       05  FILLER                      PIC  X(41) VALUE
004757     "++ UPBD004  773F NON-BUSINESS DAY   YMD= ".
004758       05  MSG-773F-YMD                PIC  9(08).
004759     03  MSG-775F.
00475A       05  FILLER                      PIC  X(41) VALUE
00475B     "++ UPBD004  775F UPT730  OPEN  ERROR ST= ".
00475C       05  MSG-775F-ST                 PIC  9(03).
004760*---------------< 不突合リスト制御の定義 >--------------------*
004770 01  PRT-CTL-AREA.
004780     03  LINE-CNT                      PIC 9(03) VALUE 99.
005780     ELSE
005790         MOVE    WK-YYYYMMDD (1:8) TO  WK-GYOMU-YMD
005800     END-IF.
005801     PERFORM      EIGYO-CHECK-RTN.
005810     PERFORM      JOB-CHECK-RTN.
005820*-----------< ファイル  （即売実績）整列  >------------------------*
005830     SORT     SORT-FILE1
015650     END-READ.
015660 JOB-CHECK-READ-EXT.
015670     EXIT.
015680****************************************************************
015690*    (11.0)  EIGYO-CHECK-RTN　（営業日チェック）
015700****************************************************************
015710 EIGYO-CHECK-RTN                   SECTION.
015720     MOVE     "0"                  TO  KYUGYO-SW.
015730     OPEN     INPUT    UPT730I.
015740     IF  FILE-STATUS               =   ZERO
015750         MOVE     WK-GYOMU-YMD     TO  UPT730-YMD
015760         READ     UPT730I
015770             INVALID KEY
015780                 CONTINUE
015790             NOT INVALID KEY
015800                 MOVE  "1"         TO  KYUGYO-SW
015810         END-READ
015820         CLOSE    UPT730I
015830     ELSE
015840         IF  FILE-STATUS           =   "35"
015850             CONTINUE
015860         ELSE
015870             MOVE    252           TO  RETURN-CODE
015880             MOVE    FILE-STATUS   TO  MSG-775F-ST
015890             DISPLAY MSG-775F  RETURN-CODE  UPON  CONS
015900             PERFORM ABEND-MSG-RTN
015910             STOP    RUN
015920         END-IF
015930     END-IF.
015940*-----------< 休業日：日付省略時はスキップ、指定時はエラー >---*
015950     IF  KYUGYO-BI
015960         IF  FORCE-REQUESTED
015970             CONTINUE
015980         ELSE
015990             IF  ARG-DATE-SUPPLIED
016000                 MOVE    WK-GYOMU-YMD  TO  MSG-773F-YMD
016010                 MOVE    251           TO  RETURN-CODE
016020                 DISPLAY MSG-773F      UPON  CONS
016030                 PERFORM ABEND-MSG-RTN
016040                 STOP    RUN
016050             ELSE
016060                 MOVE    WK-GYOMU-YMD  TO  MSG-771W-YMD
016070                 DISPLAY MSG-771W      UPON  CONS
016080                 MOVE    4             TO  RETURN-CODE
016090                 PERFORM END-MSG-RTN
016100                 STOP    RUN
016110             END-IF
016120         END-IF
016130     END-IF.
016140 EIGYO-CHECK-EXT.
016150     EXIT.
