000040*    プログラムＩＤ： UPBD013
000050*    作  成  者    ： T.HARUYAMA
000060*    作  成  日    ： 2004年07月06日
000061*    修  正  日    ： 2004年10月05日 営業日カレンダ対応
000070****************************************************************
000080 IDENTIFICATION                    DIVISION.
000090 PROGRAM-ID.                       UPBD013.
000410     SELECT  UPT714R      ASSIGN     TO  UPT714R
000420             ACCESS  MODE       IS  SEQUENTIAL
000430             FILE    STATUS     FILE-STATUS.
000431*------------ファイル   （営業日カレンダマスタ）---------------*
000432     SELECT  UPT730I      ASSIGN     TO  UPT730I
000433             ORGANIZATION       IS  INDEXED
000434             ACCESS  MODE       IS  RANDOM
000435             RECORD  KEY        IS  UPT730-YMD
000436             FILE    STATUS     IS  FILE-STATUS.
000440*
000450 DATA                              DIVISION.
000460 FILE                              SECTION.
000930 FD  UPT714R        LABEL  RECORD STANDARD.
000940 01  UPT714R-REC             PIC X(132).
000950*
000951****************************************************************
000952*            ファイル   （営業日カレンダマスタ）
000953****************************************************************
000954 FD  UPT730I        LABEL  RECORD STANDARD.
000955 01  UPT730I-REC.
000956     COPY   UPT730C.
000957*
000960 WORKING-STORAGE                   SECTION.
000970*---------------< WORK-AREA定義 >-----------------------------*
000980 01  SW-AREA.
001050         88  FIRST-REC                 VALUE "1".
001060     03  ARG-MONTH-SW                  PIC X(01) VALUE "0".
001070         88  ARG-MONTH-SUPPLIED        VALUE "1".
001071     03  ARG-DATE-SW                   PIC X(01) VALUE "0".
001072         88  ARG-DATE-SUPPLIED         VALUE "1".
001073     03  CAL-SW                        PIC X(01) VALUE "0".
001074         88  CAL-ARI                   VALUE "1".
001075     03  KYUGYO-SW                     PIC X(01) VALUE "0".
001076         88  KYUGYO-BI                 VALUE "1".
001077     03  MATSU-SW                      PIC X(01) VALUE "0".
001078         88  MATSU-BI                  VALUE "1".
001080 01  WK-DATE.
001090     03  WK-Y                          PIC  9(2).
001100     03  WK-M                          PIC  9(2).
001320*---------------< 対象月の定義 >------------------------------*
001330 01  TAISYO-AREA.
001340     03  ARG-YYYYMM                    PIC 9(06) VALUE ZERO.
001341*---------------< 業務日付・翌営業日の定義 >-------------------*
001342 01  GYOMU-AREA.
001343     03  WK-GYOMU-YMD                  PIC 9(08) VALUE ZERO.
001344     03  NEXT-YMD.
001345       05  NEXT-YYYYMM.
001346         07  NEXT-YYYY                 PIC 9(04).
001347         07  NEXT-MM                   PIC 9(02).
001348       05  NEXT-DD                     PIC 9(02).
001349     03  GETSU-DD                      PIC 9(02) VALUE ZERO.
00134A     03  LEAP-Q                        PIC 9(04) VALUE ZERO.
00134B     03  LEAP-R4                       PIC 9(04) VALUE ZERO.
00134C     03  LEAP-R100                     PIC 9(04) VALUE ZERO.
00134D     03  LEAP-R400                     PIC 9(04) VALUE ZERO.
001350*---------------< 集計テーブルの定義 >------------------------*
001360 01  SYUKEI-AREA.
001370     03  KBN-TBL                       OCCURS 9.
001490 01  ARG-DETAIL-AREA.
001500     03  ARG-IDX                       PIC 9(02) VALUE ZERO.
001510     03  ARG-VALUE                     PIC X(20) VALUE SPACES.
001511     03  ARG-YYYYMMDD.
001512         05  ARG-YYYY                  PIC 9(04).
001513         05  ARG-MM                    PIC 9(02).
001514         05  ARG-DD                    PIC 9(02).
001520*---------------< 明細書制御の定義 >--------------------------*
001530 01  PRT-CTL-AREA.
001540     03  LINE-CNT                      PIC 9(03) VALUE 99.
003420     03  MSG-721F.
003430       05  FILLER                      PIC  X(41) VALUE
003440     "++ UPBD013  721F MONTH= ARGUMENT INVALID ".
003441     03  MSG-723F.
003442       05  FILLER                      PIC  X(41) VALUE
003443     "++ UPBD013  723F DATE=  ARGUMENT INVALID ".
003444     03  MSG-771W.
003445       05  FILLER                      PIC  X(41) VALUE
003446     "++ UPBD013  771W NOT LAST BUSINESS DAY Y=".
003447       05  MSG-771W-YMD                PIC  9(08).
003448     03  MSG-775F.
003449       05  FILLER                      PIC  X(41) VALUE
00344A     "++ UPBD013  775F UPT730  OPEN  ERROR ST= ".
00344B       05  MSG-775F-ST                 PIC  9(03).
003450*
003460 PROCEDURE                         DIVISION.
003470****************************************************************
003690     MOVE    99                    TO  RETURN-CODE.
003700*
003710     PERFORM      ARG-RTN.
003711*-----------< 対象月省略時は最終営業日に当月を締める >-------*
003720     IF  ARG-MONTH-SUPPLIED
003730         CONTINUE
003740     ELSE
003750         PERFORM MATSU-CHECK-RTN
003790     END-IF.
003800*-----------< 月次締め済みチェック >---------------------------*
003810     PERFORM      CLOSED-CHECK-RTN.
004510                     STOP    RUN
004520                 END-IF
004530             END-IF
004531             IF  ARG-VALUE (1:5)     =    "DATE="
004532                 IF  ARG-VALUE (6:8)     NUMERIC
004533                     MOVE  ARG-VALUE (6:8)  TO  ARG-YYYYMMDD
004534                     IF  ARG-MM > ZERO  AND  ARG-MM <= 12  AND
004535                         ARG-DD  >  ZERO   AND  ARG-DD  <=  31
004536                         MOVE  "1"           TO   ARG-DATE-SW
004537                     ELSE
004538                         DISPLAY MSG-723F    UPON  CONS
004539                         MOVE    223          TO   RETURN-CODE
00453A                         PERFORM ABEND-MSG-RTN
00453B                         STOP    RUN
00453C                     END-IF
00453D                 ELSE
00453E                     DISPLAY MSG-723F        UPON  CONS
00453F                     MOVE    223              TO   RETURN-CODE
00453G                     PERFORM ABEND-MSG-RTN
00453H                     STOP    RUN
00453I                 END-IF
00453J             END-IF
004540     END-ACCEPT.
004550 ARG-READ-EXT.
004560     EXIT.
008530*
008540 END-EXT.
008550     EXIT.
008560****************************************************************
008570*    (8.0)   MATSU-CHECK-RTN　（最終営業日判定・対象月設定）
008580****************************************************************
008590 MATSU-CHECK-RTN                   SECTION.
008600*-----------< 業務日付設定 >-------------------------------------*
008610     IF  ARG-DATE-SUPPLIED
008620         MOVE    ARG-YYYYMMDD      TO  WK-GYOMU-YMD
008630     ELSE
008640         MOVE    WK-YYYYMMDD (1:8) TO  WK-GYOMU-YMD
008650     END-IF.
008660*-----------< ファイル  （営業日カレンダ）ＯＰＥＮ  >----------*
008670     MOVE     "0"                  TO  CAL-SW.
008680     OPEN     INPUT    UPT730I.
008690     IF  FILE-STATUS               =   ZERO
008700         MOVE    "1"               TO  CAL-SW
008710     ELSE
008720         IF  FILE-STATUS           =   "35"
008730             CONTINUE
008740         ELSE
008750             MOVE    123           TO  RETURN-CODE
008760             MOVE    FILE-STATUS   TO  MSG-775F-ST
008770             DISPLAY MSG-775F  RETURN-CODE  UPON  CONS
008780             PERFORM ABEND-MSG-RTN
008790             STOP    RUN
008800         END-IF
008810     END-IF.
008820*-----------< 業務日付が休業日なら最終営業日ではない >---------*
008830     MOVE     WK-GYOMU-YMD         TO  NEXT-YMD.
008840     PERFORM  KYUGYO-READ-RTN.
008850     IF  KYUGYO-BI
008860         MOVE    "0"               TO  MATSU-SW
008870     ELSE
008880*-----------< 翌営業日まで進め、月が変われば最終営業日 >-------*
008890         PERFORM  NEXT-DAY-RTN
008900         PERFORM  NEXT-DAY-RTN
008910             UNTIL    NOT KYUGYO-BI
008920         IF  NEXT-YYYYMM           =   WK-GYOMU-YMD (1:6)
008930             MOVE    "0"           TO  MATSU-SW
008940         ELSE
008950             MOVE    "1"           TO  MATSU-SW
008960         END-IF
008970     END-IF.
008980     IF  CAL-ARI
008990         CLOSE    UPT730I
009000     END-IF.
009010*-----------< 最終営業日以外はスキップ >-----------------------*
009020     IF  MATSU-BI
009030         MOVE    WK-GYOMU-YMD (1:6)  TO  ARG-YYYYMM
009040     ELSE
009050         MOVE    WK-GYOMU-YMD      TO  MSG-771W-YMD
009060         DISPLAY MSG-771W          UPON  CONS
009070         MOVE    4                 TO  RETURN-CODE
009080         PERFORM END-MSG-RTN
009090         STOP    RUN
009100     END-IF.
009110 MATSU-CHECK-EXT.
009120     EXIT.
009130****************************************************************
009140*    (8.1)   NEXT-DAY-RTN　（翌日算出・休業日判定）
009150****************************************************************
009160 NEXT-DAY-RTN                      SECTION.
009170     EVALUATE TRUE
009180         WHEN  NEXT-MM  =  4  OR  6  OR  9  OR  11
009190             MOVE  30              TO  GETSU-DD
009200         WHEN  NEXT-MM  =  2
009210             DIVIDE   NEXT-YYYY    BY  4
009220                      GIVING     LEAP-Q
009230                      REMAINDER  LEAP-R4
009240             DIVIDE   NEXT-YYYY    BY  100
009250                      GIVING     LEAP-Q
009260                      REMAINDER  LEAP-R100
009270             DIVIDE   NEXT-YYYY    BY  400
009280                      GIVING     LEAP-Q
009290                      REMAINDER  LEAP-R400
009300             IF  ( LEAP-R4  =  ZERO  AND  LEAP-R100  NOT =  ZERO )
009310              OR   LEAP-R400  =  ZERO
009320                 MOVE  29          TO  GETSU-DD
009330             ELSE
009340                 MOVE  28          TO  GETSU-DD
009350             END-IF
009360         WHEN  OTHER
009370             MOVE  31              TO  GETSU-DD
009380     END-EVALUATE.
009390     ADD      1                    TO  NEXT-DD.
009400     IF  NEXT-DD                   >   GETSU-DD
009410         MOVE    1                 TO  NEXT-DD
009420         ADD     1                 TO  NEXT-MM
009430         IF  NEXT-MM               >   12
009440             MOVE    1             TO  NEXT-MM
009450             ADD     1             TO  NEXT-YYYY
009460         END-IF
009470     END-IF.
009480     PERFORM  KYUGYO-READ-RTN.
009490 NEXT-DAY-EXT.
009500     EXIT.
009510****************************************************************
009520*    (8.2)   KYUGYO-READ-RTN　（休業日判定）
009530****************************************************************
009540 KYUGYO-READ-RTN                   SECTION.
009550     MOVE     "0"                  TO  KYUGYO-SW.
009560     IF  CAL-ARI
009570         MOVE     NEXT-YMD         TO  UPT730-YMD
009580         READ     UPT730I
009590             INVALID KEY
009600                 CONTINUE
009610             NOT INVALID KEY
009620                 MOVE  "1"         TO  KYUGYO-SW
009630         END-READ
009640     END-IF.
009650 KYUGYO-READ-EXT.
009660     EXIT.
