000100*    修  正  日    ： 2004年07月06日 月次累積ファイル対応
000110*    修  正  日    ： 2004年07月27日 ジョブ順序チェック対応
000120*    修  正  日    ： 2004年08月10日 返品保留（持越）対応
000121*    修  正  日    ： 2004年09月07日 取扱契約チェック対応
000122*    修  正  日    ： 2004年10月05日 営業日カレンダ対応
000130****************************************************************
000140 IDENTIFICATION                    DIVISION.
000150 PROGRAM-ID.                       UPBD001.
001010     SELECT  UPT714K      ASSIGN     TO  UPT714K
001020             ACCESS  MODE       IS  SEQUENTIAL
001030             FILE    STATUS     FILE-STATUS.
001031*------------ファイル   （取引先名称マスタ）-------------------*
001032     SELECT  UPT715I ASSIGN     TO  UPT715I
001033             ORGANIZATION       IS  INDEXED
001034             ACCESS  MODE       IS  RANDOM
001035             RECORD  KEY        IS  UPT715-TORIHIKI-CD9
001036             FILE    STATUS     IS  FILE-STATUS.
001037*------------ファイル   （出版社名称マスタ）-------------------*
001038     SELECT  UPT716I ASSIGN     TO  UPT716I
001039             ORGANIZATION       IS  INDEXED
00103A             ACCESS  MODE       IS  RANDOM
00103B             RECORD  KEY        IS  UPT716-SYUPPAN-CD9
00103C             FILE    STATUS     IS  FILE-STATUS.
00103D*------------ファイル   （取扱契約マスタ）---------------------*
00103E     SELECT  UPT721I ASSIGN     TO  UPT721I
00103F             ORGANIZATION       IS  INDEXED
00103G             ACCESS  MODE       IS  DYNAMIC
00103H             RECORD  KEY        IS  UPT721-KEY
00103I             FILE    STATUS     IS  FILE-STATUS.
00103J*------------ファイル   （契約例外）---------------------------*
00103K     SELECT  UPT701X      ASSIGN     TO  UPT701X
00103L             ACCESS  MODE       IS  SEQUENTIAL
00103M             FILE    STATUS     FILE-STATUS.
00103N*------------ファイル   （契約例外リスト）---------------------*
00103O     SELECT  UPT701XR     ASSIGN     TO  UPT701XR
00103P             ACCESS  MODE       IS  SEQUENTIAL
00103Q             FILE    STATUS     FILE-STATUS.
00103R*------------ファイル   （営業日カレンダマスタ）---------------*
00103S     SELECT  UPT730I ASSIGN     TO  UPT730I
00103T             ORGANIZATION       IS  INDEXED
00103U             ACCESS  MODE       IS  RANDOM
00103V             RECORD  KEY        IS  UPT730-YMD
00103W             FILE    STATUS     IS  FILE-STATUS.
001040*
001050 DATA                              DIVISION.
001060 FILE                              SECTION.
002310 01  UPT714O-REC.
002320     COPY   UPT714C.
002330*
002331****************************************************************
002332*            ファイル   （営業日カレンダマスタ）
002333****************************************************************
002334 FD  UPT730I        LABEL  RECORD STANDARD.
002335 01  UPT730I-REC.
002336     COPY   UPT730C.
002337*
002340****************************************************************
002350*            ファイル   （月次締め管理）
002360****************************************************************
002380 01  UPT714K-REC.
002390     COPY   UPT714KC.
002400*
002401****************************************************************
002402*            ファイル   （取引先名称マスタ）
002403****************************************************************
002404 FD  UPT715I        LABEL  RECORD STANDARD.
002405 01  UPT715I-REC.
002406     COPY   UPT715C.
002407*
002408****************************************************************
002409*            ファイル   （出版社名称マスタ）
00240A****************************************************************
00240B FD  UPT716I        LABEL  RECORD STANDARD.
00240C 01  UPT716I-REC.
00240D     COPY   UPT716C.
00240E*
00240F****************************************************************
00240G*            ファイル   （取扱契約マスタ）
00240H****************************************************************
00240I FD  UPT721I        LABEL  RECORD STANDARD.
00240J 01  UPT721I-REC.
00240K     COPY   UPT721C.
00240L*
00240M****************************************************************
00240N*            ファイル   （契約例外）
00240O****************************************************************
00240P FD  UPT701X        LABEL  RECORD STANDARD.
00240Q 01  UPT701X-REC             PIC X(80).
00240R*
00240S****************************************************************
00240T*            ファイル   （契約例外リスト）
00240U****************************************************************
00240V FD  UPT701XR       LABEL  RECORD STANDARD.
00240W 01  UPT701XR-REC            PIC X(132).
00240X*
002410 WORKING-STORAGE                   SECTION.
002420*---------------< WORK-AREA定義 >-----------------------------*
002430 01  SW-AREA.
002620         88  PRED-OK                   VALUE "1".
002630     03  SELF-DONE-SW                  PIC X(01) VALUE "0".
002640         88  SELF-DONE                 VALUE "1".
002641     03  KEIYAKU-END-SW                PIC X(02) VALUE ZERO.
002642     03  KEIYAKU-FOUND-SW              PIC X(01) VALUE "0".
002643         88  KEIYAKU-FOUND             VALUE "1".
002644     03  KEIYAKU-NG-SW                 PIC X(01) VALUE "0".
002645         88  KEIYAKU-NG                VALUE "1".
002650 01  WK-DATE.
002660     03  WK-Y                          PIC  9(2).
002670     03  WK-M                          PIC  9(2).
002980     03  CNT-IN                        PIC 9(09) VALUE ZERO.
002990     03  CNT-OUT                       PIC 9(09) VALUE ZERO.
003000     03  CNT-REJ                       PIC 9(09) VALUE ZERO.
003001     03  CNT-EXC                       PIC 9(09) VALUE ZERO.
003010     03  SORT-ORG-SEQ-CNT              PIC 9(09) VALUE ZERO.
003020*---------------< 返品カウントの定義 >------------------------*
003030 01  HEN-CNT-AREA.
004230     03  MSG-705I.
004240       05  FILLER                      PIC  X(41) VALUE
004250     "++ UPBD001  705I UPT701E     REJ COUNT = ".
004251     03  MSG-707I.
004252       05  FILLER                      PIC  X(41) VALUE
004253     "++ UPBD001  707I UPT701X     EXC COUNT = ".
004260     03  MSG-501F.
004270       05  FILLER                      PIC  X(41) VALUE
004280     "++ UPBD001  501F UEU721  OPEN  ERROR ST= ".
005290     03  MSG-743F.
005300       05  FILLER                      PIC  X(41) VALUE
005310     "++ UPBD001  743F ALREADY RUN / USE FORCE ".
005311     03  MSG-771W.
005312       05  FILLER                      PIC  X(41) VALUE
005313     "++ UPBD001  771W NON-BUSINESS DAY SKIP Y=".
005314       05  MSG-771W-YMD                PIC  9(08).
005315     03  MSG-773F.
005316       05  FILLER                      PIC  X(41) VALUE
005317     "++ UPBD001  773F NON-BUSINESS DAY   YMD= ".
005318       05  MSG-773F-YMD                PIC  9(08).
005319     03  MSG-775F.
00531A       05  FILLER                      PIC  X(41) VALUE
00531B     "++ UPBD001  775F UPT730  OPEN  ERROR ST= ".
00531C       05  MSG-775F-ST                 PIC  9(03).
005320     03  MSG-745F.
005330       05  FILLER                      PIC  X(41) VALUE
005340     "++ UPBD001  745F UPT700L OPEN  ERROR ST= ".
005350       05  MSG-745F-ST                 PIC  9(03).
005351     03  MSG-747F.
005352       05  FILLER                      PIC  X(41) VALUE
005353     "++ UPBD001  747F UPT715  OPEN  ERROR ST= ".
005354       05  MSG-747F-ST                 PIC  9(03).
005355     03  MSG-749F.
005356       05  FILLER                      PIC  X(41) VALUE
005357     "++ UPBD001  749F UPT716  OPEN  ERROR ST= ".
005358       05  MSG-749F-ST                 PIC  9(03).
005359     03  MSG-751F.
00535A       05  FILLER                      PIC  X(41) VALUE
00535B     "++ UPBD001  751F UPT721  OPEN  ERROR ST= ".
00535C       05  MSG-751F-ST                 PIC  9(03).
00535D     03  MSG-753F.
00535E       05  FILLER                      PIC  X(41) VALUE
00535F     "++ UPBD001  753F UPT721  READ  ERROR ST= ".
00535G       05  MSG-753F-ST                 PIC  9(03).
00535H     03  MSG-755F.
00535I       05  FILLER                      PIC  X(41) VALUE
00535J     "++ UPBD001  755F EXCEPT  OPEN  ERROR ST= ".
00535K       05  MSG-755F-ST                 PIC  9(03).
00535L     03  MSG-757F.
00535M       05  FILLER                      PIC  X(41) VALUE
00535N     "++ UPBD001  757F EXCEPT  WRITE ERROR ST= ".
00535O       05  MSG-757F-ST                 PIC  9(03).
00535P     03  MSG-759F.
00535Q       05  FILLER                      PIC  X(41) VALUE
00535R     "++ UPBD001  759F EXCLST  OPEN  ERROR ST= ".
00535S       05  MSG-759F-ST                 PIC  9(03).
00535T     03  MSG-761F.
00535U       05  FILLER                      PIC  X(41) VALUE
00535V     "++ UPBD001  761F EXCLST  WRITE ERROR ST= ".
00535W       05  MSG-761F-ST                 PIC  9(03).
005360*---------------< 起動パラメタ（詳細）の定義 >--------------------*
005370 01  ARG-DETAIL-AREA.
005380     03  ARG-IDX                       PIC 9(02) VALUE ZERO.
005390     03  ARG-VALUE                     PIC X(20) VALUE SPACES.
005400     03  ARG-DATE-SW                   PIC X(01) VALUE "0".
005410         88  ARG-DATE-SUPPLIED         VALUE "1".
005411     03  KYUGYO-SW                     PIC X(01) VALUE "0".
005412         88  KYUGYO-BI                 VALUE "1".
005420     03  ARG-YYYYMMDD.
005430         05  ARG-YYYY                  PIC 9(04).
005440         05  ARG-MM                    PIC 9(02).
005450         05  ARG-DD                    PIC 9(02).
005451*---------------< 名称編集の定義 >----------------------------*
005452 01  NAME-AREA.
005453     03  WK-NAME-CD9                   PIC 9(06) VALUE ZERO.
005454     03  WK-TOR-NAME                   PIC X(24) VALUE SPACE.
005455     03  WK-SYU-NAME                   PIC X(24) VALUE SPACE.
005456     03  MITOROKU-NAME                 PIC X(24) VALUE
005457     "＊＊未登録＊＊".
005458*---------------< 取扱契約検索の定義 >------------------------*
005459 01  KEIYAKU-AREA.
00545A     03  KEI-FIELD                     PIC X(10) VALUE SPACE.
00545B     03  KEI-RIYU                      PIC X(16) VALUE SPACE.
005460*---------------< 入力ファイル指定の定義 >--------------------*
005470 01  ASSIGN-AREA.
005480     03  UEU721I-DSN                   PIC X(08) VALUE "UEU721I".
005481*---------------< 契約例外リスト制御の定義 >------------------*
005482 01  PRT-CTL-AREA.
005483     03  LINE-CNT                      PIC 9(03) VALUE 99.
005484     03  PAGE-CNT                      PIC 9(05) VALUE ZERO.
005485     03  MAX-LINE                      PIC 9(03) VALUE 60.
005486 01  PRT-LINE                          PIC X(132).
005490*
005500*---< メッセージ３の定義（返品） >---*
005510 01  MESSAGE-AREA3.
005780       05  FILLER                      PIC  X(41) VALUE
005790     "++ UPBD001  539F UEU722  SORT  ERROR RC= ".
005800       05  MSG-539F-ST                 PIC  9(03).
005801*---------------< 契約例外リスト見出しの定義 >----------------*
005802 01  PRT-MIDASI1.
005803     03  FILLER                        PIC X(09) VALUE
005804     "UPBD001  ".
005805     03  FILLER                        PIC X(35) VALUE
005806     "UPT701 KEIYAKU EXCEPTION LIST      ".
005807     03  FILLER                        PIC X(05) VALUE
005808     "DATE:".
005809     03  PRT-M1-YYYY                   PIC 9(04).
00580A     03  FILLER                        PIC X(01) VALUE "/".
00580B     03  PRT-M1-MM                     PIC 9(02).
00580C     03  FILLER                        PIC X(01) VALUE "/".
00580D     03  PRT-M1-DD                     PIC 9(02).
00580E     03  FILLER                        PIC X(07) VALUE
00580F     "  PAGE:".
00580G     03  PRT-M1-PAGE                   PIC ZZZZ9.
00580H 01  PRT-MIDASI2.
00580I     03  FILLER                        PIC X(11) VALUE
00580J     "SEQ-NO     ".
00580K     03  FILLER                        PIC X(10) VALUE
00580L     "TORIHIKI  ".
00580M     03  FILLER                        PIC X(26) VALUE
00580N     "TORIHIKI-NAME             ".
00580O     03  FILLER                        PIC X(09) VALUE
00580P     "SYUPPAN  ".
00580Q     03  FILLER                        PIC X(26) VALUE
00580R     "SYUPPAN-NAME              ".
00580S     03  FILLER                        PIC X(12) VALUE
00580T     "FIELD       ".
00580U     03  FILLER                        PIC X(06) VALUE
00580V     "REASON".
005810*
005811*---------------< 契約例外リスト明細の定義 >------------------*
005812 01  PRT-MEISAI.
005813     03  PRT-SEQ                       PIC ZZZZZZZZ9.
005814     03  FILLER                        PIC X(02) VALUE SPACE.
005815     03  PRT-TORIHIKI                  PIC 9(06).
005816     03  FILLER                        PIC X(04) VALUE SPACE.
005817     03  PRT-TOR-NAME                  PIC X(24).
005818     03  FILLER                        PIC X(02) VALUE SPACE.
005819     03  PRT-SYUPPAN                   PIC 9(06).
00581A     03  FILLER                        PIC X(03) VALUE SPACE.
00581B     03  PRT-SYU-NAME                  PIC X(24).
00581C     03  FILLER                        PIC X(02) VALUE SPACE.
00581D     03  PRT-FIELD                     PIC X(10).
00581E     03  FILLER                        PIC X(02) VALUE SPACE.
00581F     03  PRT-RIYU                      PIC X(16).
00581G*
005820 PROCEDURE                         DIVISION.
005830****************************************************************
005840*    (0.0)   メイン              処理                          *
006110     ELSE
006120         MOVE    WK-YYYYMMDD (1:8) TO  WK-GYOMU-YMD
006130     END-IF.
006131     PERFORM      EIGYO-CHECK-RTN.
006140     PERFORM      JOB-CHECK-RTN.
006150     PERFORM      CLOSED-CHECK-RTN.
006160*-----------< ファイル  （入力）整列  >--------------------------*
006820         PERFORM ABEND-MSG-RTN
006830         STOP    RUN
006840     END-IF.
006841*-----------< ファイル  （取扱契約・契約例外）ＯＰＥＮ  >------*
006842     PERFORM      KEIYAKU-OPEN-RTN.
006850*-----------< ファイル  （チェックポイント）ＯＰＥＮ  >--------*
006860     IF  RESTART-REQUESTED
006870         PERFORM CKPT-RESTORE-RTN
007360               MOVE  UEU721-MAKER-CD9    TO  NEW-KEY-SYUPPAN
007370               PERFORM  KEY-CHECK-RTN
007380               IF  KEY-CHECK-NG
007381                   IF  KEIYAKU-NG
007382                       PERFORM  EXCEPT-RTN
007383                   ELSE
007390                       PERFORM  REJECT-RTN
007391                   END-IF
007400                   PERFORM  CKPT-DUE-CHECK-RTN
007410                   IF  CKPT-DUE
007420                       PERFORM  CHECKPOINT-RTN
007620        ( NEW-KEY-SYUPPAN   =  SPACES )
007630         MOVE   "1"                TO  KEY-CHECK-SW
007640     END-IF.
007641*-----------< 取扱契約・解約チェック >-------------------------*
007642     MOVE    "0"                   TO  KEIYAKU-NG-SW.
007643     IF  NOT  KEY-CHECK-NG
007644         PERFORM  KEIYAKU-CHECK-RTN
007645         IF  KEIYAKU-NG
007646             MOVE   "1"            TO  KEY-CHECK-SW
007647         END-IF
007648     END-IF.
007650 KEY-CHECK-EXT.
007660     EXIT.
007670****************************************************************
012450     CLOSE     UPT701K.
012460     CLOSE     UPT701S.
012470     CLOSE     UPT714O.
012471     CLOSE     UPT715I.
012472     CLOSE     UPT716I.
012473     CLOSE     UPT721I.
012474     CLOSE     UPT701X.
012475     CLOSE     UPT701XR.
012480     MOVE      ZERO                TO  RETURN-CODE.
012490*---------< 入力件数表示 >-------------------------------------*
012500     DISPLAY MSG-501I  CNT-IN  UPON CONS.
012510     DISPLAY MSG-701I  CNT-OUT UPON CONS.
012520     DISPLAY MSG-705I  CNT-REJ UPON CONS.
012521     DISPLAY MSG-707I  CNT-EXC UPON CONS.
012530     DISPLAY MSG-531I  CNT-HEN-IN    UPON CONS.
012540     DISPLAY MSG-533I  CNT-HEN-MATCH UPON CONS.
012550     DISPLAY MSG-535I  CNT-HEN-REJ   UPON CONS.
017870     END-READ.
017880 JOB-CHECK-READ-EXT.
017890     EXIT.
017900****************************************************************
017910*    (10.0)  KEIYAKU-OPEN-RTN　（取扱契約・契約例外ＯＰＥＮ）
017920****************************************************************
017930 KEIYAKU-OPEN-RTN                  SECTION.
017940*-----------< ファイル  （名称マスタ）ＯＰＥＮ  >----------------*
017950     OPEN INPUT UPT715I.
017960     IF  FILE-STATUS               =   ZERO
017970         CONTINUE
017980     ELSE
017990         MOVE    231               TO  RETURN-CODE
018000         MOVE    FILE-STATUS       TO  MSG-747F-ST
018010         DISPLAY MSG-747F RETURN-CODE UPON CONS
018020         PERFORM ABEND-MSG-RTN
018030         STOP    RUN
018040     END-IF.
018050     OPEN INPUT UPT716I.
018060     IF  FILE-STATUS               =   ZERO
018070         CONTINUE
018080     ELSE
018090         MOVE    232               TO  RETURN-CODE
018100         MOVE    FILE-STATUS       TO  MSG-749F-ST
018110         DISPLAY MSG-749F RETURN-CODE UPON CONS
018120         PERFORM ABEND-MSG-RTN
018130         STOP    RUN
018140     END-IF.
018150*-----------< ファイル  （取扱契約マスタ）ＯＰＥＮ  >------------*
018160     OPEN INPUT UPT721I.
018170     IF  FILE-STATUS               =   ZERO
018180         CONTINUE
018190     ELSE
018200         MOVE    233               TO  RETURN-CODE
018210         MOVE    FILE-STATUS       TO  MSG-751F-ST
018220         DISPLAY MSG-751F RETURN-CODE UPON CONS
018230         PERFORM ABEND-MSG-RTN
018240         STOP    RUN
018250     END-IF.
018260*-----------< ファイル  （契約例外）ＯＰＥＮ  >------------------*
018270     IF  RESTART-REQUESTED
018280         OPEN    EXTEND    UPT701X
018290     ELSE
018300         OPEN    OUTPUT    UPT701X
018310     END-IF.
018320     IF  FILE-STATUS               =   ZERO
018330         CONTINUE
018340     ELSE
018350         MOVE    235               TO  RETURN-CODE
018360         MOVE    FILE-STATUS       TO  MSG-755F-ST
018370         DISPLAY MSG-755F RETURN-CODE UPON CONS
018380         PERFORM ABEND-MSG-RTN
018390         STOP    RUN
018400     END-IF.
018410*-----------< ファイル  （契約例外リスト）ＯＰＥＮ  >------------*
018420     IF  RESTART-REQUESTED
018430         OPEN    EXTEND    UPT701XR
018440     ELSE
018450         OPEN    OUTPUT    UPT701XR
018460     END-IF.
018470     IF  FILE-STATUS               =   ZERO
018480         CONTINUE
018490     ELSE
018500         MOVE    237               TO  RETURN-CODE
018510         MOVE    FILE-STATUS       TO  MSG-759F-ST
018520         DISPLAY MSG-759F RETURN-CODE UPON CONS
018530         PERFORM ABEND-MSG-RTN
018540         STOP    RUN
018550     END-IF.
018560 KEIYAKU-OPEN-EXT.
018570     EXIT.
018580****************************************************************
018590*    (10.1)  KEIYAKU-CHECK-RTN　（取扱契約・解約チェック）
018600****************************************************************
018610 KEIYAKU-CHECK-RTN                 SECTION.
018620     MOVE     "0"                  TO  KEIYAKU-NG-SW.
018630*-----------< 取引先解約チェック >-------------------------------*
018640     MOVE     NEW-KEY-TORIHIKI     TO  UPT715-TORIHIKI-CD9.
018650     READ     UPT715I
018660         INVALID KEY
018670             CONTINUE
018680         NOT INVALID KEY
018690             IF  UPT715-KAIYAKU
018700                 MOVE  "TORIHIKI"      TO  KEI-FIELD
018710                 MOVE  "TOR KAIYAKU"   TO  KEI-RIYU
018720                 MOVE  "1"             TO  KEIYAKU-NG-SW
018730             END-IF
018740     END-READ.
018750*-----------< 出版社解約チェック >-------------------------------*
018760     IF  NOT  KEIYAKU-NG
018770         MOVE     NEW-KEY-SYUPPAN  TO  UPT716-SYUPPAN-CD9
018780         READ     UPT716I
018790             INVALID KEY
018800                 CONTINUE
018810             NOT INVALID KEY
018820                 IF  UPT716-KAIYAKU
018830                     MOVE  "SYUPPAN"       TO  KEI-FIELD
018840                     MOVE  "SYU KAIYAKU"   TO  KEI-RIYU
018850                     MOVE  "1"             TO  KEIYAKU-NG-SW
018860                 END-IF
018870         END-READ
018880     END-IF.
018890*-----------< 取扱契約チェック >---------------------------------*
018900     IF  NOT  KEIYAKU-NG
018910         MOVE     "0"              TO  KEIYAKU-FOUND-SW
018920         MOVE     ZERO             TO  KEIYAKU-END-SW
018930         MOVE     NEW-KEY-TORIHIKI TO  UPT721-TORIHIKI-CD9
018940         MOVE     NEW-KEY-SYUPPAN  TO  UPT721-SYUPPAN-CD9
018950         MOVE     ZERO             TO  UPT721-FROM-YMD
018960         START    UPT721I
018970             KEY  IS  NOT  LESS  THAN  UPT721-KEY
018980             INVALID KEY
018990                 MOVE  HIGH-VALUE  TO  KEIYAKU-END-SW
019000         END-START
019010         PERFORM  KEIYAKU-SCAN-RTN
019020             UNTIL ( KEIYAKU-END-SW    =   HIGH-VALUE )
019030                OR ( KEIYAKU-FOUND )
019040         IF  NOT  KEIYAKU-FOUND
019050             MOVE  "KEIYAKU"       TO  KEI-FIELD
019060             MOVE  "NO KEIYAKU"    TO  KEI-RIYU
019070             MOVE  "1"             TO  KEIYAKU-NG-SW
019080         END-IF
019090     END-IF.
019100 KEIYAKU-CHECK-EXT.
019110     EXIT.
019120****************************************************************
019130*    (10.2)  KEIYAKU-SCAN-RTN　（取扱契約走査）
019140****************************************************************
019150 KEIYAKU-SCAN-RTN                  SECTION.
019160     READ     UPT721I   NEXT
019170         AT END
019180             MOVE  HIGH-VALUE            TO  KEIYAKU-END-SW
019190         NOT AT END
019200             IF  FILE-STATUS             NOT =   ZERO
019210                 MOVE  234               TO  RETURN-CODE
019220                 MOVE  FILE-STATUS       TO  MSG-753F-ST
019230                 DISPLAY MSG-753F RETURN-CODE  UPON  CONS
019240                 PERFORM ABEND-MSG-RTN
019250                 STOP RUN
019260             END-IF
019270             EVALUATE TRUE
019280                 WHEN  UPT721-TORIHIKI-CD9
019290                                 NOT =   NEW-KEY-TORIHIKI
019300                     MOVE  HIGH-VALUE    TO  KEIYAKU-END-SW
019310                 WHEN  UPT721-SYUPPAN-CD9
019320                                 NOT =   NEW-KEY-SYUPPAN
019330                     MOVE  HIGH-VALUE    TO  KEIYAKU-END-SW
019340                 WHEN  UPT721-FROM-YMD   >   WK-GYOMU-YMD
019350                     MOVE  HIGH-VALUE    TO  KEIYAKU-END-SW
019360                 WHEN  UPT721-TO-YMD     >=  WK-GYOMU-YMD
019370                     MOVE  "1"           TO  KEIYAKU-FOUND-SW
019380                 WHEN  OTHER
019390                     CONTINUE
019400             END-EVALUATE
019410     END-READ.
019420 KEIYAKU-SCAN-EXT.
019430     EXIT.
019440****************************************************************
019450*    (10.3)  EXCEPT-RTN　（契約例外出力）
019460****************************************************************
019470 EXCEPT-RTN                        SECTION.
019480     MOVE     UEU721W-REC (10:80)  TO  UPT701X-REC.
019490     WRITE    UPT701X-REC.
019500     IF  FILE-STATUS               =   ZERO
019510         ADD  1                    TO  CNT-REJ
019520         ADD  1                    TO  CNT-EXC
019530     ELSE
019540         MOVE    236               TO  RETURN-CODE
019550         MOVE    FILE-STATUS       TO  MSG-757F-ST
019560         DISPLAY MSG-757F  RETURN-CODE  UPON  CONS
019570         PERFORM ABEND-MSG-RTN
019580         STOP    RUN
019590     END-IF.
019600*-----------< 契約例外リスト明細編集 >---------------------------*
019610     MOVE     UEU721W-ORG-SEQ      TO  PRT-SEQ.
019620     MOVE     NEW-KEY-TORIHIKI     TO  PRT-TORIHIKI.
019630     MOVE     NEW-KEY-TORIHIKI     TO  WK-NAME-CD9.
019640     PERFORM  TOR-NAME-RTN.
019650     MOVE     WK-TOR-NAME          TO  PRT-TOR-NAME.
019660     MOVE     NEW-KEY-SYUPPAN      TO  PRT-SYUPPAN.
019670     MOVE     NEW-KEY-SYUPPAN      TO  WK-NAME-CD9.
019680     PERFORM  SYU-NAME-RTN.
019690     MOVE     WK-SYU-NAME          TO  PRT-SYU-NAME.
019700     MOVE     KEI-FIELD            TO  PRT-FIELD.
019710     MOVE     KEI-RIYU             TO  PRT-RIYU.
019720     MOVE     PRT-MEISAI           TO  PRT-LINE.
019730     PERFORM  LIST-WRITE-RTN.
019740 EXCEPT-EXT.
019750     EXIT.
019760****************************************************************
019770*    (10.4)  TOR-NAME-RTN　（取引先名称検索）
019780****************************************************************
019790 TOR-NAME-RTN                      SECTION.
019800     IF  WK-NAME-CD9               =   ZERO
019810         MOVE    SPACE             TO  WK-TOR-NAME
019820     ELSE
019830         MOVE    MITOROKU-NAME     TO  WK-TOR-NAME
019840         MOVE    WK-NAME-CD9       TO  UPT715-TORIHIKI-CD9
019850         READ    UPT715I
019860             INVALID KEY
019870                 CONTINUE
019880             NOT INVALID KEY
019890                 MOVE  UPT715-KANJI-NAME  TO  WK-TOR-NAME
019900         END-READ
019910     END-IF.
019920 TOR-NAME-EXT.
019930     EXIT.
019940****************************************************************
019950*    (10.5)  SYU-NAME-RTN　（出版社名称検索）
019960****************************************************************
019970 SYU-NAME-RTN                      SECTION.
019980     IF  WK-NAME-CD9               =   ZERO
019990         MOVE    SPACE             TO  WK-SYU-NAME
020000     ELSE
020010         MOVE    MITOROKU-NAME     TO  WK-SYU-NAME
020020         MOVE    WK-NAME-CD9       TO  UPT716-SYUPPAN-CD9
020030         READ    UPT716I
020040             INVALID KEY
020050                 CONTINUE
020060             NOT INVALID KEY
020070                 MOVE  UPT716-KANJI-NAME  TO  WK-SYU-NAME
020080         END-READ
020090     END-IF.
020100 SYU-NAME-EXT.
020110     EXIT.
020120****************************************************************
020130*    (10.6)  LIST-WRITE-RTN　（契約例外リスト出力）
020140****************************************************************
020150 LIST-WRITE-RTN                    SECTION.
020160     IF  LINE-CNT                  >   MAX-LINE
020170         PERFORM  MIDASI-RTN
020180     END-IF.
020190     WRITE    UPT701XR-REC         FROM  PRT-LINE
020200         AFTER  ADVANCING  1  LINE.
020210     IF  FILE-STATUS               =   ZERO
020220         ADD  1                    TO  LINE-CNT
020230     ELSE
020240         MOVE    238               TO  RETURN-CODE
020250         MOVE    FILE-STATUS       TO  MSG-761F-ST
020260         DISPLAY MSG-761F  RETURN-CODE  UPON  CONS
020270         PERFORM ABEND-MSG-RTN
020280         STOP    RUN
020290     END-IF.
020300 LIST-WRITE-EXT.
020310     EXIT.
020320****************************************************************
020330*    (10.7)  MIDASI-RTN　（契約例外リスト見出し出力）
020340****************************************************************
020350 MIDASI-RTN                        SECTION.
020360     ADD      1                    TO  PAGE-CNT.
020370     MOVE     WK-YYYY              TO  PRT-M1-YYYY.
020380     MOVE     WK-MM                TO  PRT-M1-MM.
020390     MOVE     WK-DD                TO  PRT-M1-DD.
020400     MOVE     PAGE-CNT             TO  PRT-M1-PAGE.
020410     WRITE    UPT701XR-REC         FROM  PRT-MIDASI1
020420         AFTER  ADVANCING  PAGE.
020430     WRITE    UPT701XR-REC         FROM  PRT-MIDASI2
020440         AFTER  ADVANCING  2  LINES.
020450     MOVE     SPACE                TO  UPT701XR-REC.
020460     WRITE    UPT701XR-REC
020470         AFTER  ADVANCING  1  LINE.
020480     MOVE     4                    TO  LINE-CNT.
020490 MIDASI-EXT.
020500     EXIT.
020510****************************************************************
020520*    (11.0)  EIGYO-CHECK-RTN　（営業日チェック）
020530****************************************************************
020540 EIGYO-CHECK-RTN                   SECTION.
020550     MOVE     "0"                  TO  KYUGYO-SW.
020560     OPEN     INPUT    UPT730I.
020570     IF  FILE-STATUS               =   ZERO
020580         MOVE     WK-GYOMU-YMD     TO  UPT730-YMD
020590         READ     UPT730I
020600             INVALID KEY
020610                 CONTINUE
020620             NOT INVALID KEY
020630                 MOVE  "1"         TO  KYUGYO-SW
020640         END-READ
020650         CLOSE    UPT730I
020660     ELSE
020670         IF  FILE-STATUS           =   "35"
020680             CONTINUE
020690         ELSE
020700             MOVE    252           TO  RETURN-CODE
020710             MOVE    FILE-STATUS   TO  MSG-775F-ST
020720             DISPLAY MSG-775F  RETURN-CODE  UPON  CONS
020730             PERFORM ABEND-MSG-RTN
020740             STOP    RUN
020750         END-IF
020760     END-IF.
020770*-----------< 休業日：日付省略時はスキップ、指定時はエラー >---*
020780     IF  KYUGYO-BI
020790         IF  RESTART-REQUESTED  OR  FORCE-REQUESTED
020800             CONTINUE
020810         ELSE
020820             IF  ARG-DATE-SUPPLIED
020830                 MOVE    WK-GYOMU-YMD  TO  MSG-773F-YMD
020840                 MOVE    251           TO  RETURN-CODE
020850                 DISPLAY MSG-773F      UPON  CONS
020860                 PERFORM ABEND-MSG-RTN
020870                 STOP    RUN
020880             ELSE
020890                 MOVE    WK-GYOMU-YMD  TO  MSG-771W-YMD
020900                 DISPLAY MSG-771W      UPON  CONS
020910                 MOVE    4             TO  RETURN-CODE
020920                 PERFORM END-MSG-RTN
020930                 STOP    RUN
020940             END-IF
020950         END-IF
020960     END-IF.
020970 EIGYO-CHECK-EXT.
020980     EXIT.
