000010****************************************************************
000020*    システム名    ： 新聞競馬新聞実績
000030*    プログラム名  ： 即売訂正処理
000040*    プログラムＩＤ： UPBD035
000050*    作  成  者    ： T.HARUYAMA
000060*    作  成  日    ： 2004年11月02日
000061*    修  正  日    ： 2004年11月22日 運用台帳・ジョブ順序・営業日対応
000070****************************************************************
000080 IDENTIFICATION                    DIVISION.
000090 PROGRAM-ID.                       UPBD035.
000100 AUTHOR.                           T.HARUYAMA.
000110*
000120 ENVIRONMENT                       DIVISION.
000130 CONFIGURATION                     SECTION.
000140 SOURCE-COMPUTER.                  SUN.
000150 OBJECT-COMPUTER.                  SUN.
000160 SPECIAL-NAMES.
000170     CONSOLE                   IS  CONS
000180     ARGUMENT-NUMBER           IS  BANGO
000190     ARGUMENT-VALUE            IS  ATAI.
000200*----*---*---*---*---*---------*---*---*---*---*---*---*---*---*
000210 INPUT-OUTPUT                      SECTION.
000220 FILE-CONTROL.
000230*------------ファイル   （即売訂正トランザクション）-----------*
000240     SELECT  UPT738I      ASSIGN     TO  UPT738I
000250                      STATUS     IS  FILE-STATUS.
000260*------------ファイル   （即売ファイル）-----------------------*
000270     SELECT  UPT701O      ASSIGN
000280                                TO  UPT701O
000290             ORGANIZATION       IS  INDEXED
000300             ACCESS  MODE       IS  RANDOM
000310             RECORD  KEY        IS  UPT701-KEY
000320             FILE    STATUS     FILE-STATUS.
000330*------------ファイル   （月次累積）---------------------------*
000340     SELECT  UPT714O      ASSIGN     TO  UPT714O
000350             ORGANIZATION       IS  INDEXED
000360             ACCESS  MODE       IS  RANDOM
000370             RECORD  KEY        IS  UPT714-KEY
000380             FILE    STATUS     IS  FILE-STATUS.
000390*------------ファイル   （月次締め管理）-----------------------*
000400     SELECT  UPT714K      ASSIGN     TO  UPT714K
000410             ACCESS  MODE       IS  SEQUENTIAL
000420             FILE    STATUS     FILE-STATUS.
000430*------------ファイル   （即売訂正ジャーナル）-----------------*
000440     SELECT  UPT738R      ASSIGN
000450                                TO  UPT738R
000460             ACCESS  MODE       IS  SEQUENTIAL
000470             FILE    STATUS     FILE-STATUS.
000471*------------ファイル   （運用台帳）---------------------------*
000472     SELECT  UPT700L      ASSIGN     TO  UPT700L
000473             ACCESS  MODE       IS  SEQUENTIAL
000474             FILE    STATUS     FILE-STATUS.
000475*------------ファイル   （営業日カレンダマスタ）---------------*
000476     SELECT  UPT730I ASSIGN     TO  UPT730I
000477             ORGANIZATION       IS  INDEXED
000478             ACCESS  MODE       IS  RANDOM
000479             RECORD  KEY        IS  UPT730-YMD
00047A             FILE    STATUS     IS  FILE-STATUS.
000480*
000490 DATA                              DIVISION.
000500 FILE                              SECTION.
000510*
000520****************************************************************
000530*            ファイル   （即売訂正トランザクション）
000540****************************************************************
000550 FD  UPT738I        LABEL  RECORD STANDARD.
000560 01  UPT738I-REC.
000570     COPY   UPT738C.
000580*
000590****************************************************************
000600*            ファイル   （即売ファイル）
000610****************************************************************
000620 FD  UPT701O        LABEL  RECORD STANDARD.
000630 01  UPT701O-REC.
000640     COPY   UPT701C.
000650*
000660****************************************************************
000670*            ファイル   （月次累積）
000680****************************************************************
000690 FD  UPT714O        LABEL  RECORD STANDARD.
000700 01  UPT714O-REC.
000710     COPY   UPT714C.
000720*
000730****************************************************************
000740*            ファイル   （月次締め管理）
000750****************************************************************
000760 FD  UPT714K        LABEL  RECORD STANDARD.
000770 01  UPT714K-REC.
000780     COPY   UPT714KC.
000790*
000800****************************************************************
000810*            ファイル   （即売訂正ジャーナル）
000820****************************************************************
000830 FD  UPT738R        LABEL  RECORD STANDARD.
000840 01  UPT738R-REC             PIC X(132).
000850*
000851****************************************************************
000852*            ファイル   （運用台帳）
000853****************************************************************
000854 FD  UPT700L         LABEL  RECORD STANDARD.
000855 01  UPT700L-REC.
000856     COPY   UPT700LC.
000857*
000858****************************************************************
000859*            ファイル   （営業日カレンダマスタ）
00085A****************************************************************
00085B FD  UPT730I        LABEL  RECORD STANDARD.
00085C 01  UPT730I-REC.
00085D     COPY   UPT730C.
00085E*
000860 WORKING-STORAGE                   SECTION.
000870*---------------< WORK-AREA定義 >-----------------------------*
000880 01  SW-AREA.
000890     03  END-SW                        PIC X(02) VALUE ZERO.
000900     03  CHECK-SW                      PIC X(01) VALUE "0".
000910         88  CHECK-NG                  VALUE "1".
000920     03  CLOSED-END-SW                 PIC X(02) VALUE ZERO.
000930     03  CLOSED-FOUND-SW               PIC X(01) VALUE "0".
000940         88  CLOSED-FOUND              VALUE "1".
000950     03  ARG-DATE-SW                   PIC X(01) VALUE "0".
000960         88  ARG-DATE-SUPPLIED         VALUE "1".
000961     03  FORCE-SW                      PIC X(01) VALUE "0".
000962         88  FORCE-REQUESTED           VALUE "1".
000963     03  JOBCHK-END-SW                 PIC X(02) VALUE ZERO.
000964     03  PRED-OK-SW                    PIC X(01) VALUE "0".
000965         88  PRED-OK                   VALUE "1".
000966     03  SELF-DONE-SW                  PIC X(01) VALUE "0".
000967         88  SELF-DONE                 VALUE "1".
000968     03  SUCC-DONE-SW                  PIC X(01) VALUE "0".
000969         88  SUCC-DONE                 VALUE "1".
00096A     03  KYUGYO-SW                     PIC X(01) VALUE "0".
00096B         88  KYUGYO-BI                 VALUE "1".
000970 01  WK-DATE.
000980     03  WK-Y                          PIC  9(2).
000990     03  WK-M                          PIC  9(2).
001000     03  WK-D                          PIC  9(2).
001010 01  WK-YYYYMMDD.
001020     03  WK-YYYY.
001030       05  WK-20                       PIC  9(2).
001040       05  WK-YY                       PIC  9(2).
001050     03  WK-MM                         PIC  9(2).
001060     03  WK-DD                         PIC  9(2).
001070     03  WK-TIME.
001080       05  WK-TIM                      PIC  9(2).
001090       05  WK-MIN                      PIC  9(2).
001100       05  WK-SEC                      PIC  9(2).
001110*---------------< 業務日付の定義 >----------------------------*
001120 01  GYOMU-AREA.
001130     03  WK-GYOMU-YMD.
001140       05  WK-GYOMU-YM                 PIC 9(06) VALUE ZERO.
001150       05  WK-GYOMU-DD                 PIC 9(02) VALUE ZERO.
001151*---------------< ジョブ順序チェックの定義 >------------------*
001152 01  JOBCHK-AREA.
001153     03  JOB-PRED-PGID                 PIC X(08) VALUE "UPBD001".
001154     03  JOB-SUCC-PGID                 PIC X(08) VALUE "UPBD006".
001155*---------------< 運用台帳の定義 >----------------------------*
001156 01  LEDGER-AREA.
001157     03  LEDGER-START-TIME.
001158       05  LST-YMD                     PIC 9(08).
001159       05  LST-HMS                     PIC 9(06).
00115A     03  LEDGER-END-TIME.
00115B       05  LET-YMD                     PIC 9(08).
00115C       05  LET-HMS                     PIC 9(06).
00115D*---------------< 運用台帳メッセージの定義 >------------------*
00115E 01  MSG-731W.
00115F     03  FILLER                        PIC  X(41) VALUE
00115G     "++ UPBD035  731W LEDGER  WRITE SKIPPED   ".
001160*---------------< 起動パラメタの定義 >------------------------*
001170 01  ARG-AREA.
001180     03  ARG-CNT                       PIC 9(02) VALUE ZERO.
001190 01  ARG-DETAIL-AREA.
001200     03  ARG-IDX                       PIC 9(02) VALUE ZERO.
001210     03  ARG-VALUE                     PIC X(20) VALUE SPACES.
001220     03  ARG-YYYYMMDD.
001230       05  ARG-YYYY                    PIC 9(04).
001240       05  ARG-MM                      PIC 9(02).
001250       05  ARG-DD                      PIC 9(02).
001260*---------------< ステータスの定義 >--------------------------*
001270 01  STATUS-AREA.
001280     03  FILE-STATUS                   PIC X(02) VALUE ZERO.
001290*---------------< カウントの定義 >----------------------------*
001300 01  UPT738-CNT-AREA.
001310     03  CNT-IN                        PIC 9(09) VALUE ZERO.
001320     03  CNT-TEISEI                    PIC 9(09) VALUE ZERO.
001330     03  CNT-REJ                       PIC 9(09) VALUE ZERO.
001340     03  CNT-T714-ADD                  PIC 9(09) VALUE ZERO.
001350*---------------< 訂正数量の定義 >----------------------------*
001360 01  TEISEI-AREA.
001370     03  ADJ-URI-CNT                   PIC S9(09) VALUE ZERO.
001380     03  ADJ-HEN-CNT                   PIC S9(09) VALUE ZERO.
001390     03  NEW-URI-CNT                   PIC S9(10) VALUE ZERO.
001400     03  NEW-HEN-CNT                   PIC S9(10) VALUE ZERO.
001410     03  NEW-NET-CNT                   PIC S9(10) VALUE ZERO.
001420     03  TOT-ADJ-URI                   PIC S9(11) VALUE ZERO.
001430     03  TOT-ADJ-HEN                   PIC S9(11) VALUE ZERO.
001440*---------------< 排除理由の定義 >----------------------------*
001450 01  RIYU-AREA.
001460     03  REJECT-RIYU                   PIC X(08) VALUE SPACE.
001470*---------------< リスト制御の定義 >--------------------------*
001480 01  PRT-CTL-AREA.
001490     03  LINE-CNT                      PIC 9(03) VALUE 99.
001500     03  PAGE-CNT                      PIC 9(05) VALUE ZERO.
001510     03  MAX-LINE                      PIC 9(03) VALUE 60.
001520*
001530*---------------< メッセージ１の定義 >------------------------*
001540 01  MSG-PGID                          PIC X(08) VALUE
001550     "UPBD035".
001560 01  MESSAGE-AREA1.
001570     03  MESSAGE-START.
001580       05  FILLER                      PIC X(12) VALUE
001590     "++ UPBD035 ".
001600       05  MESSAGE-START-YMD.
001610         07  MESSAGE-START-YYYY        PIC 9(04).
001620         07  FILLER                    PIC X(01) VALUE "/".
001630         07  MESSAGE-START-MM          PIC 9(02).
001640         07  FILLER                    PIC X(01) VALUE "/".
001650         07  MESSAGE-START-DD          PIC 9(02).
001660         07  FILLER                    PIC X(01) VALUE " ".
001670         07  MESSAGE-START-TIM         PIC 9(02).
001680         07  FILLER                    PIC X(01) VALUE ":".
001690         07  MESSAGE-START-MIN         PIC 9(02).
001700         07  FILLER                    PIC X(01) VALUE ":".
001710         07  MESSAGE-START-SEC         PIC 9(02).
001720         07  FILLER                    PIC X(01) VALUE " ".
001730       05  FILLER                      PIC X(08) VALUE
001740     "*START* ".
001750     03  MESSAGE-END.
001760       05  FILLER                      PIC X(12) VALUE
001770     "++ UPBD035 ".
001780       05  MESSAGE-END-YMD.
001790         07  MESSAGE-END-YYYY          PIC 9(04).
001800         07  FILLER                    PIC X(01) VALUE "/".
001810         07  MESSAGE-END-MM            PIC 9(02).
001820         07  FILLER                    PIC X(01) VALUE "/".
001830         07  MESSAGE-END-DD            PIC 9(02).
001840         07  FILLER                    PIC X(01) VALUE " ".
001850         07  MESSAGE-END-TIM           PIC 9(02).
001860         07  FILLER                    PIC X(01) VALUE ":".
001870         07  MESSAGE-END-MIN           PIC 9(02).
001880         07  FILLER                    PIC X(01) VALUE ":".
001890         07  MESSAGE-END-SEC           PIC 9(02).
001900         07  FILLER                    PIC X(01) VALUE " ".
001910       05  FILLER                      PIC X(13) VALUE
001920     "*NORMAL END* ".
001930     03  MESSAGE-ABEND.
001940       05  FILLER                      PIC X(12) VALUE
001950     "++ UPBD035 ".
001960       05  MESSAGE-ABEND-YMD.
001970         07  MESSAGE-ABEND-YYYY        PIC 9(04).
001980         07  FILLER                    PIC X(01) VALUE "/".
001990         07  MESSAGE-ABEND-MM          PIC 9(02).
002000         07  FILLER                    PIC X(01) VALUE "/".
002010         07  MESSAGE-ABEND-DD          PIC 9(02).
002020         07  FILLER                    PIC X(01) VALUE " ".
002030         07  MESSAGE-ABEND-TIM         PIC 9(02).
002040         07  FILLER                    PIC X(01) VALUE ":".
002050         07  MESSAGE-ABEND-MIN         PIC 9(02).
002060         07  FILLER                    PIC X(01) VALUE ":".
002070         07  MESSAGE-ABEND-SEC         PIC 9(02).
002080         07  FILLER                    PIC X(01) VALUE " ".
002090       05  FILLER                      PIC X(15) VALUE
002100     "*ABNORMAL END* ".
002110     03  MESSAGE-0.
002120       05  MSG0-PGID                   PIC X(08).
002130       05  MSG0-NAME                   PIC X(41).
002140*
002150*---< メッセージ２の定義 >---*
002160 01  MESSAGE-AREA2.
002170     03  MSG-501I.
002180       05  FILLER                      PIC  X(41) VALUE
002190     "++ UPBD035  501I UPT738       IN COUNT = ".
002200     03  MSG-503I.
002210       05  FILLER                      PIC  X(41) VALUE
002220     "++ UPBD035  503I UPT701O  TEISEI COUNT = ".
002230     03  MSG-505I.
002240       05  FILLER                      PIC  X(41) VALUE
002250     "++ UPBD035  505I UPT738      REJ COUNT = ".
002260     03  MSG-507I.
002270       05  FILLER                      PIC  X(41) VALUE
002280     "++ UPBD035  507I UPT714      ADD COUNT = ".
002290     03  MSG-501F.
002300       05  FILLER                      PIC  X(41) VALUE
002310     "++ UPBD035  501F UPT738  OPEN  ERROR ST= ".
002320       05  MSG-501F-ST                 PIC  9(03).
002330     03  MSG-503F.
002340       05  FILLER                      PIC  X(41) VALUE
002350     "++ UPBD035  503F UPT738  READ  ERROR ST= ".
002360       05  MSG-503F-ST                 PIC  9(03).
002370     03  MSG-505F.
002380       05  FILLER                      PIC  X(41) VALUE
002390     "++ UPBD035  505F UPT701O OPEN  ERROR ST= ".
002400       05  MSG-505F-ST                 PIC  9(03).
002410     03  MSG-507F.
002420       05  FILLER                      PIC  X(41) VALUE
002430     "++ UPBD035  507F UPT701O I-O   ERROR ST= ".
002440       05  MSG-507F-ST                 PIC  9(03).
002450     03  MSG-509F.
002460       05  FILLER                      PIC  X(41) VALUE
002470     "++ UPBD035  509F UPT714  OPEN  ERROR ST= ".
002480       05  MSG-509F-ST                 PIC  9(03).
002490     03  MSG-511F.
002500       05  FILLER                      PIC  X(41) VALUE
002510     "++ UPBD035  511F UPT714  I-O   ERROR ST= ".
002520       05  MSG-511F-ST                 PIC  9(03).
002530     03  MSG-513F.
002540       05  FILLER                      PIC  X(41) VALUE
002550     "++ UPBD035  513F UPT714K OPEN  ERROR ST= ".
002560       05  MSG-513F-ST                 PIC  9(03).
002570     03  MSG-701F.
002580       05  FILLER                      PIC  X(41) VALUE
002590     "++ UPBD035  701F LIST    OPEN  ERROR ST= ".
002600       05  MSG-701F-ST                 PIC  9(03).
002610     03  MSG-703F.
002620       05  FILLER                      PIC  X(41) VALUE
002630     "++ UPBD035  703F LIST    WRITE ERROR ST= ".
002640       05  MSG-703F-ST                 PIC  9(03).
002650     03  MSG-721F.
002660       05  FILLER                      PIC  X(41) VALUE
002670     "++ UPBD035  721F DATE=  ARGUMENT INVALID ".
002680     03  MSG-723W.
002690       05  FILLER                      PIC  X(41) VALUE
002700     "++ UPBD035  723W GYOMU  MONTH CLOSED YM= ".
002710       05  MSG-723W-YM                 PIC  9(06).
002711     03  MSG-741F.
002712       05  FILLER                      PIC  X(41) VALUE
002713     "++ UPBD035  741F PRED RC0 NOT FOUND PGM= ".
002714       05  MSG-741F-PG                 PIC  X(08).
002715     03  MSG-743F.
002716       05  FILLER                      PIC  X(41) VALUE
002717     "++ UPBD035  743F ALREADY RUN / USE FORCE ".
002718     03  MSG-745F.
002719       05  FILLER                      PIC  X(41) VALUE
00271A     "++ UPBD035  745F UPT700L OPEN  ERROR ST= ".
00271B       05  MSG-745F-ST                 PIC  9(03).
00271C     03  MSG-747F.
00271D       05  FILLER                      PIC  X(41) VALUE
00271E     "++ UPBD035  747F SUCC ALREADY DONE  PGM= ".
00271F       05  MSG-747F-PG                 PIC  X(08).
00271G     03  MSG-771W.
00271H       05  FILLER                      PIC  X(41) VALUE
00271I     "++ UPBD035  771W NON-BUSINESS DAY SKIP Y=".
00271J       05  MSG-771W-YMD                PIC  9(08).
00271K     03  MSG-773F.
00271L       05  FILLER                      PIC  X(41) VALUE
00271M     "++ UPBD035  773F NON-BUSINESS DAY   YMD= ".
00271N       05  MSG-773F-YMD                PIC  9(08).
00271O     03  MSG-775F.
00271P       05  FILLER                      PIC  X(41) VALUE
00271Q     "++ UPBD035  775F UPT730  OPEN  ERROR ST= ".
00271R       05  MSG-775F-ST                 PIC  9(03).
002720*---------------< リスト見出しの定義 >------------------------*
002730 01  PRT-MIDASI1.
002740     03  FILLER                        PIC X(09) VALUE
002750     "UPBD035  ".
002760     03  FILLER                        PIC X(27) VALUE
002770     "SOKUBAI TEISEI JOURNAL     ".
002780     03  FILLER                        PIC X(06) VALUE
002790     "GYOMU:".
002800     03  PRT-M1-G-YMD                  PIC 9(08).
002810     03  FILLER                        PIC X(02) VALUE SPACE.
002820     03  FILLER                        PIC X(05) VALUE
002830     "DATE:".
002840     03  PRT-M1-YYYY                   PIC 9(04).
002850     03  FILLER                        PIC X(01) VALUE "/".
002860     03  PRT-M1-MM                     PIC 9(02).
002870     03  FILLER                        PIC X(01) VALUE "/".
002880     03  PRT-M1-DD                     PIC 9(02).
002890     03  FILLER                        PIC X(07) VALUE
002900     "  PAGE:".
002910     03  PRT-M1-PAGE                   PIC ZZZZ9.
002920 01  PRT-MIDASI2.
002930     03  FILLER                        PIC X(07) VALUE
002940     "SEQ-NO ".
002950     03  FILLER                        PIC X(09) VALUE
002960     "GYOMU-YMD".
002970     03  FILLER                        PIC X(07) VALUE
002980     " TOR-CD".
002990     03  FILLER                        PIC X(07) VALUE
003000     " SYU-CD".
003010     03  FILLER                        PIC X(03) VALUE
003020     " RY".
003030     03  FILLER                        PIC X(09) VALUE
003040     " SYONIN  ".
003050     03  FILLER                        PIC X(10) VALUE
003060     "   ADJ-URI".
003070     03  FILLER                        PIC X(10) VALUE
003080     "   ADJ-HEN".
003090     03  FILLER                        PIC X(10) VALUE
003100     "   OLD-URI".
003110     03  FILLER                        PIC X(10) VALUE
003120     "   OLD-HEN".
003130     03  FILLER                        PIC X(10) VALUE
003140     "   NEW-URI".
003150     03  FILLER                        PIC X(10) VALUE
003160     "   NEW-HEN".
003170     03  FILLER                        PIC X(10) VALUE
003180     "   NEW-NET".
003190     03  FILLER                        PIC X(18) VALUE
003200     "  RESULT          ".
003210*---------------< リスト明細の定義 >--------------------------*
003220 01  PRT-MEISAI.
003230     03  PRT-SEQ                       PIC ZZZZZ9.
003240     03  FILLER                        PIC X(01) VALUE SPACE.
003250     03  PRT-YMD                       PIC X(08).
003260     03  FILLER                        PIC X(02) VALUE SPACE.
003270     03  PRT-TOR-CD9                   PIC X(06).
003280     03  FILLER                        PIC X(01) VALUE SPACE.
003290     03  PRT-SYU-CD9                   PIC X(06).
003300     03  FILLER                        PIC X(01) VALUE SPACE.
003310     03  PRT-RIYU                      PIC X(02).
003320     03  FILLER                        PIC X(01) VALUE SPACE.
003330     03  PRT-SYONIN                    PIC X(08).
003340     03  PRT-ADJ-URI                   PIC -ZZZZZZZZ9.
003350     03  PRT-ADJ-URI-X REDEFINES  PRT-ADJ-URI
003360                                       PIC X(10).
003370     03  PRT-ADJ-HEN                   PIC -ZZZZZZZZ9.
003380     03  PRT-ADJ-HEN-X REDEFINES  PRT-ADJ-HEN
003390                                       PIC X(10).
003400     03  PRT-OLD-URI                   PIC ZZZZZZZZZ9.
003410     03  PRT-OLD-HEN                   PIC ZZZZZZZZZ9.
003420     03  PRT-NEW-URI                   PIC ZZZZZZZZZ9.
003430     03  PRT-NEW-HEN                   PIC ZZZZZZZZZ9.
003440     03  PRT-NEW-NET                   PIC ZZZZZZZZZ9.
003450     03  FILLER                        PIC X(02) VALUE SPACE.
003460     03  PRT-KEKKA                     PIC X(16).
003470*---------------< リスト合計の定義 >--------------------------*
003480 01  PRT-GOKEI.
003490     03  FILLER                        PIC X(07) VALUE
003500     "APPLIED".
003510     03  PRT-G-TEISEI                  PIC ZZZZZZZZ9.
003520     03  FILLER                        PIC X(08) VALUE
003530     "  REJECT".
003540     03  PRT-G-REJ                     PIC ZZZZZZZZ9.
003550     03  FILLER                        PIC X(09) VALUE SPACE.
003560     03  PRT-G-ADJ-URI                 PIC -ZZZZZZZZ9.
003570     03  PRT-G-ADJ-HEN                 PIC -ZZZZZZZZ9.
003580*---------------< 結果編集の定義 >----------------------------*
003590 01  KEKKA-REJECT.
003600     03  FILLER                        PIC X(07) VALUE "REJECT ".
003610     03  KEKKA-RIYU                    PIC X(08).
003620     03  FILLER                        PIC X(01) VALUE SPACE.
003630*
003640 PROCEDURE                         DIVISION.
003650****************************************************************
003660*    (0.0)   メイン              処理                          *
003670****************************************************************
003680 MAIN-RTN                          SECTION.
003690*
003700     PERFORM      INIT-RTN.
003710*
003720     PERFORM      PROC-RTN
003730         UNTIL    END-SW           =   HIGH-VALUE.
003740*
003750     PERFORM      END-RTN.
003760*
003770     STOP         RUN.
003780*
003790 MAIN-EXT.
003800     EXIT.
003810****************************************************************
003820*    (1.0)   イニシャル          処理                          *
003830****************************************************************
003840 INIT-RTN                          SECTION.
003850     PERFORM      START-MSG-RTN.
003860*
003870     MOVE    99                    TO  RETURN-CODE.
003880*
003890     PERFORM      ARG-RTN.
003900*-----------< 業務日付設定・ジョブ順序・月次締めチェック >-----*
003910     IF  ARG-DATE-SUPPLIED
003920         MOVE    ARG-YYYYMMDD      TO  WK-GYOMU-YMD
003930     ELSE
003940         MOVE    WK-YYYYMMDD (1:8) TO  WK-GYOMU-YMD
003950     END-IF.
003951     PERFORM      EIGYO-CHECK-RTN.
003952     PERFORM      JOB-CHECK-RTN.
003960     PERFORM      CLOSED-CHECK-RTN.
003970*-----------< ファイル  （即売訂正トラン）ＯＰＥＮ  >----------*
003980     OPEN INPUT UPT738I.
003990     IF  FILE-STATUS               =   ZERO
004000         CONTINUE
004010     ELSE
004020         MOVE    101               TO  RETURN-CODE
004030         MOVE    FILE-STATUS       TO  MSG-501F-ST
004040         DISPLAY MSG-501F RETURN-CODE UPON CONS
004050         PERFORM ABEND-MSG-RTN
004060         STOP    RUN
004070     END-IF.
004080*-----------< ファイル  （即売ファイル）ＯＰＥＮ  >------------*
004090     OPEN I-O   UPT701O.
004100     IF  FILE-STATUS               =   ZERO
004110         CONTINUE
004120     ELSE
004130         MOVE    105               TO  RETURN-CODE
004140         MOVE    FILE-STATUS       TO  MSG-505F-ST
004150         DISPLAY MSG-505F RETURN-CODE UPON CONS
004160         PERFORM ABEND-MSG-RTN
004170         STOP    RUN
004180     END-IF.
004190*-----------< ファイル  （月次累積）ＯＰＥＮ  >----------------*
004200     OPEN I-O   UPT714O.
004210     IF  FILE-STATUS               =   ZERO
004220         CONTINUE
004230     ELSE
004240         MOVE    109               TO  RETURN-CODE
004250         MOVE    FILE-STATUS       TO  MSG-509F-ST
004260         DISPLAY MSG-509F RETURN-CODE UPON CONS
004270         PERFORM ABEND-MSG-RTN
004280         STOP    RUN
004290     END-IF.
004300*-----------< ファイル  （ジャーナル）ＯＰＥＮ  >--------------*
004310     OPEN OUTPUT UPT738R.
004320     IF  FILE-STATUS               =   ZERO
004330         CONTINUE
004340     ELSE
004350         MOVE    201               TO  RETURN-CODE
004360         MOVE    FILE-STATUS       TO  MSG-701F-ST
004370         DISPLAY MSG-701F RETURN-CODE UPON CONS
004380         PERFORM ABEND-MSG-RTN
004390         STOP    RUN
004400     END-IF.
004410*-----------< 初期ロード >-------------------------------------*
004420     PERFORM      READ-RTN.
004430 INIT-EXT.
004440     EXIT.
004450****************************************************************
004460*    (1.1)   READ-RTN
004470****************************************************************
004480 READ-RTN                          SECTION.
004490     READ      UPT738I
004500         AT    END
004510         MOVE  HIGH-VALUE                TO  END-SW
004520*
004530         NOT AT END
004540         IF    FILE-STATUS               =   ZERO
004550               ADD   +1                  TO  CNT-IN
004560         ELSE
004570               MOVE  103                 TO  RETURN-CODE
004580               MOVE FILE-STATUS          TO  MSG-503F-ST
004590               DISPLAY MSG-503F RETURN-CODE  UPON  CONS
004600               PERFORM ABEND-MSG-RTN
004610               STOP RUN
004620         END-IF.
004630 READ-EXT.
004640     EXIT.
004650****************************************************************
004660*    (1.2)   ARG-RTN　（起動パラメタ判定）
004670****************************************************************
004680 ARG-RTN                           SECTION.
004690     ACCEPT   ARG-CNT               FROM  BANGO.
004700     PERFORM  ARG-READ-RTN
004710         VARYING ARG-IDX FROM 1 BY 1
004720         UNTIL   ARG-IDX             >     ARG-CNT.
004730 ARG-EXT.
004740     EXIT.
004750****************************************************************
004760*    (1.3)   ARG-READ-RTN　（起動パラメタ　１件判定）
004770****************************************************************
004780 ARG-READ-RTN                       SECTION.
004790     DISPLAY  ARG-IDX               UPON  BANGO.
004800     ACCEPT   ARG-VALUE             FROM  ATAI
004810         ON EXCEPTION
004820             CONTINUE
004830         NOT ON EXCEPTION
004840             IF  ARG-VALUE (1:5)     =    "DATE="
004850                 IF  ARG-VALUE (6:8)     NUMERIC
004860                     MOVE  ARG-VALUE (6:8)  TO  ARG-YYYYMMDD
004870                     IF  ARG-MM > ZERO  AND  ARG-MM <= 12  AND
004880                         ARG-DD  >  ZERO   AND  ARG-DD  <=  31
004890                         MOVE  "1"           TO   ARG-DATE-SW
004900                     ELSE
004910                         DISPLAY MSG-721F    UPON  CONS
004920                         MOVE    221          TO   RETURN-CODE
004930                         PERFORM ABEND-MSG-RTN
004940                         STOP    RUN
004950                     END-IF
004960                 ELSE
004970                     DISPLAY MSG-721F        UPON  CONS
004980                     MOVE    221              TO   RETURN-CODE
004990                     PERFORM ABEND-MSG-RTN
005000                     STOP    RUN
005010                 END-IF
005020             END-IF
005021             IF  ARG-VALUE           =    "FORCE"
005022                 MOVE  "1"           TO   FORCE-SW
005023             END-IF
005030     END-ACCEPT.
005040 ARG-READ-EXT.
005050     EXIT.
005060****************************************************************
005070*    (1.4)   CLOSED-CHECK-RTN　（月次締めチェック）
005080****************************************************************
005090 CLOSED-CHECK-RTN                  SECTION.
005100     MOVE     "0"                  TO  CLOSED-FOUND-SW.
005110     OPEN     INPUT    UPT714K.
005120     IF  FILE-STATUS               =   ZERO
005130         MOVE     ZERO             TO  CLOSED-END-SW
005140         PERFORM  CLOSED-READ-RTN
005150             UNTIL CLOSED-END-SW   =   HIGH-VALUE
005160         CLOSE    UPT714K
005170     ELSE
005180         IF  FILE-STATUS           =   "35"
005190             CONTINUE
005200         ELSE
005210             MOVE    113           TO  RETURN-CODE
005220             MOVE    FILE-STATUS   TO  MSG-513F-ST
005230             DISPLAY MSG-513F  RETURN-CODE  UPON  CONS
005240             PERFORM ABEND-MSG-RTN
005250             STOP    RUN
005260         END-IF
005270     END-IF.
005280*-----------< 締め済みの月は全件排除（ジャーナルに出力）>------*
005290     IF  CLOSED-FOUND
005300         MOVE    WK-GYOMU-YM       TO  MSG-723W-YM
005310         DISPLAY MSG-723W          UPON  CONS
005320     END-IF.
005330 CLOSED-CHECK-EXT.
005340     EXIT.
005350****************************************************************
005360*    (1.5)   CLOSED-READ-RTN
005370****************************************************************
005380 CLOSED-READ-RTN                   SECTION.
005390     READ     UPT714K
005400         AT END
005410             MOVE  HIGH-VALUE            TO  CLOSED-END-SW
005420         NOT AT END
005430             IF  UPT714K-YYYYMM          =   WK-GYOMU-YM
005440                 MOVE  "1"               TO  CLOSED-FOUND-SW
005450             END-IF
005460     END-READ.
005470 CLOSED-READ-EXT.
005480     EXIT.
005490****************************************************************
005500*    (2.0)   PROC-RTN                                          *
005510****************************************************************
005520 PROC-RTN                          SECTION.
005530*
005540     MOVE     SPACE                TO  PRT-MEISAI.
005550     MOVE     CNT-IN               TO  PRT-SEQ.
005560     MOVE     UPT738I-REC (1:8)    TO  PRT-YMD.
005570     MOVE     UPT738I-REC (9:6)    TO  PRT-TOR-CD9.
005580     MOVE     UPT738I-REC (15:6)   TO  PRT-SYU-CD9.
005590     MOVE     UPT738-RIYU-CD       TO  PRT-RIYU.
005600     MOVE     UPT738-SYONIN-ID     TO  PRT-SYONIN.
005610*
005620     PERFORM  CHECK-RTN.
005630     IF  CHECK-NG
005640         PERFORM  REJECT-RTN
005650     ELSE
005660         PERFORM  TEISEI-RTN
005670     END-IF.
005680*-----------< READ処理 >-------------------------------------*
005690     PERFORM  READ-RTN.
005700*
005710 PROC-EXT.
005720     EXIT.
005730****************************************************************
005740*    (2.1)   CHECK-RTN　（トランザクションチェック）
005750****************************************************************
005760 CHECK-RTN                         SECTION.
005770     MOVE    "0"                   TO  CHECK-SW.
005780     MOVE    SPACE                 TO  REJECT-RIYU.
005790     MOVE    ZERO                  TO  ADJ-URI-CNT.
005800     MOVE    ZERO                  TO  ADJ-HEN-CNT.
005810     EVALUATE TRUE
005820         WHEN  UPT738-GYOMU-YMD        NOT NUMERIC
005830             MOVE  "YMD NG"        TO  REJECT-RIYU
005840         WHEN  UPT738-TORIHIKI-CD9     NOT NUMERIC
005850             MOVE  "TOR NG"        TO  REJECT-RIYU
005860         WHEN  UPT738-TORIHIKI-CD9 =   ZERO
005870             MOVE  "TOR NG"        TO  REJECT-RIYU
005880         WHEN  UPT738-SYUPPAN-CD9      NOT NUMERIC
005890             MOVE  "SYU NG"        TO  REJECT-RIYU
005900         WHEN  UPT738-SYUPPAN-CD9  =   ZERO
005910             MOVE  "SYU NG"        TO  REJECT-RIYU
005920         WHEN  NOT UPT738-URI-PLUS  AND
005930               NOT UPT738-URI-MINUS
005940             MOVE  "FUGO NG"       TO  REJECT-RIYU
005950         WHEN  NOT UPT738-HEN-PLUS  AND
005960               NOT UPT738-HEN-MINUS
005970             MOVE  "FUGO NG"       TO  REJECT-RIYU
005980         WHEN  UPT738-URI-CNT          NOT NUMERIC
005990             MOVE  "CNT NG"        TO  REJECT-RIYU
006000         WHEN  UPT738-HEN-CNT          NOT NUMERIC
006010             MOVE  "CNT NG"        TO  REJECT-RIYU
006020         WHEN  UPT738-URI-CNT  =  ZERO  AND
006030               UPT738-HEN-CNT  =  ZERO
006040             MOVE  "CNT NG"        TO  REJECT-RIYU
006050         WHEN  UPT738-RIYU-CD      =   SPACE
006060             MOVE  "RIYU NG"       TO  REJECT-RIYU
006070         WHEN  UPT738-SYONIN-ID    =   SPACE
006080             MOVE  "SYONIN"        TO  REJECT-RIYU
006090*-----------< 即売ファイルは当日分のみ保持 >-------------------*
006100         WHEN  UPT738-GYOMU-YMD    NOT =   WK-GYOMU-YMD
006110             MOVE  "YMD UNM"       TO  REJECT-RIYU
006120         WHEN  CLOSED-FOUND
006130             MOVE  "CLOSED"        TO  REJECT-RIYU
006140         WHEN  OTHER
006150             CONTINUE
006160     END-EVALUATE.
006170     IF  REJECT-RIYU               NOT =   SPACE
006180         MOVE    "1"               TO  CHECK-SW
006190     ELSE
006200         IF  UPT738-URI-MINUS
006210             COMPUTE  ADJ-URI-CNT  =  ZERO  -  UPT738-URI-CNT
006220         ELSE
006230             MOVE     UPT738-URI-CNT   TO  ADJ-URI-CNT
006240         END-IF
006250         IF  UPT738-HEN-MINUS
006260             COMPUTE  ADJ-HEN-CNT  =  ZERO  -  UPT738-HEN-CNT
006270         ELSE
006280             MOVE     UPT738-HEN-CNT   TO  ADJ-HEN-CNT
006290         END-IF
006300         MOVE    ADJ-URI-CNT       TO  PRT-ADJ-URI
006310         MOVE    ADJ-HEN-CNT       TO  PRT-ADJ-HEN
006320     END-IF.
006330 CHECK-EXT.
006340     EXIT.
006350****************************************************************
006360*    (2.2)   TEISEI-RTN　（即売ファイル訂正）
006370****************************************************************
006380 TEISEI-RTN                        SECTION.
006390     MOVE    UPT738-TORIHIKI-CD9   TO  UPT701-TORIHIKI-CD9.
006400     MOVE    UPT738-SYUPPAN-CD9    TO  UPT701-SYUPPAN-CD9.
006410     READ    UPT701O
006420         INVALID KEY
006430             MOVE  "NOT FND"       TO  REJECT-RIYU
006440             PERFORM  REJECT-RTN
006450         NOT INVALID KEY
006460             PERFORM  KEISAN-RTN
006470     END-READ.
006480 TEISEI-EXT.
006490     EXIT.
006500****************************************************************
006510*    (2.3)   KEISAN-RTN　（訂正後数量計算・更新）
006520****************************************************************
006530 KEISAN-RTN                        SECTION.
006540     IF  UPT701-URI-CNT            NOT NUMERIC
006550         MOVE    ZERO              TO  UPT701-URI-CNT
006560     END-IF.
006570     IF  UPT701-HEN-CNT            NOT NUMERIC
006580         MOVE    ZERO              TO  UPT701-HEN-CNT
006590     END-IF.
006600     COMPUTE  NEW-URI-CNT  =  UPT701-URI-CNT  +  ADJ-URI-CNT.
006610     COMPUTE  NEW-HEN-CNT  =  UPT701-HEN-CNT  +  ADJ-HEN-CNT.
006620     COMPUTE  NEW-NET-CNT  =  NEW-URI-CNT  -  NEW-HEN-CNT.
006630     MOVE     UPT701-URI-CNT       TO  PRT-OLD-URI.
006640     MOVE     UPT701-HEN-CNT       TO  PRT-OLD-HEN.
006650*-----------< 訂正後の数量がマイナスとなる訂正は排除 >---------*
006660     IF  NEW-URI-CNT  <  ZERO  OR
006670         NEW-HEN-CNT  <  ZERO  OR
006680         NEW-NET-CNT  <  ZERO
006690         MOVE  "MINUS"             TO  REJECT-RIYU
006700         PERFORM  REJECT-RTN
006710     ELSE
006720         MOVE     NEW-URI-CNT      TO  UPT701-URI-CNT
006730         MOVE     NEW-HEN-CNT      TO  UPT701-HEN-CNT
006740         MOVE     NEW-NET-CNT      TO  UPT701-NET-CNT
006750         REWRITE  UPT701O-REC
006760         PERFORM  T701-IO-CHECK-RTN
006770         PERFORM  T714-POST-RTN
006780         ADD      1                TO  CNT-TEISEI
006790         ADD      ADJ-URI-CNT      TO  TOT-ADJ-URI
006800         ADD      ADJ-HEN-CNT      TO  TOT-ADJ-HEN
006810         MOVE     UPT701-URI-CNT   TO  PRT-NEW-URI
006820         MOVE     UPT701-HEN-CNT   TO  PRT-NEW-HEN
006830         MOVE     UPT701-NET-CNT   TO  PRT-NEW-NET
006840         MOVE     "APPLIED"        TO  PRT-KEKKA
006850         PERFORM  LIST-RTN
006860     END-IF.
006870 KEISAN-EXT.
006880     EXIT.
006890****************************************************************
006900*    (2.4)   T701-IO-CHECK-RTN　（即売ファイル更新結果判定）
006910****************************************************************
006920 T701-IO-CHECK-RTN                 SECTION.
006930     IF  FILE-STATUS               =   ZERO
006940         CONTINUE
006950     ELSE
006960         MOVE    107               TO  RETURN-CODE
006970         MOVE    FILE-STATUS       TO  MSG-507F-ST
006980         DISPLAY MSG-507F  RETURN-CODE  UPON  CONS
006990         PERFORM ABEND-MSG-RTN
007000         STOP    RUN
007010     END-IF.
007020 T701-IO-CHECK-EXT.
007030     EXIT.
007040****************************************************************
007050*    (2.5)   T714-POST-RTN　（月次累積　計上）
007060****************************************************************
007070 T714-POST-RTN                     SECTION.
007080     MOVE     WK-GYOMU-YMD         TO  UPT714-GYOMU-YMD.
007090     MOVE     UPT701-TORIHIKI-CD9  TO  UPT714-TORIHIKI-CD9.
007100     MOVE     UPT701-SYUPPAN-CD9   TO  UPT714-SYUPPAN-CD9.
007110     READ     UPT714O
007120         INVALID KEY
007130             INITIALIZE  UPT714O-REC
007140             MOVE  WK-GYOMU-YMD          TO  UPT714-GYOMU-YMD
007150             MOVE  UPT701-TORIHIKI-CD9   TO  UPT714-TORIHIKI-CD9
007160             MOVE  UPT701-SYUPPAN-CD9    TO  UPT714-SYUPPAN-CD9
007170             PERFORM  T714-EDIT-RTN
007180             WRITE    UPT714O-REC
007190             PERFORM  T714-IO-CHECK-RTN
007200             ADD      1                  TO  CNT-T714-ADD
007210         NOT INVALID KEY
007220             PERFORM  T714-EDIT-RTN
007230             REWRITE  UPT714O-REC
007240             PERFORM  T714-IO-CHECK-RTN
007250     END-READ.
007260 T714-POST-EXT.
007270     EXIT.
007280****************************************************************
007290*    (2.6)   T714-EDIT-RTN　（月次累積　編集）
007300****************************************************************
007310 T714-EDIT-RTN                     SECTION.
007320     MOVE     UPT701-SYU-KBN9      TO  UPT714-SYU-KBN9.
007330     MOVE     UPT701-URI-CNT       TO  UPT714-URI-CNT.
007340     MOVE     UPT701-HEN-CNT       TO  UPT714-HEN-CNT.
007350     MOVE     UPT701-NET-CNT       TO  UPT714-NET-CNT.
007360 T714-EDIT-EXT.
007370     EXIT.
007380****************************************************************
007390*    (2.7)   T714-IO-CHECK-RTN　（月次累積　Ｉ／Ｏ判定）
007400****************************************************************
007410 T714-IO-CHECK-RTN                 SECTION.
007420     IF  FILE-STATUS               =   ZERO
007430         CONTINUE
007440     ELSE
007450         MOVE    111               TO  RETURN-CODE
007460         MOVE    FILE-STATUS       TO  MSG-511F-ST
007470         DISPLAY MSG-511F  RETURN-CODE  UPON  CONS
007480         PERFORM ABEND-MSG-RTN
007490         STOP    RUN
007500     END-IF.
007510 T714-IO-CHECK-EXT.
007520     EXIT.
007530****************************************************************
007540*    (2.8)   REJECT-RTN　（排除明細出力）
007550****************************************************************
007560 REJECT-RTN                        SECTION.
007570     MOVE     REJECT-RIYU          TO  KEKKA-RIYU.
007580     MOVE     KEKKA-REJECT         TO  PRT-KEKKA.
007590     IF  CHECK-NG
007600         MOVE  UPT738I-REC (21:10) TO  PRT-ADJ-URI-X
007610         MOVE  UPT738I-REC (31:10) TO  PRT-ADJ-HEN-X
007620     END-IF.
007630     ADD      1                    TO  CNT-REJ.
007640     PERFORM  LIST-RTN.
007650 REJECT-EXT.
007660     EXIT.
007670****************************************************************
007680*    (2.9)   LIST-RTN　（ジャーナル明細出力）
007690****************************************************************
007700 LIST-RTN                          SECTION.
007710     IF  LINE-CNT                  >   MAX-LINE
007720         PERFORM  MIDASI-RTN
007730     END-IF.
007740     WRITE    UPT738R-REC          FROM  PRT-MEISAI
007750         AFTER  ADVANCING  1  LINE.
007760     PERFORM  LIST-CHECK-RTN.
007770     ADD      1                    TO  LINE-CNT.
007780 LIST-EXT.
007790     EXIT.
007800****************************************************************
007810*    (2.10)  LIST-CHECK-RTN　（ジャーナル出力結果判定）
007820****************************************************************
007830 LIST-CHECK-RTN                    SECTION.
007840     IF  FILE-STATUS               =   ZERO
007850         CONTINUE
007860     ELSE
007870         MOVE    203               TO  RETURN-CODE
007880         MOVE    FILE-STATUS       TO  MSG-703F-ST
007890         DISPLAY MSG-703F  RETURN-CODE  UPON  CONS
007900         PERFORM ABEND-MSG-RTN
007910         STOP    RUN
007920     END-IF.
007930 LIST-CHECK-EXT.
007940     EXIT.
007950****************************************************************
007960*    (2.11)  MIDASI-RTN　（ジャーナル見出し出力）
007970****************************************************************
007980 MIDASI-RTN                        SECTION.
007990     ADD      1                    TO  PAGE-CNT.
008000     MOVE     WK-GYOMU-YMD         TO  PRT-M1-G-YMD.
008010     MOVE     WK-YYYY              TO  PRT-M1-YYYY.
008020     MOVE     WK-MM                TO  PRT-M1-MM.
008030     MOVE     WK-DD                TO  PRT-M1-DD.
008040     MOVE     PAGE-CNT             TO  PRT-M1-PAGE.
008050     WRITE    UPT738R-REC          FROM  PRT-MIDASI1
008060         AFTER  ADVANCING  PAGE.
008070     PERFORM  LIST-CHECK-RTN.
008080     WRITE    UPT738R-REC          FROM  PRT-MIDASI2
008090         AFTER  ADVANCING  2  LINES.
008100     PERFORM  LIST-CHECK-RTN.
008110     MOVE     SPACE                TO  UPT738R-REC.
008120     WRITE    UPT738R-REC
008130         AFTER  ADVANCING  1  LINE.
008140     PERFORM  LIST-CHECK-RTN.
008150     MOVE     4                    TO  LINE-CNT.
008160 MIDASI-EXT.
008170     EXIT.
008180****************************************************************
008190*    (2.12)  GOKEI-RTN　（ジャーナル合計出力）
008200****************************************************************
008210 GOKEI-RTN                         SECTION.
008220     IF  LINE-CNT                  >   MAX-LINE
008230         PERFORM  MIDASI-RTN
008240     END-IF.
008250     MOVE     CNT-TEISEI           TO  PRT-G-TEISEI.
008260     MOVE     CNT-REJ              TO  PRT-G-REJ.
008270     MOVE     TOT-ADJ-URI          TO  PRT-G-ADJ-URI.
008280     MOVE     TOT-ADJ-HEN          TO  PRT-G-ADJ-HEN.
008290     WRITE    UPT738R-REC          FROM  PRT-GOKEI
008300         AFTER  ADVANCING  2  LINES.
008310     PERFORM  LIST-CHECK-RTN.
008320 GOKEI-EXT.
008330     EXIT.
008340****************************************************************
008350*    (3.0)     ＳＴＡＲＴメッセージ処理                        *
008360****************************************************************
008370 START-MSG-RTN                     SECTION.
008380     ACCEPT  WK-DATE               FROM   DATE.
008390     ACCEPT  WK-TIME               FROM   TIME.
008400     MOVE    WK-Y                  TO     WK-YY.
008410     MOVE    WK-M                  TO     WK-MM.
008420     MOVE    WK-D                  TO     WK-DD.
008430     MOVE    20                    TO     WK-20.
008440*
008450     MOVE    WK-YYYY               TO     MESSAGE-START-YYYY.
008460     MOVE    WK-MM                 TO     MESSAGE-START-MM.
008470     MOVE    WK-DD                 TO     MESSAGE-START-DD.
008480     MOVE    WK-TIM                TO     MESSAGE-START-TIM.
008490     MOVE    WK-MIN                TO     MESSAGE-START-MIN.
008500     MOVE    WK-SEC                TO     MESSAGE-START-SEC.
008501     MOVE    WK-YYYYMMDD (1:8)     TO     LST-YMD.
008502     MOVE    WK-TIME               TO     LST-HMS.
008510*
008520     DISPLAY  MESSAGE-START  UPON CONS.
008530*
008540 START-MSG-EXT.
008550     EXIT.
008560****************************************************************
008570*    (4.0)     ＡＢＥＮＤメッセージ処理                        *
008580****************************************************************
008590 ABEND-MSG-RTN                     SECTION.
008600     ACCEPT  WK-DATE               FROM   DATE.
008610     ACCEPT  WK-TIME               FROM   TIME.
008620     MOVE    WK-Y                  TO     WK-YY.
008630     MOVE    WK-M                  TO     WK-MM.
008640     MOVE    WK-D                  TO     WK-DD.
008650     MOVE    20                    TO     WK-20.
008660*
008670     MOVE    WK-YYYY               TO     MESSAGE-ABEND-YYYY.
008680     MOVE    WK-MM                 TO     MESSAGE-ABEND-MM.
008690     MOVE    WK-DD                 TO     MESSAGE-ABEND-DD.
008700     MOVE    WK-TIM                TO     MESSAGE-ABEND-TIM.
008710     MOVE    WK-MIN                TO     MESSAGE-ABEND-MIN.
008720     MOVE    WK-SEC                TO     MESSAGE-ABEND-SEC.
008730*
008740     DISPLAY  MESSAGE-ABEND  UPON CONS.
008750     PERFORM  RUN-LEDGER-RTN.
008760 ABEND-MSG-EXT.
008770     EXIT.
008780****************************************************************
008790*    (5.0)     ＥＮＤメッセージ処理                            *
008800****************************************************************
008810 END-MSG-RTN                     SECTION.
008820     ACCEPT  WK-DATE               FROM   DATE.
008830     ACCEPT  WK-TIME               FROM   TIME.
008840     MOVE    WK-Y                  TO     WK-YY.
008850     MOVE    WK-M                  TO     WK-MM.
008860     MOVE    WK-D                  TO     WK-DD.
008870     MOVE    20                    TO     WK-20.
008880*
008890     MOVE    WK-YYYY               TO     MESSAGE-END-YYYY.
008900     MOVE    WK-MM                 TO     MESSAGE-END-MM.
008910     MOVE    WK-DD                 TO     MESSAGE-END-DD.
008920     MOVE    WK-TIM                TO     MESSAGE-END-TIM.
008930     MOVE    WK-MIN                TO     MESSAGE-END-MIN.
008940     MOVE    WK-SEC                TO     MESSAGE-END-SEC.
008950*
008960     DISPLAY  MESSAGE-END  UPON CONS.
008970*
008980 END-MSG-EXT.
008990     EXIT.
009000****************************************************************
009010*    (6.0)              エンド 処理                            *
009020****************************************************************
009030 END-RTN                           SECTION.
009040*
009050     PERFORM   GOKEI-RTN.
009060     CLOSE     UPT738I.
009070     CLOSE     UPT701O.
009080     CLOSE     UPT714O.
009090     CLOSE     UPT738R.
009100     MOVE      ZERO                TO  RETURN-CODE.
009110*---------< 入力件数表示 >-------------------------------------*
009120     DISPLAY MSG-501I  CNT-IN       UPON CONS.
009130     DISPLAY MSG-503I  CNT-TEISEI   UPON CONS.
009140     DISPLAY MSG-505I  CNT-REJ      UPON CONS.
009150     DISPLAY MSG-507I  CNT-T714-ADD UPON CONS.
009160     PERFORM END-MSG-RTN.
009161     PERFORM RUN-LEDGER-RTN.
009170*
009180 END-EXT.
009190     EXIT.
009200****************************************************************
009210*    (7.0)   JOB-CHECK-RTN　（ジョブ順序・二重起動チェック）
009220*            ＵＰＢＤ００１完了後、ＵＰＢＤ００６開始前に限り訂正可
009230****************************************************************
009240 JOB-CHECK-RTN                     SECTION.
009250     MOVE     "0"                  TO  PRED-OK-SW.
009260     MOVE     "0"                  TO  SELF-DONE-SW.
009270     MOVE     "0"                  TO  SUCC-DONE-SW.
009280     OPEN     INPUT    UPT700L.
009290     IF  FILE-STATUS               =   ZERO
009300         MOVE     ZERO             TO  JOBCHK-END-SW
009310         PERFORM  JOB-CHECK-READ-RTN
009320             UNTIL JOBCHK-END-SW   =   HIGH-VALUE
009330         CLOSE    UPT700L
009340     ELSE
009350         IF  FILE-STATUS           =   "35"
009360             CONTINUE
009370         ELSE
009380             MOVE    245           TO  RETURN-CODE
009390             MOVE    FILE-STATUS   TO  MSG-745F-ST
009400             DISPLAY MSG-745F  RETURN-CODE  UPON  CONS
009410             PERFORM ABEND-MSG-RTN
009420             STOP    RUN
009430         END-IF
009440     END-IF.
009450     IF  NOT  PRED-OK
009460         MOVE    JOB-PRED-PGID     TO  MSG-741F-PG
009470         MOVE    241               TO  RETURN-CODE
009480         DISPLAY MSG-741F          UPON  CONS
009490         PERFORM ABEND-MSG-RTN
009500         STOP    RUN
009510     END-IF.
009520*-----------< 請求・伝送済みの日付は訂正不可（FORCE不可）>-----*
009530     IF  SUCC-DONE
009540         MOVE    JOB-SUCC-PGID     TO  MSG-747F-PG
009550         MOVE    247               TO  RETURN-CODE
009560         DISPLAY MSG-747F          UPON  CONS
009570         PERFORM ABEND-MSG-RTN
009580         STOP    RUN
009590     END-IF.
009600     IF  SELF-DONE
009610         IF  FORCE-REQUESTED
009620             CONTINUE
009630         ELSE
009640             MOVE    243           TO  RETURN-CODE
009650             DISPLAY MSG-743F      UPON  CONS
009660             PERFORM ABEND-MSG-RTN
009670             STOP    RUN
009680         END-IF
009690     END-IF.
009700 JOB-CHECK-EXT.
009710     EXIT.
009720****************************************************************
009730*    (7.1)   JOB-CHECK-READ-RTN
009740****************************************************************
009750 JOB-CHECK-READ-RTN                SECTION.
009760     READ     UPT700L
009770         AT END
009780             MOVE  HIGH-VALUE            TO  JOBCHK-END-SW
009790         NOT AT END
009800             IF ( UPT700L-GYOMU-YMD      =   WK-GYOMU-YMD )  AND
009810                ( UPT700L-RC             =   ZERO )
009820                 IF  UPT700L-PGID        =   JOB-PRED-PGID
009830                     MOVE  "1"           TO  PRED-OK-SW
009840                 END-IF
009850                 IF  UPT700L-PGID        =   JOB-SUCC-PGID
009860                     MOVE  "1"           TO  SUCC-DONE-SW
009870                 END-IF
009880                 IF  UPT700L-PGID        =   MSG-PGID
009890                     MOVE  "1"           TO  SELF-DONE-SW
009900                 END-IF
009910             END-IF
009920     END-READ.
009930 JOB-CHECK-READ-EXT.
009940     EXIT.
009950****************************************************************
009960*    (8.0)   RUN-LEDGER-RTN　（運用台帳出力）
009970****************************************************************
009980 RUN-LEDGER-RTN                    SECTION.
009990     ACCEPT  WK-DATE               FROM   DATE.
010000     ACCEPT  WK-TIME               FROM   TIME.
010010     MOVE    WK-Y                  TO     WK-YY.
010020     MOVE    WK-M                  TO     WK-MM.
010030     MOVE    WK-D                  TO     WK-DD.
010040     MOVE    20                    TO     WK-20.
010050     MOVE    WK-YYYYMMDD (1:8)     TO     LET-YMD.
010060     MOVE    WK-TIME               TO     LET-HMS.
010070     OPEN    EXTEND    UPT700L.
010080     IF  FILE-STATUS               =   ZERO
010090         INITIALIZE  UPT700L-REC
010100         MOVE    MSG-PGID          TO  UPT700L-PGID
010110         MOVE    WK-GYOMU-YMD      TO  UPT700L-GYOMU-YMD
010120         MOVE    LEDGER-START-TIME TO  UPT700L-START-TIME
010130         MOVE    LEDGER-END-TIME   TO  UPT700L-END-TIME
010140         MOVE    "0"               TO  UPT700L-RESTART-KBN
010150         MOVE    CNT-IN            TO  UPT700L-CNT-1
010160         MOVE    CNT-TEISEI        TO  UPT700L-CNT-2
010170         MOVE    CNT-REJ           TO  UPT700L-CNT-3
010180         MOVE    RETURN-CODE       TO  UPT700L-RC
010190         WRITE   UPT700L-REC
010200         IF  FILE-STATUS           NOT =   ZERO
010210             DISPLAY MSG-731W      UPON  CONS
010220         END-IF
010230         CLOSE   UPT700L
010240     ELSE
010250         DISPLAY MSG-731W          UPON  CONS
010260     END-IF.
010270 RUN-LEDGER-EXT.
010280     EXIT.
010290****************************************************************
010300*    (9.0)   EIGYO-CHECK-RTN　（営業日チェック）
010310****************************************************************
010320 EIGYO-CHECK-RTN                   SECTION.
010330     MOVE     "0"                  TO  KYUGYO-SW.
010340     OPEN     INPUT    UPT730I.
010350     IF  FILE-STATUS               =   ZERO
010360         MOVE     WK-GYOMU-YMD     TO  UPT730-YMD
010370         READ     UPT730I
010380             INVALID KEY
010390                 CONTINUE
010400             NOT INVALID KEY
010410                 MOVE  "1"         TO  KYUGYO-SW
010420         END-READ
010430         CLOSE    UPT730I
010440     ELSE
010450         IF  FILE-STATUS           =   "35"
010460             CONTINUE
010470         ELSE
010480             MOVE    252           TO  RETURN-CODE
010490             MOVE    FILE-STATUS   TO  MSG-775F-ST
010500             DISPLAY MSG-775F  RETURN-CODE  UPON  CONS
010510             PERFORM ABEND-MSG-RTN
010520             STOP    RUN
010530         END-IF
010540     END-IF.
010550*-----------< 休業日：日付省略時はスキップ、指定時はエラー >---*
010560     IF  KYUGYO-BI
010570         IF  FORCE-REQUESTED
010580             CONTINUE
010590         ELSE
010600             IF  ARG-DATE-SUPPLIED
010610                 MOVE    WK-GYOMU-YMD  TO  MSG-773F-YMD
010620                 MOVE    251           TO  RETURN-CODE
010630                 DISPLAY MSG-773F      UPON  CONS
010640                 PERFORM ABEND-MSG-RTN
010650                 STOP    RUN
010660             ELSE
010670                 MOVE    WK-GYOMU-YMD  TO  MSG-771W-YMD
010680                 DISPLAY MSG-771W      UPON  CONS
010690                 MOVE    4             TO  RETURN-CODE
010700                 PERFORM END-MSG-RTN
010710                 STOP    RUN
010720             END-IF
010730         END-IF
010740     END-IF.
010750 EIGYO-CHECK-EXT.
010760     EXIT.
