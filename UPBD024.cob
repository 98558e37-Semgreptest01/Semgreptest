000010****************************************************************
000020*    システム名    ： 新聞競馬新聞実績
000030*    プログラム名  ： 売掛エージング・督促リスト作成処理
000040*    プログラムＩＤ： UPBD024
000050*    作  成  者    ： T.HARUYAMA
000060*    作  成  日    ： 2004年09月14日
000070****************************************************************
000080 IDENTIFICATION                    DIVISION.
000090 PROGRAM-ID.                       UPBD024.
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
000230*------------ファイル   （売掛明細）---------------------------*
000240     SELECT  UPT723O ASSIGN     TO  UPT723O
000250             ORGANIZATION       IS  INDEXED
000260             ACCESS  MODE       IS  SEQUENTIAL
000270             RECORD  KEY        IS  UPT723-KEY
000280             FILE    STATUS     IS  FILE-STATUS.
000290*------------ファイル   （売掛残高マスタ）---------------------*
000300     SELECT  UPT724I ASSIGN     TO  UPT724I
000310             ORGANIZATION       IS  INDEXED
000320             ACCESS  MODE       IS  RANDOM
000330             RECORD  KEY        IS  UPT724-TORIHIKI-CD9
000340             FILE    STATUS     IS  FILE-STATUS.
000350*------------ファイル   （取引先名称マスタ）-------------------*
000360     SELECT  UPT715I ASSIGN     TO  UPT715I
000370             ORGANIZATION       IS  INDEXED
000380             ACCESS  MODE       IS  RANDOM
000390             RECORD  KEY        IS  UPT715-TORIHIKI-CD9
000400             FILE    STATUS     IS  FILE-STATUS.
000410*------------ファイル   （売掛エージングリスト）---------------*
000420     SELECT  UPT723AR     ASSIGN     TO  UPT723AR
000430             ACCESS  MODE       IS  SEQUENTIAL
000440             FILE    STATUS     FILE-STATUS.
000450*------------ファイル   （督促リスト）-------------------------*
000460     SELECT  UPT723TR     ASSIGN     TO  UPT723TR
000470             ACCESS  MODE       IS  SEQUENTIAL
000480             FILE    STATUS     FILE-STATUS.
000490*
000500 DATA                              DIVISION.
000510 FILE                              SECTION.
000520*
000530****************************************************************
000540*            ファイル   （売掛明細）
000550****************************************************************
000560 FD  UPT723O         LABEL  RECORD STANDARD.
000570 01  UPT723O-REC.
000580     COPY   UPT723C.
000590*
000600****************************************************************
000610*            ファイル   （売掛残高マスタ）
000620****************************************************************
000630 FD  UPT724I         LABEL  RECORD STANDARD.
000640 01  UPT724I-REC.
000650     COPY   UPT724C.
000660*
000670****************************************************************
000680*            ファイル   （取引先名称マスタ）
000690****************************************************************
000700 FD  UPT715I        LABEL  RECORD STANDARD.
000710 01  UPT715I-REC.
000720     COPY   UPT715C.
000730*
000740****************************************************************
000750*            ファイル   （売掛エージングリスト）
000760****************************************************************
000770 FD  UPT723AR       LABEL  RECORD STANDARD.
000780 01  UPT723AR-REC            PIC X(132).
000790*
000800****************************************************************
000810*            ファイル   （督促リスト）
000820****************************************************************
000830 FD  UPT723TR       LABEL  RECORD STANDARD.
000840 01  UPT723TR-REC            PIC X(132).
000850*
000860 WORKING-STORAGE                   SECTION.
000870*---------------< WORK-AREA定義 >-----------------------------*
000880 01  SW-AREA.
000890     03  END-SW                        PIC X(02) VALUE ZERO.
000900     03  FIRST-REC-SW                  PIC X(01) VALUE "1".
000910         88  FIRST-REC                 VALUE "1".
000920 01  WK-DATE.
000930     03  WK-Y                          PIC  9(2).
000940     03  WK-M                          PIC  9(2).
000950     03  WK-D                          PIC  9(2).
000960 01  WK-YYYYMMDD.
000970     03  WK-YYYY.
000980       05  WK-20                       PIC  9(2).
000990       05  WK-YY                       PIC  9(2).
001000     03  WK-MM                         PIC  9(2).
001010     03  WK-DD                         PIC  9(2).
001020     03  WK-TIME.
001030       05  WK-TIM                      PIC  9(2).
001040       05  WK-MIN                      PIC  9(2).
001050       05  WK-SEC                      PIC  9(2).
001060*---------------< ステータスの定義 >--------------------------*
001070 01  STATUS-AREA.
001080     03  FILE-STATUS                   PIC X(02) VALUE ZERO.
001090*---------------< ブレイクキーの定義 >------------------------*
001100 01  KEY-AREA.
001110     03  OLD-TORIHIKI                  PIC 9(06) VALUE ZERO.
001120*---------------< カウントの定義 >----------------------------*
001130 01  CNT-AREA.
001140     03  CNT-IN                        PIC 9(09) VALUE ZERO.
001150     03  CNT-DEALER                    PIC 9(09) VALUE ZERO.
001160     03  CNT-TOKUSOKU                  PIC 9(09) VALUE ZERO.
001170*---------------< 起動パラメタの定義 >------------------------*
001180 01  ARG-AREA.
001190     03  ARG-CNT                       PIC 9(02) VALUE ZERO.
001200*---------------< 起動パラメタ（詳細）の定義 >----------------*
001210 01  ARG-DETAIL-AREA.
001220     03  ARG-IDX                       PIC 9(02) VALUE ZERO.
001230     03  ARG-VALUE                     PIC X(20) VALUE SPACES.
001240     03  ARG-DATE-SW                   PIC X(01) VALUE "0".
001250         88  ARG-DATE-SUPPLIED         VALUE "1".
001260     03  ARG-YYYYMMDD.
001270         05  ARG-YYYY                  PIC 9(04).
001280         05  ARG-MM                    PIC 9(02).
001290         05  ARG-DD                    PIC 9(02).
001300*---------------< 業務日付の定義 >----------------------------*
001310 01  GYOMU-AREA.
001320     03  WK-GYOMU-YMD                  PIC 9(08) VALUE ZERO.
001330*---------------< 経過日数の定義 >----------------------------*
001340 01  AGE-AREA.
001350     03  TOKUSOKU-DAYS                 PIC 9(03) VALUE 30.
001360     03  WK-AGE-DAYS                   PIC S9(07) VALUE ZERO.
001370     03  GYOMU-SERIAL                  PIC 9(07) VALUE ZERO.
001380     03  CALC-YMD.
001390       05  CALC-YYYY                   PIC 9(04).
001400       05  CALC-MM                     PIC 9(02).
001410       05  CALC-DD                     PIC 9(02).
001420     03  CALC-WK-Y                     PIC 9(04) VALUE ZERO.
001430     03  CALC-WK-M                     PIC 9(02) VALUE ZERO.
001440     03  CALC-WK-MD                    PIC 9(05) VALUE ZERO.
001450     03  CALC-Q4                       PIC 9(07) VALUE ZERO.
001460     03  CALC-Q100                     PIC 9(07) VALUE ZERO.
001470     03  CALC-Q400                     PIC 9(07) VALUE ZERO.
001480     03  CALC-QM                       PIC 9(07) VALUE ZERO.
001490     03  CALC-SERIAL                   PIC 9(07) VALUE ZERO.
001500*---------------< 取引先別集計の定義 >------------------------*
001510 01  DLR-AREA.
001520     03  DLR-KIN-TBL                   OCCURS 4.
001530       05  DLR-KIN                     PIC 9(11).
001540     03  DLR-ZAN                       PIC 9(11) VALUE ZERO.
001550     03  DLR-CHOUKA                    PIC 9(11) VALUE ZERO.
001560     03  DLR-OLDEST-YMD                PIC 9(08) VALUE ZERO.
001570     03  DLR-OLDEST-DAYS               PIC S9(07) VALUE ZERO.
001580     03  DLR-KARIUKE                   PIC 9(11) VALUE ZERO.
001590     03  DLR-SAISYU-YMD                PIC 9(08) VALUE ZERO.
001600     03  AGE-IDX                       PIC 9(01) VALUE ZERO.
001610*---------------< 総合計の定義 >------------------------------*
001620 01  KEI-AREA.
001630     03  KEI-KIN-TBL                   OCCURS 4.
001640       05  KEI-KIN                     PIC 9(11).
001650     03  KEI-ZAN                       PIC 9(11) VALUE ZERO.
001660     03  KEI-KARIUKE                   PIC 9(11) VALUE ZERO.
001670     03  KEI-CHOUKA                    PIC 9(11) VALUE ZERO.
001680*---------------< 名称編集の定義 >----------------------------*
001690 01  NAME-AREA.
001700     03  WK-TOR-NAME                   PIC X(24) VALUE SPACE.
001710     03  MITOROKU-NAME                 PIC X(24) VALUE
001720     "＊＊未登録＊＊".
001730*---------------< リスト制御の定義 >--------------------------*
001740 01  PRT-CTL-AREA.
001750     03  LINE-CNT                      PIC 9(03) VALUE 99.
001760     03  PAGE-CNT                      PIC 9(05) VALUE ZERO.
001770     03  T-LINE-CNT                    PIC 9(03) VALUE 99.
001780     03  T-PAGE-CNT                    PIC 9(05) VALUE ZERO.
001790     03  MAX-LINE                      PIC 9(03) VALUE 60.
001800 01  PRT-LINE                          PIC X(132).
001810*---------------< エージングリスト見出しの定義 >--------------*
001820 01  PRT-MIDASI1.
001830     03  PRT-M1-PGID                   PIC X(09) VALUE
001840     "UPBD024  ".
001850     03  PRT-M1-TITLE                  PIC X(35) VALUE
001860     "URIKAKE AGING LIST                 ".
001870     03  FILLER                        PIC X(05) VALUE
001880     "DATE:".
001890     03  PRT-M1-YYYY                   PIC 9(04).
001900     03  FILLER                        PIC X(01) VALUE "/".
001910     03  PRT-M1-MM                     PIC 9(02).
001920     03  FILLER                        PIC X(01) VALUE "/".
001930     03  PRT-M1-DD                     PIC 9(02).
001940     03  FILLER                        PIC X(07) VALUE
001950     "  PAGE:".
001960     03  PRT-M1-PAGE                   PIC ZZZZ9.
001970 01  PRT-MIDASI2.
001980     03  FILLER                        PIC X(11) VALUE
001990     "KIJYUN-DT: ".
002000     03  PRT-M2-YMD                    PIC 9(08).
002010     03  FILLER                        PIC X(16) VALUE
002020     "   TOKUSOKU-DAYS".
002030     03  FILLER                        PIC X(02) VALUE ": ".
002040     03  PRT-M2-DAYS                   PIC ZZ9.
002050 01  PRT-MIDASI3.
002060     03  FILLER                        PIC X(08) VALUE
002070     "TORIHIKI".
002080     03  FILLER                        PIC X(26) VALUE
002090     "  TORIHIKI-NAME           ".
002100     03  FILLER                        PIC X(12) VALUE
002110     "     0-30DAY".
002120     03  FILLER                        PIC X(12) VALUE
002130     "    31-60DAY".
002140     03  FILLER                        PIC X(12) VALUE
002150     "    61-90DAY".
002160     03  FILLER                        PIC X(12) VALUE
002170     "    91DAY-  ".
002180     03  FILLER                        PIC X(12) VALUE
002190     "     ZAN-KIN".
002200     03  FILLER                        PIC X(12) VALUE
002210     " KARIUKE-KIN".
002220*---------------< エージングリスト明細の定義 >----------------*
002230 01  PRT-MEISAI.
002240     03  PRT-TORIHIKI                  PIC X(06).
002250     03  FILLER                        PIC X(02) VALUE SPACE.
002260     03  PRT-NAME                      PIC X(24).
002270     03  FILLER                        PIC X(02) VALUE SPACE.
002280     03  PRT-AGE-TBL                   OCCURS 4.
002290       05  PRT-AGE-KIN                 PIC ZZZZZZZZZZZ9.
002300     03  PRT-ZAN                       PIC ZZZZZZZZZZ9.
002310     03  FILLER                        PIC X(01) VALUE SPACE.
002320     03  PRT-KARIUKE                   PIC ZZZZZZZZZZ9.
002330*---------------< 督促リスト見出しの定義 >--------------------*
002340 01  PRT-T-MIDASI3.
002350     03  FILLER                        PIC X(08) VALUE
002360     "TORIHIKI".
002370     03  FILLER                        PIC X(26) VALUE
002380     "  TORIHIKI-NAME           ".
002390     03  FILLER                        PIC X(12) VALUE
002400     "  CHOUKA-KIN".
002410     03  FILLER                        PIC X(12) VALUE
002420     "     ZAN-KIN".
002430     03  FILLER                        PIC X(10) VALUE
002440     " OLDEST-DT".
002450     03  FILLER                        PIC X(08) VALUE
002460     "    DAYS".
002470     03  FILLER                        PIC X(13) VALUE
002480     "  LAST-NYUKIN".
002490*---------------< 督促リスト明細の定義 >----------------------*
002500 01  PRT-T-MEISAI.
002510     03  PRT-T-TORIHIKI                PIC X(06).
002520     03  FILLER                        PIC X(02) VALUE SPACE.
002530     03  PRT-T-NAME                    PIC X(24).
002540     03  FILLER                        PIC X(02) VALUE SPACE.
002550     03  PRT-T-CHOUKA                  PIC ZZZZZZZZZZ9.
002560     03  FILLER                        PIC X(01) VALUE SPACE.
002570     03  PRT-T-ZAN                     PIC ZZZZZZZZZZ9.
002580     03  FILLER                        PIC X(02) VALUE SPACE.
002590     03  PRT-T-OLDEST                  PIC 9(08).
002600     03  FILLER                        PIC X(01) VALUE SPACE.
002610     03  PRT-T-DAYS                    PIC ZZZZZZ9.
002620     03  FILLER                        PIC X(04) VALUE SPACE.
002630     03  PRT-T-SAISYU                  PIC X(08).
002640*---------------< エージングリスト合計行の定義 >--------------*
002650 01  PRT-GOKEI.
002660     03  FILLER                        PIC X(34) VALUE
002670     "  ** AGING   TOTAL **".
002680     03  PRT-G-AGE-TBL                 OCCURS 4.
002690       05  PRT-G-AGE-KIN               PIC ZZZZZZZZZZZ9.
002700     03  PRT-G-ZAN                     PIC ZZZZZZZZZZ9.
002710     03  FILLER                        PIC X(01) VALUE SPACE.
002720     03  PRT-G-KARIUKE                 PIC ZZZZZZZZZZ9.
002730*---------------< 督促リスト合計行の定義 >--------------------*
002740 01  PRT-T-GOKEI.
002750     03  FILLER                        PIC X(34) VALUE
002760     "  ** TOKUSOKU TOTAL **".
002770     03  PRT-TG-CHOUKA                 PIC ZZZZZZZZZZ9.
002780*
002790*---------------< メッセージ１の定義 >------------------------*
002800 01  MSG-PGID                          PIC X(08) VALUE
002810     "UPBD024".
002820 01  MESSAGE-AREA1.
002830     03  MESSAGE-START.
002840       05  FILLER                      PIC X(12) VALUE
002850     "++ UPBD024 ".
002860       05  MESSAGE-START-YMD.
002870         07  MESSAGE-START-YYYY        PIC 9(04).
002880         07  FILLER                    PIC X(01) VALUE "/".
002890         07  MESSAGE-START-MM          PIC 9(02).
002900         07  FILLER                    PIC X(01) VALUE "/".
002910         07  MESSAGE-START-DD          PIC 9(02).
002920         07  FILLER                    PIC X(01) VALUE " ".
002930         07  MESSAGE-START-TIM         PIC 9(02).
002940         07  FILLER                    PIC X(01) VALUE ":".
002950         07  MESSAGE-START-MIN         PIC 9(02).
002960         07  FILLER                    PIC X(01) VALUE ":".
002970         07  MESSAGE-START-SEC         PIC 9(02).
002980         07  FILLER                    PIC X(01) VALUE " ".
002990       05  FILLER                      PIC X(08) VALUE
003000     "*START* ".
003010     03  MESSAGE-END.
003020       05  FILLER                      PIC X(12) VALUE
003030     "++ UPBD024 ".
003040       05  MESSAGE-END-YMD.
003050         07  MESSAGE-END-YYYY          PIC 9(04).
003060         07  FILLER                    PIC X(01) VALUE "/".
003070         07  MESSAGE-END-MM            PIC 9(02).
003080         07  FILLER                    PIC X(01) VALUE "/".
003090         07  MESSAGE-END-DD            PIC 9(02).
003100         07  FILLER                    PIC X(01) VALUE " ".
003110         07  MESSAGE-END-TIM           PIC 9(02).
003120         07  FILLER                    PIC X(01) VALUE ":".
003130         07  MESSAGE-END-MIN           PIC 9(02).
003140         07  FILLER                    PIC X(01) VALUE ":".
003150         07  MESSAGE-END-SEC           PIC 9(02).
003160         07  FILLER                    PIC X(01) VALUE " ".
003170       05  FILLER                      PIC X(13) VALUE
003180     "*NORMAL END* ".
003190     03  MESSAGE-ABEND.
003200       05  FILLER                      PIC X(12) VALUE
003210     "++ UPBD024 ".
003220       05  MESSAGE-ABEND-YMD.
003230         07  MESSAGE-ABEND-YYYY        PIC 9(04).
003240         07  FILLER                    PIC X(01) VALUE "/".
003250         07  MESSAGE-ABEND-MM          PIC 9(02).
003260         07  FILLER                    PIC X(01) VALUE "/".
003270         07  MESSAGE-ABEND-DD          PIC 9(02).
003280         07  FILLER                    PIC X(01) VALUE " ".
003290         07  MESSAGE-ABEND-TIM         PIC 9(02).
003300         07  FILLER                    PIC X(01) VALUE ":".
003310         07  MESSAGE-ABEND-MIN         PIC 9(02).
003320         07  FILLER                    PIC X(01) VALUE ":".
003330         07  MESSAGE-ABEND-SEC         PIC 9(02).
003340         07  FILLER                    PIC X(01) VALUE " ".
003350       05  FILLER                      PIC X(15) VALUE
003360     "*ABNORMAL END* ".
003370     03  MESSAGE-0.
003380       05  MSG0-PGID                   PIC X(08).
003390       05  MSG0-NAME                   PIC X(41).
003400*
003410*---< メッセージ２の定義 >---*
003420 01  MESSAGE-AREA2.
003430     03  MSG-501I.
003440       05  FILLER                      PIC  X(41) VALUE
003450     "++ UPBD024  501I UPT723       IN COUNT = ".
003460     03  MSG-503I.
003470       05  FILLER                      PIC  X(41) VALUE
003480     "++ UPBD024  503I AGING  DEALER   COUNT = ".
003490     03  MSG-505I.
003500       05  FILLER                      PIC  X(41) VALUE
003510     "++ UPBD024  505I TOKUSOKU DEALER COUNT = ".
003520     03  MSG-501F.
003530       05  FILLER                      PIC  X(41) VALUE
003540     "++ UPBD024  501F UPT723  OPEN  ERROR ST= ".
003550       05  MSG-501F-ST                 PIC  9(03).
003560     03  MSG-503F.
003570       05  FILLER                      PIC  X(41) VALUE
003580     "++ UPBD024  503F UPT723  READ  ERROR ST= ".
003590       05  MSG-503F-ST                 PIC  9(03).
003600     03  MSG-505F.
003610       05  FILLER                      PIC  X(41) VALUE
003620     "++ UPBD024  505F UPT724  OPEN  ERROR ST= ".
003630       05  MSG-505F-ST                 PIC  9(03).
003640     03  MSG-515F.
003650       05  FILLER                      PIC  X(41) VALUE
003660     "++ UPBD024  515F UPT715  OPEN  ERROR ST= ".
003670       05  MSG-515F-ST                 PIC  9(03).
003680     03  MSG-705F.
003690       05  FILLER                      PIC  X(41) VALUE
003700     "++ UPBD024  705F LIST    OPEN  ERROR ST= ".
003710       05  MSG-705F-ST                 PIC  9(03).
003720     03  MSG-707F.
003730       05  FILLER                      PIC  X(41) VALUE
003740     "++ UPBD024  707F LIST    WRITE ERROR ST= ".
003750       05  MSG-707F-ST                 PIC  9(03).
003760     03  MSG-721F.
003770       05  FILLER                      PIC  X(41) VALUE
003780     "++ UPBD024  721F DATE=  ARGUMENT INVALID ".
003790     03  MSG-723F.
003800       05  FILLER                      PIC  X(41) VALUE
003810     "++ UPBD024  723F DAYS=  ARGUMENT INVALID ".
003820*
003830 PROCEDURE                         DIVISION.
003840****************************************************************
003850*    (0.0)   メイン              処理                          *
003860****************************************************************
003870 MAIN-RTN                          SECTION.
003880*
003890     PERFORM      INIT-RTN.
003900*
003910     PERFORM      PROC-RTN
003920         UNTIL    END-SW           =   HIGH-VALUE.
003930*
003940     PERFORM      END-RTN.
003950*
003960     STOP         RUN.
003970*
003980 MAIN-EXT.
003990     EXIT.
004000****************************************************************
004010*    (1.0)   イニシャル          処理                          *
004020****************************************************************
004030 INIT-RTN                          SECTION.
004040     PERFORM      START-MSG-RTN.
004050*
004060     MOVE    99                    TO  RETURN-CODE.
004070*
004080     PERFORM      ARG-RTN.
004090*-----------< 基準日設定・通日換算 >---------------------------*
004100     IF  ARG-DATE-SUPPLIED
004110         MOVE    ARG-YYYYMMDD      TO  WK-GYOMU-YMD
004120     ELSE
004130         MOVE    WK-YYYYMMDD (1:8) TO  WK-GYOMU-YMD
004140     END-IF.
004150     MOVE     WK-GYOMU-YMD         TO  CALC-YMD.
004160     PERFORM  SERIAL-CALC-RTN.
004170     MOVE     CALC-SERIAL          TO  GYOMU-SERIAL.
004180     INITIALIZE  KEI-AREA.
004190*-----------< ファイル  （売掛明細）ＯＰＥＮ  >----------------*
004200     OPEN INPUT UPT723O.
004210     IF  FILE-STATUS               =   ZERO
004220         CONTINUE
004230     ELSE
004240         MOVE    101               TO  RETURN-CODE
004250         MOVE    FILE-STATUS       TO  MSG-501F-ST
004260         DISPLAY MSG-501F RETURN-CODE UPON CONS
004270         PERFORM ABEND-MSG-RTN
004280         STOP    RUN
004290     END-IF.
004300*-----------< ファイル  （売掛残高マスタ）ＯＰＥＮ  >----------*
004310     OPEN INPUT UPT724I.
004320     IF  FILE-STATUS               =   ZERO
004330         CONTINUE
004340     ELSE
004350         MOVE    105               TO  RETURN-CODE
004360         MOVE    FILE-STATUS       TO  MSG-505F-ST
004370         DISPLAY MSG-505F RETURN-CODE UPON CONS
004380         PERFORM ABEND-MSG-RTN
004390         STOP    RUN
004400     END-IF.
004410*-----------< ファイル  （名称マスタ）ＯＰＥＮ  >--------------*
004420     OPEN INPUT UPT715I.
004430     IF  FILE-STATUS               =   ZERO
004440         CONTINUE
004450     ELSE
004460         MOVE    115               TO  RETURN-CODE
004470         MOVE    FILE-STATUS       TO  MSG-515F-ST
004480         DISPLAY MSG-515F RETURN-CODE UPON CONS
004490         PERFORM ABEND-MSG-RTN
004500         STOP    RUN
004510     END-IF.
004520*-----------< ファイル  （エージング・督促リスト）ＯＰＥＮ  >--*
004530     OPEN OUTPUT UPT723AR.
004540     IF  FILE-STATUS               =   ZERO
004550         CONTINUE
004560     ELSE
004570         MOVE    201               TO  RETURN-CODE
004580         MOVE    FILE-STATUS       TO  MSG-705F-ST
004590         DISPLAY MSG-705F RETURN-CODE UPON CONS
004600         PERFORM ABEND-MSG-RTN
004610         STOP    RUN
004620     END-IF.
004630     OPEN OUTPUT UPT723TR.
004640     IF  FILE-STATUS               =   ZERO
004650         CONTINUE
004660     ELSE
004670         MOVE    203               TO  RETURN-CODE
004680         MOVE    FILE-STATUS       TO  MSG-705F-ST
004690         DISPLAY MSG-705F RETURN-CODE UPON CONS
004700         PERFORM ABEND-MSG-RTN
004710         STOP    RUN
004720     END-IF.
004730*-----------< 初期ロード >-------------------------------------*
004740     PERFORM      READ-RTN.
004750 INIT-EXT.
004760     EXIT.
004770****************************************************************
004780*    (1.1)   ARG-RTN　（起動パラメタ判定）
004790****************************************************************
004800 ARG-RTN                           SECTION.
004810     ACCEPT   ARG-CNT               FROM  BANGO.
004820     PERFORM  ARG-READ-RTN
004830         VARYING ARG-IDX FROM 1 BY 1
004840         UNTIL   ARG-IDX             >     ARG-CNT.
004850 ARG-EXT.
004860     EXIT.
004870****************************************************************
004880*    (1.2)   ARG-READ-RTN　（起動パラメタ　１件判定）
004890****************************************************************
004900 ARG-READ-RTN                       SECTION.
004910     DISPLAY  ARG-IDX               UPON  BANGO.
004920     ACCEPT   ARG-VALUE             FROM  ATAI
004930         ON EXCEPTION
004940             CONTINUE
004950         NOT ON EXCEPTION
004960             IF  ARG-VALUE (1:5)     =    "DATE="
004970                 IF  ARG-VALUE (6:8)     NUMERIC
004980                     MOVE  ARG-VALUE (6:8)  TO  ARG-YYYYMMDD
004990                     IF  ARG-MM > ZERO  AND  ARG-MM <= 12  AND
005000                         ARG-DD  >  ZERO   AND  ARG-DD  <=  31
005010                         MOVE  "1"           TO   ARG-DATE-SW
005020                     ELSE
005030                         DISPLAY MSG-721F    UPON  CONS
005040                         MOVE    221          TO   RETURN-CODE
005050                         PERFORM ABEND-MSG-RTN
005060                         STOP    RUN
005070                     END-IF
005080                 ELSE
005090                     DISPLAY MSG-721F        UPON  CONS
005100                     MOVE    221              TO   RETURN-CODE
005110                     PERFORM ABEND-MSG-RTN
005120                     STOP    RUN
005130                 END-IF
005140             END-IF
005150             IF  ARG-VALUE (1:5)     =    "DAYS="
005160                 IF  ARG-VALUE (6:3)     NUMERIC
005170                     MOVE  ARG-VALUE (6:3)  TO  TOKUSOKU-DAYS
005180                 ELSE
005190                     DISPLAY MSG-723F        UPON  CONS
005200                     MOVE    223              TO   RETURN-CODE
005210                     PERFORM ABEND-MSG-RTN
005220                     STOP    RUN
005230                 END-IF
005240             END-IF
005250     END-ACCEPT.
005260 ARG-READ-EXT.
005270     EXIT.
005280****************************************************************
005290*    (1.3)   SERIAL-CALC-RTN　（年月日→通日換算）
005300****************************************************************
005310 SERIAL-CALC-RTN                   SECTION.
005320     IF  CALC-MM                   <=  2
005330         COMPUTE  CALC-WK-Y  =  CALC-YYYY  -  1
005340         COMPUTE  CALC-WK-M  =  CALC-MM    +  12
005350     ELSE
005360         MOVE     CALC-YYYY        TO  CALC-WK-Y
005370         MOVE     CALC-MM          TO  CALC-WK-M
005380     END-IF.
005390*-----------< 各項は整数商（切捨て）で求めること >-------------*
005400     DIVIDE   CALC-WK-Y            BY  4
005410              GIVING     CALC-Q4.
005420     DIVIDE   CALC-WK-Y            BY  100
005430              GIVING     CALC-Q100.
005440     DIVIDE   CALC-WK-Y            BY  400
005450              GIVING     CALC-Q400.
005460     COMPUTE  CALC-WK-MD  =  153  *  ( CALC-WK-M  +  1 ).
005470     DIVIDE   CALC-WK-MD           BY  5
005480              GIVING     CALC-QM.
005490     COMPUTE  CALC-SERIAL  =
005500              365  *  CALC-WK-Y
005510           +  CALC-Q4  -  CALC-Q100  +  CALC-Q400
005520           +  CALC-QM
005530           +  CALC-DD.
005540 SERIAL-CALC-EXT.
005550     EXIT.
005560****************************************************************
005570*    (1.4)   READ-RTN　（未消込の売掛明細のみ対象）
005580****************************************************************
005590 READ-RTN                          SECTION.
005600     READ      UPT723O
005610         AT    END
005620         MOVE  HIGH-VALUE                TO  END-SW
005630*
005640         NOT AT END
005650         IF    FILE-STATUS               =   ZERO
005660               ADD   +1                  TO  CNT-IN
005670         ELSE
005680               MOVE  103                 TO  RETURN-CODE
005690               MOVE FILE-STATUS          TO  MSG-503F-ST
005700               DISPLAY MSG-503F RETURN-CODE  UPON  CONS
005710               PERFORM ABEND-MSG-RTN
005720               STOP RUN
005730         END-IF.
005740 READ-EXT.
005750     EXIT.
005760****************************************************************
005770*    (2.0)   PROC-RTN　（売掛明細　１件集計）                  *
005780****************************************************************
005790 PROC-RTN                          SECTION.
005800*
005810*-----------< 取引先ブレイク判定 >-----------------------------*
005820     IF  FIRST-REC
005830         PERFORM  DEALER-INIT-RTN
005840         MOVE     "0"              TO  FIRST-REC-SW
005850     ELSE
005860         IF  UPT723-TORIHIKI-CD9   NOT =   OLD-TORIHIKI
005870             PERFORM  DEALER-GOKEI-RTN
005880             PERFORM  DEALER-INIT-RTN
005890         END-IF
005900     END-IF.
005910*-----------< 未消込・基準日以前の明細を区分別に集計 >---------*
005920     IF  UPT723-ZAN-KIN            >   ZERO   AND
005930         UPT723-SEIKYU-YMD         <=  WK-GYOMU-YMD
005940         PERFORM  AGE-RTN
005950     END-IF.
005960*-----------< READ処理 >---------------------------------------*
005970     PERFORM  READ-RTN.
005980*
005990 PROC-EXT.
006000     EXIT.
006010****************************************************************
006020*    (2.1)   DEALER-INIT-RTN　（取引先集計初期化）
006030****************************************************************
006040 DEALER-INIT-RTN                   SECTION.
006050     MOVE     UPT723-TORIHIKI-CD9  TO  OLD-TORIHIKI.
006060     INITIALIZE  DLR-AREA.
006070 DEALER-INIT-EXT.
006080     EXIT.
006090****************************************************************
006100*    (2.2)   AGE-RTN　（経過日数算出・区分集計）
006110****************************************************************
006120 AGE-RTN                           SECTION.
006130     MOVE     UPT723-SEIKYU-YMD    TO  CALC-YMD.
006140     PERFORM  SERIAL-CALC-RTN.
006150     COMPUTE  WK-AGE-DAYS  =  GYOMU-SERIAL  -  CALC-SERIAL.
006160     EVALUATE TRUE
006170         WHEN  WK-AGE-DAYS         <=  30
006180             MOVE  1               TO  AGE-IDX
006190         WHEN  WK-AGE-DAYS         <=  60
006200             MOVE  2               TO  AGE-IDX
006210         WHEN  WK-AGE-DAYS         <=  90
006220             MOVE  3               TO  AGE-IDX
006230         WHEN  OTHER
006240             MOVE  4               TO  AGE-IDX
006250     END-EVALUATE.
006260     ADD      UPT723-ZAN-KIN       TO  DLR-KIN (AGE-IDX).
006270     ADD      UPT723-ZAN-KIN       TO  DLR-ZAN.
006280*-----------< 最古未消込明細（キー順に最初の１件） >-----------*
006290     IF  DLR-OLDEST-YMD            =   ZERO
006300         MOVE  UPT723-SEIKYU-YMD   TO  DLR-OLDEST-YMD
006310         MOVE  WK-AGE-DAYS         TO  DLR-OLDEST-DAYS
006320     END-IF.
006330     IF  WK-AGE-DAYS               >   TOKUSOKU-DAYS
006340         ADD   UPT723-ZAN-KIN      TO  DLR-CHOUKA
006350     END-IF.
006360 AGE-EXT.
006370     EXIT.
006380****************************************************************
006390*    (2.3)   DEALER-GOKEI-RTN　（取引先別エージング出力）
006400****************************************************************
006410 DEALER-GOKEI-RTN                  SECTION.
006420*-----------< 仮受金・最終入金日取得 >-------------------------*
006430     MOVE     OLD-TORIHIKI         TO  UPT724-TORIHIKI-CD9.
006440     READ     UPT724I
006450         INVALID KEY
006460             MOVE  ZERO            TO  DLR-KARIUKE
006470             MOVE  ZERO            TO  DLR-SAISYU-YMD
006480         NOT INVALID KEY
006490             MOVE  UPT724-KARIUKE-KIN       TO  DLR-KARIUKE
006500             MOVE  UPT724-SAISYU-NYUKIN-YMD TO  DLR-SAISYU-YMD
006510     END-READ.
006520     IF  DLR-ZAN                   =   ZERO   AND
006530         DLR-KARIUKE               =   ZERO
006540         CONTINUE
006550     ELSE
006560         PERFORM  TOR-NAME-RTN
006570         ADD      1                TO  CNT-DEALER
006580         MOVE     SPACE            TO  PRT-MEISAI
006590         MOVE     OLD-TORIHIKI     TO  PRT-TORIHIKI
006600         MOVE     WK-TOR-NAME      TO  PRT-NAME
006610         MOVE     DLR-KIN (1)      TO  PRT-AGE-KIN (1)
006620         MOVE     DLR-KIN (2)      TO  PRT-AGE-KIN (2)
006630         MOVE     DLR-KIN (3)      TO  PRT-AGE-KIN (3)
006640         MOVE     DLR-KIN (4)      TO  PRT-AGE-KIN (4)
006650         MOVE     DLR-ZAN          TO  PRT-ZAN
006660         MOVE     DLR-KARIUKE      TO  PRT-KARIUKE
006670         MOVE     PRT-MEISAI       TO  PRT-LINE
006680         PERFORM  LIST-WRITE-RTN
006690         ADD      DLR-KIN (1)      TO  KEI-KIN (1)
006700         ADD      DLR-KIN (2)      TO  KEI-KIN (2)
006710         ADD      DLR-KIN (3)      TO  KEI-KIN (3)
006720         ADD      DLR-KIN (4)      TO  KEI-KIN (4)
006730         ADD      DLR-ZAN          TO  KEI-ZAN
006740         ADD      DLR-KARIUKE      TO  KEI-KARIUKE
006750*-----------< 督促対象判定 >-----------------------------------*
006760         IF  DLR-OLDEST-YMD        >   ZERO   AND
006770             DLR-OLDEST-DAYS       >   TOKUSOKU-DAYS
006780             PERFORM  TOKUSOKU-RTN
006790         END-IF
006791     END-IF.
006800 DEALER-GOKEI-EXT.
006810     EXIT.
006820****************************************************************
006830*    (2.4)   TOKUSOKU-RTN　（督促リスト明細出力）
006840****************************************************************
006850 TOKUSOKU-RTN                      SECTION.
006860     ADD      1                    TO  CNT-TOKUSOKU.
006870     ADD      DLR-CHOUKA           TO  KEI-CHOUKA.
006880     MOVE     SPACE                TO  PRT-T-MEISAI.
006890     MOVE     OLD-TORIHIKI         TO  PRT-T-TORIHIKI.
006900     MOVE     WK-TOR-NAME          TO  PRT-T-NAME.
006910     MOVE     DLR-CHOUKA           TO  PRT-T-CHOUKA.
006920     MOVE     DLR-ZAN              TO  PRT-T-ZAN.
006930     MOVE     DLR-OLDEST-YMD       TO  PRT-T-OLDEST.
006940     MOVE     DLR-OLDEST-DAYS      TO  PRT-T-DAYS.
006950     IF  DLR-SAISYU-YMD            =   ZERO
006960         MOVE  "  NASI  "          TO  PRT-T-SAISYU
006970     ELSE
006980         MOVE  DLR-SAISYU-YMD      TO  PRT-T-SAISYU
006990     END-IF.
007000     MOVE     PRT-T-MEISAI         TO  PRT-LINE.
007010     PERFORM  T-LIST-WRITE-RTN.
007020 TOKUSOKU-EXT.
007030     EXIT.
007040****************************************************************
007050*    (2.5)   TOR-NAME-RTN　（取引先名称編集）
007060****************************************************************
007070 TOR-NAME-RTN                      SECTION.
007080     MOVE     OLD-TORIHIKI         TO  UPT715-TORIHIKI-CD9.
007090     READ     UPT715I
007100         INVALID KEY
007110             MOVE  MITOROKU-NAME   TO  WK-TOR-NAME
007120         NOT INVALID KEY
007130             MOVE  UPT715-KANJI-NAME   TO  WK-TOR-NAME
007140     END-READ.
007150 TOR-NAME-EXT.
007160     EXIT.
007170****************************************************************
007180*    (2.6)   LIST-WRITE-RTN　（エージングリスト出力）
007190****************************************************************
007200 LIST-WRITE-RTN                    SECTION.
007210     IF  LINE-CNT                  >   MAX-LINE
007220         PERFORM  MIDASI-RTN
007230     END-IF.
007240     WRITE    UPT723AR-REC         FROM  PRT-LINE
007250         AFTER  ADVANCING  1  LINE.
007260     IF  FILE-STATUS               =   ZERO
007270         ADD  1                    TO  LINE-CNT
007280     ELSE
007290         MOVE    202               TO  RETURN-CODE
007300         MOVE    FILE-STATUS       TO  MSG-707F-ST
007310         DISPLAY MSG-707F  RETURN-CODE  UPON  CONS
007320         PERFORM ABEND-MSG-RTN
007330         STOP    RUN
007340     END-IF.
007350 LIST-WRITE-EXT.
007360     EXIT.
007370****************************************************************
007380*    (2.7)   MIDASI-RTN　（エージングリスト見出し出力）
007390****************************************************************
007400 MIDASI-RTN                        SECTION.
007410     ADD      1                    TO  PAGE-CNT.
007420     MOVE     "URIKAKE AGING LIST"     TO  PRT-M1-TITLE.
007430     MOVE     WK-YYYY              TO  PRT-M1-YYYY.
007440     MOVE     WK-MM                TO  PRT-M1-MM.
007450     MOVE     WK-DD                TO  PRT-M1-DD.
007460     MOVE     PAGE-CNT             TO  PRT-M1-PAGE.
007470     MOVE     WK-GYOMU-YMD         TO  PRT-M2-YMD.
007480     MOVE     TOKUSOKU-DAYS        TO  PRT-M2-DAYS.
007490     WRITE    UPT723AR-REC         FROM  PRT-MIDASI1
007500         AFTER  ADVANCING  PAGE.
007510     WRITE    UPT723AR-REC         FROM  PRT-MIDASI2
007520         AFTER  ADVANCING  1  LINE.
007530     WRITE    UPT723AR-REC         FROM  PRT-MIDASI3
007540         AFTER  ADVANCING  2  LINES.
007550     MOVE     SPACE                TO  UPT723AR-REC.
007560     WRITE    UPT723AR-REC
007570         AFTER  ADVANCING  1  LINE.
007580     MOVE     5                    TO  LINE-CNT.
007590 MIDASI-EXT.
007600     EXIT.
007610****************************************************************
007620*    (2.8)   T-LIST-WRITE-RTN　（督促リスト出力）
007630****************************************************************
007640 T-LIST-WRITE-RTN                  SECTION.
007650     IF  T-LINE-CNT                >   MAX-LINE
007660         PERFORM  T-MIDASI-RTN
007670     END-IF.
007680     WRITE    UPT723TR-REC         FROM  PRT-LINE
007690         AFTER  ADVANCING  1  LINE.
007700     IF  FILE-STATUS               =   ZERO
007710         ADD  1                    TO  T-LINE-CNT
007720     ELSE
007730         MOVE    204               TO  RETURN-CODE
007740         MOVE    FILE-STATUS       TO  MSG-707F-ST
007750         DISPLAY MSG-707F  RETURN-CODE  UPON  CONS
007760         PERFORM ABEND-MSG-RTN
007770         STOP    RUN
007780     END-IF.
007790 T-LIST-WRITE-EXT.
007800     EXIT.
007810****************************************************************
007820*    (2.9)   T-MIDASI-RTN　（督促リスト見出し出力）
007830****************************************************************
007840 T-MIDASI-RTN                      SECTION.
007850     ADD      1                    TO  T-PAGE-CNT.
007860     MOVE     "URIKAKE TOKUSOKU LIST"  TO  PRT-M1-TITLE.
007870     MOVE     WK-YYYY              TO  PRT-M1-YYYY.
007880     MOVE     WK-MM                TO  PRT-M1-MM.
007890     MOVE     WK-DD                TO  PRT-M1-DD.
007900     MOVE     T-PAGE-CNT           TO  PRT-M1-PAGE.
007910     MOVE     WK-GYOMU-YMD         TO  PRT-M2-YMD.
007920     MOVE     TOKUSOKU-DAYS        TO  PRT-M2-DAYS.
007930     WRITE    UPT723TR-REC         FROM  PRT-MIDASI1
007940         AFTER  ADVANCING  PAGE.
007950     WRITE    UPT723TR-REC         FROM  PRT-MIDASI2
007960         AFTER  ADVANCING  1  LINE.
007970     WRITE    UPT723TR-REC         FROM  PRT-T-MIDASI3
007980         AFTER  ADVANCING  2  LINES.
007990     MOVE     SPACE                TO  UPT723TR-REC.
008000     WRITE    UPT723TR-REC
008010         AFTER  ADVANCING  1  LINE.
008020     MOVE     5                    TO  T-LINE-CNT.
008030 T-MIDASI-EXT.
008040     EXIT.
008050****************************************************************
008060*    (3.0)     ＳＴＡＲＴメッセージ処理                        *
008070****************************************************************
008080 START-MSG-RTN                     SECTION.
008090     ACCEPT  WK-DATE               FROM   DATE.
008100     ACCEPT  WK-TIME               FROM   TIME.
008110     MOVE    WK-Y                  TO     WK-YY.
008120     MOVE    WK-M                  TO     WK-MM.
008130     MOVE    WK-D                  TO     WK-DD.
008140     MOVE    20                    TO     WK-20.
008150*
008160     MOVE    WK-YYYY               TO     MESSAGE-START-YYYY.
008170     MOVE    WK-MM                 TO     MESSAGE-START-MM.
008180     MOVE    WK-DD                 TO     MESSAGE-START-DD.
008190     MOVE    WK-TIM                TO     MESSAGE-START-TIM.
008200     MOVE    WK-MIN                TO     MESSAGE-START-MIN.
008210     MOVE    WK-SEC                TO     MESSAGE-START-SEC.
008220*
008230     DISPLAY  MESSAGE-START  UPON CONS.
008240*
008250 START-MSG-EXT.
008260     EXIT.
008270****************************************************************
008280*    (4.0)     ＡＢＥＮＤメッセージ処理                        *
008290****************************************************************
008300 ABEND-MSG-RTN                     SECTION.
008310     ACCEPT  WK-DATE               FROM   DATE.
008320     ACCEPT  WK-TIME               FROM   TIME.
008330     MOVE    WK-Y                  TO     WK-YY.
008340     MOVE    WK-M                  TO     WK-MM.
008350     MOVE    WK-D                  TO     WK-DD.
008360     MOVE    20                    TO     WK-20.
008370*
008380     MOVE    WK-YYYY               TO     MESSAGE-ABEND-YYYY.
008390     MOVE    WK-MM                 TO     MESSAGE-ABEND-MM.
008400     MOVE    WK-DD                 TO     MESSAGE-ABEND-DD.
008410     MOVE    WK-TIM                TO     MESSAGE-ABEND-TIM.
008420     MOVE    WK-MIN                TO     MESSAGE-ABEND-MIN.
008430     MOVE    WK-SEC                TO     MESSAGE-ABEND-SEC.
008440*
008450     DISPLAY  MESSAGE-ABEND  UPON CONS.
008460*
008470 ABEND-MSG-EXT.
008480     EXIT.
008490****************************************************************
008500*    (5.0)     ＥＮＤメッセージ処理                            *
008510****************************************************************
008520 END-MSG-RTN                     SECTION.
008530     ACCEPT  WK-DATE               FROM   DATE.
008540     ACCEPT  WK-TIME               FROM   TIME.
008550     MOVE    WK-Y                  TO     WK-YY.
008560     MOVE    WK-M                  TO     WK-MM.
008570     MOVE    WK-D                  TO     WK-DD.
008580     MOVE    20                    TO     WK-20.
008590*
008600     MOVE    WK-YYYY               TO     MESSAGE-END-YYYY.
008610     MOVE    WK-MM                 TO     MESSAGE-END-MM.
008620     MOVE    WK-DD                 TO     MESSAGE-END-DD.
008630     MOVE    WK-TIM                TO     MESSAGE-END-TIM.
008640     MOVE    WK-MIN                TO     MESSAGE-END-MIN.
008650     MOVE    WK-SEC                TO     MESSAGE-END-SEC.
008660*
008670     DISPLAY  MESSAGE-END  UPON CONS.
008680*
008690 END-MSG-EXT.
008700     EXIT.
008710****************************************************************
008720*    (6.0)              エンド 処理                            *
008730****************************************************************
008740 END-RTN                           SECTION.
008750*
008760*---------< 取引先最終ブレイク出力 >---------------------------*
008770     IF  NOT  FIRST-REC
008780         PERFORM  DEALER-GOKEI-RTN
008790     END-IF.
008800*---------< エージング合計行出力 >-----------------------------*
008810     MOVE     SPACE                TO  PRT-LINE.
008820     PERFORM  LIST-WRITE-RTN.
008830     MOVE     KEI-KIN (1)          TO  PRT-G-AGE-KIN (1).
008840     MOVE     KEI-KIN (2)          TO  PRT-G-AGE-KIN (2).
008850     MOVE     KEI-KIN (3)          TO  PRT-G-AGE-KIN (3).
008860     MOVE     KEI-KIN (4)          TO  PRT-G-AGE-KIN (4).
008870     MOVE     KEI-ZAN              TO  PRT-G-ZAN.
008880     MOVE     KEI-KARIUKE          TO  PRT-G-KARIUKE.
008890     MOVE     PRT-GOKEI            TO  PRT-LINE.
008900     PERFORM  LIST-WRITE-RTN.
008910*---------< 督促合計行出力 >-----------------------------------*
008920     MOVE     SPACE                TO  PRT-LINE.
008930     PERFORM  T-LIST-WRITE-RTN.
008940     MOVE     KEI-CHOUKA           TO  PRT-TG-CHOUKA.
008950     MOVE     PRT-T-GOKEI          TO  PRT-LINE.
008960     PERFORM  T-LIST-WRITE-RTN.
008970     CLOSE     UPT723O.
008980     CLOSE     UPT724I.
008990     CLOSE     UPT715I.
009000     CLOSE     UPT723AR.
009010     CLOSE     UPT723TR.
009020     MOVE      ZERO                TO  RETURN-CODE.
009030*---------< 入力件数表示 >-------------------------------------*
009040     DISPLAY MSG-501I  CNT-IN       UPON CONS.
009050     DISPLAY MSG-503I  CNT-DEALER   UPON CONS.
009060     DISPLAY MSG-505I  CNT-TOKUSOKU UPON CONS.
009070     PERFORM END-MSG-RTN.
009080*
009090 END-EXT.
009100     EXIT.
