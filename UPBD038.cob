000010****************************************************************
000020*    システム名    ： 新聞競馬新聞実績
000030*    プログラム名  ： 単価訂正差額売掛計上処理
000040*    プログラムＩＤ： UPBD038
000050*    作  成  者    ： T.HARUYAMA
000060*    作  成  日    ： 2004年11月16日
000061*    修  正  日    ： 2004年11月22日 売掛残高の処理年月チェック
000062*    修  正  日    ： 2004年11月29日 計上リストのＤＤ名を督促リストと分離
000070****************************************************************
000080 IDENTIFICATION                    DIVISION.
000090 PROGRAM-ID.                       UPBD038.
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
000230*------------ファイル   （入力・請求差額インタフェース）-------*
000240     SELECT  UPT708A      ASSIGN     TO  UPT708A
000250             ACCESS  MODE       IS  SEQUENTIAL
000260             FILE    STATUS     FILE-STATUS.
000270*------------ファイル   （ソート作業・取引先別差額）-----------*
000280     SELECT  SORT-FILE    ASSIGN     TO  SORTWK1.
000290*------------ファイル   （取引先別差額・整列済み）-------------*
000300     SELECT  UPT708AS     ASSIGN
000310                                TO  UPT708AS
000320             ACCESS  MODE       IS  SEQUENTIAL
000330             FILE    STATUS     FILE-STATUS.
000340*------------ファイル   （売掛明細）---------------------------*
000350     SELECT  UPT723O ASSIGN     TO  UPT723O
000360             ORGANIZATION       IS  INDEXED
000370             ACCESS  MODE       IS  DYNAMIC
000380             RECORD  KEY        IS  UPT723-KEY
000390             FILE    STATUS     IS  FILE-STATUS.
000400*------------ファイル   （売掛残高マスタ）---------------------*
000410     SELECT  UPT724I ASSIGN     TO  UPT724I
000420             ORGANIZATION       IS  INDEXED
000430             ACCESS  MODE       IS  RANDOM
000440             RECORD  KEY        IS  UPT724-TORIHIKI-CD9
000450             FILE    STATUS     IS  FILE-STATUS.
000460*------------ファイル   （売掛元帳）---------------------------*
000470     SELECT  UPT725O ASSIGN     TO  UPT725O
000480             ORGANIZATION       IS  INDEXED
000490             ACCESS  MODE       IS  RANDOM
000500             RECORD  KEY        IS  UPT725-KEY
000510             FILE    STATUS     IS  FILE-STATUS.
000520*------------ファイル   （取引先名称マスタ）-------------------*
000530     SELECT  UPT715I ASSIGN     TO  UPT715I
000540             ORGANIZATION       IS  INDEXED
000550             ACCESS  MODE       IS  RANDOM
000560             RECORD  KEY        IS  UPT715-TORIHIKI-CD9
000570             FILE    STATUS     IS  FILE-STATUS.
000580*------------ファイル   （訂正差額売掛計上リスト）-------------*
000590     SELECT  UPT723SR     ASSIGN     TO  UPT723SR
000600             ACCESS  MODE       IS  SEQUENTIAL
000610             FILE    STATUS     FILE-STATUS.
000620*------------ファイル   （運用台帳）---------------------------*
000630     SELECT  UPT700L      ASSIGN     TO  UPT700L
000640             ACCESS  MODE       IS  SEQUENTIAL
000650             FILE    STATUS     FILE-STATUS.
000660*
000670 DATA                              DIVISION.
000680 FILE                              SECTION.
000690*
000700****************************************************************
000710*            ファイル   （入力・請求差額インタフェース）
000720****************************************************************
000730 FD  UPT708A         LABEL  RECORD STANDARD.
000740 01  UPT708A-REC.
000750     COPY   UPT708C.
000760*
000770****************************************************************
000780*            ファイル   （ソート作業・取引先別差額）
000790****************************************************************
000800 SD  SORT-FILE.
000810 01  SORT-REC.
000820     05  SORT-TORIHIKI            PIC 9(06).
000830     05  SORT-ZOGAKU              PIC 9(11).
000840     05  SORT-GENGAKU             PIC 9(11).
000850*
000860****************************************************************
000870*            ファイル   （取引先別差額・整列済み）
000880****************************************************************
000890 FD  UPT708AS       LABEL  RECORD STANDARD.
000900 01  UPT708AS-REC.
000910     05  UPT708AS-TORIHIKI        PIC 9(06).
000920     05  UPT708AS-ZOGAKU          PIC 9(11).
000930     05  UPT708AS-GENGAKU         PIC 9(11).
000940*
000950****************************************************************
000960*            ファイル   （売掛明細）
000970****************************************************************
000980 FD  UPT723O         LABEL  RECORD STANDARD.
000990 01  UPT723O-REC.
001000     COPY   UPT723C.
001010*
001020****************************************************************
001030*            ファイル   （売掛残高マスタ）
001040****************************************************************
001050 FD  UPT724I         LABEL  RECORD STANDARD.
001060 01  UPT724I-REC.
001070     COPY   UPT724C.
001080*
001090****************************************************************
001100*            ファイル   （売掛元帳）
001110****************************************************************
001120 FD  UPT725O         LABEL  RECORD STANDARD.
001130 01  UPT725O-REC.
001140     COPY   UPT725C.
001150*
001160****************************************************************
001170*            ファイル   （取引先名称マスタ）
001180****************************************************************
001190 FD  UPT715I        LABEL  RECORD STANDARD.
001200 01  UPT715I-REC.
001210     COPY   UPT715C.
001220*
001230****************************************************************
001240*            ファイル   （訂正差額売掛計上リスト）
001250****************************************************************
001260 FD  UPT723SR       LABEL  RECORD STANDARD.
001270 01  UPT723SR-REC            PIC X(132).
001280*
001290****************************************************************
001300*            ファイル   （運用台帳）
001310****************************************************************
001320 FD  UPT700L         LABEL  RECORD STANDARD.
001330 01  UPT700L-REC.
001340     COPY   UPT700LC.
001350*
001360 WORKING-STORAGE                   SECTION.
001370*---------------< WORK-AREA定義 >-----------------------------*
001380 01  SW-AREA.
001390     03  END-SW                        PIC X(02) VALUE ZERO.
001400     03  SORT-END-SW                   PIC X(02) VALUE ZERO.
001410     03  MATCH-END-SW                  PIC X(02) VALUE ZERO.
001420     03  FIRST-REC-SW                  PIC X(01) VALUE "1".
001430         88  FIRST-REC                 VALUE "1".
001440     03  T724-FOUND-SW                 PIC X(01) VALUE "0".
001450         88  T724-FOUND                VALUE "1".
001460     03  TEISEI-SW                     PIC X(01) VALUE SPACE.
001470         88  ZOGAKU-POST               VALUE "4".
001480         88  GENGAKU-POST              VALUE "5".
001490     03  FORCE-SW                      PIC X(01) VALUE "0".
001500         88  FORCE-REQUESTED           VALUE "1".
001510     03  JOBCHK-END-SW                 PIC X(02) VALUE ZERO.
001520     03  SELF-DONE-SW                  PIC X(01) VALUE "0".
001530         88  SELF-DONE                 VALUE "1".
001540 01  WK-DATE.
001550     03  WK-Y                          PIC  9(2).
001560     03  WK-M                          PIC  9(2).
001570     03  WK-D                          PIC  9(2).
001580 01  WK-YYYYMMDD.
001590     03  WK-YYYY.
001600       05  WK-20                       PIC  9(2).
001610       05  WK-YY                       PIC  9(2).
001620     03  WK-MM                         PIC  9(2).
001630     03  WK-DD                         PIC  9(2).
001640     03  WK-TIME.
001650       05  WK-TIM                      PIC  9(2).
001660       05  WK-MIN                      PIC  9(2).
001670       05  WK-SEC                      PIC  9(2).
001680*---------------< ステータスの定義 >--------------------------*
001690 01  STATUS-AREA.
001700     03  FILE-STATUS                   PIC X(02) VALUE ZERO.
001710*---------------< ブレイクキーの定義 >------------------------*
001720 01  KEY-AREA.
001730     03  OLD-TORIHIKI                  PIC 9(06) VALUE ZERO.
001740*---------------< カウントの定義 >----------------------------*
001750 01  CNT-AREA.
001760     03  CNT-IN                        PIC 9(09) VALUE ZERO.
001770     03  CNT-SKIP                      PIC 9(09) VALUE ZERO.
001780     03  CNT-ZO                        PIC 9(09) VALUE ZERO.
001790     03  CNT-GEN                       PIC 9(09) VALUE ZERO.
001800     03  CNT-ZERO                      PIC 9(09) VALUE ZERO.
001810*---------------< 金額編集の定義 >----------------------------*
001820 01  KIN-AREA.
001830     03  DLR-ZOGAKU                    PIC 9(11) VALUE ZERO.
001840     03  DLR-GENGAKU                   PIC 9(11) VALUE ZERO.
001850     03  WK-TEISEI-KIN                 PIC 9(11) VALUE ZERO.
001860     03  WK-JUTOU-KIN                  PIC 9(11) VALUE ZERO.
001870     03  WK-NOKORI-KIN                 PIC 9(11) VALUE ZERO.
001880     03  WK-ITEM-KESI                  PIC 9(11) VALUE ZERO.
001890     03  KEI-ZO-KIN                    PIC 9(11) VALUE ZERO.
001900     03  KEI-GEN-KIN                   PIC 9(11) VALUE ZERO.
001910     03  KEI-JUTOU-KIN                 PIC 9(11) VALUE ZERO.
001920*---------------< 売掛元帳連番の定義 >------------------------*
001930 01  T725-AREA.
001940     03  T725-RENBAN                   PIC 9(05) VALUE ZERO.
001950*---------------< 起動パラメタの定義 >------------------------*
001960 01  ARG-AREA.
001970     03  ARG-CNT                       PIC 9(02) VALUE ZERO.
001980*---------------< 起動パラメタ（詳細）の定義 >----------------*
001990 01  ARG-DETAIL-AREA.
002000     03  ARG-IDX                       PIC 9(02) VALUE ZERO.
002010     03  ARG-VALUE                     PIC X(20) VALUE SPACES.
002020     03  ARG-DATE-SW                   PIC X(01) VALUE "0".
002030         88  ARG-DATE-SUPPLIED         VALUE "1".
002040     03  ARG-YYYYMMDD.
002050         05  ARG-YYYY                  PIC 9(04).
002060         05  ARG-MM                    PIC 9(02).
002070         05  ARG-DD                    PIC 9(02).
002080*---------------< 業務日付の定義 >----------------------------*
002090 01  GYOMU-AREA.
002100     03  WK-GYOMU-YMD                  PIC 9(08) VALUE ZERO.
002110*---------------< 運用台帳の定義 >----------------------------*
002120 01  LEDGER-AREA.
002130     03  LEDGER-START-TIME.
002140       05  LST-YMD                     PIC 9(08).
002150       05  LST-HMS                     PIC 9(06).
002160     03  LEDGER-END-TIME.
002170       05  LET-YMD                     PIC 9(08).
002180       05  LET-HMS                     PIC 9(06).
002190*---------------< 運用台帳メッセージの定義 >------------------*
002200 01  MSG-731W.
002210     03  FILLER                        PIC  X(41) VALUE
002220     "++ UPBD038  731W LEDGER  WRITE SKIPPED   ".
002230*---------------< 名称編集の定義 >----------------------------*
002240 01  NAME-AREA.
002250     03  WK-NAME-CD9                   PIC 9(06) VALUE ZERO.
002260     03  WK-TOR-NAME                   PIC X(24) VALUE SPACE.
002270     03  MITOROKU-NAME                 PIC X(24) VALUE
002280     "＊＊未登録＊＊".
002290*---------------< 計上リスト制御の定義 >----------------------*
002300 01  PRT-CTL-AREA.
002310     03  LINE-CNT                      PIC 9(03) VALUE 99.
002320     03  PAGE-CNT                      PIC 9(05) VALUE ZERO.
002330     03  MAX-LINE                      PIC 9(03) VALUE 60.
002340 01  PRT-LINE                          PIC X(132).
002350*---------------< 計上リスト見出しの定義 >--------------------*
002360 01  PRT-MIDASI1.
002370     03  FILLER                        PIC X(09) VALUE
002380     "UPBD038  ".
002390     03  FILLER                        PIC X(35) VALUE
002400     "URIKAKE TEISEI KEIJYO LIST         ".
002410     03  FILLER                        PIC X(05) VALUE
002420     "DATE:".
002430     03  PRT-M1-YYYY                   PIC 9(04).
002440     03  FILLER                        PIC X(01) VALUE "/".
002450     03  PRT-M1-MM                     PIC 9(02).
002460     03  FILLER                        PIC X(01) VALUE "/".
002470     03  PRT-M1-DD                     PIC 9(02).
002480     03  FILLER                        PIC X(07) VALUE
002490     "  PAGE:".
002500     03  PRT-M1-PAGE                   PIC ZZZZ9.
002510 01  PRT-MIDASI2.
002520     03  FILLER                        PIC X(11) VALUE
002530     "SEIKYU-DT: ".
002540     03  PRT-M2-YMD                    PIC 9(08).
002550 01  PRT-MIDASI3.
002560     03  FILLER                        PIC X(08) VALUE
002570     "TORIHIKI".
002580     03  FILLER                        PIC X(25) VALUE
002590     "  TORIHIKI-NAME          ".
002600     03  FILLER                        PIC X(12) VALUE
002610     "   TEISEI-ZO".
002620     03  FILLER                        PIC X(12) VALUE
002630     "  TEISEI-GEN".
002640     03  FILLER                        PIC X(12) VALUE
002650     "  JUTOU-KESI".
002660     03  FILLER                        PIC X(12) VALUE
002670     "     ZAN-KIN".
002680     03  FILLER                        PIC X(12) VALUE
002690     " KARIUKE-KIN".
002700     03  FILLER                        PIC X(07) VALUE
002710     "  KEKKA".
002720*---------------< 計上リスト明細の定義 >----------------------*
002730 01  PRT-MEISAI.
002740     03  PRT-TORIHIKI                  PIC 9(06).
002750     03  FILLER                        PIC X(02) VALUE SPACE.
002760     03  PRT-NAME                      PIC X(24).
002770     03  FILLER                        PIC X(01) VALUE SPACE.
002780     03  PRT-ZO                        PIC ZZZZZZZZZZ9.
002790     03  FILLER                        PIC X(01) VALUE SPACE.
002800     03  PRT-GEN                       PIC ZZZZZZZZZZ9.
002810     03  FILLER                        PIC X(01) VALUE SPACE.
002820     03  PRT-JUTOU                     PIC ZZZZZZZZZZ9.
002830     03  FILLER                        PIC X(01) VALUE SPACE.
002840     03  PRT-ZAN                       PIC ZZZZZZZZZZ9.
002850     03  FILLER                        PIC X(01) VALUE SPACE.
002860     03  PRT-KARIUKE                   PIC ZZZZZZZZZZ9.
002870     03  FILLER                        PIC X(02) VALUE SPACE.
002880     03  PRT-KEKKA                     PIC X(09).
002890*---------------< 計上リスト合計行の定義 >--------------------*
002900 01  PRT-GOKEI.
002910     03  FILLER                        PIC X(33) VALUE
002920     "  ** TEISEI  TOTAL **            ".
002930     03  PRT-G-ZO                      PIC ZZZZZZZZZZ9.
002940     03  FILLER                        PIC X(01) VALUE SPACE.
002950     03  PRT-G-GEN                     PIC ZZZZZZZZZZ9.
002960     03  FILLER                        PIC X(01) VALUE SPACE.
002970     03  PRT-G-JUTOU                   PIC ZZZZZZZZZZ9.
002980*
002990*---------------< メッセージ１の定義 >------------------------*
003000 01  MSG-PGID                          PIC X(08) VALUE
003010     "UPBD038".
003020 01  MESSAGE-AREA1.
003030     03  MESSAGE-START.
003040       05  FILLER                      PIC X(12) VALUE
003050     "++ UPBD038 ".
003060       05  MESSAGE-START-YMD.
003070         07  MESSAGE-START-YYYY        PIC 9(04).
003080         07  FILLER                    PIC X(01) VALUE "/".
003090         07  MESSAGE-START-MM          PIC 9(02).
003100         07  FILLER                    PIC X(01) VALUE "/".
003110         07  MESSAGE-START-DD          PIC 9(02).
003120         07  FILLER                    PIC X(01) VALUE " ".
003130         07  MESSAGE-START-TIM         PIC 9(02).
003140         07  FILLER                    PIC X(01) VALUE ":".
003150         07  MESSAGE-START-MIN         PIC 9(02).
003160         07  FILLER                    PIC X(01) VALUE ":".
003170         07  MESSAGE-START-SEC         PIC 9(02).
003180         07  FILLER                    PIC X(01) VALUE " ".
003190       05  FILLER                      PIC X(08) VALUE
003200     "*START* ".
003210     03  MESSAGE-END.
003220       05  FILLER                      PIC X(12) VALUE
003230     "++ UPBD038 ".
003240       05  MESSAGE-END-YMD.
003250         07  MESSAGE-END-YYYY          PIC 9(04).
003260         07  FILLER                    PIC X(01) VALUE "/".
003270         07  MESSAGE-END-MM            PIC 9(02).
003280         07  FILLER                    PIC X(01) VALUE "/".
003290         07  MESSAGE-END-DD            PIC 9(02).
003300         07  FILLER                    PIC X(01) VALUE " ".
003310         07  MESSAGE-END-TIM           PIC 9(02).
003320         07  FILLER                    PIC X(01) VALUE ":".
003330         07  MESSAGE-END-MIN           PIC 9(02).
003340         07  FILLER                    PIC X(01) VALUE ":".
003350         07  MESSAGE-END-SEC           PIC 9(02).
003360         07  FILLER                    PIC X(01) VALUE " ".
003370       05  FILLER                      PIC X(13) VALUE
003380     "*NORMAL END* ".
003390     03  MESSAGE-ABEND.
003400       05  FILLER                      PIC X(12) VALUE
003410     "++ UPBD038 ".
003420       05  MESSAGE-ABEND-YMD.
003430         07  MESSAGE-ABEND-YYYY        PIC 9(04).
003440         07  FILLER                    PIC X(01) VALUE "/".
003450         07  MESSAGE-ABEND-MM          PIC 9(02).
003460         07  FILLER                    PIC X(01) VALUE "/".
003470         07  MESSAGE-ABEND-DD          PIC 9(02).
003480         07  FILLER                    PIC X(01) VALUE " ".
003490         07  MESSAGE-ABEND-TIM         PIC 9(02).
003500         07  FILLER                    PIC X(01) VALUE ":".
003510         07  MESSAGE-ABEND-MIN         PIC 9(02).
003520         07  FILLER                    PIC X(01) VALUE ":".
003530         07  MESSAGE-ABEND-SEC         PIC 9(02).
003540         07  FILLER                    PIC X(01) VALUE " ".
003550       05  FILLER                      PIC X(15) VALUE
003560     "*ABNORMAL END* ".
003570     03  MESSAGE-0.
003580       05  MSG0-PGID                   PIC X(08).
003590       05  MSG0-NAME                   PIC X(41).
003600*
003610*---< メッセージ２の定義 >---*
003620 01  MESSAGE-AREA2.
003630     03  MSG-501I.
003640       05  FILLER                      PIC  X(41) VALUE
003650     "++ UPBD038  501I UPT708A      IN COUNT = ".
003660     03  MSG-503I.
003670       05  FILLER                      PIC  X(41) VALUE
003680     "++ UPBD038  503I NOT TEISEI SKIP COUNT = ".
003690     03  MSG-505I.
003700       05  FILLER                      PIC  X(41) VALUE
003710     "++ UPBD038  505I TEISEI ZOGAKU   COUNT = ".
003720     03  MSG-507I.
003730       05  FILLER                      PIC  X(41) VALUE
003740     "++ UPBD038  507I TEISEI GENGAKU  COUNT = ".
003750     03  MSG-509I.
003760       05  FILLER                      PIC  X(41) VALUE
003770     "++ UPBD038  509I TEISEI ZERO SKIP COUNT= ".
003780     03  MSG-501F.
003790       05  FILLER                      PIC  X(41) VALUE
003800     "++ UPBD038  501F UPT708A OPEN  ERROR ST= ".
003810       05  MSG-501F-ST                 PIC  9(03).
003820     03  MSG-503F.
003830       05  FILLER                      PIC  X(41) VALUE
003840     "++ UPBD038  503F UPT708A READ  ERROR ST= ".
003850       05  MSG-503F-ST                 PIC  9(03).
003860     03  MSG-509F.
003870       05  FILLER                      PIC  X(41) VALUE
003880     "++ UPBD038  509F UPT708A SORT  ERROR RC= ".
003890       05  MSG-509F-ST                 PIC  9(03).
003900     03  MSG-511F.
003910       05  FILLER                      PIC  X(41) VALUE
003920     "++ UPBD038  511F UPT708ASOPEN  ERROR ST= ".
003930       05  MSG-511F-ST                 PIC  9(03).
003940     03  MSG-513F.
003950       05  FILLER                      PIC  X(41) VALUE
003960     "++ UPBD038  513F UPT708ASREAD  ERROR ST= ".
003970       05  MSG-513F-ST                 PIC  9(03).
003980     03  MSG-515F.
003990       05  FILLER                      PIC  X(41) VALUE
004000     "++ UPBD038  515F UPT715  OPEN  ERROR ST= ".
004010       05  MSG-515F-ST                 PIC  9(03).
004020     03  MSG-701F.
004030       05  FILLER                      PIC  X(41) VALUE
004040     "++ UPBD038  701F UPT723  OPEN  ERROR ST= ".
004050       05  MSG-701F-ST                 PIC  9(03).
004060     03  MSG-703F.
004070       05  FILLER                      PIC  X(41) VALUE
004080     "++ UPBD038  703F UPT723  WRITE ERROR ST= ".
004090       05  MSG-703F-ST                 PIC  9(03).
004100     03  MSG-705F.
004110       05  FILLER                      PIC  X(41) VALUE
004120     "++ UPBD038  705F UPT723SR OPEN ERROR ST= ".
004130       05  MSG-705F-ST                 PIC  9(03).
004140     03  MSG-707F.
004150       05  FILLER                      PIC  X(41) VALUE
004160     "++ UPBD038  707F UPT723SR WRITE ERR  ST= ".
004170       05  MSG-707F-ST                 PIC  9(03).
004180     03  MSG-709F.
004190       05  FILLER                      PIC  X(41) VALUE
004200     "++ UPBD038  709F UPT724  OPEN  ERROR ST= ".
004210       05  MSG-709F-ST                 PIC  9(03).
004220     03  MSG-711F.
004230       05  FILLER                      PIC  X(41) VALUE
004240     "++ UPBD038  711F UPT724  WRITE ERROR ST= ".
004250       05  MSG-711F-ST                 PIC  9(03).
004260     03  MSG-713F.
004270       05  FILLER                      PIC  X(41) VALUE
004280     "++ UPBD038  713F UPT725  OPEN  ERROR ST= ".
004290       05  MSG-713F-ST                 PIC  9(03).
004300     03  MSG-715F.
004310       05  FILLER                      PIC  X(41) VALUE
004320     "++ UPBD038  715F UPT725  WRITE ERROR ST= ".
004330       05  MSG-715F-ST                 PIC  9(03).
004340     03  MSG-717F.
004350       05  FILLER                      PIC  X(41) VALUE
004360     "++ UPBD038  717F UPT723  READ  ERROR ST= ".
004370       05  MSG-717F-ST                 PIC  9(03).
004380     03  MSG-721F.
004390       05  FILLER                      PIC  X(41) VALUE
004400     "++ UPBD038  721F DATE=  ARGUMENT INVALID ".
004410     03  MSG-743F.
004420       05  FILLER                      PIC  X(41) VALUE
004430     "++ UPBD038  743F ALREADY RUN / USE FORCE ".
004440     03  MSG-745F.
004450       05  FILLER                      PIC  X(41) VALUE
004460     "++ UPBD038  745F UPT700L OPEN  ERROR ST= ".
004470       05  MSG-745F-ST                 PIC  9(03).
004471     03  MSG-761F.
004472       05  FILLER                      PIC  X(41) VALUE
004473     "++ UPBD038  761F KURIKOSI NOT RUN    YM= ".
004474       05  MSG-761F-YM                 PIC  9(06).
004475     03  MSG-763F.
004476       05  FILLER                      PIC  X(41) VALUE
004477     "++ UPBD038  763F SYORI-YM AHEAD      YM= ".
004478       05  MSG-763F-YM                 PIC  9(06).
004480*
004490 PROCEDURE                         DIVISION.
004500****************************************************************
004510*    (0.0)   メイン              処理                          *
004520****************************************************************
004530 MAIN-RTN                          SECTION.
004540*
004550     PERFORM      INIT-RTN.
004560*
004570     PERFORM      PROC-RTN
004580         UNTIL    END-SW           =   HIGH-VALUE.
004590*
004600     PERFORM      END-RTN.
004610*
004620     STOP         RUN.
004630*
004640 MAIN-EXT.
004650     EXIT.
004660****************************************************************
004670*    (1.0)   イニシャル          処理                          *
004680****************************************************************
004690 INIT-RTN                          SECTION.
004700     PERFORM      START-MSG-RTN.
004710*
004720     MOVE    99                    TO  RETURN-CODE.
004730*
004740     PERFORM      ARG-RTN.
004750*-----------< 計上日付設定・二重起動チェック >-----------------*
004760     IF  ARG-DATE-SUPPLIED
004770         MOVE    ARG-YYYYMMDD      TO  WK-GYOMU-YMD
004780     ELSE
004790         MOVE    WK-YYYYMMDD (1:8) TO  WK-GYOMU-YMD
004800     END-IF.
004810     PERFORM      JOB-CHECK-RTN.
004820*-----------< ファイル  （請求差額）取引先別整列  >------------*
004830     SORT     SORT-FILE
004840         ON   ASCENDING  KEY   SORT-TORIHIKI
004850         INPUT PROCEDURE  IS  SORT-INPUT-RTN
004860         GIVING   UPT708AS.
004870     IF  SORT-RETURN               =   ZERO
004880         CONTINUE
004890     ELSE
004900         MOVE    100               TO  RETURN-CODE
004910         MOVE    SORT-RETURN       TO  MSG-509F-ST
004920         DISPLAY MSG-509F RETURN-CODE UPON CONS
004930         PERFORM ABEND-MSG-RTN
004940         STOP    RUN
004950     END-IF.
004960*-----------< ファイル  （整列済み）ＯＰＥＮ  >----------------*
004970     OPEN INPUT UPT708AS.
004980     IF  FILE-STATUS               =   ZERO
004990         CONTINUE
005000     ELSE
005010         MOVE    111               TO  RETURN-CODE
005020         MOVE    FILE-STATUS       TO  MSG-511F-ST
005030         DISPLAY MSG-511F RETURN-CODE UPON CONS
005040         PERFORM ABEND-MSG-RTN
005050         STOP    RUN
005060     END-IF.
005070*-----------< ファイル  （名称マスタ）ＯＰＥＮ  >--------------*
005080     OPEN INPUT UPT715I.
005090     IF  FILE-STATUS               =   ZERO
005100         CONTINUE
005110     ELSE
005120         MOVE    115               TO  RETURN-CODE
005130         MOVE    FILE-STATUS       TO  MSG-515F-ST
005140         DISPLAY MSG-515F RETURN-CODE UPON CONS
005150         PERFORM ABEND-MSG-RTN
005160         STOP    RUN
005170     END-IF.
005180*-----------< ファイル  （売掛明細・残高・元帳）ＯＰＥＮ  >----*
005190     PERFORM      KAKE-OPEN-RTN.
005200*-----------< ファイル  （計上リスト）ＯＰＥＮ  >--------------*
005210     OPEN OUTPUT UPT723SR.
005220     IF  FILE-STATUS               =   ZERO
005230         CONTINUE
005240     ELSE
005250         MOVE    203               TO  RETURN-CODE
005260         MOVE    FILE-STATUS       TO  MSG-705F-ST
005270         DISPLAY MSG-705F RETURN-CODE UPON CONS
005280         PERFORM ABEND-MSG-RTN
005290         STOP    RUN
005300     END-IF.
005310*-----------< 初期ロード >-------------------------------------*
005320     PERFORM      READ-RTN.
005330 INIT-EXT.
005340     EXIT.
005350****************************************************************
005360*    (1.1)   SORT-INPUT-RTN　（請求差額インタフェース　ソート入力）
005370****************************************************************
005380 SORT-INPUT-RTN                    SECTION.
005390     OPEN INPUT UPT708A.
005400     IF  FILE-STATUS               =   ZERO
005410         CONTINUE
005420     ELSE
005430         MOVE    101               TO  RETURN-CODE
005440         MOVE    FILE-STATUS       TO  MSG-501F-ST
005450         DISPLAY MSG-501F RETURN-CODE UPON CONS
005460         PERFORM ABEND-MSG-RTN
005470         STOP    RUN
005480     END-IF.
005490     MOVE     ZERO                 TO  SORT-END-SW.
005500     PERFORM  SORT-INPUT-READ-RTN
005510         UNTIL SORT-END-SW         =   HIGH-VALUE.
005520     CLOSE    UPT708A.
005530 SORT-INPUT-EXT.
005540     EXIT.
005550****************************************************************
005560*    (1.2)   SORT-INPUT-READ-RTN
005570*            差額・消費税差額を符号により増額・減額に振分ける
005580****************************************************************
005590 SORT-INPUT-READ-RTN               SECTION.
005600     READ     UPT708A
005610         AT END
005620             MOVE  HIGH-VALUE            TO  SORT-END-SW
005630         NOT AT END
005640             IF    FILE-STATUS           =   ZERO
005650                   ADD   1               TO  CNT-IN
005660                   IF  UPT708-TEISEI
005670                       PERFORM  SORT-RELEASE-RTN
005680                   ELSE
005690                       ADD   1           TO  CNT-SKIP
005700                   END-IF
005710             ELSE
005720                   MOVE  103             TO  RETURN-CODE
005730                   MOVE  FILE-STATUS     TO  MSG-503F-ST
005740                   DISPLAY MSG-503F RETURN-CODE  UPON  CONS
005750                   PERFORM ABEND-MSG-RTN
005760                   STOP RUN
005770             END-IF
005780     END-READ.
005790 SORT-INPUT-READ-EXT.
005800     EXIT.
005810****************************************************************
005820*    (1.3)   SORT-RELEASE-RTN　（差額　１件振分け）
005830****************************************************************
005840 SORT-RELEASE-RTN                  SECTION.
005850     MOVE     UPT708-TORIHIKI-CD9  TO  SORT-TORIHIKI.
005860     MOVE     ZERO                 TO  SORT-ZOGAKU.
005870     MOVE     ZERO                 TO  SORT-GENGAKU.
005880     IF  UPT708-KIN-FUGO           =   "-"
005890         ADD   UPT708-NET-KIN      TO  SORT-GENGAKU
005900     ELSE
005910         ADD   UPT708-NET-KIN      TO  SORT-ZOGAKU
005920     END-IF.
005930     IF  UPT708-ZEI-FUGO           =   "-"
005940         ADD   UPT708-ZEI-KIN      TO  SORT-GENGAKU
005950     ELSE
005960         ADD   UPT708-ZEI-KIN      TO  SORT-ZOGAKU
005970     END-IF.
005980     RELEASE  SORT-REC.
005990 SORT-RELEASE-EXT.
006000     EXIT.
006010****************************************************************
006020*    (1.4)   KAKE-OPEN-RTN　（売掛明細・残高・元帳ＯＰＥＮ）
006030****************************************************************
006040 KAKE-OPEN-RTN                     SECTION.
006050     OPEN     I-O      UPT723O.
006060     IF  FILE-STATUS               =   "35"
006070         OPEN    OUTPUT    UPT723O
006080         IF  FILE-STATUS           =   ZERO
006090             CLOSE   UPT723O
006100             OPEN    I-O       UPT723O
006110         END-IF
006120     END-IF.
006130     IF  FILE-STATUS               =   ZERO
006140         CONTINUE
006150     ELSE
006160         MOVE    201               TO  RETURN-CODE
006170         MOVE    FILE-STATUS       TO  MSG-701F-ST
006180         DISPLAY MSG-701F  RETURN-CODE  UPON  CONS
006190         PERFORM ABEND-MSG-RTN
006200         STOP    RUN
006210     END-IF.
006220     OPEN     I-O      UPT724I.
006230     IF  FILE-STATUS               =   "35"
006240         OPEN    OUTPUT    UPT724I
006250         IF  FILE-STATUS           =   ZERO
006260             CLOSE   UPT724I
006270             OPEN    I-O       UPT724I
006280         END-IF
006290     END-IF.
006300     IF  FILE-STATUS               =   ZERO
006310         CONTINUE
006320     ELSE
006330         MOVE    205               TO  RETURN-CODE
006340         MOVE    FILE-STATUS       TO  MSG-709F-ST
006350         DISPLAY MSG-709F  RETURN-CODE  UPON  CONS
006360         PERFORM ABEND-MSG-RTN
006370         STOP    RUN
006380     END-IF.
006390     OPEN     I-O      UPT725O.
006400     IF  FILE-STATUS               =   "35"
006410         OPEN    OUTPUT    UPT725O
006420         IF  FILE-STATUS           =   ZERO
006430             CLOSE   UPT725O
006440             OPEN    I-O       UPT725O
006450         END-IF
006460     END-IF.
006470     IF  FILE-STATUS               =   ZERO
006480         CONTINUE
006490     ELSE
006500         MOVE    207               TO  RETURN-CODE
006510         MOVE    FILE-STATUS       TO  MSG-713F-ST
006520         DISPLAY MSG-713F  RETURN-CODE  UPON  CONS
006530         PERFORM ABEND-MSG-RTN
006540         STOP    RUN
006550     END-IF.
006560 KAKE-OPEN-EXT.
006570     EXIT.
006580****************************************************************
006590*    (1.5)   READ-RTN
006600****************************************************************
006610 READ-RTN                          SECTION.
006620     READ      UPT708AS
006630         AT    END
006640         MOVE  HIGH-VALUE                TO  END-SW
006650*
006660         NOT AT END
006670         IF    FILE-STATUS               =   ZERO
006680               CONTINUE
006690         ELSE
006700               MOVE  113                 TO  RETURN-CODE
006710               MOVE FILE-STATUS          TO  MSG-513F-ST
006720               DISPLAY MSG-513F RETURN-CODE  UPON  CONS
006730               PERFORM ABEND-MSG-RTN
006740               STOP RUN
006750         END-IF.
006760 READ-EXT.
006770     EXIT.
006780****************************************************************
006790*    (2.0)   PROC-RTN　（取引先別差額集計）                    *
006800****************************************************************
006810 PROC-RTN                          SECTION.
006820*
006830     IF  FIRST-REC
006840         MOVE     "0"              TO  FIRST-REC-SW
006850         MOVE     UPT708AS-TORIHIKI    TO  OLD-TORIHIKI
006860         MOVE     ZERO             TO  DLR-ZOGAKU
006870         MOVE     ZERO             TO  DLR-GENGAKU
006880     ELSE
006890         IF  UPT708AS-TORIHIKI     NOT =   OLD-TORIHIKI
006900             PERFORM  DEALER-POST-RTN
006910             MOVE     UPT708AS-TORIHIKI    TO  OLD-TORIHIKI
006920             MOVE     ZERO             TO  DLR-ZOGAKU
006930             MOVE     ZERO             TO  DLR-GENGAKU
006940         END-IF
006950     END-IF.
006960*
006970     ADD      UPT708AS-ZOGAKU      TO  DLR-ZOGAKU.
006980     ADD      UPT708AS-GENGAKU     TO  DLR-GENGAKU.
006990*-----------< READ処理 >---------------------------------------*
007000     PERFORM  READ-RTN.
007010*
007020 PROC-EXT.
007030     EXIT.
007040****************************************************************
007050*    (2.1)   DEALER-POST-RTN　（取引先別訂正計上）
007060*            増額は訂正請求として計上（仮受金充当）、減額は
007070*            未消込の売掛明細へ古い順に消込み、残りは仮受金とする
007080****************************************************************
007090 DEALER-POST-RTN                   SECTION.
007100     MOVE     ZERO                 TO  WK-TEISEI-KIN.
007110     MOVE     ZERO                 TO  WK-JUTOU-KIN.
007120     MOVE     ZERO                 TO  WK-NOKORI-KIN.
007130     MOVE     SPACE                TO  TEISEI-SW.
007140     PERFORM  T724-READ-RTN.
007150     EVALUATE TRUE
007160         WHEN  DLR-ZOGAKU          >   DLR-GENGAKU
007170             COMPUTE  WK-TEISEI-KIN  =  DLR-ZOGAKU  -  DLR-GENGAKU
007180             MOVE  "4"             TO  TEISEI-SW
007190*-----------< 仮受金の充当額算出 >-----------------------------*
007200             IF  UPT724-KARIUKE-KIN    >   WK-TEISEI-KIN
007210                 MOVE  WK-TEISEI-KIN   TO  WK-JUTOU-KIN
007220             ELSE
007230                 MOVE  UPT724-KARIUKE-KIN  TO  WK-JUTOU-KIN
007240             END-IF
007250             PERFORM  T723-ZOGAKU-RTN
007260             ADD   1               TO  CNT-ZO
007270             ADD   WK-TEISEI-KIN   TO  KEI-ZO-KIN
007280         WHEN  DLR-GENGAKU         >   DLR-ZOGAKU
007290             COMPUTE  WK-TEISEI-KIN  =  DLR-GENGAKU  -  DLR-ZOGAKU
007300             MOVE  "5"             TO  TEISEI-SW
007310             PERFORM  MATCH-RTN
007320             ADD   1               TO  CNT-GEN
007330             ADD   WK-TEISEI-KIN   TO  KEI-GEN-KIN
007340         WHEN  OTHER
007350             CONTINUE
007360     END-EVALUATE.
007370     IF  WK-TEISEI-KIN             =   ZERO
007380         ADD      1                TO  CNT-ZERO
007390         MOVE     "ZERO SKIP"      TO  PRT-KEKKA
007400     ELSE
007410         PERFORM  T724-UPDATE-RTN
007420         PERFORM  T725-WRITE-RTN
007430         ADD      WK-JUTOU-KIN     TO  KEI-JUTOU-KIN
007440         MOVE     "POSTED"         TO  PRT-KEKKA
007450     END-IF.
007460     PERFORM  MEISAI-RTN.
007470 DEALER-POST-EXT.
007480     EXIT.
007490****************************************************************
007500*    (2.2)   T724-READ-RTN　（売掛残高マスタ検索）
007510****************************************************************
007520 T724-READ-RTN                     SECTION.
007530     MOVE     "0"                  TO  T724-FOUND-SW.
007540     MOVE     OLD-TORIHIKI         TO  UPT724-TORIHIKI-CD9.
007550     READ     UPT724I
007560         INVALID KEY
007570             INITIALIZE  UPT724I-REC
007580             MOVE  OLD-TORIHIKI    TO  UPT724-TORIHIKI-CD9
007590             MOVE  WK-GYOMU-YMD (1:6)  TO  UPT724-SYORI-YM
007600         NOT INVALID KEY
007610             MOVE  "1"             TO  T724-FOUND-SW
007611             PERFORM  T724-YM-CHECK-RTN
007620             IF  UPT724-TOUGETU-GENGAKU    NOT NUMERIC
007630                 MOVE  ZERO        TO  UPT724-TOUGETU-GENGAKU
007640             END-IF
007650     END-READ.
007660 T724-READ-EXT.
007670     EXIT.
007671****************************************************************
007672*    (2.2.1) T724-YM-CHECK-RTN　（売掛残高処理年月チェック）
007673****************************************************************
007674 T724-YM-CHECK-RTN                 SECTION.
007675*-----------< 前月分の月次繰越（ＵＰＢＤ０２３）未実行 >-------*
007676     IF  UPT724-SYORI-YM           <   WK-GYOMU-YMD (1:6)
007677         MOVE    UPT724-SYORI-YM   TO  MSG-761F-YM
007678         MOVE    261               TO  RETURN-CODE
007679         DISPLAY MSG-761F  RETURN-CODE  UPON  CONS
00767A         PERFORM ABEND-MSG-RTN
00767B         STOP    RUN
00767C     END-IF.
00767D*-----------< 業務日付より後の月に繰越済み >-------------------*
00767E     IF  UPT724-SYORI-YM           >   WK-GYOMU-YMD (1:6)
00767F         MOVE    UPT724-SYORI-YM   TO  MSG-763F-YM
00767G         MOVE    263               TO  RETURN-CODE
00767H         DISPLAY MSG-763F  RETURN-CODE  UPON  CONS
00767I         PERFORM ABEND-MSG-RTN
00767J         STOP    RUN
00767K     END-IF.
00767L T724-YM-CHECK-EXT.
00767M     EXIT.
007680****************************************************************
007690*    (2.3)   T723-ZOGAKU-RTN　（訂正請求明細出力）
007700*            同日に計上済みの訂正請求がある場合は加算する
007710****************************************************************
007720 T723-ZOGAKU-RTN                   SECTION.
007730     MOVE     OLD-TORIHIKI         TO  UPT723-TORIHIKI-CD9.
007740     MOVE     WK-GYOMU-YMD         TO  UPT723-SEIKYU-YMD.
007750     MOVE     "2"                  TO  UPT723-SEIKYU-KBN.
007760     READ     UPT723O
007770         INVALID KEY
007780             INITIALIZE  UPT723O-REC
007790             MOVE  OLD-TORIHIKI    TO  UPT723-TORIHIKI-CD9
007800             MOVE  WK-GYOMU-YMD    TO  UPT723-SEIKYU-YMD
007810             MOVE  "2"             TO  UPT723-SEIKYU-KBN
007820             MOVE  WK-TEISEI-KIN   TO  UPT723-SEIKYU-KIN
007830             MOVE  WK-JUTOU-KIN    TO  UPT723-NYUKIN-KIN
007840             COMPUTE  UPT723-ZAN-KIN  =  WK-TEISEI-KIN
007850                                      -  WK-JUTOU-KIN
007860             IF  UPT723-ZAN-KIN    =   ZERO
007870                 MOVE  WK-GYOMU-YMD    TO  UPT723-KANSAI-YMD
007880             END-IF
007890             WRITE    UPT723O-REC
007900         NOT INVALID KEY
007910             IF  UPT723-GENGAKU-KIN    NOT NUMERIC
007920                 MOVE  ZERO        TO  UPT723-GENGAKU-KIN
007930             END-IF
007940             ADD   WK-TEISEI-KIN   TO  UPT723-SEIKYU-KIN
007950             ADD   WK-JUTOU-KIN    TO  UPT723-NYUKIN-KIN
007960             COMPUTE  UPT723-ZAN-KIN  =  UPT723-ZAN-KIN
007970                                      +  WK-TEISEI-KIN
007980                                      -  WK-JUTOU-KIN
007990             IF  UPT723-ZAN-KIN    =   ZERO
008000                 MOVE  WK-GYOMU-YMD    TO  UPT723-KANSAI-YMD
008010             ELSE
008020                 MOVE  ZERO            TO  UPT723-KANSAI-YMD
008030             END-IF
008040             REWRITE  UPT723O-REC
008050     END-READ.
008060     IF  FILE-STATUS               =   ZERO
008070         CONTINUE
008080     ELSE
008090         MOVE    202               TO  RETURN-CODE
008100         MOVE    FILE-STATUS       TO  MSG-703F-ST
008110         DISPLAY MSG-703F  RETURN-CODE  UPON  CONS
008120         PERFORM ABEND-MSG-RTN
008130         STOP    RUN
008140     END-IF.
008150 T723-ZOGAKU-EXT.
008160     EXIT.
008170****************************************************************
008180*    (2.4)   MATCH-RTN　（売掛明細減額消込　古い順）
008190****************************************************************
008200 MATCH-RTN                         SECTION.
008210     MOVE     WK-TEISEI-KIN        TO  WK-NOKORI-KIN.
008220     MOVE     OLD-TORIHIKI         TO  UPT723-TORIHIKI-CD9.
008230     MOVE     ZERO                 TO  UPT723-SEIKYU-YMD.
008240     MOVE     SPACE                TO  UPT723-SEIKYU-KBN.
008250     MOVE     ZERO                 TO  MATCH-END-SW.
008260     START    UPT723O
008270         KEY  IS  NOT  LESS  THAN  UPT723-KEY
008280         INVALID KEY
008290             MOVE  HIGH-VALUE      TO  MATCH-END-SW
008300     END-START.
008310     PERFORM  MATCH-SCAN-RTN
008320         UNTIL  ( MATCH-END-SW  =  HIGH-VALUE )
008330             OR ( WK-NOKORI-KIN  =  ZERO ).
008340 MATCH-EXT.
008350     EXIT.
008360****************************************************************
008370*    (2.5)   MATCH-SCAN-RTN　（売掛明細　１件減額消込）
008380****************************************************************
008390 MATCH-SCAN-RTN                    SECTION.
008400     READ     UPT723O   NEXT
008410         AT END
008420             MOVE  HIGH-VALUE            TO  MATCH-END-SW
008430         NOT AT END
008440             IF    FILE-STATUS           NOT =   ZERO
008450                 MOVE  209               TO  RETURN-CODE
008460                 MOVE  FILE-STATUS       TO  MSG-717F-ST
008470                 DISPLAY MSG-717F RETURN-CODE  UPON  CONS
008480                 PERFORM ABEND-MSG-RTN
008490                 STOP RUN
008500             END-IF
008510             EVALUATE TRUE
008520                 WHEN  UPT723-TORIHIKI-CD9
008530                       NOT =  OLD-TORIHIKI
008540                     MOVE  HIGH-VALUE      TO  MATCH-END-SW
008550                 WHEN  UPT723-ZAN-KIN      =   ZERO
008560                     CONTINUE
008570                 WHEN  OTHER
008580                     PERFORM  KESI-RTN
008590             END-EVALUATE
008600     END-READ.
008610 MATCH-SCAN-EXT.
008620     EXIT.
008630****************************************************************
008640*    (2.6)   KESI-RTN　（売掛明細　減額反映）
008650****************************************************************
008660 KESI-RTN                          SECTION.
008670     IF  UPT723-ZAN-KIN            >   WK-NOKORI-KIN
008680         MOVE  WK-NOKORI-KIN       TO  WK-ITEM-KESI
008690     ELSE
008700         MOVE  UPT723-ZAN-KIN      TO  WK-ITEM-KESI
008710     END-IF.
008720     IF  UPT723-GENGAKU-KIN        NOT NUMERIC
008730         MOVE  ZERO                TO  UPT723-GENGAKU-KIN
008740     END-IF.
008750     ADD      WK-ITEM-KESI         TO  UPT723-GENGAKU-KIN.
008760     SUBTRACT WK-ITEM-KESI         FROM  UPT723-ZAN-KIN.
008770     IF  UPT723-ZAN-KIN            =   ZERO
008780         MOVE  WK-GYOMU-YMD        TO  UPT723-KANSAI-YMD
008790     END-IF.
008800     REWRITE  UPT723O-REC.
008810     IF  FILE-STATUS               =   ZERO
008820         CONTINUE
008830     ELSE
008840         MOVE    202               TO  RETURN-CODE
008850         MOVE    FILE-STATUS       TO  MSG-703F-ST
008860         DISPLAY MSG-703F  RETURN-CODE  UPON  CONS
008870         PERFORM ABEND-MSG-RTN
008880         STOP    RUN
008890     END-IF.
008900     ADD      WK-ITEM-KESI         TO  WK-JUTOU-KIN.
008910     SUBTRACT WK-ITEM-KESI         FROM  WK-NOKORI-KIN.
008920 KESI-EXT.
008930     EXIT.
008940****************************************************************
008950*    (2.7)   T724-UPDATE-RTN　（売掛残高マスタ更新）
008960****************************************************************
008970 T724-UPDATE-RTN                   SECTION.
008980     IF  ZOGAKU-POST
008990         ADD      WK-TEISEI-KIN    TO  UPT724-TOUGETU-SEIKYU
009000         COMPUTE  UPT724-ZAN-KIN  =  UPT724-ZAN-KIN
009010                                  +  WK-TEISEI-KIN
009020                                  -  WK-JUTOU-KIN
009030         SUBTRACT WK-JUTOU-KIN     FROM  UPT724-KARIUKE-KIN
009040     ELSE
009050         ADD      WK-TEISEI-KIN    TO  UPT724-TOUGETU-GENGAKU
009060         SUBTRACT WK-JUTOU-KIN     FROM  UPT724-ZAN-KIN
009070         ADD      WK-NOKORI-KIN    TO  UPT724-KARIUKE-KIN
009080     END-IF.
009090     IF  T724-FOUND
009100         REWRITE  UPT724I-REC
009110     ELSE
009120         WRITE    UPT724I-REC
009130     END-IF.
009140     IF  FILE-STATUS               =   ZERO
009150         CONTINUE
009160     ELSE
009170         MOVE    206               TO  RETURN-CODE
009180         MOVE    FILE-STATUS       TO  MSG-711F-ST
009190         DISPLAY MSG-711F  RETURN-CODE  UPON  CONS
009200         PERFORM ABEND-MSG-RTN
009210         STOP    RUN
009220     END-IF.
009230 T724-UPDATE-EXT.
009240     EXIT.
009250****************************************************************
009260*    (2.8)   T725-WRITE-RTN　（売掛元帳出力）
009270****************************************************************
009280 T725-WRITE-RTN                    SECTION.
009290     ADD      1                    TO  T725-RENBAN.
009300     INITIALIZE  UPT725O-REC.
009310     MOVE     OLD-TORIHIKI         TO  UPT725-TORIHIKI-CD9.
009320     MOVE     WK-GYOMU-YMD         TO  UPT725-HASSEI-YMD.
009330     MOVE     LEDGER-START-TIME    TO  UPT725-TOUROKU-TIME.
009340     MOVE     T725-RENBAN          TO  UPT725-RENBAN.
009350     MOVE     TEISEI-SW            TO  UPT725-TORIHIKI-KBN.
009360     MOVE     WK-TEISEI-KIN        TO  UPT725-KIN.
009370     MOVE     UPT724-ZAN-KIN       TO  UPT725-ZAN-KIN.
009380     MOVE     UPT724-KARIUKE-KIN   TO  UPT725-KARIUKE-KIN.
009390     MOVE     MSG-PGID             TO  UPT725-PGID.
009400     WRITE    UPT725O-REC.
009410     IF  FILE-STATUS               =   ZERO
009420         CONTINUE
009430     ELSE
009440         MOVE    208               TO  RETURN-CODE
009450         MOVE    FILE-STATUS       TO  MSG-715F-ST
009460         DISPLAY MSG-715F  RETURN-CODE  UPON  CONS
009470         PERFORM ABEND-MSG-RTN
009480         STOP    RUN
009490     END-IF.
009500 T725-WRITE-EXT.
009510     EXIT.
009520****************************************************************
009530*    (2.9)   TOR-NAME-RTN　（取引先名称検索）
009540****************************************************************
009550 TOR-NAME-RTN                      SECTION.
009560     IF  WK-NAME-CD9               =   ZERO
009570         MOVE    SPACE             TO  WK-TOR-NAME
009580     ELSE
009590         MOVE    MITOROKU-NAME     TO  WK-TOR-NAME
009600         MOVE    WK-NAME-CD9       TO  UPT715-TORIHIKI-CD9
009610         READ    UPT715I
009620             INVALID KEY
009630                 CONTINUE
009640             NOT INVALID KEY
009650                 MOVE  UPT715-KANJI-NAME  TO  WK-TOR-NAME
009660         END-READ
009670     END-IF.
009680 TOR-NAME-EXT.
009690     EXIT.
009700****************************************************************
009710*    (2.10)  MEISAI-RTN　（訂正計上明細出力）
009720****************************************************************
009730 MEISAI-RTN                        SECTION.
009740     MOVE     OLD-TORIHIKI         TO  PRT-TORIHIKI.
009750     MOVE     OLD-TORIHIKI         TO  WK-NAME-CD9.
009760     PERFORM  TOR-NAME-RTN.
009770     MOVE     WK-TOR-NAME          TO  PRT-NAME.
009780     IF  GENGAKU-POST
009790         MOVE  ZERO                TO  PRT-ZO
009800         MOVE  WK-TEISEI-KIN       TO  PRT-GEN
009810     ELSE
009820         MOVE  WK-TEISEI-KIN       TO  PRT-ZO
009830         MOVE  ZERO                TO  PRT-GEN
009840     END-IF.
009850     MOVE     WK-JUTOU-KIN         TO  PRT-JUTOU.
009860     MOVE     UPT724-ZAN-KIN       TO  PRT-ZAN.
009870     MOVE     UPT724-KARIUKE-KIN   TO  PRT-KARIUKE.
009880     MOVE     PRT-MEISAI           TO  PRT-LINE.
009890     PERFORM  LIST-WRITE-RTN.
009900 MEISAI-EXT.
009910     EXIT.
009920****************************************************************
009930*    (2.11)  LIST-WRITE-RTN　（訂正計上リスト出力）
009940****************************************************************
009950 LIST-WRITE-RTN                    SECTION.
009960     IF  LINE-CNT                  >   MAX-LINE
009970         PERFORM  MIDASI-RTN
009980     END-IF.
009990     WRITE    UPT723SR-REC         FROM  PRT-LINE
010000         AFTER  ADVANCING  1  LINE.
010010     IF  FILE-STATUS               =   ZERO
010020         ADD  1                    TO  LINE-CNT
010030     ELSE
010040         MOVE    204               TO  RETURN-CODE
010050         MOVE    FILE-STATUS       TO  MSG-707F-ST
010060         DISPLAY MSG-707F  RETURN-CODE  UPON  CONS
010070         PERFORM ABEND-MSG-RTN
010080         STOP    RUN
010090     END-IF.
010100 LIST-WRITE-EXT.
010110     EXIT.
010120****************************************************************
010130*    (2.12)  MIDASI-RTN　（訂正計上リスト見出し出力）
010140****************************************************************
010150 MIDASI-RTN                        SECTION.
010160     ADD      1                    TO  PAGE-CNT.
010170     MOVE     WK-YYYY              TO  PRT-M1-YYYY.
010180     MOVE     WK-MM                TO  PRT-M1-MM.
010190     MOVE     WK-DD                TO  PRT-M1-DD.
010200     MOVE     PAGE-CNT             TO  PRT-M1-PAGE.
010210     WRITE    UPT723SR-REC         FROM  PRT-MIDASI1
010220         AFTER  ADVANCING  PAGE.
010230     MOVE     WK-GYOMU-YMD         TO  PRT-M2-YMD.
010240     WRITE    UPT723SR-REC         FROM  PRT-MIDASI2
010250         AFTER  ADVANCING  2  LINES.
010260     WRITE    UPT723SR-REC         FROM  PRT-MIDASI3
010270         AFTER  ADVANCING  2  LINES.
010280     MOVE     SPACE                TO  UPT723SR-REC.
010290     WRITE    UPT723SR-REC
010300         AFTER  ADVANCING  1  LINE.
010310     MOVE     7                    TO  LINE-CNT.
010320 MIDASI-EXT.
010330     EXIT.
010340****************************************************************
010350*    (3.0)     ＳＴＡＲＴメッセージ処理                        *
010360****************************************************************
010370 START-MSG-RTN                     SECTION.
010380     ACCEPT  WK-DATE               FROM   DATE.
010390     ACCEPT  WK-TIME               FROM   TIME.
010400     MOVE    WK-Y                  TO     WK-YY.
010410     MOVE    WK-M                  TO     WK-MM.
010420     MOVE    WK-D                  TO     WK-DD.
010430     MOVE    20                    TO     WK-20.
010440     MOVE    WK-YYYYMMDD (1:8)     TO     LST-YMD.
010450     MOVE    WK-TIME               TO     LST-HMS.
010460*
010470     MOVE    WK-YYYY               TO     MESSAGE-START-YYYY.
010480     MOVE    WK-MM                 TO     MESSAGE-START-MM.
010490     MOVE    WK-DD                 TO     MESSAGE-START-DD.
010500     MOVE    WK-TIM                TO     MESSAGE-START-TIM.
010510     MOVE    WK-MIN                TO     MESSAGE-START-MIN.
010520     MOVE    WK-SEC                TO     MESSAGE-START-SEC.
010530*
010540     DISPLAY  MESSAGE-START  UPON CONS.
010550*
010560 START-MSG-EXT.
010570     EXIT.
010580****************************************************************
010590*    (4.0)     ＡＢＥＮＤメッセージ処理                        *
010600****************************************************************
010610 ABEND-MSG-RTN                     SECTION.
010620     ACCEPT  WK-DATE               FROM   DATE.
010630     ACCEPT  WK-TIME               FROM   TIME.
010640     MOVE    WK-Y                  TO     WK-YY.
010650     MOVE    WK-M                  TO     WK-MM.
010660     MOVE    WK-D                  TO     WK-DD.
010670     MOVE    20                    TO     WK-20.
010680*
010690     MOVE    WK-YYYY               TO     MESSAGE-ABEND-YYYY.
010700     MOVE    WK-MM                 TO     MESSAGE-ABEND-MM.
010710     MOVE    WK-DD                 TO     MESSAGE-ABEND-DD.
010720     MOVE    WK-TIM                TO     MESSAGE-ABEND-TIM.
010730     MOVE    WK-MIN                TO     MESSAGE-ABEND-MIN.
010740     MOVE    WK-SEC                TO     MESSAGE-ABEND-SEC.
010750*
010760     DISPLAY  MESSAGE-ABEND  UPON CONS.
010770     PERFORM  RUN-LEDGER-RTN.
010780*
010790 ABEND-MSG-EXT.
010800     EXIT.
010810****************************************************************
010820*    (5.0)     ＥＮＤメッセージ処理                            *
010830****************************************************************
010840 END-MSG-RTN                     SECTION.
010850     ACCEPT  WK-DATE               FROM   DATE.
010860     ACCEPT  WK-TIME               FROM   TIME.
010870     MOVE    WK-Y                  TO     WK-YY.
010880     MOVE    WK-M                  TO     WK-MM.
010890     MOVE    WK-D                  TO     WK-DD.
010900     MOVE    20                    TO     WK-20.
010910*
010920     MOVE    WK-YYYY               TO     MESSAGE-END-YYYY.
010930     MOVE    WK-MM                 TO     MESSAGE-END-MM.
010940     MOVE    WK-DD                 TO     MESSAGE-END-DD.
010950     MOVE    WK-TIM                TO     MESSAGE-END-TIM.
010960     MOVE    WK-MIN                TO     MESSAGE-END-MIN.
010970     MOVE    WK-SEC                TO     MESSAGE-END-SEC.
010980*
010990     DISPLAY  MESSAGE-END  UPON CONS.
011000*
011010 END-MSG-EXT.
011020     EXIT.
011030****************************************************************
011040*    (6.0)              エンド 処理                            *
011050****************************************************************
011060 END-RTN                           SECTION.
011070*
011080*---------< 取引先最終ブレイク出力 >---------------------------*
011090     IF  NOT  FIRST-REC
011100         PERFORM  DEALER-POST-RTN
011110     END-IF.
011120*---------< 訂正合計行出力 >-----------------------------------*
011130     MOVE     SPACE                TO  PRT-LINE.
011140     PERFORM  LIST-WRITE-RTN.
011150     MOVE     KEI-ZO-KIN           TO  PRT-G-ZO.
011160     MOVE     KEI-GEN-KIN          TO  PRT-G-GEN.
011170     MOVE     KEI-JUTOU-KIN        TO  PRT-G-JUTOU.
011180     MOVE     PRT-GOKEI            TO  PRT-LINE.
011190     PERFORM  LIST-WRITE-RTN.
011200     CLOSE     UPT708AS.
011210     CLOSE     UPT723O.
011220     CLOSE     UPT724I.
011230     CLOSE     UPT725O.
011240     CLOSE     UPT715I.
011250     CLOSE     UPT723SR.
011260     MOVE      ZERO                TO  RETURN-CODE.
011270*---------< 入力件数表示 >-------------------------------------*
011280     DISPLAY MSG-501I  CNT-IN      UPON CONS.
011290     DISPLAY MSG-503I  CNT-SKIP    UPON CONS.
011300     DISPLAY MSG-505I  CNT-ZO      UPON CONS.
011310     DISPLAY MSG-507I  CNT-GEN     UPON CONS.
011320     DISPLAY MSG-509I  CNT-ZERO    UPON CONS.
011330     PERFORM END-MSG-RTN.
011340     PERFORM RUN-LEDGER-RTN.
011350*
011360 END-EXT.
011370     EXIT.
011380****************************************************************
011390*    (7.0)   ARG-RTN　（起動パラメタ判定）
011400****************************************************************
011410 ARG-RTN                           SECTION.
011420     ACCEPT   ARG-CNT               FROM  BANGO.
011430     PERFORM  ARG-READ-RTN
011440         VARYING ARG-IDX FROM 1 BY 1
011450         UNTIL   ARG-IDX             >     ARG-CNT.
011460 ARG-EXT.
011470     EXIT.
011480****************************************************************
011490*    (7.1)   ARG-READ-RTN　（起動パラメタ　１件判定）
011500****************************************************************
011510 ARG-READ-RTN                       SECTION.
011520     DISPLAY  ARG-IDX               UPON  BANGO.
011530     ACCEPT   ARG-VALUE             FROM  ATAI
011540         ON EXCEPTION
011550             CONTINUE
011560         NOT ON EXCEPTION
011570             IF  ARG-VALUE (1:5)     =    "DATE="
011580                 IF  ARG-VALUE (6:8)     NUMERIC
011590                     MOVE  ARG-VALUE (6:8)  TO  ARG-YYYYMMDD
011600                     IF  ARG-MM > ZERO  AND  ARG-MM <= 12  AND
011610                         ARG-DD  >  ZERO   AND  ARG-DD  <=  31
011620                         MOVE  "1"           TO   ARG-DATE-SW
011630                     ELSE
011640                         DISPLAY MSG-721F    UPON  CONS
011650                         MOVE    221          TO   RETURN-CODE
011660                         PERFORM ABEND-MSG-RTN
011670                         STOP    RUN
011680                     END-IF
011690                 ELSE
011700                     DISPLAY MSG-721F        UPON  CONS
011710                     MOVE    221              TO   RETURN-CODE
011720                     PERFORM ABEND-MSG-RTN
011730                     STOP    RUN
011740                 END-IF
011750             END-IF
011760             IF  ARG-VALUE           =    "FORCE"
011770                 MOVE  "1"           TO   FORCE-SW
011780             END-IF
011790     END-ACCEPT.
011800 ARG-READ-EXT.
011810     EXIT.
011820****************************************************************
011830*    (7.2)   JOB-CHECK-RTN　（二重起動チェック）
011840****************************************************************
011850 JOB-CHECK-RTN                     SECTION.
011860     MOVE     "0"                  TO  SELF-DONE-SW.
011870     OPEN     INPUT    UPT700L.
011880     IF  FILE-STATUS               =   ZERO
011890         MOVE     ZERO             TO  JOBCHK-END-SW
011900         PERFORM  JOB-CHECK-READ-RTN
011910             UNTIL JOBCHK-END-SW   =   HIGH-VALUE
011920         CLOSE    UPT700L
011930     ELSE
011940         IF  FILE-STATUS           =   "35"
011950             CONTINUE
011960         ELSE
011970             MOVE    245           TO  RETURN-CODE
011980             MOVE    FILE-STATUS   TO  MSG-745F-ST
011990             DISPLAY MSG-745F  RETURN-CODE  UPON  CONS
012000             PERFORM ABEND-MSG-RTN
012010             STOP    RUN
012020         END-IF
012030     END-IF.
012040     IF  SELF-DONE
012050         IF  FORCE-REQUESTED
012060             CONTINUE
012070         ELSE
012080             MOVE    243           TO  RETURN-CODE
012090             DISPLAY MSG-743F      UPON  CONS
012100             PERFORM ABEND-MSG-RTN
012110             STOP    RUN
012120         END-IF
012130     END-IF.
012140 JOB-CHECK-EXT.
012150     EXIT.
012160****************************************************************
012170*    (7.3)   JOB-CHECK-READ-RTN
012180****************************************************************
012190 JOB-CHECK-READ-RTN                SECTION.
012200     READ     UPT700L
012210         AT END
012220             MOVE  HIGH-VALUE            TO  JOBCHK-END-SW
012230         NOT AT END
012240             IF ( UPT700L-GYOMU-YMD      =   WK-GYOMU-YMD )  AND
012250                ( UPT700L-RC             =   ZERO )          AND
012260                ( UPT700L-PGID           =   MSG-PGID )
012270                 MOVE  "1"               TO  SELF-DONE-SW
012280             END-IF
012290     END-READ.
012300 JOB-CHECK-READ-EXT.
012310     EXIT.
012320****************************************************************
012330*    (7.4)   RUN-LEDGER-RTN　（運用台帳出力）
012340****************************************************************
012350 RUN-LEDGER-RTN                    SECTION.
012360     ACCEPT  WK-DATE               FROM   DATE.
012370     ACCEPT  WK-TIME               FROM   TIME.
012380     MOVE    WK-Y                  TO     WK-YY.
012390     MOVE    WK-M                  TO     WK-MM.
012400     MOVE    WK-D                  TO     WK-DD.
012410     MOVE    20                    TO     WK-20.
012420     MOVE    WK-YYYYMMDD (1:8)     TO     LET-YMD.
012430     MOVE    WK-TIME               TO     LET-HMS.
012440     OPEN    EXTEND    UPT700L.
012450     IF  FILE-STATUS               =   ZERO
012460         INITIALIZE  UPT700L-REC
012470         MOVE    MSG-PGID          TO  UPT700L-PGID
012480         MOVE    WK-GYOMU-YMD      TO  UPT700L-GYOMU-YMD
012490         MOVE    LEDGER-START-TIME TO  UPT700L-START-TIME
012500         MOVE    LEDGER-END-TIME   TO  UPT700L-END-TIME
012510         MOVE    "0"               TO  UPT700L-RESTART-KBN
012520         MOVE    CNT-IN            TO  UPT700L-CNT-1
012530         COMPUTE UPT700L-CNT-2  =  CNT-ZO   +  CNT-GEN
012540         COMPUTE UPT700L-CNT-3  =  CNT-SKIP +  CNT-ZERO
012550         MOVE    RETURN-CODE       TO  UPT700L-RC
012560         WRITE   UPT700L-REC
012570         IF  FILE-STATUS           NOT =   ZERO
012580             DISPLAY MSG-731W      UPON  CONS
012590         END-IF
012600         CLOSE   UPT700L
012610     ELSE
012620         DISPLAY MSG-731W          UPON  CONS
012630     END-IF.
012640 RUN-LEDGER-EXT.
012650     EXIT.
