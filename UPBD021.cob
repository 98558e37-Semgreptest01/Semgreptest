000010****************************************************************
000020*    システム名    ： 新聞競馬新聞実績
000030*    プログラム名  ： 売掛金計上処理
000040*    プログラムＩＤ： UPBD021
000050*    作  成  者    ： T.HARUYAMA
000060*    作  成  日    ： 2004年09月14日
000061*    修  正  日    ： 2004年10月05日 営業日カレンダ対応
000062*    修  正  日    ： 2004年11月22日 売掛残高の処理年月チェック
000070****************************************************************
000080 IDENTIFICATION                    DIVISION.
000090 PROGRAM-ID.                       UPBD021.
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
000230*------------ファイル   （入力・請求インタフェース）-----------*
000240     SELECT  UPT708O      ASSIGN     TO  UPT708O
000250             ACCESS  MODE       IS  SEQUENTIAL
000260             FILE    STATUS     FILE-STATUS.
000270*------------ファイル   （ソート作業・取引先別請求）-----------*
000280     SELECT  SORT-FILE    ASSIGN     TO  SORTWK1.
000290*------------ファイル   （取引先別請求・整列済み）-------------*
000300     SELECT  UPT708W      ASSIGN
000310                                TO  UPT708W
000320             ACCESS  MODE       IS  SEQUENTIAL
000330             FILE    STATUS     FILE-STATUS.
000340*------------ファイル   （売掛明細）---------------------------*
000350     SELECT  UPT723O ASSIGN     TO  UPT723O
000360             ORGANIZATION       IS  INDEXED
000370             ACCESS  MODE       IS  RANDOM
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
000580*------------ファイル   （売掛計上リスト）---------------------*
000590     SELECT  UPT723R      ASSIGN     TO  UPT723R
000600             ACCESS  MODE       IS  SEQUENTIAL
000610             FILE    STATUS     FILE-STATUS.
000620*------------ファイル   （運用台帳）---------------------------*
000630     SELECT  UPT700L      ASSIGN     TO  UPT700L
000640             ACCESS  MODE       IS  SEQUENTIAL
000650             FILE    STATUS     FILE-STATUS.
000651*------------ファイル   （営業日カレンダマスタ）---------------*
000652     SELECT  UPT730I ASSIGN     TO  UPT730I
000653             ORGANIZATION       IS  INDEXED
000654             ACCESS  MODE       IS  RANDOM
000655             RECORD  KEY        IS  UPT730-YMD
000656             FILE    STATUS     IS  FILE-STATUS.
000660*
000670 DATA                              DIVISION.
000680 FILE                              SECTION.
000690*
000700****************************************************************
000710*            ファイル   （入力・請求インタフェース）
000720****************************************************************
000730 FD  UPT708O         LABEL  RECORD STANDARD.
000740 01  UPT708O-REC.
000750     COPY   UPT708C.
000760*
000770****************************************************************
000780*            ファイル   （ソート作業・取引先別請求）
000790****************************************************************
000800 SD  SORT-FILE.
000810 01  SORT-REC.
000820     05  SORT-TORIHIKI            PIC 9(06).
000830     05  SORT-NET-KIN             PIC 9(11).
000840     05  SORT-ZEI-KIN             PIC 9(11).
000850*
000860****************************************************************
000870*            ファイル   （取引先別請求・整列済み）
000880****************************************************************
000890 FD  UPT708W        LABEL  RECORD STANDARD.
000900 01  UPT708W-REC.
000910     05  UPT708W-TORIHIKI         PIC 9(06).
000920     05  UPT708W-NET-KIN          PIC 9(11).
000930     05  UPT708W-ZEI-KIN          PIC 9(11).
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
001240*            ファイル   （売掛計上リスト）
001250****************************************************************
001260 FD  UPT723R        LABEL  RECORD STANDARD.
001270 01  UPT723R-REC             PIC X(132).
001280*
001290****************************************************************
001300*            ファイル   （運用台帳）
001310****************************************************************
001320 FD  UPT700L         LABEL  RECORD STANDARD.
001330 01  UPT700L-REC.
001340     COPY   UPT700LC.
001350*
001351****************************************************************
001352*            ファイル   （営業日カレンダマスタ）
001353****************************************************************
001354 FD  UPT730I        LABEL  RECORD STANDARD.
001355 01  UPT730I-REC.
001356     COPY   UPT730C.
001357*
001360 WORKING-STORAGE                   SECTION.
001370*---------------< WORK-AREA定義 >-----------------------------*
001380 01  SW-AREA.
001390     03  END-SW                        PIC X(02) VALUE ZERO.
001400     03  SORT-END-SW                   PIC X(02) VALUE ZERO.
001410     03  FIRST-REC-SW                  PIC X(01) VALUE "1".
001420         88  FIRST-REC                 VALUE "1".
001430     03  T724-FOUND-SW                 PIC X(01) VALUE "0".
001440         88  T724-FOUND                VALUE "1".
001450     03  SEIKYU-DUP-SW                 PIC X(01) VALUE "0".
001460         88  SEIKYU-DUP                VALUE "1".
001470     03  FORCE-SW                      PIC X(01) VALUE "0".
001480         88  FORCE-REQUESTED           VALUE "1".
001490     03  JOBCHK-END-SW                 PIC X(02) VALUE ZERO.
001500     03  PRED-OK-SW                    PIC X(01) VALUE "0".
001510         88  PRED-OK                   VALUE "1".
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
001770     03  CNT-OUT                       PIC 9(09) VALUE ZERO.
001780     03  CNT-DUP                       PIC 9(09) VALUE ZERO.
001790     03  CNT-ZERO                      PIC 9(09) VALUE ZERO.
001800*---------------< 金額編集の定義 >----------------------------*
001810 01  KIN-AREA.
001820     03  DLR-SEIKYU-KIN                PIC 9(11) VALUE ZERO.
001830     03  WK-JUTOU-KIN                  PIC 9(11) VALUE ZERO.
001840     03  KEI-SEIKYU-KIN                PIC 9(11) VALUE ZERO.
001850     03  KEI-JUTOU-KIN                 PIC 9(11) VALUE ZERO.
001860*---------------< 売掛元帳連番の定義 >------------------------*
001870 01  T725-AREA.
001880     03  T725-RENBAN                   PIC 9(05) VALUE ZERO.
001890*---------------< 起動パラメタの定義 >------------------------*
001900 01  ARG-AREA.
001910     03  ARG-CNT                       PIC 9(02) VALUE ZERO.
001920*---------------< 起動パラメタ（詳細）の定義 >----------------*
001930 01  ARG-DETAIL-AREA.
001940     03  ARG-IDX                       PIC 9(02) VALUE ZERO.
001950     03  ARG-VALUE                     PIC X(20) VALUE SPACES.
001960     03  ARG-DATE-SW                   PIC X(01) VALUE "0".
001970         88  ARG-DATE-SUPPLIED         VALUE "1".
001971     03  KYUGYO-SW                     PIC X(01) VALUE "0".
001972         88  KYUGYO-BI                 VALUE "1".
001980     03  ARG-YYYYMMDD.
001990         05  ARG-YYYY                  PIC 9(04).
002000         05  ARG-MM                    PIC 9(02).
002010         05  ARG-DD                    PIC 9(02).
002020*---------------< 業務日付の定義 >----------------------------*
002030 01  GYOMU-AREA.
002040     03  WK-GYOMU-YMD                  PIC 9(08) VALUE ZERO.
002050*---------------< ジョブ順序チェックの定義 >------------------*
002060 01  JOBCHK-AREA.
002070     03  JOB-PRED-PGID                 PIC X(08) VALUE "UPBD006".
002080*---------------< 運用台帳の定義 >----------------------------*
002090 01  LEDGER-AREA.
002100     03  LEDGER-START-TIME.
002110       05  LST-YMD                     PIC 9(08).
002120       05  LST-HMS                     PIC 9(06).
002130     03  LEDGER-END-TIME.
002140       05  LET-YMD                     PIC 9(08).
002150       05  LET-HMS                     PIC 9(06).
002160*---------------< 運用台帳メッセージの定義 >------------------*
002170 01  MSG-731W.
002180     03  FILLER                        PIC  X(41) VALUE
002190     "++ UPBD021  731W LEDGER  WRITE SKIPPED   ".
002200*---------------< 名称編集の定義 >----------------------------*
002210 01  NAME-AREA.
002220     03  WK-NAME-CD9                   PIC 9(06) VALUE ZERO.
002230     03  WK-TOR-NAME                   PIC X(24) VALUE SPACE.
002240     03  MITOROKU-NAME                 PIC X(24) VALUE
002250     "＊＊未登録＊＊".
002260*---------------< 売掛計上リスト制御の定義 >------------------*
002270 01  PRT-CTL-AREA.
002280     03  LINE-CNT                      PIC 9(03) VALUE 99.
002290     03  PAGE-CNT                      PIC 9(05) VALUE ZERO.
002300     03  MAX-LINE                      PIC 9(03) VALUE 60.
002310 01  PRT-LINE                          PIC X(132).
002320*---------------< 売掛計上リスト見出しの定義 >----------------*
002330 01  PRT-MIDASI1.
002340     03  FILLER                        PIC X(09) VALUE
002350     "UPBD021  ".
002360     03  FILLER                        PIC X(35) VALUE
002370     "URIKAKE SEIKYU KEIJYO LIST         ".
002380     03  FILLER                        PIC X(05) VALUE
002390     "DATE:".
002400     03  PRT-M1-YYYY                   PIC 9(04).
002410     03  FILLER                        PIC X(01) VALUE "/".
002420     03  PRT-M1-MM                     PIC 9(02).
002430     03  FILLER                        PIC X(01) VALUE "/".
002440     03  PRT-M1-DD                     PIC 9(02).
002450     03  FILLER                        PIC X(07) VALUE
002460     "  PAGE:".
002470     03  PRT-M1-PAGE                   PIC ZZZZ9.
002480 01  PRT-MIDASI2.
002490     03  FILLER                        PIC X(11) VALUE
002500     "SEIKYU-DT: ".
002510     03  PRT-M2-YMD                    PIC 9(08).
002520 01  PRT-MIDASI3.
002530     03  FILLER                        PIC X(08) VALUE
002540     "TORIHIKI".
002550     03  FILLER                        PIC X(25) VALUE
002560     "  TORIHIKI-NAME          ".
002570     03  FILLER                        PIC X(12) VALUE
002580     "  SEIKYU-KIN".
002590     03  FILLER                        PIC X(12) VALUE
002600     "   JUTOU-KIN".
002610     03  FILLER                        PIC X(12) VALUE
002620     "     ZAN-KIN".
002630     03  FILLER                        PIC X(12) VALUE
002640     " KARIUKE-KIN".
002650     03  FILLER                        PIC X(07) VALUE
002660     "  KEKKA".
002670*---------------< 売掛計上リスト明細の定義 >------------------*
002680 01  PRT-MEISAI.
002690     03  PRT-TORIHIKI                  PIC 9(06).
002700     03  FILLER                        PIC X(02) VALUE SPACE.
002710     03  PRT-NAME                      PIC X(24).
002720     03  FILLER                        PIC X(01) VALUE SPACE.
002730     03  PRT-SEIKYU                    PIC ZZZZZZZZZZ9.
002740     03  FILLER                        PIC X(01) VALUE SPACE.
002750     03  PRT-JUTOU                     PIC ZZZZZZZZZZ9.
002760     03  FILLER                        PIC X(01) VALUE SPACE.
002770     03  PRT-ZAN                       PIC ZZZZZZZZZZ9.
002780     03  FILLER                        PIC X(01) VALUE SPACE.
002790     03  PRT-KARIUKE                   PIC ZZZZZZZZZZ9.
002800     03  FILLER                        PIC X(02) VALUE SPACE.
002810     03  PRT-KEKKA                     PIC X(09).
002820*---------------< 売掛計上リスト合計行の定義 >----------------*
002830 01  PRT-GOKEI.
002840     03  FILLER                        PIC X(33) VALUE
002850     "  ** SEIKYU  TOTAL **            ".
002860     03  PRT-G-SEIKYU                  PIC ZZZZZZZZZZ9.
002870     03  FILLER                        PIC X(01) VALUE SPACE.
002880     03  PRT-G-JUTOU                   PIC ZZZZZZZZZZ9.
002890*
002900*---------------< メッセージ１の定義 >------------------------*
002910 01  MSG-PGID                          PIC X(08) VALUE
002920     "UPBD021".
002930 01  MESSAGE-AREA1.
002940     03  MESSAGE-START.
002950       05  FILLER                      PIC X(12) VALUE
002960     "++ UPBD021 ".
002970       05  MESSAGE-START-YMD.
002980         07  MESSAGE-START-YYYY        PIC 9(04).
002990         07  FILLER                    PIC X(01) VALUE "/".
003000         07  MESSAGE-START-MM          PIC 9(02).
003010         07  FILLER                    PIC X(01) VALUE "/".
003020         07  MESSAGE-START-DD          PIC 9(02).
003030         07  FILLER                    PIC X(01) VALUE " ".
003040         07  MESSAGE-START-TIM         PIC 9(02).
003050         07  FILLER                    PIC X(01) VALUE ":".
003060         07  MESSAGE-START-MIN         PIC 9(02).
003070         07  FILLER                    PIC X(01) VALUE ":".
003080         07  MESSAGE-START-SEC         PIC 9(02).
003090         07  FILLER                    PIC X(01) VALUE " ".
003100       05  FILLER                      PIC X(08) VALUE
003110     "*START* ".
003120     03  MESSAGE-END.
003130       05  FILLER                      PIC X(12) VALUE
003140     "++ UPBD021 ".
003150       05  MESSAGE-END-YMD.
003160         07  MESSAGE-END-YYYY          PIC 9(04).
003170         07  FILLER                    PIC X(01) VALUE "/".
003180         07  MESSAGE-END-MM            PIC 9(02).
003190         07  FILLER                    PIC X(01) VALUE "/".
003200         07  MESSAGE-END-DD            PIC 9(02).
003210         07  FILLER                    PIC X(01) VALUE " ".
003220         07  MESSAGE-END-TIM           PIC 9(02).
003230         07  FILLER                    PIC X(01) VALUE ":".
003240         07  MESSAGE-END-MIN           PIC 9(02).
003250         07  FILLER                    PIC X(01) VALUE ":".
003260         07  MESSAGE-END-SEC           PIC 9(02).
003270         07  FILLER                    PIC X(01) VALUE " ".
003280       05  FILLER                      PIC X(13) VALUE
003290     "*NORMAL END* ".
003300     03  MESSAGE-ABEND.
003310       05  FILLER                      PIC X(12) VALUE
003320     "++ UPBD021 ".
003330       05  MESSAGE-ABEND-YMD.
003340         07  MESSAGE-ABEND-YYYY        PIC 9(04).
003350         07  FILLER                    PIC X(01) VALUE "/".
003360         07  MESSAGE-ABEND-MM          PIC 9(02).
003370         07  FILLER                    PIC X(01) VALUE "/".
003380         07  MESSAGE-ABEND-DD          PIC 9(02).
003390         07  FILLER                    PIC X(01) VALUE " ".
003400         07  MESSAGE-ABEND-TIM         PIC 9(02).
003410         07  FILLER                    PIC X(01) VALUE ":".
003420         07  MESSAGE-ABEND-MIN         PIC 9(02).
003430         07  FILLER                    PIC X(01) VALUE ":".
003440         07  MESSAGE-ABEND-SEC         PIC 9(02).
003450         07  FILLER                    PIC X(01) VALUE " ".
003460       05  FILLER                      PIC X(15) VALUE
003470     "*ABNORMAL END* ".
003480     03  MESSAGE-0.
003490       05  MSG0-PGID                   PIC X(08).
003500       05  MSG0-NAME                   PIC X(41).
003510*
003520*---< メッセージ２の定義 >---*
003530 01  MESSAGE-AREA2.
003540     03  MSG-501I.
003550       05  FILLER                      PIC  X(41) VALUE
003560     "++ UPBD021  501I UPT708       IN COUNT = ".
003570     03  MSG-503I.
003580       05  FILLER                      PIC  X(41) VALUE
003590     "++ UPBD021  503I UPT723 SEIKYU    COUNT= ".
003600     03  MSG-505I.
003610       05  FILLER                      PIC  X(41) VALUE
003620     "++ UPBD021  505I SEIKYU  DUP SKIP COUNT= ".
003630     03  MSG-507I.
003640       05  FILLER                      PIC  X(41) VALUE
003650     "++ UPBD021  507I SEIKYU ZERO SKIP COUNT= ".
003660     03  MSG-501F.
003670       05  FILLER                      PIC  X(41) VALUE
003680     "++ UPBD021  501F UPT708  OPEN  ERROR ST= ".
003690       05  MSG-501F-ST                 PIC  9(03).
003700     03  MSG-503F.
003710       05  FILLER                      PIC  X(41) VALUE
003720     "++ UPBD021  503F UPT708  READ  ERROR ST= ".
003730       05  MSG-503F-ST                 PIC  9(03).
003740     03  MSG-509F.
003750       05  FILLER                      PIC  X(41) VALUE
003760     "++ UPBD021  509F UPT708  SORT  ERROR RC= ".
003770       05  MSG-509F-ST                 PIC  9(03).
003780     03  MSG-511F.
003790       05  FILLER                      PIC  X(41) VALUE
003800     "++ UPBD021  511F UPT708W OPEN  ERROR ST= ".
003810       05  MSG-511F-ST                 PIC  9(03).
003820     03  MSG-513F.
003830       05  FILLER                      PIC  X(41) VALUE
003840     "++ UPBD021  513F UPT708W READ  ERROR ST= ".
003850       05  MSG-513F-ST                 PIC  9(03).
003860     03  MSG-515F.
003870       05  FILLER                      PIC  X(41) VALUE
003880     "++ UPBD021  515F UPT715  OPEN  ERROR ST= ".
003890       05  MSG-515F-ST                 PIC  9(03).
003900     03  MSG-701F.
003910       05  FILLER                      PIC  X(41) VALUE
003920     "++ UPBD021  701F UPT723  OPEN  ERROR ST= ".
003930       05  MSG-701F-ST                 PIC  9(03).
003940     03  MSG-703F.
003950       05  FILLER                      PIC  X(41) VALUE
003960     "++ UPBD021  703F UPT723  WRITE ERROR ST= ".
003970       05  MSG-703F-ST                 PIC  9(03).
003980     03  MSG-705F.
003990       05  FILLER                      PIC  X(41) VALUE
004000     "++ UPBD021  705F LIST    OPEN  ERROR ST= ".
004010       05  MSG-705F-ST                 PIC  9(03).
004020     03  MSG-707F.
004030       05  FILLER                      PIC  X(41) VALUE
004040     "++ UPBD021  707F LIST    WRITE ERROR ST= ".
004050       05  MSG-707F-ST                 PIC  9(03).
004060     03  MSG-709F.
004070       05  FILLER                      PIC  X(41) VALUE
004080     "++ UPBD021  709F UPT724  OPEN  ERROR ST= ".
004090       05  MSG-709F-ST                 PIC  9(03).
004100     03  MSG-711F.
004110       05  FILLER                      PIC  X(41) VALUE
004120     "++ UPBD021  711F UPT724  WRITE ERROR ST= ".
004130       05  MSG-711F-ST                 PIC  9(03).
004140     03  MSG-713F.
004150       05  FILLER                      PIC  X(41) VALUE
004160     "++ UPBD021  713F UPT725  OPEN  ERROR ST= ".
004170       05  MSG-713F-ST                 PIC  9(03).
004180     03  MSG-715F.
004190       05  FILLER                      PIC  X(41) VALUE
004200     "++ UPBD021  715F UPT725  WRITE ERROR ST= ".
004210       05  MSG-715F-ST                 PIC  9(03).
004220     03  MSG-721F.
004230       05  FILLER                      PIC  X(41) VALUE
004240     "++ UPBD021  721F DATE=  ARGUMENT INVALID ".
004250     03  MSG-741F.
004260       05  FILLER                      PIC  X(41) VALUE
004270     "++ UPBD021  741F PRED RC0 NOT FOUND PGM= ".
004280       05  MSG-741F-PG                 PIC  X(08).
004290     03  MSG-743F.
004300       05  FILLER                      PIC  X(41) VALUE
004310     "++ UPBD021  743F ALREADY RUN / USE FORCE ".
004320     03  MSG-745F.
004330       05  FILLER                      PIC  X(41) VALUE
004340     "++ UPBD021  745F UPT700L OPEN  ERROR ST= ".
004350       05  MSG-745F-ST                 PIC  9(03).
004351     03  MSG-771W.
004352       05  FILLER                      PIC  X(41) VALUE
004353     "++ UPBD021  771W NON-BUSINESS DAY SKIP Y=".
004354       05  MSG-771W-YMD                PIC  9(08).
004355     03  MSG-773F.
004356       05  FILLER                      PIC  X(41) VALUE
004357     "++ UPBD021  773F NON-BUSINESS DAY   YMD= ".
004358       05  MSG-773F-YMD                PIC  9(08).
004359     03  MSG-775F.
00435A       05  FILLER                      PIC  X(41) VALUE
00435B     "++ UPBD021  775F UPT730  OPEN  ERROR ST= ".
00435C       05  MSG-775F-ST                 PIC  9(03).
00435D     03  MSG-761F.
00435E       05  FILLER                      PIC  X(41) VALUE
00435F     "++ UPBD021  761F KURIKOSI NOT RUN    YM= ".
00435G       05  MSG-761F-YM                 PIC  9(06).
00435H     03  MSG-763F.
00435I       05  FILLER                      PIC  X(41) VALUE
00435J     "++ UPBD021  763F SYORI-YM AHEAD      YM= ".
00435K       05  MSG-763F-YM                 PIC  9(06).
004360*
004370 PROCEDURE                         DIVISION.
004380****************************************************************
004390*    (0.0)   メイン              処理                          *
004400****************************************************************
004410 MAIN-RTN                          SECTION.
004420*
004430     PERFORM      INIT-RTN.
004440*
004450     PERFORM      PROC-RTN
004460         UNTIL    END-SW           =   HIGH-VALUE.
004470*
004480     PERFORM      END-RTN.
004490*
004500     STOP         RUN.
004510*
004520 MAIN-EXT.
004530     EXIT.
004540****************************************************************
004550*    (1.0)   イニシャル          処理                          *
004560****************************************************************
004570 INIT-RTN                          SECTION.
004580     PERFORM      START-MSG-RTN.
004590*
004600     MOVE    99                    TO  RETURN-CODE.
004610*
004620     PERFORM      ARG-RTN.
004630*-----------< 業務日付設定・ジョブ順序チェック >---------------*
004640     IF  ARG-DATE-SUPPLIED
004650         MOVE    ARG-YYYYMMDD      TO  WK-GYOMU-YMD
004660     ELSE
004670         MOVE    WK-YYYYMMDD (1:8) TO  WK-GYOMU-YMD
004680     END-IF.
004681     PERFORM      EIGYO-CHECK-RTN.
004690     PERFORM      JOB-CHECK-RTN.
004700*-----------< ファイル  （請求インタフェース）取引先別整列  >--*
004710     SORT     SORT-FILE
004720         ON   ASCENDING  KEY   SORT-TORIHIKI
004730         INPUT PROCEDURE  IS  SORT-INPUT-RTN
004740         GIVING   UPT708W.
004750     IF  SORT-RETURN               =   ZERO
004760         CONTINUE
004770     ELSE
004780         MOVE    100               TO  RETURN-CODE
004790         MOVE    SORT-RETURN       TO  MSG-509F-ST
004800         DISPLAY MSG-509F RETURN-CODE UPON CONS
004810         PERFORM ABEND-MSG-RTN
004820         STOP    RUN
004830     END-IF.
004840*-----------< ファイル  （整列済み）ＯＰＥＮ  >----------------*
004850     OPEN INPUT UPT708W.
004860     IF  FILE-STATUS               =   ZERO
004870         CONTINUE
004880     ELSE
004890         MOVE    111               TO  RETURN-CODE
004900         MOVE    FILE-STATUS       TO  MSG-511F-ST
004910         DISPLAY MSG-511F RETURN-CODE UPON CONS
004920         PERFORM ABEND-MSG-RTN
004930         STOP    RUN
004940     END-IF.
004950*-----------< ファイル  （名称マスタ）ＯＰＥＮ  >--------------*
004960     OPEN INPUT UPT715I.
004970     IF  FILE-STATUS               =   ZERO
004980         CONTINUE
004990     ELSE
005000         MOVE    115               TO  RETURN-CODE
005010         MOVE    FILE-STATUS       TO  MSG-515F-ST
005020         DISPLAY MSG-515F RETURN-CODE UPON CONS
005030         PERFORM ABEND-MSG-RTN
005040         STOP    RUN
005050     END-IF.
005060*-----------< ファイル  （売掛明細・残高・元帳）ＯＰＥＮ  >----*
005070     PERFORM      KAKE-OPEN-RTN.
005080*-----------< ファイル  （売掛計上リスト）ＯＰＥＮ  >----------*
005090     OPEN OUTPUT UPT723R.
005100     IF  FILE-STATUS               =   ZERO
005110         CONTINUE
005120     ELSE
005130         MOVE    203               TO  RETURN-CODE
005140         MOVE    FILE-STATUS       TO  MSG-705F-ST
005150         DISPLAY MSG-705F RETURN-CODE UPON CONS
005160         PERFORM ABEND-MSG-RTN
005170         STOP    RUN
005180     END-IF.
005190*-----------< 初期ロード >-------------------------------------*
005200     PERFORM      READ-RTN.
005210 INIT-EXT.
005220     EXIT.
005230****************************************************************
005240*    (1.1)   SORT-INPUT-RTN　（請求インタフェース　ソート入力）
005250****************************************************************
005260 SORT-INPUT-RTN                    SECTION.
005270     OPEN INPUT UPT708O.
005280     IF  FILE-STATUS               =   ZERO
005290         CONTINUE
005300     ELSE
005310         MOVE    101               TO  RETURN-CODE
005320         MOVE    FILE-STATUS       TO  MSG-501F-ST
005330         DISPLAY MSG-501F RETURN-CODE UPON CONS
005340         PERFORM ABEND-MSG-RTN
005350         STOP    RUN
005360     END-IF.
005370     MOVE     ZERO                 TO  SORT-END-SW.
005380     PERFORM  SORT-INPUT-READ-RTN
005390         UNTIL SORT-END-SW         =   HIGH-VALUE.
005400     CLOSE    UPT708O.
005410 SORT-INPUT-EXT.
005420     EXIT.
005430****************************************************************
005440*    (1.2)   SORT-INPUT-READ-RTN
005450****************************************************************
005460 SORT-INPUT-READ-RTN               SECTION.
005470     READ     UPT708O
005480         AT END
005490             MOVE  HIGH-VALUE            TO  SORT-END-SW
005500         NOT AT END
005510             IF    FILE-STATUS           =   ZERO
005520                   ADD   1               TO  CNT-IN
005530                   MOVE  UPT708-TORIHIKI-CD9 TO  SORT-TORIHIKI
005540                   MOVE  UPT708-NET-KIN      TO  SORT-NET-KIN
005550                   MOVE  UPT708-ZEI-KIN      TO  SORT-ZEI-KIN
005560                   RELEASE  SORT-REC
005570             ELSE
005580                   MOVE  103             TO  RETURN-CODE
005590                   MOVE  FILE-STATUS     TO  MSG-503F-ST
005600                   DISPLAY MSG-503F RETURN-CODE  UPON  CONS
005610                   PERFORM ABEND-MSG-RTN
005620                   STOP RUN
005630             END-IF
005640     END-READ.
005650 SORT-INPUT-READ-EXT.
005660     EXIT.
005670****************************************************************
005680*    (1.3)   KAKE-OPEN-RTN　（売掛明細・残高・元帳ＯＰＥＮ）
005690****************************************************************
005700 KAKE-OPEN-RTN                     SECTION.
005710     OPEN     I-O      UPT723O.
005720     IF  FILE-STATUS               =   "35"
005730         OPEN    OUTPUT    UPT723O
005740         IF  FILE-STATUS           =   ZERO
005750             CLOSE   UPT723O
005760             OPEN    I-O       UPT723O
005770         END-IF
005780     END-IF.
005790     IF  FILE-STATUS               =   ZERO
005800         CONTINUE
005810     ELSE
005820         MOVE    201               TO  RETURN-CODE
005830         MOVE    FILE-STATUS       TO  MSG-701F-ST
005840         DISPLAY MSG-701F  RETURN-CODE  UPON  CONS
005850         PERFORM ABEND-MSG-RTN
005860         STOP    RUN
005870     END-IF.
005880     OPEN     I-O      UPT724I.
005890     IF  FILE-STATUS               =   "35"
005900         OPEN    OUTPUT    UPT724I
005910         IF  FILE-STATUS           =   ZERO
005920             CLOSE   UPT724I
005930             OPEN    I-O       UPT724I
005940         END-IF
005950     END-IF.
005960     IF  FILE-STATUS               =   ZERO
005970         CONTINUE
005980     ELSE
005990         MOVE    205               TO  RETURN-CODE
006000         MOVE    FILE-STATUS       TO  MSG-709F-ST
006010         DISPLAY MSG-709F  RETURN-CODE  UPON  CONS
006020         PERFORM ABEND-MSG-RTN
006030         STOP    RUN
006040     END-IF.
006050     OPEN     I-O      UPT725O.
006060     IF  FILE-STATUS               =   "35"
006070         OPEN    OUTPUT    UPT725O
006080         IF  FILE-STATUS           =   ZERO
006090             CLOSE   UPT725O
006100             OPEN    I-O       UPT725O
006110         END-IF
006120     END-IF.
006130     IF  FILE-STATUS               =   ZERO
006140         CONTINUE
006150     ELSE
006160         MOVE    207               TO  RETURN-CODE
006170         MOVE    FILE-STATUS       TO  MSG-713F-ST
006180         DISPLAY MSG-713F  RETURN-CODE  UPON  CONS
006190         PERFORM ABEND-MSG-RTN
006200         STOP    RUN
006210     END-IF.
006220 KAKE-OPEN-EXT.
006230     EXIT.
006240****************************************************************
006250*    (1.4)   READ-RTN
006260****************************************************************
006270 READ-RTN                          SECTION.
006280     READ      UPT708W
006290         AT    END
006300         MOVE  HIGH-VALUE                TO  END-SW
006310*
006320         NOT AT END
006330         IF    FILE-STATUS               =   ZERO
006340               CONTINUE
006350         ELSE
006360               MOVE  113                 TO  RETURN-CODE
006370               MOVE FILE-STATUS          TO  MSG-513F-ST
006380               DISPLAY MSG-513F RETURN-CODE  UPON  CONS
006390               PERFORM ABEND-MSG-RTN
006400               STOP RUN
006410         END-IF.
006420 READ-EXT.
006430     EXIT.
006440****************************************************************
006450*    (2.0)   PROC-RTN　（取引先別請求額集計）                  *
006460****************************************************************
006470 PROC-RTN                          SECTION.
006480*
006490     IF  FIRST-REC
006500         MOVE     "0"              TO  FIRST-REC-SW
006510         MOVE     UPT708W-TORIHIKI TO  OLD-TORIHIKI
006520         MOVE     ZERO             TO  DLR-SEIKYU-KIN
006530     ELSE
006540         IF  UPT708W-TORIHIKI      NOT =   OLD-TORIHIKI
006550             PERFORM  DEALER-POST-RTN
006560             MOVE     UPT708W-TORIHIKI TO  OLD-TORIHIKI
006570             MOVE     ZERO             TO  DLR-SEIKYU-KIN
006580         END-IF
006590     END-IF.
006600*
006610     ADD      UPT708W-NET-KIN      TO  DLR-SEIKYU-KIN.
006620     ADD      UPT708W-ZEI-KIN      TO  DLR-SEIKYU-KIN.
006630*-----------< READ処理 >---------------------------------------*
006640     PERFORM  READ-RTN.
006650*
006660 PROC-EXT.
006670     EXIT.
006680****************************************************************
006690*    (2.1)   DEALER-POST-RTN　（取引先別売掛計上）
006700****************************************************************
006710 DEALER-POST-RTN                   SECTION.
006720     MOVE     ZERO                 TO  WK-JUTOU-KIN.
006730     MOVE     "0"                  TO  SEIKYU-DUP-SW.
006740     PERFORM  T724-READ-RTN.
006750     IF  DLR-SEIKYU-KIN            =   ZERO
006760         ADD      1                TO  CNT-ZERO
006770         MOVE     "ZERO SKIP"      TO  PRT-KEKKA
006780     ELSE
006790*-----------< 仮受金の充当額算出 >-----------------------------*
006800         IF  UPT724-KARIUKE-KIN    >   DLR-SEIKYU-KIN
006810             MOVE  DLR-SEIKYU-KIN  TO  WK-JUTOU-KIN
006820         ELSE
006830             MOVE  UPT724-KARIUKE-KIN  TO  WK-JUTOU-KIN
006840         END-IF
006850         PERFORM  T723-WRITE-RTN
006860         IF  SEIKYU-DUP
006870             MOVE     ZERO         TO  WK-JUTOU-KIN
006880             ADD      1            TO  CNT-DUP
006890             MOVE     "DUP SKIP"   TO  PRT-KEKKA
006900         ELSE
006910             PERFORM  T724-UPDATE-RTN
006920             PERFORM  T725-WRITE-RTN
006930             ADD      1              TO  CNT-OUT
006940             ADD      DLR-SEIKYU-KIN TO  KEI-SEIKYU-KIN
006950             ADD      WK-JUTOU-KIN   TO  KEI-JUTOU-KIN
006960             MOVE     "POSTED"       TO  PRT-KEKKA
006970         END-IF
006980     END-IF.
006990     PERFORM  MEISAI-RTN.
007000 DEALER-POST-EXT.
007010     EXIT.
007020****************************************************************
007030*    (2.2)   T724-READ-RTN　（売掛残高マスタ検索）
007040****************************************************************
007050 T724-READ-RTN                     SECTION.
007060     MOVE     "0"                  TO  T724-FOUND-SW.
007070     MOVE     OLD-TORIHIKI         TO  UPT724-TORIHIKI-CD9.
007080     READ     UPT724I
007090         INVALID KEY
007100             INITIALIZE  UPT724I-REC
007110             MOVE  OLD-TORIHIKI    TO  UPT724-TORIHIKI-CD9
007120             MOVE  WK-GYOMU-YMD (1:6)  TO  UPT724-SYORI-YM
007130         NOT INVALID KEY
007140             MOVE  "1"             TO  T724-FOUND-SW
007141             PERFORM  T724-YM-CHECK-RTN
007150     END-READ.
007160 T724-READ-EXT.
007170     EXIT.
007171****************************************************************
007172*    (2.2.1) T724-YM-CHECK-RTN　（売掛残高処理年月チェック）
007173****************************************************************
007174 T724-YM-CHECK-RTN                 SECTION.
007175*-----------< 前月分の月次繰越（ＵＰＢＤ０２３）未実行 >-------*
007176     IF  UPT724-SYORI-YM           <   WK-GYOMU-YMD (1:6)
007177         MOVE    UPT724-SYORI-YM   TO  MSG-761F-YM
007178         MOVE    261               TO  RETURN-CODE
007179         DISPLAY MSG-761F  RETURN-CODE  UPON  CONS
00717A         PERFORM ABEND-MSG-RTN
00717B         STOP    RUN
00717C     END-IF.
00717D*-----------< 業務日付より後の月に繰越済み >-------------------*
00717E     IF  UPT724-SYORI-YM           >   WK-GYOMU-YMD (1:6)
00717F         MOVE    UPT724-SYORI-YM   TO  MSG-763F-YM
00717G         MOVE    263               TO  RETURN-CODE
00717H         DISPLAY MSG-763F  RETURN-CODE  UPON  CONS
00717I         PERFORM ABEND-MSG-RTN
00717J         STOP    RUN
00717K     END-IF.
00717L T724-YM-CHECK-EXT.
00717M     EXIT.
007180****************************************************************
007190*    (2.3)   T723-WRITE-RTN　（売掛明細出力）
007200****************************************************************
007210 T723-WRITE-RTN                    SECTION.
007220     MOVE     OLD-TORIHIKI         TO  UPT723-TORIHIKI-CD9.
007230     MOVE     WK-GYOMU-YMD         TO  UPT723-SEIKYU-YMD.
007240     MOVE     "1"                  TO  UPT723-SEIKYU-KBN.
007250     READ     UPT723O
007260         INVALID KEY
007270             INITIALIZE  UPT723O-REC
007280             MOVE  OLD-TORIHIKI    TO  UPT723-TORIHIKI-CD9
007290             MOVE  WK-GYOMU-YMD    TO  UPT723-SEIKYU-YMD
007300             MOVE  "1"             TO  UPT723-SEIKYU-KBN
007310             MOVE  DLR-SEIKYU-KIN  TO  UPT723-SEIKYU-KIN
007320             MOVE  WK-JUTOU-KIN    TO  UPT723-NYUKIN-KIN
007330             COMPUTE  UPT723-ZAN-KIN  =  DLR-SEIKYU-KIN
007340                                      -  WK-JUTOU-KIN
007350             IF  UPT723-ZAN-KIN    =   ZERO
007360                 MOVE  WK-GYOMU-YMD    TO  UPT723-KANSAI-YMD
007370             END-IF
007380             WRITE    UPT723O-REC
007390             IF  FILE-STATUS       =   ZERO
007400                 CONTINUE
007410             ELSE
007420                 MOVE    202       TO  RETURN-CODE
007430                 MOVE    FILE-STATUS   TO  MSG-703F-ST
007440                 DISPLAY MSG-703F  RETURN-CODE  UPON  CONS
007450                 PERFORM ABEND-MSG-RTN
007460                 STOP    RUN
007470             END-IF
007480         NOT INVALID KEY
007490             MOVE  "1"             TO  SEIKYU-DUP-SW
007500     END-READ.
007510 T723-WRITE-EXT.
007520     EXIT.
007530****************************************************************
007540*    (2.4)   T724-UPDATE-RTN　（売掛残高マスタ更新）
007550****************************************************************
007560 T724-UPDATE-RTN                   SECTION.
007570     ADD      DLR-SEIKYU-KIN       TO  UPT724-TOUGETU-SEIKYU.
007580     COMPUTE  UPT724-ZAN-KIN  =  UPT724-ZAN-KIN
007590                              +  DLR-SEIKYU-KIN
007600                              -  WK-JUTOU-KIN.
007610     SUBTRACT WK-JUTOU-KIN         FROM  UPT724-KARIUKE-KIN.
007620     IF  T724-FOUND
007630         REWRITE  UPT724I-REC
007640     ELSE
007650         WRITE    UPT724I-REC
007660     END-IF.
007670     IF  FILE-STATUS               =   ZERO
007680         CONTINUE
007690     ELSE
007700         MOVE    206               TO  RETURN-CODE
007710         MOVE    FILE-STATUS       TO  MSG-711F-ST
007720         DISPLAY MSG-711F  RETURN-CODE  UPON  CONS
007730         PERFORM ABEND-MSG-RTN
007740         STOP    RUN
007750     END-IF.
007760 T724-UPDATE-EXT.
007770     EXIT.
007780****************************************************************
007790*    (2.5)   T725-WRITE-RTN　（売掛元帳出力）
007800****************************************************************
007810 T725-WRITE-RTN                    SECTION.
007820     ADD      1                    TO  T725-RENBAN.
007830     INITIALIZE  UPT725O-REC.
007840     MOVE     OLD-TORIHIKI         TO  UPT725-TORIHIKI-CD9.
007850     MOVE     WK-GYOMU-YMD         TO  UPT725-HASSEI-YMD.
007860     MOVE     LEDGER-START-TIME    TO  UPT725-TOUROKU-TIME.
007870     MOVE     T725-RENBAN          TO  UPT725-RENBAN.
007880     MOVE     "1"                  TO  UPT725-TORIHIKI-KBN.
007890     MOVE     DLR-SEIKYU-KIN       TO  UPT725-KIN.
007900     MOVE     UPT724-ZAN-KIN       TO  UPT725-ZAN-KIN.
007910     MOVE     UPT724-KARIUKE-KIN   TO  UPT725-KARIUKE-KIN.
007920     MOVE     MSG-PGID             TO  UPT725-PGID.
007930     WRITE    UPT725O-REC.
007940     IF  FILE-STATUS               =   ZERO
007950         CONTINUE
007960     ELSE
007970         MOVE    208               TO  RETURN-CODE
007980         MOVE    FILE-STATUS       TO  MSG-715F-ST
007990         DISPLAY MSG-715F  RETURN-CODE  UPON  CONS
008000         PERFORM ABEND-MSG-RTN
008010         STOP    RUN
008020     END-IF.
008030 T725-WRITE-EXT.
008040     EXIT.
008050****************************************************************
008060*    (2.6)   TOR-NAME-RTN　（取引先名称検索）
008070****************************************************************
008080 TOR-NAME-RTN                      SECTION.
008090     IF  WK-NAME-CD9               =   ZERO
008100         MOVE    SPACE             TO  WK-TOR-NAME
008110     ELSE
008120         MOVE    MITOROKU-NAME     TO  WK-TOR-NAME
008130         MOVE    WK-NAME-CD9       TO  UPT715-TORIHIKI-CD9
008140         READ    UPT715I
008150             INVALID KEY
008160                 CONTINUE
008170             NOT INVALID KEY
008180                 MOVE  UPT715-KANJI-NAME  TO  WK-TOR-NAME
008190         END-READ
008200     END-IF.
008210 TOR-NAME-EXT.
008220     EXIT.
008230****************************************************************
008240*    (2.7)   MEISAI-RTN　（売掛計上明細出力）
008250****************************************************************
008260 MEISAI-RTN                        SECTION.
008270     MOVE     OLD-TORIHIKI         TO  PRT-TORIHIKI.
008280     MOVE     OLD-TORIHIKI         TO  WK-NAME-CD9.
008290     PERFORM  TOR-NAME-RTN.
008300     MOVE     WK-TOR-NAME          TO  PRT-NAME.
008310     MOVE     DLR-SEIKYU-KIN       TO  PRT-SEIKYU.
008320     MOVE     WK-JUTOU-KIN         TO  PRT-JUTOU.
008330     MOVE     UPT724-ZAN-KIN       TO  PRT-ZAN.
008340     MOVE     UPT724-KARIUKE-KIN   TO  PRT-KARIUKE.
008350     MOVE     PRT-MEISAI           TO  PRT-LINE.
008360     PERFORM  LIST-WRITE-RTN.
008370 MEISAI-EXT.
008380     EXIT.
008390****************************************************************
008400*    (2.8)   LIST-WRITE-RTN　（売掛計上リスト出力）
008410****************************************************************
008420 LIST-WRITE-RTN                    SECTION.
008430     IF  LINE-CNT                  >   MAX-LINE
008440         PERFORM  MIDASI-RTN
008450     END-IF.
008460     WRITE    UPT723R-REC          FROM  PRT-LINE
008470         AFTER  ADVANCING  1  LINE.
008480     IF  FILE-STATUS               =   ZERO
008490         ADD  1                    TO  LINE-CNT
008500     ELSE
008510         MOVE    204               TO  RETURN-CODE
008520         MOVE    FILE-STATUS       TO  MSG-707F-ST
008530         DISPLAY MSG-707F  RETURN-CODE  UPON  CONS
008540         PERFORM ABEND-MSG-RTN
008550         STOP    RUN
008560     END-IF.
008570 LIST-WRITE-EXT.
008580     EXIT.
008590****************************************************************
008600*    (2.9)   MIDASI-RTN　（売掛計上リスト見出し出力）
008610****************************************************************
008620 MIDASI-RTN                        SECTION.
008630     ADD      1                    TO  PAGE-CNT.
008640     MOVE     WK-YYYY              TO  PRT-M1-YYYY.
008650     MOVE     WK-MM                TO  PRT-M1-MM.
008660     MOVE     WK-DD                TO  PRT-M1-DD.
008670     MOVE     PAGE-CNT             TO  PRT-M1-PAGE.
008680     WRITE    UPT723R-REC          FROM  PRT-MIDASI1
008690         AFTER  ADVANCING  PAGE.
008700     MOVE     WK-GYOMU-YMD         TO  PRT-M2-YMD.
008710     WRITE    UPT723R-REC          FROM  PRT-MIDASI2
008720         AFTER  ADVANCING  2  LINES.
008730     WRITE    UPT723R-REC          FROM  PRT-MIDASI3
008740         AFTER  ADVANCING  2  LINES.
008750     MOVE     SPACE                TO  UPT723R-REC.
008760     WRITE    UPT723R-REC
008770         AFTER  ADVANCING  1  LINE.
008780     MOVE     7                    TO  LINE-CNT.
008790 MIDASI-EXT.
008800     EXIT.
008810****************************************************************
008820*    (3.0)     ＳＴＡＲＴメッセージ処理                        *
008830****************************************************************
008840 START-MSG-RTN                     SECTION.
008850     ACCEPT  WK-DATE               FROM   DATE.
008860     ACCEPT  WK-TIME               FROM   TIME.
008870     MOVE    WK-Y                  TO     WK-YY.
008880     MOVE    WK-M                  TO     WK-MM.
008890     MOVE    WK-D                  TO     WK-DD.
008900     MOVE    20                    TO     WK-20.
008910     MOVE    WK-YYYYMMDD (1:8)     TO     LST-YMD.
008920     MOVE    WK-TIME               TO     LST-HMS.
008930*
008940     MOVE    WK-YYYY               TO     MESSAGE-START-YYYY.
008950     MOVE    WK-MM                 TO     MESSAGE-START-MM.
008960     MOVE    WK-DD                 TO     MESSAGE-START-DD.
008970     MOVE    WK-TIM                TO     MESSAGE-START-TIM.
008980     MOVE    WK-MIN                TO     MESSAGE-START-MIN.
008990     MOVE    WK-SEC                TO     MESSAGE-START-SEC.
009000*
009010     DISPLAY  MESSAGE-START  UPON CONS.
009020*
009030 START-MSG-EXT.
009040     EXIT.
009050****************************************************************
009060*    (4.0)     ＡＢＥＮＤメッセージ処理                        *
009070****************************************************************
009080 ABEND-MSG-RTN                     SECTION.
009090     ACCEPT  WK-DATE               FROM   DATE.
009100     ACCEPT  WK-TIME               FROM   TIME.
009110     MOVE    WK-Y                  TO     WK-YY.
009120     MOVE    WK-M                  TO     WK-MM.
009130     MOVE    WK-D                  TO     WK-DD.
009140     MOVE    20                    TO     WK-20.
009150*
009160     MOVE    WK-YYYY               TO     MESSAGE-ABEND-YYYY.
009170     MOVE    WK-MM                 TO     MESSAGE-ABEND-MM.
009180     MOVE    WK-DD                 TO     MESSAGE-ABEND-DD.
009190     MOVE    WK-TIM                TO     MESSAGE-ABEND-TIM.
009200     MOVE    WK-MIN                TO     MESSAGE-ABEND-MIN.
009210     MOVE    WK-SEC                TO     MESSAGE-ABEND-SEC.
009220*
009230     DISPLAY  MESSAGE-ABEND  UPON CONS.
009240     PERFORM  RUN-LEDGER-RTN.
009250*
009260 ABEND-MSG-EXT.
009270     EXIT.
009280****************************************************************
009290*    (5.0)     ＥＮＤメッセージ処理                            *
009300****************************************************************
009310 END-MSG-RTN                     SECTION.
009320     ACCEPT  WK-DATE               FROM   DATE.
009330     ACCEPT  WK-TIME               FROM   TIME.
009340     MOVE    WK-Y                  TO     WK-YY.
009350     MOVE    WK-M                  TO     WK-MM.
009360     MOVE    WK-D                  TO     WK-DD.
009370     MOVE    20                    TO     WK-20.
009380*
009390     MOVE    WK-YYYY               TO     MESSAGE-END-YYYY.
009400     MOVE    WK-MM                 TO     MESSAGE-END-MM.
009410     MOVE    WK-DD                 TO     MESSAGE-END-DD.
009420     MOVE    WK-TIM                TO     MESSAGE-END-TIM.
009430     MOVE    WK-MIN                TO     MESSAGE-END-MIN.
009440     MOVE    WK-SEC                TO     MESSAGE-END-SEC.
009450*
009460     DISPLAY  MESSAGE-END  UPON CONS.
009470*
009480 END-MSG-EXT.
009490     EXIT.
009500****************************************************************
009510*    (6.0)              エンド 処理                            *
009520****************************************************************
009530 END-RTN                           SECTION.
009540*
009550*---------< 取引先最終ブレイク出力 >---------------------------*
009560     IF  NOT  FIRST-REC
009570         PERFORM  DEALER-POST-RTN
009580     END-IF.
009590*---------< 請求合計行出力 >-----------------------------------*
009600     MOVE     SPACE                TO  PRT-LINE.
009610     PERFORM  LIST-WRITE-RTN.
009620     MOVE     KEI-SEIKYU-KIN       TO  PRT-G-SEIKYU.
009630     MOVE     KEI-JUTOU-KIN        TO  PRT-G-JUTOU.
009640     MOVE     PRT-GOKEI            TO  PRT-LINE.
009650     PERFORM  LIST-WRITE-RTN.
009660     CLOSE     UPT708W.
009670     CLOSE     UPT723O.
009680     CLOSE     UPT724I.
009690     CLOSE     UPT725O.
009700     CLOSE     UPT715I.
009710     CLOSE     UPT723R.
009720     MOVE      ZERO                TO  RETURN-CODE.
009730*---------< 入力件数表示 >-------------------------------------*
009740     DISPLAY MSG-501I  CNT-IN      UPON CONS.
009750     DISPLAY MSG-503I  CNT-OUT     UPON CONS.
009760     DISPLAY MSG-505I  CNT-DUP     UPON CONS.
009770     DISPLAY MSG-507I  CNT-ZERO    UPON CONS.
009780     PERFORM END-MSG-RTN.
009790     PERFORM RUN-LEDGER-RTN.
009800*
009810 END-EXT.
009820     EXIT.
009830****************************************************************
009840*    (7.0)   ARG-RTN　（起動パラメタ判定）
009850****************************************************************
009860 ARG-RTN                           SECTION.
009870     ACCEPT   ARG-CNT               FROM  BANGO.
009880     PERFORM  ARG-READ-RTN
009890         VARYING ARG-IDX FROM 1 BY 1
009900         UNTIL   ARG-IDX             >     ARG-CNT.
009910 ARG-EXT.
009920     EXIT.
009930****************************************************************
009940*    (7.1)   ARG-READ-RTN　（起動パラメタ　１件判定）
009950****************************************************************
009960 ARG-READ-RTN                       SECTION.
009970     DISPLAY  ARG-IDX               UPON  BANGO.
009980     ACCEPT   ARG-VALUE             FROM  ATAI
009990         ON EXCEPTION
010000             CONTINUE
010010         NOT ON EXCEPTION
010020             IF  ARG-VALUE (1:5)     =    "DATE="
010030                 IF  ARG-VALUE (6:8)     NUMERIC
010040                     MOVE  ARG-VALUE (6:8)  TO  ARG-YYYYMMDD
010050                     IF  ARG-MM > ZERO  AND  ARG-MM <= 12  AND
010060                         ARG-DD  >  ZERO   AND  ARG-DD  <=  31
010070                         MOVE  "1"           TO   ARG-DATE-SW
010080                     ELSE
010090                         DISPLAY MSG-721F    UPON  CONS
010100                         MOVE    221          TO   RETURN-CODE
010110                         PERFORM ABEND-MSG-RTN
010120                         STOP    RUN
010130                     END-IF
010140                 ELSE
010150                     DISPLAY MSG-721F        UPON  CONS
010160                     MOVE    221              TO   RETURN-CODE
010170                     PERFORM ABEND-MSG-RTN
010180                     STOP    RUN
010190                 END-IF
010200             END-IF
010210             IF  ARG-VALUE           =    "FORCE"
010220                 MOVE  "1"           TO   FORCE-SW
010230             END-IF
010240     END-ACCEPT.
010250 ARG-READ-EXT.
010260     EXIT.
010270****************************************************************
010280*    (7.2)   JOB-CHECK-RTN　（ジョブ順序・二重起動チェック）
010290****************************************************************
010300 JOB-CHECK-RTN                     SECTION.
010310     MOVE     "0"                  TO  PRED-OK-SW.
010320     MOVE     "0"                  TO  SELF-DONE-SW.
010330     OPEN     INPUT    UPT700L.
010340     IF  FILE-STATUS               =   ZERO
010350         MOVE     ZERO             TO  JOBCHK-END-SW
010360         PERFORM  JOB-CHECK-READ-RTN
010370             UNTIL JOBCHK-END-SW   =   HIGH-VALUE
010380         CLOSE    UPT700L
010390     ELSE
010400         IF  FILE-STATUS           =   "35"
010410             CONTINUE
010420         ELSE
010430             MOVE    245           TO  RETURN-CODE
010440             MOVE    FILE-STATUS   TO  MSG-745F-ST
010450             DISPLAY MSG-745F  RETURN-CODE  UPON  CONS
010460             PERFORM ABEND-MSG-RTN
010470             STOP    RUN
010480         END-IF
010490     END-IF.
010500     IF  NOT  PRED-OK
010510         MOVE    JOB-PRED-PGID     TO  MSG-741F-PG
010520         MOVE    241               TO  RETURN-CODE
010530         DISPLAY MSG-741F          UPON  CONS
010540         PERFORM ABEND-MSG-RTN
010550         STOP    RUN
010560     END-IF.
010570     IF  SELF-DONE
010580         IF  FORCE-REQUESTED
010590             CONTINUE
010600         ELSE
010610             MOVE    243           TO  RETURN-CODE
010620             DISPLAY MSG-743F      UPON  CONS
010630             PERFORM ABEND-MSG-RTN
010640             STOP    RUN
010650         END-IF
010660     END-IF.
010670 JOB-CHECK-EXT.
010680     EXIT.
010690****************************************************************
010700*    (7.3)   JOB-CHECK-READ-RTN
010710****************************************************************
010720 JOB-CHECK-READ-RTN                SECTION.
010730     READ     UPT700L
010740         AT END
010750             MOVE  HIGH-VALUE            TO  JOBCHK-END-SW
010760         NOT AT END
010770             IF ( UPT700L-GYOMU-YMD      =   WK-GYOMU-YMD )  AND
010780                ( UPT700L-RC             =   ZERO )
010790                 IF  UPT700L-PGID        =   JOB-PRED-PGID
010800                     MOVE  "1"           TO  PRED-OK-SW
010810                 END-IF
010820                 IF  UPT700L-PGID        =   MSG-PGID
010830                     MOVE  "1"           TO  SELF-DONE-SW
010840                 END-IF
010850             END-IF
010860     END-READ.
010870 JOB-CHECK-READ-EXT.
010880     EXIT.
010890****************************************************************
010900*    (7.4)   RUN-LEDGER-RTN　（運用台帳出力）
010910****************************************************************
010920 RUN-LEDGER-RTN                    SECTION.
010930     ACCEPT  WK-DATE               FROM   DATE.
010940     ACCEPT  WK-TIME               FROM   TIME.
010950     MOVE    WK-Y                  TO     WK-YY.
010960     MOVE    WK-M                  TO     WK-MM.
010970     MOVE    WK-D                  TO     WK-DD.
010980     MOVE    20                    TO     WK-20.
010990     MOVE    WK-YYYYMMDD (1:8)     TO     LET-YMD.
011000     MOVE    WK-TIME               TO     LET-HMS.
011010     OPEN    EXTEND    UPT700L.
011020     IF  FILE-STATUS               =   ZERO
011030         INITIALIZE  UPT700L-REC
011040         MOVE    MSG-PGID          TO  UPT700L-PGID
011050         MOVE    WK-GYOMU-YMD      TO  UPT700L-GYOMU-YMD
011060         MOVE    LEDGER-START-TIME TO  UPT700L-START-TIME
011070         MOVE    LEDGER-END-TIME   TO  UPT700L-END-TIME
011080         MOVE    "0"               TO  UPT700L-RESTART-KBN
011090         MOVE    CNT-IN            TO  UPT700L-CNT-1
011100         MOVE    CNT-OUT           TO  UPT700L-CNT-2
011110         COMPUTE UPT700L-CNT-3  =  CNT-DUP  +  CNT-ZERO
011120         MOVE    RETURN-CODE       TO  UPT700L-RC
011130         WRITE   UPT700L-REC
011140         IF  FILE-STATUS           NOT =   ZERO
011150             DISPLAY MSG-731W      UPON  CONS
011160         END-IF
011170         CLOSE   UPT700L
011180     ELSE
011190         DISPLAY MSG-731W          UPON  CONS
011200     END-IF.
011210 RUN-LEDGER-EXT.
011220     EXIT.
011230****************************************************************
011240*    (8.0)   EIGYO-CHECK-RTN　（営業日チェック）
011250****************************************************************
011260 EIGYO-CHECK-RTN                   SECTION.
011270     MOVE     "0"                  TO  KYUGYO-SW.
011280     OPEN     INPUT    UPT730I.
011290     IF  FILE-STATUS               =   ZERO
011300         MOVE     WK-GYOMU-YMD     TO  UPT730-YMD
011310         READ     UPT730I
011320             INVALID KEY
011330                 CONTINUE
011340             NOT INVALID KEY
011350                 MOVE  "1"         TO  KYUGYO-SW
011360         END-READ
011370         CLOSE    UPT730I
011380     ELSE
011390         IF  FILE-STATUS           =   "35"
011400             CONTINUE
011410         ELSE
011420             MOVE    252           TO  RETURN-CODE
011430             MOVE    FILE-STATUS   TO  MSG-775F-ST
011440             DISPLAY MSG-775F  RETURN-CODE  UPON  CONS
011450             PERFORM ABEND-MSG-RTN
011460             STOP    RUN
011470         END-IF
011480     END-IF.
011490*-----------< 休業日：日付省略時はスキップ、指定時はエラー >---*
011500     IF  KYUGYO-BI
011510         IF  FORCE-REQUESTED
011520             CONTINUE
011530         ELSE
011540             IF  ARG-DATE-SUPPLIED
011550                 MOVE    WK-GYOMU-YMD  TO  MSG-773F-YMD
011560                 MOVE    251           TO  RETURN-CODE
011570                 DISPLAY MSG-773F      UPON  CONS
011580                 PERFORM ABEND-MSG-RTN
011590                 STOP    RUN
011600             ELSE
011610                 MOVE    WK-GYOMU-YMD  TO  MSG-771W-YMD
011620                 DISPLAY MSG-771W      UPON  CONS
011630                 MOVE    4             TO  RETURN-CODE
011640                 PERFORM END-MSG-RTN
011650                 STOP    RUN
011660             END-IF
011670         END-IF
011680     END-IF.
011690 EIGYO-CHECK-EXT.
011700     EXIT.
