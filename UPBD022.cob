000010****************************************************************
000020*    システム名    ： 新聞競馬新聞実績
000030*    プログラム名  ： 入金消込処理
000040*    プログラムＩＤ： UPBD022
000050*    作  成  者    ： T.HARUYAMA
000060*    作  成  日    ： 2004年09月14日
000061*    修  正  日    ： 2004年10月05日 営業日カレンダ対応
000062*    修  正  日    ： 2004年11月22日 売掛残高の処理年月チェック
000070****************************************************************
000080 IDENTIFICATION                    DIVISION.
000090 PROGRAM-ID.                       UPBD022.
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
000230*------------ファイル   （入金トランザクション）---------------*
000240     SELECT  UPT726I      ASSIGN     TO  UPT726I
000250             ACCESS  MODE       IS  SEQUENTIAL
000260             FILE    STATUS     FILE-STATUS.
000270*------------ファイル   （売掛明細）---------------------------*
000280     SELECT  UPT723O ASSIGN     TO  UPT723O
000290             ORGANIZATION       IS  INDEXED
000300             ACCESS  MODE       IS  DYNAMIC
000310             RECORD  KEY        IS  UPT723-KEY
000320             FILE    STATUS     IS  FILE-STATUS.
000330*------------ファイル   （売掛残高マスタ）---------------------*
000340     SELECT  UPT724I ASSIGN     TO  UPT724I
000350             ORGANIZATION       IS  INDEXED
000360             ACCESS  MODE       IS  RANDOM
000370             RECORD  KEY        IS  UPT724-TORIHIKI-CD9
000380             FILE    STATUS     IS  FILE-STATUS.
000390*------------ファイル   （売掛元帳）---------------------------*
000400     SELECT  UPT725O ASSIGN     TO  UPT725O
000410             ORGANIZATION       IS  INDEXED
000420             ACCESS  MODE       IS  RANDOM
000430             RECORD  KEY        IS  UPT725-KEY
000440             FILE    STATUS     IS  FILE-STATUS.
000450*------------ファイル   （取引先名称マスタ）-------------------*
000460     SELECT  UPT715I ASSIGN     TO  UPT715I
000470             ORGANIZATION       IS  INDEXED
000480             ACCESS  MODE       IS  RANDOM
000490             RECORD  KEY        IS  UPT715-TORIHIKI-CD9
000500             FILE    STATUS     IS  FILE-STATUS.
000510*------------ファイル   （入金エラーファイル）-----------------*
000520     SELECT  UPT726X      ASSIGN     TO  UPT726X
000530             ACCESS  MODE       IS  SEQUENTIAL
000540             FILE    STATUS     FILE-STATUS.
000550*------------ファイル   （入金消込リスト）---------------------*
000560     SELECT  UPT726R      ASSIGN     TO  UPT726R
000570             ACCESS  MODE       IS  SEQUENTIAL
000580             FILE    STATUS     FILE-STATUS.
000590*------------ファイル   （運用台帳）---------------------------*
000600     SELECT  UPT700L      ASSIGN     TO  UPT700L
000610             ACCESS  MODE       IS  SEQUENTIAL
000620             FILE    STATUS     FILE-STATUS.
000621*------------ファイル   （営業日カレンダマスタ）---------------*
000622     SELECT  UPT730I ASSIGN     TO  UPT730I
000623             ORGANIZATION       IS  INDEXED
000624             ACCESS  MODE       IS  RANDOM
000625             RECORD  KEY        IS  UPT730-YMD
000626             FILE    STATUS     IS  FILE-STATUS.
000630*
000640 DATA                              DIVISION.
000650 FILE                              SECTION.
000660*
000670****************************************************************
000680*            ファイル   （入金トランザクション）
000690****************************************************************
000700 FD  UPT726I         LABEL  RECORD STANDARD.
000710 01  UPT726I-REC.
000720     COPY   UPT726C.
000730*
000740****************************************************************
000750*            ファイル   （売掛明細）
000760****************************************************************
000770 FD  UPT723O         LABEL  RECORD STANDARD.
000780 01  UPT723O-REC.
000790     COPY   UPT723C.
000800*
000810****************************************************************
000820*            ファイル   （売掛残高マスタ）
000830****************************************************************
000840 FD  UPT724I         LABEL  RECORD STANDARD.
000850 01  UPT724I-REC.
000860     COPY   UPT724C.
000870*
000880****************************************************************
000890*            ファイル   （売掛元帳）
000900****************************************************************
000910 FD  UPT725O         LABEL  RECORD STANDARD.
000920 01  UPT725O-REC.
000930     COPY   UPT725C.
000940*
000950****************************************************************
000960*            ファイル   （取引先名称マスタ）
000970****************************************************************
000980 FD  UPT715I        LABEL  RECORD STANDARD.
000990 01  UPT715I-REC.
001000     COPY   UPT715C.
001010*
001020****************************************************************
001030*            ファイル   （入金エラーファイル）
001040****************************************************************
001050 FD  UPT726X        LABEL  RECORD STANDARD.
001060 01  UPT726X-REC             PIC X(80).
001070*
001080****************************************************************
001090*            ファイル   （入金消込リスト）
001100****************************************************************
001110 FD  UPT726R        LABEL  RECORD STANDARD.
001120 01  UPT726R-REC             PIC X(132).
001130*
001140****************************************************************
001150*            ファイル   （運用台帳）
001160****************************************************************
001170 FD  UPT700L         LABEL  RECORD STANDARD.
001180 01  UPT700L-REC.
001190     COPY   UPT700LC.
001200*
001201****************************************************************
001202*            ファイル   （営業日カレンダマスタ）
001203****************************************************************
001204 FD  UPT730I        LABEL  RECORD STANDARD.
001205 01  UPT730I-REC.
001206     COPY   UPT730C.
001207*
001210 WORKING-STORAGE                   SECTION.
001220*---------------< WORK-AREA定義 >-----------------------------*
001230 01  SW-AREA.
001240     03  END-SW                        PIC X(02) VALUE ZERO.
001250     03  MATCH-END-SW                  PIC X(02) VALUE ZERO.
001260     03  CHECK-SW                      PIC X(01) VALUE "0".
001270         88  CHECK-NG                  VALUE "1".
001280     03  T724-FOUND-SW                 PIC X(01) VALUE "0".
001290         88  T724-FOUND                VALUE "1".
001300     03  FORCE-SW                      PIC X(01) VALUE "0".
001310         88  FORCE-REQUESTED           VALUE "1".
001320     03  JOBCHK-END-SW                 PIC X(02) VALUE ZERO.
001330     03  PRED-OK-SW                    PIC X(01) VALUE "0".
001340         88  PRED-OK                   VALUE "1".
001350     03  SELF-DONE-SW                  PIC X(01) VALUE "0".
001360         88  SELF-DONE                 VALUE "1".
001370 01  WK-DATE.
001380     03  WK-Y                          PIC  9(2).
001390     03  WK-M                          PIC  9(2).
001400     03  WK-D                          PIC  9(2).
001410 01  WK-YYYYMMDD.
001420     03  WK-YYYY.
001430       05  WK-20                       PIC  9(2).
001440       05  WK-YY                       PIC  9(2).
001450     03  WK-MM                         PIC  9(2).
001460     03  WK-DD                         PIC  9(2).
001470     03  WK-TIME.
001480       05  WK-TIM                      PIC  9(2).
001490       05  WK-MIN                      PIC  9(2).
001500       05  WK-SEC                      PIC  9(2).
001510*---------------< ステータスの定義 >--------------------------*
001520 01  STATUS-AREA.
001530     03  FILE-STATUS                   PIC X(02) VALUE ZERO.
001540*---------------< カウントの定義 >----------------------------*
001550 01  CNT-AREA.
001560     03  CNT-IN                        PIC 9(09) VALUE ZERO.
001570     03  CNT-OK                        PIC 9(09) VALUE ZERO.
001580     03  CNT-REJ                       PIC 9(09) VALUE ZERO.
001590     03  CNT-KANSAI                    PIC 9(09) VALUE ZERO.
001600*---------------< 消込金額の定義 >----------------------------*
001610 01  KIN-AREA.
001620     03  WK-NOKORI-KIN                 PIC 9(11) VALUE ZERO.
001630     03  WK-KESI-KIN                   PIC 9(11) VALUE ZERO.
001640     03  WK-ITEM-KESI                  PIC 9(11) VALUE ZERO.
001650     03  KEI-NYUKIN-KIN                PIC 9(11) VALUE ZERO.
001660     03  KEI-KESI-KIN                  PIC 9(11) VALUE ZERO.
001670     03  KEI-KARIUKE-KIN               PIC 9(11) VALUE ZERO.
001680*---------------< 排除理由の定義 >----------------------------*
001690 01  RIYU-AREA.
001700     03  REJECT-RIYU                   PIC X(08) VALUE SPACE.
001710*---------------< 売掛元帳連番の定義 >------------------------*
001720 01  T725-AREA.
001730     03  T725-RENBAN                   PIC 9(05) VALUE ZERO.
001740*---------------< 起動パラメタの定義 >------------------------*
001750 01  ARG-AREA.
001760     03  ARG-CNT                       PIC 9(02) VALUE ZERO.
001770*---------------< 起動パラメタ（詳細）の定義 >----------------*
001780 01  ARG-DETAIL-AREA.
001790     03  ARG-IDX                       PIC 9(02) VALUE ZERO.
001800     03  ARG-VALUE                     PIC X(20) VALUE SPACES.
001810     03  ARG-DATE-SW                   PIC X(01) VALUE "0".
001820         88  ARG-DATE-SUPPLIED         VALUE "1".
001821     03  KYUGYO-SW                     PIC X(01) VALUE "0".
001822         88  KYUGYO-BI                 VALUE "1".
001830     03  ARG-YYYYMMDD.
001840         05  ARG-YYYY                  PIC 9(04).
001850         05  ARG-MM                    PIC 9(02).
001860         05  ARG-DD                    PIC 9(02).
001870*---------------< 業務日付の定義 >----------------------------*
001880 01  GYOMU-AREA.
001890     03  WK-GYOMU-YMD                  PIC 9(08) VALUE ZERO.
001900*---------------< ジョブ順序チェックの定義 >------------------*
001910 01  JOBCHK-AREA.
001920     03  JOB-PRED-PGID                 PIC X(08) VALUE "UPBD021".
001930*---------------< 運用台帳の定義 >----------------------------*
001940 01  LEDGER-AREA.
001950     03  LEDGER-START-TIME.
001960       05  LST-YMD                     PIC 9(08).
001970       05  LST-HMS                     PIC 9(06).
001980     03  LEDGER-END-TIME.
001990       05  LET-YMD                     PIC 9(08).
002000       05  LET-HMS                     PIC 9(06).
002010*---------------< 運用台帳メッセージの定義 >------------------*
002020 01  MSG-731W.
002030     03  FILLER                        PIC  X(41) VALUE
002040     "++ UPBD022  731W LEDGER  WRITE SKIPPED   ".
002050*---------------< 名称編集の定義 >----------------------------*
002060 01  NAME-AREA.
002070     03  WK-NAME-CD9                   PIC 9(06) VALUE ZERO.
002080     03  WK-TOR-NAME                   PIC X(24) VALUE SPACE.
002090     03  MITOROKU-NAME                 PIC X(24) VALUE
002100     "＊＊未登録＊＊".
002110*---------------< 入金消込リスト制御の定義 >------------------*
002120 01  PRT-CTL-AREA.
002130     03  LINE-CNT                      PIC 9(03) VALUE 99.
002140     03  PAGE-CNT                      PIC 9(05) VALUE ZERO.
002150     03  MAX-LINE                      PIC 9(03) VALUE 60.
002160 01  PRT-LINE                          PIC X(132).
002170*---------------< 入金消込リスト見出しの定義 >----------------*
002180 01  PRT-MIDASI1.
002190     03  FILLER                        PIC X(09) VALUE
002200     "UPBD022  ".
002210     03  FILLER                        PIC X(35) VALUE
002220     "NYUKIN KESIKOMI LIST               ".
002230     03  FILLER                        PIC X(05) VALUE
002240     "DATE:".
002250     03  PRT-M1-YYYY                   PIC 9(04).
002260     03  FILLER                        PIC X(01) VALUE "/".
002270     03  PRT-M1-MM                     PIC 9(02).
002280     03  FILLER                        PIC X(01) VALUE "/".
002290     03  PRT-M1-DD                     PIC 9(02).
002300     03  FILLER                        PIC X(07) VALUE
002310     "  PAGE:".
002320     03  PRT-M1-PAGE                   PIC ZZZZ9.
002330 01  PRT-MIDASI2.
002340     03  FILLER                        PIC X(08) VALUE
002350     "TORIHIKI".
002360     03  FILLER                        PIC X(25) VALUE
002370     "  TORIHIKI-NAME          ".
002380     03  FILLER                        PIC X(10) VALUE
002390     "NYUKIN-DT ".
002400     03  FILLER                        PIC X(04) VALUE
002410     "KBN ".
002420     03  FILLER                        PIC X(12) VALUE
002430     "  NYUKIN-KIN".
002440     03  FILLER                        PIC X(12) VALUE
002450     "    KESI-KIN".
002460     03  FILLER                        PIC X(12) VALUE
002470     " KARIUKE-ADD".
002480     03  FILLER                        PIC X(12) VALUE
002490     "     ZAN-KIN".
002500     03  FILLER                        PIC X(07) VALUE
002510     "  KEKKA".
002520*---------------< 入金消込リスト明細の定義 >------------------*
002530 01  PRT-MEISAI.
002540     03  PRT-TORIHIKI                  PIC X(06).
002550     03  FILLER                        PIC X(02) VALUE SPACE.
002560     03  PRT-NAME                      PIC X(24).
002570     03  FILLER                        PIC X(01) VALUE SPACE.
002580     03  PRT-NYUKIN-YMD                PIC X(08).
002590     03  FILLER                        PIC X(03) VALUE SPACE.
002600     03  PRT-KBN                       PIC X(01).
002610     03  FILLER                        PIC X(02) VALUE SPACE.
002620     03  PRT-NYUKIN                    PIC ZZZZZZZZZZ9.
002630     03  FILLER                        PIC X(01) VALUE SPACE.
002640     03  PRT-KESI                      PIC ZZZZZZZZZZ9.
002650     03  FILLER                        PIC X(01) VALUE SPACE.
002660     03  PRT-KARIUKE                   PIC ZZZZZZZZZZ9.
002670     03  FILLER                        PIC X(01) VALUE SPACE.
002680     03  PRT-ZAN                       PIC ZZZZZZZZZZ9.
002690     03  FILLER                        PIC X(02) VALUE SPACE.
002700     03  PRT-KEKKA.
002710       05  PRT-KEKKA-KBN               PIC X(09).
002720       05  PRT-KEKKA-RIYU              PIC X(08).
002730*---------------< 入金消込リスト合計行の定義 >----------------*
002740 01  PRT-GOKEI.
002750     03  FILLER                        PIC X(47) VALUE
002760     "  ** NYUKIN  TOTAL **".
002770     03  PRT-G-NYUKIN                  PIC ZZZZZZZZZZ9.
002780     03  FILLER                        PIC X(01) VALUE SPACE.
002790     03  PRT-G-KESI                    PIC ZZZZZZZZZZ9.
002800     03  FILLER                        PIC X(01) VALUE SPACE.
002810     03  PRT-G-KARIUKE                 PIC ZZZZZZZZZZ9.
002820*
002830*---------------< メッセージ１の定義 >------------------------*
002840 01  MSG-PGID                          PIC X(08) VALUE
002850     "UPBD022".
002860 01  MESSAGE-AREA1.
002870     03  MESSAGE-START.
002880       05  FILLER                      PIC X(12) VALUE
002890     "++ UPBD022 ".
002900       05  MESSAGE-START-YMD.
002910         07  MESSAGE-START-YYYY        PIC 9(04).
002920         07  FILLER                    PIC X(01) VALUE "/".
002930         07  MESSAGE-START-MM          PIC 9(02).
002940         07  FILLER                    PIC X(01) VALUE "/".
002950         07  MESSAGE-START-DD          PIC 9(02).
002960         07  FILLER                    PIC X(01) VALUE " ".
002970         07  MESSAGE-START-TIM         PIC 9(02).
002980         07  FILLER                    PIC X(01) VALUE ":".
002990         07  MESSAGE-START-MIN         PIC 9(02).
003000         07  FILLER                    PIC X(01) VALUE ":".
003010         07  MESSAGE-START-SEC         PIC 9(02).
003020         07  FILLER                    PIC X(01) VALUE " ".
003030       05  FILLER                      PIC X(08) VALUE
003040     "*START* ".
003050     03  MESSAGE-END.
003060       05  FILLER                      PIC X(12) VALUE
003070     "++ UPBD022 ".
003080       05  MESSAGE-END-YMD.
003090         07  MESSAGE-END-YYYY          PIC 9(04).
003100         07  FILLER                    PIC X(01) VALUE "/".
003110         07  MESSAGE-END-MM            PIC 9(02).
003120         07  FILLER                    PIC X(01) VALUE "/".
003130         07  MESSAGE-END-DD            PIC 9(02).
003140         07  FILLER                    PIC X(01) VALUE " ".
003150         07  MESSAGE-END-TIM           PIC 9(02).
003160         07  FILLER                    PIC X(01) VALUE ":".
003170         07  MESSAGE-END-MIN           PIC 9(02).
003180         07  FILLER                    PIC X(01) VALUE ":".
003190         07  MESSAGE-END-SEC           PIC 9(02).
003200         07  FILLER                    PIC X(01) VALUE " ".
003210       05  FILLER                      PIC X(13) VALUE
003220     "*NORMAL END* ".
003230     03  MESSAGE-ABEND.
003240       05  FILLER                      PIC X(12) VALUE
003250     "++ UPBD022 ".
003260       05  MESSAGE-ABEND-YMD.
003270         07  MESSAGE-ABEND-YYYY        PIC 9(04).
003280         07  FILLER                    PIC X(01) VALUE "/".
003290         07  MESSAGE-ABEND-MM          PIC 9(02).
003300         07  FILLER                    PIC X(01) VALUE "/".
003310         07  MESSAGE-ABEND-DD          PIC 9(02).
003320         07  FILLER                    PIC X(01) VALUE " ".
003330         07  MESSAGE-ABEND-TIM         PIC 9(02).
003340         07  FILLER                    PIC X(01) VALUE ":".
003350         07  MESSAGE-ABEND-MIN         PIC 9(02).
003360         07  FILLER                    PIC X(01) VALUE ":".
003370         07  MESSAGE-ABEND-SEC         PIC 9(02).
003380         07  FILLER                    PIC X(01) VALUE " ".
003390       05  FILLER                      PIC X(15) VALUE
003400     "*ABNORMAL END* ".
003410     03  MESSAGE-0.
003420       05  MSG0-PGID                   PIC X(08).
003430       05  MSG0-NAME                   PIC X(41).
003440*
003450*---< メッセージ２の定義 >---*
003460 01  MESSAGE-AREA2.
003470     03  MSG-501I.
003480       05  FILLER                      PIC  X(41) VALUE
003490     "++ UPBD022  501I UPT726       IN COUNT = ".
003500     03  MSG-503I.
003510       05  FILLER                      PIC  X(41) VALUE
003520     "++ UPBD022  503I NYUKIN   POSTED COUNT = ".
003530     03  MSG-505I.
003540       05  FILLER                      PIC  X(41) VALUE
003550     "++ UPBD022  505I UPT726X  REJECT COUNT = ".
003560     03  MSG-507I.
003570       05  FILLER                      PIC  X(41) VALUE
003580     "++ UPBD022  507I UPT723 KANSAI    COUNT= ".
003590     03  MSG-501F.
003600       05  FILLER                      PIC  X(41) VALUE
003610     "++ UPBD022  501F UPT726  OPEN  ERROR ST= ".
003620       05  MSG-501F-ST                 PIC  9(03).
003630     03  MSG-503F.
003640       05  FILLER                      PIC  X(41) VALUE
003650     "++ UPBD022  503F UPT726  READ  ERROR ST= ".
003660       05  MSG-503F-ST                 PIC  9(03).
003670     03  MSG-515F.
003680       05  FILLER                      PIC  X(41) VALUE
003690     "++ UPBD022  515F UPT715  OPEN  ERROR ST= ".
003700       05  MSG-515F-ST                 PIC  9(03).
003710     03  MSG-701F.
003720       05  FILLER                      PIC  X(41) VALUE
003730     "++ UPBD022  701F UPT723  OPEN  ERROR ST= ".
003740       05  MSG-701F-ST                 PIC  9(03).
003750     03  MSG-703F.
003760       05  FILLER                      PIC  X(41) VALUE
003770     "++ UPBD022  703F UPT723  I-O   ERROR ST= ".
003780       05  MSG-703F-ST                 PIC  9(03).
003790     03  MSG-705F.
003800       05  FILLER                      PIC  X(41) VALUE
003810     "++ UPBD022  705F LIST    OPEN  ERROR ST= ".
003820       05  MSG-705F-ST                 PIC  9(03).
003830     03  MSG-707F.
003840       05  FILLER                      PIC  X(41) VALUE
003850     "++ UPBD022  707F LIST    WRITE ERROR ST= ".
003860       05  MSG-707F-ST                 PIC  9(03).
003870     03  MSG-709F.
003880       05  FILLER                      PIC  X(41) VALUE
003890     "++ UPBD022  709F UPT724  OPEN  ERROR ST= ".
003900       05  MSG-709F-ST                 PIC  9(03).
003910     03  MSG-711F.
003920       05  FILLER                      PIC  X(41) VALUE
003930     "++ UPBD022  711F UPT724  WRITE ERROR ST= ".
003940       05  MSG-711F-ST                 PIC  9(03).
003950     03  MSG-713F.
003960       05  FILLER                      PIC  X(41) VALUE
003970     "++ UPBD022  713F UPT725  OPEN  ERROR ST= ".
003980       05  MSG-713F-ST                 PIC  9(03).
003990     03  MSG-715F.
004000       05  FILLER                      PIC  X(41) VALUE
004010     "++ UPBD022  715F UPT725  WRITE ERROR ST= ".
004020       05  MSG-715F-ST                 PIC  9(03).
004030     03  MSG-717F.
004040       05  FILLER                      PIC  X(41) VALUE
004050     "++ UPBD022  717F UPT726X OPEN  ERROR ST= ".
004060       05  MSG-717F-ST                 PIC  9(03).
004070     03  MSG-719F.
004080       05  FILLER                      PIC  X(41) VALUE
004090     "++ UPBD022  719F UPT726X WRITE ERROR ST= ".
004100       05  MSG-719F-ST                 PIC  9(03).
004110     03  MSG-721F.
004120       05  FILLER                      PIC  X(41) VALUE
004130     "++ UPBD022  721F DATE=  ARGUMENT INVALID ".
004140     03  MSG-741F.
004150       05  FILLER                      PIC  X(41) VALUE
004160     "++ UPBD022  741F PRED RC0 NOT FOUND PGM= ".
004170       05  MSG-741F-PG                 PIC  X(08).
004180     03  MSG-743F.
004190       05  FILLER                      PIC  X(41) VALUE
004200     "++ UPBD022  743F ALREADY RUN / USE FORCE ".
004210     03  MSG-745F.
004220       05  FILLER                      PIC  X(41) VALUE
004230     "++ UPBD022  745F UPT700L OPEN  ERROR ST= ".
004240       05  MSG-745F-ST                 PIC  9(03).
004241     03  MSG-771W.
004242       05  FILLER                      PIC  X(41) VALUE
004243     "++ UPBD022  771W NON-BUSINESS DAY SKIP Y=".
004244       05  MSG-771W-YMD                PIC  9(08).
004245     03  MSG-773F.
004246       05  FILLER                      PIC  X(41) VALUE
004247     "++ UPBD022  773F NON-BUSINESS DAY   YMD= ".
004248       05  MSG-773F-YMD                PIC  9(08).
004249     03  MSG-775F.
00424A       05  FILLER                      PIC  X(41) VALUE
00424B     "++ UPBD022  775F UPT730  OPEN  ERROR ST= ".
00424C       05  MSG-775F-ST                 PIC  9(03).
00424D     03  MSG-761F.
00424E       05  FILLER                      PIC  X(41) VALUE
00424F     "++ UPBD022  761F KURIKOSI NOT RUN    YM= ".
00424G       05  MSG-761F-YM                 PIC  9(06).
00424H     03  MSG-763F.
00424I       05  FILLER                      PIC  X(41) VALUE
00424J     "++ UPBD022  763F SYORI-YM AHEAD      YM= ".
00424K       05  MSG-763F-YM                 PIC  9(06).
004250*
004260 PROCEDURE                         DIVISION.
004270****************************************************************
004280*    (0.0)   メイン              処理                          *
004290****************************************************************
004300 MAIN-RTN                          SECTION.
004310*
004320     PERFORM      INIT-RTN.
004330*
004340     PERFORM      PROC-RTN
004350         UNTIL    END-SW           =   HIGH-VALUE.
004360*
004370     PERFORM      END-RTN.
004380*
004390     STOP         RUN.
004400*
004410 MAIN-EXT.
004420     EXIT.
004430****************************************************************
004440*    (1.0)   イニシャル          処理                          *
004450****************************************************************
004460 INIT-RTN                          SECTION.
004470     PERFORM      START-MSG-RTN.
004480*
004490     MOVE    99                    TO  RETURN-CODE.
004500*
004510     PERFORM      ARG-RTN.
004520*-----------< 業務日付設定・ジョブ順序チェック >---------------*
004530     IF  ARG-DATE-SUPPLIED
004540         MOVE    ARG-YYYYMMDD      TO  WK-GYOMU-YMD
004550     ELSE
004560         MOVE    WK-YYYYMMDD (1:8) TO  WK-GYOMU-YMD
004570     END-IF.
004571     PERFORM      EIGYO-CHECK-RTN.
004580     PERFORM      JOB-CHECK-RTN.
004590*-----------< ファイル  （入金トランザクション）ＯＰＥＮ  >----*
004600     OPEN INPUT UPT726I.
004610     IF  FILE-STATUS               =   ZERO
004620         CONTINUE
004630     ELSE
004640         MOVE    101               TO  RETURN-CODE
004650         MOVE    FILE-STATUS       TO  MSG-501F-ST
004660         DISPLAY MSG-501F RETURN-CODE UPON CONS
004670         PERFORM ABEND-MSG-RTN
004680         STOP    RUN
004690     END-IF.
004700*-----------< ファイル  （名称マスタ）ＯＰＥＮ  >--------------*
004710     OPEN INPUT UPT715I.
004720     IF  FILE-STATUS               =   ZERO
004730         CONTINUE
004740     ELSE
004750         MOVE    115               TO  RETURN-CODE
004760         MOVE    FILE-STATUS       TO  MSG-515F-ST
004770         DISPLAY MSG-515F RETURN-CODE UPON CONS
004780         PERFORM ABEND-MSG-RTN
004790         STOP    RUN
004800     END-IF.
004810*-----------< ファイル  （売掛明細・残高・元帳）ＯＰＥＮ  >----*
004820     PERFORM      KAKE-OPEN-RTN.
004830*-----------< ファイル  （入金エラー）ＯＰＥＮ  >--------------*
004840     OPEN OUTPUT UPT726X.
004850     IF  FILE-STATUS               =   ZERO
004860         CONTINUE
004870     ELSE
004880         MOVE    209               TO  RETURN-CODE
004890         MOVE    FILE-STATUS       TO  MSG-717F-ST
004900         DISPLAY MSG-717F RETURN-CODE UPON CONS
004910         PERFORM ABEND-MSG-RTN
004920         STOP    RUN
004930     END-IF.
004940*-----------< ファイル  （入金消込リスト）ＯＰＥＮ  >----------*
004950     OPEN OUTPUT UPT726R.
004960     IF  FILE-STATUS               =   ZERO
004970         CONTINUE
004980     ELSE
004990         MOVE    203               TO  RETURN-CODE
005000         MOVE    FILE-STATUS       TO  MSG-705F-ST
005010         DISPLAY MSG-705F RETURN-CODE UPON CONS
005020         PERFORM ABEND-MSG-RTN
005030         STOP    RUN
005040     END-IF.
005050*-----------< 初期ロード >-------------------------------------*
005060     PERFORM      READ-RTN.
005070 INIT-EXT.
005080     EXIT.
005090****************************************************************
005100*    (1.1)   KAKE-OPEN-RTN　（売掛明細・残高・元帳ＯＰＥＮ）
005110****************************************************************
005120 KAKE-OPEN-RTN                     SECTION.
005130     OPEN     I-O      UPT723O.
005140     IF  FILE-STATUS               =   "35"
005150         OPEN    OUTPUT    UPT723O
005160         IF  FILE-STATUS           =   ZERO
005170             CLOSE   UPT723O
005180             OPEN    I-O       UPT723O
005190         END-IF
005200     END-IF.
005210     IF  FILE-STATUS               =   ZERO
005220         CONTINUE
005230     ELSE
005240         MOVE    201               TO  RETURN-CODE
005250         MOVE    FILE-STATUS       TO  MSG-701F-ST
005260         DISPLAY MSG-701F  RETURN-CODE  UPON  CONS
005270         PERFORM ABEND-MSG-RTN
005280         STOP    RUN
005290     END-IF.
005300     OPEN     I-O      UPT724I.
005310     IF  FILE-STATUS               =   "35"
005320         OPEN    OUTPUT    UPT724I
005330         IF  FILE-STATUS           =   ZERO
005340             CLOSE   UPT724I
005350             OPEN    I-O       UPT724I
005360         END-IF
005370     END-IF.
005380     IF  FILE-STATUS               =   ZERO
005390         CONTINUE
005400     ELSE
005410         MOVE    205               TO  RETURN-CODE
005420         MOVE    FILE-STATUS       TO  MSG-709F-ST
005430         DISPLAY MSG-709F  RETURN-CODE  UPON  CONS
005440         PERFORM ABEND-MSG-RTN
005450         STOP    RUN
005460     END-IF.
005470     OPEN     I-O      UPT725O.
005480     IF  FILE-STATUS               =   "35"
005490         OPEN    OUTPUT    UPT725O
005500         IF  FILE-STATUS           =   ZERO
005510             CLOSE   UPT725O
005520             OPEN    I-O       UPT725O
005530         END-IF
005540     END-IF.
005550     IF  FILE-STATUS               =   ZERO
005560         CONTINUE
005570     ELSE
005580         MOVE    207               TO  RETURN-CODE
005590         MOVE    FILE-STATUS       TO  MSG-713F-ST
005600         DISPLAY MSG-713F  RETURN-CODE  UPON  CONS
005610         PERFORM ABEND-MSG-RTN
005620         STOP    RUN
005630     END-IF.
005640 KAKE-OPEN-EXT.
005650     EXIT.
005660****************************************************************
005670*    (1.2)   READ-RTN
005680****************************************************************
005690 READ-RTN                          SECTION.
005700     READ      UPT726I
005710         AT    END
005720         MOVE  HIGH-VALUE                TO  END-SW
005730*
005740         NOT AT END
005750         IF    FILE-STATUS               =   ZERO
005760               ADD   +1                  TO  CNT-IN
005770         ELSE
005780               MOVE  103                 TO  RETURN-CODE
005790               MOVE FILE-STATUS          TO  MSG-503F-ST
005800               DISPLAY MSG-503F RETURN-CODE  UPON  CONS
005810               PERFORM ABEND-MSG-RTN
005820               STOP RUN
005830         END-IF.
005840 READ-EXT.
005850     EXIT.
005860****************************************************************
005870*    (2.0)   PROC-RTN　（入金　１件消込）                      *
005880****************************************************************
005890 PROC-RTN                          SECTION.
005900*
005910     MOVE     SPACE                TO  PRT-MEISAI.
005920     MOVE     ZERO                 TO  WK-KESI-KIN.
005930     MOVE     ZERO                 TO  WK-NOKORI-KIN.
005940     PERFORM  CHECK-RTN.
005950     IF  CHECK-NG
005960         PERFORM  REJECT-RTN
005970     ELSE
005980         PERFORM  T724-READ-RTN
005990         PERFORM  MATCH-RTN
006000         PERFORM  T724-UPDATE-RTN
006010         PERFORM  T725-WRITE-RTN
006020         ADD      1                TO  CNT-OK
006030         ADD      UPT726-NYUKIN-KIN    TO  KEI-NYUKIN-KIN
006040         ADD      WK-KESI-KIN      TO  KEI-KESI-KIN
006050         ADD      WK-NOKORI-KIN    TO  KEI-KARIUKE-KIN
006060         IF  WK-NOKORI-KIN         =   ZERO
006070             MOVE  "KESIKOMI"      TO  PRT-KEKKA-KBN
006080         ELSE
006090             MOVE  "KARIUKE"       TO  PRT-KEKKA-KBN
006100         END-IF
006110         PERFORM  MEISAI-RTN
006120     END-IF.
006130*-----------< READ処理 >---------------------------------------*
006140     PERFORM  READ-RTN.
006150*
006160 PROC-EXT.
006170     EXIT.
006180****************************************************************
006190*    (2.1)   CHECK-RTN　（入金トランザクション項目チェック）
006200****************************************************************
006210 CHECK-RTN                         SECTION.
006220     MOVE    "0"                   TO  CHECK-SW.
006230     MOVE    SPACE                 TO  REJECT-RIYU.
006240     EVALUATE TRUE
006250         WHEN  UPT726-TORIHIKI-CD9     NOT NUMERIC
006260             MOVE  "TOR NG"        TO  REJECT-RIYU
006270         WHEN  UPT726-TORIHIKI-CD9 =   ZERO
006280             MOVE  "TOR NG"        TO  REJECT-RIYU
006290         WHEN  UPT726-NYUKIN-YMD       NOT NUMERIC
006300             MOVE  "YMD NG"        TO  REJECT-RIYU
006310         WHEN  UPT726-NYUKIN-MM  <  01  OR
006320               UPT726-NYUKIN-MM  >  12  OR
006330               UPT726-NYUKIN-DD  <  01  OR
006340               UPT726-NYUKIN-DD  >  31
006350             MOVE  "YMD NG"        TO  REJECT-RIYU
006360         WHEN  UPT726-NYUKIN-YMD   >   WK-GYOMU-YMD
006370             MOVE  "YMD NG"        TO  REJECT-RIYU
006380         WHEN  UPT726-NYUKIN-KIN       NOT NUMERIC
006390             MOVE  "KIN NG"        TO  REJECT-RIYU
006400         WHEN  UPT726-NYUKIN-KIN   =   ZERO
006410             MOVE  "KIN NG"        TO  REJECT-RIYU
006420         WHEN  NOT UPT726-FURIKOMI  AND
006430               NOT UPT726-GENKIN    AND
006440               NOT UPT726-TEGATA
006450             MOVE  "KBN NG"        TO  REJECT-RIYU
006460         WHEN  OTHER
006470             CONTINUE
006480     END-EVALUATE.
006490*-----------< 取引先名称マスタ登録チェック >-------------------*
006500     IF  REJECT-RIYU               =   SPACE
006510         MOVE    UPT726-TORIHIKI-CD9  TO  UPT715-TORIHIKI-CD9
006520         READ    UPT715I
006530             INVALID KEY
006540                 MOVE  "TOR NF"    TO  REJECT-RIYU
006550             NOT INVALID KEY
006560                 CONTINUE
006570         END-READ
006580     END-IF.
006590     IF  REJECT-RIYU               NOT =   SPACE
006600         MOVE    "1"               TO  CHECK-SW
006610     END-IF.
006620 CHECK-EXT.
006630     EXIT.
006640****************************************************************
006650*    (2.2)   REJECT-RTN　（入金エラー出力）
006660****************************************************************
006670 REJECT-RTN                        SECTION.
006680     MOVE     UPT726I-REC          TO  UPT726X-REC.
006690     WRITE    UPT726X-REC.
006700     IF  FILE-STATUS               =   ZERO
006710         ADD  1                    TO  CNT-REJ
006720     ELSE
006730         MOVE    210               TO  RETURN-CODE
006740         MOVE    FILE-STATUS       TO  MSG-719F-ST
006750         DISPLAY MSG-719F  RETURN-CODE  UPON  CONS
006760         PERFORM ABEND-MSG-RTN
006770         STOP    RUN
006780     END-IF.
006790     MOVE     "REJECT"             TO  PRT-KEKKA-KBN.
006800     MOVE     REJECT-RIYU          TO  PRT-KEKKA-RIYU.
006810     MOVE     UPT726-TORIHIKI-CD9  TO  PRT-TORIHIKI.
006820     MOVE     UPT726-NYUKIN-YMD    TO  PRT-NYUKIN-YMD.
006830     MOVE     UPT726-NYUKIN-KBN    TO  PRT-KBN.
006840     IF  UPT726-NYUKIN-KIN         NUMERIC
006850         MOVE  UPT726-NYUKIN-KIN   TO  PRT-NYUKIN
006860     ELSE
006870         MOVE  ZERO                TO  PRT-NYUKIN
006880     END-IF.
006890     MOVE     ZERO                 TO  PRT-KESI.
006900     MOVE     ZERO                 TO  PRT-KARIUKE.
006910     MOVE     ZERO                 TO  PRT-ZAN.
006920     MOVE     PRT-MEISAI           TO  PRT-LINE.
006930     PERFORM  LIST-WRITE-RTN.
006940 REJECT-EXT.
006950     EXIT.
006960****************************************************************
006970*    (2.3)   T724-READ-RTN　（売掛残高マスタ検索）
006980****************************************************************
006990 T724-READ-RTN                     SECTION.
007000     MOVE     "0"                  TO  T724-FOUND-SW.
007010     MOVE     UPT726-TORIHIKI-CD9  TO  UPT724-TORIHIKI-CD9.
007020     READ     UPT724I
007030         INVALID KEY
007040             INITIALIZE  UPT724I-REC
007050             MOVE  UPT726-TORIHIKI-CD9 TO  UPT724-TORIHIKI-CD9
007060             MOVE  WK-GYOMU-YMD (1:6)  TO  UPT724-SYORI-YM
007070         NOT INVALID KEY
007080             MOVE  "1"             TO  T724-FOUND-SW
007081             PERFORM  T724-YM-CHECK-RTN
007090     END-READ.
007100 T724-READ-EXT.
007110     EXIT.
007111****************************************************************
007112*    (2.3.1) T724-YM-CHECK-RTN　（売掛残高処理年月チェック）
007113****************************************************************
007114 T724-YM-CHECK-RTN                 SECTION.
007115*-----------< 前月分の月次繰越（ＵＰＢＤ０２３）未実行 >-------*
007116     IF  UPT724-SYORI-YM           <   WK-GYOMU-YMD (1:6)
007117         MOVE    UPT724-SYORI-YM   TO  MSG-761F-YM
007118         MOVE    261               TO  RETURN-CODE
007119         DISPLAY MSG-761F  RETURN-CODE  UPON  CONS
00711A         PERFORM ABEND-MSG-RTN
00711B         STOP    RUN
00711C     END-IF.
00711D*-----------< 業務日付より後の月に繰越済み >-------------------*
00711E     IF  UPT724-SYORI-YM           >   WK-GYOMU-YMD (1:6)
00711F         MOVE    UPT724-SYORI-YM   TO  MSG-763F-YM
00711G         MOVE    263               TO  RETURN-CODE
00711H         DISPLAY MSG-763F  RETURN-CODE  UPON  CONS
00711I         PERFORM ABEND-MSG-RTN
00711J         STOP    RUN
00711K     END-IF.
00711L T724-YM-CHECK-EXT.
00711M     EXIT.
007120****************************************************************
007130*    (2.4)   MATCH-RTN　（売掛明細消込　古い順）
007140****************************************************************
007150 MATCH-RTN                         SECTION.
007160     MOVE     UPT726-NYUKIN-KIN    TO  WK-NOKORI-KIN.
007170     MOVE     UPT726-TORIHIKI-CD9  TO  UPT723-TORIHIKI-CD9.
007180     MOVE     ZERO                 TO  UPT723-SEIKYU-YMD.
007190     MOVE     SPACE                TO  UPT723-SEIKYU-KBN.
007200     MOVE     ZERO                 TO  MATCH-END-SW.
007210     START    UPT723O
007220         KEY  IS  NOT  LESS  THAN  UPT723-KEY
007230         INVALID KEY
007240             MOVE  HIGH-VALUE      TO  MATCH-END-SW
007250     END-START.
007260     PERFORM  MATCH-SCAN-RTN
007270         UNTIL  ( MATCH-END-SW  =  HIGH-VALUE )
007280             OR ( WK-NOKORI-KIN  =  ZERO ).
007290 MATCH-EXT.
007300     EXIT.
007310****************************************************************
007320*    (2.5)   MATCH-SCAN-RTN　（売掛明細　１件消込）
007330****************************************************************
007340 MATCH-SCAN-RTN                    SECTION.
007350     READ     UPT723O   NEXT
007360         AT END
007370             MOVE  HIGH-VALUE            TO  MATCH-END-SW
007380         NOT AT END
007390             IF    FILE-STATUS           NOT =   ZERO
007400                 MOVE  202               TO  RETURN-CODE
007410                 MOVE  FILE-STATUS       TO  MSG-703F-ST
007420                 DISPLAY MSG-703F RETURN-CODE  UPON  CONS
007430                 PERFORM ABEND-MSG-RTN
007440                 STOP RUN
007450             END-IF
007460             EVALUATE TRUE
007470                 WHEN  UPT723-TORIHIKI-CD9
007480                       NOT =  UPT726-TORIHIKI-CD9
007490                     MOVE  HIGH-VALUE      TO  MATCH-END-SW
007500                 WHEN  UPT723-ZAN-KIN      =   ZERO
007510                     CONTINUE
007520                 WHEN  OTHER
007530                     PERFORM  KESI-RTN
007540             END-EVALUATE
007550     END-READ.
007560 MATCH-SCAN-EXT.
007570     EXIT.
007580****************************************************************
007590*    (2.6)   KESI-RTN　（売掛明細　消込額反映）
007600****************************************************************
007610 KESI-RTN                          SECTION.
007620     IF  UPT723-ZAN-KIN            >   WK-NOKORI-KIN
007630         MOVE  WK-NOKORI-KIN       TO  WK-ITEM-KESI
007640     ELSE
007650         MOVE  UPT723-ZAN-KIN      TO  WK-ITEM-KESI
007660     END-IF.
007670     ADD      WK-ITEM-KESI         TO  UPT723-NYUKIN-KIN.
007680     SUBTRACT WK-ITEM-KESI         FROM  UPT723-ZAN-KIN.
007690     IF  UPT723-ZAN-KIN            =   ZERO
007700         MOVE  UPT726-NYUKIN-YMD   TO  UPT723-KANSAI-YMD
007710         ADD   1                   TO  CNT-KANSAI
007720     END-IF.
007730     REWRITE  UPT723O-REC.
007740     IF  FILE-STATUS               =   ZERO
007750         CONTINUE
007760     ELSE
007770         MOVE    202               TO  RETURN-CODE
007780         MOVE    FILE-STATUS       TO  MSG-703F-ST
007790         DISPLAY MSG-703F  RETURN-CODE  UPON  CONS
007800         PERFORM ABEND-MSG-RTN
007810         STOP    RUN
007820     END-IF.
007830     ADD      WK-ITEM-KESI         TO  WK-KESI-KIN.
007840     SUBTRACT WK-ITEM-KESI         FROM  WK-NOKORI-KIN.
007850 KESI-EXT.
007860     EXIT.
007870****************************************************************
007880*    (2.7)   T724-UPDATE-RTN　（売掛残高マスタ更新）
007890****************************************************************
007900 T724-UPDATE-RTN                   SECTION.
007910     ADD      UPT726-NYUKIN-KIN    TO  UPT724-TOUGETU-NYUKIN.
007920     SUBTRACT WK-KESI-KIN          FROM  UPT724-ZAN-KIN.
007930     ADD      WK-NOKORI-KIN        TO  UPT724-KARIUKE-KIN.
007940     IF  UPT726-NYUKIN-YMD         >   UPT724-SAISYU-NYUKIN-YMD
007950         MOVE  UPT726-NYUKIN-YMD   TO  UPT724-SAISYU-NYUKIN-YMD
007960     END-IF.
007970     IF  T724-FOUND
007980         REWRITE  UPT724I-REC
007990     ELSE
008000         WRITE    UPT724I-REC
008010     END-IF.
008020     IF  FILE-STATUS               =   ZERO
008030         CONTINUE
008040     ELSE
008050         MOVE    206               TO  RETURN-CODE
008060         MOVE    FILE-STATUS       TO  MSG-711F-ST
008070         DISPLAY MSG-711F  RETURN-CODE  UPON  CONS
008080         PERFORM ABEND-MSG-RTN
008090         STOP    RUN
008100     END-IF.
008110 T724-UPDATE-EXT.
008120     EXIT.
008130****************************************************************
008140*    (2.8)   T725-WRITE-RTN　（売掛元帳出力）
008150****************************************************************
008160 T725-WRITE-RTN                    SECTION.
008170     ADD      1                    TO  T725-RENBAN.
008180     INITIALIZE  UPT725O-REC.
008190     MOVE     UPT726-TORIHIKI-CD9  TO  UPT725-TORIHIKI-CD9.
008200     MOVE     UPT726-NYUKIN-YMD    TO  UPT725-HASSEI-YMD.
008210     MOVE     LEDGER-START-TIME    TO  UPT725-TOUROKU-TIME.
008220     MOVE     T725-RENBAN          TO  UPT725-RENBAN.
008230     MOVE     "2"                  TO  UPT725-TORIHIKI-KBN.
008240     MOVE     UPT726-NYUKIN-KIN    TO  UPT725-KIN.
008250     MOVE     UPT724-ZAN-KIN       TO  UPT725-ZAN-KIN.
008260     MOVE     UPT724-KARIUKE-KIN   TO  UPT725-KARIUKE-KIN.
008270     MOVE     MSG-PGID             TO  UPT725-PGID.
008280     WRITE    UPT725O-REC.
008290     IF  FILE-STATUS               =   ZERO
008300         CONTINUE
008310     ELSE
008320         MOVE    208               TO  RETURN-CODE
008330         MOVE    FILE-STATUS       TO  MSG-715F-ST
008340         DISPLAY MSG-715F  RETURN-CODE  UPON  CONS
008350         PERFORM ABEND-MSG-RTN
008360         STOP    RUN
008370     END-IF.
008380 T725-WRITE-EXT.
008390     EXIT.
008400****************************************************************
008410*    (2.9)   MEISAI-RTN　（入金消込明細出力）
008420****************************************************************
008430 MEISAI-RTN                        SECTION.
008440     MOVE     UPT726-TORIHIKI-CD9  TO  PRT-TORIHIKI.
008450     MOVE     UPT715-KANJI-NAME    TO  PRT-NAME.
008460     MOVE     UPT726-NYUKIN-YMD    TO  PRT-NYUKIN-YMD.
008470     MOVE     UPT726-NYUKIN-KBN    TO  PRT-KBN.
008480     MOVE     UPT726-NYUKIN-KIN    TO  PRT-NYUKIN.
008490     MOVE     WK-KESI-KIN          TO  PRT-KESI.
008500     MOVE     WK-NOKORI-KIN        TO  PRT-KARIUKE.
008510     MOVE     UPT724-ZAN-KIN       TO  PRT-ZAN.
008520     MOVE     PRT-MEISAI           TO  PRT-LINE.
008530     PERFORM  LIST-WRITE-RTN.
008540 MEISAI-EXT.
008550     EXIT.
008560****************************************************************
008570*    (2.10)  LIST-WRITE-RTN　（入金消込リスト出力）
008580****************************************************************
008590 LIST-WRITE-RTN                    SECTION.
008600     IF  LINE-CNT                  >   MAX-LINE
008610         PERFORM  MIDASI-RTN
008620     END-IF.
008630     WRITE    UPT726R-REC          FROM  PRT-LINE
008640         AFTER  ADVANCING  1  LINE.
008650     IF  FILE-STATUS               =   ZERO
008660         ADD  1                    TO  LINE-CNT
008670     ELSE
008680         MOVE    204               TO  RETURN-CODE
008690         MOVE    FILE-STATUS       TO  MSG-707F-ST
008700         DISPLAY MSG-707F  RETURN-CODE  UPON  CONS
008710         PERFORM ABEND-MSG-RTN
008720         STOP    RUN
008730     END-IF.
008740 LIST-WRITE-EXT.
008750     EXIT.
008760****************************************************************
008770*    (2.11)  MIDASI-RTN　（入金消込リスト見出し出力）
008780****************************************************************
008790 MIDASI-RTN                        SECTION.
008800     ADD      1                    TO  PAGE-CNT.
008810     MOVE     WK-YYYY              TO  PRT-M1-YYYY.
008820     MOVE     WK-MM                TO  PRT-M1-MM.
008830     MOVE     WK-DD                TO  PRT-M1-DD.
008840     MOVE     PAGE-CNT             TO  PRT-M1-PAGE.
008850     WRITE    UPT726R-REC          FROM  PRT-MIDASI1
008860         AFTER  ADVANCING  PAGE.
008870     WRITE    UPT726R-REC          FROM  PRT-MIDASI2
008880         AFTER  ADVANCING  2  LINES.
008890     MOVE     SPACE                TO  UPT726R-REC.
008900     WRITE    UPT726R-REC
008910         AFTER  ADVANCING  1  LINE.
008920     MOVE     4                    TO  LINE-CNT.
008930 MIDASI-EXT.
008940     EXIT.
008950****************************************************************
008960*    (3.0)     ＳＴＡＲＴメッセージ処理                        *
008970****************************************************************
008980 START-MSG-RTN                     SECTION.
008990     ACCEPT  WK-DATE               FROM   DATE.
009000     ACCEPT  WK-TIME               FROM   TIME.
009010     MOVE    WK-Y                  TO     WK-YY.
009020     MOVE    WK-M                  TO     WK-MM.
009030     MOVE    WK-D                  TO     WK-DD.
009040     MOVE    20                    TO     WK-20.
009050     MOVE    WK-YYYYMMDD (1:8)     TO     LST-YMD.
009060     MOVE    WK-TIME               TO     LST-HMS.
009070*
009080     MOVE    WK-YYYY               TO     MESSAGE-START-YYYY.
009090     MOVE    WK-MM                 TO     MESSAGE-START-MM.
009100     MOVE    WK-DD                 TO     MESSAGE-START-DD.
009110     MOVE    WK-TIM                TO     MESSAGE-START-TIM.
009120     MOVE    WK-MIN                TO     MESSAGE-START-MIN.
009130     MOVE    WK-SEC                TO     MESSAGE-START-SEC.
009140*
009150     DISPLAY  MESSAGE-START  UPON CONS.
009160*
009170 START-MSG-EXT.
009180     EXIT.
009190****************************************************************
009200*    (4.0)     ＡＢＥＮＤメッセージ処理                        *
009210****************************************************************
009220 ABEND-MSG-RTN                     SECTION.
009230     ACCEPT  WK-DATE               FROM   DATE.
009240     ACCEPT  WK-TIME               FROM   TIME.
009250     MOVE    WK-Y                  TO     WK-YY.
009260     MOVE    WK-M                  TO     WK-MM.
009270     MOVE    WK-D                  TO     WK-DD.
009280     MOVE    20                    TO     WK-20.
009290*
009300     MOVE    WK-YYYY               TO     MESSAGE-ABEND-YYYY.
009310     MOVE    WK-MM                 TO     MESSAGE-ABEND-MM.
009320     MOVE    WK-DD                 TO     MESSAGE-ABEND-DD.
009330     MOVE    WK-TIM                TO     MESSAGE-ABEND-TIM.
009340     MOVE    WK-MIN                TO     MESSAGE-ABEND-MIN.
009350     MOVE    WK-SEC                TO     MESSAGE-ABEND-SEC.
009360*
009370     DISPLAY  MESSAGE-ABEND  UPON CONS.
009380     PERFORM  RUN-LEDGER-RTN.
009390*
009400 ABEND-MSG-EXT.
009410     EXIT.
009420****************************************************************
009430*    (5.0)     ＥＮＤメッセージ処理                            *
009440****************************************************************
009450 END-MSG-RTN                     SECTION.
009460     ACCEPT  WK-DATE               FROM   DATE.
009470     ACCEPT  WK-TIME               FROM   TIME.
009480     MOVE    WK-Y                  TO     WK-YY.
009490     MOVE    WK-M                  TO     WK-MM.
009500     MOVE    WK-D                  TO     WK-DD.
009510     MOVE    20                    TO     WK-20.
009520*
009530     MOVE    WK-YYYY               TO     MESSAGE-END-YYYY.
009540     MOVE    WK-MM                 TO     MESSAGE-END-MM.
009550     MOVE    WK-DD                 TO     MESSAGE-END-DD.
009560     MOVE    WK-TIM                TO     MESSAGE-END-TIM.
009570     MOVE    WK-MIN                TO     MESSAGE-END-MIN.
009580     MOVE    WK-SEC                TO     MESSAGE-END-SEC.
009590*
009600     DISPLAY  MESSAGE-END  UPON CONS.
009610*
009620 END-MSG-EXT.
009630     EXIT.
009640****************************************************************
009650*    (6.0)              エンド 処理                            *
009660****************************************************************
009670 END-RTN                           SECTION.
009680*
009690*---------< 入金合計行出力 >-----------------------------------*
009700     MOVE     SPACE                TO  PRT-LINE.
009710     PERFORM  LIST-WRITE-RTN.
009720     MOVE     KEI-NYUKIN-KIN       TO  PRT-G-NYUKIN.
009730     MOVE     KEI-KESI-KIN         TO  PRT-G-KESI.
009740     MOVE     KEI-KARIUKE-KIN      TO  PRT-G-KARIUKE.
009750     MOVE     PRT-GOKEI            TO  PRT-LINE.
009760     PERFORM  LIST-WRITE-RTN.
009770     CLOSE     UPT726I.
009780     CLOSE     UPT723O.
009790     CLOSE     UPT724I.
009800     CLOSE     UPT725O.
009810     CLOSE     UPT715I.
009820     CLOSE     UPT726X.
009830     CLOSE     UPT726R.
009840     MOVE      ZERO                TO  RETURN-CODE.
009850*---------< 入力件数表示 >-------------------------------------*
009860     DISPLAY MSG-501I  CNT-IN      UPON CONS.
009870     DISPLAY MSG-503I  CNT-OK      UPON CONS.
009880     DISPLAY MSG-505I  CNT-REJ     UPON CONS.
009890     DISPLAY MSG-507I  CNT-KANSAI  UPON CONS.
009900     PERFORM END-MSG-RTN.
009910     PERFORM RUN-LEDGER-RTN.
009920*
009930 END-EXT.
009940     EXIT.
009950****************************************************************
009960*    (7.0)   ARG-RTN　（起動パラメタ判定）
009970****************************************************************
009980 ARG-RTN                           SECTION.
009990     ACCEPT   ARG-CNT               FROM  BANGO.
010000     PERFORM  ARG-READ-RTN
010010         VARYING ARG-IDX FROM 1 BY 1
010020         UNTIL   ARG-IDX             >     ARG-CNT.
010030 ARG-EXT.
010040     EXIT.
010050****************************************************************
010060*    (7.1)   ARG-READ-RTN　（起動パラメタ　１件判定）
010070****************************************************************
010080 ARG-READ-RTN                       SECTION.
010090     DISPLAY  ARG-IDX               UPON  BANGO.
010100     ACCEPT   ARG-VALUE             FROM  ATAI
010110         ON EXCEPTION
010120             CONTINUE
010130         NOT ON EXCEPTION
010140             IF  ARG-VALUE (1:5)     =    "DATE="
010150                 IF  ARG-VALUE (6:8)     NUMERIC
010160                     MOVE  ARG-VALUE (6:8)  TO  ARG-YYYYMMDD
010170                     IF  ARG-MM > ZERO  AND  ARG-MM <= 12  AND
010180                         ARG-DD  >  ZERO   AND  ARG-DD  <=  31
010190                         MOVE  "1"           TO   ARG-DATE-SW
010200                     ELSE
010210                         DISPLAY MSG-721F    UPON  CONS
010220                         MOVE    221          TO   RETURN-CODE
010230                         PERFORM ABEND-MSG-RTN
010240                         STOP    RUN
010250                     END-IF
010260                 ELSE
010270                     DISPLAY MSG-721F        UPON  CONS
010280                     MOVE    221              TO   RETURN-CODE
010290                     PERFORM ABEND-MSG-RTN
010300                     STOP    RUN
010310                 END-IF
010320             END-IF
010330             IF  ARG-VALUE           =    "FORCE"
010340                 MOVE  "1"           TO   FORCE-SW
010350             END-IF
010360     END-ACCEPT.
010370 ARG-READ-EXT.
010380     EXIT.
010390****************************************************************
010400*    (7.2)   JOB-CHECK-RTN　（ジョブ順序・二重起動チェック）
010410****************************************************************
010420 JOB-CHECK-RTN                     SECTION.
010430     MOVE     "0"                  TO  PRED-OK-SW.
010440     MOVE     "0"                  TO  SELF-DONE-SW.
010450     OPEN     INPUT    UPT700L.
010460     IF  FILE-STATUS               =   ZERO
010470         MOVE     ZERO             TO  JOBCHK-END-SW
010480         PERFORM  JOB-CHECK-READ-RTN
010490             UNTIL JOBCHK-END-SW   =   HIGH-VALUE
010500         CLOSE    UPT700L
010510     ELSE
010520         IF  FILE-STATUS           =   "35"
010530             CONTINUE
010540         ELSE
010550             MOVE    245           TO  RETURN-CODE
010560             MOVE    FILE-STATUS   TO  MSG-745F-ST
010570             DISPLAY MSG-745F  RETURN-CODE  UPON  CONS
010580             PERFORM ABEND-MSG-RTN
010590             STOP    RUN
010600         END-IF
010610     END-IF.
010620     IF  NOT  PRED-OK
010630         MOVE    JOB-PRED-PGID     TO  MSG-741F-PG
010640         MOVE    241               TO  RETURN-CODE
010650         DISPLAY MSG-741F          UPON  CONS
010660         PERFORM ABEND-MSG-RTN
010670         STOP    RUN
010680     END-IF.
010690     IF  SELF-DONE
010700         IF  FORCE-REQUESTED
010710             CONTINUE
010720         ELSE
010730             MOVE    243           TO  RETURN-CODE
010740             DISPLAY MSG-743F      UPON  CONS
010750             PERFORM ABEND-MSG-RTN
010760             STOP    RUN
010770         END-IF
010780     END-IF.
010790 JOB-CHECK-EXT.
010800     EXIT.
010810****************************************************************
010820*    (7.3)   JOB-CHECK-READ-RTN
010830****************************************************************
010840 JOB-CHECK-READ-RTN                SECTION.
010850     READ     UPT700L
010860         AT END
010870             MOVE  HIGH-VALUE            TO  JOBCHK-END-SW
010880         NOT AT END
010890             IF ( UPT700L-GYOMU-YMD      =   WK-GYOMU-YMD )  AND
010900                ( UPT700L-RC             =   ZERO )
010910                 IF  UPT700L-PGID        =   JOB-PRED-PGID
010920                     MOVE  "1"           TO  PRED-OK-SW
010930                 END-IF
010940                 IF  UPT700L-PGID        =   MSG-PGID
010950                     MOVE  "1"           TO  SELF-DONE-SW
010960                 END-IF
010970             END-IF
010980     END-READ.
010990 JOB-CHECK-READ-EXT.
011000     EXIT.
011010****************************************************************
011020*    (7.4)   RUN-LEDGER-RTN　（運用台帳出力）
011030****************************************************************
011040 RUN-LEDGER-RTN                    SECTION.
011050     ACCEPT  WK-DATE               FROM   DATE.
011060     ACCEPT  WK-TIME               FROM   TIME.
011070     MOVE    WK-Y                  TO     WK-YY.
011080     MOVE    WK-M                  TO     WK-MM.
011090     MOVE    WK-D                  TO     WK-DD.
011100     MOVE    20                    TO     WK-20.
011110     MOVE    WK-YYYYMMDD (1:8)     TO     LET-YMD.
011120     MOVE    WK-TIME               TO     LET-HMS.
011130     OPEN    EXTEND    UPT700L.
011140     IF  FILE-STATUS               =   ZERO
011150         INITIALIZE  UPT700L-REC
011160         MOVE    MSG-PGID          TO  UPT700L-PGID
011170         MOVE    WK-GYOMU-YMD      TO  UPT700L-GYOMU-YMD
011180         MOVE    LEDGER-START-TIME TO  UPT700L-START-TIME
011190         MOVE    LEDGER-END-TIME   TO  UPT700L-END-TIME
011200         MOVE    "0"               TO  UPT700L-RESTART-KBN
011210         MOVE    CNT-IN            TO  UPT700L-CNT-1
011220         MOVE    CNT-OK            TO  UPT700L-CNT-2
011230         MOVE    CNT-REJ           TO  UPT700L-CNT-3
011240         MOVE    RETURN-CODE       TO  UPT700L-RC
011250         WRITE   UPT700L-REC
011260         IF  FILE-STATUS           NOT =   ZERO
011270             DISPLAY MSG-731W      UPON  CONS
011280         END-IF
011290         CLOSE   UPT700L
011300     ELSE
011310         DISPLAY MSG-731W          UPON  CONS
011320     END-IF.
011330 RUN-LEDGER-EXT.
011340     EXIT.
011350****************************************************************
011360*    (8.0)   EIGYO-CHECK-RTN　（営業日チェック）
011370****************************************************************
011380 EIGYO-CHECK-RTN                   SECTION.
011390     MOVE     "0"                  TO  KYUGYO-SW.
011400     OPEN     INPUT    UPT730I.
011410     IF  FILE-STATUS               =   ZERO
011420         MOVE     WK-GYOMU-YMD     TO  UPT730-YMD
011430         READ     UPT730I
011440             INVALID KEY
011450                 CONTINUE
011460             NOT INVALID KEY
011470                 MOVE  "1"         TO  KYUGYO-SW
011480         END-READ
011490         CLOSE    UPT730I
011500     ELSE
011510         IF  FILE-STATUS           =   "35"
011520             CONTINUE
011530         ELSE
011540             MOVE    252           TO  RETURN-CODE
011550             MOVE    FILE-STATUS   TO  MSG-775F-ST
011560             DISPLAY MSG-775F  RETURN-CODE  UPON  CONS
011570             PERFORM ABEND-MSG-RTN
011580             STOP    RUN
011590         END-IF
011600     END-IF.
011610*-----------< 休業日：日付省略時はスキップ、指定時はエラー >---*
011620     IF  KYUGYO-BI
011630         IF  FORCE-REQUESTED
011640             CONTINUE
011650         ELSE
011660             IF  ARG-DATE-SUPPLIED
011670                 MOVE    WK-GYOMU-YMD  TO  MSG-773F-YMD
011680                 MOVE    251           TO  RETURN-CODE
011690                 DISPLAY MSG-773F      UPON  CONS
011700                 PERFORM ABEND-MSG-RTN
011710                 STOP    RUN
011720             ELSE
011730                 MOVE    WK-GYOMU-YMD  TO  MSG-771W-YMD
011740                 DISPLAY MSG-771W      UPON  CONS
011750                 MOVE    4             TO  RETURN-CODE
011760                 PERFORM END-MSG-RTN
011770                 STOP    RUN
011780             END-IF
011790         END-IF
011800     END-IF.
011810 EIGYO-CHECK-EXT.
011820     EXIT.
