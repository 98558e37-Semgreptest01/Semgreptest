000010****************************************************************
000020*    システム名    ： 新聞競馬新聞実績
000030*    プログラム名  ： 年度集計・年度ランキング処理
000040*    プログラムＩＤ： UPBD036
000050*    作  成  者    ： T.HARUYAMA
000060*    作  成  日    ： 2004年11月09日
000070****************************************************************
000080 IDENTIFICATION                    DIVISION.
000090 PROGRAM-ID.                       UPBD036.
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
000230*------------ファイル   （月次累積）---------------------------*
000240     SELECT  UPT714I      ASSIGN     TO  UPT714O
000250             ORGANIZATION       IS  INDEXED
000260             ACCESS  MODE       IS  DYNAMIC
000270             RECORD  KEY        IS  UPT714-KEY
000280             FILE    STATUS     IS  FILE-STATUS.
000290*------------ファイル   （月次締め管理）-----------------------*
000300     SELECT  UPT714K      ASSIGN     TO  UPT714K
000310             ACCESS  MODE       IS  SEQUENTIAL
000320             FILE    STATUS     FILE-STATUS.
000330*------------ファイル   （ソート作業・年度実績）---------------*
000340     SELECT  SORT-FILE    ASSIGN     TO  SORTWK1.
000350*------------ファイル   （ソート作業・ランキング）-------------*
000360     SELECT  SORT-FILE2   ASSIGN     TO  SORTWK2.
000370*------------ファイル   （年度実績・整列済み）-----------------*
000380     SELECT  UPT739W      ASSIGN     TO  UPT739W
000390             ACCESS  MODE       IS  SEQUENTIAL
000400             FILE    STATUS     FILE-STATUS.
000410*------------ファイル   （年度集計）---------------------------*
000420     SELECT  UPT739O      ASSIGN     TO  UPT739O
000430             ACCESS  MODE       IS  SEQUENTIAL
000440             FILE    STATUS     FILE-STATUS.
000450*------------ファイル   （組合せ別年度実績）-------------------*
000460     SELECT  UPT739Q      ASSIGN     TO  UPT739Q
000470             ACCESS  MODE       IS  SEQUENTIAL
000480             FILE    STATUS     FILE-STATUS.
000490*------------ファイル   （年度実績・組合せ整列済み）-----------*
000500     SELECT  UPT739S      ASSIGN     TO  UPT739S
000510             ACCESS  MODE       IS  SEQUENTIAL
000520             FILE    STATUS     FILE-STATUS.
000530*------------ファイル   （取引先別・出版社別集計）-------------*
000540     SELECT  UPT739P      ASSIGN     TO  UPT739P
000550             ACCESS  MODE       IS  SEQUENTIAL
000560             FILE    STATUS     FILE-STATUS.
000570*------------ファイル   （順位付け・整列済み）-----------------*
000580     SELECT  UPT739T      ASSIGN     TO  UPT739T
000590             ACCESS  MODE       IS  SEQUENTIAL
000600             FILE    STATUS     FILE-STATUS.
000610*------------ファイル   （取引先名称マスタ）-------------------*
000620     SELECT  UPT715I ASSIGN     TO  UPT715I
000630             ORGANIZATION       IS  INDEXED
000640             ACCESS  MODE       IS  RANDOM
000650             RECORD  KEY        IS  UPT715-TORIHIKI-CD9
000660             FILE    STATUS     IS  FILE-STATUS.
000670*------------ファイル   （出版社名称マスタ）-------------------*
000680     SELECT  UPT716I ASSIGN     TO  UPT716I
000690             ORGANIZATION       IS  INDEXED
000700             ACCESS  MODE       IS  RANDOM
000710             RECORD  KEY        IS  UPT716-SYUPPAN-CD9
000720             FILE    STATUS     IS  FILE-STATUS.
000730*------------ファイル   （年度ランキング表）-------------------*
000740     SELECT  UPT739R      ASSIGN     TO  UPT739R
000750             ACCESS  MODE       IS  SEQUENTIAL
000760             FILE    STATUS     FILE-STATUS.
000770*
000780 DATA                              DIVISION.
000790 FILE                              SECTION.
000800*
000810****************************************************************
000820*            ファイル   （月次累積）
000830****************************************************************
000840 FD  UPT714I         LABEL  RECORD STANDARD.
000850 01  UPT714I-REC.
000860     COPY   UPT714C.
000870*
000880****************************************************************
000890*            ファイル   （月次締め管理）
000900****************************************************************
000910 FD  UPT714K         LABEL  RECORD STANDARD.
000920 01  UPT714K-REC.
000930     COPY   UPT714KC.
000940*
000950****************************************************************
000960*            ファイル   （ソート作業・年度実績）
000970****************************************************************
000980 SD  SORT-FILE.
000990 01  SORT-REC.
001000     05  SORT-TORIHIKI            PIC 9(06).
001010     05  SORT-SYUPPAN             PIC 9(06).
001020     05  SORT-SYU-KBN9            PIC 9(01).
001030     05  SORT-TUKI-NO             PIC 9(02).
001040     05  SORT-URI-CNT             PIC 9(09).
001050     05  SORT-HEN-CNT             PIC 9(09).
001060     05  SORT-NET-CNT             PIC 9(09).
001070     05  FILLER                   PIC X(38).
001080*
001090****************************************************************
001100*            ファイル   （ソート作業・ランキング）
001110****************************************************************
001120 SD  SORT-FILE2.
001130 01  SORT2-REC.
001140     05  SORT2-GRP-KBN            PIC X(01).
001150     05  SORT2-GRP-CD             PIC 9(06).
001160     05  SORT2-NEN-NET            PIC 9(10).
001170     05  FILLER                   PIC X(83).
001180*
001190****************************************************************
001200*            ファイル   （年度実績・整列済み）
001210****************************************************************
001220 FD  UPT739W        LABEL  RECORD STANDARD.
001230 01  UPT739W-REC.
001240     05  UPT739W-TORIHIKI         PIC 9(06).
001250     05  UPT739W-SYUPPAN          PIC 9(06).
001260     05  UPT739W-SYU-KBN9         PIC 9(01).
001270     05  UPT739W-TUKI-NO          PIC 9(02).
001280     05  UPT739W-URI-CNT          PIC 9(09).
001290     05  UPT739W-HEN-CNT          PIC 9(09).
001300     05  UPT739W-NET-CNT          PIC 9(09).
001310     05  FILLER                   PIC X(38).
001320*
001330****************************************************************
001340*            ファイル   （年度集計）
001350****************************************************************
001360 FD  UPT739O        LABEL  RECORD STANDARD.
001370 01  UPT739O-REC.
001380     COPY   UPT739C.
001390*
001400****************************************************************
001410*            ファイル   （組合せ別年度実績）
001420****************************************************************
001430 FD  UPT739Q        LABEL  RECORD STANDARD.
001440 01  UPT739Q-REC             PIC X(100).
001450*
001460****************************************************************
001470*            ファイル   （年度実績・組合せ整列済み）
001480****************************************************************
001490 FD  UPT739S        LABEL  RECORD STANDARD.
001500 01  UPT739S-REC.
001510     05  UPT739S-GRP-KBN          PIC X(01).
001520     05  UPT739S-GRP-CD           PIC 9(06).
001530     05  FILLER                   PIC X(93).
001540*
001550****************************************************************
001560*            ファイル   （取引先別・出版社別集計）
001570****************************************************************
001580 FD  UPT739P        LABEL  RECORD STANDARD.
001590 01  UPT739P-REC             PIC X(100).
001600*
001610****************************************************************
001620*            ファイル   （順位付け・整列済み）
001630****************************************************************
001640 FD  UPT739T        LABEL  RECORD STANDARD.
001650 01  UPT739T-REC.
001660     05  UPT739T-GRP-KBN          PIC X(01).
001670     05  UPT739T-GRP-CD           PIC 9(06).
001680     05  FILLER                   PIC X(93).
001690*
001700****************************************************************
001710*            ファイル   （取引先名称マスタ）
001720****************************************************************
001730 FD  UPT715I        LABEL  RECORD STANDARD.
001740 01  UPT715I-REC.
001750     COPY   UPT715C.
001760*
001770****************************************************************
001780*            ファイル   （出版社名称マスタ）
001790****************************************************************
001800 FD  UPT716I        LABEL  RECORD STANDARD.
001810 01  UPT716I-REC.
001820     COPY   UPT716C.
001830*
001840****************************************************************
001850*            ファイル   （年度ランキング表）
001860****************************************************************
001870 FD  UPT739R        LABEL  RECORD STANDARD.
001880 01  UPT739R-REC             PIC X(132).
001890*
001900 WORKING-STORAGE                   SECTION.
001910*---------------< WORK-AREA定義 >-----------------------------*
001920 01  SW-AREA.
001930     03  END-SW                        PIC X(02) VALUE ZERO.
001940     03  SCAN-END-SW                   PIC X(02) VALUE ZERO.
001950     03  CLOSED-END-SW                 PIC X(02) VALUE ZERO.
001960     03  FIRST-REC-SW                  PIC X(01) VALUE "1".
001970         88  FIRST-REC                 VALUE "1".
001980     03  ARG-NENDO-SW                  PIC X(01) VALUE "0".
001990         88  ARG-NENDO-SUPPLIED        VALUE "1".
002000 01  WK-DATE.
002010     03  WK-Y                          PIC  9(2).
002020     03  WK-M                          PIC  9(2).
002030     03  WK-D                          PIC  9(2).
002040 01  WK-YYYYMMDD.
002050     03  WK-YYYY.
002060       05  WK-20                       PIC  9(2).
002070       05  WK-YY                       PIC  9(2).
002080     03  WK-MM                         PIC  9(2).
002090     03  WK-DD                         PIC  9(2).
002100     03  WK-TIME.
002110       05  WK-TIM                      PIC  9(2).
002120       05  WK-MIN                      PIC  9(2).
002130       05  WK-SEC                      PIC  9(2).
002140*---------------< ステータスの定義 >--------------------------*
002150 01  STATUS-AREA.
002160     03  FILE-STATUS                   PIC X(02) VALUE ZERO.
002170*---------------< ブレイクキーの定義 >------------------------*
002180 01  KEY-AREA.
002190     03  OLD-TORIHIKI                  PIC 9(06) VALUE ZERO.
002200     03  OLD-SYUPPAN                   PIC 9(06) VALUE ZERO.
002210     03  OLD-SYU-KBN9                  PIC 9(01) VALUE ZERO.
002220     03  OLD-GRP-KBN                   PIC X(01) VALUE SPACE.
002230     03  OLD-GRP-CD                    PIC 9(06) VALUE ZERO.
002240*---------------< カウントの定義 >----------------------------*
002250 01  UPT714-CNT-AREA.
002260     03  CNT-IN                        PIC 9(09) VALUE ZERO.
002270     03  CNT-OUT                       PIC 9(09) VALUE ZERO.
002280     03  CNT-TOR                       PIC 9(09) VALUE ZERO.
002290     03  CNT-SYU                       PIC 9(09) VALUE ZERO.
002300*---------------< 年度・対象月の定義 >------------------------*
002310 01  NENDO-AREA.
002320     03  ARG-NENDO                     PIC 9(04) VALUE ZERO.
002330     03  KISYU-MM                      PIC 9(02) VALUE 4.
002340     03  CALC-YYYYMM                   PIC 9(06) VALUE ZERO.
002350     03  CALC-YM-R     REDEFINES  CALC-YYYYMM.
002360       05  CALC-YYYY                   PIC 9(04).
002370       05  CALC-MM                     PIC 9(02).
002380     03  SCAN-FROM-YM                  PIC 9(06) VALUE ZERO.
002390     03  SCAN-TO-YM                    PIC 9(06) VALUE ZERO.
002400     03  MISIME-YM                     PIC 9(06) VALUE ZERO.
002410     03  CLOSED-CNT                    PIC 9(02) VALUE ZERO.
002420     03  TUKI-IDX                      PIC 9(02) VALUE ZERO.
002430     03  TUKI-NO                       PIC 9(02) VALUE ZERO.
002440     03  NENDO-TBL                     OCCURS 12.
002450       05  NENDO-YM                    PIC 9(06).
002460       05  NENDO-CLOSED-SW             PIC X(01).
002470*---------------< 年度集計作業項目の定義 >--------------------*
002480 01  ACC-AREA.
002490     03  ACC-TUKI                      OCCURS 12.
002500       05  ACC-URI                     PIC 9(09).
002510       05  ACC-HEN                     PIC 9(09).
002520       05  ACC-NET                     PIC 9(09).
002530     03  ACC-NEN-URI                   PIC 9(10).
002540     03  ACC-NEN-HEN                   PIC 9(10).
002550     03  ACC-NEN-NET                   PIC 9(10).
002560     03  ACC-MEISAI-CNT                PIC 9(07).
002570*---------------< 取引先別・出版社別集計の定義 >--------------*
002580 01  GRP-ACC-AREA.
002590     03  GA-NEN-URI                    PIC 9(10) VALUE ZERO.
002600     03  GA-NEN-HEN                    PIC 9(10) VALUE ZERO.
002610     03  GA-NEN-NET                    PIC 9(10) VALUE ZERO.
002620     03  GA-KUMI-CNT                   PIC 9(05) VALUE ZERO.
002630*---------------< 年度総合計の定義 >--------------------------*
002640 01  SOGOKEI-AREA.
002650     03  SOGO-NEN-URI                  PIC 9(11) VALUE ZERO.
002660     03  SOGO-NEN-HEN                  PIC 9(11) VALUE ZERO.
002670     03  SOGO-NEN-NET                  PIC 9(11) VALUE ZERO.
002680*---------------< グループ合計の定義 >------------------------*
002690 01  GRP-GOKEI-AREA.
002700     03  GRP-NEN-URI                   PIC 9(11) VALUE ZERO.
002710     03  GRP-NEN-HEN                   PIC 9(11) VALUE ZERO.
002720     03  GRP-NEN-NET                   PIC 9(11) VALUE ZERO.
002730     03  GRP-KUMI-CNT                  PIC 9(07) VALUE ZERO.
002740*---------------< 率計算の定義 >------------------------------*
002750 01  RITU-AREA.
002760     03  IN-URI                        PIC 9(11) VALUE ZERO.
002770     03  IN-HEN                        PIC 9(11) VALUE ZERO.
002780     03  IN-NET                        PIC 9(11) VALUE ZERO.
002790     03  CALC-HEN-RITU                 PIC 9(04)V9(01)
002800                                       VALUE ZERO.
002810     03  CALC-SHARE-RITU               PIC 9(04)V9(01)
002820                                       VALUE ZERO.
002830*---------------< 順位付けレコードの定義 >--------------------*
002840 01  RANK-WK.
002850     03  RW-GRP-KBN                    PIC X(01).
002860         88  RW-GRP-TORIHIKI           VALUE "1".
002870         88  RW-GRP-SYUPPAN            VALUE "2".
002880     03  RW-GRP-CD                     PIC 9(06).
002890     03  RW-NEN-NET                    PIC 9(10).
002900     03  RW-NEN-URI                    PIC 9(10).
002910     03  RW-NEN-HEN                    PIC 9(10).
002920     03  RW-KUMI-CNT                   PIC 9(05).
002930     03  FILLER                        PIC X(58).
002940*---------------< 順位の定義 >--------------------------------*
002950 01  RANK-AREA.
002960     03  RANK-CNT                      PIC 9(05) VALUE ZERO.
002970*---------------< 名称編集の定義 >----------------------------*
002980 01  NAME-AREA.
002990     03  WK-NAME                       PIC X(24) VALUE SPACE.
003000     03  MITOROKU-NAME                 PIC X(24) VALUE
003010     "＊＊未登録＊＊".
003020*---------------< 起動パラメタの定義 >------------------------*
003030 01  ARG-AREA.
003040     03  ARG-CNT                       PIC 9(02) VALUE ZERO.
003050*---------------< 起動パラメタ（詳細）の定義 >----------------*
003060 01  ARG-DETAIL-AREA.
003070     03  ARG-IDX                       PIC 9(02) VALUE ZERO.
003080     03  ARG-VALUE                     PIC X(20) VALUE SPACES.
003090*---------------< ランキング表制御の定義 >--------------------*
003100 01  PRT-CTL-AREA.
003110     03  LINE-CNT                      PIC 9(03) VALUE 99.
003120     03  PAGE-CNT                      PIC 9(05) VALUE ZERO.
003130     03  MAX-LINE                      PIC 9(03) VALUE 60.
003140 01  PRT-LINE                          PIC X(132).
003150*---------------< ランキング表見出しの定義 >------------------*
003160 01  PRT-MIDASI1.
003170     03  FILLER                        PIC X(09) VALUE
003180     "UPBD036  ".
003190     03  FILLER                        PIC X(35) VALUE
003200     "ANNUAL SALES RANKING               ".
003210     03  FILLER                        PIC X(05) VALUE
003220     "DATE:".
003230     03  PRT-M1-YYYY                   PIC 9(04).
003240     03  FILLER                        PIC X(01) VALUE "/".
003250     03  PRT-M1-MM                     PIC 9(02).
003260     03  FILLER                        PIC X(01) VALUE "/".
003270     03  PRT-M1-DD                     PIC 9(02).
003280     03  FILLER                        PIC X(07) VALUE
003290     "  PAGE:".
003300     03  PRT-M1-PAGE                   PIC ZZZZ9.
003310 01  PRT-MIDASI2.
003320     03  PRT-M2-TITLE                  PIC X(22).
003330     03  FILLER                        PIC X(08) VALUE
003340     "  NENDO:".
003350     03  PRT-M2-NENDO                  PIC 9(04).
003360     03  FILLER                        PIC X(04) VALUE
003370     "   (".
003380     03  PRT-M2-FROM-YM                PIC 9(06).
003390     03  FILLER                        PIC X(01) VALUE "-".
003400     03  PRT-M2-TO-YM                  PIC 9(06).
003410     03  FILLER                        PIC X(01) VALUE ")".
003420 01  PRT-MIDASI3.
003430     03  FILLER                        PIC X(15) VALUE
003440     " RANK  CODE    ".
003450     03  FILLER                        PIC X(25) VALUE
003460     "NAME                     ".
003470     03  FILLER                        PIC X(11) VALUE
003480     "    URI-CNT".
003490     03  FILLER                        PIC X(12) VALUE
003500     "     HEN-CNT".
003510     03  FILLER                        PIC X(12) VALUE
003520     "     NET-CNT".
003530     03  FILLER                        PIC X(08) VALUE
003540     "  HEN(%)".
003550     03  FILLER                        PIC X(09) VALUE
003560     " SHARE(%)".
003570     03  FILLER                        PIC X(07) VALUE
003580     "  ITEMS".
003590*---------------< ランキング表明細の定義 >--------------------*
003600 01  PRT-MEISAI.
003610     03  PRT-RANK                      PIC ZZZZ9.
003620     03  PRT-RANK-X    REDEFINES  PRT-RANK
003630                                       PIC X(05).
003640     03  FILLER                        PIC X(02) VALUE SPACE.
003650     03  PRT-CD                        PIC 9(06).
003660     03  PRT-CD-X      REDEFINES  PRT-CD
003670                                       PIC X(06).
003680     03  FILLER                        PIC X(02) VALUE SPACE.
003690     03  PRT-NAME                      PIC X(24).
003700     03  FILLER                        PIC X(01) VALUE SPACE.
003710     03  PRT-URI                       PIC ZZZZZZZZZZ9.
003720     03  FILLER                        PIC X(01) VALUE SPACE.
003730     03  PRT-HEN                       PIC ZZZZZZZZZZ9.
003740     03  FILLER                        PIC X(01) VALUE SPACE.
003750     03  PRT-NET                       PIC ZZZZZZZZZZ9.
003760     03  FILLER                        PIC X(02) VALUE SPACE.
003770     03  PRT-HEN-RITU                  PIC ZZZ9.9.
003780     03  FILLER                        PIC X(03) VALUE SPACE.
003790     03  PRT-SHARE-RITU                PIC ZZZ9.9.
003800     03  FILLER                        PIC X(02) VALUE SPACE.
003810     03  PRT-KUMI                      PIC ZZZZ9.
003820*
003830*---------------< メッセージ１の定義 >------------------------*
003840 01  MSG-PGID                          PIC X(08) VALUE
003850     "UPBD036".
003860 01  MESSAGE-AREA1.
003870     03  MESSAGE-START.
003880       05  FILLER                      PIC X(12) VALUE
003890     "++ UPBD036 ".
003900       05  MESSAGE-START-YMD.
003910         07  MESSAGE-START-YYYY        PIC 9(04).
003920         07  FILLER                    PIC X(01) VALUE "/".
003930         07  MESSAGE-START-MM          PIC 9(02).
003940         07  FILLER                    PIC X(01) VALUE "/".
003950         07  MESSAGE-START-DD          PIC 9(02).
003960         07  FILLER                    PIC X(01) VALUE " ".
003970         07  MESSAGE-START-TIM         PIC 9(02).
003980         07  FILLER                    PIC X(01) VALUE ":".
003990         07  MESSAGE-START-MIN         PIC 9(02).
004000         07  FILLER                    PIC X(01) VALUE ":".
004010         07  MESSAGE-START-SEC         PIC 9(02).
004020         07  FILLER                    PIC X(01) VALUE " ".
004030       05  FILLER                      PIC X(08) VALUE
004040     "*START* ".
004050     03  MESSAGE-END.
004060       05  FILLER                      PIC X(12) VALUE
004070     "++ UPBD036 ".
004080       05  MESSAGE-END-YMD.
004090         07  MESSAGE-END-YYYY          PIC 9(04).
004100         07  FILLER                    PIC X(01) VALUE "/".
004110         07  MESSAGE-END-MM            PIC 9(02).
004120         07  FILLER                    PIC X(01) VALUE "/".
004130         07  MESSAGE-END-DD            PIC 9(02).
004140         07  FILLER                    PIC X(01) VALUE " ".
004150         07  MESSAGE-END-TIM           PIC 9(02).
004160         07  FILLER                    PIC X(01) VALUE ":".
004170         07  MESSAGE-END-MIN           PIC 9(02).
004180         07  FILLER                    PIC X(01) VALUE ":".
004190         07  MESSAGE-END-SEC           PIC 9(02).
004200         07  FILLER                    PIC X(01) VALUE " ".
004210       05  FILLER                      PIC X(13) VALUE
004220     "*NORMAL END* ".
004230     03  MESSAGE-ABEND.
004240       05  FILLER                      PIC X(12) VALUE
004250     "++ UPBD036 ".
004260       05  MESSAGE-ABEND-YMD.
004270         07  MESSAGE-ABEND-YYYY        PIC 9(04).
004280         07  FILLER                    PIC X(01) VALUE "/".
004290         07  MESSAGE-ABEND-MM          PIC 9(02).
004300         07  FILLER                    PIC X(01) VALUE "/".
004310         07  MESSAGE-ABEND-DD          PIC 9(02).
004320         07  FILLER                    PIC X(01) VALUE " ".
004330         07  MESSAGE-ABEND-TIM         PIC 9(02).
004340         07  FILLER                    PIC X(01) VALUE ":".
004350         07  MESSAGE-ABEND-MIN         PIC 9(02).
004360         07  FILLER                    PIC X(01) VALUE ":".
004370         07  MESSAGE-ABEND-SEC         PIC 9(02).
004380         07  FILLER                    PIC X(01) VALUE " ".
004390       05  FILLER                      PIC X(15) VALUE
004400     "*ABNORMAL END* ".
004410     03  MESSAGE-0.
004420       05  MSG0-PGID                   PIC X(08).
004430       05  MSG0-NAME                   PIC X(41).
004440*
004450*---< メッセージ２の定義 >---*
004460 01  MESSAGE-AREA2.
004470     03  MSG-501I.
004480       05  FILLER                      PIC  X(41) VALUE
004490     "++ UPBD036  501I UPT714       IN COUNT = ".
004500     03  MSG-503I.
004510       05  FILLER                      PIC  X(41) VALUE
004520     "++ UPBD036  503I UPT739O     OUT COUNT = ".
004530     03  MSG-505I.
004540       05  FILLER                      PIC  X(41) VALUE
004550     "++ UPBD036  505I DEALER          COUNT = ".
004560     03  MSG-507I.
004570       05  FILLER                      PIC  X(41) VALUE
004580     "++ UPBD036  507I SYUPPAN         COUNT = ".
004590     03  MSG-501F.
004600       05  FILLER                      PIC  X(41) VALUE
004610     "++ UPBD036  501F UPT714  OPEN  ERROR ST= ".
004620       05  MSG-501F-ST                 PIC  9(03).
004630     03  MSG-503F.
004640       05  FILLER                      PIC  X(41) VALUE
004650     "++ UPBD036  503F UPT714  READ  ERROR ST= ".
004660       05  MSG-503F-ST                 PIC  9(03).
004670     03  MSG-505F.
004680       05  FILLER                      PIC  X(41) VALUE
004690     "++ UPBD036  505F UPT714K OPEN  ERROR ST= ".
004700       05  MSG-505F-ST                 PIC  9(03).
004710     03  MSG-507F.
004720       05  FILLER                      PIC  X(41) VALUE
004730     "++ UPBD036  507F MONTH NOT CLOSED    YM= ".
004740       05  MSG-507F-YM                 PIC  9(06).
004750     03  MSG-511F.
004760       05  FILLER                      PIC  X(41) VALUE
004770     "++ UPBD036  511F UPT739W OPEN  ERROR ST= ".
004780       05  MSG-511F-ST                 PIC  9(03).
004790     03  MSG-513F.
004800       05  FILLER                      PIC  X(41) VALUE
004810     "++ UPBD036  513F UPT739W READ  ERROR ST= ".
004820       05  MSG-513F-ST                 PIC  9(03).
004830     03  MSG-515F.
004840       05  FILLER                      PIC  X(41) VALUE
004850     "++ UPBD036  515F UPT739S OPEN  ERROR ST= ".
004860       05  MSG-515F-ST                 PIC  9(03).
004870     03  MSG-517F.
004880       05  FILLER                      PIC  X(41) VALUE
004890     "++ UPBD036  517F UPT739S READ  ERROR ST= ".
004900       05  MSG-517F-ST                 PIC  9(03).
004910     03  MSG-519F.
004920       05  FILLER                      PIC  X(41) VALUE
004930     "++ UPBD036  519F UPT739T OPEN  ERROR ST= ".
004940       05  MSG-519F-ST                 PIC  9(03).
004950     03  MSG-521F.
004960       05  FILLER                      PIC  X(41) VALUE
004970     "++ UPBD036  521F UPT739T READ  ERROR ST= ".
004980       05  MSG-521F-ST                 PIC  9(03).
004990     03  MSG-523F.
005000       05  FILLER                      PIC  X(41) VALUE
005010     "++ UPBD036  523F UPT715  OPEN  ERROR ST= ".
005020       05  MSG-523F-ST                 PIC  9(03).
005030     03  MSG-525F.
005040       05  FILLER                      PIC  X(41) VALUE
005050     "++ UPBD036  525F UPT716  OPEN  ERROR ST= ".
005060       05  MSG-525F-ST                 PIC  9(03).
005070     03  MSG-541F.
005080       05  FILLER                      PIC  X(41) VALUE
005090     "++ UPBD036  541F UPT714  SORT  ERROR RC= ".
005100       05  MSG-541F-ST                 PIC  9(03).
005110     03  MSG-543F.
005120       05  FILLER                      PIC  X(41) VALUE
005130     "++ UPBD036  543F UPT739Q SORT  ERROR RC= ".
005140       05  MSG-543F-ST                 PIC  9(03).
005150     03  MSG-545F.
005160       05  FILLER                      PIC  X(41) VALUE
005170     "++ UPBD036  545F RANKING SORT  ERROR RC= ".
005180       05  MSG-545F-ST                 PIC  9(03).
005190     03  MSG-701F.
005200       05  FILLER                      PIC  X(41) VALUE
005210     "++ UPBD036  701F UPT739O OPEN  ERROR ST= ".
005220       05  MSG-701F-ST                 PIC  9(03).
005230     03  MSG-703F.
005240       05  FILLER                      PIC  X(41) VALUE
005250     "++ UPBD036  703F UPT739O WRITE ERROR ST= ".
005260       05  MSG-703F-ST                 PIC  9(03).
005270     03  MSG-705F.
005280       05  FILLER                      PIC  X(41) VALUE
005290     "++ UPBD036  705F LIST    OPEN  ERROR ST= ".
005300       05  MSG-705F-ST                 PIC  9(03).
005310     03  MSG-707F.
005320       05  FILLER                      PIC  X(41) VALUE
005330     "++ UPBD036  707F LIST    WRITE ERROR ST= ".
005340       05  MSG-707F-ST                 PIC  9(03).
005350     03  MSG-709F.
005360       05  FILLER                      PIC  X(41) VALUE
005370     "++ UPBD036  709F WORK    OPEN  ERROR ST= ".
005380       05  MSG-709F-ST                 PIC  9(03).
005390     03  MSG-711F.
005400       05  FILLER                      PIC  X(41) VALUE
005410     "++ UPBD036  711F WORK    WRITE ERROR ST= ".
005420       05  MSG-711F-ST                 PIC  9(03).
005430     03  MSG-721F.
005440       05  FILLER                      PIC  X(41) VALUE
005450     "++ UPBD036  721F NENDO= ARGUMENT INVALID ".
005460*
005470 PROCEDURE                         DIVISION.
005480****************************************************************
005490*    (0.0)   メイン              処理                          *
005500****************************************************************
005510 MAIN-RTN                          SECTION.
005520*
005530     PERFORM      INIT-RTN.
005540*-----------< 取引先・出版社・種別区分別年度集計 >-------------*
005550     PERFORM      SUM-RTN
005560         UNTIL    END-SW           =   HIGH-VALUE.
005570     PERFORM      SUM-END-RTN.
005580*-----------< 取引先別・出版社別集計 >-------------------------*
005590     PERFORM      GRP-SYUKEI-RTN.
005600*-----------< 順位付け・ランキング表出力 >---------------------*
005610     PERFORM      RANK-INIT-RTN.
005620     PERFORM      PROC-RTN
005630         UNTIL    END-SW           =   HIGH-VALUE.
005640*
005650     PERFORM      END-RTN.
005660*
005670     STOP         RUN.
005680*
005690 MAIN-EXT.
005700     EXIT.
005710****************************************************************
005720*    (1.0)   イニシャル          処理                          *
005730****************************************************************
005740 INIT-RTN                          SECTION.
005750     PERFORM      START-MSG-RTN.
005760*
005770     MOVE    99                    TO  RETURN-CODE.
005780*
005790     PERFORM      ARG-RTN.
005800     IF  ARG-NENDO-SUPPLIED
005810         CONTINUE
005820     ELSE
005830         DISPLAY MSG-721F          UPON  CONS
005840         MOVE    221               TO  RETURN-CODE
005850         PERFORM ABEND-MSG-RTN
005860         STOP    RUN
005870     END-IF.
005880*-----------< 年度の対象月（期首月から１２か月）設定 >---------*
005890     MOVE     ARG-NENDO            TO  CALC-YYYY.
005900     MOVE     KISYU-MM             TO  CALC-MM.
005910     PERFORM  NENDO-SET-RTN
005920         VARYING TUKI-IDX FROM 1 BY 1
005930         UNTIL   TUKI-IDX          >   12.
005940     MOVE     NENDO-YM (1)         TO  SCAN-FROM-YM.
005950     MOVE     NENDO-YM (12)        TO  SCAN-TO-YM.
005960*-----------< 年度の全月締め済みチェック >---------------------*
005970     PERFORM      CLOSED-CHECK-RTN.
005980*-----------< ファイル  （年度分）抽出・整列  >----------------*
005990     SORT     SORT-FILE
006000         ON   ASCENDING  KEY   SORT-TORIHIKI
006010                               SORT-SYUPPAN
006020                               SORT-SYU-KBN9
006030         INPUT PROCEDURE  IS  SORT-INPUT-RTN
006040         GIVING   UPT739W.
006050     IF  SORT-RETURN               =   ZERO
006060         CONTINUE
006070     ELSE
006080         MOVE    141               TO  RETURN-CODE
006090         MOVE    SORT-RETURN       TO  MSG-541F-ST
006100         DISPLAY MSG-541F RETURN-CODE UPON CONS
006110         PERFORM ABEND-MSG-RTN
006120         STOP    RUN
006130     END-IF.
006140*-----------< ファイル  （整列済み）ＯＰＥＮ  >----------------*
006150     OPEN INPUT UPT739W.
006160     IF  FILE-STATUS               =   ZERO
006170         CONTINUE
006180     ELSE
006190         MOVE    111               TO  RETURN-CODE
006200         MOVE    FILE-STATUS       TO  MSG-511F-ST
006210         DISPLAY MSG-511F RETURN-CODE UPON CONS
006220         PERFORM ABEND-MSG-RTN
006230         STOP    RUN
006240     END-IF.
006250*-----------< ファイル  （年度集計）ＯＰＥＮ  >----------------*
006260     OPEN OUTPUT UPT739O.
006270     IF  FILE-STATUS               =   ZERO
006280         CONTINUE
006290     ELSE
006300         MOVE    201               TO  RETURN-CODE
006310         MOVE    FILE-STATUS       TO  MSG-701F-ST
006320         DISPLAY MSG-701F RETURN-CODE UPON CONS
006330         PERFORM ABEND-MSG-RTN
006340         STOP    RUN
006350     END-IF.
006360*-----------< ファイル  （組合せ別実績）ＯＰＥＮ  >------------*
006370     OPEN OUTPUT UPT739Q.
006380     IF  FILE-STATUS               =   ZERO
006390         CONTINUE
006400     ELSE
006410         MOVE    205               TO  RETURN-CODE
006420         MOVE    FILE-STATUS       TO  MSG-709F-ST
006430         DISPLAY MSG-709F RETURN-CODE UPON CONS
006440         PERFORM ABEND-MSG-RTN
006450         STOP    RUN
006460     END-IF.
006470*-----------< 初期ロード >-------------------------------------*
006480     PERFORM      READ-RTN.
006490 INIT-EXT.
006500     EXIT.
006510****************************************************************
006520*    (1.1)   ARG-RTN　（起動パラメタ判定）
006530****************************************************************
006540 ARG-RTN                           SECTION.
006550     ACCEPT   ARG-CNT               FROM  BANGO.
006560     PERFORM  ARG-READ-RTN
006570         VARYING ARG-IDX FROM 1 BY 1
006580         UNTIL   ARG-IDX             >     ARG-CNT.
006590 ARG-EXT.
006600     EXIT.
006610****************************************************************
006620*    (1.2)   ARG-READ-RTN　（起動パラメタ　１件判定）
006630****************************************************************
006640 ARG-READ-RTN                       SECTION.
006650     DISPLAY  ARG-IDX               UPON  BANGO.
006660     ACCEPT   ARG-VALUE             FROM  ATAI
006670         ON EXCEPTION
006680             CONTINUE
006690         NOT ON EXCEPTION
006700             IF  ARG-VALUE (1:6)     =    "NENDO="
006710                 IF  ARG-VALUE (7:4)     NUMERIC    AND
006720                     ARG-VALUE (7:4)     >    "0000"
006730                     MOVE  ARG-VALUE (7:4)  TO  ARG-NENDO
006740                     MOVE  "1"              TO  ARG-NENDO-SW
006750                 ELSE
006760                     DISPLAY MSG-721F        UPON  CONS
006770                     MOVE    221              TO   RETURN-CODE
006780                     PERFORM ABEND-MSG-RTN
006790                     STOP    RUN
006800                 END-IF
006810             END-IF
006820     END-ACCEPT.
006830 ARG-READ-EXT.
006840     EXIT.
006850****************************************************************
006860*    (1.3)   NENDO-SET-RTN　（年度対象月テーブル設定）
006870****************************************************************
006880 NENDO-SET-RTN                     SECTION.
006890     MOVE     CALC-YYYYMM          TO  NENDO-YM (TUKI-IDX).
006900     MOVE     "0"                  TO  NENDO-CLOSED-SW (TUKI-IDX).
006910     IF  CALC-MM                   =   12
006920         MOVE     1                TO  CALC-MM
006930         ADD      1                TO  CALC-YYYY
006940     ELSE
006950         ADD      1                TO  CALC-MM
006960     END-IF.
006970 NENDO-SET-EXT.
006980     EXIT.
006990****************************************************************
007000*    (1.4)   CLOSED-CHECK-RTN　（年度全月締め済みチェック）
007010****************************************************************
007020 CLOSED-CHECK-RTN                  SECTION.
007030     OPEN     INPUT    UPT714K.
007040     IF  FILE-STATUS               =   ZERO
007050         MOVE     ZERO             TO  CLOSED-END-SW
007060         PERFORM  CLOSED-READ-RTN
007070             UNTIL CLOSED-END-SW   =   HIGH-VALUE
007080         CLOSE    UPT714K
007090     ELSE
007100         IF  FILE-STATUS           =   "35"
007110             CONTINUE
007120         ELSE
007130             MOVE    105           TO  RETURN-CODE
007140             MOVE    FILE-STATUS   TO  MSG-505F-ST
007150             DISPLAY MSG-505F  RETURN-CODE  UPON  CONS
007160             PERFORM ABEND-MSG-RTN
007170             STOP    RUN
007180         END-IF
007190     END-IF.
007200     MOVE     ZERO                 TO  CLOSED-CNT.
007210     MOVE     ZERO                 TO  MISIME-YM.
007220     PERFORM  CLOSED-CNT-RTN
007230         VARYING TUKI-IDX FROM 1 BY 1
007240         UNTIL   TUKI-IDX          >   12.
007250*-----------< １２か月すべて締め済みでなければ集計しない >-----*
007260     IF  CLOSED-CNT                =   12
007270         CONTINUE
007280     ELSE
007290         MOVE    MISIME-YM         TO  MSG-507F-YM
007300         MOVE    227               TO  RETURN-CODE
007310         DISPLAY MSG-507F          UPON  CONS
007320         PERFORM ABEND-MSG-RTN
007330         STOP    RUN
007340     END-IF.
007350 CLOSED-CHECK-EXT.
007360     EXIT.
007370****************************************************************
007380*    (1.5)   CLOSED-READ-RTN
007390****************************************************************
007400 CLOSED-READ-RTN                   SECTION.
007410     READ     UPT714K
007420         AT END
007430             MOVE  HIGH-VALUE            TO  CLOSED-END-SW
007440         NOT AT END
007450             PERFORM  CLOSED-MATCH-RTN
007460                 VARYING TUKI-IDX FROM 1 BY 1
007470                 UNTIL   TUKI-IDX        >   12
007480     END-READ.
007490 CLOSED-READ-EXT.
007500     EXIT.
007510****************************************************************
007520*    (1.6)   CLOSED-MATCH-RTN　（締め済み月の照合）
007530****************************************************************
007540 CLOSED-MATCH-RTN                  SECTION.
007550     IF  UPT714K-YYYYMM            =   NENDO-YM (TUKI-IDX)
007560         MOVE     "1"              TO  NENDO-CLOSED-SW (TUKI-IDX)
007570     END-IF.
007580 CLOSED-MATCH-EXT.
007590     EXIT.
007600****************************************************************
007610*    (1.7)   CLOSED-CNT-RTN　（締め済み月数・最初の未締め月）
007620****************************************************************
007630 CLOSED-CNT-RTN                    SECTION.
007640     IF  NENDO-CLOSED-SW (TUKI-IDX)  =   "1"
007650         ADD      1                TO  CLOSED-CNT
007660     ELSE
007670         IF  MISIME-YM             =   ZERO
007680             MOVE  NENDO-YM (TUKI-IDX)  TO  MISIME-YM
007690         END-IF
007700     END-IF.
007710 CLOSED-CNT-EXT.
007720     EXIT.
007730****************************************************************
007740*    (1.8)   SORT-INPUT-RTN　（年度分抽出）
007750****************************************************************
007760 SORT-INPUT-RTN                    SECTION.
007770     OPEN INPUT UPT714I.
007780     IF  FILE-STATUS               =   ZERO
007790         CONTINUE
007800     ELSE
007810         MOVE    101               TO  RETURN-CODE
007820         MOVE    FILE-STATUS       TO  MSG-501F-ST
007830         DISPLAY MSG-501F RETURN-CODE UPON CONS
007840         PERFORM ABEND-MSG-RTN
007850         STOP    RUN
007860     END-IF.
007870     COMPUTE  UPT714-GYOMU-YMD  =  SCAN-FROM-YM  *  100.
007880     MOVE     ZERO                 TO  UPT714-TORIHIKI-CD9.
007890     MOVE     ZERO                 TO  UPT714-SYUPPAN-CD9.
007900     MOVE     ZERO                 TO  SCAN-END-SW.
007910     START    UPT714I
007920         KEY  IS  NOT  LESS  THAN  UPT714-KEY
007930         INVALID KEY
007940             MOVE  HIGH-VALUE      TO  SCAN-END-SW
007950     END-START.
007960     PERFORM  SCAN-READ-RTN
007970         UNTIL SCAN-END-SW         =   HIGH-VALUE.
007980     CLOSE    UPT714I.
007990 SORT-INPUT-EXT.
008000     EXIT.
008010****************************************************************
008020*    (1.9)   SCAN-READ-RTN　（年度内１件抽出）
008030****************************************************************
008040 SCAN-READ-RTN                     SECTION.
008050     READ     UPT714I   NEXT
008060         AT END
008070             MOVE  HIGH-VALUE            TO  SCAN-END-SW
008080         NOT AT END
008090             IF    FILE-STATUS           =   ZERO
008100                 IF  UPT714-GYOMU-YMD (1:6)  <=  SCAN-TO-YM
008110                     PERFORM  SCAN-RELEASE-RTN
008120                 ELSE
008130                     MOVE  HIGH-VALUE    TO  SCAN-END-SW
008140                 END-IF
008150             ELSE
008160                 MOVE  103               TO  RETURN-CODE
008170                 MOVE  FILE-STATUS       TO  MSG-503F-ST
008180                 DISPLAY MSG-503F RETURN-CODE  UPON  CONS
008190                 PERFORM ABEND-MSG-RTN
008200                 STOP RUN
008210             END-IF
008220     END-READ.
008230 SCAN-READ-EXT.
008240     EXIT.
008250****************************************************************
008260*    (1.10)  SCAN-RELEASE-RTN　（年度内月番号設定・ソート入力）
008270****************************************************************
008280 SCAN-RELEASE-RTN                  SECTION.
008290     MOVE     SPACE                TO  SORT-REC.
008300*-----------< 期首月を１とする年度内の月番号 >-----------------*
008310     MOVE     UPT714-GYOMU-YMD (1:6)   TO  CALC-YYYYMM.
008320     IF  CALC-MM                   >=  KISYU-MM
008330         COMPUTE  TUKI-NO  =  CALC-MM  -  KISYU-MM  +  1
008340     ELSE
008350         COMPUTE  TUKI-NO  =  CALC-MM  -  KISYU-MM  +  13
008360     END-IF.
008370     MOVE     UPT714-TORIHIKI-CD9  TO  SORT-TORIHIKI.
008380     MOVE     UPT714-SYUPPAN-CD9   TO  SORT-SYUPPAN.
008390     MOVE     UPT714-SYU-KBN9      TO  SORT-SYU-KBN9.
008400     MOVE     TUKI-NO              TO  SORT-TUKI-NO.
008410     MOVE     UPT714-URI-CNT       TO  SORT-URI-CNT.
008420     MOVE     UPT714-HEN-CNT       TO  SORT-HEN-CNT.
008430     MOVE     UPT714-NET-CNT       TO  SORT-NET-CNT.
008440     RELEASE  SORT-REC.
008450     ADD      1                    TO  CNT-IN.
008460 SCAN-RELEASE-EXT.
008470     EXIT.
008480****************************************************************
008490*    (1.11)  READ-RTN
008500****************************************************************
008510 READ-RTN                          SECTION.
008520     READ      UPT739W
008530         AT    END
008540         MOVE  HIGH-VALUE                TO  END-SW
008550*
008560         NOT AT END
008570         IF    FILE-STATUS               =   ZERO
008580               CONTINUE
008590         ELSE
008600               MOVE  113                 TO  RETURN-CODE
008610               MOVE FILE-STATUS          TO  MSG-513F-ST
008620               DISPLAY MSG-513F RETURN-CODE  UPON  CONS
008630               PERFORM ABEND-MSG-RTN
008640               STOP RUN
008650         END-IF.
008660 READ-EXT.
008670     EXIT.
008680****************************************************************
008690*    (2.0)   SUM-RTN　（取引先・出版社・種別区分ブレイク）      *
008700****************************************************************
008710 SUM-RTN                           SECTION.
008720*
008730     IF  FIRST-REC
008740         MOVE     "0"              TO  FIRST-REC-SW
008750         MOVE     UPT739W-TORIHIKI TO  OLD-TORIHIKI
008760         MOVE     UPT739W-SYUPPAN  TO  OLD-SYUPPAN
008770         MOVE     UPT739W-SYU-KBN9 TO  OLD-SYU-KBN9
008780         INITIALIZE  ACC-AREA
008790     ELSE
008800         IF  UPT739W-TORIHIKI      NOT =   OLD-TORIHIKI  OR
008810             UPT739W-SYUPPAN       NOT =   OLD-SYUPPAN   OR
008820             UPT739W-SYU-KBN9      NOT =   OLD-SYU-KBN9
008830             PERFORM  SUM-OUT-RTN
008840             MOVE     UPT739W-TORIHIKI TO  OLD-TORIHIKI
008850             MOVE     UPT739W-SYUPPAN  TO  OLD-SYUPPAN
008860             MOVE     UPT739W-SYU-KBN9 TO  OLD-SYU-KBN9
008870             INITIALIZE  ACC-AREA
008880         END-IF
008890     END-IF.
008900*-----------< 月別・年間加算 >---------------------------------*
008910     MOVE     UPT739W-TUKI-NO      TO  TUKI-IDX.
008920     ADD      UPT739W-URI-CNT      TO  ACC-URI (TUKI-IDX)
008930                                       ACC-NEN-URI.
008940     ADD      UPT739W-HEN-CNT      TO  ACC-HEN (TUKI-IDX)
008950                                       ACC-NEN-HEN.
008960     ADD      UPT739W-NET-CNT      TO  ACC-NET (TUKI-IDX)
008970                                       ACC-NEN-NET.
008980     ADD      1                    TO  ACC-MEISAI-CNT.
008990*-----------< READ処理 >---------------------------------------*
009000     PERFORM  READ-RTN.
009010*
009020 SUM-EXT.
009030     EXIT.
009040****************************************************************
009050*    (2.1)   SUM-OUT-RTN　（年度集計出力）
009060****************************************************************
009070 SUM-OUT-RTN                       SECTION.
009080     MOVE     SPACE                TO  UPT739O-REC.
009090     MOVE     ARG-NENDO            TO  UPT739-NENDO.
009100     MOVE     OLD-TORIHIKI         TO  UPT739-TORIHIKI-CD9.
009110     MOVE     OLD-SYUPPAN          TO  UPT739-SYUPPAN-CD9.
009120     MOVE     OLD-SYU-KBN9         TO  UPT739-SYU-KBN9.
009130     PERFORM  SUM-TUKI-RTN
009140         VARYING TUKI-IDX FROM 1 BY 1
009150         UNTIL   TUKI-IDX          >   12.
009160     MOVE     ACC-NEN-URI          TO  UPT739-NEN-URI.
009170     MOVE     ACC-NEN-HEN          TO  UPT739-NEN-HEN.
009180     MOVE     ACC-NEN-NET          TO  UPT739-NEN-NET.
009190     MOVE     ACC-MEISAI-CNT       TO  UPT739-MEISAI-CNT.
009200     WRITE    UPT739O-REC.
009210     IF  FILE-STATUS               =   ZERO
009220         ADD      1                TO  CNT-OUT
009230     ELSE
009240         MOVE    202               TO  RETURN-CODE
009250         MOVE    FILE-STATUS       TO  MSG-703F-ST
009260         DISPLAY MSG-703F  RETURN-CODE  UPON  CONS
009270         PERFORM ABEND-MSG-RTN
009280         STOP    RUN
009290     END-IF.
009300     ADD      ACC-NEN-URI          TO  SOGO-NEN-URI.
009310     ADD      ACC-NEN-HEN          TO  SOGO-NEN-HEN.
009320     ADD      ACC-NEN-NET          TO  SOGO-NEN-NET.
009330*-----------< 取引先別・出版社別ランキング用に出力 >-----------*
009340     MOVE     SPACE                TO  RANK-WK.
009350     MOVE     "1"                  TO  RW-GRP-KBN.
009360     MOVE     OLD-TORIHIKI         TO  RW-GRP-CD.
009370     PERFORM  KUMI-WRITE-RTN.
009380     MOVE     SPACE                TO  RANK-WK.
009390     MOVE     "2"                  TO  RW-GRP-KBN.
009400     MOVE     OLD-SYUPPAN          TO  RW-GRP-CD.
009410     PERFORM  KUMI-WRITE-RTN.
009420 SUM-OUT-EXT.
009430     EXIT.
009440****************************************************************
009450*    (2.2)   SUM-TUKI-RTN　（月別実績設定）
009460****************************************************************
009470 SUM-TUKI-RTN                      SECTION.
009480     MOVE     ACC-URI (TUKI-IDX)   TO  UPT739-URI-CNT (TUKI-IDX).
009490     MOVE     ACC-HEN (TUKI-IDX)   TO  UPT739-HEN-CNT (TUKI-IDX).
009500     MOVE     ACC-NET (TUKI-IDX)   TO  UPT739-NET-CNT (TUKI-IDX).
009510 SUM-TUKI-EXT.
009520     EXIT.
009530****************************************************************
009540*    (2.3)   KUMI-WRITE-RTN　（取引先・出版社別年度実績出力）
009550****************************************************************
009560 KUMI-WRITE-RTN                    SECTION.
009570     MOVE     ACC-NEN-NET          TO  RW-NEN-NET.
009580     MOVE     ACC-NEN-URI          TO  RW-NEN-URI.
009590     MOVE     ACC-NEN-HEN          TO  RW-NEN-HEN.
009600     MOVE     1                    TO  RW-KUMI-CNT.
009610     WRITE    UPT739Q-REC          FROM  RANK-WK.
009620     IF  FILE-STATUS               =   ZERO
009630         CONTINUE
009640     ELSE
009650         MOVE    206               TO  RETURN-CODE
009660         MOVE    FILE-STATUS       TO  MSG-711F-ST
009670         DISPLAY MSG-711F  RETURN-CODE  UPON  CONS
009680         PERFORM ABEND-MSG-RTN
009690         STOP    RUN
009700     END-IF.
009710 KUMI-WRITE-EXT.
009720     EXIT.
009730****************************************************************
009740*    (2.4)   SUM-END-RTN　（年度集計終了）
009750****************************************************************
009760 SUM-END-RTN                       SECTION.
009770     IF  FIRST-REC
009780         CONTINUE
009790     ELSE
009800         PERFORM  SUM-OUT-RTN
009810     END-IF.
009820     CLOSE    UPT739W.
009830     CLOSE    UPT739O.
009840     CLOSE    UPT739Q.
009850 SUM-END-EXT.
009860     EXIT.
009870****************************************************************
009880*    (3.0)   GRP-SYUKEI-RTN　（取引先別・出版社別集計）
009890****************************************************************
009900 GRP-SYUKEI-RTN                    SECTION.
009910     SORT     SORT-FILE2
009920         ON   ASCENDING  KEY   SORT2-GRP-KBN
009930                               SORT2-GRP-CD
009940         USING    UPT739Q
009950         GIVING   UPT739S.
009960     IF  SORT-RETURN               =   ZERO
009970         CONTINUE
009980     ELSE
009990         MOVE    143               TO  RETURN-CODE
010000         MOVE    SORT-RETURN       TO  MSG-543F-ST
010010         DISPLAY MSG-543F RETURN-CODE UPON CONS
010020         PERFORM ABEND-MSG-RTN
010030         STOP    RUN
010040     END-IF.
010050*-----------< ファイル  （整列済み）ＯＰＥＮ  >----------------*
010060     OPEN INPUT UPT739S.
010070     IF  FILE-STATUS               =   ZERO
010080         CONTINUE
010090     ELSE
010100         MOVE    115               TO  RETURN-CODE
010110         MOVE    FILE-STATUS       TO  MSG-515F-ST
010120         DISPLAY MSG-515F RETURN-CODE UPON CONS
010130         PERFORM ABEND-MSG-RTN
010140         STOP    RUN
010150     END-IF.
010160*-----------< ファイル  （取引先別・出版社別）ＯＰＥＮ >-------*
010170     OPEN OUTPUT UPT739P.
010180     IF  FILE-STATUS               =   ZERO
010190         CONTINUE
010200     ELSE
010210         MOVE    207               TO  RETURN-CODE
010220         MOVE    FILE-STATUS       TO  MSG-709F-ST
010230         DISPLAY MSG-709F RETURN-CODE UPON CONS
010240         PERFORM ABEND-MSG-RTN
010250         STOP    RUN
010260     END-IF.
010270*
010280     MOVE     "1"                  TO  FIRST-REC-SW.
010290     MOVE     ZERO                 TO  END-SW.
010300     PERFORM  GRP-READ-RTN.
010310     PERFORM  GRP-RTN
010320         UNTIL    END-SW           =   HIGH-VALUE.
010330     IF  FIRST-REC
010340         CONTINUE
010350     ELSE
010360         PERFORM  GRP-OUT-RTN
010370     END-IF.
010380     CLOSE    UPT739S.
010390     CLOSE    UPT739P.
010400 GRP-SYUKEI-EXT.
010410     EXIT.
010420****************************************************************
010430*    (3.1)   GRP-RTN　（取引先・出版社ブレイク）
010440****************************************************************
010450 GRP-RTN                           SECTION.
010460     IF  FIRST-REC
010470         MOVE     "0"              TO  FIRST-REC-SW
010480         MOVE     UPT739S-GRP-KBN  TO  OLD-GRP-KBN
010490         MOVE     UPT739S-GRP-CD   TO  OLD-GRP-CD
010500         INITIALIZE  GRP-ACC-AREA
010510     ELSE
010520         IF  UPT739S-GRP-KBN       NOT =   OLD-GRP-KBN  OR
010530             UPT739S-GRP-CD        NOT =   OLD-GRP-CD
010540             PERFORM  GRP-OUT-RTN
010550             MOVE     UPT739S-GRP-KBN  TO  OLD-GRP-KBN
010560             MOVE     UPT739S-GRP-CD   TO  OLD-GRP-CD
010570             INITIALIZE  GRP-ACC-AREA
010580         END-IF
010590     END-IF.
010600     MOVE     UPT739S-REC          TO  RANK-WK.
010610     ADD      RW-NEN-URI           TO  GA-NEN-URI.
010620     ADD      RW-NEN-HEN           TO  GA-NEN-HEN.
010630     ADD      RW-NEN-NET           TO  GA-NEN-NET.
010640     ADD      RW-KUMI-CNT          TO  GA-KUMI-CNT.
010650*-----------< READ処理 >---------------------------------------*
010660     PERFORM  GRP-READ-RTN.
010670 GRP-EXT.
010680     EXIT.
010690****************************************************************
010700*    (3.2)   GRP-OUT-RTN　（取引先別・出版社別集計出力）
010710****************************************************************
010720 GRP-OUT-RTN                       SECTION.
010730     MOVE     SPACE                TO  RANK-WK.
010740     MOVE     OLD-GRP-KBN          TO  RW-GRP-KBN.
010750     MOVE     OLD-GRP-CD           TO  RW-GRP-CD.
010760     MOVE     GA-NEN-NET           TO  RW-NEN-NET.
010770     MOVE     GA-NEN-URI           TO  RW-NEN-URI.
010780     MOVE     GA-NEN-HEN           TO  RW-NEN-HEN.
010790     MOVE     GA-KUMI-CNT          TO  RW-KUMI-CNT.
010800     WRITE    UPT739P-REC          FROM  RANK-WK.
010810     IF  FILE-STATUS               =   ZERO
010820         CONTINUE
010830     ELSE
010840         MOVE    208               TO  RETURN-CODE
010850         MOVE    FILE-STATUS       TO  MSG-711F-ST
010860         DISPLAY MSG-711F  RETURN-CODE  UPON  CONS
010870         PERFORM ABEND-MSG-RTN
010880         STOP    RUN
010890     END-IF.
010900     IF  RW-GRP-TORIHIKI
010910         ADD      1                TO  CNT-TOR
010920     ELSE
010930         ADD      1                TO  CNT-SYU
010940     END-IF.
010950 GRP-OUT-EXT.
010960     EXIT.
010970****************************************************************
010980*    (3.3)   GRP-READ-RTN
010990****************************************************************
011000 GRP-READ-RTN                      SECTION.
011010     READ      UPT739S
011020         AT    END
011030         MOVE  HIGH-VALUE                TO  END-SW
011040*
011050         NOT AT END
011060         IF    FILE-STATUS               =   ZERO
011070               CONTINUE
011080         ELSE
011090               MOVE  117                 TO  RETURN-CODE
011100               MOVE FILE-STATUS          TO  MSG-517F-ST
011110               DISPLAY MSG-517F RETURN-CODE  UPON  CONS
011120               PERFORM ABEND-MSG-RTN
011130               STOP RUN
011140         END-IF.
011150 GRP-READ-EXT.
011160     EXIT.
011170****************************************************************
011180*    (4.0)   RANK-INIT-RTN　（実売部数順整列・出力準備）
011190****************************************************************
011200 RANK-INIT-RTN                     SECTION.
011210*-----------< 取引先別・出版社別に年間実売部数の多い順 >-------*
011220     SORT     SORT-FILE2
011230         ON   ASCENDING  KEY   SORT2-GRP-KBN
011240         ON   DESCENDING KEY   SORT2-NEN-NET
011250         ON   ASCENDING  KEY   SORT2-GRP-CD
011260         USING    UPT739P
011270         GIVING   UPT739T.
011280     IF  SORT-RETURN               =   ZERO
011290         CONTINUE
011300     ELSE
011310         MOVE    145               TO  RETURN-CODE
011320         MOVE    SORT-RETURN       TO  MSG-545F-ST
011330         DISPLAY MSG-545F RETURN-CODE UPON CONS
011340         PERFORM ABEND-MSG-RTN
011350         STOP    RUN
011360     END-IF.
011370*-----------< ファイル  （順位付け済み）ＯＰＥＮ  >------------*
011380     OPEN INPUT UPT739T.
011390     IF  FILE-STATUS               =   ZERO
011400         CONTINUE
011410     ELSE
011420         MOVE    119               TO  RETURN-CODE
011430         MOVE    FILE-STATUS       TO  MSG-519F-ST
011440         DISPLAY MSG-519F RETURN-CODE UPON CONS
011450         PERFORM ABEND-MSG-RTN
011460         STOP    RUN
011470     END-IF.
011480*-----------< ファイル  （取引先名称マスタ）ＯＰＥＮ  >--------*
011490     OPEN INPUT UPT715I.
011500     IF  FILE-STATUS               =   ZERO
011510         CONTINUE
011520     ELSE
011530         MOVE    123               TO  RETURN-CODE
011540         MOVE    FILE-STATUS       TO  MSG-523F-ST
011550         DISPLAY MSG-523F RETURN-CODE UPON CONS
011560         PERFORM ABEND-MSG-RTN
011570         STOP    RUN
011580     END-IF.
011590*-----------< ファイル  （出版社名称マスタ）ＯＰＥＮ  >--------*
011600     OPEN INPUT UPT716I.
011610     IF  FILE-STATUS               =   ZERO
011620         CONTINUE
011630     ELSE
011640         MOVE    125               TO  RETURN-CODE
011650         MOVE    FILE-STATUS       TO  MSG-525F-ST
011660         DISPLAY MSG-525F RETURN-CODE UPON CONS
011670         PERFORM ABEND-MSG-RTN
011680         STOP    RUN
011690     END-IF.
011700*-----------< ファイル  （ランキング表）ＯＰＥＮ  >------------*
011710     OPEN OUTPUT UPT739R.
011720     IF  FILE-STATUS               =   ZERO
011730         CONTINUE
011740     ELSE
011750         MOVE    203               TO  RETURN-CODE
011760         MOVE    FILE-STATUS       TO  MSG-705F-ST
011770         DISPLAY MSG-705F RETURN-CODE UPON CONS
011780         PERFORM ABEND-MSG-RTN
011790         STOP    RUN
011800     END-IF.
011810*
011820     MOVE     "1"                  TO  FIRST-REC-SW.
011830     MOVE     ZERO                 TO  END-SW.
011840     PERFORM  RANK-READ-RTN.
011850 RANK-INIT-EXT.
011860     EXIT.
011870****************************************************************
011880*    (4.1)   RANK-READ-RTN
011890****************************************************************
011900 RANK-READ-RTN                     SECTION.
011910     READ      UPT739T
011920         AT    END
011930         MOVE  HIGH-VALUE                TO  END-SW
011940*
011950         NOT AT END
011960         IF    FILE-STATUS               =   ZERO
011970               CONTINUE
011980         ELSE
011990               MOVE  121                 TO  RETURN-CODE
012000               MOVE FILE-STATUS          TO  MSG-521F-ST
012010               DISPLAY MSG-521F RETURN-CODE  UPON  CONS
012020               PERFORM ABEND-MSG-RTN
012030               STOP RUN
012040         END-IF.
012050 RANK-READ-EXT.
012060     EXIT.
012070****************************************************************
012080*    (5.0)   PROC-RTN　（取引先別・出版社別ブレイク）            *
012090****************************************************************
012100 PROC-RTN                          SECTION.
012110*
012120     IF  FIRST-REC
012130         MOVE     "0"              TO  FIRST-REC-SW
012140         MOVE     UPT739T-GRP-KBN  TO  OLD-GRP-KBN
012150         PERFORM  GRP-INIT-RTN
012160     ELSE
012170         IF  UPT739T-GRP-KBN       NOT =   OLD-GRP-KBN
012180             PERFORM  GRP-GOKEI-RTN
012190             MOVE     UPT739T-GRP-KBN  TO  OLD-GRP-KBN
012200             PERFORM  GRP-INIT-RTN
012210         END-IF
012220     END-IF.
012230*
012240     MOVE     UPT739T-REC          TO  RANK-WK.
012250     ADD      1                    TO  RANK-CNT.
012260     PERFORM  MEISAI-RTN.
012270*-----------< READ処理 >---------------------------------------*
012280     PERFORM  RANK-READ-RTN.
012290*
012300 PROC-EXT.
012310     EXIT.
012320****************************************************************
012330*    (5.1)   GRP-INIT-RTN　（ランキング見出し・合計クリア）
012340****************************************************************
012350 GRP-INIT-RTN                      SECTION.
012360     INITIALIZE  GRP-GOKEI-AREA.
012370     MOVE     ZERO                 TO  RANK-CNT.
012380     PERFORM  GRP-MIDASI-RTN.
012390 GRP-INIT-EXT.
012400     EXIT.
012410****************************************************************
012420*    (5.2)   GRP-MIDASI-RTN　（ランキング改ページ見出し）
012430****************************************************************
012440 GRP-MIDASI-RTN                    SECTION.
012450     ADD      1                    TO  PAGE-CNT.
012460     MOVE     WK-YYYY              TO  PRT-M1-YYYY.
012470     MOVE     WK-MM                TO  PRT-M1-MM.
012480     MOVE     WK-DD                TO  PRT-M1-DD.
012490     MOVE     PAGE-CNT             TO  PRT-M1-PAGE.
012500     WRITE    UPT739R-REC          FROM  PRT-MIDASI1
012510         AFTER  ADVANCING  PAGE.
012520     PERFORM  LIST-CHECK-RTN.
012530     IF  OLD-GRP-KBN               =   "1"
012540         MOVE     "RANKING BY DEALER"     TO  PRT-M2-TITLE
012550     ELSE
012560         MOVE     "RANKING BY PUBLISHER"  TO  PRT-M2-TITLE
012570     END-IF.
012580     MOVE     ARG-NENDO            TO  PRT-M2-NENDO.
012590     MOVE     SCAN-FROM-YM         TO  PRT-M2-FROM-YM.
012600     MOVE     SCAN-TO-YM           TO  PRT-M2-TO-YM.
012610     WRITE    UPT739R-REC          FROM  PRT-MIDASI2
012620         AFTER  ADVANCING  2  LINES.
012630     PERFORM  LIST-CHECK-RTN.
012640     WRITE    UPT739R-REC          FROM  PRT-MIDASI3
012650         AFTER  ADVANCING  2  LINES.
012660     PERFORM  LIST-CHECK-RTN.
012670     MOVE     SPACE                TO  UPT739R-REC.
012680     WRITE    UPT739R-REC
012690         AFTER  ADVANCING  1  LINE.
012700     PERFORM  LIST-CHECK-RTN.
012710     MOVE     7                    TO  LINE-CNT.
012720 GRP-MIDASI-EXT.
012730     EXIT.
012740****************************************************************
012750*    (5.3)   MEISAI-RTN　（ランキング明細出力）
012760****************************************************************
012770 MEISAI-RTN                        SECTION.
012780*-----------< 取引先名称・出版社名称検索 >---------------------*
012790     MOVE     MITOROKU-NAME        TO  WK-NAME.
012800     IF  RW-GRP-TORIHIKI
012810         MOVE     RW-GRP-CD        TO  UPT715-TORIHIKI-CD9
012820         READ     UPT715I
012830             INVALID KEY
012840                 CONTINUE
012850             NOT INVALID KEY
012860                 MOVE  UPT715-KANJI-NAME  TO  WK-NAME
012870         END-READ
012880     ELSE
012890         MOVE     RW-GRP-CD        TO  UPT716-SYUPPAN-CD9
012900         READ     UPT716I
012910             INVALID KEY
012920                 CONTINUE
012930             NOT INVALID KEY
012940                 MOVE  UPT716-KANJI-NAME  TO  WK-NAME
012950         END-READ
012960     END-IF.
012970*
012980     MOVE     RW-NEN-URI           TO  IN-URI.
012990     MOVE     RW-NEN-HEN           TO  IN-HEN.
013000     MOVE     RW-NEN-NET           TO  IN-NET.
013010     PERFORM  RITU-CALC-RTN.
013020     MOVE     SPACE                TO  PRT-MEISAI.
013030     MOVE     RANK-CNT             TO  PRT-RANK.
013040     MOVE     RW-GRP-CD            TO  PRT-CD.
013050     MOVE     WK-NAME              TO  PRT-NAME.
013060     MOVE     RW-NEN-URI           TO  PRT-URI.
013070     MOVE     RW-NEN-HEN           TO  PRT-HEN.
013080     MOVE     RW-NEN-NET           TO  PRT-NET.
013090     MOVE     CALC-HEN-RITU        TO  PRT-HEN-RITU.
013100     MOVE     CALC-SHARE-RITU      TO  PRT-SHARE-RITU.
013110     MOVE     RW-KUMI-CNT          TO  PRT-KUMI.
013120     MOVE     PRT-MEISAI           TO  PRT-LINE.
013130     PERFORM  LIST-WRITE-RTN.
013140*-----------< ランキング合計加算 >-----------------------------*
013150     ADD      RW-NEN-URI           TO  GRP-NEN-URI.
013160     ADD      RW-NEN-HEN           TO  GRP-NEN-HEN.
013170     ADD      RW-NEN-NET           TO  GRP-NEN-NET.
013180     ADD      RW-KUMI-CNT          TO  GRP-KUMI-CNT.
013190 MEISAI-EXT.
013200     EXIT.
013210****************************************************************
013220*    (5.4)   RITU-CALC-RTN　（返品率・構成比計算）
013230****************************************************************
013240 RITU-CALC-RTN                     SECTION.
013250     MOVE     ZERO                 TO  CALC-HEN-RITU.
013260     MOVE     ZERO                 TO  CALC-SHARE-RITU.
013270*-----------< 返品率＝返品／売上、構成比＝実売／年度総実売 >---*
013280     IF  IN-URI                    >   ZERO
013290         COMPUTE  CALC-HEN-RITU  ROUNDED  =
013300                  IN-HEN  *  100  /  IN-URI
013310             ON SIZE ERROR
013320                  MOVE  9999.9     TO  CALC-HEN-RITU
013330         END-COMPUTE
013340     END-IF.
013350     IF  SOGO-NEN-NET              >   ZERO
013360         COMPUTE  CALC-SHARE-RITU  ROUNDED  =
013370                  IN-NET  *  100  /  SOGO-NEN-NET
013380             ON SIZE ERROR
013390                  MOVE  9999.9     TO  CALC-SHARE-RITU
013400         END-COMPUTE
013410     END-IF.
013420 RITU-CALC-EXT.
013430     EXIT.
013440****************************************************************
013450*    (6.0)   GRP-GOKEI-RTN　（ランキング合計出力）
013460****************************************************************
013470 GRP-GOKEI-RTN                     SECTION.
013480     MOVE     SPACE                TO  PRT-LINE.
013490     PERFORM  LIST-WRITE-RTN.
013500     MOVE     GRP-NEN-URI          TO  IN-URI.
013510     MOVE     GRP-NEN-HEN          TO  IN-HEN.
013520     MOVE     GRP-NEN-NET          TO  IN-NET.
013530     PERFORM  RITU-CALC-RTN.
013540     MOVE     SPACE                TO  PRT-MEISAI.
013550     MOVE     "TOTAL"              TO  PRT-RANK-X.
013560     MOVE     SPACE                TO  PRT-CD-X.
013570     MOVE     SPACE                TO  PRT-NAME.
013580     MOVE     GRP-NEN-URI          TO  PRT-URI.
013590     MOVE     GRP-NEN-HEN          TO  PRT-HEN.
013600     MOVE     GRP-NEN-NET          TO  PRT-NET.
013610     MOVE     CALC-HEN-RITU        TO  PRT-HEN-RITU.
013620     MOVE     CALC-SHARE-RITU      TO  PRT-SHARE-RITU.
013630     MOVE     GRP-KUMI-CNT         TO  PRT-KUMI.
013640     MOVE     PRT-MEISAI           TO  PRT-LINE.
013650     PERFORM  LIST-WRITE-RTN.
013660 GRP-GOKEI-EXT.
013670     EXIT.
013680****************************************************************
013690*    (6.1)   LIST-WRITE-RTN　（ランキング表出力）
013700****************************************************************
013710 LIST-WRITE-RTN                    SECTION.
013720     IF  LINE-CNT                  >   MAX-LINE
013730         PERFORM  GRP-MIDASI-RTN
013740     END-IF.
013750     WRITE    UPT739R-REC          FROM  PRT-LINE
013760         AFTER  ADVANCING  1  LINE.
013770     PERFORM  LIST-CHECK-RTN.
013780     ADD      1                    TO  LINE-CNT.
013790 LIST-WRITE-EXT.
013800     EXIT.
013810****************************************************************
013820*    (6.2)   LIST-CHECK-RTN　（ランキング表出力結果判定）
013830****************************************************************
013840 LIST-CHECK-RTN                    SECTION.
013850     IF  FILE-STATUS               =   ZERO
013860         CONTINUE
013870     ELSE
013880         MOVE    204               TO  RETURN-CODE
013890         MOVE    FILE-STATUS       TO  MSG-707F-ST
013900         DISPLAY MSG-707F  RETURN-CODE  UPON  CONS
013910         PERFORM ABEND-MSG-RTN
013920         STOP    RUN
013930     END-IF.
013940 LIST-CHECK-EXT.
013950     EXIT.
013960****************************************************************
013970*    (7.0)     ＳＴＡＲＴメッセージ処理                        *
013980****************************************************************
013990 START-MSG-RTN                     SECTION.
014000     ACCEPT  WK-DATE               FROM   DATE.
014010     ACCEPT  WK-TIME               FROM   TIME.
014020     MOVE    WK-Y                  TO     WK-YY.
014030     MOVE    WK-M                  TO     WK-MM.
014040     MOVE    WK-D                  TO     WK-DD.
014050     MOVE    20                    TO     WK-20.
014060*
014070     MOVE    WK-YYYY               TO     MESSAGE-START-YYYY.
014080     MOVE    WK-MM                 TO     MESSAGE-START-MM.
014090     MOVE    WK-DD                 TO     MESSAGE-START-DD.
014100     MOVE    WK-TIM                TO     MESSAGE-START-TIM.
014110     MOVE    WK-MIN                TO     MESSAGE-START-MIN.
014120     MOVE    WK-SEC                TO     MESSAGE-START-SEC.
014130*
014140     DISPLAY  MESSAGE-START  UPON CONS.
014150*
014160 START-MSG-EXT.
014170     EXIT.
014180****************************************************************
014190*    (8.0)     ＡＢＥＮＤメッセージ処理                        *
014200****************************************************************
014210 ABEND-MSG-RTN                     SECTION.
014220     ACCEPT  WK-DATE               FROM   DATE.
014230     ACCEPT  WK-TIME               FROM   TIME.
014240     MOVE    WK-Y                  TO     WK-YY.
014250     MOVE    WK-M                  TO     WK-MM.
014260     MOVE    WK-D                  TO     WK-DD.
014270     MOVE    20                    TO     WK-20.
014280*
014290     MOVE    WK-YYYY               TO     MESSAGE-ABEND-YYYY.
014300     MOVE    WK-MM                 TO     MESSAGE-ABEND-MM.
014310     MOVE    WK-DD                 TO     MESSAGE-ABEND-DD.
014320     MOVE    WK-TIM                TO     MESSAGE-ABEND-TIM.
014330     MOVE    WK-MIN                TO     MESSAGE-ABEND-MIN.
014340     MOVE    WK-SEC                TO     MESSAGE-ABEND-SEC.
014350*
014360     DISPLAY  MESSAGE-ABEND  UPON CONS.
014370*
014380 ABEND-MSG-EXT.
014390     EXIT.
014400****************************************************************
014410*    (9.0)     ＥＮＤメッセージ処理                            *
014420****************************************************************
014430 END-MSG-RTN                     SECTION.
014440     ACCEPT  WK-DATE               FROM   DATE.
014450     ACCEPT  WK-TIME               FROM   TIME.
014460     MOVE    WK-Y                  TO     WK-YY.
014470     MOVE    WK-M                  TO     WK-MM.
014480     MOVE    WK-D                  TO     WK-DD.
014490     MOVE    20                    TO     WK-20.
014500*
014510     MOVE    WK-YYYY               TO     MESSAGE-END-YYYY.
014520     MOVE    WK-MM                 TO     MESSAGE-END-MM.
014530     MOVE    WK-DD                 TO     MESSAGE-END-DD.
014540     MOVE    WK-TIM                TO     MESSAGE-END-TIM.
014550     MOVE    WK-MIN                TO     MESSAGE-END-MIN.
014560     MOVE    WK-SEC                TO     MESSAGE-END-SEC.
014570*
014580     DISPLAY  MESSAGE-END  UPON CONS.
014590*
014600 END-MSG-EXT.
014610     EXIT.
014620****************************************************************
014630*    (10.0)             エンド 処理                            *
014640****************************************************************
014650 END-RTN                           SECTION.
014660*-----------< 最終ランキング合計出力 >-------------------------*
014670     IF  FIRST-REC
014680         CONTINUE
014690     ELSE
014700         PERFORM  GRP-GOKEI-RTN
014710     END-IF.
014720*
014730     CLOSE     UPT739T.
014740     CLOSE     UPT715I.
014750     CLOSE     UPT716I.
014760     CLOSE     UPT739R.
014770     MOVE      ZERO                TO  RETURN-CODE.
014780*---------< 件数表示 >-----------------------------------------*
014790     DISPLAY MSG-501I  CNT-IN      UPON CONS.
014800     DISPLAY MSG-503I  CNT-OUT     UPON CONS.
014810     DISPLAY MSG-505I  CNT-TOR     UPON CONS.
014820     DISPLAY MSG-507I  CNT-SYU     UPON CONS.
014830     PERFORM END-MSG-RTN.
014840*
014850 END-EXT.
014860     EXIT.
