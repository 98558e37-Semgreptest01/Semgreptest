000010****************************************************************
000020*    システム名    ： 新聞競馬新聞実績
000030*    プログラム名  ： 月次返品率・消化率分析処理
000040*    プログラムＩＤ： UPBD030
000050*    作  成  者    ： T.HARUYAMA
000060*    作  成  日    ： 2004年10月12日
000061*    修  正  日    ： 2004年11月16日 年度繰越済み月は年度集計参照
000070****************************************************************
000080 IDENTIFICATION                    DIVISION.
000090 PROGRAM-ID.                       UPBD030.
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
000290*------------ファイル   （ソート作業・月別実績）---------------*
000300     SELECT  SORT-FILE    ASSIGN     TO  SORTWK1.
000310*------------ファイル   （ソート作業・分析単位）---------------*
000320     SELECT  SORT-FILE2   ASSIGN     TO  SORTWK2.
000321*------------ファイル   （年度集計）---------------------------*
000322     SELECT  UPT739I      ASSIGN     TO  UPT739I
000323             ACCESS  MODE       IS  SEQUENTIAL
000324             FILE    STATUS     FILE-STATUS.
000330*------------ファイル   （月別実績・整列済み）-----------------*
000340     SELECT  UPT732W      ASSIGN
000350                                TO  UPT732W
000360             ACCESS  MODE       IS  SEQUENTIAL
000370             FILE    STATUS     FILE-STATUS.
000380*------------ファイル   （取引先・出版社別集計）---------------*
000390     SELECT  UPT732P      ASSIGN     TO  UPT732P
000400             ACCESS  MODE       IS  SEQUENTIAL
000410             FILE    STATUS     FILE-STATUS.
000420*------------ファイル   （取引先・出版社別・種別区分順）-------*
000430     SELECT  UPT732Q      ASSIGN     TO  UPT732Q
000440             ACCESS  MODE       IS  SEQUENTIAL
000450             FILE    STATUS     FILE-STATUS.
000460*------------ファイル   （取引先・種別区分別集計）-------------*
000470     SELECT  UPT732S      ASSIGN     TO  UPT732S
000480             ACCESS  MODE       IS  SEQUENTIAL
000490             FILE    STATUS     FILE-STATUS.
000500*------------ファイル   （順位付け・整列済み）-----------------*
000510     SELECT  UPT732T      ASSIGN     TO  UPT732T
000520             ACCESS  MODE       IS  SEQUENTIAL
000530             FILE    STATUS     FILE-STATUS.
000540*------------ファイル   （出版社名称マスタ）-------------------*
000550     SELECT  UPT716I ASSIGN     TO  UPT716I
000560             ORGANIZATION       IS  INDEXED
000570             ACCESS  MODE       IS  RANDOM
000580             RECORD  KEY        IS  UPT716-SYUPPAN-CD9
000590             FILE    STATUS     IS  FILE-STATUS.
000600*------------ファイル   （分析抽出）---------------------------*
000610     SELECT  UPT732X      ASSIGN     TO  UPT732X
000620             ACCESS  MODE       IS  SEQUENTIAL
000630             FILE    STATUS     FILE-STATUS.
000640*------------ファイル   （返品率分析表）-----------------------*
000650     SELECT  UPT732R      ASSIGN     TO  UPT732R
000660             ACCESS  MODE       IS  SEQUENTIAL
000670             FILE    STATUS     FILE-STATUS.
000680*
000690 DATA                              DIVISION.
000700 FILE                              SECTION.
000710*
000720****************************************************************
000730*            ファイル   （月次累積）
000740****************************************************************
000750 FD  UPT714I         LABEL  RECORD STANDARD.
000760 01  UPT714I-REC.
000770     COPY   UPT714C.
000780*
000781****************************************************************
000782*            ファイル   （年度集計）
000783****************************************************************
000784 FD  UPT739I         LABEL  RECORD STANDARD.
000785 01  UPT739I-REC.
000786     COPY   UPT739C.
000787*
000790****************************************************************
000800*            ファイル   （ソート作業・月別実績）
000810****************************************************************
000820 SD  SORT-FILE.
000830 01  SORT-REC.
000840     05  SORT-SYUPPAN             PIC 9(06).
000850     05  SORT-TORIHIKI            PIC 9(06).
000860     05  SORT-SYU-KBN9            PIC 9(01).
000870     05  SORT-KIKAN               PIC X(01).
000880     05  SORT-URI-CNT             PIC 9(09).
000890     05  SORT-HEN-CNT             PIC 9(09).
000900     05  SORT-NET-CNT             PIC 9(09).
000910     05  FILLER                   PIC X(39).
000920*
000930****************************************************************
000940*            ファイル   （ソート作業・分析単位）
000950****************************************************************
000960 SD  SORT-FILE2.
000970 01  SORT2-REC.
000980     05  SORT2-GRP-KBN            PIC X(01).
000990     05  SORT2-GRP-CD             PIC 9(06).
001000     05  SORT2-HEN-RITU           PIC 9(04)V9(01).
001010     05  SORT2-TORIHIKI           PIC 9(06).
001020     05  SORT2-SYUPPAN            PIC 9(06).
001030     05  SORT2-SYU-KBN9           PIC 9(01).
001040     05  FILLER                   PIC X(75).
001050*
001060****************************************************************
001070*            ファイル   （月別実績・整列済み）
001080****************************************************************
001090 FD  UPT732W        LABEL  RECORD STANDARD.
001100 01  UPT732W-REC.
001110     05  UPT732W-SYUPPAN          PIC 9(06).
001120     05  UPT732W-TORIHIKI         PIC 9(06).
001130     05  UPT732W-SYU-KBN9         PIC 9(01).
001140     05  UPT732W-KIKAN            PIC X(01).
001150         88  UPT732W-TOUGETU      VALUE "C".
001160         88  UPT732W-ZENGETU      VALUE "P".
001170         88  UPT732W-ZENNEN       VALUE "L".
001180     05  UPT732W-URI-CNT          PIC 9(09).
001190     05  UPT732W-HEN-CNT          PIC 9(09).
001200     05  UPT732W-NET-CNT          PIC 9(09).
001210     05  FILLER                   PIC X(39).
001220*
001230****************************************************************
001240*            ファイル   （取引先・出版社別集計）
001250****************************************************************
001260 FD  UPT732P        LABEL  RECORD STANDARD.
001270 01  UPT732P-REC             PIC X(100).
001280*
001290****************************************************************
001300*            ファイル   （取引先・出版社別・種別区分順）
001310****************************************************************
001320 FD  UPT732Q        LABEL  RECORD STANDARD.
001330 01  UPT732Q-REC.
001340     05  UPT732Q-GRP-KBN          PIC X(01).
001350     05  UPT732Q-GRP-CD           PIC 9(06).
001360     05  UPT732Q-HEN-RITU         PIC 9(04)V9(01).
001370     05  UPT732Q-TORIHIKI         PIC 9(06).
001380     05  UPT732Q-SYUPPAN          PIC 9(06).
001390     05  UPT732Q-SYU-KBN9         PIC 9(01).
001400     05  UPT732Q-CUR-URI          PIC 9(09).
001410     05  UPT732Q-CUR-HEN          PIC 9(09).
001420     05  UPT732Q-CUR-NET          PIC 9(09).
001430     05  UPT732Q-S3-URI           PIC 9(10).
001440     05  UPT732Q-S3-HEN           PIC 9(10).
001450     05  UPT732Q-LY-URI           PIC 9(09).
001460     05  UPT732Q-LY-HEN           PIC 9(09).
001470     05  FILLER                   PIC X(10).
001480*
001490****************************************************************
001500*            ファイル   （取引先・種別区分別集計）
001510****************************************************************
001520 FD  UPT732S        LABEL  RECORD STANDARD.
001530 01  UPT732S-REC             PIC X(100).
001540*
001550****************************************************************
001560*            ファイル   （順位付け・整列済み）
001570****************************************************************
001580 FD  UPT732T        LABEL  RECORD STANDARD.
001590 01  UPT732T-REC.
001600     05  UPT732T-GRP-KBN          PIC X(01).
001610     05  UPT732T-GRP-CD           PIC 9(06).
001620     05  FILLER                   PIC X(93).
001630*
001640****************************************************************
001650*            ファイル   （出版社名称マスタ）
001660****************************************************************
001670 FD  UPT716I        LABEL  RECORD STANDARD.
001680 01  UPT716I-REC.
001690     COPY   UPT716C.
001700*
001710****************************************************************
001720*            ファイル   （分析抽出）
001730****************************************************************
001740 FD  UPT732X        LABEL  RECORD STANDARD.
001750 01  UPT732X-REC.
001760     COPY   UPT732C.
001770*
001780****************************************************************
001790*            ファイル   （返品率分析表）
001800****************************************************************
001810 FD  UPT732R        LABEL  RECORD STANDARD.
001820 01  UPT732R-REC             PIC X(132).
001830*
001840 WORKING-STORAGE                   SECTION.
001850*---------------< WORK-AREA定義 >-----------------------------*
001860 01  SW-AREA.
001870     03  END-SW                        PIC X(02) VALUE ZERO.
001880     03  SCAN-END-SW                   PIC X(02) VALUE ZERO.
001881     03  T739-END-SW                   PIC X(02) VALUE ZERO.
001890     03  FIRST-REC-SW                  PIC X(01) VALUE "1".
001900         88  FIRST-REC                 VALUE "1".
001910     03  ARG-MONTH-SW                  PIC X(01) VALUE "0".
001920         88  ARG-MONTH-SUPPLIED        VALUE "1".
001930     03  LY-ARI-SW                     PIC X(01) VALUE "0".
001940         88  LY-ARI                    VALUE "1".
001950 01  WK-DATE.
001960     03  WK-Y                          PIC  9(2).
001970     03  WK-M                          PIC  9(2).
001980     03  WK-D                          PIC  9(2).
001990 01  WK-YYYYMMDD.
002000     03  WK-YYYY.
002010       05  WK-20                       PIC  9(2).
002020       05  WK-YY                       PIC  9(2).
002030     03  WK-MM                         PIC  9(2).
002040     03  WK-DD                         PIC  9(2).
002050     03  WK-TIME.
002060       05  WK-TIM                      PIC  9(2).
002070       05  WK-MIN                      PIC  9(2).
002080       05  WK-SEC                      PIC  9(2).
002090*---------------< ステータスの定義 >--------------------------*
002100 01  STATUS-AREA.
002110     03  FILE-STATUS                   PIC X(02) VALUE ZERO.
002120*---------------< ブレイクキーの定義 >------------------------*
002130 01  KEY-AREA.
002140     03  OLD-SYUPPAN                   PIC 9(06) VALUE ZERO.
002150     03  OLD-TORIHIKI                  PIC 9(06) VALUE ZERO.
002160     03  OLD-SYU-KBN9                  PIC 9(01) VALUE ZERO.
002170     03  OLD-GRP-KBN                   PIC X(01) VALUE SPACE.
002180     03  OLD-GRP-CD                    PIC 9(06) VALUE ZERO.
002190*---------------< カウントの定義 >----------------------------*
002200 01  UPT714-CNT-AREA.
002210     03  CNT-IN                        PIC 9(09) VALUE ZERO.
002220     03  CNT-PAIR                      PIC 9(09) VALUE ZERO.
002230     03  CNT-KBN                       PIC 9(09) VALUE ZERO.
002240     03  CNT-OUT                       PIC 9(09) VALUE ZERO.
002250     03  CNT-OVER                      PIC 9(09) VALUE ZERO.
002251     03  CNT-T739                      PIC 9(09) VALUE ZERO.
002260*---------------< 対象月・比較月の定義 >----------------------*
002270 01  TAISYO-AREA.
002280     03  ARG-YYYYMM                    PIC 9(06) VALUE ZERO.
002290     03  ARG-YM-R      REDEFINES  ARG-YYYYMM.
002300       05  ARG-YYYY                    PIC 9(04).
002310       05  ARG-MM                      PIC 9(02).
002311     03  ZEN1-YYYYMM                   PIC 9(06) VALUE ZERO.
002320     03  ZEN2-YYYYMM                   PIC 9(06) VALUE ZERO.
002330     03  ZENNEN-YYYYMM                 PIC 9(06) VALUE ZERO.
002340     03  CALC-YYYYMM                   PIC 9(06) VALUE ZERO.
002350     03  CALC-YM-R     REDEFINES  CALC-YYYYMM.
002360       05  CALC-YYYY                   PIC 9(04).
002370       05  CALC-MM                     PIC 9(02).
002380     03  SCAN-FROM-YM                  PIC 9(06) VALUE ZERO.
002390     03  SCAN-TO-YM                    PIC 9(06) VALUE ZERO.
002391*---------------< 年度集計参照月の定義 >----------------------*
002392 01  SANSYO-AREA.
002393     03  KISYU-MM                      PIC 9(02) VALUE 4.
002394     03  RETAIN-FROM-YM                PIC 9(06) VALUE ZERO.
002395     03  SANSYO-KIKAN-WK               PIC X(01) VALUE SPACE.
002396     03  SANSYO-TUKI-WK                PIC 9(02) VALUE ZERO.
002397     03  SANSYO-CNT                    PIC 9(02) VALUE ZERO.
002398     03  SANSYO-IDX                    PIC 9(02) VALUE ZERO.
002399     03  SANSYO-TBL                    OCCURS 4.
00239A       05  SANSYO-YM                   PIC 9(06).
00239B       05  SANSYO-KIKAN                PIC X(01).
00239C       05  SANSYO-NENDO                PIC 9(04).
00239D       05  SANSYO-TUKI                 PIC 9(02).
002400*---------------< 判定基準の定義 >----------------------------*
002410 01  KIJUN-AREA.
002420     03  LIMIT-RITU                    PIC 9(03) VALUE 40.
002430     03  RANK-MAX                      PIC 9(02) VALUE 5.
002440*---------------< 集計作業項目の定義 >------------------------*
002450 01  ACC-AREA.
002460     03  ACC-CUR-URI                   PIC 9(09) VALUE ZERO.
002470     03  ACC-CUR-HEN                   PIC 9(09) VALUE ZERO.
002480     03  ACC-CUR-NET                   PIC 9(09) VALUE ZERO.
002490     03  ACC-S3-URI                    PIC 9(10) VALUE ZERO.
002500     03  ACC-S3-HEN                    PIC 9(10) VALUE ZERO.
002510     03  ACC-LY-URI                    PIC 9(09) VALUE ZERO.
002520     03  ACC-LY-HEN                    PIC 9(09) VALUE ZERO.
002530*---------------< グループ合計の定義 >------------------------*
002540 01  GRP-GOKEI-AREA.
002550     03  GRP-CUR-URI                   PIC 9(09) VALUE ZERO.
002560     03  GRP-CUR-HEN                   PIC 9(09) VALUE ZERO.
002570     03  GRP-CUR-NET                   PIC 9(09) VALUE ZERO.
002580     03  GRP-S3-URI                    PIC 9(10) VALUE ZERO.
002590     03  GRP-S3-HEN                    PIC 9(10) VALUE ZERO.
002600     03  GRP-LY-URI                    PIC 9(09) VALUE ZERO.
002610     03  GRP-LY-HEN                    PIC 9(09) VALUE ZERO.
002620*---------------< 率計算の定義 >------------------------------*
002630 01  RITU-AREA.
002640     03  IN-CUR-URI                    PIC 9(09) VALUE ZERO.
002650     03  IN-CUR-HEN                    PIC 9(09) VALUE ZERO.
002660     03  IN-CUR-NET                    PIC 9(09) VALUE ZERO.
002670     03  IN-S3-URI                     PIC 9(10) VALUE ZERO.
002680     03  IN-S3-HEN                     PIC 9(10) VALUE ZERO.
002690     03  IN-LY-URI                     PIC 9(09) VALUE ZERO.
002700     03  IN-LY-HEN                     PIC 9(09) VALUE ZERO.
002710     03  CALC-HEN-RITU                 PIC 9(04)V9(01)
002720                                       VALUE ZERO.
002730     03  CALC-URI-RITU                 PIC 9(04)V9(01)
002740                                       VALUE ZERO.
002750     03  CALC-LY-RITU                  PIC 9(04)V9(01)
002760                                       VALUE ZERO.
002770     03  CALC-LY-SA                    PIC S9(04)V9(01)
002780                                       VALUE ZERO.
002790     03  CALC-AVG-RITU                 PIC 9(04)V9(01)
002800                                       VALUE ZERO.
002810*---------------< 分析単位レコードの定義 >--------------------*
002820 01  PAIR-WK.
002830     03  PW-GRP-KBN                    PIC X(01).
002840         88  PW-GRP-SYUPPAN            VALUE "1".
002850         88  PW-GRP-KBN9               VALUE "2".
002860     03  PW-GRP-CD                     PIC 9(06).
002870     03  PW-HEN-RITU                   PIC 9(04)V9(01).
002880     03  PW-TORIHIKI                   PIC 9(06).
002890     03  PW-SYUPPAN                    PIC 9(06).
002900     03  PW-SYU-KBN9                   PIC 9(01).
002910     03  PW-CUR-URI                    PIC 9(09).
002920     03  PW-CUR-HEN                    PIC 9(09).
002930     03  PW-CUR-NET                    PIC 9(09).
002940     03  PW-S3-URI                     PIC 9(10).
002950     03  PW-S3-HEN                     PIC 9(10).
002960     03  PW-LY-URI                     PIC 9(09).
002970     03  PW-LY-HEN                     PIC 9(09).
002980     03  FILLER                        PIC X(10).
002990*---------------< 順位テーブルの定義 >------------------------*
003000 01  RANK-AREA.
003010     03  RANK-CNT                      PIC 9(05) VALUE ZERO.
003020     03  WK-RANK                       PIC 9(05) VALUE ZERO.
003030     03  RANK-IDX                      PIC 9(02) VALUE ZERO.
003040     03  WORST-CNT                     PIC 9(02) VALUE ZERO.
003050     03  BEST-CNT                      PIC 9(02) VALUE ZERO.
003060     03  WORST-TBL                     OCCURS 5.
003070       05  WORST-RANK                  PIC 9(05).
003080       05  WORST-REC                   PIC X(100).
003090     03  BEST-TBL                      OCCURS 5.
003100       05  BEST-RANK                   PIC 9(05).
003110       05  BEST-REC                    PIC X(100).
003120*---------------< 名称編集の定義 >----------------------------*
003130 01  NAME-AREA.
003140     03  WK-SYU-NAME                   PIC X(24) VALUE SPACE.
003150     03  MITOROKU-NAME                 PIC X(24) VALUE
003160     "＊＊未登録＊＊".
003170*---------------< 起動パラメタの定義 >------------------------*
003180 01  ARG-AREA.
003190     03  ARG-CNT                       PIC 9(02) VALUE ZERO.
003200*---------------< 起動パラメタ（詳細）の定義 >----------------*
003210 01  ARG-DETAIL-AREA.
003220     03  ARG-IDX                       PIC 9(02) VALUE ZERO.
003230     03  ARG-VALUE                     PIC X(20) VALUE SPACES.
003240*---------------< 分析表制御の定義 >--------------------------*
003250 01  PRT-CTL-AREA.
003260     03  LINE-CNT                      PIC 9(03) VALUE 99.
003270     03  PAGE-CNT                      PIC 9(05) VALUE ZERO.
003280     03  MAX-LINE                      PIC 9(03) VALUE 60.
003290 01  PRT-LINE                          PIC X(132).
003300*---------------< 分析表見出しの定義 >------------------------*
003310 01  PRT-MIDASI1.
003320     03  FILLER                        PIC X(09) VALUE
003330     "UPBD030  ".
003340     03  FILLER                        PIC X(35) VALUE
003350     "MONTHLY RETURN-RATE ANALYSIS       ".
003360     03  FILLER                        PIC X(05) VALUE
003370     "DATE:".
003380     03  PRT-M1-YYYY                   PIC 9(04).
003390     03  FILLER                        PIC X(01) VALUE "/".
003400     03  PRT-M1-MM                     PIC 9(02).
003410     03  FILLER                        PIC X(01) VALUE "/".
003420     03  PRT-M1-DD                     PIC 9(02).
003430     03  FILLER                        PIC X(07) VALUE
003440     "  PAGE:".
003450     03  PRT-M1-PAGE                   PIC ZZZZ9.
003460 01  PRT-MIDASI2.
003470     03  PRT-M2-TITLE                  PIC X(10).
003480     03  PRT-M2-CD                     PIC ZZZZZ9.
003490     03  FILLER                        PIC X(02) VALUE SPACE.
003500     03  PRT-M2-NAME                   PIC X(24).
003510     03  FILLER                        PIC X(14) VALUE
003520     "  TAISYO-YM:  ".
003530     03  PRT-M2-YYYYMM                 PIC 9(06).
003540     03  FILLER                        PIC X(13) VALUE
003550     "   LIMIT(%): ".
003560     03  PRT-M2-LIMIT                  PIC ZZ9.
003570 01  PRT-MIDASI3.
003580     03  FILLER                        PIC X(13) VALUE
003590     " RANK  TOR-CD".
003600     03  FILLER                        PIC X(12) VALUE
003610     "     URI-CNT".
003620     03  FILLER                        PIC X(11) VALUE
003630     "    HEN-CNT".
003640     03  FILLER                        PIC X(11) VALUE
003650     "    NET-CNT".
003660     03  FILLER                        PIC X(08) VALUE
003670     "  HEN(%)".
003680     03  FILLER                        PIC X(09) VALUE
003690     "  SELL(%)".
003700     03  FILLER                        PIC X(09) VALUE
003710     "    LY(%)".
003720     03  FILLER                        PIC X(09) VALUE
003730     "  LY-DIFF".
003740     03  FILLER                        PIC X(09) VALUE
003750     "  AVG3(%)".
003760     03  FILLER                        PIC X(06) VALUE
003770     "  FLAG".
003780*---------------< 分析表明細の定義 >--------------------------*
003790 01  PRT-MEISAI.
003800     03  PRT-RANK                      PIC ZZZZ9.
003810     03  PRT-RANK-X    REDEFINES  PRT-RANK
003820                                       PIC X(05).
003830     03  FILLER                        PIC X(02) VALUE SPACE.
003840     03  PRT-TORIHIKI                  PIC 9(06).
003850     03  PRT-TORIHIKI-X REDEFINES PRT-TORIHIKI
003860                                       PIC X(06).
003870     03  FILLER                        PIC X(02) VALUE SPACE.
003880     03  PRT-URI                       PIC ZZZZZZZZZ9.
003890     03  FILLER                        PIC X(01) VALUE SPACE.
003900     03  PRT-HEN                       PIC ZZZZZZZZZ9.
003910     03  FILLER                        PIC X(01) VALUE SPACE.
003920     03  PRT-NET                       PIC ZZZZZZZZZ9.
003930     03  FILLER                        PIC X(02) VALUE SPACE.
003940     03  PRT-HEN-RITU                  PIC ZZZ9.9.
003950     03  FILLER                        PIC X(03) VALUE SPACE.
003960     03  PRT-URI-RITU                  PIC ZZZ9.9.
003970     03  FILLER                        PIC X(03) VALUE SPACE.
003980     03  PRT-LY-RITU                   PIC ZZZ9.9.
003990     03  PRT-LY-RITU-X REDEFINES  PRT-LY-RITU
004000                                       PIC X(06).
004010     03  FILLER                        PIC X(02) VALUE SPACE.
004020     03  PRT-LY-SA                     PIC -ZZZ9.9.
004030     03  PRT-LY-SA-X   REDEFINES  PRT-LY-SA
004040                                       PIC X(07).
004050     03  FILLER                        PIC X(03) VALUE SPACE.
004060     03  PRT-AVG-RITU                  PIC ZZZ9.9.
004070     03  FILLER                        PIC X(02) VALUE SPACE.
004080     03  PRT-FLAG                      PIC X(04).
004090*---------------< 順位ブロック見出しの定義 >------------------*
004100 01  PRT-WORST-MIDASI.
004110     03  FILLER                        PIC X(25) VALUE
004120     "  ** WORST RETURN RATE **".
004130 01  PRT-BEST-MIDASI.
004140     03  FILLER                        PIC X(25) VALUE
004150     "  ** BEST  RETURN RATE **".
004160*
004170*---------------< メッセージ１の定義 >------------------------*
004180 01  MSG-PGID                          PIC X(08) VALUE
004190     "UPBD030".
004200 01  MESSAGE-AREA1.
004210     03  MESSAGE-START.
004220       05  FILLER                      PIC X(12) VALUE
004230     "++ UPBD030 ".
004240       05  MESSAGE-START-YMD.
004250         07  MESSAGE-START-YYYY        PIC 9(04).
004260         07  FILLER                    PIC X(01) VALUE "/".
004270         07  MESSAGE-START-MM          PIC 9(02).
004280         07  FILLER                    PIC X(01) VALUE "/".
004290         07  MESSAGE-START-DD          PIC 9(02).
004300         07  FILLER                    PIC X(01) VALUE " ".
004310         07  MESSAGE-START-TIM         PIC 9(02).
004320         07  FILLER                    PIC X(01) VALUE ":".
004330         07  MESSAGE-START-MIN         PIC 9(02).
004340         07  FILLER                    PIC X(01) VALUE ":".
004350         07  MESSAGE-START-SEC         PIC 9(02).
004360         07  FILLER                    PIC X(01) VALUE " ".
004370       05  FILLER                      PIC X(08) VALUE
004380     "*START* ".
004390     03  MESSAGE-END.
004400       05  FILLER                      PIC X(12) VALUE
004410     "++ UPBD030 ".
004420       05  MESSAGE-END-YMD.
004430         07  MESSAGE-END-YYYY          PIC 9(04).
004440         07  FILLER                    PIC X(01) VALUE "/".
004450         07  MESSAGE-END-MM            PIC 9(02).
004460         07  FILLER                    PIC X(01) VALUE "/".
004470         07  MESSAGE-END-DD            PIC 9(02).
004480         07  FILLER                    PIC X(01) VALUE " ".
004490         07  MESSAGE-END-TIM           PIC 9(02).
004500         07  FILLER                    PIC X(01) VALUE ":".
004510         07  MESSAGE-END-MIN           PIC 9(02).
004520         07  FILLER                    PIC X(01) VALUE ":".
004530         07  MESSAGE-END-SEC           PIC 9(02).
004540         07  FILLER                    PIC X(01) VALUE " ".
004550       05  FILLER                      PIC X(13) VALUE
004560     "*NORMAL END* ".
004570     03  MESSAGE-ABEND.
004580       05  FILLER                      PIC X(12) VALUE
004590     "++ UPBD030 ".
004600       05  MESSAGE-ABEND-YMD.
004610         07  MESSAGE-ABEND-YYYY        PIC 9(04).
004620         07  FILLER                    PIC X(01) VALUE "/".
004630         07  MESSAGE-ABEND-MM          PIC 9(02).
004640         07  FILLER                    PIC X(01) VALUE "/".
004650         07  MESSAGE-ABEND-DD          PIC 9(02).
004660         07  FILLER                    PIC X(01) VALUE " ".
004670         07  MESSAGE-ABEND-TIM         PIC 9(02).
004680         07  FILLER                    PIC X(01) VALUE ":".
004690         07  MESSAGE-ABEND-MIN         PIC 9(02).
004700         07  FILLER                    PIC X(01) VALUE ":".
004710         07  MESSAGE-ABEND-SEC         PIC 9(02).
004720         07  FILLER                    PIC X(01) VALUE " ".
004730       05  FILLER                      PIC X(15) VALUE
004740     "*ABNORMAL END* ".
004750     03  MESSAGE-0.
004760       05  MSG0-PGID                   PIC X(08).
004770       05  MSG0-NAME                   PIC X(41).
004780*
004790*---< メッセージ２の定義 >---*
004800 01  MESSAGE-AREA2.
004810     03  MSG-501I.
004820       05  FILLER                      PIC  X(41) VALUE
004830     "++ UPBD030  501I UPT714       IN COUNT = ".
004840     03  MSG-503I.
004850       05  FILLER                      PIC  X(41) VALUE
004860     "++ UPBD030  503I DEALER-SYUPPAN  COUNT = ".
004870     03  MSG-505I.
004880       05  FILLER                      PIC  X(41) VALUE
004890     "++ UPBD030  505I DEALER-KBN9     COUNT = ".
004900     03  MSG-507I.
004910       05  FILLER                      PIC  X(41) VALUE
004920     "++ UPBD030  507I UPT732X     OUT COUNT = ".
004930     03  MSG-509I.
004940       05  FILLER                      PIC  X(41) VALUE
004950     "++ UPBD030  509I OVER LIMIT      COUNT = ".
004951     03  MSG-511I.
004952       05  FILLER                      PIC  X(41) VALUE
004953     "++ UPBD030  511I UPT739 OLD MON  COUNT = ".
004960     03  MSG-501F.
004970       05  FILLER                      PIC  X(41) VALUE
004980     "++ UPBD030  501F UPT714  OPEN  ERROR ST= ".
004990       05  MSG-501F-ST                 PIC  9(03).
005000     03  MSG-503F.
005010       05  FILLER                      PIC  X(41) VALUE
005020     "++ UPBD030  503F UPT714  READ  ERROR ST= ".
005030       05  MSG-503F-ST                 PIC  9(03).
005040     03  MSG-511F.
005050       05  FILLER                      PIC  X(41) VALUE
005060     "++ UPBD030  511F UPT732W READ  ERROR ST= ".
005070       05  MSG-511F-ST                 PIC  9(03).
005080     03  MSG-515F.
005090       05  FILLER                      PIC  X(41) VALUE
005100     "++ UPBD030  515F UPT732W OPEN  ERROR ST= ".
005110       05  MSG-515F-ST                 PIC  9(03).
005120     03  MSG-519F.
005130       05  FILLER                      PIC  X(41) VALUE
005140     "++ UPBD030  519F UPT714  SORT  ERROR RC= ".
005150       05  MSG-519F-ST                 PIC  9(03).
005160     03  MSG-521F.
005170       05  FILLER                      PIC  X(41) VALUE
005180     "++ UPBD030  521F UPT732Q OPEN  ERROR ST= ".
005190       05  MSG-521F-ST                 PIC  9(03).
005200     03  MSG-523F.
005210       05  FILLER                      PIC  X(41) VALUE
005220     "++ UPBD030  523F UPT732Q READ  ERROR ST= ".
005230       05  MSG-523F-ST                 PIC  9(03).
005240     03  MSG-525F.
005250       05  FILLER                      PIC  X(41) VALUE
005260     "++ UPBD030  525F UPT732P SORT  ERROR RC= ".
005270       05  MSG-525F-ST                 PIC  9(03).
005280     03  MSG-527F.
005290       05  FILLER                      PIC  X(41) VALUE
005300     "++ UPBD030  527F UPT732T OPEN  ERROR ST= ".
005310       05  MSG-527F-ST                 PIC  9(03).
005320     03  MSG-529F.
005330       05  FILLER                      PIC  X(41) VALUE
005340     "++ UPBD030  529F UPT732T READ  ERROR ST= ".
005350       05  MSG-529F-ST                 PIC  9(03).
005360     03  MSG-531F.
005370       05  FILLER                      PIC  X(41) VALUE
005380     "++ UPBD030  531F RANKING SORT  ERROR RC= ".
005390       05  MSG-531F-ST                 PIC  9(03).
005400     03  MSG-533F.
005410       05  FILLER                      PIC  X(41) VALUE
005420     "++ UPBD030  533F UPT716  OPEN  ERROR ST= ".
005430       05  MSG-533F-ST                 PIC  9(03).
005431     03  MSG-535F.
005432       05  FILLER                      PIC  X(41) VALUE
005433     "++ UPBD030  535F UPT739  OPEN  ERROR ST= ".
005434       05  MSG-535F-ST                 PIC  9(03).
005435     03  MSG-537F.
005436       05  FILLER                      PIC  X(41) VALUE
005437     "++ UPBD030  537F UPT739  READ  ERROR ST= ".
005438       05  MSG-537F-ST                 PIC  9(03).
005440     03  MSG-701F.
005450       05  FILLER                      PIC  X(41) VALUE
005460     "++ UPBD030  701F UPT732X OPEN  ERROR ST= ".
005470       05  MSG-701F-ST                 PIC  9(03).
005480     03  MSG-703F.
005490       05  FILLER                      PIC  X(41) VALUE
005500     "++ UPBD030  703F UPT732X WRITE ERROR ST= ".
005510       05  MSG-703F-ST                 PIC  9(03).
005520     03  MSG-705F.
005530       05  FILLER                      PIC  X(41) VALUE
005540     "++ UPBD030  705F LIST    OPEN  ERROR ST= ".
005550       05  MSG-705F-ST                 PIC  9(03).
005560     03  MSG-707F.
005570       05  FILLER                      PIC  X(41) VALUE
005580     "++ UPBD030  707F LIST    WRITE ERROR ST= ".
005590       05  MSG-707F-ST                 PIC  9(03).
005600     03  MSG-709F.
005610       05  FILLER                      PIC  X(41) VALUE
005620     "++ UPBD030  709F WORK    OPEN  ERROR ST= ".
005630       05  MSG-709F-ST                 PIC  9(03).
005640     03  MSG-711F.
005650       05  FILLER                      PIC  X(41) VALUE
005660     "++ UPBD030  711F WORK    WRITE ERROR ST= ".
005670       05  MSG-711F-ST                 PIC  9(03).
005680     03  MSG-721F.
005690       05  FILLER                      PIC  X(41) VALUE
005700     "++ UPBD030  721F MONTH= ARGUMENT INVALID ".
005710     03  MSG-723F.
005720       05  FILLER                      PIC  X(41) VALUE
005730     "++ UPBD030  723F LIMIT= ARGUMENT INVALID ".
005731     03  MSG-741W.
005732       05  FILLER                      PIC  X(41) VALUE
005733     "++ UPBD030  741W NO UPT739  OLD MONTH N/A".
005740*
005750 PROCEDURE                         DIVISION.
005760****************************************************************
005770*    (0.0)   メイン              処理                          *
005780****************************************************************
005790 MAIN-RTN                          SECTION.
005800*
005810     PERFORM      INIT-RTN.
005820*-----------< 取引先・出版社別集計 >---------------------------*
005830     PERFORM      PAIR-RTN
005840         UNTIL    END-SW           =   HIGH-VALUE.
005850     PERFORM      PAIR-END-RTN.
005860*-----------< 取引先・種別区分別集計 >-------------------------*
005870     PERFORM      KBN-SYUKEI-RTN.
005880*-----------< 順位付け・分析表出力 >---------------------------*
005890     PERFORM      RANK-INIT-RTN.
005900     PERFORM      PROC-RTN
005910         UNTIL    END-SW           =   HIGH-VALUE.
005920*
005930     PERFORM      END-RTN.
005940*
005950     STOP         RUN.
005960*
005970 MAIN-EXT.
005980     EXIT.
005990****************************************************************
006000*    (1.0)   イニシャル          処理                          *
006010****************************************************************
006020 INIT-RTN                          SECTION.
006030     PERFORM      START-MSG-RTN.
006040*
006050     MOVE    99                    TO  RETURN-CODE.
006060*
006070     PERFORM      ARG-RTN.
006080     IF  ARG-MONTH-SUPPLIED
006090         CONTINUE
006100     ELSE
006110         DISPLAY MSG-721F          UPON  CONS
006120         MOVE    221               TO  RETURN-CODE
006130         PERFORM ABEND-MSG-RTN
006140         STOP    RUN
006150     END-IF.
006160*-----------< 比較月（前々月・前年同月）設定 >-----------------*
006170     MOVE     ARG-YYYYMM           TO  CALC-YYYYMM.
006180     PERFORM  ZENGETU-RTN.
006181     MOVE     CALC-YYYYMM          TO  ZEN1-YYYYMM.
006190     PERFORM  ZENGETU-RTN.
006200     MOVE     CALC-YYYYMM          TO  ZEN2-YYYYMM.
006210     COMPUTE  ZENNEN-YYYYMM  =  ARG-YYYYMM  -  100.
006220*-----------< ファイル  （対象月・比較月）抽出・整列  >--------*
006230     SORT     SORT-FILE
006240         ON   ASCENDING  KEY   SORT-SYUPPAN
006250                               SORT-TORIHIKI
006260         INPUT PROCEDURE  IS  SORT-INPUT-RTN
006270         GIVING   UPT732W.
006280     IF  SORT-RETURN               =   ZERO
006290         CONTINUE
006300     ELSE
006310         MOVE    100               TO  RETURN-CODE
006320         MOVE    SORT-RETURN       TO  MSG-519F-ST
006330         DISPLAY MSG-519F RETURN-CODE UPON CONS
006340         PERFORM ABEND-MSG-RTN
006350         STOP    RUN
006360     END-IF.
006370*-----------< ファイル  （整列済み）ＯＰＥＮ  >----------------*
006380     OPEN INPUT UPT732W.
006390     IF  FILE-STATUS               =   ZERO
006400         CONTINUE
006410     ELSE
006420         MOVE    115               TO  RETURN-CODE
006430         MOVE    FILE-STATUS       TO  MSG-515F-ST
006440         DISPLAY MSG-515F RETURN-CODE UPON CONS
006450         PERFORM ABEND-MSG-RTN
006460         STOP    RUN
006470     END-IF.
006480*-----------< ファイル  （取引先・出版社別集計）ＯＰＥＮ  >----*
006490     OPEN OUTPUT UPT732P.
006500     IF  FILE-STATUS               =   ZERO
006510         CONTINUE
006520     ELSE
006530         MOVE    205               TO  RETURN-CODE
006540         MOVE    FILE-STATUS       TO  MSG-709F-ST
006550         DISPLAY MSG-709F RETURN-CODE UPON CONS
006560         PERFORM ABEND-MSG-RTN
006570         STOP    RUN
006580     END-IF.
006590*-----------< 初期ロード >-------------------------------------*
006600     PERFORM      READ-RTN.
006610 INIT-EXT.
006620     EXIT.
006630****************************************************************
006640*    (1.1)   ARG-RTN　（起動パラメタ判定）
006650****************************************************************
006660 ARG-RTN                           SECTION.
006670     ACCEPT   ARG-CNT               FROM  BANGO.
006680     PERFORM  ARG-READ-RTN
006690         VARYING ARG-IDX FROM 1 BY 1
006700         UNTIL   ARG-IDX             >     ARG-CNT.
006710 ARG-EXT.
006720     EXIT.
006730****************************************************************
006740*    (1.2)   ARG-READ-RTN　（起動パラメタ　１件判定）
006750****************************************************************
006760 ARG-READ-RTN                       SECTION.
006770     DISPLAY  ARG-IDX               UPON  BANGO.
006780     ACCEPT   ARG-VALUE             FROM  ATAI
006790         ON EXCEPTION
006800             CONTINUE
006810         NOT ON EXCEPTION
006820             IF  ARG-VALUE (1:6)     =    "MONTH="
006830                 IF  ARG-VALUE (7:6)     NUMERIC    AND
006840                     ARG-VALUE (11:2)    >=   "01"  AND
006850                     ARG-VALUE (11:2)    <=   "12"
006860                     MOVE  ARG-VALUE (7:6)  TO  ARG-YYYYMM
006870                     MOVE  "1"              TO  ARG-MONTH-SW
006880                 ELSE
006890                     DISPLAY MSG-721F        UPON  CONS
006900                     MOVE    221              TO   RETURN-CODE
006910                     PERFORM ABEND-MSG-RTN
006920                     STOP    RUN
006930                 END-IF
006940             END-IF
006950             IF  ARG-VALUE (1:6)     =    "LIMIT="
006960                 IF  ARG-VALUE (7:3)     NUMERIC
006970                     MOVE  ARG-VALUE (7:3)  TO  LIMIT-RITU
006980                 ELSE
006990                     DISPLAY MSG-723F        UPON  CONS
007000                     MOVE    223              TO   RETURN-CODE
007010                     PERFORM ABEND-MSG-RTN
007020                     STOP    RUN
007030                 END-IF
007040             END-IF
007050     END-ACCEPT.
007060 ARG-READ-EXT.
007070     EXIT.
007080****************************************************************
007090*    (1.3)   ZENGETU-RTN　（前月算出）
007100****************************************************************
007110 ZENGETU-RTN                       SECTION.
007120     IF  CALC-MM                   =   1
007130         MOVE     12               TO  CALC-MM
007140         SUBTRACT 1                FROM  CALC-YYYY
007150     ELSE
007160         SUBTRACT 1                FROM  CALC-MM
007170     END-IF.
007180 ZENGETU-EXT.
007190     EXIT.
007200****************************************************************
007210*    (1.4)   SORT-INPUT-RTN　（対象月・比較月抽出）
007220****************************************************************
007230 SORT-INPUT-RTN                    SECTION.
007240     OPEN INPUT UPT714I.
007250     IF  FILE-STATUS               =   ZERO
007260         CONTINUE
007270     ELSE
007280         MOVE    101               TO  RETURN-CODE
007290         MOVE    FILE-STATUS       TO  MSG-501F-ST
007300         DISPLAY MSG-501F RETURN-CODE UPON CONS
007310         PERFORM ABEND-MSG-RTN
007320         STOP    RUN
007330     END-IF.
007331*-----------< 月次累積の保持開始月（年度繰越済み月の判定） >---*
007332     PERFORM  RETAIN-RTN.
007340*-----------< 前年同月 >---------------------------------------*
007350     MOVE     ZENNEN-YYYYMM        TO  SCAN-FROM-YM.
007360     MOVE     ZENNEN-YYYYMM        TO  SCAN-TO-YM.
007370     PERFORM  SCAN-RTN.
007380*-----------< 前々月〜対象月 >---------------------------------*
007390     MOVE     ZEN2-YYYYMM          TO  SCAN-FROM-YM.
007400     MOVE     ARG-YYYYMM           TO  SCAN-TO-YM.
007410     PERFORM  SCAN-RTN.
007420     CLOSE    UPT714I.
007421*-----------< 保持開始月より前の月は年度集計から抽出 >---------*
007422     MOVE     ZERO                 TO  SANSYO-CNT.
007423     MOVE     ZENNEN-YYYYMM        TO  CALC-YYYYMM.
007424     MOVE     "L"                  TO  SANSYO-KIKAN-WK.
007425     PERFORM  SANSYO-SET-RTN.
007426     MOVE     ZEN2-YYYYMM          TO  CALC-YYYYMM.
007427     MOVE     "P"                  TO  SANSYO-KIKAN-WK.
007428     PERFORM  SANSYO-SET-RTN.
007429     MOVE     ZEN1-YYYYMM          TO  CALC-YYYYMM.
00742A     MOVE     "P"                  TO  SANSYO-KIKAN-WK.
00742B     PERFORM  SANSYO-SET-RTN.
00742C     MOVE     ARG-YYYYMM           TO  CALC-YYYYMM.
00742D     MOVE     "C"                  TO  SANSYO-KIKAN-WK.
00742E     PERFORM  SANSYO-SET-RTN.
00742F     IF  SANSYO-CNT                >   ZERO
00742G         PERFORM  T739-SCAN-RTN
00742H     END-IF.
007430 SORT-INPUT-EXT.
007440     EXIT.
007450****************************************************************
007460*    (1.5)   SCAN-RTN　（期間指定　位置付け）
007470****************************************************************
007480 SCAN-RTN                          SECTION.
007490     COMPUTE  UPT714-GYOMU-YMD  =  SCAN-FROM-YM  *  100.
007500     MOVE     ZERO                 TO  UPT714-TORIHIKI-CD9.
007510     MOVE     ZERO                 TO  UPT714-SYUPPAN-CD9.
007520     MOVE     ZERO                 TO  SCAN-END-SW.
007530     START    UPT714I
007540         KEY  IS  NOT  LESS  THAN  UPT714-KEY
007550         INVALID KEY
007560             MOVE  HIGH-VALUE      TO  SCAN-END-SW
007570     END-START.
007580     PERFORM  SCAN-READ-RTN
007590         UNTIL SCAN-END-SW         =   HIGH-VALUE.
007600 SCAN-EXT.
007610     EXIT.
007620****************************************************************
007630*    (1.6)   SCAN-READ-RTN　（期間内１件抽出）
007640****************************************************************
007650 SCAN-READ-RTN                     SECTION.
007660     READ     UPT714I   NEXT
007670         AT END
007680             MOVE  HIGH-VALUE            TO  SCAN-END-SW
007690         NOT AT END
007700             IF    FILE-STATUS           =   ZERO
007710                 IF  UPT714-GYOMU-YMD (1:6)  <=  SCAN-TO-YM
007720                     PERFORM  SCAN-RELEASE-RTN
007730                 ELSE
007740                     MOVE  HIGH-VALUE    TO  SCAN-END-SW
007750                 END-IF
007760             ELSE
007770                 MOVE  103               TO  RETURN-CODE
007780                 MOVE  FILE-STATUS       TO  MSG-503F-ST
007790                 DISPLAY MSG-503F RETURN-CODE  UPON  CONS
007800                 PERFORM ABEND-MSG-RTN
007810                 STOP RUN
007820             END-IF
007830     END-READ.
007840 SCAN-READ-EXT.
007850     EXIT.
007860****************************************************************
007870*    (1.7)   SCAN-RELEASE-RTN　（期間区分設定・ソート入力）
007880****************************************************************
007890 SCAN-RELEASE-RTN                  SECTION.
007900     MOVE     SPACE                TO  SORT-REC.
007910     EVALUATE TRUE
007920         WHEN  UPT714-GYOMU-YMD (1:6)  =  ARG-YYYYMM
007930             MOVE  "C"             TO  SORT-KIKAN
007940         WHEN  UPT714-GYOMU-YMD (1:6)  =  ZENNEN-YYYYMM
007950             MOVE  "L"             TO  SORT-KIKAN
007960         WHEN  OTHER
007970             MOVE  "P"             TO  SORT-KIKAN
007980     END-EVALUATE.
007990     MOVE     UPT714-SYUPPAN-CD9   TO  SORT-SYUPPAN.
008000     MOVE     UPT714-TORIHIKI-CD9  TO  SORT-TORIHIKI.
008010     MOVE     UPT714-SYU-KBN9      TO  SORT-SYU-KBN9.
008020     MOVE     UPT714-URI-CNT       TO  SORT-URI-CNT.
008030     MOVE     UPT714-HEN-CNT       TO  SORT-HEN-CNT.
008040     MOVE     UPT714-NET-CNT       TO  SORT-NET-CNT.
008050     RELEASE  SORT-REC.
008060 SCAN-RELEASE-EXT.
008070     EXIT.
008080****************************************************************
008090*    (1.8)   READ-RTN
008100****************************************************************
008110 READ-RTN                          SECTION.
008120     READ      UPT732W
008130         AT    END
008140         MOVE  HIGH-VALUE                TO  END-SW
008150*
008160         NOT AT END
008170         IF    FILE-STATUS               =   ZERO
008180               ADD   +1                  TO  CNT-IN
008190         ELSE
008200               MOVE  111                 TO  RETURN-CODE
008210               MOVE FILE-STATUS          TO  MSG-511F-ST
008220               DISPLAY MSG-511F RETURN-CODE  UPON  CONS
008230               PERFORM ABEND-MSG-RTN
008240               STOP RUN
008250         END-IF.
008260 READ-EXT.
008270     EXIT.
008280****************************************************************
008290*    (2.0)   PAIR-RTN　（取引先・出版社ブレイク）                *
008300****************************************************************
008310 PAIR-RTN                          SECTION.
008320*
008330     IF  FIRST-REC
008340         MOVE     "0"              TO  FIRST-REC-SW
008350         MOVE     UPT732W-SYUPPAN  TO  OLD-SYUPPAN
008360         MOVE     UPT732W-TORIHIKI TO  OLD-TORIHIKI
008370         INITIALIZE  ACC-AREA
008380     ELSE
008390         IF  UPT732W-SYUPPAN       NOT =   OLD-SYUPPAN  OR
008400             UPT732W-TORIHIKI      NOT =   OLD-TORIHIKI
008410             PERFORM  PAIR-OUT-RTN
008420             MOVE     UPT732W-SYUPPAN  TO  OLD-SYUPPAN
008430             MOVE     UPT732W-TORIHIKI TO  OLD-TORIHIKI
008440             INITIALIZE  ACC-AREA
008450         END-IF
008460     END-IF.
008470*-----------< 期間区分別加算（３か月累計は当月を含む） >-------*
008480     EVALUATE TRUE
008490         WHEN  UPT732W-TOUGETU
008500             MOVE  UPT732W-SYU-KBN9    TO  OLD-SYU-KBN9
008510             ADD   UPT732W-URI-CNT     TO  ACC-CUR-URI
008520                                           ACC-S3-URI
008530             ADD   UPT732W-HEN-CNT     TO  ACC-CUR-HEN
008540                                           ACC-S3-HEN
008550             ADD   UPT732W-NET-CNT     TO  ACC-CUR-NET
008560         WHEN  UPT732W-ZENGETU
008570             ADD   UPT732W-URI-CNT     TO  ACC-S3-URI
008580             ADD   UPT732W-HEN-CNT     TO  ACC-S3-HEN
008590         WHEN  UPT732W-ZENNEN
008600             ADD   UPT732W-URI-CNT     TO  ACC-LY-URI
008610             ADD   UPT732W-HEN-CNT     TO  ACC-LY-HEN
008620     END-EVALUATE.
008630*-----------< READ処理 >---------------------------------------*
008640     PERFORM  READ-RTN.
008650*
008660 PAIR-EXT.
008670     EXIT.
008680****************************************************************
008690*    (2.1)   PAIR-OUT-RTN　（取引先・出版社別集計出力）
008700****************************************************************
008710 PAIR-OUT-RTN                      SECTION.
008720*-----------< 当月売上のない組合せは分析対象外 >---------------*
008730     IF  ACC-CUR-URI               =   ZERO
008740         CONTINUE
008750     ELSE
008760         MOVE     SPACE            TO  PAIR-WK
008770         MOVE     "1"              TO  PW-GRP-KBN
008780         MOVE     OLD-SYUPPAN      TO  PW-GRP-CD
008790         MOVE     OLD-TORIHIKI     TO  PW-TORIHIKI
008800         MOVE     OLD-SYUPPAN      TO  PW-SYUPPAN
008810         MOVE     OLD-SYU-KBN9     TO  PW-SYU-KBN9
008820         PERFORM  PW-SET-RTN
008830         WRITE    UPT732P-REC      FROM  PAIR-WK
008840         IF  FILE-STATUS           =   ZERO
008850             ADD      1            TO  CNT-PAIR
008860         ELSE
008870             MOVE    206           TO  RETURN-CODE
008880             MOVE    FILE-STATUS   TO  MSG-711F-ST
008890             DISPLAY MSG-711F  RETURN-CODE  UPON  CONS
008900             PERFORM ABEND-MSG-RTN
008910             STOP    RUN
008920         END-IF
008930     END-IF.
008940 PAIR-OUT-EXT.
008950     EXIT.
008960****************************************************************
008970*    (2.2)   PW-SET-RTN　（集計値・返品率設定）
008980****************************************************************
008990 PW-SET-RTN                        SECTION.
009000     MOVE     ACC-CUR-URI          TO  PW-CUR-URI.
009010     MOVE     ACC-CUR-HEN          TO  PW-CUR-HEN.
009020     MOVE     ACC-CUR-NET          TO  PW-CUR-NET.
009030     MOVE     ACC-S3-URI           TO  PW-S3-URI.
009040     MOVE     ACC-S3-HEN           TO  PW-S3-HEN.
009050     MOVE     ACC-LY-URI           TO  PW-LY-URI.
009060     MOVE     ACC-LY-HEN           TO  PW-LY-HEN.
009070     PERFORM  PW-RITU-RTN.
009080     MOVE     CALC-HEN-RITU        TO  PW-HEN-RITU.
009090 PW-SET-EXT.
009100     EXIT.
009110****************************************************************
009120*    (2.3)   PW-RITU-RTN　（分析単位の率計算）
009130****************************************************************
009140 PW-RITU-RTN                       SECTION.
009150     MOVE     PW-CUR-URI           TO  IN-CUR-URI.
009160     MOVE     PW-CUR-HEN           TO  IN-CUR-HEN.
009170     MOVE     PW-CUR-NET           TO  IN-CUR-NET.
009180     MOVE     PW-S3-URI            TO  IN-S3-URI.
009190     MOVE     PW-S3-HEN            TO  IN-S3-HEN.
009200     MOVE     PW-LY-URI            TO  IN-LY-URI.
009210     MOVE     PW-LY-HEN            TO  IN-LY-HEN.
009220     PERFORM  RITU-CALC-RTN.
009230 PW-RITU-EXT.
009240     EXIT.
009250****************************************************************
009260*    (2.4)   RITU-CALC-RTN　（返品率・消化率・比較率計算）
009270****************************************************************
009280 RITU-CALC-RTN                     SECTION.
009290     MOVE     ZERO                 TO  CALC-HEN-RITU.
009300     MOVE     ZERO                 TO  CALC-URI-RITU.
009310     MOVE     ZERO                 TO  CALC-LY-RITU.
009320     MOVE     ZERO                 TO  CALC-LY-SA.
009330     MOVE     ZERO                 TO  CALC-AVG-RITU.
009340     MOVE     "0"                  TO  LY-ARI-SW.
009350*-----------< 返品率＝返品／売上、消化率＝実売／売上 >---------*
009360     IF  IN-CUR-URI                >   ZERO
009370         COMPUTE  CALC-HEN-RITU  ROUNDED  =
009380                  IN-CUR-HEN  *  100  /  IN-CUR-URI
009390             ON SIZE ERROR
009400                  MOVE  9999.9     TO  CALC-HEN-RITU
009410         END-COMPUTE
009420         COMPUTE  CALC-URI-RITU  ROUNDED  =
009430                  IN-CUR-NET  *  100  /  IN-CUR-URI
009440             ON SIZE ERROR
009450                  MOVE  9999.9     TO  CALC-URI-RITU
009460         END-COMPUTE
009470     END-IF.
009480*-----------< ３か月平均返品率（３か月累計で加重） >-----------*
009490     IF  IN-S3-URI                 >   ZERO
009500         COMPUTE  CALC-AVG-RITU  ROUNDED  =
009510                  IN-S3-HEN  *  100  /  IN-S3-URI
009520             ON SIZE ERROR
009530                  MOVE  9999.9     TO  CALC-AVG-RITU
009540         END-COMPUTE
009550     END-IF.
009560*-----------< 前年同月返品率・差 >-----------------------------*
009570     IF  IN-LY-URI                 >   ZERO
009580         MOVE     "1"              TO  LY-ARI-SW
009590         COMPUTE  CALC-LY-RITU  ROUNDED  =
009600                  IN-LY-HEN  *  100  /  IN-LY-URI
009610             ON SIZE ERROR
009620                  MOVE  9999.9     TO  CALC-LY-RITU
009630         END-COMPUTE
009640         COMPUTE  CALC-LY-SA  =  CALC-HEN-RITU  -  CALC-LY-RITU
009650     END-IF.
009660 RITU-CALC-EXT.
009670     EXIT.
009680****************************************************************
009690*    (2.5)   PAIR-END-RTN　（取引先・出版社別集計終了）
009700****************************************************************
009710 PAIR-END-RTN                      SECTION.
009720     IF  FIRST-REC
009730         CONTINUE
009740     ELSE
009750         PERFORM  PAIR-OUT-RTN
009760     END-IF.
009770     CLOSE    UPT732W.
009780     CLOSE    UPT732P.
009790 PAIR-END-EXT.
009800     EXIT.
009810****************************************************************
009820*    (3.0)   KBN-SYUKEI-RTN　（取引先・種別区分別集計）
009830****************************************************************
009840 KBN-SYUKEI-RTN                    SECTION.
009850     SORT     SORT-FILE2
009860         ON   ASCENDING  KEY   SORT2-SYU-KBN9
009870                               SORT2-TORIHIKI
009880         USING    UPT732P
009890         GIVING   UPT732Q.
009900     IF  SORT-RETURN               =   ZERO
009910         CONTINUE
009920     ELSE
009930         MOVE    141               TO  RETURN-CODE
009940         MOVE    SORT-RETURN       TO  MSG-525F-ST
009950         DISPLAY MSG-525F RETURN-CODE UPON CONS
009960         PERFORM ABEND-MSG-RTN
009970         STOP    RUN
009980     END-IF.
009990*-----------< ファイル  （種別区分順）ＯＰＥＮ  >--------------*
010000     OPEN INPUT UPT732Q.
010010     IF  FILE-STATUS               =   ZERO
010020         CONTINUE
010030     ELSE
010040         MOVE    121               TO  RETURN-CODE
010050         MOVE    FILE-STATUS       TO  MSG-521F-ST
010060         DISPLAY MSG-521F RETURN-CODE UPON CONS
010070         PERFORM ABEND-MSG-RTN
010080         STOP    RUN
010090     END-IF.
010100*-----------< ファイル  （種別区分別集計）ＯＰＥＮ  >----------*
010110     OPEN OUTPUT UPT732S.
010120     IF  FILE-STATUS               =   ZERO
010130         CONTINUE
010140     ELSE
010150         MOVE    207               TO  RETURN-CODE
010160         MOVE    FILE-STATUS       TO  MSG-709F-ST
010170         DISPLAY MSG-709F RETURN-CODE UPON CONS
010180         PERFORM ABEND-MSG-RTN
010190         STOP    RUN
010200     END-IF.
010210*
010220     MOVE     "1"                  TO  FIRST-REC-SW.
010230     MOVE     ZERO                 TO  END-SW.
010240     PERFORM  KBN-READ-RTN.
010250     PERFORM  KBN-RTN
010260         UNTIL    END-SW           =   HIGH-VALUE.
010270     IF  FIRST-REC
010280         CONTINUE
010290     ELSE
010300         PERFORM  KBN-OUT-RTN
010310     END-IF.
010320     CLOSE    UPT732Q.
010330     CLOSE    UPT732S.
010340 KBN-SYUKEI-EXT.
010350     EXIT.
010360****************************************************************
010370*    (3.1)   KBN-RTN　（種別区分・取引先ブレイク）
010380****************************************************************
010390 KBN-RTN                           SECTION.
010400     IF  FIRST-REC
010410         MOVE     "0"              TO  FIRST-REC-SW
010420         MOVE     UPT732Q-SYU-KBN9 TO  OLD-SYU-KBN9
010430         MOVE     UPT732Q-TORIHIKI TO  OLD-TORIHIKI
010440         INITIALIZE  ACC-AREA
010450     ELSE
010460         IF  UPT732Q-SYU-KBN9      NOT =   OLD-SYU-KBN9  OR
010470             UPT732Q-TORIHIKI      NOT =   OLD-TORIHIKI
010480             PERFORM  KBN-OUT-RTN
010490             MOVE     UPT732Q-SYU-KBN9 TO  OLD-SYU-KBN9
010500             MOVE     UPT732Q-TORIHIKI TO  OLD-TORIHIKI
010510             INITIALIZE  ACC-AREA
010520         END-IF
010530     END-IF.
010540     ADD      UPT732Q-CUR-URI      TO  ACC-CUR-URI.
010550     ADD      UPT732Q-CUR-HEN      TO  ACC-CUR-HEN.
010560     ADD      UPT732Q-CUR-NET      TO  ACC-CUR-NET.
010570     ADD      UPT732Q-S3-URI       TO  ACC-S3-URI.
010580     ADD      UPT732Q-S3-HEN       TO  ACC-S3-HEN.
010590     ADD      UPT732Q-LY-URI       TO  ACC-LY-URI.
010600     ADD      UPT732Q-LY-HEN       TO  ACC-LY-HEN.
010610*-----------< READ処理 >---------------------------------------*
010620     PERFORM  KBN-READ-RTN.
010630 KBN-EXT.
010640     EXIT.
010650****************************************************************
010660*    (3.2)   KBN-OUT-RTN　（取引先・種別区分別集計出力）
010670****************************************************************
010680 KBN-OUT-RTN                       SECTION.
010690     MOVE     SPACE                TO  PAIR-WK.
010700     MOVE     "2"                  TO  PW-GRP-KBN.
010710     MOVE     OLD-SYU-KBN9         TO  PW-GRP-CD.
010720     MOVE     OLD-TORIHIKI         TO  PW-TORIHIKI.
010730     MOVE     ZERO                 TO  PW-SYUPPAN.
010740     MOVE     OLD-SYU-KBN9         TO  PW-SYU-KBN9.
010750     PERFORM  PW-SET-RTN.
010760     WRITE    UPT732S-REC          FROM  PAIR-WK.
010770     IF  FILE-STATUS               =   ZERO
010780         ADD      1                TO  CNT-KBN
010790     ELSE
010800         MOVE    208               TO  RETURN-CODE
010810         MOVE    FILE-STATUS       TO  MSG-711F-ST
010820         DISPLAY MSG-711F  RETURN-CODE  UPON  CONS
010830         PERFORM ABEND-MSG-RTN
010840         STOP    RUN
010850     END-IF.
010860 KBN-OUT-EXT.
010870     EXIT.
010880****************************************************************
010890*    (3.3)   KBN-READ-RTN
010900****************************************************************
010910 KBN-READ-RTN                      SECTION.
010920     READ      UPT732Q
010930         AT    END
010940         MOVE  HIGH-VALUE                TO  END-SW
010950*
010960         NOT AT END
010970         IF    FILE-STATUS               =   ZERO
010980               CONTINUE
010990         ELSE
011000               MOVE  123                 TO  RETURN-CODE
011010               MOVE FILE-STATUS          TO  MSG-523F-ST
011020               DISPLAY MSG-523F RETURN-CODE  UPON  CONS
011030               PERFORM ABEND-MSG-RTN
011040               STOP RUN
011050         END-IF.
011060 KBN-READ-EXT.
011070     EXIT.
011080****************************************************************
011090*    (4.0)   RANK-INIT-RTN　（返品率順整列・出力準備）
011100****************************************************************
011110 RANK-INIT-RTN                     SECTION.
011120*-----------< 出版社別・種別区分別に返品率の高い順 >-----------*
011130     SORT     SORT-FILE2
011140         ON   ASCENDING  KEY   SORT2-GRP-KBN
011150                               SORT2-GRP-CD
011160         ON   DESCENDING KEY   SORT2-HEN-RITU
011170         ON   ASCENDING  KEY   SORT2-TORIHIKI
011180                               SORT2-SYUPPAN
011190         USING    UPT732P  UPT732S
011200         GIVING   UPT732T.
011210     IF  SORT-RETURN               =   ZERO
011220         CONTINUE
011230     ELSE
011240         MOVE    143               TO  RETURN-CODE
011250         MOVE    SORT-RETURN       TO  MSG-531F-ST
011260         DISPLAY MSG-531F RETURN-CODE UPON CONS
011270         PERFORM ABEND-MSG-RTN
011280         STOP    RUN
011290     END-IF.
011300*-----------< ファイル  （順位付け済み）ＯＰＥＮ  >------------*
011310     OPEN INPUT UPT732T.
011320     IF  FILE-STATUS               =   ZERO
011330         CONTINUE
011340     ELSE
011350         MOVE    127               TO  RETURN-CODE
011360         MOVE    FILE-STATUS       TO  MSG-527F-ST
011370         DISPLAY MSG-527F RETURN-CODE UPON CONS
011380         PERFORM ABEND-MSG-RTN
011390         STOP    RUN
011400     END-IF.
011410*-----------< ファイル  （名称マスタ）ＯＰＥＮ  >--------------*
011420     OPEN INPUT UPT716I.
011430     IF  FILE-STATUS               =   ZERO
011440         CONTINUE
011450     ELSE
011460         MOVE    133               TO  RETURN-CODE
011470         MOVE    FILE-STATUS       TO  MSG-533F-ST
011480         DISPLAY MSG-533F RETURN-CODE UPON CONS
011490         PERFORM ABEND-MSG-RTN
011500         STOP    RUN
011510     END-IF.
011520*-----------< ファイル  （分析抽出）ＯＰＥＮ  >----------------*
011530     OPEN OUTPUT UPT732X.
011540     IF  FILE-STATUS               =   ZERO
011550         CONTINUE
011560     ELSE
011570         MOVE    201               TO  RETURN-CODE
011580         MOVE    FILE-STATUS       TO  MSG-701F-ST
011590         DISPLAY MSG-701F RETURN-CODE UPON CONS
011600         PERFORM ABEND-MSG-RTN
011610         STOP    RUN
011620     END-IF.
011630*-----------< ファイル  （分析表）ＯＰＥＮ  >------------------*
011640     OPEN OUTPUT UPT732R.
011650     IF  FILE-STATUS               =   ZERO
011660         CONTINUE
011670     ELSE
011680         MOVE    203               TO  RETURN-CODE
011690         MOVE    FILE-STATUS       TO  MSG-705F-ST
011700         DISPLAY MSG-705F RETURN-CODE UPON CONS
011710         PERFORM ABEND-MSG-RTN
011720         STOP    RUN
011730     END-IF.
011740*
011750     MOVE     "1"                  TO  FIRST-REC-SW.
011760     MOVE     ZERO                 TO  END-SW.
011770     PERFORM  RANK-READ-RTN.
011780 RANK-INIT-EXT.
011790     EXIT.
011800****************************************************************
011810*    (4.1)   RANK-READ-RTN
011820****************************************************************
011830 RANK-READ-RTN                     SECTION.
011840     READ      UPT732T
011850         AT    END
011860         MOVE  HIGH-VALUE                TO  END-SW
011870*
011880         NOT AT END
011890         IF    FILE-STATUS               =   ZERO
011900               CONTINUE
011910         ELSE
011920               MOVE  129                 TO  RETURN-CODE
011930               MOVE FILE-STATUS          TO  MSG-529F-ST
011940               DISPLAY MSG-529F RETURN-CODE  UPON  CONS
011950               PERFORM ABEND-MSG-RTN
011960               STOP RUN
011970         END-IF.
011980 RANK-READ-EXT.
011990     EXIT.
012000****************************************************************
012010*    (5.0)   PROC-RTN　（出版社・種別区分ブレイク）              *
012020****************************************************************
012030 PROC-RTN                          SECTION.
012040*
012050     IF  FIRST-REC
012060         MOVE     "0"              TO  FIRST-REC-SW
012070         MOVE     UPT732T-GRP-KBN  TO  OLD-GRP-KBN
012080         MOVE     UPT732T-GRP-CD   TO  OLD-GRP-CD
012090         PERFORM  GRP-INIT-RTN
012100     ELSE
012110         IF  UPT732T-GRP-KBN       NOT =   OLD-GRP-KBN  OR
012120             UPT732T-GRP-CD        NOT =   OLD-GRP-CD
012130             PERFORM  GRP-GOKEI-RTN
012140             MOVE     UPT732T-GRP-KBN  TO  OLD-GRP-KBN
012150             MOVE     UPT732T-GRP-CD   TO  OLD-GRP-CD
012160             PERFORM  GRP-INIT-RTN
012170         END-IF
012180     END-IF.
012190*
012200     MOVE     UPT732T-REC          TO  PAIR-WK.
012210     ADD      1                    TO  RANK-CNT.
012220     PERFORM  MEISAI-RTN.
012230*-----------< READ処理 >---------------------------------------*
012240     PERFORM  RANK-READ-RTN.
012250*
012260 PROC-EXT.
012270     EXIT.
012280****************************************************************
012290*    (5.1)   GRP-INIT-RTN　（グループ見出し・集計クリア）
012300****************************************************************
012310 GRP-INIT-RTN                      SECTION.
012320     INITIALIZE  GRP-GOKEI-AREA.
012330     MOVE     ZERO                 TO  RANK-CNT.
012340     MOVE     ZERO                 TO  WORST-CNT.
012350     MOVE     ZERO                 TO  BEST-CNT.
012360*-----------< 出版社名称検索 >---------------------------------*
012370     MOVE     SPACE                TO  WK-SYU-NAME.
012380     IF  OLD-GRP-KBN               =   "1"
012390         MOVE     MITOROKU-NAME    TO  WK-SYU-NAME
012400         MOVE     OLD-GRP-CD       TO  UPT716-SYUPPAN-CD9
012410         READ     UPT716I
012420             INVALID KEY
012430                 CONTINUE
012440             NOT INVALID KEY
012450                 MOVE  UPT716-KANJI-NAME  TO  WK-SYU-NAME
012460         END-READ
012470     END-IF.
012480     PERFORM  GRP-MIDASI-RTN.
012490 GRP-INIT-EXT.
012500     EXIT.
012510****************************************************************
012520*    (5.2)   GRP-MIDASI-RTN　（グループ改ページ見出し）
012530****************************************************************
012540 GRP-MIDASI-RTN                    SECTION.
012550     ADD      1                    TO  PAGE-CNT.
012560     MOVE     WK-YYYY              TO  PRT-M1-YYYY.
012570     MOVE     WK-MM                TO  PRT-M1-MM.
012580     MOVE     WK-DD                TO  PRT-M1-DD.
012590     MOVE     PAGE-CNT             TO  PRT-M1-PAGE.
012600     WRITE    UPT732R-REC          FROM  PRT-MIDASI1
012610         AFTER  ADVANCING  PAGE.
012620     PERFORM  LIST-CHECK-RTN.
012630     IF  OLD-GRP-KBN               =   "1"
012640         MOVE     "SYUPPAN:  "     TO  PRT-M2-TITLE
012650     ELSE
012660         MOVE     "SYU-KBN9: "     TO  PRT-M2-TITLE
012670     END-IF.
012680     MOVE     OLD-GRP-CD           TO  PRT-M2-CD.
012690     MOVE     WK-SYU-NAME          TO  PRT-M2-NAME.
012700     MOVE     ARG-YYYYMM           TO  PRT-M2-YYYYMM.
012710     MOVE     LIMIT-RITU           TO  PRT-M2-LIMIT.
012720     WRITE    UPT732R-REC          FROM  PRT-MIDASI2
012730         AFTER  ADVANCING  2  LINES.
012740     PERFORM  LIST-CHECK-RTN.
012750     WRITE    UPT732R-REC          FROM  PRT-MIDASI3
012760         AFTER  ADVANCING  2  LINES.
012770     PERFORM  LIST-CHECK-RTN.
012780     MOVE     SPACE                TO  UPT732R-REC.
012790     WRITE    UPT732R-REC
012800         AFTER  ADVANCING  1  LINE.
012810     PERFORM  LIST-CHECK-RTN.
012820     MOVE     7                    TO  LINE-CNT.
012830 GRP-MIDASI-EXT.
012840     EXIT.
012850****************************************************************
012860*    (5.3)   MEISAI-RTN　（明細・抽出出力、順位退避）
012870****************************************************************
012880 MEISAI-RTN                        SECTION.
012890     MOVE     RANK-CNT             TO  WK-RANK.
012900     PERFORM  MEISAI-OUT-RTN.
012910*-----------< 出版社別は抽出ファイルへ出力 >-------------------*
012920     IF  PW-GRP-SYUPPAN
012930         PERFORM  EXTRACT-RTN
012940     END-IF.
012950*-----------< グループ合計加算 >-------------------------------*
012960     ADD      PW-CUR-URI           TO  GRP-CUR-URI.
012970     ADD      PW-CUR-HEN           TO  GRP-CUR-HEN.
012980     ADD      PW-CUR-NET           TO  GRP-CUR-NET.
012990     ADD      PW-S3-URI            TO  GRP-S3-URI.
013000     ADD      PW-S3-HEN            TO  GRP-S3-HEN.
013010     ADD      PW-LY-URI            TO  GRP-LY-URI.
013020     ADD      PW-LY-HEN            TO  GRP-LY-HEN.
013030*-----------< ワースト（先頭から）・ベスト（末尾から）退避 >---*
013040     IF  RANK-CNT                  <=  RANK-MAX
013050         ADD      1                TO  WORST-CNT
013060         MOVE     RANK-CNT         TO  WORST-RANK (WORST-CNT)
013070         MOVE     PAIR-WK          TO  WORST-REC  (WORST-CNT)
013080     END-IF.
013090     IF  BEST-CNT                  <   RANK-MAX
013100         ADD      1                TO  BEST-CNT
013110     ELSE
013120         PERFORM  BEST-SHIFT-RTN
013130             VARYING RANK-IDX FROM 1 BY 1
013140             UNTIL   RANK-IDX      >=  RANK-MAX
013150     END-IF.
013160     MOVE     RANK-CNT             TO  BEST-RANK (BEST-CNT).
013170     MOVE     PAIR-WK              TO  BEST-REC  (BEST-CNT).
013180 MEISAI-EXT.
013190     EXIT.
013200****************************************************************
013210*    (5.4)   MEISAI-OUT-RTN　（分析表明細行出力）
013220****************************************************************
013230 MEISAI-OUT-RTN                    SECTION.
013240     PERFORM  PW-RITU-RTN.
013250     MOVE     SPACE                TO  PRT-MEISAI.
013260     MOVE     WK-RANK              TO  PRT-RANK.
013270     MOVE     PW-TORIHIKI          TO  PRT-TORIHIKI.
013280     MOVE     PW-CUR-URI           TO  PRT-URI.
013290     MOVE     PW-CUR-HEN           TO  PRT-HEN.
013300     MOVE     PW-CUR-NET           TO  PRT-NET.
013310     PERFORM  RITU-EDIT-RTN.
013320     MOVE     PRT-MEISAI           TO  PRT-LINE.
013330     PERFORM  LIST-WRITE-RTN.
013340 MEISAI-OUT-EXT.
013350     EXIT.
013360****************************************************************
013370*    (5.5)   RITU-EDIT-RTN　（率項目・判定編集）
013380****************************************************************
013390 RITU-EDIT-RTN                     SECTION.
013400     MOVE     CALC-HEN-RITU        TO  PRT-HEN-RITU.
013410     MOVE     CALC-URI-RITU        TO  PRT-URI-RITU.
013420     MOVE     CALC-AVG-RITU        TO  PRT-AVG-RITU.
013430     IF  LY-ARI
013440         MOVE     CALC-LY-RITU     TO  PRT-LY-RITU
013450         MOVE     CALC-LY-SA       TO  PRT-LY-SA
013460     ELSE
013470         MOVE     "   N/A"         TO  PRT-LY-RITU-X
013480         MOVE     SPACE            TO  PRT-LY-SA-X
013490     END-IF.
013500*-----------< 返品率が基準を超えたものに印 >-------------------*
013510     IF  CALC-HEN-RITU             >   LIMIT-RITU
013520         MOVE     "OVER"           TO  PRT-FLAG
013530     ELSE
013540         MOVE     SPACE            TO  PRT-FLAG
013550     END-IF.
013560 RITU-EDIT-EXT.
013570     EXIT.
013580****************************************************************
013590*    (5.6)   EXTRACT-RTN　（分析抽出ファイル出力）
013600****************************************************************
013610 EXTRACT-RTN                       SECTION.
013620     MOVE     SPACE                TO  UPT732X-REC.
013630     MOVE     ARG-YYYYMM           TO  UPT732-TAISYO-YM.
013640     MOVE     PW-SYUPPAN           TO  UPT732-SYUPPAN-CD9.
013650     MOVE     PW-TORIHIKI          TO  UPT732-TORIHIKI-CD9.
013660     MOVE     PW-SYU-KBN9          TO  UPT732-SYU-KBN9.
013670     MOVE     PW-CUR-URI           TO  UPT732-URI-CNT.
013680     MOVE     PW-CUR-HEN           TO  UPT732-HEN-CNT.
013690     MOVE     PW-CUR-NET           TO  UPT732-NET-CNT.
013700     MOVE     CALC-HEN-RITU        TO  UPT732-HEN-RITU.
013710     MOVE     CALC-URI-RITU        TO  UPT732-URI-RITU.
013720     MOVE     CALC-AVG-RITU        TO  UPT732-AVG3-RITU.
013730     IF  LY-ARI
013740         MOVE     CALC-LY-RITU     TO  UPT732-LY-RITU
013750         MOVE     CALC-LY-SA       TO  UPT732-LY-SA
013760     ELSE
013770         MOVE     SPACE            TO  UPT732-LY-RITU-X
013780         MOVE     SPACE            TO  UPT732-LY-SA-X
013790     END-IF.
013800     MOVE     WK-RANK              TO  UPT732-HEN-RANK.
013810     IF  CALC-HEN-RITU             >   LIMIT-RITU
013820         MOVE     "1"              TO  UPT732-OVER-KBN
013830         ADD      1                TO  CNT-OVER
013840     ELSE
013850         MOVE     "0"              TO  UPT732-OVER-KBN
013860     END-IF.
013870     WRITE    UPT732X-REC.
013880     IF  FILE-STATUS               =   ZERO
013890         ADD      1                TO  CNT-OUT
013900     ELSE
013910         MOVE    202               TO  RETURN-CODE
013920         MOVE    FILE-STATUS       TO  MSG-703F-ST
013930         DISPLAY MSG-703F  RETURN-CODE  UPON  CONS
013940         PERFORM ABEND-MSG-RTN
013950         STOP    RUN
013960     END-IF.
013970 EXTRACT-EXT.
013980     EXIT.
013990****************************************************************
014000*    (5.7)   BEST-SHIFT-RTN　（ベスト退避テーブル繰上げ）
014010****************************************************************
014020 BEST-SHIFT-RTN                    SECTION.
014030     MOVE     BEST-TBL (RANK-IDX + 1)  TO  BEST-TBL (RANK-IDX).
014040 BEST-SHIFT-EXT.
014050     EXIT.
014060****************************************************************
014070*    (6.0)   GRP-GOKEI-RTN　（グループ合計・ワースト／ベスト出力）
014080****************************************************************
014090 GRP-GOKEI-RTN                     SECTION.
014100     MOVE     SPACE                TO  PRT-LINE.
014110     PERFORM  LIST-WRITE-RTN.
014120*-----------< グループ合計行 >---------------------------------*
014130     MOVE     GRP-CUR-URI          TO  IN-CUR-URI.
014140     MOVE     GRP-CUR-HEN          TO  IN-CUR-HEN.
014150     MOVE     GRP-CUR-NET          TO  IN-CUR-NET.
014160     MOVE     GRP-S3-URI           TO  IN-S3-URI.
014170     MOVE     GRP-S3-HEN           TO  IN-S3-HEN.
014180     MOVE     GRP-LY-URI           TO  IN-LY-URI.
014190     MOVE     GRP-LY-HEN           TO  IN-LY-HEN.
014200     PERFORM  RITU-CALC-RTN.
014210     MOVE     SPACE                TO  PRT-MEISAI.
014220     MOVE     "TOTAL"              TO  PRT-RANK-X.
014230     MOVE     SPACE                TO  PRT-TORIHIKI-X.
014240     MOVE     GRP-CUR-URI          TO  PRT-URI.
014250     MOVE     GRP-CUR-HEN          TO  PRT-HEN.
014260     MOVE     GRP-CUR-NET          TO  PRT-NET.
014270     PERFORM  RITU-EDIT-RTN.
014280     MOVE     PRT-MEISAI           TO  PRT-LINE.
014290     PERFORM  LIST-WRITE-RTN.
014300*-----------< 件数が順位数を超える場合のみワースト／ベスト >---*
014310     IF  RANK-CNT                  >   RANK-MAX
014320         MOVE     SPACE            TO  PRT-LINE
014330         PERFORM  LIST-WRITE-RTN
014340         MOVE     PRT-WORST-MIDASI TO  PRT-LINE
014350         PERFORM  LIST-WRITE-RTN
014360         PERFORM  WORST-OUT-RTN
014370             VARYING RANK-IDX FROM 1 BY 1
014380             UNTIL   RANK-IDX      >   WORST-CNT
014390         MOVE     SPACE            TO  PRT-LINE
014400         PERFORM  LIST-WRITE-RTN
014410         MOVE     PRT-BEST-MIDASI  TO  PRT-LINE
014420         PERFORM  LIST-WRITE-RTN
014430         PERFORM  BEST-OUT-RTN
014440             VARYING RANK-IDX FROM BEST-CNT BY -1
014450             UNTIL   RANK-IDX      <   1
014460     END-IF.
014470 GRP-GOKEI-EXT.
014480     EXIT.
014490****************************************************************
014500*    (6.1)   WORST-OUT-RTN　（ワースト明細出力）
014510****************************************************************
014520 WORST-OUT-RTN                     SECTION.
014530     MOVE     WORST-REC  (RANK-IDX)  TO  PAIR-WK.
014540     MOVE     WORST-RANK (RANK-IDX)  TO  WK-RANK.
014550     PERFORM  MEISAI-OUT-RTN.
014560 WORST-OUT-EXT.
014570     EXIT.
014580****************************************************************
014590*    (6.2)   BEST-OUT-RTN　（ベスト明細出力）
014600****************************************************************
014610 BEST-OUT-RTN                      SECTION.
014620     MOVE     BEST-REC  (RANK-IDX)   TO  PAIR-WK.
014630     MOVE     BEST-RANK (RANK-IDX)   TO  WK-RANK.
014640     PERFORM  MEISAI-OUT-RTN.
014650 BEST-OUT-EXT.
014660     EXIT.
014670****************************************************************
014680*    (6.3)   LIST-WRITE-RTN　（分析表出力）
014690****************************************************************
014700 LIST-WRITE-RTN                    SECTION.
014710     IF  LINE-CNT                  >   MAX-LINE
014720         PERFORM  GRP-MIDASI-RTN
014730     END-IF.
014740     WRITE    UPT732R-REC          FROM  PRT-LINE
014750         AFTER  ADVANCING  1  LINE.
014760     PERFORM  LIST-CHECK-RTN.
014770     ADD      1                    TO  LINE-CNT.
014780 LIST-WRITE-EXT.
014790     EXIT.
014800****************************************************************
014810*    (6.4)   LIST-CHECK-RTN　（分析表出力結果判定）
014820****************************************************************
014830 LIST-CHECK-RTN                    SECTION.
014840     IF  FILE-STATUS               =   ZERO
014850         CONTINUE
014860     ELSE
014870         MOVE    204               TO  RETURN-CODE
014880         MOVE    FILE-STATUS       TO  MSG-707F-ST
014890         DISPLAY MSG-707F  RETURN-CODE  UPON  CONS
014900         PERFORM ABEND-MSG-RTN
014910         STOP    RUN
014920     END-IF.
014930 LIST-CHECK-EXT.
014940     EXIT.
014950****************************************************************
014960*    (7.0)     ＳＴＡＲＴメッセージ処理                        *
014970****************************************************************
014980 START-MSG-RTN                     SECTION.
014990     ACCEPT  WK-DATE               FROM   DATE.
015000     ACCEPT  WK-TIME               FROM   TIME.
015010     MOVE    WK-Y                  TO     WK-YY.
015020     MOVE    WK-M                  TO     WK-MM.
015030     MOVE    WK-D                  TO     WK-DD.
015040     MOVE    20                    TO     WK-20.
015050*
015060     MOVE    WK-YYYY               TO     MESSAGE-START-YYYY.
015070     MOVE    WK-MM                 TO     MESSAGE-START-MM.
015080     MOVE    WK-DD                 TO     MESSAGE-START-DD.
015090     MOVE    WK-TIM                TO     MESSAGE-START-TIM.
015100     MOVE    WK-MIN                TO     MESSAGE-START-MIN.
015110     MOVE    WK-SEC                TO     MESSAGE-START-SEC.
015120*
015130     DISPLAY  MESSAGE-START  UPON CONS.
015140*
015150 START-MSG-EXT.
015160     EXIT.
015170****************************************************************
015180*    (8.0)     ＡＢＥＮＤメッセージ処理                        *
015190****************************************************************
015200 ABEND-MSG-RTN                     SECTION.
015210     ACCEPT  WK-DATE               FROM   DATE.
015220     ACCEPT  WK-TIME               FROM   TIME.
015230     MOVE    WK-Y                  TO     WK-YY.
015240     MOVE    WK-M                  TO     WK-MM.
015250     MOVE    WK-D                  TO     WK-DD.
015260     MOVE    20                    TO     WK-20.
015270*
015280     MOVE    WK-YYYY               TO     MESSAGE-ABEND-YYYY.
015290     MOVE    WK-MM                 TO     MESSAGE-ABEND-MM.
015300     MOVE    WK-DD                 TO     MESSAGE-ABEND-DD.
015310     MOVE    WK-TIM                TO     MESSAGE-ABEND-TIM.
015320     MOVE    WK-MIN                TO     MESSAGE-ABEND-MIN.
015330     MOVE    WK-SEC                TO     MESSAGE-ABEND-SEC.
015340*
015350     DISPLAY  MESSAGE-ABEND  UPON CONS.
015360*
015370 ABEND-MSG-EXT.
015380     EXIT.
015390****************************************************************
015400*    (9.0)     ＥＮＤメッセージ処理                            *
015410****************************************************************
015420 END-MSG-RTN                     SECTION.
015430     ACCEPT  WK-DATE               FROM   DATE.
015440     ACCEPT  WK-TIME               FROM   TIME.
015450     MOVE    WK-Y                  TO     WK-YY.
015460     MOVE    WK-M                  TO     WK-MM.
015470     MOVE    WK-D                  TO     WK-DD.
015480     MOVE    20                    TO     WK-20.
015490*
015500     MOVE    WK-YYYY               TO     MESSAGE-END-YYYY.
015510     MOVE    WK-MM                 TO     MESSAGE-END-MM.
015520     MOVE    WK-DD                 TO     MESSAGE-END-DD.
015530     MOVE    WK-TIM                TO     MESSAGE-END-TIM.
015540     MOVE    WK-MIN                TO     MESSAGE-END-MIN.
015550     MOVE    WK-SEC                TO     MESSAGE-END-SEC.
015560*
015570     DISPLAY  MESSAGE-END  UPON CONS.
015580*
015590 END-MSG-EXT.
015600     EXIT.
015610****************************************************************
015620*    (10.0)             エンド 処理                            *
015630****************************************************************
015640 END-RTN                           SECTION.
015650*-----------< 最終グループ出力 >-------------------------------*
015660     IF  FIRST-REC
015670         CONTINUE
015680     ELSE
015690         PERFORM  GRP-GOKEI-RTN
015700     END-IF.
015710*
015720     CLOSE     UPT732T.
015730     CLOSE     UPT716I.
015740     CLOSE     UPT732X.
015750     CLOSE     UPT732R.
015760     MOVE      ZERO                TO  RETURN-CODE.
015770*---------< 入力件数表示 >-------------------------------------*
015780     DISPLAY MSG-501I  CNT-IN      UPON CONS.
015790     DISPLAY MSG-503I  CNT-PAIR    UPON CONS.
015800     DISPLAY MSG-505I  CNT-KBN     UPON CONS.
015810     DISPLAY MSG-507I  CNT-OUT     UPON CONS.
015820     DISPLAY MSG-509I  CNT-OVER    UPON CONS.
015821     DISPLAY MSG-511I  CNT-T739    UPON CONS.
015830     PERFORM END-MSG-RTN.
015840*
015850 END-EXT.
015860     EXIT.
015870****************************************************************
015880*    (11.0)  RETAIN-RTN　（月次累積の保持開始月取得）
015890*            年度繰越で消去された月は月次累積に存在しない
015900****************************************************************
015910 RETAIN-RTN                        SECTION.
015920     MOVE     999999               TO  RETAIN-FROM-YM.
015930     MOVE     ZERO                 TO  UPT714-GYOMU-YMD.
015940     MOVE     ZERO                 TO  UPT714-TORIHIKI-CD9.
015950     MOVE     ZERO                 TO  UPT714-SYUPPAN-CD9.
015960     MOVE     ZERO                 TO  SCAN-END-SW.
015970     START    UPT714I
015980         KEY  IS  NOT  LESS  THAN  UPT714-KEY
015990         INVALID KEY
016000             MOVE  HIGH-VALUE      TO  SCAN-END-SW
016010     END-START.
016020     IF  SCAN-END-SW               =   HIGH-VALUE
016030         CONTINUE
016040     ELSE
016050         READ     UPT714I   NEXT
016060             AT END
016070                 CONTINUE
016080             NOT AT END
016090                 IF  FILE-STATUS           =   ZERO
016100                     MOVE  UPT714-GYOMU-YMD (1:6)
016110                                           TO  RETAIN-FROM-YM
016120                 ELSE
016130                     MOVE  103             TO  RETURN-CODE
016140                     MOVE  FILE-STATUS     TO  MSG-503F-ST
016150                     DISPLAY MSG-503F RETURN-CODE  UPON  CONS
016160                     PERFORM ABEND-MSG-RTN
016170                     STOP RUN
016180                 END-IF
016190         END-READ
016200     END-IF.
016210 RETAIN-EXT.
016220     EXIT.
016230****************************************************************
016240*    (11.1)  SANSYO-SET-RTN　（年度集計参照月の登録）
016250****************************************************************
016260 SANSYO-SET-RTN                    SECTION.
016270     IF  CALC-YYYYMM               <   RETAIN-FROM-YM
016280         ADD      1                TO  SANSYO-CNT
016290         MOVE     CALC-YYYYMM      TO  SANSYO-YM (SANSYO-CNT)
016300         MOVE     SANSYO-KIKAN-WK  TO  SANSYO-KIKAN (SANSYO-CNT)
016310*-----------< 期首月を１とする年度・年度内の月番号 >-----------*
016320         IF  CALC-MM               >=  KISYU-MM
016330             MOVE     CALC-YYYY    TO  SANSYO-NENDO (SANSYO-CNT)
016340             COMPUTE  SANSYO-TUKI (SANSYO-CNT)  =
016350                      CALC-MM  -  KISYU-MM  +  1
016360         ELSE
016370             COMPUTE  SANSYO-NENDO (SANSYO-CNT)  =
016380                      CALC-YYYY  -  1
016390             COMPUTE  SANSYO-TUKI (SANSYO-CNT)  =
016400                      CALC-MM  -  KISYU-MM  +  13
016410         END-IF
016420     END-IF.
016430 SANSYO-SET-EXT.
016440     EXIT.
016450****************************************************************
016460*    (11.2)  T739-SCAN-RTN　（年度集計　参照月抽出）
016470****************************************************************
016480 T739-SCAN-RTN                     SECTION.
016490     OPEN INPUT UPT739I.
016500     IF  FILE-STATUS               =   ZERO
016510         MOVE     ZERO             TO  T739-END-SW
016520         PERFORM  T739-READ-RTN
016530             UNTIL T739-END-SW     =   HIGH-VALUE
016540         CLOSE    UPT739I
016550     ELSE
016560*-----------< 年度集計なし：参照月は比較の対象外 >-------------*
016570         IF  FILE-STATUS           =   "35"
016580             DISPLAY  MSG-741W     UPON  CONS
016590         ELSE
016600             MOVE    135           TO  RETURN-CODE
016610             MOVE    FILE-STATUS   TO  MSG-535F-ST
016620             DISPLAY MSG-535F  RETURN-CODE  UPON  CONS
016630             PERFORM ABEND-MSG-RTN
016640             STOP    RUN
016650         END-IF
016660     END-IF.
016670 T739-SCAN-EXT.
016680     EXIT.
016690****************************************************************
016700*    (11.3)  T739-READ-RTN　（年度集計　１件読込）
016710****************************************************************
016720 T739-READ-RTN                     SECTION.
016730     READ     UPT739I
016740         AT END
016750             MOVE  HIGH-VALUE            TO  T739-END-SW
016760         NOT AT END
016770             IF    FILE-STATUS           =   ZERO
016780                 PERFORM  T739-RELEASE-RTN
016790                     VARYING SANSYO-IDX FROM 1 BY 1
016800                     UNTIL   SANSYO-IDX  >   SANSYO-CNT
016810             ELSE
016820                 MOVE  137               TO  RETURN-CODE
016830                 MOVE  FILE-STATUS       TO  MSG-537F-ST
016840                 DISPLAY MSG-537F RETURN-CODE  UPON  CONS
016850                 PERFORM ABEND-MSG-RTN
016860                 STOP RUN
016870             END-IF
016880     END-READ.
016890 T739-READ-EXT.
016900     EXIT.
016910****************************************************************
016920*    (11.4)  T739-RELEASE-RTN　（年度集計月別実績・ソート入力）
016930*            年度・年度内の月番号が一致する月の実績を抽出する
016940****************************************************************
016950 T739-RELEASE-RTN                  SECTION.
016960     MOVE     SANSYO-TUKI (SANSYO-IDX)  TO  SANSYO-TUKI-WK.
016970     IF  UPT739-NENDO              =   SANSYO-NENDO (SANSYO-IDX)
016980         IF  UPT739-URI-CNT (SANSYO-TUKI-WK)  >  ZERO  OR
016990             UPT739-HEN-CNT (SANSYO-TUKI-WK)  >  ZERO  OR
017000             UPT739-NET-CNT (SANSYO-TUKI-WK)  >  ZERO
017010             MOVE  SPACE              TO  SORT-REC
017020             MOVE  SANSYO-KIKAN (SANSYO-IDX)  TO  SORT-KIKAN
017030             MOVE  UPT739-SYUPPAN-CD9    TO  SORT-SYUPPAN
017040             MOVE  UPT739-TORIHIKI-CD9   TO  SORT-TORIHIKI
017050             MOVE  UPT739-SYU-KBN9       TO  SORT-SYU-KBN9
017060             MOVE  UPT739-URI-CNT (SANSYO-TUKI-WK)
017070                                         TO  SORT-URI-CNT
017080             MOVE  UPT739-HEN-CNT (SANSYO-TUKI-WK)
017090                                         TO  SORT-HEN-CNT
017100             MOVE  UPT739-NET-CNT (SANSYO-TUKI-WK)
017110                                         TO  SORT-NET-CNT
017120             RELEASE  SORT-REC
017130             ADD   1                     TO  CNT-T739
017140         END-IF
017150     END-IF.
017160 T739-RELEASE-EXT.
017170     EXIT.
