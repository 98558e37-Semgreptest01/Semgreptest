000010****************************************************************
000020*    システム名    ： 新聞競馬新聞実績
000030*    プログラム名  ： 次回配本数提案処理
000040*    プログラムＩＤ： UPBD032
000050*    作  成  者    ： T.HARUYAMA
000060*    作  成  日    ： 2004年10月19日
000061*    修  正  日    ： 2004年11月16日 配本数ファイルの机上修正保持
000062*    修  正  日    ： 2004年11月29日 販売中回号の実績除外・出力件数訂正
000070****************************************************************
000080 IDENTIFICATION                    DIVISION.
000090 PROGRAM-ID.                       UPBD032.
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
000230*------------ファイル   （回号カレンダマスタ）-----------------*
000240     SELECT  UPT718I ASSIGN     TO  UPT718I
000250             ORGANIZATION       IS  INDEXED
000260             ACCESS  MODE       IS  DYNAMIC
000270             RECORD  KEY        IS  UPT718-KEY
000280             FILE    STATUS     IS  FILE-STATUS.
000290*------------ファイル   （出版社別回号作業）-------------------*
000300     SELECT  UPT735K      ASSIGN     TO  UPT735K
000310             ACCESS  MODE       IS  SEQUENTIAL
000320             FILE    STATUS     FILE-STATUS.
000330*------------ファイル   （月次累積）---------------------------*
000340     SELECT  UPT714I      ASSIGN     TO  UPT714O
000350             ORGANIZATION       IS  INDEXED
000360             ACCESS  MODE       IS  DYNAMIC
000370             RECORD  KEY        IS  UPT714-KEY
000380             FILE    STATUS     IS  FILE-STATUS.
000390*------------ファイル   （返品保留・持越分）-------------------*
000400     SELECT  UPT702HI     ASSIGN     TO  UPT702HI
000410             ACCESS  MODE       IS  SEQUENTIAL
000420             FILE    STATUS     FILE-STATUS.
000430*------------ファイル   （償却抽出）---------------------------*
000440     SELECT  UPT702X      ASSIGN     TO  UPT702X
000450             ACCESS  MODE       IS  SEQUENTIAL
000460             FILE    STATUS     FILE-STATUS.
000470*------------ファイル   （ソート作業）-------------------------*
000480     SELECT  SORT-FILE    ASSIGN     TO  SORTWK1.
000490*------------ファイル   （実績・保留・整列済み）---------------*
000500     SELECT  UPT735W      ASSIGN
000510                                TO  UPT735W
000520             ACCESS  MODE       IS  SEQUENTIAL
000530             FILE    STATUS     FILE-STATUS.
000540*------------ファイル   （配本基準マスタ）---------------------*
000550     SELECT  UPT733I ASSIGN     TO  UPT733I
000560             ORGANIZATION       IS  INDEXED
000570             ACCESS  MODE       IS  RANDOM
000580             RECORD  KEY        IS  UPT733-SYUPPAN-CD9
000590             FILE    STATUS     IS  FILE-STATUS.
000600*------------ファイル   （出版社名称マスタ）-------------------*
000610     SELECT  UPT716I ASSIGN     TO  UPT716I
000620             ORGANIZATION       IS  INDEXED
000630             ACCESS  MODE       IS  RANDOM
000640             RECORD  KEY        IS  UPT716-SYUPPAN-CD9
000650             FILE    STATUS     IS  FILE-STATUS.
000660*------------ファイル   （配本数）-----------------------------*
000670     SELECT  UPT735O      ASSIGN
000680                                TO  UPT735O
000690             ORGANIZATION       IS  INDEXED
000700             ACCESS  MODE       IS  RANDOM
000710             RECORD  KEY        IS  UPT735-KEY
000720             FILE    STATUS     FILE-STATUS.
000730*------------ファイル   （配本数提案リスト）-------------------*
000740     SELECT  UPT735R      ASSIGN     TO  UPT735R
000750             ACCESS  MODE       IS  SEQUENTIAL
000760             FILE    STATUS     FILE-STATUS.
000770*
000780 DATA                              DIVISION.
000790 FILE                              SECTION.
000800*
000810****************************************************************
000820*            ファイル   （回号カレンダマスタ）
000830****************************************************************
000840 FD  UPT718I        LABEL  RECORD STANDARD.
000850 01  UPT718I-REC.
000860     COPY   UPT718C.
000870*
000880****************************************************************
000890*            ファイル   （出版社別回号作業）
000900****************************************************************
000910 FD  UPT735K        LABEL  RECORD STANDARD.
000920 01  UPT735K-REC.
000930     05  UPT735K-SYUPPAN          PIC 9(06).
000940     05  FILLER                   PIC X(74).
000950*
000960****************************************************************
000970*            ファイル   （月次累積）
000980****************************************************************
000990 FD  UPT714I         LABEL  RECORD STANDARD.
001000 01  UPT714I-REC.
001010     COPY   UPT714C.
001020*
001030****************************************************************
001040*            ファイル   （返品保留・持越分）
001050****************************************************************
001060 FD  UPT702HI       LABEL  RECORD STANDARD.
001070 01  UPT702HI-REC.
001080     COPY   UPT702HC.
001090*
001100****************************************************************
001110*            ファイル   （償却抽出）
001120****************************************************************
001130 FD  UPT702X        LABEL  RECORD STANDARD.
001140 01  UPT702X-REC.
001150     05  UPT702X-FIRST-YMD        PIC 9(08).
001160     05  UPT702X-TOR-CD9          PIC 9(06).
001170     05  UPT702X-SYU-CD9          PIC 9(06).
001180     05  UPT702X-BODY             PIC X(68).
001190*
001200****************************************************************
001210*            ファイル   （ソート作業）
001220****************************************************************
001230 SD  SORT-FILE.
001240 01  SORT-REC.
001250     05  SORT-SYUPPAN             PIC 9(06).
001260     05  SORT-TORIHIKI            PIC 9(06).
001270     05  SORT-KBN                 PIC X(01).
001280     05  SORT-YMD                 PIC 9(08).
001290     05  SORT-SYU-KBN9            PIC 9(01).
001300     05  SORT-URI-CNT             PIC 9(09).
001310     05  SORT-HEN-CNT             PIC 9(09).
001320     05  SORT-NET-CNT             PIC 9(09).
001330     05  FILLER                   PIC X(31).
001340*
001350****************************************************************
001360*            ファイル   （実績・保留・整列済み）
001370****************************************************************
001380 FD  UPT735W        LABEL  RECORD STANDARD.
001390 01  UPT735W-REC.
001400     05  UPT735W-SYUPPAN          PIC 9(06).
001410     05  UPT735W-TORIHIKI         PIC 9(06).
001420     05  UPT735W-KBN              PIC X(01).
001430         88  UPT735W-JISSEKI      VALUE "1".
001440         88  UPT735W-HORYU        VALUE "2".
001450         88  UPT735W-SYOKYAKU     VALUE "3".
001460     05  UPT735W-YMD              PIC 9(08).
001470     05  UPT735W-SYU-KBN9         PIC 9(01).
001480     05  UPT735W-URI-CNT          PIC 9(09).
001490     05  UPT735W-HEN-CNT          PIC 9(09).
001500     05  UPT735W-NET-CNT          PIC 9(09).
001510     05  FILLER                   PIC X(31).
001520*
001530****************************************************************
001540*            ファイル   （配本基準マスタ）
001550****************************************************************
001560 FD  UPT733I        LABEL  RECORD STANDARD.
001570 01  UPT733I-REC.
001580     COPY   UPT733C.
001590*
001600****************************************************************
001610*            ファイル   （出版社名称マスタ）
001620****************************************************************
001630 FD  UPT716I        LABEL  RECORD STANDARD.
001640 01  UPT716I-REC.
001650     COPY   UPT716C.
001660*
001670****************************************************************
001680*            ファイル   （配本数）
001690****************************************************************
001700 FD  UPT735O        LABEL  RECORD STANDARD.
001710 01  UPT735O-REC.
001720     COPY   UPT735C.
001730*
001740****************************************************************
001750*            ファイル   （配本数提案リスト）
001760****************************************************************
001770 FD  UPT735R        LABEL  RECORD STANDARD.
001780 01  UPT735R-REC             PIC X(132).
001790*
001800 WORKING-STORAGE                   SECTION.
001810*---------------< WORK-AREA定義 >-----------------------------*
001820 01  SW-AREA.
001830     03  END-SW                        PIC X(02) VALUE ZERO.
001840     03  SCAN-END-SW                   PIC X(02) VALUE ZERO.
001850     03  T718-END-SW                   PIC X(02) VALUE ZERO.
001860     03  K-END-SW                      PIC X(02) VALUE ZERO.
001870     03  FIRST-REC-SW                  PIC X(01) VALUE "1".
001880         88  FIRST-REC                 VALUE "1".
001890     03  NEXT-SW                       PIC X(01) VALUE "0".
001900         88  NEXT-ARI                  VALUE "1".
001910     03  KAI-SW                        PIC X(01) VALUE "0".
001920         88  KAI-ARI                   VALUE "1".
001930     03  KIJUN-SW                      PIC X(01) VALUE "0".
001940         88  KIJUN-ARI                 VALUE "1".
001950     03  ARG-DATE-SW                   PIC X(01) VALUE "0".
001960         88  ARG-DATE-SUPPLIED         VALUE "1".
001970 01  WK-DATE.
001980     03  WK-Y                          PIC  9(2).
001990     03  WK-M                          PIC  9(2).
002000     03  WK-D                          PIC  9(2).
002010 01  WK-YYYYMMDD.
002020     03  WK-YYYY.
002030       05  WK-20                       PIC  9(2).
002040       05  WK-YY                       PIC  9(2).
002050     03  WK-MM                         PIC  9(2).
002060     03  WK-DD                         PIC  9(2).
002070     03  WK-TIME.
002080       05  WK-TIM                      PIC  9(2).
002090       05  WK-MIN                      PIC  9(2).
002100       05  WK-SEC                      PIC  9(2).
002110*---------------< ステータスの定義 >--------------------------*
002120 01  STATUS-AREA.
002130     03  FILE-STATUS                   PIC X(02) VALUE ZERO.
002140*---------------< ブレイクキーの定義 >------------------------*
002150 01  KEY-AREA.
002160     03  OLD-SYUPPAN                   PIC 9(06) VALUE ZERO.
002170     03  OLD-TORIHIKI                  PIC 9(06) VALUE ZERO.
002180*---------------< カウントの定義 >----------------------------*
002190 01  UPT735-CNT-AREA.
002200     03  CNT-IN                        PIC 9(09) VALUE ZERO.
002210     03  CNT-HOLD                      PIC 9(09) VALUE ZERO.
002220     03  CNT-KAI                       PIC 9(09) VALUE ZERO.
002230     03  CNT-KAI-NASI                  PIC 9(09) VALUE ZERO.
002240     03  CNT-OUT                       PIC 9(09) VALUE ZERO.
002250     03  CNT-NASI                      PIC 9(09) VALUE ZERO.
002251     03  CNT-KEEP                      PIC 9(09) VALUE ZERO.
002260*---------------< 業務日付の定義 >----------------------------*
002270 01  GYOMU-AREA.
002280     03  WK-GYOMU-YMD                  PIC 9(08) VALUE ZERO.
002290     03  MIN-FROM-YMD                  PIC 9(08) VALUE 99999999.
002300*---------------< 出版社別回号の定義 >------------------------*
002310 01  KAI-WK.
002320     03  KW-SYUPPAN                    PIC 9(06).
002330     03  KW-NEXT-KAI                   PIC X(01).
002340     03  KW-NEXT-FROM                  PIC 9(08).
002350     03  KW-NEXT-TO                    PIC 9(08).
002360     03  KW-HIST-CNT                   PIC 9(01).
002370     03  KW-HIST                       OCCURS 3.
002380       05  KW-H-FROM                   PIC 9(08).
002390       05  KW-H-TO                     PIC 9(08).
002400     03  FILLER                        PIC X(08).
002410 01  KAI-IDX-AREA.
002420     03  KAI-MAX                       PIC 9(01) VALUE 3.
002430     03  KAI-IDX                       PIC 9(01) VALUE ZERO.
002440*---------------< 配本基準の定義 >----------------------------*
002450 01  KIJUN-AREA.
002460     03  WK-MIN-CNT                    PIC 9(05) VALUE ZERO.
002470     03  WK-MAX-CNT                    PIC 9(05) VALUE ZERO.
002480     03  WK-YOYU-RITU                  PIC 9(02) VALUE ZERO.
002490     03  WK-KIJUN-RITU                 PIC 9(02) VALUE ZERO.
002500     03  DEF-YOYU-RITU                 PIC 9(02) VALUE 10.
002510     03  DEF-KIJUN-RITU                PIC 9(02) VALUE 40.
002520*---------------< 取引先別集計の定義 >------------------------*
002530 01  ACC-AREA.
002540     03  ACC-SYU-KBN9                  PIC 9(01) VALUE ZERO.
002550     03  ACC-URI                       PIC 9(09) VALUE ZERO.
002560     03  ACC-HEN                       PIC 9(09) VALUE ZERO.
002570     03  ACC-NET                       PIC 9(09) VALUE ZERO.
002580     03  ACC-ZEN-URI                   PIC 9(09) VALUE ZERO.
002590     03  ACC-ZEN-NET                   PIC 9(09) VALUE ZERO.
002600     03  ACC-HORYU                     PIC 9(05) VALUE ZERO.
002610     03  ACC-SYOKYAKU                  PIC 9(05) VALUE ZERO.
002620*---------------< 提案数計算の定義 >--------------------------*
002630 01  TEIAN-AREA.
002640     03  WK-AVG-NET                    PIC 9(07) VALUE ZERO.
002650     03  WK-HEN-RITU                   PIC 9(03)V9(01) VALUE ZERO.
002660     03  WK-YOYU                       PIC 9(02) VALUE ZERO.
002670     03  WK-TEIAN                      PIC S9(07) VALUE ZERO.
002680     03  WK-GENSAN                     PIC 9(07) VALUE ZERO.
002690     03  WK-SA                         PIC S9(07) VALUE ZERO.
002700     03  WK-BIKO                       PIC X(10) VALUE SPACE.
002710*---------------< 出版社合計の定義 >--------------------------*
002720 01  SYU-GOKEI-AREA.
002730     03  SG-ZEN-URI                    PIC 9(09) VALUE ZERO.
002740     03  SG-ZEN-NET                    PIC 9(09) VALUE ZERO.
002750     03  SG-AVG-NET                    PIC 9(09) VALUE ZERO.
002760     03  SG-HORYU                      PIC 9(07) VALUE ZERO.
002770     03  SG-SYOKYAKU                   PIC 9(07) VALUE ZERO.
002780     03  SG-TEIAN                      PIC 9(09) VALUE ZERO.
002790     03  SG-SA                         PIC S9(09) VALUE ZERO.
002800     03  SG-CNT                        PIC 9(05) VALUE ZERO.
002810*---------------< 名称編集の定義 >----------------------------*
002820 01  NAME-AREA.
002830     03  WK-SYU-NAME                   PIC X(24) VALUE SPACE.
002840     03  MITOROKU-NAME                 PIC X(24) VALUE
002850     "＊＊未登録＊＊".
002860*---------------< 起動パラメタの定義 >------------------------*
002870 01  ARG-AREA.
002880     03  ARG-CNT                       PIC 9(02) VALUE ZERO.
002890*---------------< 起動パラメタ（詳細）の定義 >----------------*
002900 01  ARG-DETAIL-AREA.
002910     03  ARG-IDX                       PIC 9(02) VALUE ZERO.
002920     03  ARG-VALUE                     PIC X(20) VALUE SPACES.
002930     03  ARG-YYYYMMDD.
002940       05  ARG-YYYY                    PIC 9(04).
002950       05  ARG-MM                      PIC 9(02).
002960       05  ARG-DD                      PIC 9(02).
002970*---------------< リスト制御の定義 >--------------------------*
002980 01  PRT-CTL-AREA.
002990     03  LINE-CNT                      PIC 9(03) VALUE 99.
003000     03  PAGE-CNT                      PIC 9(05) VALUE ZERO.
003010     03  MAX-LINE                      PIC 9(03) VALUE 60.
003020 01  PRT-LINE                          PIC X(132).
003030*---------------< リスト見出しの定義 >------------------------*
003040 01  PRT-MIDASI1.
003050     03  FILLER                        PIC X(09) VALUE
003060     "UPBD032  ".
003070     03  FILLER                        PIC X(35) VALUE
003080     "HAIHON-SU TEIAN LIST               ".
003090     03  FILLER                        PIC X(05) VALUE
003100     "DATE:".
003110     03  PRT-M1-YYYY                   PIC 9(04).
003120     03  FILLER                        PIC X(01) VALUE "/".
003130     03  PRT-M1-MM                     PIC 9(02).
003140     03  FILLER                        PIC X(01) VALUE "/".
003150     03  PRT-M1-DD                     PIC 9(02).
003160     03  FILLER                        PIC X(07) VALUE
003170     "  PAGE:".
003180     03  PRT-M1-PAGE                   PIC ZZZZ9.
003190 01  PRT-MIDASI2.
003200     03  FILLER                        PIC X(09) VALUE
003210     "SYUPPAN: ".
003220     03  PRT-M2-SYUPPAN                PIC 9(06).
003230     03  FILLER                        PIC X(02) VALUE SPACE.
003240     03  PRT-M2-NAME                   PIC X(24).
003250     03  FILLER                        PIC X(11) VALUE
003260     "  NEXT KAI:".
003270     03  PRT-M2-KAI                    PIC X(01).
003280     03  FILLER                        PIC X(02) VALUE SPACE.
003290     03  PRT-M2-FROM                   PIC 9(08).
003300     03  FILLER                        PIC X(01) VALUE "-".
003310     03  PRT-M2-TO                     PIC 9(08).
003320     03  FILLER                        PIC X(06) VALUE
003330     "  MIN:".
003340     03  PRT-M2-MIN                    PIC ZZZZ9.
003350     03  FILLER                        PIC X(06) VALUE
003360     "  MAX:".
003370     03  PRT-M2-MAX                    PIC ZZZZ9.
003380     03  FILLER                        PIC X(08) VALUE
003390     "  YOYU:".
003400     03  PRT-M2-YOYU                   PIC Z9.
003410     03  FILLER                        PIC X(09) VALUE
003420     "%  KIJUN:".
003430     03  PRT-M2-KIJUN                  PIC Z9.
003440     03  FILLER                        PIC X(03) VALUE
003450     "%  ".
003460     03  PRT-M2-RULE                   PIC X(07).
003470 01  PRT-MIDASI3.
003480     03  FILLER                        PIC X(08) VALUE
003490     "TOR-CD  ".
003500     03  FILLER                        PIC X(05) VALUE
003510     "KBN  ".
003520     03  FILLER                        PIC X(09) VALUE
003530     "  ZEN-URI".
003540     03  FILLER                        PIC X(09) VALUE
003550     "  ZEN-NET".
003560     03  FILLER                        PIC X(09) VALUE
003570     "  AVG-NET".
003580     03  FILLER                        PIC X(08) VALUE
003590     "  HEN(%)".
003600     03  FILLER                        PIC X(07) VALUE
003610     "   HOLD".
003620     03  FILLER                        PIC X(07) VALUE
003630     "    W/O".
003640     03  FILLER                        PIC X(09) VALUE
003650     "    TEIAN".
003660     03  FILLER                        PIC X(10) VALUE
003670     "   SA(NET)".
003680     03  FILLER                        PIC X(06) VALUE
003690     "  BIKO".
003700*---------------< リスト明細の定義 >--------------------------*
003710 01  PRT-MEISAI.
003720     03  PRT-TORIHIKI                  PIC 9(06).
003730     03  PRT-TORIHIKI-X REDEFINES PRT-TORIHIKI
003740                                       PIC X(06).
003750     03  FILLER                        PIC X(04) VALUE SPACE.
003760     03  PRT-KBN                       PIC 9(01).
003770     03  PRT-KBN-X     REDEFINES  PRT-KBN
003780                                       PIC X(01).
003790     03  FILLER                        PIC X(02) VALUE SPACE.
003800     03  PRT-ZEN-URI                   PIC ZZZZZZZZ9.
003810     03  PRT-ZEN-NET                   PIC ZZZZZZZZ9.
003820     03  PRT-AVG-NET                   PIC ZZZZZZZZ9.
003830     03  FILLER                        PIC X(02) VALUE SPACE.
003840     03  PRT-HEN-RITU                  PIC ZZ9.9.
003850     03  PRT-HEN-RITU-X REDEFINES PRT-HEN-RITU
003860                                       PIC X(05).
003870     03  FILLER                        PIC X(01) VALUE SPACE.
003880     03  PRT-HORYU                     PIC ZZZZZZ9.
003890     03  PRT-SYOKYAKU                  PIC ZZZZZZ9.
003900     03  PRT-TEIAN                     PIC ZZZZZZZZ9.
003910     03  FILLER                        PIC X(01) VALUE SPACE.
003920     03  PRT-SA                        PIC ------9.
003930     03  FILLER                        PIC X(02) VALUE SPACE.
003940     03  PRT-BIKO                      PIC X(10).
003950*
003960*---------------< メッセージ１の定義 >------------------------*
003970 01  MSG-PGID                          PIC X(08) VALUE
003980     "UPBD032".
003990 01  MESSAGE-AREA1.
004000     03  MESSAGE-START.
004010       05  FILLER                      PIC X(12) VALUE
004020     "++ UPBD032 ".
004030       05  MESSAGE-START-YMD.
004040         07  MESSAGE-START-YYYY        PIC 9(04).
004050         07  FILLER                    PIC X(01) VALUE "/".
004060         07  MESSAGE-START-MM          PIC 9(02).
004070         07  FILLER                    PIC X(01) VALUE "/".
004080         07  MESSAGE-START-DD          PIC 9(02).
004090         07  FILLER                    PIC X(01) VALUE " ".
004100         07  MESSAGE-START-TIM         PIC 9(02).
004110         07  FILLER                    PIC X(01) VALUE ":".
004120         07  MESSAGE-START-MIN         PIC 9(02).
004130         07  FILLER                    PIC X(01) VALUE ":".
004140         07  MESSAGE-START-SEC         PIC 9(02).
004150         07  FILLER                    PIC X(01) VALUE " ".
004160       05  FILLER                      PIC X(08) VALUE
004170     "*START* ".
004180     03  MESSAGE-END.
004190       05  FILLER                      PIC X(12) VALUE
004200     "++ UPBD032 ".
004210       05  MESSAGE-END-YMD.
004220         07  MESSAGE-END-YYYY          PIC 9(04).
004230         07  FILLER                    PIC X(01) VALUE "/".
004240         07  MESSAGE-END-MM            PIC 9(02).
004250         07  FILLER                    PIC X(01) VALUE "/".
004260         07  MESSAGE-END-DD            PIC 9(02).
004270         07  FILLER                    PIC X(01) VALUE " ".
004280         07  MESSAGE-END-TIM           PIC 9(02).
004290         07  FILLER                    PIC X(01) VALUE ":".
004300         07  MESSAGE-END-MIN           PIC 9(02).
004310         07  FILLER                    PIC X(01) VALUE ":".
004320         07  MESSAGE-END-SEC           PIC 9(02).
004330         07  FILLER                    PIC X(01) VALUE " ".
004340       05  FILLER                      PIC X(13) VALUE
004350     "*NORMAL END* ".
004360     03  MESSAGE-ABEND.
004370       05  FILLER                      PIC X(12) VALUE
004380     "++ UPBD032 ".
004390       05  MESSAGE-ABEND-YMD.
004400         07  MESSAGE-ABEND-YYYY        PIC 9(04).
004410         07  FILLER                    PIC X(01) VALUE "/".
004420         07  MESSAGE-ABEND-MM          PIC 9(02).
004430         07  FILLER                    PIC X(01) VALUE "/".
004440         07  MESSAGE-ABEND-DD          PIC 9(02).
004450         07  FILLER                    PIC X(01) VALUE " ".
004460         07  MESSAGE-ABEND-TIM         PIC 9(02).
004470         07  FILLER                    PIC X(01) VALUE ":".
004480         07  MESSAGE-ABEND-MIN         PIC 9(02).
004490         07  FILLER                    PIC X(01) VALUE ":".
004500         07  MESSAGE-ABEND-SEC         PIC 9(02).
004510         07  FILLER                    PIC X(01) VALUE " ".
004520       05  FILLER                      PIC X(15) VALUE
004530     "*ABNORMAL END* ".
004540     03  MESSAGE-0.
004550       05  MSG0-PGID                   PIC X(08).
004560       05  MSG0-NAME                   PIC X(41).
004570*
004580*---< メッセージ２の定義 >---*
004590 01  MESSAGE-AREA2.
004600     03  MSG-501I.
004610       05  FILLER                      PIC  X(41) VALUE
004620     "++ UPBD032  501I UPT714       IN COUNT = ".
004630     03  MSG-503I.
004640       05  FILLER                      PIC  X(41) VALUE
004650     "++ UPBD032  503I UPT702H    HOLD COUNT = ".
004660     03  MSG-505I.
004670       05  FILLER                      PIC  X(41) VALUE
004680     "++ UPBD032  505I NEXT KAI SYUPPAN CNT  = ".
004690     03  MSG-507I.
004700       05  FILLER                      PIC  X(41) VALUE
004710     "++ UPBD032  507I NO NEXT KAI SKIP CNT  = ".
004720     03  MSG-509I.
004730       05  FILLER                      PIC  X(41) VALUE
004740     "++ UPBD032  509I UPT735      OUT COUNT = ".
004750     03  MSG-511I.
004760       05  FILLER                      PIC  X(41) VALUE
004770     "++ UPBD032  511I NO SALES    SKIP COUNT= ".
004771     03  MSG-513I.
004772       05  FILLER                      PIC  X(41) VALUE
004773     "++ UPBD032  513I DESK CHANGED KEEP CNT = ".
004780     03  MSG-501F.
004790       05  FILLER                      PIC  X(41) VALUE
004800     "++ UPBD032  501F UPT714  OPEN  ERROR ST= ".
004810       05  MSG-501F-ST                 PIC  9(03).
004820     03  MSG-503F.
004830       05  FILLER                      PIC  X(41) VALUE
004840     "++ UPBD032  503F UPT714  READ  ERROR ST= ".
004850       05  MSG-503F-ST                 PIC  9(03).
004860     03  MSG-505F.
004870       05  FILLER                      PIC  X(41) VALUE
004880     "++ UPBD032  505F UPT718  OPEN  ERROR ST= ".
004890       05  MSG-505F-ST                 PIC  9(03).
004900     03  MSG-507F.
004910       05  FILLER                      PIC  X(41) VALUE
004920     "++ UPBD032  507F UPT718  READ  ERROR ST= ".
004930       05  MSG-507F-ST                 PIC  9(03).
004940     03  MSG-509F.
004950       05  FILLER                      PIC  X(41) VALUE
004960     "++ UPBD032  509F UPT702H OPEN  ERROR ST= ".
004970       05  MSG-509F-ST                 PIC  9(03).
004980     03  MSG-511F.
004990       05  FILLER                      PIC  X(41) VALUE
005000     "++ UPBD032  511F UPT702H READ  ERROR ST= ".
005010       05  MSG-511F-ST                 PIC  9(03).
005020     03  MSG-513F.
005030       05  FILLER                      PIC  X(41) VALUE
005040     "++ UPBD032  513F UPT702X OPEN  ERROR ST= ".
005050       05  MSG-513F-ST                 PIC  9(03).
005060     03  MSG-515F.
005070       05  FILLER                      PIC  X(41) VALUE
005080     "++ UPBD032  515F UPT702X READ  ERROR ST= ".
005090       05  MSG-515F-ST                 PIC  9(03).
005100     03  MSG-517F.
005110       05  FILLER                      PIC  X(41) VALUE
005120     "++ UPBD032  517F UPT735W OPEN  ERROR ST= ".
005130       05  MSG-517F-ST                 PIC  9(03).
005140     03  MSG-519F.
005150       05  FILLER                      PIC  X(41) VALUE
005160     "++ UPBD032  519F UPT714  SORT  ERROR RC= ".
005170       05  MSG-519F-ST                 PIC  9(03).
005180     03  MSG-521F.
005190       05  FILLER                      PIC  X(41) VALUE
005200     "++ UPBD032  521F UPT735W READ  ERROR ST= ".
005210       05  MSG-521F-ST                 PIC  9(03).
005220     03  MSG-523F.
005230       05  FILLER                      PIC  X(41) VALUE
005240     "++ UPBD032  523F UPT735K OPEN  ERROR ST= ".
005250       05  MSG-523F-ST                 PIC  9(03).
005260     03  MSG-525F.
005270       05  FILLER                      PIC  X(41) VALUE
005280     "++ UPBD032  525F UPT735K READ  ERROR ST= ".
005290       05  MSG-525F-ST                 PIC  9(03).
005300     03  MSG-527F.
005310       05  FILLER                      PIC  X(41) VALUE
005320     "++ UPBD032  527F UPT733  OPEN  ERROR ST= ".
005330       05  MSG-527F-ST                 PIC  9(03).
005340     03  MSG-529F.
005350       05  FILLER                      PIC  X(41) VALUE
005360     "++ UPBD032  529F UPT716  OPEN  ERROR ST= ".
005370       05  MSG-529F-ST                 PIC  9(03).
005380     03  MSG-701F.
005390       05  FILLER                      PIC  X(41) VALUE
005400     "++ UPBD032  701F UPT735  OPEN  ERROR ST= ".
005410       05  MSG-701F-ST                 PIC  9(03).
005420     03  MSG-703F.
005430       05  FILLER                      PIC  X(41) VALUE
005440     "++ UPBD032  703F UPT735  WRITE ERROR ST= ".
005450       05  MSG-703F-ST                 PIC  9(03).
005460     03  MSG-705F.
005470       05  FILLER                      PIC  X(41) VALUE
005480     "++ UPBD032  705F LIST    OPEN  ERROR ST= ".
005490       05  MSG-705F-ST                 PIC  9(03).
005500     03  MSG-707F.
005510       05  FILLER                      PIC  X(41) VALUE
005520     "++ UPBD032  707F LIST    WRITE ERROR ST= ".
005530       05  MSG-707F-ST                 PIC  9(03).
005540     03  MSG-709F.
005550       05  FILLER                      PIC  X(41) VALUE
005560     "++ UPBD032  709F UPT735K WRITE ERROR ST= ".
005570       05  MSG-709F-ST                 PIC  9(03).
005580     03  MSG-721F.
005590       05  FILLER                      PIC  X(41) VALUE
005600     "++ UPBD032  721F DATE=  ARGUMENT INVALID ".
005610*
005620 PROCEDURE                         DIVISION.
005630****************************************************************
005640*    (0.0)   メイン              処理                          *
005650****************************************************************
005660 MAIN-RTN                          SECTION.
005670*
005680     PERFORM      INIT-RTN.
005690*
005700     PERFORM      PROC-RTN
005710         UNTIL    END-SW           =   HIGH-VALUE.
005720*
005730     PERFORM      END-RTN.
005740*
005750     STOP         RUN.
005760*
005770 MAIN-EXT.
005780     EXIT.
005790****************************************************************
005800*    (1.0)   イニシャル          処理                          *
005810****************************************************************
005820 INIT-RTN                          SECTION.
005830     PERFORM      START-MSG-RTN.
005840*
005850     MOVE    99                    TO  RETURN-CODE.
005860*
005870     PERFORM      ARG-RTN.
005880*-----------< 業務日付設定 >-----------------------------------*
005890     IF  ARG-DATE-SUPPLIED
005900         MOVE    ARG-YYYYMMDD      TO  WK-GYOMU-YMD
005910     ELSE
005920         MOVE    WK-YYYYMMDD (1:8) TO  WK-GYOMU-YMD
005930     END-IF.
005940*-----------< 出版社別　次回回号・直近回号抽出 >---------------*
005950     PERFORM      T718-RTN.
005960*-----------< ファイル  （実績・保留）抽出・整列  >------------*
005970     SORT     SORT-FILE
005980         ON   ASCENDING  KEY   SORT-SYUPPAN
005990                               SORT-TORIHIKI
006000         INPUT PROCEDURE  IS  SORT-INPUT-RTN
006010         GIVING   UPT735W.
006020     IF  SORT-RETURN               =   ZERO
006030         CONTINUE
006040     ELSE
006050         MOVE    100               TO  RETURN-CODE
006060         MOVE    SORT-RETURN       TO  MSG-519F-ST
006070         DISPLAY MSG-519F RETURN-CODE UPON CONS
006080         PERFORM ABEND-MSG-RTN
006090         STOP    RUN
006100     END-IF.
006110*-----------< ファイル  （整列済み）ＯＰＥＮ  >----------------*
006120     OPEN INPUT UPT735W.
006130     IF  FILE-STATUS               =   ZERO
006140         CONTINUE
006150     ELSE
006160         MOVE    117               TO  RETURN-CODE
006170         MOVE    FILE-STATUS       TO  MSG-517F-ST
006180         DISPLAY MSG-517F RETURN-CODE UPON CONS
006190         PERFORM ABEND-MSG-RTN
006200         STOP    RUN
006210     END-IF.
006220*-----------< ファイル  （回号作業）ＯＰＥＮ  >----------------*
006230     OPEN INPUT UPT735K.
006240     IF  FILE-STATUS               =   ZERO
006250         CONTINUE
006260     ELSE
006270         MOVE    123               TO  RETURN-CODE
006280         MOVE    FILE-STATUS       TO  MSG-523F-ST
006290         DISPLAY MSG-523F RETURN-CODE UPON CONS
006300         PERFORM ABEND-MSG-RTN
006310         STOP    RUN
006320     END-IF.
006330*-----------< ファイル  （配本基準マスタ）ＯＰＥＮ  >----------*
006340     OPEN INPUT UPT733I.
006350     IF  FILE-STATUS               =   ZERO
006360         CONTINUE
006370     ELSE
006380         MOVE    127               TO  RETURN-CODE
006390         MOVE    FILE-STATUS       TO  MSG-527F-ST
006400         DISPLAY MSG-527F RETURN-CODE UPON CONS
006410         PERFORM ABEND-MSG-RTN
006420         STOP    RUN
006430     END-IF.
006440*-----------< ファイル  （名称マスタ）ＯＰＥＮ  >--------------*
006450     OPEN INPUT UPT716I.
006460     IF  FILE-STATUS               =   ZERO
006470         CONTINUE
006480     ELSE
006490         MOVE    129               TO  RETURN-CODE
006500         MOVE    FILE-STATUS       TO  MSG-529F-ST
006510         DISPLAY MSG-529F RETURN-CODE UPON CONS
006520         PERFORM ABEND-MSG-RTN
006530         STOP    RUN
006540     END-IF.
006550*-----------< ファイル  （配本数）ＯＰＥＮ  >------------------*
006560     OPEN     I-O      UPT735O.
006561     IF  FILE-STATUS               =   "35"
006562         OPEN    OUTPUT    UPT735O
006563         IF  FILE-STATUS           =   ZERO
006564             CLOSE   UPT735O
006565             OPEN    I-O       UPT735O
006566         END-IF
006567     END-IF.
006570     IF  FILE-STATUS               =   ZERO
006580         CONTINUE
006590     ELSE
006600         MOVE    201               TO  RETURN-CODE
006610         MOVE    FILE-STATUS       TO  MSG-701F-ST
006620         DISPLAY MSG-701F RETURN-CODE UPON CONS
006630         PERFORM ABEND-MSG-RTN
006640         STOP    RUN
006650     END-IF.
006660*-----------< ファイル  （リスト）ＯＰＥＮ  >------------------*
006670     OPEN OUTPUT UPT735R.
006680     IF  FILE-STATUS               =   ZERO
006690         CONTINUE
006700     ELSE
006710         MOVE    203               TO  RETURN-CODE
006720         MOVE    FILE-STATUS       TO  MSG-705F-ST
006730         DISPLAY MSG-705F RETURN-CODE UPON CONS
006740         PERFORM ABEND-MSG-RTN
006750         STOP    RUN
006760     END-IF.
006770*-----------< 初期ロード >-------------------------------------*
006780     PERFORM      K-READ-RTN.
006790     PERFORM      READ-RTN.
006800 INIT-EXT.
006810     EXIT.
006820****************************************************************
006830*    (1.1)   ARG-RTN　（起動パラメタ判定）
006840****************************************************************
006850 ARG-RTN                           SECTION.
006860     ACCEPT   ARG-CNT               FROM  BANGO.
006870     PERFORM  ARG-READ-RTN
006880         VARYING ARG-IDX FROM 1 BY 1
006890         UNTIL   ARG-IDX             >     ARG-CNT.
006900 ARG-EXT.
006910     EXIT.
006920****************************************************************
006930*    (1.2)   ARG-READ-RTN　（起動パラメタ　１件判定）
006940****************************************************************
006950 ARG-READ-RTN                       SECTION.
006960     DISPLAY  ARG-IDX               UPON  BANGO.
006970     ACCEPT   ARG-VALUE             FROM  ATAI
006980         ON EXCEPTION
006990             CONTINUE
007000         NOT ON EXCEPTION
007010             IF  ARG-VALUE (1:5)     =    "DATE="
007020                 IF  ARG-VALUE (6:8)     NUMERIC
007030                     MOVE  ARG-VALUE (6:8)  TO  ARG-YYYYMMDD
007040                     IF  ARG-MM > ZERO  AND  ARG-MM <= 12  AND
007050                         ARG-DD  >  ZERO   AND  ARG-DD  <=  31
007060                         MOVE  "1"           TO   ARG-DATE-SW
007070                     ELSE
007080                         DISPLAY MSG-721F    UPON  CONS
007090                         MOVE    221          TO   RETURN-CODE
007100                         PERFORM ABEND-MSG-RTN
007110                         STOP    RUN
007120                     END-IF
007130                 ELSE
007140                     DISPLAY MSG-721F        UPON  CONS
007150                     MOVE    221              TO   RETURN-CODE
007160                     PERFORM ABEND-MSG-RTN
007170                     STOP    RUN
007180                 END-IF
007190             END-IF
007200     END-ACCEPT.
007210 ARG-READ-EXT.
007220     EXIT.
007230****************************************************************
007240*    (1.3)   T718-RTN　（回号カレンダ　出版社別回号抽出）
007250****************************************************************
007260 T718-RTN                          SECTION.
007270     OPEN INPUT UPT718I.
007280     IF  FILE-STATUS               =   ZERO
007290         CONTINUE
007300     ELSE
007310         MOVE    105               TO  RETURN-CODE
007320         MOVE    FILE-STATUS       TO  MSG-505F-ST
007330         DISPLAY MSG-505F RETURN-CODE UPON CONS
007340         PERFORM ABEND-MSG-RTN
007350         STOP    RUN
007360     END-IF.
007370     OPEN OUTPUT UPT735K.
007380     IF  FILE-STATUS               =   ZERO
007390         CONTINUE
007400     ELSE
007410         MOVE    123               TO  RETURN-CODE
007420         MOVE    FILE-STATUS       TO  MSG-523F-ST
007430         DISPLAY MSG-523F RETURN-CODE UPON CONS
007440         PERFORM ABEND-MSG-RTN
007450         STOP    RUN
007460     END-IF.
007470*
007480     MOVE     ZERO                 TO  UPT718-SYUPPAN-CD9.
007490     MOVE     ZERO                 TO  UPT718-FROM-YMD.
007500     START    UPT718I
007510         KEY  IS  NOT  LESS  THAN  UPT718-KEY
007520         INVALID KEY
007530             MOVE  HIGH-VALUE      TO  T718-END-SW
007540     END-START.
007550     IF  T718-END-SW               =   HIGH-VALUE
007560         CONTINUE
007570     ELSE
007580         PERFORM  T718-READ-RTN
007590     END-IF.
007600     PERFORM  T718-PROC-RTN
007610         UNTIL T718-END-SW         =   HIGH-VALUE.
007620     IF  FIRST-REC
007630         CONTINUE
007640     ELSE
007650         PERFORM  KAI-OUT-RTN
007660     END-IF.
007670     MOVE     "1"                  TO  FIRST-REC-SW.
007680     CLOSE    UPT718I.
007690     CLOSE    UPT735K.
007700 T718-EXT.
007710     EXIT.
007720****************************************************************
007730*    (1.4)   T718-PROC-RTN　（回号振分け：直近３回・次回）
007740****************************************************************
007750 T718-PROC-RTN                     SECTION.
007760     IF  FIRST-REC
007770         MOVE     "0"              TO  FIRST-REC-SW
007780         PERFORM  KAI-INIT-RTN
007790     ELSE
007800         IF  UPT718-SYUPPAN-CD9    NOT =   KW-SYUPPAN
007810             PERFORM  KAI-OUT-RTN
007820             PERFORM  KAI-INIT-RTN
007830         END-IF
007840     END-IF.
007850*-----------< 業務日付前に終了した回号は直近回号として退避 >---*
007855     IF  UPT718-TO-YMD             <   WK-GYOMU-YMD
007860         IF  KW-HIST-CNT           <   KAI-MAX
007865             ADD      1            TO  KW-HIST-CNT
007870         ELSE
007875             PERFORM  KAI-SHIFT-RTN
007880                 VARYING KAI-IDX FROM 1 BY 1
007885                 UNTIL   KAI-IDX   >=  KAI-MAX
007890         END-IF
007895         MOVE     UPT718-FROM-YMD  TO  KW-H-FROM (KW-HIST-CNT)
007900         MOVE     UPT718-TO-YMD    TO  KW-H-TO   (KW-HIST-CNT)
007905     ELSE
007910*-----------< 業務日付を含む販売中の回号は対象外 >-------------*
007915         IF  UPT718-FROM-YMD       >   WK-GYOMU-YMD
007920             IF  NEXT-ARI
007925                 CONTINUE
007930             ELSE
007935                 MOVE     "1"              TO  NEXT-SW
007940                 MOVE     UPT718-KAI-CD    TO  KW-NEXT-KAI
007945                 MOVE     UPT718-FROM-YMD  TO  KW-NEXT-FROM
007950                 MOVE     UPT718-TO-YMD    TO  KW-NEXT-TO
007955             END-IF
007960         END-IF
007965     END-IF.
008060*-----------< READ処理 >-------------------------------------*
008070     PERFORM  T718-READ-RTN.
008080 T718-PROC-EXT.
008090     EXIT.
008100****************************************************************
008110*    (1.5)   T718-READ-RTN
008120****************************************************************
008130 T718-READ-RTN                     SECTION.
008140     READ     UPT718I   NEXT
008150         AT END
008160             MOVE  HIGH-VALUE            TO  T718-END-SW
008170         NOT AT END
008180             IF    FILE-STATUS           =   ZERO
008190                 CONTINUE
008200             ELSE
008210                 MOVE  107               TO  RETURN-CODE
008220                 MOVE  FILE-STATUS       TO  MSG-507F-ST
008230                 DISPLAY MSG-507F RETURN-CODE  UPON  CONS
008240                 PERFORM ABEND-MSG-RTN
008250                 STOP RUN
008260             END-IF
008270     END-READ.
008280 T718-READ-EXT.
008290     EXIT.
008300****************************************************************
008310*    (1.6)   KAI-INIT-RTN　（出版社別回号クリア）
008320****************************************************************
008330 KAI-INIT-RTN                      SECTION.
008340     INITIALIZE  KAI-WK.
008350     MOVE     UPT718-SYUPPAN-CD9   TO  KW-SYUPPAN.
008360     MOVE     "0"                  TO  NEXT-SW.
008370 KAI-INIT-EXT.
008380     EXIT.
008390****************************************************************
008400*    (1.7)   KAI-SHIFT-RTN　（直近回号繰上げ）
008410****************************************************************
008420 KAI-SHIFT-RTN                     SECTION.
008430     MOVE     KW-HIST (KAI-IDX + 1)  TO  KW-HIST (KAI-IDX).
008440 KAI-SHIFT-EXT.
008450     EXIT.
008460****************************************************************
008470*    (1.8)   KAI-OUT-RTN　（出版社別回号作業出力）
008480****************************************************************
008490 KAI-OUT-RTN                       SECTION.
008500*-----------< 次回回号・直近回号とも揃う出版社のみ提案対象 >---*
008510     IF  NEXT-ARI  AND  KW-HIST-CNT  >  ZERO
008520         WRITE    UPT735K-REC      FROM  KAI-WK
008530         IF  FILE-STATUS           =   ZERO
008540             ADD      1            TO  CNT-KAI
008550         ELSE
008560             MOVE    205           TO  RETURN-CODE
008570             MOVE    FILE-STATUS   TO  MSG-709F-ST
008580             DISPLAY MSG-709F  RETURN-CODE  UPON  CONS
008590             PERFORM ABEND-MSG-RTN
008600             STOP    RUN
008610         END-IF
008620         IF  KW-H-FROM (1)         <   MIN-FROM-YMD
008630             MOVE     KW-H-FROM (1)  TO  MIN-FROM-YMD
008640         END-IF
008650     ELSE
008660         ADD      1                TO  CNT-KAI-NASI
008670     END-IF.
008680 KAI-OUT-EXT.
008690     EXIT.
008700****************************************************************
008710*    (1.9)   SORT-INPUT-RTN　（実績・返品保留・償却抽出）
008720****************************************************************
008730 SORT-INPUT-RTN                    SECTION.
008740     PERFORM  JISSEKI-INPUT-RTN.
008750     PERFORM  HORYU-INPUT-RTN.
008760     PERFORM  SYOKYAKU-INPUT-RTN.
008770 SORT-INPUT-EXT.
008780     EXIT.
008790****************************************************************
008800*    (1.10)  JISSEKI-INPUT-RTN　（直近回号期間の実績抽出）
008810****************************************************************
008820 JISSEKI-INPUT-RTN                 SECTION.
008830     OPEN INPUT UPT714I.
008840     IF  FILE-STATUS               =   ZERO
008850         CONTINUE
008860     ELSE
008870         MOVE    101               TO  RETURN-CODE
008880         MOVE    FILE-STATUS       TO  MSG-501F-ST
008890         DISPLAY MSG-501F RETURN-CODE UPON CONS
008900         PERFORM ABEND-MSG-RTN
008910         STOP    RUN
008920     END-IF.
008930     MOVE     MIN-FROM-YMD         TO  UPT714-GYOMU-YMD.
008940     MOVE     ZERO                 TO  UPT714-TORIHIKI-CD9.
008950     MOVE     ZERO                 TO  UPT714-SYUPPAN-CD9.
008960     MOVE     ZERO                 TO  SCAN-END-SW.
008970     START    UPT714I
008980         KEY  IS  NOT  LESS  THAN  UPT714-KEY
008990         INVALID KEY
009000             MOVE  HIGH-VALUE      TO  SCAN-END-SW
009010     END-START.
009020     PERFORM  JISSEKI-READ-RTN
009030         UNTIL SCAN-END-SW         =   HIGH-VALUE.
009040     CLOSE    UPT714I.
009050 JISSEKI-INPUT-EXT.
009060     EXIT.
009070****************************************************************
009080*    (1.11)  JISSEKI-READ-RTN
009090****************************************************************
009100 JISSEKI-READ-RTN                  SECTION.
009110     READ     UPT714I   NEXT
009120         AT END
009130             MOVE  HIGH-VALUE            TO  SCAN-END-SW
009140         NOT AT END
009150             IF    FILE-STATUS           =   ZERO
009160                 IF  UPT714-GYOMU-YMD    <=  WK-GYOMU-YMD
009170                     ADD   1                   TO  CNT-IN
009180                     MOVE  SPACE               TO  SORT-REC
009190                     MOVE  UPT714-SYUPPAN-CD9  TO  SORT-SYUPPAN
009200                     MOVE  UPT714-TORIHIKI-CD9 TO  SORT-TORIHIKI
009210                     MOVE  "1"                 TO  SORT-KBN
009220                     MOVE  UPT714-GYOMU-YMD    TO  SORT-YMD
009230                     MOVE  UPT714-SYU-KBN9     TO  SORT-SYU-KBN9
009240                     MOVE  UPT714-URI-CNT      TO  SORT-URI-CNT
009250                     MOVE  UPT714-HEN-CNT      TO  SORT-HEN-CNT
009260                     MOVE  UPT714-NET-CNT      TO  SORT-NET-CNT
009270                     RELEASE  SORT-REC
009280                 ELSE
009290                     MOVE  HIGH-VALUE    TO  SCAN-END-SW
009300                 END-IF
009310             ELSE
009320                 MOVE  103               TO  RETURN-CODE
009330                 MOVE  FILE-STATUS       TO  MSG-503F-ST
009340                 DISPLAY MSG-503F RETURN-CODE  UPON  CONS
009350                 PERFORM ABEND-MSG-RTN
009360                 STOP RUN
009370             END-IF
009380     END-READ.
009390 JISSEKI-READ-EXT.
009400     EXIT.
009410****************************************************************
009420*    (1.12)  HORYU-INPUT-RTN　（返品保留抽出）
009430****************************************************************
009440 HORYU-INPUT-RTN                   SECTION.
009450     OPEN INPUT UPT702HI.
009460     IF  FILE-STATUS               =   ZERO
009470         CONTINUE
009480     ELSE
009490         MOVE    109               TO  RETURN-CODE
009500         MOVE    FILE-STATUS       TO  MSG-509F-ST
009510         DISPLAY MSG-509F RETURN-CODE UPON CONS
009520         PERFORM ABEND-MSG-RTN
009530         STOP    RUN
009540     END-IF.
009550     MOVE     ZERO                 TO  SCAN-END-SW.
009560     PERFORM  HORYU-READ-RTN
009570         UNTIL SCAN-END-SW         =   HIGH-VALUE.
009580     CLOSE    UPT702HI.
009590 HORYU-INPUT-EXT.
009600     EXIT.
009610****************************************************************
009620*    (1.13)  HORYU-READ-RTN
009630****************************************************************
009640 HORYU-READ-RTN                    SECTION.
009650     READ     UPT702HI
009660         AT END
009670             MOVE  HIGH-VALUE            TO  SCAN-END-SW
009680         NOT AT END
009690             IF    FILE-STATUS           =   ZERO
009700                 ADD   1                   TO  CNT-HOLD
009710                 MOVE  SPACE               TO  SORT-REC
009720                 MOVE  UPT702H-SYU-CD9     TO  SORT-SYUPPAN
009730                 MOVE  UPT702H-TOR-CD9     TO  SORT-TORIHIKI
009740                 MOVE  "2"                 TO  SORT-KBN
009750                 MOVE  UPT702H-FIRST-YMD   TO  SORT-YMD
009760                 MOVE  ZERO                TO  SORT-SYU-KBN9
009770                 MOVE  ZERO                TO  SORT-URI-CNT
009780                 MOVE  ZERO                TO  SORT-HEN-CNT
009790                 MOVE  ZERO                TO  SORT-NET-CNT
009800                 RELEASE  SORT-REC
009810             ELSE
009820                 MOVE  111               TO  RETURN-CODE
009830                 MOVE  FILE-STATUS       TO  MSG-511F-ST
009840                 DISPLAY MSG-511F RETURN-CODE  UPON  CONS
009850                 PERFORM ABEND-MSG-RTN
009860                 STOP RUN
009870             END-IF
009880     END-READ.
009890 HORYU-READ-EXT.
009900     EXIT.
009910****************************************************************
009920*    (1.14)  SYOKYAKU-INPUT-RTN　（償却返品抽出）
009930****************************************************************
009940 SYOKYAKU-INPUT-RTN                SECTION.
009950     OPEN INPUT UPT702X.
009960     IF  FILE-STATUS               =   ZERO
009970         CONTINUE
009980     ELSE
009990         MOVE    113               TO  RETURN-CODE
010000         MOVE    FILE-STATUS       TO  MSG-513F-ST
010010         DISPLAY MSG-513F RETURN-CODE UPON CONS
010020         PERFORM ABEND-MSG-RTN
010030         STOP    RUN
010040     END-IF.
010050     MOVE     ZERO                 TO  SCAN-END-SW.
010060     PERFORM  SYOKYAKU-READ-RTN
010070         UNTIL SCAN-END-SW         =   HIGH-VALUE.
010080     CLOSE    UPT702X.
010090 SYOKYAKU-INPUT-EXT.
010100     EXIT.
010110****************************************************************
010120*    (1.15)  SYOKYAKU-READ-RTN
010130****************************************************************
010140 SYOKYAKU-READ-RTN                 SECTION.
010150     READ     UPT702X
010160         AT END
010170             MOVE  HIGH-VALUE            TO  SCAN-END-SW
010180         NOT AT END
010190             IF    FILE-STATUS           =   ZERO
010200                 ADD   1                   TO  CNT-HOLD
010210                 MOVE  SPACE               TO  SORT-REC
010220                 MOVE  UPT702X-SYU-CD9     TO  SORT-SYUPPAN
010230                 MOVE  UPT702X-TOR-CD9     TO  SORT-TORIHIKI
010240                 MOVE  "3"                 TO  SORT-KBN
010250                 MOVE  UPT702X-FIRST-YMD   TO  SORT-YMD
010260                 MOVE  ZERO                TO  SORT-SYU-KBN9
010270                 MOVE  ZERO                TO  SORT-URI-CNT
010280                 MOVE  ZERO                TO  SORT-HEN-CNT
010290                 MOVE  ZERO                TO  SORT-NET-CNT
010300                 RELEASE  SORT-REC
010310             ELSE
010320                 MOVE  115               TO  RETURN-CODE
010330                 MOVE  FILE-STATUS       TO  MSG-515F-ST
010340                 DISPLAY MSG-515F RETURN-CODE  UPON  CONS
010350                 PERFORM ABEND-MSG-RTN
010360                 STOP RUN
010370             END-IF
010380     END-READ.
010390 SYOKYAKU-READ-EXT.
010400     EXIT.
010410****************************************************************
010420*    (1.16)  READ-RTN
010430****************************************************************
010440 READ-RTN                          SECTION.
010450     READ      UPT735W
010460         AT    END
010470         MOVE  HIGH-VALUE                TO  END-SW
010480*
010490         NOT AT END
010500         IF    FILE-STATUS               =   ZERO
010510               CONTINUE
010520         ELSE
010530               MOVE  121                 TO  RETURN-CODE
010540               MOVE FILE-STATUS          TO  MSG-521F-ST
010550               DISPLAY MSG-521F RETURN-CODE  UPON  CONS
010560               PERFORM ABEND-MSG-RTN
010570               STOP RUN
010580         END-IF.
010590 READ-EXT.
010600     EXIT.
010610****************************************************************
010620*    (1.17)  K-READ-RTN
010630****************************************************************
010640 K-READ-RTN                        SECTION.
010650     READ      UPT735K
010660         AT    END
010670         MOVE  HIGH-VALUE                TO  K-END-SW
010680*
010690         NOT AT END
010700         IF    FILE-STATUS               =   ZERO
010710               CONTINUE
010720         ELSE
010730               MOVE  125                 TO  RETURN-CODE
010740               MOVE FILE-STATUS          TO  MSG-525F-ST
010750               DISPLAY MSG-525F RETURN-CODE  UPON  CONS
010760               PERFORM ABEND-MSG-RTN
010770               STOP RUN
010780         END-IF.
010790 K-READ-EXT.
010800     EXIT.
010810****************************************************************
010820*    (2.0)   PROC-RTN　（出版社・取引先ブレイク）                *
010830****************************************************************
010840 PROC-RTN                          SECTION.
010850*
010860     IF  FIRST-REC
010870         MOVE     "0"              TO  FIRST-REC-SW
010880         MOVE     UPT735W-SYUPPAN  TO  OLD-SYUPPAN
010890         MOVE     UPT735W-TORIHIKI TO  OLD-TORIHIKI
010900         PERFORM  SYU-INIT-RTN
010910         INITIALIZE  ACC-AREA
010920     ELSE
010930         IF  UPT735W-SYUPPAN       NOT =   OLD-SYUPPAN
010940             PERFORM  TOR-OUT-RTN
010950             PERFORM  SYU-END-RTN
010960             MOVE     UPT735W-SYUPPAN  TO  OLD-SYUPPAN
010970             MOVE     UPT735W-TORIHIKI TO  OLD-TORIHIKI
010980             PERFORM  SYU-INIT-RTN
010990             INITIALIZE  ACC-AREA
011000         ELSE
011010             IF  UPT735W-TORIHIKI  NOT =   OLD-TORIHIKI
011020                 PERFORM  TOR-OUT-RTN
011030                 MOVE     UPT735W-TORIHIKI TO  OLD-TORIHIKI
011040                 INITIALIZE  ACC-AREA
011050             END-IF
011060         END-IF
011070     END-IF.
011080*-----------< 次回回号のある出版社のみ集計 >-------------------*
011090     IF  KAI-ARI
011100         EVALUATE TRUE
011110             WHEN  UPT735W-JISSEKI
011120                 PERFORM  KAI-HANTEI-RTN
011130                     VARYING KAI-IDX FROM 1 BY 1
011140                     UNTIL   KAI-IDX   >   KW-HIST-CNT
011150             WHEN  UPT735W-HORYU
011160                 ADD   1               TO  ACC-HORYU
011170             WHEN  UPT735W-SYOKYAKU
011180                 ADD   1               TO  ACC-SYOKYAKU
011190         END-EVALUATE
011200     END-IF.
011210*-----------< READ処理 >-------------------------------------*
011220     PERFORM  READ-RTN.
011230*
011240 PROC-EXT.
011250     EXIT.
011260****************************************************************
011270*    (2.1)   SYU-INIT-RTN　（出版社　回号・配本基準取得）
011280****************************************************************
011290 SYU-INIT-RTN                      SECTION.
011300     MOVE     "0"                  TO  KAI-SW.
011310     INITIALIZE  SYU-GOKEI-AREA.
011320     PERFORM  K-READ-RTN
011330         UNTIL  K-END-SW           =   HIGH-VALUE  OR
011340                UPT735K-SYUPPAN    NOT <   OLD-SYUPPAN.
011350     IF  K-END-SW                  =   HIGH-VALUE
011360         CONTINUE
011370     ELSE
011380         IF  UPT735K-SYUPPAN       =   OLD-SYUPPAN
011390             MOVE     "1"          TO  KAI-SW
011400             MOVE     UPT735K-REC  TO  KAI-WK
011410         END-IF
011420     END-IF.
011430     IF  KAI-ARI
011440         PERFORM  KIJUN-RTN
011450         PERFORM  SYU-NAME-RTN
011460         MOVE     99               TO  LINE-CNT
011470     END-IF.
011480 SYU-INIT-EXT.
011490     EXIT.
011500****************************************************************
011510*    (2.2)   KIJUN-RTN　（配本基準マスタ検索）
011520****************************************************************
011530 KIJUN-RTN                         SECTION.
011540     MOVE     OLD-SYUPPAN          TO  UPT733-SYUPPAN-CD9.
011550     READ     UPT733I
011560         INVALID KEY
011570             MOVE  "0"             TO  KIJUN-SW
011580             MOVE  ZERO            TO  WK-MIN-CNT
011590             MOVE  ZERO            TO  WK-MAX-CNT
011600             MOVE  DEF-YOYU-RITU   TO  WK-YOYU-RITU
011610             MOVE  DEF-KIJUN-RITU  TO  WK-KIJUN-RITU
011620         NOT INVALID KEY
011630             MOVE  "1"             TO  KIJUN-SW
011640             MOVE  UPT733-MIN-CNT    TO  WK-MIN-CNT
011650             MOVE  UPT733-MAX-CNT    TO  WK-MAX-CNT
011660             MOVE  UPT733-YOYU-RITU  TO  WK-YOYU-RITU
011670             MOVE  UPT733-KIJUN-RITU TO  WK-KIJUN-RITU
011680     END-READ.
011690 KIJUN-EXT.
011700     EXIT.
011710****************************************************************
011720*    (2.3)   SYU-NAME-RTN　（出版社名称検索）
011730****************************************************************
011740 SYU-NAME-RTN                      SECTION.
011750     MOVE     MITOROKU-NAME        TO  WK-SYU-NAME.
011760     MOVE     OLD-SYUPPAN          TO  UPT716-SYUPPAN-CD9.
011770     READ     UPT716I
011780         INVALID KEY
011790             CONTINUE
011800         NOT INVALID KEY
011810             MOVE  UPT716-KANJI-NAME  TO  WK-SYU-NAME
011820     END-READ.
011830 SYU-NAME-EXT.
011840     EXIT.
011850****************************************************************
011860*    (2.4)   KAI-HANTEI-RTN　（実績の回号判定・加算）
011870****************************************************************
011880 KAI-HANTEI-RTN                    SECTION.
011890     IF  UPT735W-YMD               >=  KW-H-FROM (KAI-IDX)  AND
011900         UPT735W-YMD               <=  KW-H-TO   (KAI-IDX)
011910         MOVE     UPT735W-SYU-KBN9 TO  ACC-SYU-KBN9
011920         ADD      UPT735W-URI-CNT  TO  ACC-URI
011930         ADD      UPT735W-HEN-CNT  TO  ACC-HEN
011940         ADD      UPT735W-NET-CNT  TO  ACC-NET
011950*-----------< 最新の回号は前回実績として別途加算 >-------------*
011960         IF  KAI-IDX               =   KW-HIST-CNT
011970             ADD  UPT735W-URI-CNT  TO  ACC-ZEN-URI
011980             ADD  UPT735W-NET-CNT  TO  ACC-ZEN-NET
011990         END-IF
012000     END-IF.
012010 KAI-HANTEI-EXT.
012020     EXIT.
012030****************************************************************
012040*    (3.0)   TOR-OUT-RTN　（取引先別　配本数提案）
012050****************************************************************
012060 TOR-OUT-RTN                       SECTION.
012070     IF  KAI-ARI
012080         IF  ACC-URI               =   ZERO
012090             ADD      1            TO  CNT-NASI
012100         ELSE
012110             PERFORM  TEIAN-CALC-RTN
012120             PERFORM  UPT735-OUT-RTN
012130             PERFORM  MEISAI-RTN
012140         END-IF
012150     END-IF.
012160 TOR-OUT-EXT.
012170     EXIT.
012180****************************************************************
012190*    (3.1)   TEIAN-CALC-RTN　（提案数計算）
012200****************************************************************
012210 TEIAN-CALC-RTN                    SECTION.
012220     MOVE     SPACE                TO  WK-BIKO.
012230*-----------< 回号あたり平均実売数・返品率 >-------------------*
012240     COMPUTE  WK-AVG-NET  ROUNDED  =  ACC-NET  /  KW-HIST-CNT
012250         ON SIZE ERROR
012260             MOVE  9999999         TO  WK-AVG-NET
012270     END-COMPUTE.
012280     COMPUTE  WK-HEN-RITU  ROUNDED  =  ACC-HEN  *  100  /  ACC-URI
012290         ON SIZE ERROR
012300             MOVE  999.9           TO  WK-HEN-RITU
012310     END-COMPUTE.
012320*-----------< 返品率が基準を超える場合は余裕率を加えない >-----*
012330     IF  WK-HEN-RITU               >   WK-KIJUN-RITU
012340         MOVE     ZERO             TO  WK-YOYU
012350         MOVE     "HEN OVER"       TO  WK-BIKO
012360     ELSE
012370         MOVE     WK-YOYU-RITU     TO  WK-YOYU
012380     END-IF.
012390     COMPUTE  WK-TEIAN  ROUNDED  =
012400              WK-AVG-NET  *  ( 100  +  WK-YOYU )  /  100
012410         ON SIZE ERROR
012420             MOVE  9999999         TO  WK-TEIAN
012430     END-COMPUTE.
012440*-----------< 保留・償却返品の回号あたり分を減数 >-------------*
012450     COMPUTE  WK-GENSAN  ROUNDED  =
012460              ( ACC-HORYU  +  ACC-SYOKYAKU )  /  KW-HIST-CNT.
012470     SUBTRACT WK-GENSAN            FROM  WK-TEIAN.
012480     IF  WK-TEIAN                  <   ZERO
012490         MOVE     ZERO             TO  WK-TEIAN
012500     END-IF.
012510*-----------< 下限・上限補正（上限ゼロは上限なし） >-----------*
012520     IF  WK-TEIAN                  <   WK-MIN-CNT
012530         MOVE     WK-MIN-CNT       TO  WK-TEIAN
012540         MOVE     "MIN"            TO  WK-BIKO
012550     END-IF.
012560     IF  WK-MAX-CNT                >   ZERO  AND
012570         WK-TEIAN                  >   WK-MAX-CNT
012580         MOVE     WK-MAX-CNT       TO  WK-TEIAN
012590         MOVE     "MAX"            TO  WK-BIKO
012600     END-IF.
012610     COMPUTE  WK-SA  =  WK-TEIAN  -  ACC-ZEN-NET
012620         ON SIZE ERROR
012630             MOVE  ZERO            TO  WK-SA
012640     END-COMPUTE.
012650 TEIAN-CALC-EXT.
012660     EXIT.
012670****************************************************************
012680*    (3.2)   UPT735-OUT-RTN　（配本数ファイル出力）
012685*            配本デスクで修正・確定済みの行は提案値で更新しない
012690****************************************************************
012695 UPT735-OUT-RTN                    SECTION.
012700     MOVE     OLD-SYUPPAN          TO  UPT735-SYUPPAN-CD9.
012705     MOVE     KW-NEXT-FROM         TO  UPT735-FROM-YMD.
012710     MOVE     OLD-TORIHIKI         TO  UPT735-TORIHIKI-CD9.
012715     READ     UPT735O
012720         INVALID KEY
012725             MOVE     SPACE            TO  UPT735O-REC
012730             MOVE     OLD-SYUPPAN      TO  UPT735-SYUPPAN-CD9
012735             MOVE     KW-NEXT-FROM     TO  UPT735-FROM-YMD
012740             MOVE     OLD-TORIHIKI     TO  UPT735-TORIHIKI-CD9
012745             MOVE     "0"              TO  UPT735-JOKYO-KBN
012750             PERFORM  UPT735-SET-RTN
012755             WRITE    UPT735O-REC
012760             PERFORM  UPT735-CHECK-RTN
012765         NOT INVALID KEY
012770             IF  UPT735-TEIAN
012775                 PERFORM  UPT735-SET-RTN
012780                 REWRITE  UPT735O-REC
012785                 PERFORM  UPT735-CHECK-RTN
012790             ELSE
012795                 ADD      1            TO  CNT-KEEP
012800             END-IF
012805     END-READ.
012810 UPT735-OUT-EXT.
012815     EXIT.
012820****************************************************************
012825*    (3.2.1) UPT735-SET-RTN　（配本数ファイル提案項目設定）
012830****************************************************************
012835 UPT735-SET-RTN                    SECTION.
012840     MOVE     KW-NEXT-KAI          TO  UPT735-KAI-CD.
012845     MOVE     KW-NEXT-TO           TO  UPT735-TO-YMD.
012850     MOVE     ACC-SYU-KBN9         TO  UPT735-SYU-KBN9.
012855     MOVE     WK-TEIAN             TO  UPT735-TEIAN-CNT.
012860     MOVE     WK-TEIAN             TO  UPT735-HAIHON-CNT.
012865     MOVE     ACC-ZEN-URI          TO  UPT735-ZENKAI-URI.
012870     MOVE     ACC-ZEN-NET          TO  UPT735-ZENKAI-NET.
012875     MOVE     WK-AVG-NET           TO  UPT735-AVG-NET.
012880     MOVE     WK-HEN-RITU          TO  UPT735-HEN-RITU.
012885     MOVE     ACC-HORYU            TO  UPT735-HORYU-CNT.
012890     MOVE     ACC-SYOKYAKU         TO  UPT735-SYOKYAKU-CNT.
012895     MOVE     WK-YYYYMMDD (1:8)    TO  UPT735-KOSIN-YMD.
012900 UPT735-SET-EXT.
012905     EXIT.
012910****************************************************************
012915*    (3.2.2) UPT735-CHECK-RTN　（配本数ファイル出力結果判定）
012920****************************************************************
012925 UPT735-CHECK-RTN                  SECTION.
012930     IF  FILE-STATUS               =   ZERO
012935         ADD      1                TO  CNT-OUT
012940     ELSE
012945         MOVE    202               TO  RETURN-CODE
012950         MOVE    FILE-STATUS       TO  MSG-703F-ST
012955         DISPLAY MSG-703F  RETURN-CODE  UPON  CONS
012960         PERFORM ABEND-MSG-RTN
012965         STOP    RUN
012970     END-IF.
012975 UPT735-CHECK-EXT.
012980     EXIT.
013000****************************************************************
013010*    (3.3)   MEISAI-RTN　（提案リスト明細出力）
013020****************************************************************
013030 MEISAI-RTN                        SECTION.
013040     MOVE     SPACE                TO  PRT-MEISAI.
013050     MOVE     OLD-TORIHIKI         TO  PRT-TORIHIKI.
013060     MOVE     ACC-SYU-KBN9         TO  PRT-KBN.
013070     MOVE     ACC-ZEN-URI          TO  PRT-ZEN-URI.
013080     MOVE     ACC-ZEN-NET          TO  PRT-ZEN-NET.
013090     MOVE     WK-AVG-NET           TO  PRT-AVG-NET.
013100     MOVE     WK-HEN-RITU          TO  PRT-HEN-RITU.
013110     MOVE     ACC-HORYU            TO  PRT-HORYU.
013120     MOVE     ACC-SYOKYAKU         TO  PRT-SYOKYAKU.
013130     MOVE     WK-TEIAN             TO  PRT-TEIAN.
013140     MOVE     WK-SA                TO  PRT-SA.
013150     MOVE     WK-BIKO              TO  PRT-BIKO.
013160     MOVE     PRT-MEISAI           TO  PRT-LINE.
013170     PERFORM  LIST-WRITE-RTN.
013180*-----------< 出版社合計加算 >---------------------------------*
013190     ADD      1                    TO  SG-CNT.
013200     ADD      ACC-ZEN-URI          TO  SG-ZEN-URI.
013210     ADD      ACC-ZEN-NET          TO  SG-ZEN-NET.
013220     ADD      WK-AVG-NET           TO  SG-AVG-NET.
013230     ADD      ACC-HORYU            TO  SG-HORYU.
013240     ADD      ACC-SYOKYAKU         TO  SG-SYOKYAKU.
013250     ADD      WK-TEIAN             TO  SG-TEIAN.
013260     ADD      WK-SA                TO  SG-SA.
013270 MEISAI-EXT.
013280     EXIT.
013290****************************************************************
013300*    (4.0)   SYU-END-RTN　（出版社合計出力）
013310****************************************************************
013320 SYU-END-RTN                       SECTION.
013330     IF  KAI-ARI  AND  SG-CNT  >  ZERO
013340         MOVE     SPACE            TO  PRT-LINE
013350         PERFORM  LIST-WRITE-RTN
013360         MOVE     SPACE            TO  PRT-MEISAI
013370         MOVE     "TOTAL "         TO  PRT-TORIHIKI-X
013380         MOVE     SPACE            TO  PRT-KBN-X
013390         MOVE     SG-ZEN-URI       TO  PRT-ZEN-URI
013400         MOVE     SG-ZEN-NET       TO  PRT-ZEN-NET
013410         MOVE     SG-AVG-NET       TO  PRT-AVG-NET
013420         MOVE     SPACE            TO  PRT-HEN-RITU-X
013430         MOVE     SG-HORYU         TO  PRT-HORYU
013440         MOVE     SG-SYOKYAKU      TO  PRT-SYOKYAKU
013450         MOVE     SG-TEIAN         TO  PRT-TEIAN
013460         MOVE     SG-SA            TO  PRT-SA
013470         MOVE     PRT-MEISAI       TO  PRT-LINE
013480         PERFORM  LIST-WRITE-RTN
013490     END-IF.
013500 SYU-END-EXT.
013510     EXIT.
013520****************************************************************
013530*    (4.1)   MIDASI-RTN　（リスト見出し出力）
013540****************************************************************
013550 MIDASI-RTN                        SECTION.
013560     ADD      1                    TO  PAGE-CNT.
013570     MOVE     WK-YYYY              TO  PRT-M1-YYYY.
013580     MOVE     WK-MM                TO  PRT-M1-MM.
013590     MOVE     WK-DD                TO  PRT-M1-DD.
013600     MOVE     PAGE-CNT             TO  PRT-M1-PAGE.
013610     WRITE    UPT735R-REC          FROM  PRT-MIDASI1
013620         AFTER  ADVANCING  PAGE.
013630     PERFORM  LIST-CHECK-RTN.
013640     MOVE     OLD-SYUPPAN          TO  PRT-M2-SYUPPAN.
013650     MOVE     WK-SYU-NAME          TO  PRT-M2-NAME.
013660     MOVE     KW-NEXT-KAI          TO  PRT-M2-KAI.
013670     MOVE     KW-NEXT-FROM         TO  PRT-M2-FROM.
013680     MOVE     KW-NEXT-TO           TO  PRT-M2-TO.
013690     MOVE     WK-MIN-CNT           TO  PRT-M2-MIN.
013700     MOVE     WK-MAX-CNT           TO  PRT-M2-MAX.
013710     MOVE     WK-YOYU-RITU         TO  PRT-M2-YOYU.
013720     MOVE     WK-KIJUN-RITU        TO  PRT-M2-KIJUN.
013730     IF  KIJUN-ARI
013740         MOVE     SPACE            TO  PRT-M2-RULE
013750     ELSE
013760         MOVE     "NO RULE"        TO  PRT-M2-RULE
013770     END-IF.
013780     WRITE    UPT735R-REC          FROM  PRT-MIDASI2
013790         AFTER  ADVANCING  2  LINES.
013800     PERFORM  LIST-CHECK-RTN.
013810     WRITE    UPT735R-REC          FROM  PRT-MIDASI3
013820         AFTER  ADVANCING  2  LINES.
013830     PERFORM  LIST-CHECK-RTN.
013840     MOVE     SPACE                TO  UPT735R-REC.
013850     WRITE    UPT735R-REC
013860         AFTER  ADVANCING  1  LINE.
013870     PERFORM  LIST-CHECK-RTN.
013880     MOVE     7                    TO  LINE-CNT.
013890 MIDASI-EXT.
013900     EXIT.
013910****************************************************************
013920*    (4.2)   LIST-WRITE-RTN　（リスト出力）
013930****************************************************************
013940 LIST-WRITE-RTN                    SECTION.
013950     IF  LINE-CNT                  >   MAX-LINE
013960         PERFORM  MIDASI-RTN
013970     END-IF.
013980     WRITE    UPT735R-REC          FROM  PRT-LINE
013990         AFTER  ADVANCING  1  LINE.
014000     PERFORM  LIST-CHECK-RTN.
014010     ADD      1                    TO  LINE-CNT.
014020 LIST-WRITE-EXT.
014030     EXIT.
014040****************************************************************
014050*    (4.3)   LIST-CHECK-RTN　（リスト出力結果判定）
014060****************************************************************
014070 LIST-CHECK-RTN                    SECTION.
014080     IF  FILE-STATUS               =   ZERO
014090         CONTINUE
014100     ELSE
014110         MOVE    204               TO  RETURN-CODE
014120         MOVE    FILE-STATUS       TO  MSG-707F-ST
014130         DISPLAY MSG-707F  RETURN-CODE  UPON  CONS
014140         PERFORM ABEND-MSG-RTN
014150         STOP    RUN
014160     END-IF.
014170 LIST-CHECK-EXT.
014180     EXIT.
014190****************************************************************
014200*    (5.0)     ＳＴＡＲＴメッセージ処理                        *
014210****************************************************************
014220 START-MSG-RTN                     SECTION.
014230     ACCEPT  WK-DATE               FROM   DATE.
014240     ACCEPT  WK-TIME               FROM   TIME.
014250     MOVE    WK-Y                  TO     WK-YY.
014260     MOVE    WK-M                  TO     WK-MM.
014270     MOVE    WK-D                  TO     WK-DD.
014280     MOVE    20                    TO     WK-20.
014290*
014300     MOVE    WK-YYYY               TO     MESSAGE-START-YYYY.
014310     MOVE    WK-MM                 TO     MESSAGE-START-MM.
014320     MOVE    WK-DD                 TO     MESSAGE-START-DD.
014330     MOVE    WK-TIM                TO     MESSAGE-START-TIM.
014340     MOVE    WK-MIN                TO     MESSAGE-START-MIN.
014350     MOVE    WK-SEC                TO     MESSAGE-START-SEC.
014360*
014370     DISPLAY  MESSAGE-START  UPON CONS.
014380*
014390 START-MSG-EXT.
014400     EXIT.
014410****************************************************************
014420*    (6.0)     ＡＢＥＮＤメッセージ処理                        *
014430****************************************************************
014440 ABEND-MSG-RTN                     SECTION.
014450     ACCEPT  WK-DATE               FROM   DATE.
014460     ACCEPT  WK-TIME               FROM   TIME.
014470     MOVE    WK-Y                  TO     WK-YY.
014480     MOVE    WK-M                  TO     WK-MM.
014490     MOVE    WK-D                  TO     WK-DD.
014500     MOVE    20                    TO     WK-20.
014510*
014520     MOVE    WK-YYYY               TO     MESSAGE-ABEND-YYYY.
014530     MOVE    WK-MM                 TO     MESSAGE-ABEND-MM.
014540     MOVE    WK-DD                 TO     MESSAGE-ABEND-DD.
014550     MOVE    WK-TIM                TO     MESSAGE-ABEND-TIM.
014560     MOVE    WK-MIN                TO     MESSAGE-ABEND-MIN.
014570     MOVE    WK-SEC                TO     MESSAGE-ABEND-SEC.
014580*
014590     DISPLAY  MESSAGE-ABEND  UPON CONS.
014600*
014610 ABEND-MSG-EXT.
014620     EXIT.
014630****************************************************************
014640*    (7.0)     ＥＮＤメッセージ処理                            *
014650****************************************************************
014660 END-MSG-RTN                     SECTION.
014670     ACCEPT  WK-DATE               FROM   DATE.
014680     ACCEPT  WK-TIME               FROM   TIME.
014690     MOVE    WK-Y                  TO     WK-YY.
014700     MOVE    WK-M                  TO     WK-MM.
014710     MOVE    WK-D                  TO     WK-DD.
014720     MOVE    20                    TO     WK-20.
014730*
014740     MOVE    WK-YYYY               TO     MESSAGE-END-YYYY.
014750     MOVE    WK-MM                 TO     MESSAGE-END-MM.
014760     MOVE    WK-DD                 TO     MESSAGE-END-DD.
014770     MOVE    WK-TIM                TO     MESSAGE-END-TIM.
014780     MOVE    WK-MIN                TO     MESSAGE-END-MIN.
014790     MOVE    WK-SEC                TO     MESSAGE-END-SEC.
014800*
014810     DISPLAY  MESSAGE-END  UPON CONS.
014820*
014830 END-MSG-EXT.
014840     EXIT.
014850****************************************************************
014860*    (8.0)              エンド 処理                            *
014870****************************************************************
014880 END-RTN                           SECTION.
014890*-----------< 最終出版社出力 >---------------------------------*
014900     IF  FIRST-REC
014910         CONTINUE
014920     ELSE
014930         PERFORM  TOR-OUT-RTN
014940         PERFORM  SYU-END-RTN
014950     END-IF.
014960*
014970     CLOSE     UPT735W.
014980     CLOSE     UPT735K.
014990     CLOSE     UPT733I.
015000     CLOSE     UPT716I.
015010     CLOSE     UPT735O.
015020     CLOSE     UPT735R.
015030     MOVE      ZERO                TO  RETURN-CODE.
015040*---------< 入力件数表示 >-------------------------------------*
015050     DISPLAY MSG-501I  CNT-IN       UPON CONS.
015060     DISPLAY MSG-503I  CNT-HOLD     UPON CONS.
015070     DISPLAY MSG-505I  CNT-KAI      UPON CONS.
015080     DISPLAY MSG-507I  CNT-KAI-NASI UPON CONS.
015090     DISPLAY MSG-509I  CNT-OUT      UPON CONS.
015100     DISPLAY MSG-511I  CNT-NASI     UPON CONS.
015101     DISPLAY MSG-513I  CNT-KEEP     UPON CONS.
015110     PERFORM END-MSG-RTN.
015120*
015130 END-EXT.
015140     EXIT.
