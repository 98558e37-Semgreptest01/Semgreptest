000010****************************************************************
000020*    システム名    ： 新聞競馬新聞実績
000030*    プログラム名  ： 出版社精算処理
000040*    プログラムＩＤ： UPBD027
000050*    作  成  者    ： T.HARUYAMA
000060*    作  成  日    ： 2004年09月21日
000070****************************************************************
000080 IDENTIFICATION                    DIVISION.
000090 PROGRAM-ID.                       UPBD027.
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
000290*------------ファイル   （ソート作業）-------------------------*
000300     SELECT  SORT-FILE    ASSIGN     TO  SORTWK1.
000310*------------ファイル   （対象月・出版社順）-------------------*
000320     SELECT  UPT729W      ASSIGN
000330                                TO  UPT729W
000340             ACCESS  MODE       IS  SEQUENTIAL
000350             FILE    STATUS     FILE-STATUS.
000360*------------ファイル   （月次締め管理）-----------------------*
000370     SELECT  UPT714K      ASSIGN     TO  UPT714K
000380             ACCESS  MODE       IS  SEQUENTIAL
000390             FILE    STATUS     FILE-STATUS.
000400*------------ファイル   （単価マスタ）-------------------------*
000410     SELECT  UPT712I ASSIGN     TO  UPT712I
000420             ORGANIZATION       IS  INDEXED
000430             ACCESS  MODE       IS  RANDOM
000440             RECORD  KEY        IS  UPT712-SYUPPAN-CD9
000450             FILE    STATUS     IS  FILE-STATUS.
000460*------------ファイル   （手数料率マスタ）---------------------*
000470     SELECT  UPT727I ASSIGN     TO  UPT727I
000480             ORGANIZATION       IS  INDEXED
000490             ACCESS  MODE       IS  RANDOM
000500             RECORD  KEY        IS  UPT727-KEY
000510             FILE    STATUS     IS  FILE-STATUS.
000520*------------ファイル   （出版社名称マスタ）-------------------*
000530     SELECT  UPT716I ASSIGN     TO  UPT716I
000540             ORGANIZATION       IS  INDEXED
000550             ACCESS  MODE       IS  RANDOM
000560             RECORD  KEY        IS  UPT716-SYUPPAN-CD9
000570             FILE    STATUS     IS  FILE-STATUS.
000580*------------ファイル   （出版社精算インタフェース）-----------*
000590     SELECT  UPT729O      ASSIGN     TO  UPT729O
000600             ACCESS  MODE       IS  SEQUENTIAL
000610             FILE    STATUS     FILE-STATUS.
000620*------------ファイル   （出版社別精算書）---------------------*
000630     SELECT  UPT729R      ASSIGN     TO  UPT729R
000640             ACCESS  MODE       IS  SEQUENTIAL
000650             FILE    STATUS     FILE-STATUS.
000660*
000670 DATA                              DIVISION.
000680 FILE                              SECTION.
000690*
000700****************************************************************
000710*            ファイル   （月次累積）
000720****************************************************************
000730 FD  UPT714I         LABEL  RECORD STANDARD.
000740 01  UPT714I-REC.
000750     COPY   UPT714C.
000760*
000770****************************************************************
000780*            ファイル   （ソート作業）
000790****************************************************************
000800 SD  SORT-FILE.
000810 01  SORT-REC.
000820     05  SORT-SYUPPAN             PIC 9(06).
000830     05  SORT-SYU-KBN9            PIC 9(01).
000840     05  SORT-GYOMU-YMD           PIC 9(08).
000850     05  SORT-TORIHIKI            PIC 9(06).
000860     05  SORT-URI-CNT             PIC 9(09).
000870     05  SORT-HEN-CNT             PIC 9(09).
000880     05  SORT-NET-CNT             PIC 9(09).
000890     05  FILLER                   PIC X(32).
000900*
000910****************************************************************
000920*            ファイル   （対象月・出版社順）
000930****************************************************************
000940 FD  UPT729W        LABEL  RECORD STANDARD.
000950 01  UPT729W-REC.
000960     05  UPT729W-SYUPPAN          PIC 9(06).
000970     05  UPT729W-SYU-KBN9         PIC 9(01).
000980     05  UPT729W-GYOMU-YMD        PIC 9(08).
000990     05  UPT729W-TORIHIKI         PIC 9(06).
001000     05  UPT729W-URI-CNT          PIC 9(09).
001010     05  UPT729W-HEN-CNT          PIC 9(09).
001020     05  UPT729W-NET-CNT          PIC 9(09).
001030     05  FILLER                   PIC X(32).
001040*
001050****************************************************************
001060*            ファイル   （月次締め管理）
001070****************************************************************
001080 FD  UPT714K         LABEL  RECORD STANDARD.
001090 01  UPT714K-REC.
001100     COPY   UPT714KC.
001110*
001120****************************************************************
001130*            ファイル   （単価マスタ）
001140****************************************************************
001150 FD  UPT712I        LABEL  RECORD STANDARD.
001160 01  UPT712I-REC.
001170     COPY   UPT712C.
001180*
001190****************************************************************
001200*            ファイル   （手数料率マスタ）
001210****************************************************************
001220 FD  UPT727I        LABEL  RECORD STANDARD.
001230 01  UPT727I-REC.
001240     COPY   UPT727C.
001250*
001260****************************************************************
001270*            ファイル   （出版社名称マスタ）
001280****************************************************************
001290 FD  UPT716I        LABEL  RECORD STANDARD.
001300 01  UPT716I-REC.
001310     COPY   UPT716C.
001320*
001330****************************************************************
001340*            ファイル   （出版社精算インタフェース）
001350****************************************************************
001360 FD  UPT729O        LABEL  RECORD STANDARD.
001370 01  UPT729O-REC.
001380     COPY   UPT729C.
001390*
001400****************************************************************
001410*            ファイル   （出版社別精算書）
001420****************************************************************
001430 FD  UPT729R        LABEL  RECORD STANDARD.
001440 01  UPT729R-REC             PIC X(132).
001450*
001460 WORKING-STORAGE                   SECTION.
001470*---------------< WORK-AREA定義 >-----------------------------*
001480 01  SW-AREA.
001490     03  END-SW                        PIC X(02) VALUE ZERO.
001500     03  SCAN-END-SW                   PIC X(02) VALUE ZERO.
001510     03  CLOSED-END-SW                 PIC X(02) VALUE ZERO.
001520     03  CLOSED-FOUND-SW               PIC X(01) VALUE "0".
001530         88  CLOSED-FOUND              VALUE "1".
001540     03  FIRST-REC-SW                  PIC X(01) VALUE "1".
001550         88  FIRST-REC                 VALUE "1".
001560     03  ARG-MONTH-SW                  PIC X(01) VALUE "0".
001570         88  ARG-MONTH-SUPPLIED        VALUE "1".
001580 01  WK-DATE.
001590     03  WK-Y                          PIC  9(2).
001600     03  WK-M                          PIC  9(2).
001610     03  WK-D                          PIC  9(2).
001620 01  WK-YYYYMMDD.
001630     03  WK-YYYY.
001640       05  WK-20                       PIC  9(2).
001650       05  WK-YY                       PIC  9(2).
001660     03  WK-MM                         PIC  9(2).
001670     03  WK-DD                         PIC  9(2).
001680     03  WK-TIME.
001690       05  WK-TIM                      PIC  9(2).
001700       05  WK-MIN                      PIC  9(2).
001710       05  WK-SEC                      PIC  9(2).
001720*---------------< ステータスの定義 >--------------------------*
001730 01  STATUS-AREA.
001740     03  FILE-STATUS                   PIC X(02) VALUE ZERO.
001750*---------------< ブレイクキーの定義 >------------------------*
001760 01  KEY-AREA.
001770     03  OLD-SYUPPAN                   PIC 9(06) VALUE ZERO.
001780     03  OLD-SYU-KBN9                  PIC 9(01) VALUE ZERO.
001790*---------------< カウントの定義 >----------------------------*
001800 01  UPT714-CNT-AREA.
001810     03  CNT-IN                        PIC 9(09) VALUE ZERO.
001820     03  SYUPPAN-CNT                   PIC 9(09) VALUE ZERO.
001830     03  CNT-OUT                       PIC 9(09) VALUE ZERO.
001840*---------------< 対象月の定義 >------------------------------*
001850 01  TAISYO-AREA.
001860     03  ARG-YYYYMM                    PIC 9(06) VALUE ZERO.
001870*---------------< 精算金額の定義 >----------------------------*
001880 01  KIN-AREA.
001890     03  WK-NET-CNT                    PIC 9(09) VALUE ZERO.
001900     03  WK-NET-KIN                    PIC 9(11) VALUE ZERO.
001910     03  WK-TESU-KIN                   PIC 9(11) VALUE ZERO.
001920     03  WK-ZEI-KIN                    PIC 9(11) VALUE ZERO.
001930     03  WK-SIHARAI-KIN                PIC 9(11) VALUE ZERO.
001940*---------------< 出版社合計の定義 >--------------------------*
001950 01  SYU-GOKEI-AREA.
001960     03  SYU-NET-CNT                   PIC 9(09) VALUE ZERO.
001970     03  SYU-NET-KIN                   PIC 9(11) VALUE ZERO.
001980     03  SYU-TESU-KIN                  PIC 9(11) VALUE ZERO.
001990     03  SYU-ZEI-KIN                   PIC 9(11) VALUE ZERO.
002000     03  SYU-SIHARAI-KIN               PIC 9(11) VALUE ZERO.
002010*---------------< 総合計の定義 >------------------------------*
002020 01  SOU-GOKEI-AREA.
002030     03  SOU-NET-CNT                   PIC 9(09) VALUE ZERO.
002040     03  SOU-NET-KIN                   PIC 9(11) VALUE ZERO.
002050     03  SOU-TESU-KIN                  PIC 9(11) VALUE ZERO.
002060     03  SOU-ZEI-KIN                   PIC 9(11) VALUE ZERO.
002070     03  SOU-SIHARAI-KIN               PIC 9(11) VALUE ZERO.
002080*---------------< 名称編集の定義 >----------------------------*
002090 01  NAME-AREA.
002100     03  WK-SYU-NAME                   PIC X(24) VALUE SPACE.
002110     03  MITOROKU-NAME                 PIC X(24) VALUE
002120     "＊＊未登録＊＊".
002130*---------------< 起動パラメタの定義 >------------------------*
002140 01  ARG-AREA.
002150     03  ARG-CNT                       PIC 9(02) VALUE ZERO.
002160*---------------< 起動パラメタ（詳細）の定義 >----------------*
002170 01  ARG-DETAIL-AREA.
002180     03  ARG-IDX                       PIC 9(02) VALUE ZERO.
002190     03  ARG-VALUE                     PIC X(20) VALUE SPACES.
002200*---------------< 精算書制御の定義 >--------------------------*
002210 01  PRT-CTL-AREA.
002220     03  LINE-CNT                      PIC 9(03) VALUE 99.
002230     03  PAGE-CNT                      PIC 9(05) VALUE ZERO.
002240     03  MAX-LINE                      PIC 9(03) VALUE 60.
002250 01  PRT-LINE                          PIC X(132).
002260*---------------< 精算書見出しの定義 >------------------------*
002270 01  PRT-MIDASI1.
002280     03  FILLER                        PIC X(09) VALUE
002290     "UPBD027  ".
002300     03  FILLER                        PIC X(35) VALUE
002310     "PUBLISHER SETTLEMENT STATEMENT     ".
002320     03  FILLER                        PIC X(05) VALUE
002330     "DATE:".
002340     03  PRT-M1-YYYY                   PIC 9(04).
002350     03  FILLER                        PIC X(01) VALUE "/".
002360     03  PRT-M1-MM                     PIC 9(02).
002370     03  FILLER                        PIC X(01) VALUE "/".
002380     03  PRT-M1-DD                     PIC 9(02).
002390     03  FILLER                        PIC X(07) VALUE
002400     "  PAGE:".
002410     03  PRT-M1-PAGE                   PIC ZZZZ9.
002420 01  PRT-MIDASI2.
002430     03  FILLER                        PIC X(09) VALUE
002440     "SYUPPAN: ".
002450     03  PRT-M2-SYUPPAN                PIC 9(06).
002460     03  FILLER                        PIC X(02) VALUE SPACE.
002470     03  PRT-M2-NAME                   PIC X(24).
002480     03  FILLER                        PIC X(14) VALUE
002490     "   SEISAN-YM: ".
002500     03  PRT-M2-YYYYMM                 PIC 9(06).
002510 01  PRT-MIDASI3.
002520     03  FILLER                        PIC X(05) VALUE
002530     "KBN  ".
002540     03  FILLER                        PIC X(12) VALUE
002550     "     NET-CNT".
002560     03  FILLER                        PIC X(09) VALUE
002570     "    TANKA".
002580     03  FILLER                        PIC X(13) VALUE
002590     "      NET-KIN".
002600     03  FILLER                        PIC X(08) VALUE
002610     " RITU(%)".
002620     03  FILLER                        PIC X(13) VALUE
002630     "     TESU-KIN".
002640     03  FILLER                        PIC X(13) VALUE
002650     "      ZEI-KIN".
002660     03  FILLER                        PIC X(13) VALUE
002670     "  SIHARAI-KIN".
002680*---------------< 精算書明細の定義 >--------------------------*
002690 01  PRT-MEISAI.
002700     03  PRT-KBN                       PIC 9(01).
002710     03  FILLER                        PIC X(04) VALUE SPACE.
002720     03  PRT-NET-CNT                   PIC ZZZZZZZZZZZ9.
002730     03  FILLER                        PIC X(02) VALUE SPACE.
002740     03  PRT-TANKA                     PIC ZZZZZZ9.
002750     03  FILLER                        PIC X(02) VALUE SPACE.
002760     03  PRT-NET-KIN                   PIC ZZZZZZZZZZ9.
002770     03  FILLER                        PIC X(03) VALUE SPACE.
002780     03  PRT-RITU                      PIC Z9.99.
002790     03  FILLER                        PIC X(02) VALUE SPACE.
002800     03  PRT-TESU-KIN                  PIC ZZZZZZZZZZ9.
002810     03  FILLER                        PIC X(02) VALUE SPACE.
002820     03  PRT-ZEI-KIN                   PIC ZZZZZZZZZZ9.
002830     03  FILLER                        PIC X(02) VALUE SPACE.
002840     03  PRT-SIHARAI-KIN               PIC ZZZZZZZZZZ9.
002850*---------------< 精算書合計行の定義 >------------------------*
002860 01  PRT-GOKEI.
002870     03  PRT-G-TITLE                   PIC X(05).
002880     03  PRT-G-NET-CNT                 PIC ZZZZZZZZZZZ9.
002890     03  FILLER                        PIC X(11) VALUE SPACE.
002900     03  PRT-G-NET-KIN                 PIC ZZZZZZZZZZ9.
002910     03  FILLER                        PIC X(10) VALUE SPACE.
002920     03  PRT-G-TESU-KIN                PIC ZZZZZZZZZZ9.
002930     03  FILLER                        PIC X(02) VALUE SPACE.
002940     03  PRT-G-ZEI-KIN                 PIC ZZZZZZZZZZ9.
002950     03  FILLER                        PIC X(02) VALUE SPACE.
002960     03  PRT-G-SIHARAI-KIN             PIC ZZZZZZZZZZ9.
002970*
002980*---------------< メッセージ１の定義 >------------------------*
002990 01  MSG-PGID                          PIC X(08) VALUE
003000     "UPBD027".
003010 01  MESSAGE-AREA1.
003020     03  MESSAGE-START.
003030       05  FILLER                      PIC X(12) VALUE
003040     "++ UPBD027 ".
003050       05  MESSAGE-START-YMD.
003060         07  MESSAGE-START-YYYY        PIC 9(04).
003070         07  FILLER                    PIC X(01) VALUE "/".
003080         07  MESSAGE-START-MM          PIC 9(02).
003090         07  FILLER                    PIC X(01) VALUE "/".
003100         07  MESSAGE-START-DD          PIC 9(02).
003110         07  FILLER                    PIC X(01) VALUE " ".
003120         07  MESSAGE-START-TIM         PIC 9(02).
003130         07  FILLER                    PIC X(01) VALUE ":".
003140         07  MESSAGE-START-MIN         PIC 9(02).
003150         07  FILLER                    PIC X(01) VALUE ":".
003160         07  MESSAGE-START-SEC         PIC 9(02).
003170         07  FILLER                    PIC X(01) VALUE " ".
003180       05  FILLER                      PIC X(08) VALUE
003190     "*START* ".
003200     03  MESSAGE-END.
003210       05  FILLER                      PIC X(12) VALUE
003220     "++ UPBD027 ".
003230       05  MESSAGE-END-YMD.
003240         07  MESSAGE-END-YYYY          PIC 9(04).
003250         07  FILLER                    PIC X(01) VALUE "/".
003260         07  MESSAGE-END-MM            PIC 9(02).
003270         07  FILLER                    PIC X(01) VALUE "/".
003280         07  MESSAGE-END-DD            PIC 9(02).
003290         07  FILLER                    PIC X(01) VALUE " ".
003300         07  MESSAGE-END-TIM           PIC 9(02).
003310         07  FILLER                    PIC X(01) VALUE ":".
003320         07  MESSAGE-END-MIN           PIC 9(02).
003330         07  FILLER                    PIC X(01) VALUE ":".
003340         07  MESSAGE-END-SEC           PIC 9(02).
003350         07  FILLER                    PIC X(01) VALUE " ".
003360       05  FILLER                      PIC X(13) VALUE
003370     "*NORMAL END* ".
003380     03  MESSAGE-ABEND.
003390       05  FILLER                      PIC X(12) VALUE
003400     "++ UPBD027 ".
003410       05  MESSAGE-ABEND-YMD.
003420         07  MESSAGE-ABEND-YYYY        PIC 9(04).
003430         07  FILLER                    PIC X(01) VALUE "/".
003440         07  MESSAGE-ABEND-MM          PIC 9(02).
003450         07  FILLER                    PIC X(01) VALUE "/".
003460         07  MESSAGE-ABEND-DD          PIC 9(02).
003470         07  FILLER                    PIC X(01) VALUE " ".
003480         07  MESSAGE-ABEND-TIM         PIC 9(02).
003490         07  FILLER                    PIC X(01) VALUE ":".
003500         07  MESSAGE-ABEND-MIN         PIC 9(02).
003510         07  FILLER                    PIC X(01) VALUE ":".
003520         07  MESSAGE-ABEND-SEC         PIC 9(02).
003530         07  FILLER                    PIC X(01) VALUE " ".
003540       05  FILLER                      PIC X(15) VALUE
003550     "*ABNORMAL END* ".
003560     03  MESSAGE-0.
003570       05  MSG0-PGID                   PIC X(08).
003580       05  MSG0-NAME                   PIC X(41).
003590*
003600*---< メッセージ２の定義 >---*
003610 01  MESSAGE-AREA2.
003620     03  MSG-501I.
003630       05  FILLER                      PIC  X(41) VALUE
003640     "++ UPBD027  501I UPT714       IN COUNT = ".
003650     03  MSG-503I.
003660       05  FILLER                      PIC  X(41) VALUE
003670     "++ UPBD027  503I SYUPPAN         COUNT = ".
003680     03  MSG-505I.
003690       05  FILLER                      PIC  X(41) VALUE
003700     "++ UPBD027  505I UPT729      OUT COUNT = ".
003710     03  MSG-501F.
003720       05  FILLER                      PIC  X(41) VALUE
003730     "++ UPBD027  501F UPT714  OPEN  ERROR ST= ".
003740       05  MSG-501F-ST                 PIC  9(03).
003750     03  MSG-503F.
003760       05  FILLER                      PIC  X(41) VALUE
003770     "++ UPBD027  503F UPT714  READ  ERROR ST= ".
003780       05  MSG-503F-ST                 PIC  9(03).
003790     03  MSG-511F.
003800       05  FILLER                      PIC  X(41) VALUE
003810     "++ UPBD027  511F UPT729W READ  ERROR ST= ".
003820       05  MSG-511F-ST                 PIC  9(03).
003830     03  MSG-515F.
003840       05  FILLER                      PIC  X(41) VALUE
003850     "++ UPBD027  515F UPT729W OPEN  ERROR ST= ".
003860       05  MSG-515F-ST                 PIC  9(03).
003870     03  MSG-519F.
003880       05  FILLER                      PIC  X(41) VALUE
003890     "++ UPBD027  519F UPT714  SORT  ERROR RC= ".
003900       05  MSG-519F-ST                 PIC  9(03).
003910     03  MSG-521F.
003920       05  FILLER                      PIC  X(41) VALUE
003930     "++ UPBD027  521F UPT714K OPEN  ERROR ST= ".
003940       05  MSG-521F-ST                 PIC  9(03).
003950     03  MSG-523F.
003960       05  FILLER                      PIC  X(41) VALUE
003970     "++ UPBD027  523F MONTH NOT CLOSED    YM= ".
003980       05  MSG-523F-YM                 PIC  9(06).
003990     03  MSG-525F.
004000       05  FILLER                      PIC  X(41) VALUE
004010     "++ UPBD027  525F UPT712  OPEN  ERROR ST= ".
004020       05  MSG-525F-ST                 PIC  9(03).
004030     03  MSG-527F.
004040       05  FILLER                      PIC  X(41) VALUE
004050     "++ UPBD027  527F UPT712  TANKA NOT FOUND ".
004060       05  MSG-527F-CD                 PIC  9(06).
004070     03  MSG-529F.
004080       05  FILLER                      PIC  X(41) VALUE
004090     "++ UPBD027  529F UPT727  OPEN  ERROR ST= ".
004100       05  MSG-529F-ST                 PIC  9(03).
004110     03  MSG-531F.
004120       05  FILLER                      PIC  X(41) VALUE
004130     "++ UPBD027  531F UPT727  RITU  NOT FOUND ".
004140       05  MSG-531F-CD                 PIC  9(06).
004150       05  FILLER                      PIC  X(01) VALUE "-".
004160       05  MSG-531F-KBN                PIC  9(01).
004170     03  MSG-533F.
004180       05  FILLER                      PIC  X(41) VALUE
004190     "++ UPBD027  533F UPT716  OPEN  ERROR ST= ".
004200       05  MSG-533F-ST                 PIC  9(03).
004210     03  MSG-701F.
004220       05  FILLER                      PIC  X(41) VALUE
004230     "++ UPBD027  701F UPT729  OPEN  ERROR ST= ".
004240       05  MSG-701F-ST                 PIC  9(03).
004250     03  MSG-703F.
004260       05  FILLER                      PIC  X(41) VALUE
004270     "++ UPBD027  703F UPT729  WRITE ERROR ST= ".
004280       05  MSG-703F-ST                 PIC  9(03).
004290     03  MSG-705F.
004300       05  FILLER                      PIC  X(41) VALUE
004310     "++ UPBD027  705F LIST    OPEN  ERROR ST= ".
004320       05  MSG-705F-ST                 PIC  9(03).
004330     03  MSG-707F.
004340       05  FILLER                      PIC  X(41) VALUE
004350     "++ UPBD027  707F LIST    WRITE ERROR ST= ".
004360       05  MSG-707F-ST                 PIC  9(03).
004370     03  MSG-721F.
004380       05  FILLER                      PIC  X(41) VALUE
004390     "++ UPBD027  721F MONTH= ARGUMENT INVALID ".
004400*
004410 PROCEDURE                         DIVISION.
004420****************************************************************
004430*    (0.0)   メイン              処理                          *
004440****************************************************************
004450 MAIN-RTN                          SECTION.
004460*
004470     PERFORM      INIT-RTN.
004480*
004490     PERFORM      PROC-RTN
004500         UNTIL    END-SW           =   HIGH-VALUE.
004510*
004520     PERFORM      END-RTN.
004530*
004540     STOP         RUN.
004550*
004560 MAIN-EXT.
004570     EXIT.
004580****************************************************************
004590*    (1.0)   イニシャル          処理                          *
004600****************************************************************
004610 INIT-RTN                          SECTION.
004620     PERFORM      START-MSG-RTN.
004630*
004640     MOVE    99                    TO  RETURN-CODE.
004650*
004660     PERFORM      ARG-RTN.
004670     IF  ARG-MONTH-SUPPLIED
004680         CONTINUE
004690     ELSE
004700         DISPLAY MSG-721F          UPON  CONS
004710         MOVE    221               TO  RETURN-CODE
004720         PERFORM ABEND-MSG-RTN
004730         STOP    RUN
004740     END-IF.
004750*-----------< 月次締め済みチェック >---------------------------*
004760     PERFORM      CLOSED-CHECK-RTN.
004770*-----------< ファイル  （対象月）抽出・整列  >----------------*
004780     SORT     SORT-FILE
004790         ON   ASCENDING  KEY   SORT-SYUPPAN
004800                               SORT-SYU-KBN9
004810                               SORT-GYOMU-YMD
004820                               SORT-TORIHIKI
004830         INPUT PROCEDURE  IS  SORT-INPUT-RTN
004840         GIVING   UPT729W.
004850     IF  SORT-RETURN               =   ZERO
004860         CONTINUE
004870     ELSE
004880         MOVE    100               TO  RETURN-CODE
004890         MOVE    SORT-RETURN       TO  MSG-519F-ST
004900         DISPLAY MSG-519F RETURN-CODE UPON CONS
004910         PERFORM ABEND-MSG-RTN
004920         STOP    RUN
004930     END-IF.
004940*-----------< ファイル  （整列済み）ＯＰＥＮ  >----------------*
004950     OPEN INPUT UPT729W.
004960     IF  FILE-STATUS               =   ZERO
004970         CONTINUE
004980     ELSE
004990         MOVE    115               TO  RETURN-CODE
005000         MOVE    FILE-STATUS       TO  MSG-515F-ST
005010         DISPLAY MSG-515F RETURN-CODE UPON CONS
005020         PERFORM ABEND-MSG-RTN
005030         STOP    RUN
005040     END-IF.
005050*-----------< ファイル  （単価マスタ）ＯＰＥＮ  >--------------*
005060     OPEN INPUT UPT712I.
005070     IF  FILE-STATUS               =   ZERO
005080         CONTINUE
005090     ELSE
005100         MOVE    125               TO  RETURN-CODE
005110         MOVE    FILE-STATUS       TO  MSG-525F-ST
005120         DISPLAY MSG-525F RETURN-CODE UPON CONS
005130         PERFORM ABEND-MSG-RTN
005140         STOP    RUN
005150     END-IF.
005160*-----------< ファイル  （手数料率マスタ）ＯＰＥＮ  >----------*
005170     OPEN INPUT UPT727I.
005180     IF  FILE-STATUS               =   ZERO
005190         CONTINUE
005200     ELSE
005210         MOVE    129               TO  RETURN-CODE
005220         MOVE    FILE-STATUS       TO  MSG-529F-ST
005230         DISPLAY MSG-529F RETURN-CODE UPON CONS
005240         PERFORM ABEND-MSG-RTN
005250         STOP    RUN
005260     END-IF.
005270*-----------< ファイル  （名称マスタ）ＯＰＥＮ  >--------------*
005280     OPEN INPUT UPT716I.
005290     IF  FILE-STATUS               =   ZERO
005300         CONTINUE
005310     ELSE
005320         MOVE    133               TO  RETURN-CODE
005330         MOVE    FILE-STATUS       TO  MSG-533F-ST
005340         DISPLAY MSG-533F RETURN-CODE UPON CONS
005350         PERFORM ABEND-MSG-RTN
005360         STOP    RUN
005370     END-IF.
005380*-----------< ファイル  （精算インタフェース）ＯＰＥＮ  >------*
005390     OPEN OUTPUT UPT729O.
005400     IF  FILE-STATUS               =   ZERO
005410         CONTINUE
005420     ELSE
005430         MOVE    201               TO  RETURN-CODE
005440         MOVE    FILE-STATUS       TO  MSG-701F-ST
005450         DISPLAY MSG-701F RETURN-CODE UPON CONS
005460         PERFORM ABEND-MSG-RTN
005470         STOP    RUN
005480     END-IF.
005490*-----------< ファイル  （精算書）ＯＰＥＮ  >------------------*
005500     OPEN OUTPUT UPT729R.
005510     IF  FILE-STATUS               =   ZERO
005520         CONTINUE
005530     ELSE
005540         MOVE    203               TO  RETURN-CODE
005550         MOVE    FILE-STATUS       TO  MSG-705F-ST
005560         DISPLAY MSG-705F RETURN-CODE UPON CONS
005570         PERFORM ABEND-MSG-RTN
005580         STOP    RUN
005590     END-IF.
005600*-----------< 初期ロード >-------------------------------------*
005610     PERFORM      READ-RTN.
005620 INIT-EXT.
005630     EXIT.
005640****************************************************************
005650*    (1.1)   ARG-RTN　（起動パラメタ判定）
005660****************************************************************
005670 ARG-RTN                           SECTION.
005680     ACCEPT   ARG-CNT               FROM  BANGO.
005690     PERFORM  ARG-READ-RTN
005700         VARYING ARG-IDX FROM 1 BY 1
005710         UNTIL   ARG-IDX             >     ARG-CNT.
005720 ARG-EXT.
005730     EXIT.
005740****************************************************************
005750*    (1.2)   ARG-READ-RTN　（起動パラメタ　１件判定）
005760****************************************************************
005770 ARG-READ-RTN                       SECTION.
005780     DISPLAY  ARG-IDX               UPON  BANGO.
005790     ACCEPT   ARG-VALUE             FROM  ATAI
005800         ON EXCEPTION
005810             CONTINUE
005820         NOT ON EXCEPTION
005830             IF  ARG-VALUE (1:6)     =    "MONTH="
005840                 IF  ARG-VALUE (7:6)     NUMERIC    AND
005850                     ARG-VALUE (11:2)    >=   "01"  AND
005860                     ARG-VALUE (11:2)    <=   "12"
005870                     MOVE  ARG-VALUE (7:6)  TO  ARG-YYYYMM
005880                     MOVE  "1"              TO  ARG-MONTH-SW
005890                 ELSE
005900                     DISPLAY MSG-721F        UPON  CONS
005910                     MOVE    221              TO   RETURN-CODE
005920                     PERFORM ABEND-MSG-RTN
005930                     STOP    RUN
005940                 END-IF
005950             END-IF
005960     END-ACCEPT.
005970 ARG-READ-EXT.
005980     EXIT.
005990****************************************************************
006000*    (1.3)   CLOSED-CHECK-RTN　（月次締め済みチェック）
006010****************************************************************
006020 CLOSED-CHECK-RTN                  SECTION.
006030     MOVE     "0"                  TO  CLOSED-FOUND-SW.
006040     OPEN     INPUT    UPT714K.
006050     IF  FILE-STATUS               =   ZERO
006060         MOVE     ZERO             TO  CLOSED-END-SW
006070         PERFORM  CLOSED-READ-RTN
006080             UNTIL CLOSED-END-SW   =   HIGH-VALUE
006090         CLOSE    UPT714K
006100     ELSE
006110         IF  FILE-STATUS           =   "35"
006120             CONTINUE
006130         ELSE
006140             MOVE    121           TO  RETURN-CODE
006150             MOVE    FILE-STATUS   TO  MSG-521F-ST
006160             DISPLAY MSG-521F  RETURN-CODE  UPON  CONS
006170             PERFORM ABEND-MSG-RTN
006180             STOP    RUN
006190         END-IF
006200     END-IF.
006210*-----------< 未締めの月は精算しない >-------------------------*
006220     IF  CLOSED-FOUND
006230         CONTINUE
006240     ELSE
006250         MOVE    ARG-YYYYMM        TO  MSG-523F-YM
006260         MOVE    227               TO  RETURN-CODE
006270         DISPLAY MSG-523F          UPON  CONS
006280         PERFORM ABEND-MSG-RTN
006290         STOP    RUN
006300     END-IF.
006310 CLOSED-CHECK-EXT.
006320     EXIT.
006330****************************************************************
006340*    (1.4)   CLOSED-READ-RTN
006350****************************************************************
006360 CLOSED-READ-RTN                   SECTION.
006370     READ     UPT714K
006380         AT END
006390             MOVE  HIGH-VALUE            TO  CLOSED-END-SW
006400         NOT AT END
006410             IF  UPT714K-YYYYMM          =   ARG-YYYYMM
006420                 MOVE  "1"               TO  CLOSED-FOUND-SW
006430             END-IF
006440     END-READ.
006450 CLOSED-READ-EXT.
006460     EXIT.
006470****************************************************************
006480*    (1.5)   SORT-INPUT-RTN　（対象月抽出）
006490****************************************************************
006500 SORT-INPUT-RTN                    SECTION.
006510     OPEN INPUT UPT714I.
006520     IF  FILE-STATUS               =   ZERO
006530         CONTINUE
006540     ELSE
006550         MOVE    101               TO  RETURN-CODE
006560         MOVE    FILE-STATUS       TO  MSG-501F-ST
006570         DISPLAY MSG-501F RETURN-CODE UPON CONS
006580         PERFORM ABEND-MSG-RTN
006590         STOP    RUN
006600     END-IF.
006610     COMPUTE  UPT714-GYOMU-YMD  =  ARG-YYYYMM  *  100.
006620     MOVE     ZERO                 TO  UPT714-TORIHIKI-CD9.
006630     MOVE     ZERO                 TO  UPT714-SYUPPAN-CD9.
006640     MOVE     ZERO                 TO  SCAN-END-SW.
006650     START    UPT714I
006660         KEY  IS  NOT  LESS  THAN  UPT714-KEY
006670         INVALID KEY
006680             MOVE  HIGH-VALUE      TO  SCAN-END-SW
006690     END-START.
006700     PERFORM  SORT-INPUT-READ-RTN
006710         UNTIL SCAN-END-SW         =   HIGH-VALUE.
006720     CLOSE    UPT714I.
006730 SORT-INPUT-EXT.
006740     EXIT.
006750****************************************************************
006760*    (1.6)   SORT-INPUT-READ-RTN
006770****************************************************************
006780 SORT-INPUT-READ-RTN               SECTION.
006790     READ     UPT714I   NEXT
006800         AT END
006810             MOVE  HIGH-VALUE            TO  SCAN-END-SW
006820         NOT AT END
006830             IF    FILE-STATUS           =   ZERO
006840                 IF  UPT714-GYOMU-YMD (1:6)  =  ARG-YYYYMM
006850                     MOVE  UPT714-SYUPPAN-CD9  TO SORT-SYUPPAN
006860                     MOVE  UPT714-SYU-KBN9     TO SORT-SYU-KBN9
006870                     MOVE  UPT714-GYOMU-YMD    TO SORT-GYOMU-YMD
006880                     MOVE  UPT714-TORIHIKI-CD9 TO SORT-TORIHIKI
006890                     MOVE  UPT714-URI-CNT      TO SORT-URI-CNT
006900                     MOVE  UPT714-HEN-CNT      TO SORT-HEN-CNT
006910                     MOVE  UPT714-NET-CNT      TO SORT-NET-CNT
006920                     RELEASE  SORT-REC
006930                 ELSE
006940                     MOVE  HIGH-VALUE    TO  SCAN-END-SW
006950                 END-IF
006960             ELSE
006970                 MOVE  103               TO  RETURN-CODE
006980                 MOVE  FILE-STATUS       TO  MSG-503F-ST
006990                 DISPLAY MSG-503F RETURN-CODE  UPON  CONS
007000                 PERFORM ABEND-MSG-RTN
007010                 STOP RUN
007020             END-IF
007030     END-READ.
007040 SORT-INPUT-READ-EXT.
007050     EXIT.
007060****************************************************************
007070*    (1.7)   READ-RTN
007080****************************************************************
007090 READ-RTN                          SECTION.
007100     READ      UPT729W
007110         AT    END
007120         MOVE  HIGH-VALUE                TO  END-SW
007130*
007140         NOT AT END
007150         IF    FILE-STATUS               =   ZERO
007160               ADD   +1                  TO  CNT-IN
007170         ELSE
007180               MOVE  111                 TO  RETURN-CODE
007190               MOVE FILE-STATUS          TO  MSG-511F-ST
007200               DISPLAY MSG-511F RETURN-CODE  UPON  CONS
007210               PERFORM ABEND-MSG-RTN
007220               STOP RUN
007230         END-IF.
007240 READ-EXT.
007250     EXIT.
007260****************************************************************
007270*    (2.0)   PROC-RTN　（出版社・種別区分ブレイク）              *
007280****************************************************************
007290 PROC-RTN                          SECTION.
007300*
007310     IF  FIRST-REC
007320         MOVE     "0"              TO  FIRST-REC-SW
007330         MOVE     UPT729W-SYUPPAN  TO  OLD-SYUPPAN
007340         MOVE     UPT729W-SYU-KBN9 TO  OLD-SYU-KBN9
007350         PERFORM  SYUPPAN-INIT-RTN
007360     ELSE
007370         IF  UPT729W-SYUPPAN       NOT =   OLD-SYUPPAN
007380             PERFORM  KBN-SEISAN-RTN
007390             PERFORM  SYUPPAN-GOKEI-RTN
007400             MOVE     UPT729W-SYUPPAN  TO  OLD-SYUPPAN
007410             MOVE     UPT729W-SYU-KBN9 TO  OLD-SYU-KBN9
007420             PERFORM  SYUPPAN-INIT-RTN
007430         ELSE
007440             IF  UPT729W-SYU-KBN9  NOT =   OLD-SYU-KBN9
007450                 PERFORM  KBN-SEISAN-RTN
007460                 MOVE     UPT729W-SYU-KBN9 TO  OLD-SYU-KBN9
007470             END-IF
007480         END-IF
007490     END-IF.
007500*
007510     ADD      UPT729W-NET-CNT      TO  WK-NET-CNT.
007520*-----------< READ処理 >---------------------------------------*
007530     PERFORM  READ-RTN.
007540*
007550 PROC-EXT.
007560     EXIT.
007570****************************************************************
007580*    (2.1)   SYUPPAN-INIT-RTN　（出版社見出し・集計クリア）
007590****************************************************************
007600 SYUPPAN-INIT-RTN                  SECTION.
007610     ADD      1                    TO  SYUPPAN-CNT.
007620     INITIALIZE  SYU-GOKEI-AREA.
007630     MOVE     ZERO                 TO  WK-NET-CNT.
007640*-----------< 単価マスタ検索 >---------------------------------*
007650     MOVE     OLD-SYUPPAN          TO  UPT712-SYUPPAN-CD9.
007660     READ     UPT712I
007670         INVALID KEY
007680             MOVE    OLD-SYUPPAN   TO  MSG-527F-CD
007690             DISPLAY MSG-527F      UPON CONS
007700             MOVE    233           TO  RETURN-CODE
007710             PERFORM ABEND-MSG-RTN
007720             STOP    RUN
007730         NOT INVALID KEY
007740             CONTINUE
007750     END-READ.
007760*-----------< 出版社名称検索 >---------------------------------*
007770     MOVE     MITOROKU-NAME        TO  WK-SYU-NAME.
007780     MOVE     OLD-SYUPPAN          TO  UPT716-SYUPPAN-CD9.
007790     READ     UPT716I
007800         INVALID KEY
007810             CONTINUE
007820         NOT INVALID KEY
007830             MOVE  UPT716-KANJI-NAME  TO  WK-SYU-NAME
007840     END-READ.
007850     PERFORM  SYUPPAN-MIDASI-RTN.
007860 SYUPPAN-INIT-EXT.
007870     EXIT.
007880****************************************************************
007890*    (2.2)   SYUPPAN-MIDASI-RTN　（出版社改ページ見出し）
007900****************************************************************
007910 SYUPPAN-MIDASI-RTN                SECTION.
007920     ADD      1                    TO  PAGE-CNT.
007930     MOVE     WK-YYYY              TO  PRT-M1-YYYY.
007940     MOVE     WK-MM                TO  PRT-M1-MM.
007950     MOVE     WK-DD                TO  PRT-M1-DD.
007960     MOVE     PAGE-CNT             TO  PRT-M1-PAGE.
007970     WRITE    UPT729R-REC          FROM  PRT-MIDASI1
007980         AFTER  ADVANCING  PAGE.
007990     PERFORM  LIST-CHECK-RTN.
008000     MOVE     OLD-SYUPPAN          TO  PRT-M2-SYUPPAN.
008010     MOVE     WK-SYU-NAME          TO  PRT-M2-NAME.
008020     MOVE     ARG-YYYYMM           TO  PRT-M2-YYYYMM.
008030     WRITE    UPT729R-REC          FROM  PRT-MIDASI2
008040         AFTER  ADVANCING  2  LINES.
008050     PERFORM  LIST-CHECK-RTN.
008060     WRITE    UPT729R-REC          FROM  PRT-MIDASI3
008070         AFTER  ADVANCING  2  LINES.
008080     PERFORM  LIST-CHECK-RTN.
008090     MOVE     SPACE                TO  UPT729R-REC.
008100     WRITE    UPT729R-REC
008110         AFTER  ADVANCING  1  LINE.
008120     PERFORM  LIST-CHECK-RTN.
008130     MOVE     7                    TO  LINE-CNT.
008140 SYUPPAN-MIDASI-EXT.
008150     EXIT.
008160****************************************************************
008170*    (2.3)   KBN-SEISAN-RTN　（種別区分別精算・ＩＦ出力）
008180****************************************************************
008190 KBN-SEISAN-RTN                    SECTION.
008200*-----------< 手数料率マスタ検索 >-----------------------------*
008210     MOVE     OLD-SYUPPAN          TO  UPT727-SYUPPAN-CD9.
008220     MOVE     OLD-SYU-KBN9         TO  UPT727-SYU-KBN9.
008230     READ     UPT727I
008240         INVALID KEY
008250             MOVE    OLD-SYUPPAN   TO  MSG-531F-CD
008260             MOVE    OLD-SYU-KBN9  TO  MSG-531F-KBN
008270             DISPLAY MSG-531F      UPON CONS
008280             MOVE    235           TO  RETURN-CODE
008290             PERFORM ABEND-MSG-RTN
008300             STOP    RUN
008310         NOT INVALID KEY
008320             CONTINUE
008330     END-READ.
008340*-----------< 精算金額算出 >-----------------------------------*
008350     COMPUTE  WK-NET-KIN  =  WK-NET-CNT  *  UPT712-TANKA.
008360     COMPUTE  WK-TESU-KIN  =
008370              WK-NET-KIN  *  UPT727-TESU-RITU  /  100.
008380     COMPUTE  WK-ZEI-KIN  =
008390              ( WK-NET-KIN  -  WK-TESU-KIN )
008400                          *  UPT712-ZEI-RITU  /  100.
008410     COMPUTE  WK-SIHARAI-KIN  =
008420              WK-NET-KIN  -  WK-TESU-KIN  +  WK-ZEI-KIN.
008430*-----------< 精算インタフェース出力 >-------------------------*
008440     MOVE     SPACE                TO  UPT729O-REC.
008450     MOVE     OLD-SYUPPAN          TO  UPT729-SYUPPAN-CD9.
008460     MOVE     ARG-YYYYMM           TO  UPT729-SEISAN-YM.
008470     MOVE     OLD-SYU-KBN9         TO  UPT729-SYU-KBN9.
008480     MOVE     WK-NET-CNT           TO  UPT729-NET-CNT.
008490     MOVE     UPT712-TANKA         TO  UPT729-TANKA.
008500     MOVE     WK-NET-KIN           TO  UPT729-NET-KIN.
008510     MOVE     UPT727-TESU-RITU     TO  UPT729-TESU-RITU.
008520     MOVE     WK-TESU-KIN          TO  UPT729-TESU-KIN.
008530     MOVE     WK-ZEI-KIN           TO  UPT729-ZEI-KIN.
008540     MOVE     WK-SIHARAI-KIN       TO  UPT729-SIHARAI-KIN.
008550     WRITE    UPT729O-REC.
008560     IF  FILE-STATUS               =   ZERO
008570         ADD      1                TO  CNT-OUT
008580     ELSE
008590         MOVE    202               TO  RETURN-CODE
008600         MOVE    FILE-STATUS       TO  MSG-703F-ST
008610         DISPLAY MSG-703F  RETURN-CODE  UPON  CONS
008620         PERFORM ABEND-MSG-RTN
008630         STOP    RUN
008640     END-IF.
008650*-----------< 精算書明細出力 >---------------------------------*
008660     MOVE     SPACE                TO  PRT-MEISAI.
008670     MOVE     OLD-SYU-KBN9         TO  PRT-KBN.
008680     MOVE     WK-NET-CNT           TO  PRT-NET-CNT.
008690     MOVE     UPT712-TANKA         TO  PRT-TANKA.
008700     MOVE     WK-NET-KIN           TO  PRT-NET-KIN.
008710     MOVE     UPT727-TESU-RITU     TO  PRT-RITU.
008720     MOVE     WK-TESU-KIN          TO  PRT-TESU-KIN.
008730     MOVE     WK-ZEI-KIN           TO  PRT-ZEI-KIN.
008740     MOVE     WK-SIHARAI-KIN       TO  PRT-SIHARAI-KIN.
008750     MOVE     PRT-MEISAI           TO  PRT-LINE.
008760     PERFORM  LIST-WRITE-RTN.
008770*-----------< 出版社合計加算 >---------------------------------*
008780     ADD      WK-NET-CNT           TO  SYU-NET-CNT.
008790     ADD      WK-NET-KIN           TO  SYU-NET-KIN.
008800     ADD      WK-TESU-KIN          TO  SYU-TESU-KIN.
008810     ADD      WK-ZEI-KIN           TO  SYU-ZEI-KIN.
008820     ADD      WK-SIHARAI-KIN       TO  SYU-SIHARAI-KIN.
008830     MOVE     ZERO                 TO  WK-NET-CNT.
008840 KBN-SEISAN-EXT.
008850     EXIT.
008860****************************************************************
008870*    (2.4)   SYUPPAN-GOKEI-RTN　（出版社合計出力）
008880****************************************************************
008890 SYUPPAN-GOKEI-RTN                 SECTION.
008900     MOVE     SPACE                TO  PRT-LINE.
008910     PERFORM  LIST-WRITE-RTN.
008920     MOVE     SPACE                TO  PRT-GOKEI.
008930     MOVE     "TOTAL"              TO  PRT-G-TITLE.
008940     MOVE     SYU-NET-CNT          TO  PRT-G-NET-CNT.
008950     MOVE     SYU-NET-KIN          TO  PRT-G-NET-KIN.
008960     MOVE     SYU-TESU-KIN         TO  PRT-G-TESU-KIN.
008970     MOVE     SYU-ZEI-KIN          TO  PRT-G-ZEI-KIN.
008980     MOVE     SYU-SIHARAI-KIN      TO  PRT-G-SIHARAI-KIN.
008990     MOVE     PRT-GOKEI            TO  PRT-LINE.
009000     PERFORM  LIST-WRITE-RTN.
009010*-----------< 総合計加算 >-------------------------------------*
009020     ADD      SYU-NET-CNT          TO  SOU-NET-CNT.
009030     ADD      SYU-NET-KIN          TO  SOU-NET-KIN.
009040     ADD      SYU-TESU-KIN         TO  SOU-TESU-KIN.
009050     ADD      SYU-ZEI-KIN          TO  SOU-ZEI-KIN.
009060     ADD      SYU-SIHARAI-KIN      TO  SOU-SIHARAI-KIN.
009070 SYUPPAN-GOKEI-EXT.
009080     EXIT.
009090****************************************************************
009100*    (2.5)   SOU-GOKEI-RTN　（総合計出力）
009110****************************************************************
009120 SOU-GOKEI-RTN                     SECTION.
009130     MOVE     SPACE                TO  PRT-LINE.
009140     PERFORM  LIST-WRITE-RTN.
009150     MOVE     SPACE                TO  PRT-GOKEI.
009160     MOVE     "GRAND"              TO  PRT-G-TITLE.
009170     MOVE     SOU-NET-CNT          TO  PRT-G-NET-CNT.
009180     MOVE     SOU-NET-KIN          TO  PRT-G-NET-KIN.
009190     MOVE     SOU-TESU-KIN         TO  PRT-G-TESU-KIN.
009200     MOVE     SOU-ZEI-KIN          TO  PRT-G-ZEI-KIN.
009210     MOVE     SOU-SIHARAI-KIN      TO  PRT-G-SIHARAI-KIN.
009220     MOVE     PRT-GOKEI            TO  PRT-LINE.
009230     PERFORM  LIST-WRITE-RTN.
009240 SOU-GOKEI-EXT.
009250     EXIT.
009260****************************************************************
009270*    (2.6)   LIST-WRITE-RTN　（精算書出力）
009280****************************************************************
009290 LIST-WRITE-RTN                    SECTION.
009300     IF  LINE-CNT                  >   MAX-LINE
009310         PERFORM  SYUPPAN-MIDASI-RTN
009320     END-IF.
009330     WRITE    UPT729R-REC          FROM  PRT-LINE
009340         AFTER  ADVANCING  1  LINE.
009350     PERFORM  LIST-CHECK-RTN.
009360     ADD      1                    TO  LINE-CNT.
009370 LIST-WRITE-EXT.
009380     EXIT.
009390****************************************************************
009400*    (2.7)   LIST-CHECK-RTN　（精算書出力結果判定）
009410****************************************************************
009420 LIST-CHECK-RTN                    SECTION.
009430     IF  FILE-STATUS               =   ZERO
009440         CONTINUE
009450     ELSE
009460         MOVE    204               TO  RETURN-CODE
009470         MOVE    FILE-STATUS       TO  MSG-707F-ST
009480         DISPLAY MSG-707F  RETURN-CODE  UPON  CONS
009490         PERFORM ABEND-MSG-RTN
009500         STOP    RUN
009510     END-IF.
009520 LIST-CHECK-EXT.
009530     EXIT.
009540****************************************************************
009550*    (4.0)     ＳＴＡＲＴメッセージ処理                        *
009560****************************************************************
009570 START-MSG-RTN                     SECTION.
009580     ACCEPT  WK-DATE               FROM   DATE.
009590     ACCEPT  WK-TIME               FROM   TIME.
009600     MOVE    WK-Y                  TO     WK-YY.
009610     MOVE    WK-M                  TO     WK-MM.
009620     MOVE    WK-D                  TO     WK-DD.
009630     MOVE    20                    TO     WK-20.
009640*
009650     MOVE    WK-YYYY               TO     MESSAGE-START-YYYY.
009660     MOVE    WK-MM                 TO     MESSAGE-START-MM.
009670     MOVE    WK-DD                 TO     MESSAGE-START-DD.
009680     MOVE    WK-TIM                TO     MESSAGE-START-TIM.
009690     MOVE    WK-MIN                TO     MESSAGE-START-MIN.
009700     MOVE    WK-SEC                TO     MESSAGE-START-SEC.
009710*
009720     DISPLAY  MESSAGE-START  UPON CONS.
009730*
009740 START-MSG-EXT.
009750     EXIT.
009760****************************************************************
009770*    (5.0)     ＡＢＥＮＤメッセージ処理                        *
009780****************************************************************
009790 ABEND-MSG-RTN                     SECTION.
009800     ACCEPT  WK-DATE               FROM   DATE.
009810     ACCEPT  WK-TIME               FROM   TIME.
009820     MOVE    WK-Y                  TO     WK-YY.
009830     MOVE    WK-M                  TO     WK-MM.
009840     MOVE    WK-D                  TO     WK-DD.
009850     MOVE    20                    TO     WK-20.
009860*
009870     MOVE    WK-YYYY               TO     MESSAGE-ABEND-YYYY.
009880     MOVE    WK-MM                 TO     MESSAGE-ABEND-MM.
009890     MOVE    WK-DD                 TO     MESSAGE-ABEND-DD.
009900     MOVE    WK-TIM                TO     MESSAGE-ABEND-TIM.
009910     MOVE    WK-MIN                TO     MESSAGE-ABEND-MIN.
009920     MOVE    WK-SEC                TO     MESSAGE-ABEND-SEC.
009930*
009940     DISPLAY  MESSAGE-ABEND  UPON CONS.
009950*
009960 ABEND-MSG-EXT.
009970     EXIT.
009980****************************************************************
009990*    (6.0)     ＥＮＤメッセージ処理                            *
010000****************************************************************
010010 END-MSG-RTN                     SECTION.
010020     ACCEPT  WK-DATE               FROM   DATE.
010030     ACCEPT  WK-TIME               FROM   TIME.
010040     MOVE    WK-Y                  TO     WK-YY.
010050     MOVE    WK-M                  TO     WK-MM.
010060     MOVE    WK-D                  TO     WK-DD.
010070     MOVE    20                    TO     WK-20.
010080*
010090     MOVE    WK-YYYY               TO     MESSAGE-END-YYYY.
010100     MOVE    WK-MM                 TO     MESSAGE-END-MM.
010110     MOVE    WK-DD                 TO     MESSAGE-END-DD.
010120     MOVE    WK-TIM                TO     MESSAGE-END-TIM.
010130     MOVE    WK-MIN                TO     MESSAGE-END-MIN.
010140     MOVE    WK-SEC                TO     MESSAGE-END-SEC.
010150*
010160     DISPLAY  MESSAGE-END  UPON CONS.
010170*
010180 END-MSG-EXT.
010190     EXIT.
010200****************************************************************
010210*    (7.0)              エンド 処理                            *
010220****************************************************************
010230 END-RTN                           SECTION.
010240*-----------< 最終出版社・総合計出力 >-------------------------*
010250     IF  FIRST-REC
010260         CONTINUE
010270     ELSE
010280         PERFORM  KBN-SEISAN-RTN
010290         PERFORM  SYUPPAN-GOKEI-RTN
010300         PERFORM  SOU-GOKEI-RTN
010310     END-IF.
010320*
010330     CLOSE     UPT729W.
010340     CLOSE     UPT712I.
010350     CLOSE     UPT727I.
010360     CLOSE     UPT716I.
010370     CLOSE     UPT729O.
010380     CLOSE     UPT729R.
010390     MOVE      ZERO                TO  RETURN-CODE.
010400*---------< 入力件数表示 >-------------------------------------*
010410     DISPLAY MSG-501I  CNT-IN      UPON CONS.
010420     DISPLAY MSG-503I  SYUPPAN-CNT UPON CONS.
010430     DISPLAY MSG-505I  CNT-OUT     UPON CONS.
010440     PERFORM END-MSG-RTN.
010450*
010460 END-EXT.
010470     EXIT.
