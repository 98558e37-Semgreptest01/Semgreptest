000010****************************************************************
000020*    システム名    ： 新聞競馬新聞実績
000030*    プログラム名  ： 単価訂正再請求差額処理
000040*    プログラムＩＤ： UPBD028
000050*    作  成  者    ： T.HARUYAMA
000060*    作  成  日    ： 2004年09月28日
000061*    修  正  日    ： 2004年11月16日 消費税の日別切捨て
000070****************************************************************
000080 IDENTIFICATION                    DIVISION.
000090 PROGRAM-ID.                       UPBD028.
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
000230*------------ファイル   （世代カタログ）-----------------------*
000240     SELECT  UPT717L      ASSIGN     TO  UPT717L
000250             ACCESS  MODE       IS  SEQUENTIAL
000260             FILE    STATUS     FILE-STATUS.
000270*------------ファイル   （入力・世代ファイル）-----------------*
000280     SELECT  GENF         ASSIGN     TO  GEN-DSN
000290             ACCESS  MODE       IS  SEQUENTIAL
000300             FILE    STATUS     FILE-STATUS.
000310*------------ファイル   （ソート作業）-------------------------*
000320     SELECT  SORT-FILE    ASSIGN     TO  SORTWK1.
000330*------------ファイル   （対象分・取引先順）-------------------*
000340     SELECT  UPT708AW     ASSIGN
000350                                TO  UPT708AW
000360             ACCESS  MODE       IS  SEQUENTIAL
000370             FILE    STATUS     FILE-STATUS.
000380*------------ファイル   （単価マスタ）-------------------------*
000390     SELECT  UPT712I ASSIGN     TO  UPT712I
000400             ORGANIZATION       IS  INDEXED
000410             ACCESS  MODE       IS  RANDOM
000420             RECORD  KEY        IS  UPT712-SYUPPAN-CD9
000430             FILE    STATUS     IS  FILE-STATUS.
000440*------------ファイル   （回号カレンダマスタ）-----------------*
000450     SELECT  UPT718I ASSIGN     TO  UPT718I
000460             ORGANIZATION       IS  INDEXED
000470             ACCESS  MODE       IS  DYNAMIC
000480             RECORD  KEY        IS  UPT718-KEY
000490             FILE    STATUS     IS  FILE-STATUS.
000500*------------ファイル   （取引先名称マスタ）-------------------*
000510     SELECT  UPT715I ASSIGN     TO  UPT715I
000520             ORGANIZATION       IS  INDEXED
000530             ACCESS  MODE       IS  RANDOM
000540             RECORD  KEY        IS  UPT715-TORIHIKI-CD9
000550             FILE    STATUS     IS  FILE-STATUS.
000560*------------ファイル   （出版社名称マスタ）-------------------*
000570     SELECT  UPT716I ASSIGN     TO  UPT716I
000580             ORGANIZATION       IS  INDEXED
000590             ACCESS  MODE       IS  RANDOM
000600             RECORD  KEY        IS  UPT716-SYUPPAN-CD9
000610             FILE    STATUS     IS  FILE-STATUS.
000620*------------ファイル   （出力・請求差額インタフェース）-------*
000630     SELECT  UPT708A      ASSIGN     TO  UPT708A
000640             ACCESS  MODE       IS  SEQUENTIAL
000650             FILE    STATUS     FILE-STATUS.
000660*------------ファイル   （新旧比較リスト）---------------------*
000670     SELECT  UPT708AR     ASSIGN     TO  UPT708AR
000680             ACCESS  MODE       IS  SEQUENTIAL
000690             FILE    STATUS     FILE-STATUS.
000700*
000710 DATA                              DIVISION.
000720 FILE                              SECTION.
000730*
000740****************************************************************
000750*            ファイル   （世代カタログ）
000760****************************************************************
000770 FD  UPT717L         LABEL  RECORD STANDARD.
000780 01  UPT717L-REC.
000790     COPY   UPT717LC.
000800*
000810****************************************************************
000820*            ファイル   （入力・世代ファイル）
000830****************************************************************
000840 FD  GENF            LABEL  RECORD STANDARD.
000850 01  GENF-REC.
000860     COPY   UPT701C.
000870*
000880****************************************************************
000890*            ファイル   （ソート作業）
000900****************************************************************
000910 SD  SORT-FILE.
000920 01  SORT-REC.
000930     05  SORT-TORIHIKI            PIC 9(06).
000940     05  SORT-SYU-KBN9            PIC 9(01).
000950     05  SORT-GYOMU-YMD           PIC 9(08).
000960     05  SORT-URI-CNT             PIC 9(09).
000970     05  SORT-HEN-CNT             PIC 9(09).
000980     05  SORT-NET-CNT             PIC 9(09).
000990*
001000****************************************************************
001010*            ファイル   （対象分・取引先順）
001020****************************************************************
001030 FD  UPT708AW       LABEL  RECORD STANDARD.
001040 01  UPT708AW-REC.
001050     05  UPT708AW-TORIHIKI        PIC 9(06).
001060     05  UPT708AW-SYU-KBN9        PIC 9(01).
001070     05  UPT708AW-GYOMU-YMD       PIC 9(08).
001080     05  UPT708AW-URI-CNT         PIC 9(09).
001090     05  UPT708AW-HEN-CNT         PIC 9(09).
001100     05  UPT708AW-NET-CNT         PIC 9(09).
001110*
001120****************************************************************
001130*            ファイル   （単価マスタ）
001140****************************************************************
001150 FD  UPT712I        LABEL  RECORD STANDARD.
001160 01  UPT712I-REC.
001170     COPY   UPT712C.
001180*
001190****************************************************************
001200*            ファイル   （回号カレンダマスタ）
001210****************************************************************
001220 FD  UPT718I        LABEL  RECORD STANDARD.
001230 01  UPT718I-REC.
001240     COPY   UPT718C.
001250*
001260****************************************************************
001270*            ファイル   （取引先名称マスタ）
001280****************************************************************
001290 FD  UPT715I        LABEL  RECORD STANDARD.
001300 01  UPT715I-REC.
001310     COPY   UPT715C.
001320*
001330****************************************************************
001340*            ファイル   （出版社名称マスタ）
001350****************************************************************
001360 FD  UPT716I        LABEL  RECORD STANDARD.
001370 01  UPT716I-REC.
001380     COPY   UPT716C.
001390*
001400****************************************************************
001410*            ファイル   （出力・請求差額インタフェース）
001420****************************************************************
001430 FD  UPT708A         LABEL  RECORD STANDARD.
001440 01  UPT708A-REC.
001450     COPY   UPT708C.
001460*
001470****************************************************************
001480*            ファイル   （新旧比較リスト）
001490****************************************************************
001500 FD  UPT708AR       LABEL  RECORD STANDARD.
001510 01  UPT708AR-REC            PIC X(132).
001520*
001530 WORKING-STORAGE                   SECTION.
001540*---------------< WORK-AREA定義 >-----------------------------*
001550 01  SW-AREA.
001560     03  END-SW                        PIC X(02) VALUE ZERO.
001570     03  CAT-END-SW                    PIC X(02) VALUE ZERO.
001580     03  GEN-END-SW                    PIC X(02) VALUE ZERO.
001590     03  CAL-END-SW                    PIC X(02) VALUE ZERO.
001600     03  CAL-FOUND-SW                  PIC X(01) VALUE "0".
001610         88  CAL-FOUND                 VALUE "1".
001620     03  TBL-FOUND-SW                  PIC X(01) VALUE "0".
001630         88  TBL-FOUND                 VALUE "1".
001640     03  FIRST-REC-SW                  PIC X(01) VALUE "1".
001650         88  FIRST-REC                 VALUE "1".
001660     03  ARG-SYU-SW                    PIC X(01) VALUE "0".
001670         88  ARG-SYU-SUPPLIED          VALUE "1".
001680     03  ARG-KAI-SW                    PIC X(01) VALUE "0".
001690         88  ARG-KAI-SUPPLIED          VALUE "1".
001700     03  ARG-FROM-SW                   PIC X(01) VALUE "0".
001710         88  ARG-FROM-SUPPLIED         VALUE "1".
001720     03  ARG-TO-SW                     PIC X(01) VALUE "0".
001730         88  ARG-TO-SUPPLIED           VALUE "1".
001740     03  ARG-TANKA-SW                  PIC X(01) VALUE "0".
001750         88  ARG-TANKA-SUPPLIED        VALUE "1".
001760     03  ARG-ZEI-SW                    PIC X(01) VALUE "0".
001770         88  ARG-ZEI-SUPPLIED          VALUE "1".
001780 01  WK-DATE.
001790     03  WK-Y                          PIC  9(2).
001800     03  WK-M                          PIC  9(2).
001810     03  WK-D                          PIC  9(2).
001820 01  WK-YYYYMMDD.
001830     03  WK-YYYY.
001840       05  WK-20                       PIC  9(2).
001850       05  WK-YY                       PIC  9(2).
001860     03  WK-MM                         PIC  9(2).
001870     03  WK-DD                         PIC  9(2).
001880     03  WK-TIME.
001890       05  WK-TIM                      PIC  9(2).
001900       05  WK-MIN                      PIC  9(2).
001910       05  WK-SEC                      PIC  9(2).
001920*---------------< ステータスの定義 >--------------------------*
001930 01  STATUS-AREA.
001940     03  FILE-STATUS                   PIC X(02) VALUE ZERO.
001950*---------------< ブレイクキーの定義 >------------------------*
001960 01  KEY-AREA.
001970     03  OLD-TORIHIKI                  PIC 9(06) VALUE ZERO.
001980     03  OLD-SYU-KBN9                  PIC 9(01) VALUE ZERO.
001990*---------------< カウントの定義 >----------------------------*
002000 01  CNT-AREA.
002010     03  CNT-GEN                       PIC 9(09) VALUE ZERO.
002020     03  CNT-GEN-SKIP                  PIC 9(09) VALUE ZERO.
002030     03  CNT-GEN-REC                   PIC 9(09) VALUE ZERO.
002040     03  CNT-IN                        PIC 9(09) VALUE ZERO.
002050     03  CNT-OUT                       PIC 9(09) VALUE ZERO.
002060     03  CNT-NODIFF                    PIC 9(09) VALUE ZERO.
002070*---------------< 起動パラメタ（対象）の定義 >----------------*
002080 01  TAISYO-AREA.
002090     03  ARG-SYUPPAN                   PIC 9(06) VALUE ZERO.
002100     03  ARG-KAI-CD                    PIC X(01) VALUE SPACE.
002110     03  ARG-FROM-YMD                  PIC 9(08) VALUE ZERO.
002120     03  ARG-TO-YMD                    PIC 9(08) VALUE ZERO.
002130     03  ARG-OLD-TANKA                 PIC 9(07) VALUE ZERO.
002140     03  ARG-OLD-ZEI                   PIC 9(02) VALUE ZERO.
002150*---------------< 世代テーブルの定義 >------------------------*
002160 01  GEN-TBL-AREA.
002170     03  GEN-TBL-MAX                   PIC 9(04) VALUE 400.
002180     03  GEN-TBL-CNT                   PIC 9(04) VALUE ZERO.
002190     03  GEN-IDX                       PIC 9(04) VALUE ZERO.
002200     03  GEN-FIND-IDX                  PIC 9(04) VALUE ZERO.
002210     03  GEN-TBL                       OCCURS 400.
002220       05  GEN-T-YMD                   PIC 9(08).
002230       05  GEN-T-NO                    PIC 9(04).
002240       05  GEN-T-DSN                   PIC X(08).
002250       05  GEN-T-CNT                   PIC 9(09).
002260 01  GEN-DSN                           PIC X(08) VALUE SPACE.
002270*---------------< 集計の定義 >--------------------------------*
002280 01  SYUKEI-AREA.
002290     03  SUM-URI-CNT                   PIC 9(09) VALUE ZERO.
002300     03  SUM-HEN-CNT                   PIC 9(09) VALUE ZERO.
002310     03  SUM-NET-CNT                   PIC 9(09) VALUE ZERO.
002320*---------------< 金額算出の定義 >----------------------------*
002330 01  KIN-AREA.
002340     03  OLD-URI-KIN                   PIC 9(11) VALUE ZERO.
002350     03  OLD-HEN-KIN                   PIC 9(11) VALUE ZERO.
002360     03  OLD-NET-KIN                   PIC 9(11) VALUE ZERO.
002370     03  OLD-ZEI-KIN                   PIC 9(11) VALUE ZERO.
002380     03  NEW-URI-KIN                   PIC 9(11) VALUE ZERO.
002390     03  NEW-HEN-KIN                   PIC 9(11) VALUE ZERO.
002400     03  NEW-NET-KIN                   PIC 9(11) VALUE ZERO.
002410     03  NEW-ZEI-KIN                   PIC 9(11) VALUE ZERO.
002420     03  SA-URI-KIN                    PIC S9(11) VALUE ZERO.
002430     03  SA-HEN-KIN                    PIC S9(11) VALUE ZERO.
002440     03  SA-NET-KIN                    PIC S9(11) VALUE ZERO.
002450     03  SA-ZEI-KIN                    PIC S9(11) VALUE ZERO.
002451     03  WK-URI-KIN                    PIC 9(11) VALUE ZERO.
002452     03  WK-HEN-KIN                    PIC 9(11) VALUE ZERO.
002453     03  WK-NET-KIN                    PIC 9(11) VALUE ZERO.
002454     03  WK-ZEI-KIN                    PIC 9(11) VALUE ZERO.
002460     03  SA-GOKEI-KIN                  PIC S9(11) VALUE ZERO.
002470*---------------< 合計の定義 >--------------------------------*
002480 01  GOKEI-AREA.
002490     03  TOT-NET-CNT                   PIC 9(09) VALUE ZERO.
002500     03  TOT-OLD-NET-KIN               PIC 9(11) VALUE ZERO.
002510     03  TOT-OLD-ZEI-KIN               PIC 9(11) VALUE ZERO.
002520     03  TOT-NEW-NET-KIN               PIC 9(11) VALUE ZERO.
002530     03  TOT-NEW-ZEI-KIN               PIC 9(11) VALUE ZERO.
002540     03  TOT-SA-KIN                    PIC S9(11) VALUE ZERO.
002550*---------------< 名称編集の定義 >----------------------------*
002560 01  NAME-AREA.
002570     03  WK-NAME-CD9                   PIC 9(06) VALUE ZERO.
002580     03  WK-TOR-NAME                   PIC X(24) VALUE SPACE.
002590     03  WK-SYU-NAME                   PIC X(24) VALUE SPACE.
002600     03  MITOROKU-NAME                 PIC X(24) VALUE
002610     "＊＊未登録＊＊".
002620*---------------< 回号カレンダ検索の定義 >--------------------*
002630 01  CAL-AREA.
002640     03  WK-CAL-YMD                    PIC 9(08) VALUE ZERO.
002650     03  WK-CAL-KAI-CD                 PIC X(01) VALUE SPACE.
002660*---------------< 起動パラメタの定義 >------------------------*
002670 01  ARG-AREA.
002680     03  ARG-CNT                       PIC 9(02) VALUE ZERO.
002690*---------------< 起動パラメタ（詳細）の定義 >----------------*
002700 01  ARG-DETAIL-AREA.
002710     03  ARG-IDX                       PIC 9(02) VALUE ZERO.
002720     03  ARG-VALUE                     PIC X(20) VALUE SPACES.
002730*---------------< 比較リスト制御の定義 >----------------------*
002740 01  PRT-CTL-AREA.
002750     03  LINE-CNT                      PIC 9(03) VALUE 99.
002760     03  PAGE-CNT                      PIC 9(05) VALUE ZERO.
002770     03  MAX-LINE                      PIC 9(03) VALUE 60.
002780 01  PRT-LINE                          PIC X(132).
002790*---------------< 比較リスト見出しの定義 >--------------------*
002800 01  PRT-MIDASI1.
002810     03  FILLER                        PIC X(09) VALUE
002820     "UPBD028  ".
002830     03  FILLER                        PIC X(35) VALUE
002840     "PRICE CORRECTION REBILLING LIST    ".
002850     03  FILLER                        PIC X(05) VALUE
002860     "DATE:".
002870     03  PRT-M1-YYYY                   PIC 9(04).
002880     03  FILLER                        PIC X(01) VALUE "/".
002890     03  PRT-M1-MM                     PIC 9(02).
002900     03  FILLER                        PIC X(01) VALUE "/".
002910     03  PRT-M1-DD                     PIC 9(02).
002920     03  FILLER                        PIC X(07) VALUE
002930     "  PAGE:".
002940     03  PRT-M1-PAGE                   PIC ZZZZ9.
002950 01  PRT-MIDASI2.
002960     03  FILLER                        PIC X(09) VALUE
002970     "SYUPPAN: ".
002980     03  PRT-M2-SYUPPAN                PIC 9(06).
002990     03  FILLER                        PIC X(02) VALUE SPACE.
003000     03  PRT-M2-NAME                   PIC X(24).
003010     03  FILLER                        PIC X(08) VALUE
003020     "   KAI: ".
003030     03  PRT-M2-KAI                    PIC X(01).
003040     03  FILLER                        PIC X(10) VALUE
003050     "   KIKAN: ".
003060     03  PRT-M2-FROM                   PIC 9(08).
003070     03  FILLER                        PIC X(03) VALUE " - ".
003080     03  PRT-M2-TO                     PIC 9(08).
003090 01  PRT-MIDASI3.
003100     03  FILLER                        PIC X(11) VALUE
003110     "OLD TANKA: ".
003120     03  PRT-M3-OLD-TANKA              PIC ZZZZZZ9.
003130     03  FILLER                        PIC X(07) VALUE
003140     "  ZEI: ".
003150     03  PRT-M3-OLD-ZEI                PIC Z9.
003160     03  FILLER                        PIC X(15) VALUE
003170     "    NEW TANKA: ".
003180     03  PRT-M3-NEW-TANKA              PIC ZZZZZZ9.
003190     03  FILLER                        PIC X(07) VALUE
003200     "  ZEI: ".
003210     03  PRT-M3-NEW-ZEI                PIC Z9.
003220 01  PRT-MIDASI4.
003230     03  FILLER                        PIC X(08) VALUE
003240     "TORIHIKI".
003250     03  FILLER                        PIC X(26) VALUE
003260     "  TORIHIKI-NAME           ".
003270     03  FILLER                        PIC X(03) VALUE
003280     "KBN".
003290     03  FILLER                        PIC X(10) VALUE
003300     "   NET-CNT".
003310     03  FILLER                        PIC X(12) VALUE
003320     " OLD-NET-KIN".
003330     03  FILLER                        PIC X(12) VALUE
003340     " OLD-ZEI-KIN".
003350     03  FILLER                        PIC X(12) VALUE
003360     " NEW-NET-KIN".
003370     03  FILLER                        PIC X(12) VALUE
003380     " NEW-ZEI-KIN".
003390     03  FILLER                        PIC X(13) VALUE
003400     "       SA-KIN".
003410*---------------< 比較リスト明細の定義 >----------------------*
003420 01  PRT-MEISAI.
003430     03  PRT-TORIHIKI                  PIC 9(06).
003440     03  FILLER                        PIC X(02) VALUE SPACE.
003450     03  PRT-NAME                      PIC X(24).
003460     03  FILLER                        PIC X(03) VALUE SPACE.
003470     03  PRT-KBN                       PIC 9(01).
003480     03  FILLER                        PIC X(01) VALUE SPACE.
003490     03  PRT-NET-CNT                   PIC ZZZZZZZZ9.
003500     03  FILLER                        PIC X(01) VALUE SPACE.
003510     03  PRT-OLD-NET                   PIC ZZZZZZZZZZ9.
003520     03  FILLER                        PIC X(01) VALUE SPACE.
003530     03  PRT-OLD-ZEI                   PIC ZZZZZZZZZZ9.
003540     03  FILLER                        PIC X(01) VALUE SPACE.
003550     03  PRT-NEW-NET                   PIC ZZZZZZZZZZ9.
003560     03  FILLER                        PIC X(01) VALUE SPACE.
003570     03  PRT-NEW-ZEI                   PIC ZZZZZZZZZZ9.
003580     03  FILLER                        PIC X(01) VALUE SPACE.
003590     03  PRT-SA-KIN                    PIC -ZZZZZZZZZZ9.
003600*---------------< 比較リスト合計行の定義 >--------------------*
003610 01  PRT-GOKEI.
003620     03  FILLER                        PIC X(37) VALUE
003630     "  ** SAGAKU TOTAL **".
003640     03  PRT-G-NET-CNT                 PIC ZZZZZZZZ9.
003650     03  FILLER                        PIC X(01) VALUE SPACE.
003660     03  PRT-G-OLD-NET                 PIC ZZZZZZZZZZ9.
003670     03  FILLER                        PIC X(01) VALUE SPACE.
003680     03  PRT-G-OLD-ZEI                 PIC ZZZZZZZZZZ9.
003690     03  FILLER                        PIC X(01) VALUE SPACE.
003700     03  PRT-G-NEW-NET                 PIC ZZZZZZZZZZ9.
003710     03  FILLER                        PIC X(01) VALUE SPACE.
003720     03  PRT-G-NEW-ZEI                 PIC ZZZZZZZZZZ9.
003730     03  FILLER                        PIC X(01) VALUE SPACE.
003740     03  PRT-G-SA-KIN                  PIC -ZZZZZZZZZZ9.
003750*
003760*---------------< メッセージ１の定義 >------------------------*
003770 01  MSG-PGID                          PIC X(08) VALUE
003780     "UPBD028".
003790 01  MESSAGE-AREA1.
003800     03  MESSAGE-START.
003810       05  FILLER                      PIC X(12) VALUE
003820     "++ UPBD028 ".
003830       05  MESSAGE-START-YMD.
003840         07  MESSAGE-START-YYYY        PIC 9(04).
003850         07  FILLER                    PIC X(01) VALUE "/".
003860         07  MESSAGE-START-MM          PIC 9(02).
003870         07  FILLER                    PIC X(01) VALUE "/".
003880         07  MESSAGE-START-DD          PIC 9(02).
003890         07  FILLER                    PIC X(01) VALUE " ".
003900         07  MESSAGE-START-TIM         PIC 9(02).
003910         07  FILLER                    PIC X(01) VALUE ":".
003920         07  MESSAGE-START-MIN         PIC 9(02).
003930         07  FILLER                    PIC X(01) VALUE ":".
003940         07  MESSAGE-START-SEC         PIC 9(02).
003950         07  FILLER                    PIC X(01) VALUE " ".
003960       05  FILLER                      PIC X(08) VALUE
003970     "*START* ".
003980     03  MESSAGE-END.
003990       05  FILLER                      PIC X(12) VALUE
004000     "++ UPBD028 ".
004010       05  MESSAGE-END-YMD.
004020         07  MESSAGE-END-YYYY          PIC 9(04).
004030         07  FILLER                    PIC X(01) VALUE "/".
004040         07  MESSAGE-END-MM            PIC 9(02).
004050         07  FILLER                    PIC X(01) VALUE "/".
004060         07  MESSAGE-END-DD            PIC 9(02).
004070         07  FILLER                    PIC X(01) VALUE " ".
004080         07  MESSAGE-END-TIM           PIC 9(02).
004090         07  FILLER                    PIC X(01) VALUE ":".
004100         07  MESSAGE-END-MIN           PIC 9(02).
004110         07  FILLER                    PIC X(01) VALUE ":".
004120         07  MESSAGE-END-SEC           PIC 9(02).
004130         07  FILLER                    PIC X(01) VALUE " ".
004140       05  FILLER                      PIC X(13) VALUE
004150     "*NORMAL END* ".
004160     03  MESSAGE-ABEND.
004170       05  FILLER                      PIC X(12) VALUE
004180     "++ UPBD028 ".
004190       05  MESSAGE-ABEND-YMD.
004200         07  MESSAGE-ABEND-YYYY        PIC 9(04).
004210         07  FILLER                    PIC X(01) VALUE "/".
004220         07  MESSAGE-ABEND-MM          PIC 9(02).
004230         07  FILLER                    PIC X(01) VALUE "/".
004240         07  MESSAGE-ABEND-DD          PIC 9(02).
004250         07  FILLER                    PIC X(01) VALUE " ".
004260         07  MESSAGE-ABEND-TIM         PIC 9(02).
004270         07  FILLER                    PIC X(01) VALUE ":".
004280         07  MESSAGE-ABEND-MIN         PIC 9(02).
004290         07  FILLER                    PIC X(01) VALUE ":".
004300         07  MESSAGE-ABEND-SEC         PIC 9(02).
004310         07  FILLER                    PIC X(01) VALUE " ".
004320       05  FILLER                      PIC X(15) VALUE
004330     "*ABNORMAL END* ".
004340     03  MESSAGE-0.
004350       05  MSG0-PGID                   PIC X(08).
004360       05  MSG0-NAME                   PIC X(41).
004370*
004380*---< メッセージ２の定義 >---*
004390 01  MESSAGE-AREA2.
004400     03  MSG-501I.
004410       05  FILLER                      PIC  X(41) VALUE
004420     "++ UPBD028  501I GENERATION  READ COUNT= ".
004430     03  MSG-503I.
004440       05  FILLER                      PIC  X(41) VALUE
004450     "++ UPBD028  503I GENERATION  SKIP COUNT= ".
004460     03  MSG-505I.
004470       05  FILLER                      PIC  X(41) VALUE
004480     "++ UPBD028  505I UPT701 SELECTED  COUNT= ".
004490     03  MSG-507I.
004500       05  FILLER                      PIC  X(41) VALUE
004510     "++ UPBD028  507I UPT708A     OUT COUNT = ".
004520     03  MSG-509I.
004530       05  FILLER                      PIC  X(41) VALUE
004540     "++ UPBD028  509I NO DIFFERENCE    COUNT= ".
004550     03  MSG-501F.
004560       05  FILLER                      PIC  X(41) VALUE
004570     "++ UPBD028  501F GENFILE OPEN  ERROR ST= ".
004580       05  MSG-501F-ST                 PIC  9(03).
004590     03  MSG-503F.
004600       05  FILLER                      PIC  X(41) VALUE
004610     "++ UPBD028  503F GENFILE READ  ERROR ST= ".
004620       05  MSG-503F-ST                 PIC  9(03).
004630     03  MSG-505F.
004640       05  FILLER                      PIC  X(41) VALUE
004650     "++ UPBD028  505F UPT717L OPEN  ERROR ST= ".
004660       05  MSG-505F-ST                 PIC  9(03).
004670     03  MSG-507F.
004680       05  FILLER                      PIC  X(41) VALUE
004690     "++ UPBD028  507F UPT717L READ  ERROR ST= ".
004700       05  MSG-507F-ST                 PIC  9(03).
004710     03  MSG-511F.
004720       05  FILLER                      PIC  X(41) VALUE
004730     "++ UPBD028  511F UPT708AWREAD  ERROR ST= ".
004740       05  MSG-511F-ST                 PIC  9(03).
004750     03  MSG-515F.
004760       05  FILLER                      PIC  X(41) VALUE
004770     "++ UPBD028  515F UPT708AWOPEN  ERROR ST= ".
004780       05  MSG-515F-ST                 PIC  9(03).
004790     03  MSG-519F.
004800       05  FILLER                      PIC  X(41) VALUE
004810     "++ UPBD028  519F GENFILE SORT  ERROR RC= ".
004820       05  MSG-519F-ST                 PIC  9(03).
004830     03  MSG-525F.
004840       05  FILLER                      PIC  X(41) VALUE
004850     "++ UPBD028  525F UPT712  OPEN  ERROR ST= ".
004860       05  MSG-525F-ST                 PIC  9(03).
004870     03  MSG-527F.
004880       05  FILLER                      PIC  X(41) VALUE
004890     "++ UPBD028  527F UPT712  TANKA NOT FOUND ".
004900       05  MSG-527F-CD                 PIC  9(06).
004910     03  MSG-529F.
004920       05  FILLER                      PIC  X(41) VALUE
004930     "++ UPBD028  529F UPT715  OPEN  ERROR ST= ".
004940       05  MSG-529F-ST                 PIC  9(03).
004950     03  MSG-531F.
004960       05  FILLER                      PIC  X(41) VALUE
004970     "++ UPBD028  531F UPT716  OPEN  ERROR ST= ".
004980       05  MSG-531F-ST                 PIC  9(03).
004990     03  MSG-535F.
005000       05  FILLER                      PIC  X(41) VALUE
005010     "++ UPBD028  535F UPT718  OPEN  ERROR ST= ".
005020       05  MSG-535F-ST                 PIC  9(03).
005030     03  MSG-601F.
005040       05  FILLER                      PIC  X(41) VALUE
005050     "++ UPBD028  601F GENERATION NOT CATALOGED".
005060     03  MSG-603F.
005070       05  FILLER                      PIC  X(41) VALUE
005080     "++ UPBD028  603F GENERATION CNT MISMATCH ".
005090       05  MSG-603F-NO                 PIC  9(04).
005100     03  MSG-605F.
005110       05  FILLER                      PIC  X(41) VALUE
005120     "++ UPBD028  605F GENERATION TABLE OVER   ".
005130     03  MSG-701F.
005140       05  FILLER                      PIC  X(41) VALUE
005150     "++ UPBD028  701F UPT708A OPEN  ERROR ST= ".
005160       05  MSG-701F-ST                 PIC  9(03).
005170     03  MSG-703F.
005180       05  FILLER                      PIC  X(41) VALUE
005190     "++ UPBD028  703F UPT708A WRITE ERROR ST= ".
005200       05  MSG-703F-ST                 PIC  9(03).
005210     03  MSG-705F.
005220       05  FILLER                      PIC  X(41) VALUE
005230     "++ UPBD028  705F LIST    OPEN  ERROR ST= ".
005240       05  MSG-705F-ST                 PIC  9(03).
005250     03  MSG-707F.
005260       05  FILLER                      PIC  X(41) VALUE
005270     "++ UPBD028  707F LIST    WRITE ERROR ST= ".
005280       05  MSG-707F-ST                 PIC  9(03).
005290     03  MSG-721F.
005300       05  FILLER                      PIC  X(41) VALUE
005310     "++ UPBD028  721F SYUPPAN= ARGUMENT INVALD".
005320     03  MSG-722F.
005330       05  FILLER                      PIC  X(41) VALUE
005340     "++ UPBD028  722F KAI=   ARGUMENT INVALID ".
005350     03  MSG-723F.
005360       05  FILLER                      PIC  X(41) VALUE
005370     "++ UPBD028  723F FROM=/TO= ARGUMENT INVLD".
005380     03  MSG-724F.
005390       05  FILLER                      PIC  X(41) VALUE
005400     "++ UPBD028  724F OLDTANKA= ARGUMENT INVLD".
005410     03  MSG-726F.
005420       05  FILLER                      PIC  X(41) VALUE
005430     "++ UPBD028  726F OLDZEI= ARGUMENT INVALID".
005440*
005450 PROCEDURE                         DIVISION.
005460****************************************************************
005470*    (0.0)   メイン              処理                          *
005480****************************************************************
005490 MAIN-RTN                          SECTION.
005500*
005510     PERFORM      INIT-RTN.
005520*
005530     PERFORM      PROC-RTN
005540         UNTIL    END-SW           =   HIGH-VALUE.
005550*
005560     PERFORM      END-RTN.
005570*
005580     STOP         RUN.
005590*
005600 MAIN-EXT.
005610     EXIT.
005620****************************************************************
005630*    (1.0)   イニシャル          処理                          *
005640****************************************************************
005650 INIT-RTN                          SECTION.
005660     PERFORM      START-MSG-RTN.
005670*
005680     MOVE    99                    TO  RETURN-CODE.
005690*
005700     PERFORM      ARG-RTN.
005710     PERFORM      ARG-CHECK-RTN.
005720*-----------< ファイル  （単価マスタ）ＯＰＥＮ  >--------------*
005730     OPEN INPUT UPT712I.
005740     IF  FILE-STATUS               =   ZERO
005750         CONTINUE
005760     ELSE
005770         MOVE    125               TO  RETURN-CODE
005780         MOVE    FILE-STATUS       TO  MSG-525F-ST
005790         DISPLAY MSG-525F RETURN-CODE UPON CONS
005800         PERFORM ABEND-MSG-RTN
005810         STOP    RUN
005820     END-IF.
005830*-----------< 訂正後単価取得 >---------------------------------*
005840     MOVE     ARG-SYUPPAN          TO  UPT712-SYUPPAN-CD9.
005850     READ     UPT712I
005860         INVALID KEY
005870             MOVE    ARG-SYUPPAN   TO  MSG-527F-CD
005880             DISPLAY MSG-527F      UPON CONS
005890             MOVE    233           TO  RETURN-CODE
005900             PERFORM ABEND-MSG-RTN
005910             STOP    RUN
005920         NOT INVALID KEY
005930             CONTINUE
005940     END-READ.
005950     IF  ARG-ZEI-SUPPLIED
005960         CONTINUE
005970     ELSE
005980         MOVE    UPT712-ZEI-RITU   TO  ARG-OLD-ZEI
005990     END-IF.
006000*-----------< ファイル  （回号カレンダマスタ）ＯＰＥＮ  >------*
006010     OPEN INPUT UPT718I.
006020     IF  FILE-STATUS               =   ZERO
006030         CONTINUE
006040     ELSE
006050         MOVE    135               TO  RETURN-CODE
006060         MOVE    FILE-STATUS       TO  MSG-535F-ST
006070         DISPLAY MSG-535F RETURN-CODE UPON CONS
006080         PERFORM ABEND-MSG-RTN
006090         STOP    RUN
006100     END-IF.
006110*-----------< ファイル  （名称マスタ）ＯＰＥＮ  >--------------*
006120     OPEN INPUT UPT715I.
006130     IF  FILE-STATUS               =   ZERO
006140         CONTINUE
006150     ELSE
006160         MOVE    129               TO  RETURN-CODE
006170         MOVE    FILE-STATUS       TO  MSG-529F-ST
006180         DISPLAY MSG-529F RETURN-CODE UPON CONS
006190         PERFORM ABEND-MSG-RTN
006200         STOP    RUN
006210     END-IF.
006220     OPEN INPUT UPT716I.
006230     IF  FILE-STATUS               =   ZERO
006240         CONTINUE
006250     ELSE
006260         MOVE    131               TO  RETURN-CODE
006270         MOVE    FILE-STATUS       TO  MSG-531F-ST
006280         DISPLAY MSG-531F RETURN-CODE UPON CONS
006290         PERFORM ABEND-MSG-RTN
006300         STOP    RUN
006310     END-IF.
006320*-----------< カタログ検索・対象世代テーブル作成 >-------------*
006330     PERFORM      CAT-SEARCH-RTN.
006340     IF  GEN-TBL-CNT               =   ZERO
006350         DISPLAY MSG-601F          UPON  CONS
006360         MOVE    225               TO  RETURN-CODE
006370         PERFORM ABEND-MSG-RTN
006380         STOP    RUN
006390     END-IF.
006400*-----------< ファイル  （世代ファイル）抽出・整列  >----------*
006410     SORT     SORT-FILE
006420         ON   ASCENDING  KEY   SORT-TORIHIKI
006430                               SORT-SYU-KBN9
006440                               SORT-GYOMU-YMD
006450         INPUT PROCEDURE  IS  SORT-INPUT-RTN
006460         GIVING   UPT708AW.
006470     IF  SORT-RETURN               =   ZERO
006480         CONTINUE
006490     ELSE
006500         MOVE    100               TO  RETURN-CODE
006510         MOVE    SORT-RETURN       TO  MSG-519F-ST
006520         DISPLAY MSG-519F RETURN-CODE UPON CONS
006530         PERFORM ABEND-MSG-RTN
006540         STOP    RUN
006550     END-IF.
006560*-----------< ファイル  （整列済み）ＯＰＥＮ  >----------------*
006570     OPEN INPUT UPT708AW.
006580     IF  FILE-STATUS               =   ZERO
006590         CONTINUE
006600     ELSE
006610         MOVE    115               TO  RETURN-CODE
006620         MOVE    FILE-STATUS       TO  MSG-515F-ST
006630         DISPLAY MSG-515F RETURN-CODE UPON CONS
006640         PERFORM ABEND-MSG-RTN
006650         STOP    RUN
006660     END-IF.
006670*-----------< ファイル  （請求差額インタフェース）ＯＰＥＮ  >--*
006680     OPEN OUTPUT UPT708A.
006690     IF  FILE-STATUS               =   ZERO
006700         CONTINUE
006710     ELSE
006720         MOVE    201               TO  RETURN-CODE
006730         MOVE    FILE-STATUS       TO  MSG-701F-ST
006740         DISPLAY MSG-701F RETURN-CODE UPON CONS
006750         PERFORM ABEND-MSG-RTN
006760         STOP    RUN
006770     END-IF.
006780*-----------< ファイル  （比較リスト）ＯＰＥＮ  >--------------*
006790     OPEN OUTPUT UPT708AR.
006800     IF  FILE-STATUS               =   ZERO
006810         CONTINUE
006820     ELSE
006830         MOVE    203               TO  RETURN-CODE
006840         MOVE    FILE-STATUS       TO  MSG-705F-ST
006850         DISPLAY MSG-705F RETURN-CODE UPON CONS
006860         PERFORM ABEND-MSG-RTN
006870         STOP    RUN
006880     END-IF.
006890*-----------< 見出し用名称 >-----------------------------------*
006900     MOVE     ARG-SYUPPAN          TO  WK-NAME-CD9.
006910     PERFORM  SYU-NAME-RTN.
006920*-----------< 初期ロード >-------------------------------------*
006930     PERFORM      READ-RTN.
006940 INIT-EXT.
006950     EXIT.
006960****************************************************************
006970*    (1.1)   ARG-RTN　（起動パラメタ判定）
006980****************************************************************
006990 ARG-RTN                           SECTION.
007000     ACCEPT   ARG-CNT               FROM  BANGO.
007010     PERFORM  ARG-READ-RTN
007020         VARYING ARG-IDX FROM 1 BY 1
007030         UNTIL   ARG-IDX             >     ARG-CNT.
007040 ARG-EXT.
007050     EXIT.
007060****************************************************************
007070*    (1.2)   ARG-READ-RTN　（起動パラメタ　１件判定）
007080****************************************************************
007090 ARG-READ-RTN                       SECTION.
007100     DISPLAY  ARG-IDX               UPON  BANGO.
007110     ACCEPT   ARG-VALUE             FROM  ATAI
007120         ON EXCEPTION
007130             CONTINUE
007140         NOT ON EXCEPTION
007150             EVALUATE TRUE
007160                 WHEN  ARG-VALUE (1:8)   =    "SYUPPAN="
007170                     IF  ARG-VALUE (9:6)     NUMERIC
007180                         MOVE  ARG-VALUE (9:6)  TO  ARG-SYUPPAN
007190                         MOVE  "1"              TO  ARG-SYU-SW
007200                     END-IF
007210                 WHEN  ARG-VALUE (1:4)   =    "KAI="
007220                     IF  ARG-VALUE (5:1)     NOT =  SPACE
007230                         MOVE  ARG-VALUE (5:1)  TO  ARG-KAI-CD
007240                         MOVE  "1"              TO  ARG-KAI-SW
007250                     END-IF
007260                 WHEN  ARG-VALUE (1:5)   =    "FROM="
007270                     IF  ARG-VALUE (6:8)     NUMERIC
007280                         MOVE  ARG-VALUE (6:8)  TO  ARG-FROM-YMD
007290                         MOVE  "1"              TO  ARG-FROM-SW
007300                     END-IF
007310                 WHEN  ARG-VALUE (1:3)   =    "TO="
007320                     IF  ARG-VALUE (4:8)     NUMERIC
007330                         MOVE  ARG-VALUE (4:8)  TO  ARG-TO-YMD
007340                         MOVE  "1"              TO  ARG-TO-SW
007350                     END-IF
007360                 WHEN  ARG-VALUE (1:9)   =    "OLDTANKA="
007370                     IF  ARG-VALUE (10:7)    NUMERIC
007380                         MOVE  ARG-VALUE (10:7) TO  ARG-OLD-TANKA
007390                         MOVE  "1"              TO  ARG-TANKA-SW
007400                     END-IF
007410                 WHEN  ARG-VALUE (1:7)   =    "OLDZEI="
007420                     IF  ARG-VALUE (8:2)     NUMERIC
007430                         MOVE  ARG-VALUE (8:2)  TO  ARG-OLD-ZEI
007440                         MOVE  "1"              TO  ARG-ZEI-SW
007450                     ELSE
007460                         DISPLAY MSG-726F        UPON  CONS
007470                         MOVE    226              TO   RETURN-CODE
007480                         PERFORM ABEND-MSG-RTN
007490                         STOP    RUN
007500                     END-IF
007510                 WHEN  OTHER
007520                     CONTINUE
007530             END-EVALUATE
007540     END-ACCEPT.
007550 ARG-READ-EXT.
007560     EXIT.
007570****************************************************************
007580*    (1.3)   ARG-CHECK-RTN　（必須パラメタ判定）
007590****************************************************************
007600 ARG-CHECK-RTN                     SECTION.
007610     IF  ARG-SYU-SUPPLIED
007620         CONTINUE
007630     ELSE
007640         DISPLAY MSG-721F          UPON  CONS
007650         MOVE    221               TO  RETURN-CODE
007660         PERFORM ABEND-MSG-RTN
007670         STOP    RUN
007680     END-IF.
007690     IF  ARG-KAI-SUPPLIED
007700         CONTINUE
007710     ELSE
007720         DISPLAY MSG-722F          UPON  CONS
007730         MOVE    222               TO  RETURN-CODE
007740         PERFORM ABEND-MSG-RTN
007750         STOP    RUN
007760     END-IF.
007770     IF  ARG-FROM-SUPPLIED  AND
007780         ARG-TO-SUPPLIED    AND
007790         ARG-FROM-YMD              NOT >   ARG-TO-YMD
007800         CONTINUE
007810     ELSE
007820         DISPLAY MSG-723F          UPON  CONS
007830         MOVE    223               TO  RETURN-CODE
007840         PERFORM ABEND-MSG-RTN
007850         STOP    RUN
007860     END-IF.
007870     IF  ARG-TANKA-SUPPLIED
007880         CONTINUE
007890     ELSE
007900         DISPLAY MSG-724F          UPON  CONS
007910         MOVE    224               TO  RETURN-CODE
007920         PERFORM ABEND-MSG-RTN
007930         STOP    RUN
007940     END-IF.
007950 ARG-CHECK-EXT.
007960     EXIT.
007970****************************************************************
007980*    (1.4)   CAT-SEARCH-RTN　（世代カタログ検索）
007990****************************************************************
008000 CAT-SEARCH-RTN                    SECTION.
008010     MOVE     ZERO                 TO  GEN-TBL-CNT.
008020     OPEN     INPUT    UPT717L.
008030     IF  FILE-STATUS               =   ZERO
008040         CONTINUE
008050     ELSE
008060         MOVE    105               TO  RETURN-CODE
008070         MOVE    FILE-STATUS       TO  MSG-505F-ST
008080         DISPLAY MSG-505F RETURN-CODE UPON CONS
008090         PERFORM ABEND-MSG-RTN
008100         STOP    RUN
008110     END-IF.
008120     MOVE     ZERO                 TO  CAT-END-SW.
008130     PERFORM  CAT-READ-RTN
008140         UNTIL CAT-END-SW          =   HIGH-VALUE.
008150     CLOSE    UPT717L.
008160 CAT-SEARCH-EXT.
008170     EXIT.
008180****************************************************************
008190*    (1.5)   CAT-READ-RTN
008200****************************************************************
008210 CAT-READ-RTN                      SECTION.
008220     READ     UPT717L
008230         AT END
008240             MOVE  HIGH-VALUE            TO  CAT-END-SW
008250         NOT AT END
008260             IF    FILE-STATUS           =   ZERO
008270                 IF ( UPT717L-FILE-ID   =   "UPT701O" )    AND
008280                    ( UPT717L-RC        =   ZERO )         AND
008290                    ( UPT717L-GYOMU-YMD NOT < ARG-FROM-YMD ) AND
008300                    ( UPT717L-GYOMU-YMD NOT > ARG-TO-YMD )
008310                     PERFORM  GEN-TBL-SET-RTN
008320                 END-IF
008330             ELSE
008340                 MOVE  107               TO  RETURN-CODE
008350                 MOVE  FILE-STATUS       TO  MSG-507F-ST
008360                 DISPLAY MSG-507F RETURN-CODE  UPON  CONS
008370                 PERFORM ABEND-MSG-RTN
008380                 STOP RUN
008390             END-IF
008400     END-READ.
008410 CAT-READ-EXT.
008420     EXIT.
008430****************************************************************
008440*    (1.6)   GEN-TBL-SET-RTN　（世代テーブル登録）
008450*            同一業務日付の再実行分は最新世代を採用する
008460****************************************************************
008470 GEN-TBL-SET-RTN                   SECTION.
008480     MOVE     "0"                  TO  TBL-FOUND-SW.
008490     MOVE     ZERO                 TO  GEN-FIND-IDX.
008500     PERFORM  GEN-TBL-FIND-RTN
008510         VARYING GEN-IDX FROM 1 BY 1
008520         UNTIL   GEN-IDX           >   GEN-TBL-CNT
008530            OR   TBL-FOUND.
008540     IF  TBL-FOUND
008550         IF  UPT717L-GEN-NO        >   GEN-T-NO (GEN-FIND-IDX)
008560             MOVE  UPT717L-GEN-NO   TO  GEN-T-NO  (GEN-FIND-IDX)
008570             MOVE  UPT717L-DSN      TO  GEN-T-DSN (GEN-FIND-IDX)
008580             MOVE  UPT717L-REC-CNT  TO  GEN-T-CNT (GEN-FIND-IDX)
008590         END-IF
008600     ELSE
008610         IF  GEN-TBL-CNT           NOT <   GEN-TBL-MAX
008620             DISPLAY MSG-605F      UPON  CONS
008630             MOVE    228           TO  RETURN-CODE
008640             PERFORM ABEND-MSG-RTN
008650             STOP    RUN
008660         END-IF
008670         ADD      1                TO  GEN-TBL-CNT
008680         MOVE     UPT717L-GYOMU-YMD   TO  GEN-T-YMD (GEN-TBL-CNT)
008690         MOVE     UPT717L-GEN-NO      TO  GEN-T-NO  (GEN-TBL-CNT)
008700         MOVE     UPT717L-DSN         TO  GEN-T-DSN (GEN-TBL-CNT)
008710         MOVE     UPT717L-REC-CNT     TO  GEN-T-CNT (GEN-TBL-CNT)
008720     END-IF.
008730 GEN-TBL-SET-EXT.
008740     EXIT.
008750****************************************************************
008760*    (1.7)   GEN-TBL-FIND-RTN　（世代テーブル検索）
008770****************************************************************
008780 GEN-TBL-FIND-RTN                  SECTION.
008790     IF  GEN-T-YMD (GEN-IDX)       =   UPT717L-GYOMU-YMD
008800         MOVE     "1"              TO  TBL-FOUND-SW
008810         MOVE     GEN-IDX          TO  GEN-FIND-IDX
008820     END-IF.
008830 GEN-TBL-FIND-EXT.
008840     EXIT.
008850****************************************************************
008860*    (1.8)   SORT-INPUT-RTN　（対象世代抽出）
008870****************************************************************
008880 SORT-INPUT-RTN                    SECTION.
008890     PERFORM  GEN-INPUT-RTN
008900         VARYING GEN-IDX FROM 1 BY 1
008910         UNTIL   GEN-IDX           >   GEN-TBL-CNT.
008920 SORT-INPUT-EXT.
008930     EXIT.
008940****************************************************************
008950*    (1.9)   GEN-INPUT-RTN　（１世代読込）
008960****************************************************************
008970 GEN-INPUT-RTN                     SECTION.
008980*-----------< 業務日付の回号判定 >-----------------------------*
008990     MOVE     GEN-T-YMD (GEN-IDX)  TO  WK-CAL-YMD.
009000     PERFORM  CAL-LOOKUP-RTN.
009010     IF  CAL-FOUND  AND
009020         WK-CAL-KAI-CD             =   ARG-KAI-CD
009030         PERFORM  GEN-LOAD-RTN
009040     ELSE
009050         ADD      1                TO  CNT-GEN-SKIP
009060     END-IF.
009070 GEN-INPUT-EXT.
009080     EXIT.
009090****************************************************************
009100*    (1.9.1) GEN-LOAD-RTN　（世代ファイル読込・件数照合）
009110****************************************************************
009120 GEN-LOAD-RTN                      SECTION.
009130*-----------< 世代ファイル読込 >-------------------------------*
009140     ADD      1                    TO  CNT-GEN.
009150     MOVE     GEN-T-DSN (GEN-IDX)  TO  GEN-DSN.
009160     OPEN INPUT GENF.
009170     IF  FILE-STATUS               =   ZERO
009180         CONTINUE
009190     ELSE
009200         MOVE    101               TO  RETURN-CODE
009210         MOVE    FILE-STATUS       TO  MSG-501F-ST
009220         DISPLAY MSG-501F RETURN-CODE UPON CONS
009230         PERFORM ABEND-MSG-RTN
009240         STOP    RUN
009250     END-IF.
009260     MOVE     ZERO                 TO  CNT-GEN-REC.
009270     MOVE     ZERO                 TO  GEN-END-SW.
009280     PERFORM  GEN-READ-RTN
009290         UNTIL GEN-END-SW          =   HIGH-VALUE.
009300     CLOSE    GENF.
009310*-----------< 件数照合（消去済み世代の検出） >-----------------*
009320     IF  CNT-GEN-REC               =   GEN-T-CNT (GEN-IDX)
009330         CONTINUE
009340     ELSE
009350         MOVE    GEN-T-NO (GEN-IDX)    TO  MSG-603F-NO
009351         DISPLAY MSG-603F          UPON  CONS
009352         MOVE    229               TO  RETURN-CODE
009353         PERFORM ABEND-MSG-RTN
009354         STOP    RUN
009355     END-IF.
009360 GEN-LOAD-EXT.
009370     EXIT.
009380****************************************************************
009390*    (1.10)  GEN-READ-RTN
009400****************************************************************
009410 GEN-READ-RTN                      SECTION.
009420     READ     GENF
009430         AT END
009440             MOVE  HIGH-VALUE            TO  GEN-END-SW
009450         NOT AT END
009460             IF    FILE-STATUS           =   ZERO
009470                 ADD   1                 TO  CNT-GEN-REC
009480                 IF  UPT701-SYUPPAN-CD9  =   ARG-SYUPPAN
009490                     ADD   1                   TO  CNT-IN
009500                     MOVE  UPT701-TORIHIKI-CD9 TO  SORT-TORIHIKI
009510                     MOVE  UPT701-SYU-KBN9     TO  SORT-SYU-KBN9
009520                     MOVE  GEN-T-YMD (GEN-IDX) TO  SORT-GYOMU-YMD
009530                     MOVE  UPT701-URI-CNT      TO  SORT-URI-CNT
009540                     MOVE  UPT701-HEN-CNT      TO  SORT-HEN-CNT
009550                     MOVE  UPT701-NET-CNT      TO  SORT-NET-CNT
009560                     RELEASE  SORT-REC
009570                 END-IF
009580             ELSE
009590                 MOVE  103               TO  RETURN-CODE
009600                 MOVE  FILE-STATUS       TO  MSG-503F-ST
009610                 DISPLAY MSG-503F RETURN-CODE  UPON  CONS
009620                 PERFORM ABEND-MSG-RTN
009630                 STOP RUN
009640             END-IF
009650     END-READ.
009660 GEN-READ-EXT.
009670     EXIT.
009680****************************************************************
009690*    (1.11)  CAL-LOOKUP-RTN　（回号カレンダ検索）
009700****************************************************************
009710 CAL-LOOKUP-RTN                    SECTION.
009720     MOVE    "0"                   TO  CAL-FOUND-SW.
009730     MOVE    ZERO                  TO  CAL-END-SW.
009740     MOVE    SPACE                 TO  WK-CAL-KAI-CD.
009750     MOVE    ARG-SYUPPAN           TO  UPT718-SYUPPAN-CD9.
009760     MOVE    ZERO                  TO  UPT718-FROM-YMD.
009770     START   UPT718I
009780         KEY  IS  NOT  LESS  THAN  UPT718-KEY
009790         INVALID KEY
009800             MOVE  HIGH-VALUE      TO  CAL-END-SW
009810     END-START.
009820     PERFORM  CAL-SCAN-RTN
009830         UNTIL ( CAL-END-SW        =   HIGH-VALUE )
009840            OR ( CAL-FOUND ).
009850 CAL-LOOKUP-EXT.
009860     EXIT.
009870****************************************************************
009880*    (1.12)  CAL-SCAN-RTN　（回号カレンダ走査）
009890****************************************************************
009900 CAL-SCAN-RTN                      SECTION.
009910     READ     UPT718I   NEXT
009920         AT END
009930             MOVE  HIGH-VALUE            TO  CAL-END-SW
009940         NOT AT END
009950             EVALUATE TRUE
009960                 WHEN  UPT718-SYUPPAN-CD9
009970                                 NOT =   ARG-SYUPPAN
009980                     MOVE  HIGH-VALUE    TO  CAL-END-SW
009990                 WHEN  UPT718-FROM-YMD   >   WK-CAL-YMD
010000                     MOVE  HIGH-VALUE    TO  CAL-END-SW
010010                 WHEN  UPT718-TO-YMD     >=  WK-CAL-YMD
010020                     MOVE  "1"           TO  CAL-FOUND-SW
010030                     MOVE  UPT718-KAI-CD TO  WK-CAL-KAI-CD
010040                 WHEN  OTHER
010050                     CONTINUE
010060             END-EVALUATE
010070     END-READ.
010080 CAL-SCAN-EXT.
010090     EXIT.
010100****************************************************************
010110*    (1.13)  READ-RTN
010120****************************************************************
010130 READ-RTN                          SECTION.
010140     READ      UPT708AW
010150         AT    END
010160         MOVE  HIGH-VALUE                TO  END-SW
010170*
010180         NOT AT END
010190         IF    FILE-STATUS               =   ZERO
010200               CONTINUE
010210         ELSE
010220               MOVE  111                 TO  RETURN-CODE
010230               MOVE FILE-STATUS          TO  MSG-511F-ST
010240               DISPLAY MSG-511F RETURN-CODE  UPON  CONS
010250               PERFORM ABEND-MSG-RTN
010260               STOP RUN
010270         END-IF.
010280 READ-EXT.
010290     EXIT.
010300****************************************************************
010310*    (2.0)   PROC-RTN　（取引先・種別区分ブレイク）              *
010320****************************************************************
010330 PROC-RTN                          SECTION.
010340*
010350     IF  FIRST-REC
010360         MOVE     "0"              TO  FIRST-REC-SW
010370     ELSE
010380         IF ( UPT708AW-TORIHIKI    NOT =   OLD-TORIHIKI )  OR
010390            ( UPT708AW-SYU-KBN9    NOT =   OLD-SYU-KBN9 )
010400             PERFORM  SAGAKU-RTN
010410         END-IF
010420     END-IF.
010430     MOVE     UPT708AW-TORIHIKI    TO  OLD-TORIHIKI.
010440     MOVE     UPT708AW-SYU-KBN9    TO  OLD-SYU-KBN9.
010450*
010460     ADD      UPT708AW-URI-CNT     TO  SUM-URI-CNT.
010470     ADD      UPT708AW-HEN-CNT     TO  SUM-HEN-CNT.
010480     ADD      UPT708AW-NET-CNT     TO  SUM-NET-CNT.
010481*-----------< 日別金額算出 >-----------------------------------*
010482     PERFORM  KIN-RTN.
010490*-----------< READ処理 >---------------------------------------*
010500     PERFORM  READ-RTN.
010510*
010520 PROC-EXT.
010530     EXIT.
010540****************************************************************
010550*    (2.1)   SAGAKU-RTN　（新旧差額算出・差額出力）
010560****************************************************************
010570 SAGAKU-RTN                        SECTION.
010700*-----------< 差額 >-------------------------------------------*
010710     COMPUTE  SA-URI-KIN   =  NEW-URI-KIN  -  OLD-URI-KIN.
010720     COMPUTE  SA-HEN-KIN   =  NEW-HEN-KIN  -  OLD-HEN-KIN.
010730     COMPUTE  SA-NET-KIN   =  NEW-NET-KIN  -  OLD-NET-KIN.
010740     COMPUTE  SA-ZEI-KIN   =  NEW-ZEI-KIN  -  OLD-ZEI-KIN.
010750     COMPUTE  SA-GOKEI-KIN =  SA-NET-KIN   +  SA-ZEI-KIN.
010760*
010770     IF ( SA-URI-KIN  =  ZERO )  AND
010780        ( SA-HEN-KIN  =  ZERO )  AND
010790        ( SA-NET-KIN  =  ZERO )  AND
010800        ( SA-ZEI-KIN  =  ZERO )
010810         ADD      1                TO  CNT-NODIFF
010820     ELSE
010830         PERFORM  EDIT-RTN
010840         PERFORM  WRITE-RTN
010850     END-IF.
010860     PERFORM  MEISAI-RTN.
010870     INITIALIZE  SYUKEI-AREA.
010871     INITIALIZE  KIN-AREA.
010880 SAGAKU-EXT.
010890     EXIT.
010900****************************************************************
010910*    (2.2)           編集      処理                            *
010920****************************************************************
010930 EDIT-RTN                          SECTION.
010940     MOVE    SPACE                 TO  UPT708A-REC.
010950     MOVE    OLD-TORIHIKI          TO  UPT708-TORIHIKI-CD9.
010960     MOVE    ARG-SYUPPAN           TO  UPT708-SYUPPAN-CD9.
010970     MOVE    OLD-SYU-KBN9          TO  UPT708-SYU-KBN9.
010980     MOVE    ARG-KAI-CD            TO  UPT708-KAI-CD.
010990     MOVE    ZERO                  TO  UPT708-GRP-CNT.
011000     MOVE    UPT712-TANKA          TO  UPT708-TANKA.
011010     MOVE    SA-URI-KIN            TO  UPT708-URI-KIN.
011020     MOVE    SA-HEN-KIN            TO  UPT708-HEN-KIN.
011030     MOVE    SA-NET-KIN            TO  UPT708-NET-KIN.
011040     MOVE    SA-ZEI-KIN            TO  UPT708-ZEI-KIN.
011050     MOVE    "1"                   TO  UPT708-TEISEI-KBN.
011060     IF  SA-NET-KIN                <   ZERO
011070         MOVE  "-"                 TO  UPT708-KIN-FUGO
011080     ELSE
011090         MOVE  "+"                 TO  UPT708-KIN-FUGO
011100     END-IF.
011110     IF  SA-ZEI-KIN                <   ZERO
011120         MOVE  "-"                 TO  UPT708-ZEI-FUGO
011130     ELSE
011140         MOVE  "+"                 TO  UPT708-ZEI-FUGO
011150     END-IF.
011160 EDIT-EXT.
011170     EXIT.
011180****************************************************************
011190*    (2.3)           出力      処理                            *
011200****************************************************************
011210 WRITE-RTN                         SECTION.
011220*
011230     WRITE UPT708A-REC.
011240     IF    FILE-STATUS             =   ZERO
011250           ADD  1                  TO  CNT-OUT
011260     ELSE
011270           MOVE 202                TO  RETURN-CODE
011280           MOVE FILE-STATUS        TO  MSG-703F-ST
011290           DISPLAY  MSG-703F       RETURN-CODE UPON CONS
011300           PERFORM  ABEND-MSG-RTN
011310           STOP RUN
011320     END-IF.
011330*
011340 WRITE-EXT.
011350     EXIT.
011360****************************************************************
011370*    (2.4)   MEISAI-RTN　（新旧比較明細出力・合計加算）
011380****************************************************************
011390 MEISAI-RTN                        SECTION.
011400     MOVE     SPACE                TO  PRT-MEISAI.
011410     MOVE     OLD-TORIHIKI         TO  PRT-TORIHIKI.
011420     MOVE     OLD-TORIHIKI         TO  WK-NAME-CD9.
011430     PERFORM  TOR-NAME-RTN.
011440     MOVE     WK-TOR-NAME          TO  PRT-NAME.
011450     MOVE     OLD-SYU-KBN9         TO  PRT-KBN.
011460     MOVE     SUM-NET-CNT          TO  PRT-NET-CNT.
011470     MOVE     OLD-NET-KIN          TO  PRT-OLD-NET.
011480     MOVE     OLD-ZEI-KIN          TO  PRT-OLD-ZEI.
011490     MOVE     NEW-NET-KIN          TO  PRT-NEW-NET.
011500     MOVE     NEW-ZEI-KIN          TO  PRT-NEW-ZEI.
011510     MOVE     SA-GOKEI-KIN         TO  PRT-SA-KIN.
011520     MOVE     PRT-MEISAI           TO  PRT-LINE.
011530     PERFORM  LIST-WRITE-RTN.
011540*
011550     ADD      SUM-NET-CNT          TO  TOT-NET-CNT.
011560     ADD      OLD-NET-KIN          TO  TOT-OLD-NET-KIN.
011570     ADD      OLD-ZEI-KIN          TO  TOT-OLD-ZEI-KIN.
011580     ADD      NEW-NET-KIN          TO  TOT-NEW-NET-KIN.
011590     ADD      NEW-ZEI-KIN          TO  TOT-NEW-ZEI-KIN.
011600     ADD      SA-GOKEI-KIN         TO  TOT-SA-KIN.
011610 MEISAI-EXT.
011620     EXIT.
011630****************************************************************
011640*    (2.5)   GOKEI-RTN　（差額合計出力）
011650****************************************************************
011660 GOKEI-RTN                         SECTION.
011670     MOVE     SPACE                TO  PRT-LINE.
011680     PERFORM  LIST-WRITE-RTN.
011690     MOVE     TOT-NET-CNT          TO  PRT-G-NET-CNT.
011700     MOVE     TOT-OLD-NET-KIN      TO  PRT-G-OLD-NET.
011710     MOVE     TOT-OLD-ZEI-KIN      TO  PRT-G-OLD-ZEI.
011720     MOVE     TOT-NEW-NET-KIN      TO  PRT-G-NEW-NET.
011730     MOVE     TOT-NEW-ZEI-KIN      TO  PRT-G-NEW-ZEI.
011740     MOVE     TOT-SA-KIN           TO  PRT-G-SA-KIN.
011750     MOVE     PRT-GOKEI            TO  PRT-LINE.
011760     PERFORM  LIST-WRITE-RTN.
011770 GOKEI-EXT.
011780     EXIT.
011790****************************************************************
011800*    (2.6)   MIDASI-RTN　（比較リスト見出し出力）
011810****************************************************************
011820 MIDASI-RTN                        SECTION.
011830     ADD      1                    TO  PAGE-CNT.
011840     MOVE     WK-YYYY              TO  PRT-M1-YYYY.
011850     MOVE     WK-MM                TO  PRT-M1-MM.
011860     MOVE     WK-DD                TO  PRT-M1-DD.
011870     MOVE     PAGE-CNT             TO  PRT-M1-PAGE.
011880     WRITE    UPT708AR-REC         FROM  PRT-MIDASI1
011890         AFTER  ADVANCING  PAGE.
011900     PERFORM  LIST-CHECK-RTN.
011910     MOVE     ARG-SYUPPAN          TO  PRT-M2-SYUPPAN.
011920     MOVE     WK-SYU-NAME          TO  PRT-M2-NAME.
011930     MOVE     ARG-KAI-CD           TO  PRT-M2-KAI.
011940     MOVE     ARG-FROM-YMD         TO  PRT-M2-FROM.
011950     MOVE     ARG-TO-YMD           TO  PRT-M2-TO.
011960     WRITE    UPT708AR-REC         FROM  PRT-MIDASI2
011970         AFTER  ADVANCING  2  LINES.
011980     PERFORM  LIST-CHECK-RTN.
011990     MOVE     ARG-OLD-TANKA        TO  PRT-M3-OLD-TANKA.
012000     MOVE     ARG-OLD-ZEI          TO  PRT-M3-OLD-ZEI.
012010     MOVE     UPT712-TANKA         TO  PRT-M3-NEW-TANKA.
012020     MOVE     UPT712-ZEI-RITU      TO  PRT-M3-NEW-ZEI.
012030     WRITE    UPT708AR-REC         FROM  PRT-MIDASI3
012040         AFTER  ADVANCING  1  LINE.
012050     PERFORM  LIST-CHECK-RTN.
012060     WRITE    UPT708AR-REC         FROM  PRT-MIDASI4
012070         AFTER  ADVANCING  2  LINES.
012080     PERFORM  LIST-CHECK-RTN.
012090     MOVE     SPACE                TO  UPT708AR-REC.
012100     WRITE    UPT708AR-REC
012110         AFTER  ADVANCING  1  LINE.
012120     PERFORM  LIST-CHECK-RTN.
012130     MOVE     8                    TO  LINE-CNT.
012140 MIDASI-EXT.
012150     EXIT.
012160****************************************************************
012170*    (2.7)   LIST-WRITE-RTN　（比較リスト出力）
012180****************************************************************
012190 LIST-WRITE-RTN                    SECTION.
012200     IF  LINE-CNT                  >   MAX-LINE
012210         PERFORM  MIDASI-RTN
012220     END-IF.
012230     WRITE    UPT708AR-REC         FROM  PRT-LINE
012240         AFTER  ADVANCING  1  LINE.
012250     PERFORM  LIST-CHECK-RTN.
012260     ADD      1                    TO  LINE-CNT.
012270 LIST-WRITE-EXT.
012280     EXIT.
012290****************************************************************
012300*    (2.8)   LIST-CHECK-RTN　（比較リスト出力結果判定）
012310****************************************************************
012320 LIST-CHECK-RTN                    SECTION.
012330     IF  FILE-STATUS               =   ZERO
012340         CONTINUE
012350     ELSE
012360         MOVE    204               TO  RETURN-CODE
012370         MOVE    FILE-STATUS       TO  MSG-707F-ST
012380         DISPLAY MSG-707F  RETURN-CODE  UPON  CONS
012390         PERFORM ABEND-MSG-RTN
012400         STOP    RUN
012410     END-IF.
012420 LIST-CHECK-EXT.
012430     EXIT.
012440****************************************************************
012450*    (2.9)   TOR-NAME-RTN　（取引先名称検索）
012460****************************************************************
012470 TOR-NAME-RTN                      SECTION.
012480     IF  WK-NAME-CD9               =   ZERO
012490         MOVE    SPACE             TO  WK-TOR-NAME
012500     ELSE
012510         MOVE    MITOROKU-NAME     TO  WK-TOR-NAME
012520         MOVE    WK-NAME-CD9       TO  UPT715-TORIHIKI-CD9
012530         READ    UPT715I
012540             INVALID KEY
012550                 CONTINUE
012560             NOT INVALID KEY
012570                 MOVE  UPT715-KANJI-NAME  TO  WK-TOR-NAME
012580         END-READ
012590     END-IF.
012600 TOR-NAME-EXT.
012610     EXIT.
012620****************************************************************
012630*    (2.10)  SYU-NAME-RTN　（出版社名称検索）
012640****************************************************************
012650 SYU-NAME-RTN                      SECTION.
012660     IF  WK-NAME-CD9               =   ZERO
012670         MOVE    SPACE             TO  WK-SYU-NAME
012680     ELSE
012690         MOVE    MITOROKU-NAME     TO  WK-SYU-NAME
012700         MOVE    WK-NAME-CD9       TO  UPT716-SYUPPAN-CD9
012710         READ    UPT716I
012720             INVALID KEY
012730                 CONTINUE
012740             NOT INVALID KEY
012750                 MOVE  UPT716-KANJI-NAME  TO  WK-SYU-NAME
012760         END-READ
012770     END-IF.
012780 SYU-NAME-EXT.
012790     EXIT.
012791****************************************************************
012792*    (2.11)  KIN-RTN　（日別新旧金額算出）
012793*            請求インタフェース作成と同じく１件毎に消費税を切捨てる
012794****************************************************************
012795 KIN-RTN                           SECTION.
012796*-----------< 旧単価による請求額 >-----------------------------*
012797     COMPUTE  WK-URI-KIN  =  UPT708AW-URI-CNT  *  ARG-OLD-TANKA.
012798     COMPUTE  WK-HEN-KIN  =  UPT708AW-HEN-CNT  *  ARG-OLD-TANKA.
012799     COMPUTE  WK-NET-KIN  =  UPT708AW-NET-CNT  *  ARG-OLD-TANKA.
01279A     COMPUTE  WK-ZEI-KIN  =
01279B              WK-NET-KIN  *  ARG-OLD-ZEI  /  100.
01279C     ADD      WK-URI-KIN           TO  OLD-URI-KIN.
01279D     ADD      WK-HEN-KIN           TO  OLD-HEN-KIN.
01279E     ADD      WK-NET-KIN           TO  OLD-NET-KIN.
01279F     ADD      WK-ZEI-KIN           TO  OLD-ZEI-KIN.
01279G*-----------< 訂正後単価による請求額 >-------------------------*
01279H     COMPUTE  WK-URI-KIN  =  UPT708AW-URI-CNT  *  UPT712-TANKA.
01279I     COMPUTE  WK-HEN-KIN  =  UPT708AW-HEN-CNT  *  UPT712-TANKA.
01279J     COMPUTE  WK-NET-KIN  =  UPT708AW-NET-CNT  *  UPT712-TANKA.
01279K     COMPUTE  WK-ZEI-KIN  =
01279L              WK-NET-KIN  *  UPT712-ZEI-RITU  /  100.
01279M     ADD      WK-URI-KIN           TO  NEW-URI-KIN.
01279N     ADD      WK-HEN-KIN           TO  NEW-HEN-KIN.
01279O     ADD      WK-NET-KIN           TO  NEW-NET-KIN.
01279P     ADD      WK-ZEI-KIN           TO  NEW-ZEI-KIN.
01279Q KIN-EXT.
01279R     EXIT.
012800****************************************************************
012810*    (4.0)     ＳＴＡＲＴメッセージ処理                        *
012820****************************************************************
012830 START-MSG-RTN                     SECTION.
012840     ACCEPT  WK-DATE               FROM   DATE.
012850     ACCEPT  WK-TIME               FROM   TIME.
012860     MOVE    WK-Y                  TO     WK-YY.
012870     MOVE    WK-M                  TO     WK-MM.
012880     MOVE    WK-D                  TO     WK-DD.
012890     MOVE    20                    TO     WK-20.
012900*
012910     MOVE    WK-YYYY               TO     MESSAGE-START-YYYY.
012920     MOVE    WK-MM                 TO     MESSAGE-START-MM.
012930     MOVE    WK-DD                 TO     MESSAGE-START-DD.
012940     MOVE    WK-TIM                TO     MESSAGE-START-TIM.
012950     MOVE    WK-MIN                TO     MESSAGE-START-MIN.
012960     MOVE    WK-SEC                TO     MESSAGE-START-SEC.
012970*
012980     DISPLAY  MESSAGE-START  UPON CONS.
012990*
013000 START-MSG-EXT.
013010     EXIT.
013020****************************************************************
013030*    (5.0)     ＡＢＥＮＤメッセージ処理                        *
013040****************************************************************
013050 ABEND-MSG-RTN                     SECTION.
013060     ACCEPT  WK-DATE               FROM   DATE.
013070     ACCEPT  WK-TIME               FROM   TIME.
013080     MOVE    WK-Y                  TO     WK-YY.
013090     MOVE    WK-M                  TO     WK-MM.
013100     MOVE    WK-D                  TO     WK-DD.
013110     MOVE    20                    TO     WK-20.
013120*
013130     MOVE    WK-YYYY               TO     MESSAGE-ABEND-YYYY.
013140     MOVE    WK-MM                 TO     MESSAGE-ABEND-MM.
013150     MOVE    WK-DD                 TO     MESSAGE-ABEND-DD.
013160     MOVE    WK-TIM                TO     MESSAGE-ABEND-TIM.
013170     MOVE    WK-MIN                TO     MESSAGE-ABEND-MIN.
013180     MOVE    WK-SEC                TO     MESSAGE-ABEND-SEC.
013190*
013200     DISPLAY  MESSAGE-ABEND  UPON CONS.
013210*
013220 ABEND-MSG-EXT.
013230     EXIT.
013240****************************************************************
013250*    (6.0)     ＥＮＤメッセージ処理                            *
013260****************************************************************
013270 END-MSG-RTN                     SECTION.
013280     ACCEPT  WK-DATE               FROM   DATE.
013290     ACCEPT  WK-TIME               FROM   TIME.
013300     MOVE    WK-Y                  TO     WK-YY.
013310     MOVE    WK-M                  TO     WK-MM.
013320     MOVE    WK-D                  TO     WK-DD.
013330     MOVE    20                    TO     WK-20.
013340*
013350     MOVE    WK-YYYY               TO     MESSAGE-END-YYYY.
013360     MOVE    WK-MM                 TO     MESSAGE-END-MM.
013370     MOVE    WK-DD                 TO     MESSAGE-END-DD.
013380     MOVE    WK-TIM                TO     MESSAGE-END-TIM.
013390     MOVE    WK-MIN                TO     MESSAGE-END-MIN.
013400     MOVE    WK-SEC                TO     MESSAGE-END-SEC.
013410*
013420     DISPLAY  MESSAGE-END  UPON CONS.
013430*
013440 END-MSG-EXT.
013450     EXIT.
013460****************************************************************
013470*    (7.0)              エンド 処理                            *
013480****************************************************************
013490 END-RTN                           SECTION.
013500*-----------< 最終取引先・合計出力 >---------------------------*
013510     IF  FIRST-REC
013520         PERFORM  MIDASI-RTN
013530     ELSE
013540         PERFORM  SAGAKU-RTN
013550     END-IF.
013560     PERFORM  GOKEI-RTN.
013570*
013580     CLOSE     UPT708AW.
013590     CLOSE     UPT712I.
013600     CLOSE     UPT718I.
013610     CLOSE     UPT715I.
013620     CLOSE     UPT716I.
013630     CLOSE     UPT708A.
013640     CLOSE     UPT708AR.
013650     MOVE      ZERO                TO  RETURN-CODE.
013660*---------< 入力件数表示 >-------------------------------------*
013670     DISPLAY MSG-501I  CNT-GEN      UPON CONS.
013680     DISPLAY MSG-503I  CNT-GEN-SKIP UPON CONS.
013690     DISPLAY MSG-505I  CNT-IN       UPON CONS.
013700     DISPLAY MSG-507I  CNT-OUT      UPON CONS.
013710     DISPLAY MSG-509I  CNT-NODIFF   UPON CONS.
013720     PERFORM END-MSG-RTN.
013730*
013740 END-EXT.
013750     EXIT.
