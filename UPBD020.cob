000010****************************************************************
000020*    システム名    ： 新聞競馬新聞実績
000030*    プログラム名  ： 取扱契約マスタ保守・リスト処理
000040*    プログラムＩＤ： UPBD020
000050*    作  成  者    ： T.HARUYAMA
000060*    作  成  日    ： 2004年09月07日
000070****************************************************************
000080 IDENTIFICATION                    DIVISION.
000090 PROGRAM-ID.                       UPBD020.
000100 AUTHOR.                           T.HARUYAMA.
000110*
000120 ENVIRONMENT                       DIVISION.
000130 CONFIGURATION                     SECTION.
000140 SOURCE-COMPUTER.                  SUN.
000150 OBJECT-COMPUTER.                  SUN.
000160 SPECIAL-NAMES.
000170     CONSOLE                   IS  CONS.
000180*----*---*---*---*---*---------*---*---*---*---*---*---*---*---*
000190 INPUT-OUTPUT                      SECTION.
000200 FILE-CONTROL.
000210*------------ファイル   （保守トランザクション）---------------*
000220     SELECT  UPT722I      ASSIGN     TO  UPT722I
000230                      STATUS     IS  FILE-STATUS.
000240*------------ファイル   （取扱契約マスタ）---------------------*
000250     SELECT  UPT721I ASSIGN     TO  UPT721I
000260             ORGANIZATION       IS  INDEXED
000270             ACCESS  MODE       IS  DYNAMIC
000280             RECORD  KEY        IS  UPT721-KEY
000290             FILE    STATUS     IS  FILE-STATUS.
000300*------------ファイル   （取引先名称マスタ）-------------------*
000310     SELECT  UPT715I ASSIGN     TO  UPT715I
000320             ORGANIZATION       IS  INDEXED
000330             ACCESS  MODE       IS  RANDOM
000340             RECORD  KEY        IS  UPT715-TORIHIKI-CD9
000350             FILE    STATUS     IS  FILE-STATUS.
000360*------------ファイル   （出版社名称マスタ）-------------------*
000370     SELECT  UPT716I ASSIGN     TO  UPT716I
000380             ORGANIZATION       IS  INDEXED
000390             ACCESS  MODE       IS  RANDOM
000400             RECORD  KEY        IS  UPT716-SYUPPAN-CD9
000410             FILE    STATUS     IS  FILE-STATUS.
000420*------------ファイル   （監査・契約リスト）-------------------*
000430     SELECT  UPT721R      ASSIGN
000440                                TO  UPT721R
000450             ACCESS  MODE       IS  SEQUENTIAL
000460             FILE    STATUS     FILE-STATUS.
000470*
000480 DATA                              DIVISION.
000490 FILE                              SECTION.
000500*
000510****************************************************************
000520*            ファイル   （保守トランザクション）
000530****************************************************************
000540 FD  UPT722I        LABEL  RECORD STANDARD.
000550 01  UPT722I-REC.
000560     COPY   UPT722C.
000570*
000580****************************************************************
000590*            ファイル   （取扱契約マスタ）
000600****************************************************************
000610 FD  UPT721I        LABEL  RECORD STANDARD.
000620 01  UPT721I-REC.
000630     COPY   UPT721C.
000640*
000650****************************************************************
000660*            ファイル   （取引先名称マスタ）
000670****************************************************************
000680 FD  UPT715I        LABEL  RECORD STANDARD.
000690 01  UPT715I-REC.
000700     COPY   UPT715C.
000710*
000720****************************************************************
000730*            ファイル   （出版社名称マスタ）
000740****************************************************************
000750 FD  UPT716I        LABEL  RECORD STANDARD.
000760 01  UPT716I-REC.
000770     COPY   UPT716C.
000780*
000790****************************************************************
000800*            ファイル   （監査・契約リスト）
000810****************************************************************
000820 FD  UPT721R        LABEL  RECORD STANDARD.
000830 01  UPT721R-REC             PIC X(132).
000840*
000850 WORKING-STORAGE                   SECTION.
000860*---------------< WORK-AREA定義 >-----------------------------*
000870 01  SW-AREA.
000880     03  END-SW                        PIC X(02) VALUE ZERO.
000890     03  CHECK-SW                      PIC X(01) VALUE "0".
000900         88  CHECK-NG                  VALUE "1".
000910     03  MST-FOUND-SW                  PIC X(01) VALUE "0".
000920         88  MST-FOUND                 VALUE "1".
000930     03  LIST-END-SW                   PIC X(02) VALUE ZERO.
000940     03  WK-PHASE                      PIC 9(01) VALUE 1.
000950 01  WK-DATE.
000960     03  WK-Y                          PIC  9(2).
000970     03  WK-M                          PIC  9(2).
000980     03  WK-D                          PIC  9(2).
000990 01  WK-YYYYMMDD.
001000     03  WK-YYYY.
001010       05  WK-20                       PIC  9(2).
001020       05  WK-YY                       PIC  9(2).
001030     03  WK-MM                         PIC  9(2).
001040     03  WK-DD                         PIC  9(2).
001050     03  WK-TIME.
001060       05  WK-TIM                      PIC  9(2).
001070       05  WK-MIN                      PIC  9(2).
001080       05  WK-SEC                      PIC  9(2).
001090*---------------< ステータスの定義 >--------------------------*
001100 01  STATUS-AREA.
001110     03  FILE-STATUS                   PIC X(02) VALUE ZERO.
001120*---------------< カウントの定義 >----------------------------*
001130 01  UPT722-CNT-AREA.
001140     03  CNT-IN                        PIC 9(09) VALUE ZERO.
001150     03  CNT-APPLY                     PIC 9(09) VALUE ZERO.
001160     03  CNT-REJ                       PIC 9(09) VALUE ZERO.
001170     03  CNT-LIST                      PIC 9(09) VALUE ZERO.
001180*---------------< 排除理由の定義 >----------------------------*
001190 01  RIYU-AREA.
001200     03  REJECT-RIYU                   PIC X(08) VALUE SPACE.
001210*---------------< 名称編集の定義 >----------------------------*
001220 01  NAME-AREA.
001230     03  WK-NAME-CD9                   PIC 9(06) VALUE ZERO.
001240     03  WK-TOR-NAME                   PIC X(24) VALUE SPACE.
001250     03  WK-SYU-NAME                   PIC X(24) VALUE SPACE.
001260     03  MITOROKU-NAME                 PIC X(24) VALUE
001270     "＊＊未登録＊＊".
001280*---------------< 監査リスト制御の定義 >----------------------*
001290 01  PRT-CTL-AREA.
001300     03  LINE-CNT                      PIC 9(03) VALUE 99.
001310     03  PAGE-CNT                      PIC 9(05) VALUE ZERO.
001320     03  MAX-LINE                      PIC 9(03) VALUE 60.
001330*
001340*---------------< メッセージ１の定義 >------------------------*
001350 01  MSG-PGID                          PIC X(08) VALUE
001360     "UPBD020".
001370 01  MESSAGE-AREA1.
001380     03  MESSAGE-START.
001390       05  FILLER                      PIC X(12) VALUE
001400     "++ UPBD020 ".
001410       05  MESSAGE-START-YMD.
001420         07  MESSAGE-START-YYYY        PIC 9(04).
001430         07  FILLER                    PIC X(01) VALUE "/".
001440         07  MESSAGE-START-MM          PIC 9(02).
001450         07  FILLER                    PIC X(01) VALUE "/".
001460         07  MESSAGE-START-DD          PIC 9(02).
001470         07  FILLER                    PIC X(01) VALUE " ".
001480         07  MESSAGE-START-TIM         PIC 9(02).
001490         07  FILLER                    PIC X(01) VALUE ":".
001500         07  MESSAGE-START-MIN         PIC 9(02).
001510         07  FILLER                    PIC X(01) VALUE ":".
001520         07  MESSAGE-START-SEC         PIC 9(02).
001530         07  FILLER                    PIC X(01) VALUE " ".
001540       05  FILLER                      PIC X(08) VALUE
001550     "*START* ".
001560     03  MESSAGE-END.
001570       05  FILLER                      PIC X(12) VALUE
001580     "++ UPBD020 ".
001590       05  MESSAGE-END-YMD.
001600         07  MESSAGE-END-YYYY          PIC 9(04).
001610         07  FILLER                    PIC X(01) VALUE "/".
001620         07  MESSAGE-END-MM            PIC 9(02).
001630         07  FILLER                    PIC X(01) VALUE "/".
001640         07  MESSAGE-END-DD            PIC 9(02).
001650         07  FILLER                    PIC X(01) VALUE " ".
001660         07  MESSAGE-END-TIM           PIC 9(02).
001670         07  FILLER                    PIC X(01) VALUE ":".
001680         07  MESSAGE-END-MIN           PIC 9(02).
001690         07  FILLER                    PIC X(01) VALUE ":".
001700         07  MESSAGE-END-SEC           PIC 9(02).
001710         07  FILLER                    PIC X(01) VALUE " ".
001720       05  FILLER                      PIC X(13) VALUE
001730     "*NORMAL END* ".
001740     03  MESSAGE-ABEND.
001750       05  FILLER                      PIC X(12) VALUE
001760     "++ UPBD020 ".
001770       05  MESSAGE-ABEND-YMD.
001780         07  MESSAGE-ABEND-YYYY        PIC 9(04).
001790         07  FILLER                    PIC X(01) VALUE "/".
001800         07  MESSAGE-ABEND-MM          PIC 9(02).
001810         07  FILLER                    PIC X(01) VALUE "/".
001820         07  MESSAGE-ABEND-DD          PIC 9(02).
001830         07  FILLER                    PIC X(01) VALUE " ".
001840         07  MESSAGE-ABEND-TIM         PIC 9(02).
001850         07  FILLER                    PIC X(01) VALUE ":".
001860         07  MESSAGE-ABEND-MIN         PIC 9(02).
001870         07  FILLER                    PIC X(01) VALUE ":".
001880         07  MESSAGE-ABEND-SEC         PIC 9(02).
001890         07  FILLER                    PIC X(01) VALUE " ".
001900       05  FILLER                      PIC X(15) VALUE
001910     "*ABNORMAL END* ".
001920     03  MESSAGE-0.
001930       05  MSG0-PGID                   PIC X(08).
001940       05  MSG0-NAME                   PIC X(41).
001950*
001960*---< メッセージ２の定義 >---*
001970 01  MESSAGE-AREA2.
001980     03  MSG-501I.
001990       05  FILLER                      PIC  X(41) VALUE
002000     "++ UPBD020  501I UPT722       IN COUNT = ".
002010     03  MSG-503I.
002020       05  FILLER                      PIC  X(41) VALUE
002030     "++ UPBD020  503I MASTER    APPLY COUNT = ".
002040     03  MSG-505I.
002050       05  FILLER                      PIC  X(41) VALUE
002060     "++ UPBD020  505I MASTER      REJ COUNT = ".
002070     03  MSG-507I.
002080       05  FILLER                      PIC  X(41) VALUE
002090     "++ UPBD020  507I KEIYAKU    LIST COUNT = ".
002100     03  MSG-501F.
002110       05  FILLER                      PIC  X(41) VALUE
002120     "++ UPBD020  501F UPT722  OPEN  ERROR ST= ".
002130       05  MSG-501F-ST                 PIC  9(03).
002140       05  FILLER                      PIC  X(01) VALUE " ".
002150     03  MSG-503F.
002160       05  FILLER                      PIC  X(41) VALUE
002170     "++ UPBD020  503F UPT722  READ  ERROR ST= ".
002180       05  MSG-503F-ST                 PIC  9(03).
002190       05  FILLER                      PIC  X(01) VALUE " ".
002200     03  MSG-505F.
002210       05  FILLER                      PIC  X(41) VALUE
002220     "++ UPBD020  505F UPT721  OPEN  ERROR ST= ".
002230       05  MSG-505F-ST                 PIC  9(03).
002240     03  MSG-507F.
002250       05  FILLER                      PIC  X(41) VALUE
002260     "++ UPBD020  507F UPT721  I-O   ERROR ST= ".
002270       05  MSG-507F-ST                 PIC  9(03).
002280     03  MSG-509F.
002290       05  FILLER                      PIC  X(41) VALUE
002300     "++ UPBD020  509F UPT715  OPEN  ERROR ST= ".
002310       05  MSG-509F-ST                 PIC  9(03).
002320     03  MSG-511F.
002330       05  FILLER                      PIC  X(41) VALUE
002340     "++ UPBD020  511F UPT716  OPEN  ERROR ST= ".
002350       05  MSG-511F-ST                 PIC  9(03).
002360     03  MSG-701F.
002370       05  FILLER                      PIC  X(41) VALUE
002380     "++ UPBD020  701F LIST    OPEN  ERROR ST= ".
002390       05  MSG-701F-ST                 PIC  9(03).
002400     03  MSG-703F.
002410       05  FILLER                      PIC  X(41) VALUE
002420     "++ UPBD020  703F LIST    WRITE ERROR ST= ".
002430       05  MSG-703F-ST                 PIC  9(03).
002440*---------------< リスト見出しの定義 >------------------------*
002450 01  PRT-MIDASI1.
002460     03  FILLER                        PIC X(09) VALUE
002470     "UPBD020  ".
002480     03  FILLER                        PIC X(35) VALUE
002490     "TORIATUKAI KEIYAKU MAINTE LIST     ".
002500     03  FILLER                        PIC X(05) VALUE
002510     "DATE:".
002520     03  PRT-M1-YYYY                   PIC 9(04).
002530     03  FILLER                        PIC X(01) VALUE "/".
002540     03  PRT-M1-MM                     PIC 9(02).
002550     03  FILLER                        PIC X(01) VALUE "/".
002560     03  PRT-M1-DD                     PIC 9(02).
002570     03  FILLER                        PIC X(07) VALUE
002580     "  PAGE:".
002590     03  PRT-M1-PAGE                   PIC ZZZZ9.
002600 01  PRT-MIDASI2.
002610     03  FILLER                        PIC X(08) VALUE
002620     "SEQ-NO  ".
002630     03  FILLER                        PIC X(06) VALUE
002640     "FUNC  ".
002650     03  FILLER                        PIC X(10) VALUE
002660     "TORIHIKI  ".
002670     03  FILLER                        PIC X(09) VALUE
002680     "SYUPPAN  ".
002690     03  FILLER                        PIC X(10) VALUE
002700     "FROM-DT   ".
002710     03  FILLER                        PIC X(10) VALUE
002720     "TO-DT     ".
002730     03  FILLER                        PIC X(16) VALUE
002740     "RESULT          ".
002750 01  PRT-MIDASI3.
002760     03  FILLER                        PIC X(10) VALUE
002770     "TORIHIKI  ".
002780     03  FILLER                        PIC X(26) VALUE
002790     "TORIHIKI-NAME             ".
002800     03  FILLER                        PIC X(09) VALUE
002810     "SYUPPAN  ".
002820     03  FILLER                        PIC X(26) VALUE
002830     "SYUPPAN-NAME              ".
002840     03  FILLER                        PIC X(10) VALUE
002850     "FROM-DT   ".
002860     03  FILLER                        PIC X(08) VALUE
002870     "TO-DT   ".
002880*---------------< 監査リスト明細の定義 >----------------------*
002890 01  PRT-MEISAI.
002900     03  PRT-SEQ                       PIC ZZZZZ9.
002910     03  FILLER                        PIC X(02) VALUE SPACE.
002920     03  PRT-KOSIN                     PIC X(03).
002930     03  FILLER                        PIC X(03) VALUE SPACE.
002940     03  PRT-TOR-CD9                   PIC X(06).
002950     03  FILLER                        PIC X(04) VALUE SPACE.
002960     03  PRT-SYU-CD9                   PIC X(06).
002970     03  FILLER                        PIC X(03) VALUE SPACE.
002980     03  PRT-FROM                      PIC X(08).
002990     03  FILLER                        PIC X(02) VALUE SPACE.
003000     03  PRT-TO                        PIC X(08).
003010     03  FILLER                        PIC X(02) VALUE SPACE.
003020     03  PRT-KEKKA                     PIC X(16).
003030*---------------< 契約リスト明細の定義 >----------------------*
003040 01  PRT-KEI-MEISAI.
003050     03  PRT-K-TOR-CD9                 PIC 9(06).
003060     03  FILLER                        PIC X(04) VALUE SPACE.
003070     03  PRT-K-TOR-NAME                PIC X(24).
003080     03  FILLER                        PIC X(02) VALUE SPACE.
003090     03  PRT-K-SYU-CD9                 PIC 9(06).
003100     03  FILLER                        PIC X(03) VALUE SPACE.
003110     03  PRT-K-SYU-NAME                PIC X(24).
003120     03  FILLER                        PIC X(02) VALUE SPACE.
003130     03  PRT-K-FROM                    PIC 9(08).
003140     03  FILLER                        PIC X(02) VALUE SPACE.
003150     03  PRT-K-TO                      PIC 9(08).
003160*---------------< 結果編集の定義 >----------------------------*
003170 01  KEKKA-REJECT.
003180     03  FILLER                        PIC X(07) VALUE "REJECT ".
003190     03  KEKKA-RIYU                    PIC X(08).
003200     03  FILLER                        PIC X(01) VALUE SPACE.
003210*
003220 PROCEDURE                         DIVISION.
003230****************************************************************
003240*    (0.0)   メイン              処理                          *
003250****************************************************************
003260 MAIN-RTN                          SECTION.
003270*
003280     PERFORM      INIT-RTN.
003290*
003300     PERFORM      PROC-RTN
003310         UNTIL    END-SW           =   HIGH-VALUE.
003320*
003330     PERFORM      KEI-LIST-RTN.
003340*
003350     PERFORM      END-RTN.
003360*
003370     STOP         RUN.
003380*
003390 MAIN-EXT.
003400     EXIT.
003410****************************************************************
003420*    (1.0)   イニシャル          処理                          *
003430****************************************************************
003440 INIT-RTN                          SECTION.
003450     PERFORM      START-MSG-RTN.
003460*
003470     MOVE    99                    TO  RETURN-CODE.
003480*-----------< ファイル  （保守トラン）ＯＰＥＮ  >--------------*
003490     OPEN INPUT UPT722I.
003500     IF  FILE-STATUS               =   ZERO
003510         CONTINUE
003520     ELSE
003530         MOVE    101               TO  RETURN-CODE
003540         MOVE    FILE-STATUS       TO  MSG-501F-ST
003550         DISPLAY MSG-501F RETURN-CODE UPON CONS
003560         PERFORM ABEND-MSG-RTN
003570         STOP    RUN
003580     END-IF.
003590*-----------< ファイル  （取扱契約マスタ）ＯＰＥＮ  >----------*
003600     OPEN I-O   UPT721I.
003610     IF  FILE-STATUS               =   ZERO
003620         CONTINUE
003630     ELSE
003640         MOVE    105               TO  RETURN-CODE
003650         MOVE    FILE-STATUS       TO  MSG-505F-ST
003660         DISPLAY MSG-505F RETURN-CODE UPON CONS
003670         PERFORM ABEND-MSG-RTN
003680         STOP    RUN
003690     END-IF.
003700*-----------< ファイル  （名称マスタ）ＯＰＥＮ  >--------------*
003710     OPEN INPUT UPT715I.
003720     IF  FILE-STATUS               =   ZERO
003730         CONTINUE
003740     ELSE
003750         MOVE    109               TO  RETURN-CODE
003760         MOVE    FILE-STATUS       TO  MSG-509F-ST
003770         DISPLAY MSG-509F RETURN-CODE UPON CONS
003780         PERFORM ABEND-MSG-RTN
003790         STOP    RUN
003800     END-IF.
003810     OPEN INPUT UPT716I.
003820     IF  FILE-STATUS               =   ZERO
003830         CONTINUE
003840     ELSE
003850         MOVE    111               TO  RETURN-CODE
003860         MOVE    FILE-STATUS       TO  MSG-511F-ST
003870         DISPLAY MSG-511F RETURN-CODE UPON CONS
003880         PERFORM ABEND-MSG-RTN
003890         STOP    RUN
003900     END-IF.
003910*-----------< ファイル  （リスト）ＯＰＥＮ  >------------------*
003920     OPEN OUTPUT UPT721R.
003930     IF  FILE-STATUS               =   ZERO
003940         CONTINUE
003950     ELSE
003960         MOVE    201               TO  RETURN-CODE
003970         MOVE    FILE-STATUS       TO  MSG-701F-ST
003980         DISPLAY MSG-701F RETURN-CODE UPON CONS
003990         PERFORM ABEND-MSG-RTN
004000         STOP    RUN
004010     END-IF.
004020*-----------< 初期ロード >-------------------------------------*
004030     PERFORM      READ-RTN.
004040 INIT-EXT.
004050     EXIT.
004060****************************************************************
004070*    (1.1)   READ-RTN
004080****************************************************************
004090 READ-RTN                          SECTION.
004100     READ      UPT722I
004110         AT    END
004120         MOVE  HIGH-VALUE                TO  END-SW
004130*
004140         NOT AT END
004150         IF    FILE-STATUS               =   ZERO
004160               ADD   +1                  TO  CNT-IN
004170         ELSE
004180               MOVE  103                 TO  RETURN-CODE
004190               MOVE FILE-STATUS          TO  MSG-503F-ST
004200               DISPLAY MSG-503F RETURN-CODE  UPON  CONS
004210               PERFORM ABEND-MSG-RTN
004220               STOP RUN
004230         END-IF.
004240 READ-EXT.
004250     EXIT.
004260****************************************************************
004270*    (2.0)   PROC-RTN                                          *
004280****************************************************************
004290 PROC-RTN                          SECTION.
004300*
004310     MOVE     SPACE                TO  PRT-MEISAI.
004320     MOVE     CNT-IN               TO  PRT-SEQ.
004330     MOVE     UPT722-TORIHIKI-CD9  TO  PRT-TOR-CD9.
004340     MOVE     UPT722-SYUPPAN-CD9   TO  PRT-SYU-CD9.
004350     MOVE     UPT722-FROM-YMD      TO  PRT-FROM.
004360     MOVE     UPT722-TO-YMD        TO  PRT-TO.
004370     EVALUATE TRUE
004380         WHEN  UPT722-KOSIN-ADD
004390             MOVE  "ADD"           TO  PRT-KOSIN
004400         WHEN  UPT722-KOSIN-CHG
004410             MOVE  "CHG"           TO  PRT-KOSIN
004420         WHEN  UPT722-KOSIN-DEL
004430             MOVE  "DEL"           TO  PRT-KOSIN
004440         WHEN  OTHER
004450             MOVE  "???"           TO  PRT-KOSIN
004460     END-EVALUATE.
004470*
004480     PERFORM  CHECK-RTN.
004490     IF  CHECK-NG
004500         PERFORM  REJECT-RTN
004510     ELSE
004520         PERFORM  T721-APPLY-RTN
004530     END-IF.
004540*-----------< READ処理 >-------------------------------------*
004550     PERFORM  READ-RTN.
004560*
004570 PROC-EXT.
004580     EXIT.
004590****************************************************************
004600*    (2.1)   CHECK-RTN　（トランザクションチェック）
004610****************************************************************
004620 CHECK-RTN                         SECTION.
004630     MOVE    "0"                   TO  CHECK-SW.
004640     MOVE    SPACE                 TO  REJECT-RIYU.
004650     EVALUATE TRUE
004660         WHEN  NOT UPT722-KOSIN-ADD  AND
004670               NOT UPT722-KOSIN-CHG  AND
004680               NOT UPT722-KOSIN-DEL
004690             MOVE  "KBN NG"        TO  REJECT-RIYU
004700         WHEN  UPT722-TORIHIKI-CD9     NOT NUMERIC
004710             MOVE  "TOR NG"        TO  REJECT-RIYU
004720         WHEN  UPT722-TORIHIKI-CD9 =   ZERO
004730             MOVE  "TOR NG"        TO  REJECT-RIYU
004740         WHEN  UPT722-SYUPPAN-CD9      NOT NUMERIC
004750             MOVE  "SYU NG"        TO  REJECT-RIYU
004760         WHEN  UPT722-SYUPPAN-CD9  =   ZERO
004770             MOVE  "SYU NG"        TO  REJECT-RIYU
004780         WHEN  UPT722-FROM-YMD         NOT NUMERIC
004790             MOVE  "FROM NG"       TO  REJECT-RIYU
004800         WHEN  UPT722-FROM-MM  <  01  OR
004810               UPT722-FROM-MM  >  12  OR
004820               UPT722-FROM-DD  <  01  OR
004830               UPT722-FROM-DD  >  31
004840             MOVE  "FROM NG"       TO  REJECT-RIYU
004850         WHEN  NOT UPT722-KOSIN-DEL  AND
004860               UPT722-TO-YMD           NOT NUMERIC
004870             MOVE  "TO NG"         TO  REJECT-RIYU
004880         WHEN  NOT UPT722-KOSIN-DEL  AND
004890             ( UPT722-TO-MM  <  01  OR
004900               UPT722-TO-MM  >  12  OR
004910               UPT722-TO-DD  <  01  OR
004920               UPT722-TO-DD  >  31 )
004930             MOVE  "TO NG"         TO  REJECT-RIYU
004940         WHEN  NOT UPT722-KOSIN-DEL  AND
004950               UPT722-FROM-YMD  >  UPT722-TO-YMD
004960             MOVE  "KIKAN NG"      TO  REJECT-RIYU
004970         WHEN  OTHER
004980             CONTINUE
004990     END-EVALUATE.
005000*-----------< 名称マスタ登録チェック（追加時） >---------------*
005010     IF  REJECT-RIYU               =   SPACE  AND
005020         UPT722-KOSIN-ADD
005030         MOVE    UPT722-TORIHIKI-CD9  TO  UPT715-TORIHIKI-CD9
005040         READ    UPT715I
005050             INVALID KEY
005060                 MOVE  "TOR NF"    TO  REJECT-RIYU
005070             NOT INVALID KEY
005080                 CONTINUE
005090         END-READ
005100     END-IF.
005110     IF  REJECT-RIYU               =   SPACE  AND
005120         UPT722-KOSIN-ADD
005130         MOVE    UPT722-SYUPPAN-CD9   TO  UPT716-SYUPPAN-CD9
005140         READ    UPT716I
005150             INVALID KEY
005160                 MOVE  "SYU NF"    TO  REJECT-RIYU
005170             NOT INVALID KEY
005180                 CONTINUE
005190         END-READ
005200     END-IF.
005210     IF  REJECT-RIYU               NOT =   SPACE
005220         MOVE    "1"               TO  CHECK-SW
005230     END-IF.
005240 CHECK-EXT.
005250     EXIT.
005260****************************************************************
005270*    (2.2)   T721-APPLY-RTN　（取扱契約マスタ更新）
005280****************************************************************
005290 T721-APPLY-RTN                    SECTION.
005300     MOVE    UPT722-TORIHIKI-CD9   TO  UPT721-TORIHIKI-CD9.
005310     MOVE    UPT722-SYUPPAN-CD9    TO  UPT721-SYUPPAN-CD9.
005320     MOVE    UPT722-FROM-YMD       TO  UPT721-FROM-YMD.
005330     MOVE    "0"                   TO  MST-FOUND-SW.
005340     READ    UPT721I
005350         INVALID KEY
005360             CONTINUE
005370         NOT INVALID KEY
005380             MOVE    "1"           TO  MST-FOUND-SW
005390     END-READ.
005400     EVALUATE TRUE
005410         WHEN  UPT722-KOSIN-ADD
005420             IF  MST-FOUND
005430                 MOVE  "DUP"       TO  REJECT-RIYU
005440                 PERFORM  REJECT-RTN
005450             ELSE
005460                 MOVE  SPACE       TO  UPT721I-REC
005470                 MOVE  UPT722-TORIHIKI-CD9
005480                                   TO  UPT721-TORIHIKI-CD9
005490                 MOVE  UPT722-SYUPPAN-CD9
005500                                   TO  UPT721-SYUPPAN-CD9
005510                 MOVE  UPT722-FROM-YMD TO  UPT721-FROM-YMD
005520                 MOVE  UPT722-TO-YMD   TO  UPT721-TO-YMD
005530                 WRITE UPT721I-REC
005540                 PERFORM  T721-IO-CHECK-RTN
005550                 PERFORM  TOROKU-RTN
005560             END-IF
005570         WHEN  UPT722-KOSIN-CHG
005580             IF  MST-FOUND
005590                 MOVE  UPT722-TO-YMD   TO  UPT721-TO-YMD
005600                 REWRITE  UPT721I-REC
005610                 PERFORM  T721-IO-CHECK-RTN
005620                 PERFORM  TOROKU-RTN
005630             ELSE
005640                 MOVE  "NOT FND"   TO  REJECT-RIYU
005650                 PERFORM  REJECT-RTN
005660             END-IF
005670         WHEN  UPT722-KOSIN-DEL
005680             IF  MST-FOUND
005690                 DELETE  UPT721I   RECORD
005700                 PERFORM  T721-IO-CHECK-RTN
005710                 PERFORM  TOROKU-RTN
005720             ELSE
005730                 MOVE  "NOT FND"   TO  REJECT-RIYU
005740                 PERFORM  REJECT-RTN
005750             END-IF
005760     END-EVALUATE.
005770 T721-APPLY-EXT.
005780     EXIT.
005790****************************************************************
005800*    (2.2.1) T721-IO-CHECK-RTN　（取扱契約マスタ更新結果判定）
005810****************************************************************
005820 T721-IO-CHECK-RTN                 SECTION.
005830     IF  FILE-STATUS               =   ZERO
005840         CONTINUE
005850     ELSE
005860         MOVE    107               TO  RETURN-CODE
005870         MOVE    FILE-STATUS       TO  MSG-507F-ST
005880         DISPLAY MSG-507F  RETURN-CODE  UPON  CONS
005890         PERFORM ABEND-MSG-RTN
005900         STOP    RUN
005910     END-IF.
005920 T721-IO-CHECK-EXT.
005930     EXIT.
005940****************************************************************
005950*    (2.3)   TOROKU-RTN　（適用明細出力）
005960****************************************************************
005970 TOROKU-RTN                        SECTION.
005980     MOVE     "APPLIED"            TO  PRT-KEKKA.
005990     ADD      1                    TO  CNT-APPLY.
006000     PERFORM  LIST-RTN.
006010 TOROKU-EXT.
006020     EXIT.
006030****************************************************************
006040*    (2.4)   REJECT-RTN　（排除明細出力）
006050****************************************************************
006060 REJECT-RTN                        SECTION.
006070     MOVE     REJECT-RIYU          TO  KEKKA-RIYU.
006080     MOVE     KEKKA-REJECT         TO  PRT-KEKKA.
006090     ADD      1                    TO  CNT-REJ.
006100     PERFORM  LIST-RTN.
006110 REJECT-EXT.
006120     EXIT.
006130****************************************************************
006140*    (2.5)   LIST-RTN　（監査リスト明細出力）
006150****************************************************************
006160 LIST-RTN                          SECTION.
006170     IF  LINE-CNT                  >   MAX-LINE
006180         PERFORM  MIDASI-RTN
006190     END-IF.
006200     WRITE    UPT721R-REC          FROM  PRT-MEISAI
006210         AFTER  ADVANCING  1  LINE.
006220     PERFORM  LIST-CHECK-RTN.
006230     ADD      1                    TO  LINE-CNT.
006240 LIST-EXT.
006250     EXIT.
006260****************************************************************
006270*    (2.6)   LIST-CHECK-RTN　（リスト出力結果判定）
006280****************************************************************
006290 LIST-CHECK-RTN                    SECTION.
006300     IF  FILE-STATUS               =   ZERO
006310         CONTINUE
006320     ELSE
006330         MOVE    203               TO  RETURN-CODE
006340         MOVE    FILE-STATUS       TO  MSG-703F-ST
006350         DISPLAY MSG-703F  RETURN-CODE  UPON  CONS
006360         PERFORM ABEND-MSG-RTN
006370         STOP    RUN
006380     END-IF.
006390 LIST-CHECK-EXT.
006400     EXIT.
006410****************************************************************
006420*    (2.7)   MIDASI-RTN　（リスト見出し出力）
006430****************************************************************
006440 MIDASI-RTN                        SECTION.
006450     ADD      1                    TO  PAGE-CNT.
006460     MOVE     WK-YYYY              TO  PRT-M1-YYYY.
006470     MOVE     WK-MM                TO  PRT-M1-MM.
006480     MOVE     WK-DD                TO  PRT-M1-DD.
006490     MOVE     PAGE-CNT             TO  PRT-M1-PAGE.
006500     WRITE    UPT721R-REC          FROM  PRT-MIDASI1
006510         AFTER  ADVANCING  PAGE.
006520     PERFORM  LIST-CHECK-RTN.
006530     IF  WK-PHASE                  =   1
006540         WRITE    UPT721R-REC      FROM  PRT-MIDASI2
006550             AFTER  ADVANCING  2  LINES
006560     ELSE
006570         WRITE    UPT721R-REC      FROM  PRT-MIDASI3
006580             AFTER  ADVANCING  2  LINES
006590     END-IF.
006600     PERFORM  LIST-CHECK-RTN.
006610     MOVE     SPACE                TO  UPT721R-REC.
006620     WRITE    UPT721R-REC
006630         AFTER  ADVANCING  1  LINE.
006640     PERFORM  LIST-CHECK-RTN.
006650     MOVE     4                    TO  LINE-CNT.
006660 MIDASI-EXT.
006670     EXIT.
006680****************************************************************
006690*    (3.0)   KEI-LIST-RTN　（取扱契約全件リスト）
006700****************************************************************
006710 KEI-LIST-RTN                      SECTION.
006720     MOVE     2                    TO  WK-PHASE.
006730     MOVE     99                   TO  LINE-CNT.
006740     MOVE     ZERO                 TO  UPT721-TORIHIKI-CD9.
006750     MOVE     ZERO                 TO  UPT721-SYUPPAN-CD9.
006760     MOVE     ZERO                 TO  UPT721-FROM-YMD.
006770     MOVE     ZERO                 TO  LIST-END-SW.
006780     START    UPT721I
006790         KEY  IS  NOT  LESS  THAN  UPT721-KEY
006800         INVALID KEY
006810             MOVE  HIGH-VALUE      TO  LIST-END-SW
006820     END-START.
006830     PERFORM  KEI-LIST-READ-RTN
006840         UNTIL LIST-END-SW         =   HIGH-VALUE.
006850 KEI-LIST-EXT.
006860     EXIT.
006870****************************************************************
006880*    (3.1)   KEI-LIST-READ-RTN
006890****************************************************************
006900 KEI-LIST-READ-RTN                 SECTION.
006910     READ     UPT721I   NEXT
006920         AT END
006930             MOVE  HIGH-VALUE            TO  LIST-END-SW
006940         NOT AT END
006950             IF    FILE-STATUS           =   ZERO
006960                 ADD      1              TO  CNT-LIST
006970                 MOVE     UPT721-TORIHIKI-CD9 TO  PRT-K-TOR-CD9
006980                 MOVE     UPT721-TORIHIKI-CD9 TO  WK-NAME-CD9
006990                 PERFORM  TOR-NAME-RTN
007000                 MOVE     WK-TOR-NAME         TO  PRT-K-TOR-NAME
007010                 MOVE     UPT721-SYUPPAN-CD9  TO  PRT-K-SYU-CD9
007020                 MOVE     UPT721-SYUPPAN-CD9  TO  WK-NAME-CD9
007030                 PERFORM  SYU-NAME-RTN
007040                 MOVE     WK-SYU-NAME         TO  PRT-K-SYU-NAME
007050                 MOVE     UPT721-FROM-YMD     TO  PRT-K-FROM
007060                 MOVE     UPT721-TO-YMD       TO  PRT-K-TO
007070                 IF  LINE-CNT          >   MAX-LINE
007080                     PERFORM  MIDASI-RTN
007090                 END-IF
007100                 WRITE    UPT721R-REC  FROM  PRT-KEI-MEISAI
007110                     AFTER  ADVANCING  1  LINE
007120                 PERFORM  LIST-CHECK-RTN
007130                 ADD      1              TO  LINE-CNT
007140             ELSE
007150                 MOVE  107               TO  RETURN-CODE
007160                 MOVE  FILE-STATUS       TO  MSG-507F-ST
007170                 DISPLAY MSG-507F RETURN-CODE  UPON  CONS
007180                 PERFORM ABEND-MSG-RTN
007190                 STOP RUN
007200             END-IF
007210     END-READ.
007220 KEI-LIST-READ-EXT.
007230     EXIT.
007240****************************************************************
007250*    (3.2)   TOR-NAME-RTN　（取引先名称検索）
007260****************************************************************
007270 TOR-NAME-RTN                      SECTION.
007280     IF  WK-NAME-CD9               =   ZERO
007290         MOVE    SPACE             TO  WK-TOR-NAME
007300     ELSE
007310         MOVE    MITOROKU-NAME     TO  WK-TOR-NAME
007320         MOVE    WK-NAME-CD9       TO  UPT715-TORIHIKI-CD9
007330         READ    UPT715I
007340             INVALID KEY
007350                 CONTINUE
007360             NOT INVALID KEY
007370                 MOVE  UPT715-KANJI-NAME  TO  WK-TOR-NAME
007380         END-READ
007390     END-IF.
007400 TOR-NAME-EXT.
007410     EXIT.
007420****************************************************************
007430*    (3.3)   SYU-NAME-RTN　（出版社名称検索）
007440****************************************************************
007450 SYU-NAME-RTN                      SECTION.
007460     IF  WK-NAME-CD9               =   ZERO
007470         MOVE    SPACE             TO  WK-SYU-NAME
007480     ELSE
007490         MOVE    MITOROKU-NAME     TO  WK-SYU-NAME
007500         MOVE    WK-NAME-CD9       TO  UPT716-SYUPPAN-CD9
007510         READ    UPT716I
007520             INVALID KEY
007530                 CONTINUE
007540             NOT INVALID KEY
007550                 MOVE  UPT716-KANJI-NAME  TO  WK-SYU-NAME
007560         END-READ
007570     END-IF.
007580 SYU-NAME-EXT.
007590     EXIT.
007600****************************************************************
007610*    (4.0)     ＳＴＡＲＴメッセージ処理                        *
007620****************************************************************
007630 START-MSG-RTN                     SECTION.
007640     ACCEPT  WK-DATE               FROM   DATE.
007650     ACCEPT  WK-TIME               FROM   TIME.
007660     MOVE    WK-Y                  TO     WK-YY.
007670     MOVE    WK-M                  TO     WK-MM.
007680     MOVE    WK-D                  TO     WK-DD.
007690     MOVE    20                    TO     WK-20.
007700*
007710     MOVE    WK-YYYY               TO     MESSAGE-START-YYYY.
007720     MOVE    WK-MM                 TO     MESSAGE-START-MM.
007730     MOVE    WK-DD                 TO     MESSAGE-START-DD.
007740     MOVE    WK-TIM                TO     MESSAGE-START-TIM.
007750     MOVE    WK-MIN                TO     MESSAGE-START-MIN.
007760     MOVE    WK-SEC                TO     MESSAGE-START-SEC.
007770*
007780     DISPLAY  MESSAGE-START  UPON CONS.
007790*
007800 START-MSG-EXT.
007810     EXIT.
007820****************************************************************
007830*    (5.0)     ＡＢＥＮＤメッセージ処理                        *
007840****************************************************************
007850 ABEND-MSG-RTN                     SECTION.
007860     ACCEPT  WK-DATE               FROM   DATE.
007870     ACCEPT  WK-TIME               FROM   TIME.
007880     MOVE    WK-Y                  TO     WK-YY.
007890     MOVE    WK-M                  TO     WK-MM.
007900     MOVE    WK-D                  TO     WK-DD.
007910     MOVE    20                    TO     WK-20.
007920*
007930     MOVE    WK-YYYY               TO     MESSAGE-ABEND-YYYY.
007940     MOVE    WK-MM                 TO     MESSAGE-ABEND-MM.
007950     MOVE    WK-DD                 TO     MESSAGE-ABEND-DD.
007960     MOVE    WK-TIM                TO     MESSAGE-ABEND-TIM.
007970     MOVE    WK-MIN                TO     MESSAGE-ABEND-MIN.
007980     MOVE    WK-SEC                TO     MESSAGE-ABEND-SEC.
007990*
008000     DISPLAY  MESSAGE-ABEND  UPON CONS.
008010*
008020 ABEND-MSG-EXT.
008030     EXIT.
008040****************************************************************
008050*    (6.0)     ＥＮＤメッセージ処理                            *
008060****************************************************************
008070 END-MSG-RTN                     SECTION.
008080     ACCEPT  WK-DATE               FROM   DATE.
008090     ACCEPT  WK-TIME               FROM   TIME.
008100     MOVE    WK-Y                  TO     WK-YY.
008110     MOVE    WK-M                  TO     WK-MM.
008120     MOVE    WK-D                  TO     WK-DD.
008130     MOVE    20                    TO     WK-20.
008140*
008150     MOVE    WK-YYYY               TO     MESSAGE-END-YYYY.
008160     MOVE    WK-MM                 TO     MESSAGE-END-MM.
008170     MOVE    WK-DD                 TO     MESSAGE-END-DD.
008180     MOVE    WK-TIM                TO     MESSAGE-END-TIM.
008190     MOVE    WK-MIN                TO     MESSAGE-END-MIN.
008200     MOVE    WK-SEC                TO     MESSAGE-END-SEC.
008210*
008220     DISPLAY  MESSAGE-END  UPON CONS.
008230*
008240 END-MSG-EXT.
008250     EXIT.
008260****************************************************************
008270*    (7.0)              エンド 処理                            *
008280****************************************************************
008290 END-RTN                           SECTION.
008300*
008310     CLOSE     UPT722I.
008320     CLOSE     UPT721I.
008330     CLOSE     UPT715I.
008340     CLOSE     UPT716I.
008350     CLOSE     UPT721R.
008360     MOVE      ZERO                TO  RETURN-CODE.
008370*---------< 入力件数表示 >-------------------------------------*
008380     DISPLAY MSG-501I  CNT-IN    UPON CONS.
008390     DISPLAY MSG-503I  CNT-APPLY UPON CONS.
008400     DISPLAY MSG-505I  CNT-REJ   UPON CONS.
008410     DISPLAY MSG-507I  CNT-LIST  UPON CONS.
008420     PERFORM END-MSG-RTN.
008430*
008440 END-EXT.
008450     EXIT.
