000010****************************************************************
000020*    システム名    ： 新聞競馬新聞実績
000030*    プログラム名  ： 営業日カレンダマスタ保守・リスト処理
000040*    プログラムＩＤ： UPBD029
000050*    作  成  者    ： T.HARUYAMA
000060*    作  成  日    ： 2004年10月05日
000061*    修  正  日    ： 2004年11月29日 マスタ変更履歴出力対応
000070****************************************************************
000080 IDENTIFICATION                    DIVISION.
000090 PROGRAM-ID.                       UPBD029.
000100 AUTHOR.                           T.HARUYAMA.
000110*
000120 ENVIRONMENT                       DIVISION.
000130 CONFIGURATION                     SECTION.
000140 SOURCE-COMPUTER.                  SUN.
000150 OBJECT-COMPUTER.                  SUN.
000160 SPECIAL-NAMES.
000170     CONSOLE                   IS  CONS
000171     ARGUMENT-NUMBER           IS  BANGO
000172     ARGUMENT-VALUE            IS  ATAI.
000180*----*---*---*---*---*---------*---*---*---*---*---*---*---*---*
000190 INPUT-OUTPUT                      SECTION.
000200 FILE-CONTROL.
000210*------------ファイル   （保守トランザクション）---------------*
000220     SELECT  UPT731I      ASSIGN     TO  UPT731I
000230                      STATUS     IS  FILE-STATUS.
000240*------------ファイル   （営業日カレンダマスタ）---------------*
000250     SELECT  UPT730I ASSIGN     TO  UPT730I
000260             ORGANIZATION       IS  INDEXED
000270             ACCESS  MODE       IS  DYNAMIC
000280             RECORD  KEY        IS  UPT730-YMD
000290             FILE    STATUS     IS  FILE-STATUS.
000300*------------ファイル   （監査・休業日リスト）-----------------*
000310     SELECT  UPT730R      ASSIGN
000320                                TO  UPT730R
000330             ACCESS  MODE       IS  SEQUENTIAL
000340             FILE    STATUS     FILE-STATUS.
000341*------------ファイル   （マスタ変更履歴）---------------------*
000342     SELECT  UPT737L      ASSIGN     TO  UPT737L
000343             ACCESS  MODE       IS  SEQUENTIAL
000344             FILE    STATUS     FILE-STATUS.
000350*
000360 DATA                              DIVISION.
000370 FILE                              SECTION.
000380*
000390****************************************************************
000400*            ファイル   （保守トランザクション）
000410****************************************************************
000420 FD  UPT731I        LABEL  RECORD STANDARD.
000430 01  UPT731I-REC.
000440     COPY   UPT731C.
000450*
000460****************************************************************
000470*            ファイル   （営業日カレンダマスタ）
000480****************************************************************
000490 FD  UPT730I        LABEL  RECORD STANDARD.
000500 01  UPT730I-REC.
000510     COPY   UPT730C.
000520*
000530****************************************************************
000540*            ファイル   （監査・休業日リスト）
000550****************************************************************
000560 FD  UPT730R        LABEL  RECORD STANDARD.
000570 01  UPT730R-REC             PIC X(132).
000580*
000581****************************************************************
000582*            ファイル   （マスタ変更履歴）
000583****************************************************************
000584 FD  UPT737L         LABEL  RECORD STANDARD.
000585 01  UPT737L-REC.
000586     COPY   UPT737C.
000587*
000590 WORKING-STORAGE                   SECTION.
000600*---------------< WORK-AREA定義 >-----------------------------*
000610 01  SW-AREA.
000620     03  END-SW                        PIC X(02) VALUE ZERO.
000630     03  CHECK-SW                      PIC X(01) VALUE "0".
000640         88  CHECK-NG                  VALUE "1".
000650     03  MST-FOUND-SW                  PIC X(01) VALUE "0".
000660         88  MST-FOUND                 VALUE "1".
000670     03  LIST-END-SW                   PIC X(02) VALUE ZERO.
000680     03  WK-PHASE                      PIC 9(01) VALUE 1.
000690 01  WK-DATE.
000700     03  WK-Y                          PIC  9(2).
000710     03  WK-M                          PIC  9(2).
000720     03  WK-D                          PIC  9(2).
000730 01  WK-YYYYMMDD.
000740     03  WK-YYYY.
000750       05  WK-20                       PIC  9(2).
000760       05  WK-YY                       PIC  9(2).
000770     03  WK-MM                         PIC  9(2).
000780     03  WK-DD                         PIC  9(2).
000790     03  WK-TIME.
000800       05  WK-TIM                      PIC  9(2).
000810       05  WK-MIN                      PIC  9(2).
000820       05  WK-SEC                      PIC  9(2).
000830*---------------< ステータスの定義 >--------------------------*
000840 01  STATUS-AREA.
000850     03  FILE-STATUS                   PIC X(02) VALUE ZERO.
000851*---------------< 起動パラメタの定義 >------------------------*
000852 01  ARG-AREA.
000853     03  ARG-CNT                       PIC 9(02) VALUE ZERO.
000854*---------------< 起動パラメタ（詳細）の定義 >----------------*
000855 01  ARG-DETAIL-AREA.
000856     03  ARG-IDX                       PIC 9(02) VALUE ZERO.
000857     03  ARG-VALUE                     PIC X(20) VALUE SPACES.
000858     03  OPE-ID                        PIC X(08) VALUE SPACE.
000860*---------------< カウントの定義 >----------------------------*
000870 01  UPT731-CNT-AREA.
000880     03  CNT-IN                        PIC 9(09) VALUE ZERO.
000890     03  CNT-APPLY                     PIC 9(09) VALUE ZERO.
000900     03  CNT-REJ                       PIC 9(09) VALUE ZERO.
000910     03  CNT-LIST                      PIC 9(09) VALUE ZERO.
000911     03  CNT-RIREKI                    PIC 9(09) VALUE ZERO.
000920*---------------< 排除理由の定義 >----------------------------*
000930 01  RIYU-AREA.
000940     03  REJECT-RIYU                   PIC X(08) VALUE SPACE.
000941*---------------< 変更履歴編集の定義 >------------------------*
000942 01  RIREKI-AREA.
000943     03  RIREKI-MST-ID                 PIC X(06) VALUE SPACE.
000944     03  RIREKI-KEY                    PIC X(20) VALUE SPACE.
000945     03  RIREKI-MAE                    PIC X(40) VALUE SPACE.
000946     03  RIREKI-ATO                    PIC X(40) VALUE SPACE.
000947     03  RIREKI-YMD                    PIC 9(08) VALUE ZERO.
000948     03  RIREKI-TIME                   PIC 9(06) VALUE ZERO.
000950*---------------< 監査リスト制御の定義 >----------------------*
000960 01  PRT-CTL-AREA.
000970     03  LINE-CNT                      PIC 9(03) VALUE 99.
000980     03  PAGE-CNT                      PIC 9(05) VALUE ZERO.
000990     03  MAX-LINE                      PIC 9(03) VALUE 60.
001000*
001010*---------------< メッセージ１の定義 >------------------------*
001020 01  MSG-PGID                          PIC X(08) VALUE
001030     "UPBD029".
001040 01  MESSAGE-AREA1.
001050     03  MESSAGE-START.
001060       05  FILLER                      PIC X(12) VALUE
001070     "++ UPBD029 ".
001080       05  MESSAGE-START-YMD.
001090         07  MESSAGE-START-YYYY        PIC 9(04).
001100         07  FILLER                    PIC X(01) VALUE "/".
001110         07  MESSAGE-START-MM          PIC 9(02).
001120         07  FILLER                    PIC X(01) VALUE "/".
001130         07  MESSAGE-START-DD          PIC 9(02).
001140         07  FILLER                    PIC X(01) VALUE " ".
001150         07  MESSAGE-START-TIM         PIC 9(02).
001160         07  FILLER                    PIC X(01) VALUE ":".
001170         07  MESSAGE-START-MIN         PIC 9(02).
001180         07  FILLER                    PIC X(01) VALUE ":".
001190         07  MESSAGE-START-SEC         PIC 9(02).
001200         07  FILLER                    PIC X(01) VALUE " ".
001210       05  FILLER                      PIC X(08) VALUE
001220     "*START* ".
001230     03  MESSAGE-END.
001240       05  FILLER                      PIC X(12) VALUE
001250     "++ UPBD029 ".
001260       05  MESSAGE-END-YMD.
001270         07  MESSAGE-END-YYYY          PIC 9(04).
001280         07  FILLER                    PIC X(01) VALUE "/".
001290         07  MESSAGE-END-MM            PIC 9(02).
001300         07  FILLER                    PIC X(01) VALUE "/".
001310         07  MESSAGE-END-DD            PIC 9(02).
001320         07  FILLER                    PIC X(01) VALUE " ".
001330         07  MESSAGE-END-TIM           PIC 9(02).
001340         07  FILLER                    PIC X(01) VALUE ":".
001350         07  MESSAGE-END-MIN           PIC 9(02).
001360         07  FILLER                    PIC X(01) VALUE ":".
001370         07  MESSAGE-END-SEC           PIC 9(02).
001380         07  FILLER                    PIC X(01) VALUE " ".
001390       05  FILLER                      PIC X(13) VALUE
001400     "*NORMAL END* ".
001410     03  MESSAGE-ABEND.
001420       05  FILLER                      PIC X(12) VALUE
001430     "++ UPBD029 ".
001440       05  MESSAGE-ABEND-YMD.
001450         07  MESSAGE-ABEND-YYYY        PIC 9(04).
001460         07  FILLER                    PIC X(01) VALUE "/".
001470         07  MESSAGE-ABEND-MM          PIC 9(02).
001480         07  FILLER                    PIC X(01) VALUE "/".
001490         07  MESSAGE-ABEND-DD          PIC 9(02).
001500         07  FILLER                    PIC X(01) VALUE " ".
001510         07  MESSAGE-ABEND-TIM         PIC 9(02).
001520         07  FILLER                    PIC X(01) VALUE ":".
001530         07  MESSAGE-ABEND-MIN         PIC 9(02).
001540         07  FILLER                    PIC X(01) VALUE ":".
001550         07  MESSAGE-ABEND-SEC         PIC 9(02).
001560         07  FILLER                    PIC X(01) VALUE " ".
001570       05  FILLER                      PIC X(15) VALUE
001580     "*ABNORMAL END* ".
001590     03  MESSAGE-0.
001600       05  MSG0-PGID                   PIC X(08).
001610       05  MSG0-NAME                   PIC X(41).
001620*
001630*---< メッセージ２の定義 >---*
001640 01  MESSAGE-AREA2.
001650     03  MSG-501I.
001660       05  FILLER                      PIC  X(41) VALUE
001670     "++ UPBD029  501I UPT731       IN COUNT = ".
001680     03  MSG-503I.
001690       05  FILLER                      PIC  X(41) VALUE
001700     "++ UPBD029  503I MASTER    APPLY COUNT = ".
001710     03  MSG-505I.
001720       05  FILLER                      PIC  X(41) VALUE
001730     "++ UPBD029  505I MASTER      REJ COUNT = ".
001740     03  MSG-507I.
001750       05  FILLER                      PIC  X(41) VALUE
001760     "++ UPBD029  507I KYUGYOBI   LIST COUNT = ".
001761     03  MSG-509I.
001762       05  FILLER                      PIC  X(41) VALUE
001763     "++ UPBD029  509I UPT737    WRITE COUNT = ".
001770     03  MSG-501F.
001780       05  FILLER                      PIC  X(41) VALUE
001790     "++ UPBD029  501F UPT731  OPEN  ERROR ST= ".
001800       05  MSG-501F-ST                 PIC  9(03).
001810       05  FILLER                      PIC  X(01) VALUE " ".
001820     03  MSG-503F.
001830       05  FILLER                      PIC  X(41) VALUE
001840     "++ UPBD029  503F UPT731  READ  ERROR ST= ".
001850       05  MSG-503F-ST                 PIC  9(03).
001860       05  FILLER                      PIC  X(01) VALUE " ".
001870     03  MSG-505F.
001880       05  FILLER                      PIC  X(41) VALUE
001890     "++ UPBD029  505F UPT730  OPEN  ERROR ST= ".
001900       05  MSG-505F-ST                 PIC  9(03).
001910     03  MSG-507F.
001920       05  FILLER                      PIC  X(41) VALUE
001930     "++ UPBD029  507F UPT730  I-O   ERROR ST= ".
001940       05  MSG-507F-ST                 PIC  9(03).
001941     03  MSG-509F.
001942       05  FILLER                      PIC  X(41) VALUE
001943     "++ UPBD029  509F UPT737  OPEN  ERROR ST= ".
001944       05  MSG-509F-ST                 PIC  9(03).
001945     03  MSG-511F.
001946       05  FILLER                      PIC  X(41) VALUE
001947     "++ UPBD029  511F UPT737  WRITE ERROR ST= ".
001948       05  MSG-511F-ST                 PIC  9(03).
001950     03  MSG-701F.
001960       05  FILLER                      PIC  X(41) VALUE
001970     "++ UPBD029  701F LIST    OPEN  ERROR ST= ".
001980       05  MSG-701F-ST                 PIC  9(03).
001990     03  MSG-703F.
002000       05  FILLER                      PIC  X(41) VALUE
002010     "++ UPBD029  703F LIST    WRITE ERROR ST= ".
002020       05  MSG-703F-ST                 PIC  9(03).
002021     03  MSG-721F.
002022       05  FILLER                      PIC  X(41) VALUE
002023     "++ UPBD029  721F OPID=  ARGUMENT INVALID ".
002030*---------------< リスト見出しの定義 >------------------------*
002040 01  PRT-MIDASI1.
002050     03  FILLER                        PIC X(09) VALUE
002060     "UPBD029  ".
002070     03  FILLER                        PIC X(35) VALUE
002080     "EIGYOBI CALENDAR MAINTE LIST       ".
002090     03  FILLER                        PIC X(05) VALUE
002100     "DATE:".
002110     03  PRT-M1-YYYY                   PIC 9(04).
002120     03  FILLER                        PIC X(01) VALUE "/".
002130     03  PRT-M1-MM                     PIC 9(02).
002140     03  FILLER                        PIC X(01) VALUE "/".
002150     03  PRT-M1-DD                     PIC 9(02).
002160     03  FILLER                        PIC X(07) VALUE
002170     "  PAGE:".
002180     03  PRT-M1-PAGE                   PIC ZZZZ9.
002190 01  PRT-MIDASI2.
002200     03  FILLER                        PIC X(08) VALUE
002210     "SEQ-NO  ".
002220     03  FILLER                        PIC X(06) VALUE
002230     "FUNC  ".
002240     03  FILLER                        PIC X(11) VALUE
002250     "YMD        ".
002260     03  FILLER                        PIC X(05) VALUE
002270     "KBN  ".
002280     03  FILLER                        PIC X(22) VALUE
002290     "KYUGYO-NAME           ".
002300     03  FILLER                        PIC X(16) VALUE
002310     "RESULT          ".
002320 01  PRT-MIDASI3.
002330     03  FILLER                        PIC X(11) VALUE
002340     "YMD        ".
002350     03  FILLER                        PIC X(14) VALUE
002360     "KBN           ".
002370     03  FILLER                        PIC X(22) VALUE
002380     "KYUGYO-NAME           ".
002390     03  FILLER                        PIC X(08) VALUE
002400     "KOSIN-DT".
002410*---------------< 監査リスト明細の定義 >----------------------*
002420 01  PRT-MEISAI.
002430     03  PRT-SEQ                       PIC ZZZZZ9.
002440     03  FILLER                        PIC X(02) VALUE SPACE.
002450     03  PRT-KOSIN                     PIC X(03).
002460     03  FILLER                        PIC X(03) VALUE SPACE.
002470     03  PRT-YMD                       PIC X(08).
002480     03  FILLER                        PIC X(03) VALUE SPACE.
002490     03  PRT-KBN                       PIC X(01).
002500     03  FILLER                        PIC X(04) VALUE SPACE.
002510     03  PRT-NAME                      PIC X(20).
002520     03  FILLER                        PIC X(02) VALUE SPACE.
002530     03  PRT-KEKKA                     PIC X(16).
002540*---------------< 休業日リスト明細の定義 >--------------------*
002550 01  PRT-KYUGYO-MEISAI.
002560     03  PRT-K-YMD                     PIC 9(08).
002570     03  FILLER                        PIC X(03) VALUE SPACE.
002580     03  PRT-K-KBN                     PIC X(01).
002590     03  FILLER                        PIC X(01) VALUE SPACE.
002600     03  PRT-K-KBN-MEI                 PIC X(09).
002610     03  FILLER                        PIC X(03) VALUE SPACE.
002620     03  PRT-K-NAME                    PIC X(20).
002630     03  FILLER                        PIC X(02) VALUE SPACE.
002640     03  PRT-K-KOSIN                   PIC 9(08).
002650*---------------< 結果編集の定義 >----------------------------*
002660 01  KEKKA-REJECT.
002670     03  FILLER                        PIC X(07) VALUE "REJECT ".
002680     03  KEKKA-RIYU                    PIC X(08).
002690     03  FILLER                        PIC X(01) VALUE SPACE.
002700*
002710 PROCEDURE                         DIVISION.
002720****************************************************************
002730*    (0.0)   メイン              処理                          *
002740****************************************************************
002750 MAIN-RTN                          SECTION.
002760*
002770     PERFORM      INIT-RTN.
002780*
002790     PERFORM      PROC-RTN
002800         UNTIL    END-SW           =   HIGH-VALUE.
002810*
002820     PERFORM      KYUGYO-LIST-RTN.
002830*
002840     PERFORM      END-RTN.
002850*
002860     STOP         RUN.
002870*
002880 MAIN-EXT.
002890     EXIT.
002900****************************************************************
002910*    (1.0)   イニシャル          処理                          *
002920****************************************************************
002930 INIT-RTN                          SECTION.
002940     PERFORM      START-MSG-RTN.
002950*
002960     MOVE    99                    TO  RETURN-CODE.
002961*
002962     PERFORM      ARG-RTN.
002963     IF  OPE-ID                    =   SPACE
002964         DISPLAY MSG-721F          UPON  CONS
002965         MOVE    221               TO   RETURN-CODE
002966         PERFORM ABEND-MSG-RTN
002967         STOP    RUN
002968     END-IF.
002969     MOVE    WK-YYYYMMDD (1:8)     TO  RIREKI-YMD.
00296A     MOVE    WK-TIME               TO  RIREKI-TIME.
002970*-----------< ファイル  （保守トラン）ＯＰＥＮ  >--------------*
002980     OPEN INPUT UPT731I.
002990     IF  FILE-STATUS               =   ZERO
003000         CONTINUE
003010     ELSE
003020         MOVE    101               TO  RETURN-CODE
003030         MOVE    FILE-STATUS       TO  MSG-501F-ST
003040         DISPLAY MSG-501F RETURN-CODE UPON CONS
003050         PERFORM ABEND-MSG-RTN
003060         STOP    RUN
003070     END-IF.
003080*-----------< ファイル  （カレンダマスタ）ＯＰＥＮ  >----------*
003090     OPEN I-O   UPT730I.
003100     IF  FILE-STATUS               =   "35"
003110         OPEN    OUTPUT    UPT730I
003120         IF  FILE-STATUS           =   ZERO
003130             CLOSE   UPT730I
003140             OPEN    I-O       UPT730I
003150         END-IF
003160     END-IF.
003170     IF  FILE-STATUS               =   ZERO
003180         CONTINUE
003190     ELSE
003200         MOVE    105               TO  RETURN-CODE
003210         MOVE    FILE-STATUS       TO  MSG-505F-ST
003220         DISPLAY MSG-505F RETURN-CODE UPON CONS
003230         PERFORM ABEND-MSG-RTN
003240         STOP    RUN
003250     END-IF.
003260*-----------< ファイル  （リスト）ＯＰＥＮ  >------------------*
003270     OPEN OUTPUT UPT730R.
003280     IF  FILE-STATUS               =   ZERO
003290         CONTINUE
003300     ELSE
003310         MOVE    201               TO  RETURN-CODE
003320         MOVE    FILE-STATUS       TO  MSG-701F-ST
003330         DISPLAY MSG-701F RETURN-CODE UPON CONS
003340         PERFORM ABEND-MSG-RTN
003350         STOP    RUN
003360     END-IF.
003361*-----------< ファイル  （変更履歴）ＯＰＥＮ  >----------------*
003362     OPEN EXTEND UPT737L.
003363     IF  FILE-STATUS               =   "35"
003364         OPEN OUTPUT UPT737L
003365     END-IF.
003366     IF  FILE-STATUS               =   ZERO
003367         CONTINUE
003368     ELSE
003369         MOVE    109               TO  RETURN-CODE
00336A         MOVE    FILE-STATUS       TO  MSG-509F-ST
00336B         DISPLAY MSG-509F RETURN-CODE UPON CONS
00336C         PERFORM ABEND-MSG-RTN
00336D         STOP    RUN
00336E     END-IF.
003370*-----------< 初期ロード >-------------------------------------*
003380     PERFORM      READ-RTN.
003390 INIT-EXT.
003400     EXIT.
003410****************************************************************
003420*    (1.1)   READ-RTN
003430****************************************************************
003440 READ-RTN                          SECTION.
003450     READ      UPT731I
003460         AT    END
003470         MOVE  HIGH-VALUE                TO  END-SW
003480*
003490         NOT AT END
003500         IF    FILE-STATUS               =   ZERO
003510               ADD   +1                  TO  CNT-IN
003520         ELSE
003530               MOVE  103                 TO  RETURN-CODE
003540               MOVE FILE-STATUS          TO  MSG-503F-ST
003550               DISPLAY MSG-503F RETURN-CODE  UPON  CONS
003560               PERFORM ABEND-MSG-RTN
003570               STOP RUN
003580         END-IF.
003590 READ-EXT.
003600     EXIT.
003601****************************************************************
003602*    (1.2)   ARG-RTN　（起動パラメタ判定）
003603****************************************************************
003604 ARG-RTN                           SECTION.
003605     ACCEPT   ARG-CNT               FROM  BANGO.
003606     PERFORM  ARG-READ-RTN
003607         VARYING ARG-IDX FROM 1 BY 1
003608         UNTIL   ARG-IDX             >     ARG-CNT.
003609 ARG-EXT.
00360A     EXIT.
00360B****************************************************************
00360C*    (1.3)   ARG-READ-RTN　（起動パラメタ　１件判定）
00360D****************************************************************
00360E ARG-READ-RTN                       SECTION.
00360F     DISPLAY  ARG-IDX               UPON  BANGO.
00360G     ACCEPT   ARG-VALUE             FROM  ATAI
00360H         ON EXCEPTION
00360I             CONTINUE
00360J         NOT ON EXCEPTION
00360K             IF  ARG-VALUE (1:5)     =    "OPID="
00360L                 MOVE  ARG-VALUE (6:8)  TO  OPE-ID
00360M             END-IF
00360N     END-ACCEPT.
00360O ARG-READ-EXT.
00360P     EXIT.
003610****************************************************************
003620*    (2.0)   PROC-RTN                                          *
003630****************************************************************
003640 PROC-RTN                          SECTION.
003650*
003660     MOVE     SPACE                TO  PRT-MEISAI.
003670     MOVE     CNT-IN               TO  PRT-SEQ.
003680     MOVE     UPT731-YMD           TO  PRT-YMD.
003690     MOVE     UPT731-KYUGYO-KBN    TO  PRT-KBN.
003700     MOVE     UPT731-KYUGYO-NAME   TO  PRT-NAME.
003710     EVALUATE TRUE
003720         WHEN  UPT731-KOSIN-ADD
003730             MOVE  "ADD"           TO  PRT-KOSIN
003740         WHEN  UPT731-KOSIN-CHG
003750             MOVE  "CHG"           TO  PRT-KOSIN
003760         WHEN  UPT731-KOSIN-DEL
003770             MOVE  "DEL"           TO  PRT-KOSIN
003780         WHEN  OTHER
003790             MOVE  "???"           TO  PRT-KOSIN
003800     END-EVALUATE.
003810*
003820     PERFORM  CHECK-RTN.
003830     IF  CHECK-NG
003840         PERFORM  REJECT-RTN
003850     ELSE
003860         PERFORM  T730-APPLY-RTN
003870     END-IF.
003880*-----------< READ処理 >---------------------------------------*
003890     PERFORM  READ-RTN.
003900*
003910 PROC-EXT.
003920     EXIT.
003930****************************************************************
003940*    (2.1)   CHECK-RTN　（トランザクションチェック）
003950****************************************************************
003960 CHECK-RTN                         SECTION.
003970     MOVE    "0"                   TO  CHECK-SW.
003980     MOVE    SPACE                 TO  REJECT-RIYU.
003990     EVALUATE TRUE
004000         WHEN  NOT UPT731-KOSIN-ADD  AND
004010               NOT UPT731-KOSIN-CHG  AND
004020               NOT UPT731-KOSIN-DEL
004030             MOVE  "KBN NG"        TO  REJECT-RIYU
004040         WHEN  UPT731-YMD              NOT NUMERIC
004050             MOVE  "YMD NG"        TO  REJECT-RIYU
004060         WHEN  UPT731-MM           =   ZERO  OR
004070               UPT731-MM           >   12    OR
004080               UPT731-DD           =   ZERO  OR
004090               UPT731-DD           >   31
004100             MOVE  "YMD NG"        TO  REJECT-RIYU
004110         WHEN  NOT UPT731-KOSIN-DEL  AND
004120               NOT UPT731-SYUKUJITU  AND
004130               NOT UPT731-KYUKANBI
004140             MOVE  "KYU NG"        TO  REJECT-RIYU
004150         WHEN  OTHER
004160             CONTINUE
004170     END-EVALUATE.
004180     IF  REJECT-RIYU               NOT =   SPACE
004190         MOVE    "1"               TO  CHECK-SW
004200     END-IF.
004210 CHECK-EXT.
004220     EXIT.
004230****************************************************************
004240*    (2.2)   T730-APPLY-RTN　（カレンダマスタ更新）
004250****************************************************************
004260 T730-APPLY-RTN                    SECTION.
004270     MOVE    UPT731-YMD            TO  UPT730-YMD.
004271     MOVE    "UPT730"              TO  RIREKI-MST-ID.
004272     MOVE    UPT730-YMD            TO  RIREKI-KEY.
004280     MOVE    "0"                   TO  MST-FOUND-SW.
004290     READ    UPT730I
004300         INVALID KEY
004310             CONTINUE
004320         NOT INVALID KEY
004330             MOVE    "1"           TO  MST-FOUND-SW
004340     END-READ.
004341     IF  MST-FOUND
004342         MOVE    UPT730I-REC (1:40) TO  RIREKI-MAE
004343     ELSE
004344         MOVE    SPACE             TO  RIREKI-MAE
004345     END-IF.
004350     EVALUATE TRUE
004360         WHEN  UPT731-KOSIN-ADD
004370             IF  MST-FOUND
004380                 MOVE  "DUP"       TO  REJECT-RIYU
004390                 PERFORM  REJECT-RTN
004400             ELSE
004410                 MOVE  SPACE       TO  UPT730I-REC
004420                 MOVE  UPT731-YMD  TO  UPT730-YMD
004430                 MOVE  UPT731-KYUGYO-KBN
004440                                   TO  UPT730-KYUGYO-KBN
004450                 MOVE  UPT731-KYUGYO-NAME
004460                                   TO  UPT730-KYUGYO-NAME
004470                 MOVE  WK-YYYYMMDD (1:8)
004480                                   TO  UPT730-KOSIN-YMD
004481                 MOVE  UPT730I-REC (1:40) TO  RIREKI-ATO
004490                 WRITE UPT730I-REC
004500                 PERFORM  T730-IO-CHECK-RTN
004510                 PERFORM  TOROKU-RTN
004520             END-IF
004530         WHEN  UPT731-KOSIN-CHG
004540             IF  MST-FOUND
004550                 MOVE  UPT731-KYUGYO-KBN
004560                                   TO  UPT730-KYUGYO-KBN
004570                 MOVE  UPT731-KYUGYO-NAME
004580                                   TO  UPT730-KYUGYO-NAME
004590                 MOVE  WK-YYYYMMDD (1:8)
004600                                   TO  UPT730-KOSIN-YMD
004601                 MOVE  UPT730I-REC (1:40) TO  RIREKI-ATO
004610                 REWRITE  UPT730I-REC
004620                 PERFORM  T730-IO-CHECK-RTN
004630                 PERFORM  TOROKU-RTN
004640             ELSE
004650                 MOVE  "NOT FND"   TO  REJECT-RIYU
004660                 PERFORM  REJECT-RTN
004670             END-IF
004680         WHEN  UPT731-KOSIN-DEL
004690             IF  MST-FOUND
004691                 MOVE  SPACE       TO  RIREKI-ATO
004700                 DELETE  UPT730I   RECORD
004710                 PERFORM  T730-IO-CHECK-RTN
004720                 PERFORM  TOROKU-RTN
004730             ELSE
004740                 MOVE  "NOT FND"   TO  REJECT-RIYU
004750                 PERFORM  REJECT-RTN
004760             END-IF
004770     END-EVALUATE.
004780 T730-APPLY-EXT.
004790     EXIT.
004800****************************************************************
004810*    (2.2.1) T730-IO-CHECK-RTN　（カレンダマスタ更新結果判定）
004820****************************************************************
004830 T730-IO-CHECK-RTN                 SECTION.
004840     IF  FILE-STATUS               =   ZERO
004850         CONTINUE
004860     ELSE
004870         MOVE    107               TO  RETURN-CODE
004880         MOVE    FILE-STATUS       TO  MSG-507F-ST
004890         DISPLAY MSG-507F  RETURN-CODE  UPON  CONS
004900         PERFORM ABEND-MSG-RTN
004910         STOP    RUN
004920     END-IF.
004930 T730-IO-CHECK-EXT.
004940     EXIT.
004950****************************************************************
004960*    (2.3)   TOROKU-RTN　（適用明細出力）
004970****************************************************************
004980 TOROKU-RTN                        SECTION.
004990     MOVE     "APPLIED"            TO  PRT-KEKKA.
005000     ADD      1                    TO  CNT-APPLY.
005001     PERFORM  RIREKI-RTN.
005010     PERFORM  LIST-RTN.
005020 TOROKU-EXT.
005030     EXIT.
005040****************************************************************
005050*    (2.4)   REJECT-RTN　（排除明細出力）
005060****************************************************************
005070 REJECT-RTN                        SECTION.
005080     MOVE     REJECT-RIYU          TO  KEKKA-RIYU.
005090     MOVE     KEKKA-REJECT         TO  PRT-KEKKA.
005100     ADD      1                    TO  CNT-REJ.
005110     PERFORM  LIST-RTN.
005120 REJECT-EXT.
005130     EXIT.
005140****************************************************************
005150*    (2.5)   LIST-RTN　（監査リスト明細出力）
005160****************************************************************
005170 LIST-RTN                          SECTION.
005180     IF  LINE-CNT                  >   MAX-LINE
005190         PERFORM  MIDASI-RTN
005200     END-IF.
005210     WRITE    UPT730R-REC          FROM  PRT-MEISAI
005220         AFTER  ADVANCING  1  LINE.
005230     PERFORM  LIST-CHECK-RTN.
005240     ADD      1                    TO  LINE-CNT.
005250 LIST-EXT.
005260     EXIT.
005270****************************************************************
005280*    (2.6)   LIST-CHECK-RTN　（リスト出力結果判定）
005290****************************************************************
005300 LIST-CHECK-RTN                    SECTION.
005310     IF  FILE-STATUS               =   ZERO
005320         CONTINUE
005330     ELSE
005340         MOVE    203               TO  RETURN-CODE
005350         MOVE    FILE-STATUS       TO  MSG-703F-ST
005360         DISPLAY MSG-703F  RETURN-CODE  UPON  CONS
005370         PERFORM ABEND-MSG-RTN
005380         STOP    RUN
005390     END-IF.
005400 LIST-CHECK-EXT.
005410     EXIT.
005420****************************************************************
005430*    (2.7)   MIDASI-RTN　（リスト見出し出力）
005440****************************************************************
005450 MIDASI-RTN                        SECTION.
005460     ADD      1                    TO  PAGE-CNT.
005470     MOVE     WK-YYYY              TO  PRT-M1-YYYY.
005480     MOVE     WK-MM                TO  PRT-M1-MM.
005490     MOVE     WK-DD                TO  PRT-M1-DD.
005500     MOVE     PAGE-CNT             TO  PRT-M1-PAGE.
005510     WRITE    UPT730R-REC          FROM  PRT-MIDASI1
005520         AFTER  ADVANCING  PAGE.
005530     PERFORM  LIST-CHECK-RTN.
005540     IF  WK-PHASE                  =   1
005550         WRITE    UPT730R-REC      FROM  PRT-MIDASI2
005560             AFTER  ADVANCING  2  LINES
005570     ELSE
005580         WRITE    UPT730R-REC      FROM  PRT-MIDASI3
005590             AFTER  ADVANCING  2  LINES
005600     END-IF.
005610     PERFORM  LIST-CHECK-RTN.
005620     MOVE     SPACE                TO  UPT730R-REC.
005630     WRITE    UPT730R-REC
005640         AFTER  ADVANCING  1  LINE.
005650     PERFORM  LIST-CHECK-RTN.
005660     MOVE     4                    TO  LINE-CNT.
005670 MIDASI-EXT.
005680     EXIT.
005681****************************************************************
005682*    (2.8)   RIREKI-RTN　（マスタ変更履歴出力）
005683****************************************************************
005684 RIREKI-RTN                        SECTION.
005685     MOVE     SPACE                TO  UPT737L-REC.
005686     MOVE     RIREKI-MST-ID        TO  UPT737-MST-ID.
005687     MOVE     RIREKI-KEY           TO  UPT737-MST-KEY.
005688     MOVE     UPT731-KOSIN-KBN     TO  UPT737-KOSIN-KBN.
005689     MOVE     RIREKI-MAE           TO  UPT737-MAE-IMG.
00568A     MOVE     RIREKI-ATO           TO  UPT737-ATO-IMG.
00568B     MOVE     RIREKI-YMD           TO  UPT737-SYORI-YMD.
00568C     MOVE     RIREKI-TIME          TO  UPT737-SYORI-TIME.
00568D     MOVE     OPE-ID               TO  UPT737-OPE-ID.
00568E     MOVE     MSG-PGID             TO  UPT737-PGID.
00568F     WRITE    UPT737L-REC.
00568G     IF  FILE-STATUS               =   ZERO
00568H         ADD  1                    TO  CNT-RIREKI
00568I     ELSE
00568J         MOVE    111               TO  RETURN-CODE
00568K         MOVE    FILE-STATUS       TO  MSG-511F-ST
00568L         DISPLAY MSG-511F  RETURN-CODE  UPON  CONS
00568M         PERFORM ABEND-MSG-RTN
00568N         STOP    RUN
00568O     END-IF.
00568P RIREKI-EXT.
00568Q     EXIT.
005690****************************************************************
005700*    (3.0)   KYUGYO-LIST-RTN　（休業日全件リスト）
005710****************************************************************
005720 KYUGYO-LIST-RTN                   SECTION.
005730     MOVE     2                    TO  WK-PHASE.
005740     MOVE     99                   TO  LINE-CNT.
005750     MOVE     ZERO                 TO  UPT730-YMD.
005760     MOVE     ZERO                 TO  LIST-END-SW.
005770     START    UPT730I
005780         KEY  IS  NOT  LESS  THAN  UPT730-YMD
005790         INVALID KEY
005800             MOVE  HIGH-VALUE      TO  LIST-END-SW
005810     END-START.
005820     PERFORM  KYUGYO-LIST-READ-RTN
005830         UNTIL LIST-END-SW         =   HIGH-VALUE.
005840 KYUGYO-LIST-EXT.
005850     EXIT.
005860****************************************************************
005870*    (3.1)   KYUGYO-LIST-READ-RTN
005880****************************************************************
005890 KYUGYO-LIST-READ-RTN              SECTION.
005900     READ     UPT730I   NEXT
005910         AT END
005920             MOVE  HIGH-VALUE            TO  LIST-END-SW
005930         NOT AT END
005940             IF    FILE-STATUS           =   ZERO
005950                 ADD      1              TO  CNT-LIST
005960                 MOVE     UPT730-YMD          TO  PRT-K-YMD
005970                 MOVE     UPT730-KYUGYO-KBN   TO  PRT-K-KBN
005980                 EVALUATE TRUE
005990                     WHEN  UPT730-SYUKUJITU
006000                         MOVE  "SYUKUJITU"    TO  PRT-K-KBN-MEI
006010                     WHEN  UPT730-KYUKANBI
006020                         MOVE  "KYUKANBI "    TO  PRT-K-KBN-MEI
006030                     WHEN  OTHER
006040                         MOVE  SPACE          TO  PRT-K-KBN-MEI
006050                 END-EVALUATE
006060                 MOVE     UPT730-KYUGYO-NAME  TO  PRT-K-NAME
006070                 MOVE     UPT730-KOSIN-YMD    TO  PRT-K-KOSIN
006080                 IF  LINE-CNT          >   MAX-LINE
006090                     PERFORM  MIDASI-RTN
006100                 END-IF
006110                 WRITE    UPT730R-REC  FROM  PRT-KYUGYO-MEISAI
006120                     AFTER  ADVANCING  1  LINE
006130                 PERFORM  LIST-CHECK-RTN
006140                 ADD      1              TO  LINE-CNT
006150             ELSE
006160                 MOVE  107               TO  RETURN-CODE
006170                 MOVE  FILE-STATUS       TO  MSG-507F-ST
006180                 DISPLAY MSG-507F RETURN-CODE  UPON  CONS
006190                 PERFORM ABEND-MSG-RTN
006200                 STOP RUN
006210             END-IF
006220     END-READ.
006230 KYUGYO-LIST-READ-EXT.
006240     EXIT.
006250****************************************************************
006260*    (4.0)     ＳＴＡＲＴメッセージ処理                        *
006270****************************************************************
006280 START-MSG-RTN                     SECTION.
006290     ACCEPT  WK-DATE               FROM   DATE.
006300     ACCEPT  WK-TIME               FROM   TIME.
006310     MOVE    WK-Y                  TO     WK-YY.
006320     MOVE    WK-M                  TO     WK-MM.
006330     MOVE    WK-D                  TO     WK-DD.
006340     MOVE    20                    TO     WK-20.
006350*
006360     MOVE    WK-YYYY               TO     MESSAGE-START-YYYY.
006370     MOVE    WK-MM                 TO     MESSAGE-START-MM.
006380     MOVE    WK-DD                 TO     MESSAGE-START-DD.
006390     MOVE    WK-TIM                TO     MESSAGE-START-TIM.
006400     MOVE    WK-MIN                TO     MESSAGE-START-MIN.
006410     MOVE    WK-SEC                TO     MESSAGE-START-SEC.
006420*
006430     DISPLAY  MESSAGE-START  UPON CONS.
006440*
006450 START-MSG-EXT.
006460     EXIT.
006470****************************************************************
006480*    (5.0)     ＡＢＥＮＤメッセージ処理                        *
006490****************************************************************
006500 ABEND-MSG-RTN                     SECTION.
006510     ACCEPT  WK-DATE               FROM   DATE.
006520     ACCEPT  WK-TIME               FROM   TIME.
006530     MOVE    WK-Y                  TO     WK-YY.
006540     MOVE    WK-M                  TO     WK-MM.
006550     MOVE    WK-D                  TO     WK-DD.
006560     MOVE    20                    TO     WK-20.
006570*
006580     MOVE    WK-YYYY               TO     MESSAGE-ABEND-YYYY.
006590     MOVE    WK-MM                 TO     MESSAGE-ABEND-MM.
006600     MOVE    WK-DD                 TO     MESSAGE-ABEND-DD.
006610     MOVE    WK-TIM                TO     MESSAGE-ABEND-TIM.
006620     MOVE    WK-MIN                TO     MESSAGE-ABEND-MIN.
006630     MOVE    WK-SEC                TO     MESSAGE-ABEND-SEC.
006640*
006650     DISPLAY  MESSAGE-ABEND  UPON CONS.
006660*
006670 ABEND-MSG-EXT.
006680     EXIT.
006690****************************************************************
006700*    (6.0)     ＥＮＤメッセージ処理                            *
006710****************************************************************
006720 END-MSG-RTN                     SECTION.
006730     ACCEPT  WK-DATE               FROM   DATE.
006740     ACCEPT  WK-TIME               FROM   TIME.
006750     MOVE    WK-Y                  TO     WK-YY.
006760     MOVE    WK-M                  TO     WK-MM.
006770     MOVE    WK-D                  TO     WK-DD.
006780     MOVE    20                    TO     WK-20.
006790*
006800     MOVE    WK-YYYY               TO     MESSAGE-END-YYYY.
006810     MOVE    WK-MM                 TO     MESSAGE-END-MM.
006820     MOVE    WK-DD                 TO     MESSAGE-END-DD.
006830     MOVE    WK-TIM                TO     MESSAGE-END-TIM.
006840     MOVE    WK-MIN                TO     MESSAGE-END-MIN.
006850     MOVE    WK-SEC                TO     MESSAGE-END-SEC.
006860*
006870     DISPLAY  MESSAGE-END  UPON CONS.
006880*
006890 END-MSG-EXT.
006900     EXIT.
006910****************************************************************
006920*    (7.0)              エンド 処理                            *
006930****************************************************************
006940 END-RTN                           SECTION.
006950*
006960     CLOSE     UPT731I.
006970     CLOSE     UPT730I.
006980     CLOSE     UPT730R.
006981     CLOSE     UPT737L.
006990     MOVE      ZERO                TO  RETURN-CODE.
007000*---------< 入力件数表示 >-------------------------------------*
007010     DISPLAY MSG-501I  CNT-IN    UPON CONS.
007020     DISPLAY MSG-503I  CNT-APPLY UPON CONS.
007030     DISPLAY MSG-505I  CNT-REJ   UPON CONS.
007040     DISPLAY MSG-507I  CNT-LIST  UPON CONS.
007041     DISPLAY MSG-509I  CNT-RIREKI UPON CONS.
007050     PERFORM END-MSG-RTN.
007060*
007070 END-EXT.
007080     EXIT.
