000010****************************************************************
000020*    システム名    ： 新聞競馬新聞実績
000030*    プログラム名  ： 手数料率マスタ保守・リスト処理
000040*    プログラムＩＤ： UPBD026
000050*    作  成  者    ： T.HARUYAMA
000060*    作  成  日    ： 2004年09月21日
000061*    修  正  日    ： 2004年11月29日 マスタ変更履歴出力対応
000070****************************************************************
000080 IDENTIFICATION                    DIVISION.
000090 PROGRAM-ID.                       UPBD026.
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
000220     SELECT  UPT728I      ASSIGN     TO  UPT728I
000230                      STATUS     IS  FILE-STATUS.
000240*------------ファイル   （手数料率マスタ）---------------------*
000250     SELECT  UPT727I ASSIGN     TO  UPT727I
000260             ORGANIZATION       IS  INDEXED
000270             ACCESS  MODE       IS  DYNAMIC
000280             RECORD  KEY        IS  UPT727-KEY
000290             FILE    STATUS     IS  FILE-STATUS.
000300*------------ファイル   （出版社名称マスタ）-------------------*
000310     SELECT  UPT716I ASSIGN     TO  UPT716I
000320             ORGANIZATION       IS  INDEXED
000330             ACCESS  MODE       IS  RANDOM
000340             RECORD  KEY        IS  UPT716-SYUPPAN-CD9
000350             FILE    STATUS     IS  FILE-STATUS.
000360*------------ファイル   （監査・手数料率リスト）---------------*
000370     SELECT  UPT727R      ASSIGN
000380                                TO  UPT727R
000390             ACCESS  MODE       IS  SEQUENTIAL
000400             FILE    STATUS     FILE-STATUS.
000401*------------ファイル   （マスタ変更履歴）---------------------*
000402     SELECT  UPT737L      ASSIGN     TO  UPT737L
000403             ACCESS  MODE       IS  SEQUENTIAL
000404             FILE    STATUS     FILE-STATUS.
000410*
000420 DATA                              DIVISION.
000430 FILE                              SECTION.
000440*
000450****************************************************************
000460*            ファイル   （保守トランザクション）
000470****************************************************************
000480 FD  UPT728I        LABEL  RECORD STANDARD.
000490 01  UPT728I-REC.
000500     COPY   UPT728C.
000510*
000520****************************************************************
000530*            ファイル   （手数料率マスタ）
000540****************************************************************
000550 FD  UPT727I        LABEL  RECORD STANDARD.
000560 01  UPT727I-REC.
000570     COPY   UPT727C.
000580*
000590****************************************************************
000600*            ファイル   （出版社名称マスタ）
000610****************************************************************
000620 FD  UPT716I        LABEL  RECORD STANDARD.
000630 01  UPT716I-REC.
000640     COPY   UPT716C.
000650*
000660****************************************************************
000670*            ファイル   （監査・手数料率リスト）
000680****************************************************************
000690 FD  UPT727R        LABEL  RECORD STANDARD.
000700 01  UPT727R-REC             PIC X(132).
000710*
000711****************************************************************
000712*            ファイル   （マスタ変更履歴）
000713****************************************************************
000714 FD  UPT737L         LABEL  RECORD STANDARD.
000715 01  UPT737L-REC.
000716     COPY   UPT737C.
000717*
000720 WORKING-STORAGE                   SECTION.
000730*---------------< WORK-AREA定義 >-----------------------------*
000740 01  SW-AREA.
000750     03  END-SW                        PIC X(02) VALUE ZERO.
000760     03  CHECK-SW                      PIC X(01) VALUE "0".
000770         88  CHECK-NG                  VALUE "1".
000780     03  MST-FOUND-SW                  PIC X(01) VALUE "0".
000790         88  MST-FOUND                 VALUE "1".
000800     03  LIST-END-SW                   PIC X(02) VALUE ZERO.
000810     03  WK-PHASE                      PIC 9(01) VALUE 1.
000820 01  WK-DATE.
000830     03  WK-Y                          PIC  9(2).
000840     03  WK-M                          PIC  9(2).
000850     03  WK-D                          PIC  9(2).
000860 01  WK-YYYYMMDD.
000870     03  WK-YYYY.
000880       05  WK-20                       PIC  9(2).
000890       05  WK-YY                       PIC  9(2).
000900     03  WK-MM                         PIC  9(2).
000910     03  WK-DD                         PIC  9(2).
000920     03  WK-TIME.
000930       05  WK-TIM                      PIC  9(2).
000940       05  WK-MIN                      PIC  9(2).
000950       05  WK-SEC                      PIC  9(2).
000960*---------------< ステータスの定義 >--------------------------*
000970 01  STATUS-AREA.
000980     03  FILE-STATUS                   PIC X(02) VALUE ZERO.
000981*---------------< 起動パラメタの定義 >------------------------*
000982 01  ARG-AREA.
000983     03  ARG-CNT                       PIC 9(02) VALUE ZERO.
000984*---------------< 起動パラメタ（詳細）の定義 >----------------*
000985 01  ARG-DETAIL-AREA.
000986     03  ARG-IDX                       PIC 9(02) VALUE ZERO.
000987     03  ARG-VALUE                     PIC X(20) VALUE SPACES.
000988     03  OPE-ID                        PIC X(08) VALUE SPACE.
000990*---------------< カウントの定義 >----------------------------*
001000 01  UPT728-CNT-AREA.
001010     03  CNT-IN                        PIC 9(09) VALUE ZERO.
001020     03  CNT-APPLY                     PIC 9(09) VALUE ZERO.
001030     03  CNT-REJ                       PIC 9(09) VALUE ZERO.
001040     03  CNT-LIST                      PIC 9(09) VALUE ZERO.
001041     03  CNT-RIREKI                    PIC 9(09) VALUE ZERO.
001050*---------------< 排除理由の定義 >----------------------------*
001060 01  RIYU-AREA.
001070     03  REJECT-RIYU                   PIC X(08) VALUE SPACE.
001071*---------------< 変更履歴編集の定義 >------------------------*
001072 01  RIREKI-AREA.
001073     03  RIREKI-MST-ID                 PIC X(06) VALUE SPACE.
001074     03  RIREKI-KEY                    PIC X(20) VALUE SPACE.
001075     03  RIREKI-MAE                    PIC X(40) VALUE SPACE.
001076     03  RIREKI-ATO                    PIC X(40) VALUE SPACE.
001077     03  RIREKI-YMD                    PIC 9(08) VALUE ZERO.
001078     03  RIREKI-TIME                   PIC 9(06) VALUE ZERO.
001080*---------------< 名称編集の定義 >----------------------------*
001090 01  NAME-AREA.
001100     03  WK-NAME-CD9                   PIC 9(06) VALUE ZERO.
001110     03  WK-SYU-NAME                   PIC X(24) VALUE SPACE.
001120     03  MITOROKU-NAME                 PIC X(24) VALUE
001130     "＊＊未登録＊＊".
001140*---------------< 監査リスト制御の定義 >----------------------*
001150 01  PRT-CTL-AREA.
001160     03  LINE-CNT                      PIC 9(03) VALUE 99.
001170     03  PAGE-CNT                      PIC 9(05) VALUE ZERO.
001180     03  MAX-LINE                      PIC 9(03) VALUE 60.
001190*
001200*---------------< メッセージ１の定義 >------------------------*
001210 01  MSG-PGID                          PIC X(08) VALUE
001220     "UPBD026".
001230 01  MESSAGE-AREA1.
001240     03  MESSAGE-START.
001250       05  FILLER                      PIC X(12) VALUE
001260     "++ UPBD026 ".
001270       05  MESSAGE-START-YMD.
001280         07  MESSAGE-START-YYYY        PIC 9(04).
001290         07  FILLER                    PIC X(01) VALUE "/".
001300         07  MESSAGE-START-MM          PIC 9(02).
001310         07  FILLER                    PIC X(01) VALUE "/".
001320         07  MESSAGE-START-DD          PIC 9(02).
001330         07  FILLER                    PIC X(01) VALUE " ".
001340         07  MESSAGE-START-TIM         PIC 9(02).
001350         07  FILLER                    PIC X(01) VALUE ":".
001360         07  MESSAGE-START-MIN         PIC 9(02).
001370         07  FILLER                    PIC X(01) VALUE ":".
001380         07  MESSAGE-START-SEC         PIC 9(02).
001390         07  FILLER                    PIC X(01) VALUE " ".
001400       05  FILLER                      PIC X(08) VALUE
001410     "*START* ".
001420     03  MESSAGE-END.
001430       05  FILLER                      PIC X(12) VALUE
001440     "++ UPBD026 ".
001450       05  MESSAGE-END-YMD.
001460         07  MESSAGE-END-YYYY          PIC 9(04).
001470         07  FILLER                    PIC X(01) VALUE "/".
001480         07  MESSAGE-END-MM            PIC 9(02).
001490         07  FILLER                    PIC X(01) VALUE "/".
001500         07  MESSAGE-END-DD            PIC 9(02).
001510         07  FILLER                    PIC X(01) VALUE " ".
001520         07  MESSAGE-END-TIM           PIC 9(02).
001530         07  FILLER                    PIC X(01) VALUE ":".
001540         07  MESSAGE-END-MIN           PIC 9(02).
001550         07  FILLER                    PIC X(01) VALUE ":".
001560         07  MESSAGE-END-SEC           PIC 9(02).
001570         07  FILLER                    PIC X(01) VALUE " ".
001580       05  FILLER                      PIC X(13) VALUE
001590     "*NORMAL END* ".
001600     03  MESSAGE-ABEND.
001610       05  FILLER                      PIC X(12) VALUE
001620     "++ UPBD026 ".
001630       05  MESSAGE-ABEND-YMD.
001640         07  MESSAGE-ABEND-YYYY        PIC 9(04).
001650         07  FILLER                    PIC X(01) VALUE "/".
001660         07  MESSAGE-ABEND-MM          PIC 9(02).
001670         07  FILLER                    PIC X(01) VALUE "/".
001680         07  MESSAGE-ABEND-DD          PIC 9(02).
001690         07  FILLER                    PIC X(01) VALUE " ".
001700         07  MESSAGE-ABEND-TIM         PIC 9(02).
001710         07  FILLER                    PIC X(01) VALUE ":".
001720         07  MESSAGE-ABEND-MIN         PIC 9(02).
001730         07  FILLER                    PIC X(01) VALUE ":".
001740         07  MESSAGE-ABEND-SEC         PIC 9(02).
001750         07  FILLER                    PIC X(01) VALUE " ".
001760       05  FILLER                      PIC X(15) VALUE
001770     "*ABNORMAL END* ".
001780     03  MESSAGE-0.
001790       05  MSG0-PGID                   PIC X(08).
001800       05  MSG0-NAME                   PIC X(41).
001810*
001820*---< メッセージ２の定義 >---*
001830 01  MESSAGE-AREA2.
001840     03  MSG-501I.
001850       05  FILLER                      PIC  X(41) VALUE
001860     "++ UPBD026  501I UPT728       IN COUNT = ".
001870     03  MSG-503I.
001880       05  FILLER                      PIC  X(41) VALUE
001890     "++ UPBD026  503I MASTER    APPLY COUNT = ".
001900     03  MSG-505I.
001910       05  FILLER                      PIC  X(41) VALUE
001920     "++ UPBD026  505I MASTER      REJ COUNT = ".
001930     03  MSG-507I.
001940       05  FILLER                      PIC  X(41) VALUE
001950     "++ UPBD026  507I TESURYO    LIST COUNT = ".
001951     03  MSG-509I.
001952       05  FILLER                      PIC  X(41) VALUE
001953     "++ UPBD026  509I UPT737    WRITE COUNT = ".
001960     03  MSG-501F.
001970       05  FILLER                      PIC  X(41) VALUE
001980     "++ UPBD026  501F UPT728  OPEN  ERROR ST= ".
001990       05  MSG-501F-ST                 PIC  9(03).
002000       05  FILLER                      PIC  X(01) VALUE " ".
002010     03  MSG-503F.
002020       05  FILLER                      PIC  X(41) VALUE
002030     "++ UPBD026  503F UPT728  READ  ERROR ST= ".
002040       05  MSG-503F-ST                 PIC  9(03).
002050       05  FILLER                      PIC  X(01) VALUE " ".
002060     03  MSG-505F.
002070       05  FILLER                      PIC  X(41) VALUE
002080     "++ UPBD026  505F UPT727  OPEN  ERROR ST= ".
002090       05  MSG-505F-ST                 PIC  9(03).
002100     03  MSG-507F.
002110       05  FILLER                      PIC  X(41) VALUE
002120     "++ UPBD026  507F UPT727  I-O   ERROR ST= ".
002130       05  MSG-507F-ST                 PIC  9(03).
002140     03  MSG-511F.
002150       05  FILLER                      PIC  X(41) VALUE
002160     "++ UPBD026  511F UPT716  OPEN  ERROR ST= ".
002170       05  MSG-511F-ST                 PIC  9(03).
002171     03  MSG-513F.
002172       05  FILLER                      PIC  X(41) VALUE
002173     "++ UPBD026  513F UPT737  OPEN  ERROR ST= ".
002174       05  MSG-513F-ST                 PIC  9(03).
002175     03  MSG-515F.
002176       05  FILLER                      PIC  X(41) VALUE
002177     "++ UPBD026  515F UPT737  WRITE ERROR ST= ".
002178       05  MSG-515F-ST                 PIC  9(03).
002180     03  MSG-701F.
002190       05  FILLER                      PIC  X(41) VALUE
002200     "++ UPBD026  701F LIST    OPEN  ERROR ST= ".
002210       05  MSG-701F-ST                 PIC  9(03).
002220     03  MSG-703F.
002230       05  FILLER                      PIC  X(41) VALUE
002240     "++ UPBD026  703F LIST    WRITE ERROR ST= ".
002250       05  MSG-703F-ST                 PIC  9(03).
002251     03  MSG-721F.
002252       05  FILLER                      PIC  X(41) VALUE
002253     "++ UPBD026  721F OPID=  ARGUMENT INVALID ".
002260*---------------< リスト見出しの定義 >------------------------*
002270 01  PRT-MIDASI1.
002280     03  FILLER                        PIC X(09) VALUE
002290     "UPBD026  ".
002300     03  FILLER                        PIC X(35) VALUE
002310     "TESURYO RITU MAINTE LIST           ".
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
002430     03  FILLER                        PIC X(08) VALUE
002440     "SEQ-NO  ".
002450     03  FILLER                        PIC X(06) VALUE
002460     "FUNC  ".
002470     03  FILLER                        PIC X(09) VALUE
002480     "SYUPPAN  ".
002490     03  FILLER                        PIC X(05) VALUE
002500     "KBN  ".
002510     03  FILLER                        PIC X(08) VALUE
002520     "RITU(%) ".
002530     03  FILLER                        PIC X(16) VALUE
002540     "RESULT          ".
002550 01  PRT-MIDASI3.
002560     03  FILLER                        PIC X(09) VALUE
002570     "SYUPPAN  ".
002580     03  FILLER                        PIC X(26) VALUE
002590     "SYUPPAN-NAME              ".
002600     03  FILLER                        PIC X(05) VALUE
002610     "KBN  ".
002620     03  FILLER                        PIC X(08) VALUE
002630     "RITU(%) ".
002640     03  FILLER                        PIC X(08) VALUE
002650     "KOSIN-DT".
002660*---------------< 監査リスト明細の定義 >----------------------*
002670 01  PRT-MEISAI.
002680     03  PRT-SEQ                       PIC ZZZZZ9.
002690     03  FILLER                        PIC X(02) VALUE SPACE.
002700     03  PRT-KOSIN                     PIC X(03).
002710     03  FILLER                        PIC X(03) VALUE SPACE.
002720     03  PRT-SYU-CD9                   PIC X(06).
002730     03  FILLER                        PIC X(03) VALUE SPACE.
002740     03  PRT-KBN                       PIC X(01).
002750     03  FILLER                        PIC X(04) VALUE SPACE.
002760     03  PRT-RITU                      PIC X(05).
002770     03  FILLER                        PIC X(03) VALUE SPACE.
002780     03  PRT-KEKKA                     PIC X(16).
002790*---------------< 手数料率リスト明細の定義 >------------------*
002800 01  PRT-RITU-MEISAI.
002810     03  PRT-R-SYU-CD9                 PIC 9(06).
002820     03  FILLER                        PIC X(03) VALUE SPACE.
002830     03  PRT-R-SYU-NAME                PIC X(24).
002840     03  FILLER                        PIC X(02) VALUE SPACE.
002850     03  PRT-R-KBN                     PIC 9(01).
002860     03  FILLER                        PIC X(04) VALUE SPACE.
002870     03  PRT-R-RITU                    PIC Z9.99.
002880     03  FILLER                        PIC X(03) VALUE SPACE.
002890     03  PRT-R-KOSIN                   PIC 9(08).
002900*---------------< 手数料率編集の定義 >------------------------*
002910 01  RITU-EDIT-AREA.
002920     03  RITU-EDIT                     PIC Z9.99.
002930*---------------< 結果編集の定義 >----------------------------*
002940 01  KEKKA-REJECT.
002950     03  FILLER                        PIC X(07) VALUE "REJECT ".
002960     03  KEKKA-RIYU                    PIC X(08).
002970     03  FILLER                        PIC X(01) VALUE SPACE.
002980*
002990 PROCEDURE                         DIVISION.
003000****************************************************************
003010*    (0.0)   メイン              処理                          *
003020****************************************************************
003030 MAIN-RTN                          SECTION.
003040*
003050     PERFORM      INIT-RTN.
003060*
003070     PERFORM      PROC-RTN
003080         UNTIL    END-SW           =   HIGH-VALUE.
003090*
003100     PERFORM      RITU-LIST-RTN.
003110*
003120     PERFORM      END-RTN.
003130*
003140     STOP         RUN.
003150*
003160 MAIN-EXT.
003170     EXIT.
003180****************************************************************
003190*    (1.0)   イニシャル          処理                          *
003200****************************************************************
003210 INIT-RTN                          SECTION.
003220     PERFORM      START-MSG-RTN.
003230*
003240     MOVE    99                    TO  RETURN-CODE.
003241*
003242     PERFORM      ARG-RTN.
003243     IF  OPE-ID                    =   SPACE
003244         DISPLAY MSG-721F          UPON  CONS
003245         MOVE    221               TO   RETURN-CODE
003246         PERFORM ABEND-MSG-RTN
003247         STOP    RUN
003248     END-IF.
003249     MOVE    WK-YYYYMMDD (1:8)     TO  RIREKI-YMD.
00324A     MOVE    WK-TIME               TO  RIREKI-TIME.
003250*-----------< ファイル  （保守トラン）ＯＰＥＮ  >--------------*
003260     OPEN INPUT UPT728I.
003270     IF  FILE-STATUS               =   ZERO
003280         CONTINUE
003290     ELSE
003300         MOVE    101               TO  RETURN-CODE
003310         MOVE    FILE-STATUS       TO  MSG-501F-ST
003320         DISPLAY MSG-501F RETURN-CODE UPON CONS
003330         PERFORM ABEND-MSG-RTN
003340         STOP    RUN
003350     END-IF.
003360*-----------< ファイル  （手数料率マスタ）ＯＰＥＮ  >----------*
003370     OPEN I-O   UPT727I.
003380     IF  FILE-STATUS               =   "35"
003390         OPEN    OUTPUT    UPT727I
003400         IF  FILE-STATUS           =   ZERO
003410             CLOSE   UPT727I
003420             OPEN    I-O       UPT727I
003430         END-IF
003440     END-IF.
003450     IF  FILE-STATUS               =   ZERO
003460         CONTINUE
003470     ELSE
003480         MOVE    105               TO  RETURN-CODE
003490         MOVE    FILE-STATUS       TO  MSG-505F-ST
003500         DISPLAY MSG-505F RETURN-CODE UPON CONS
003510         PERFORM ABEND-MSG-RTN
003520         STOP    RUN
003530     END-IF.
003540*-----------< ファイル  （名称マスタ）ＯＰＥＮ  >--------------*
003550     OPEN INPUT UPT716I.
003560     IF  FILE-STATUS               =   ZERO
003570         CONTINUE
003580     ELSE
003590         MOVE    111               TO  RETURN-CODE
003600         MOVE    FILE-STATUS       TO  MSG-511F-ST
003610         DISPLAY MSG-511F RETURN-CODE UPON CONS
003620         PERFORM ABEND-MSG-RTN
003630         STOP    RUN
003640     END-IF.
003650*-----------< ファイル  （リスト）ＯＰＥＮ  >------------------*
003660     OPEN OUTPUT UPT727R.
003670     IF  FILE-STATUS               =   ZERO
003680         CONTINUE
003690     ELSE
003700         MOVE    201               TO  RETURN-CODE
003710         MOVE    FILE-STATUS       TO  MSG-701F-ST
003720         DISPLAY MSG-701F RETURN-CODE UPON CONS
003730         PERFORM ABEND-MSG-RTN
003740         STOP    RUN
003750     END-IF.
003751*-----------< ファイル  （変更履歴）ＯＰＥＮ  >----------------*
003752     OPEN EXTEND UPT737L.
003753     IF  FILE-STATUS               =   "35"
003754         OPEN OUTPUT UPT737L
003755     END-IF.
003756     IF  FILE-STATUS               =   ZERO
003757         CONTINUE
003758     ELSE
003759         MOVE    113               TO  RETURN-CODE
00375A         MOVE    FILE-STATUS       TO  MSG-513F-ST
00375B         DISPLAY MSG-513F RETURN-CODE UPON CONS
00375C         PERFORM ABEND-MSG-RTN
00375D         STOP    RUN
00375E     END-IF.
003760*-----------< 初期ロード >-------------------------------------*
003770     PERFORM      READ-RTN.
003780 INIT-EXT.
003790     EXIT.
003800****************************************************************
003810*    (1.1)   READ-RTN
003820****************************************************************
003830 READ-RTN                          SECTION.
003840     READ      UPT728I
003850         AT    END
003860         MOVE  HIGH-VALUE                TO  END-SW
003870*
003880         NOT AT END
003890         IF    FILE-STATUS               =   ZERO
003900               ADD   +1                  TO  CNT-IN
003910         ELSE
003920               MOVE  103                 TO  RETURN-CODE
003930               MOVE FILE-STATUS          TO  MSG-503F-ST
003940               DISPLAY MSG-503F RETURN-CODE  UPON  CONS
003950               PERFORM ABEND-MSG-RTN
003960               STOP RUN
003970         END-IF.
003980 READ-EXT.
003990     EXIT.
003991****************************************************************
003992*    (1.2)   ARG-RTN　（起動パラメタ判定）
003993****************************************************************
003994 ARG-RTN                           SECTION.
003995     ACCEPT   ARG-CNT               FROM  BANGO.
003996     PERFORM  ARG-READ-RTN
003997         VARYING ARG-IDX FROM 1 BY 1
003998         UNTIL   ARG-IDX             >     ARG-CNT.
003999 ARG-EXT.
00399A     EXIT.
00399B****************************************************************
00399C*    (1.3)   ARG-READ-RTN　（起動パラメタ　１件判定）
00399D****************************************************************
00399E ARG-READ-RTN                       SECTION.
00399F     DISPLAY  ARG-IDX               UPON  BANGO.
00399G     ACCEPT   ARG-VALUE             FROM  ATAI
00399H         ON EXCEPTION
00399I             CONTINUE
00399J         NOT ON EXCEPTION
00399K             IF  ARG-VALUE (1:5)     =    "OPID="
00399L                 MOVE  ARG-VALUE (6:8)  TO  OPE-ID
00399M             END-IF
00399N     END-ACCEPT.
00399O ARG-READ-EXT.
00399P     EXIT.
004000****************************************************************
004010*    (2.0)   PROC-RTN                                          *
004020****************************************************************
004030 PROC-RTN                          SECTION.
004040*
004050     MOVE     SPACE                TO  PRT-MEISAI.
004060     MOVE     CNT-IN               TO  PRT-SEQ.
004070     MOVE     UPT728-SYUPPAN-CD9   TO  PRT-SYU-CD9.
004080     MOVE     UPT728-SYU-KBN9      TO  PRT-KBN.
004090     IF  UPT728-TESU-RITU          NUMERIC
004100         MOVE  UPT728-TESU-RITU    TO  RITU-EDIT
004110         MOVE  RITU-EDIT           TO  PRT-RITU
004120     ELSE
004130         MOVE  UPT728I-REC (9:4)   TO  PRT-RITU
004140     END-IF.
004150     EVALUATE TRUE
004160         WHEN  UPT728-KOSIN-ADD
004170             MOVE  "ADD"           TO  PRT-KOSIN
004180         WHEN  UPT728-KOSIN-CHG
004190             MOVE  "CHG"           TO  PRT-KOSIN
004200         WHEN  UPT728-KOSIN-DEL
004210             MOVE  "DEL"           TO  PRT-KOSIN
004220         WHEN  OTHER
004230             MOVE  "???"           TO  PRT-KOSIN
004240     END-EVALUATE.
004250*
004260     PERFORM  CHECK-RTN.
004270     IF  CHECK-NG
004280         PERFORM  REJECT-RTN
004290     ELSE
004300         PERFORM  T727-APPLY-RTN
004310     END-IF.
004320*-----------< READ処理 >---------------------------------------*
004330     PERFORM  READ-RTN.
004340*
004350 PROC-EXT.
004360     EXIT.
004370****************************************************************
004380*    (2.1)   CHECK-RTN　（トランザクションチェック）
004390****************************************************************
004400 CHECK-RTN                         SECTION.
004410     MOVE    "0"                   TO  CHECK-SW.
004420     MOVE    SPACE                 TO  REJECT-RIYU.
004430     EVALUATE TRUE
004440         WHEN  NOT UPT728-KOSIN-ADD  AND
004450               NOT UPT728-KOSIN-CHG  AND
004460               NOT UPT728-KOSIN-DEL
004470             MOVE  "KBN NG"        TO  REJECT-RIYU
004480         WHEN  UPT728-SYUPPAN-CD9      NOT NUMERIC
004490             MOVE  "SYU NG"        TO  REJECT-RIYU
004500         WHEN  UPT728-SYUPPAN-CD9  =   ZERO
004510             MOVE  "SYU NG"        TO  REJECT-RIYU
004520         WHEN  UPT728-SYU-KBN9         NOT NUMERIC
004530             MOVE  "SKBN NG"       TO  REJECT-RIYU
004540         WHEN  UPT728-SYU-KBN9     =   ZERO
004550             MOVE  "SKBN NG"       TO  REJECT-RIYU
004560         WHEN  NOT UPT728-KOSIN-DEL  AND
004570               UPT728-TESU-RITU        NOT NUMERIC
004580             MOVE  "RITU NG"       TO  REJECT-RIYU
004590         WHEN  OTHER
004600             CONTINUE
004610     END-EVALUATE.
004620*-----------< 名称マスタ登録チェック（追加時） >---------------*
004630     IF  REJECT-RIYU               =   SPACE  AND
004640         UPT728-KOSIN-ADD
004650         MOVE    UPT728-SYUPPAN-CD9   TO  UPT716-SYUPPAN-CD9
004660         READ    UPT716I
004670             INVALID KEY
004680                 MOVE  "SYU NF"    TO  REJECT-RIYU
004690             NOT INVALID KEY
004700                 CONTINUE
004710         END-READ
004720     END-IF.
004730     IF  REJECT-RIYU               NOT =   SPACE
004740         MOVE    "1"               TO  CHECK-SW
004750     END-IF.
004760 CHECK-EXT.
004770     EXIT.
004780****************************************************************
004790*    (2.2)   T727-APPLY-RTN　（手数料率マスタ更新）
004800****************************************************************
004810 T727-APPLY-RTN                    SECTION.
004820     MOVE    UPT728-SYUPPAN-CD9    TO  UPT727-SYUPPAN-CD9.
004830     MOVE    UPT728-SYU-KBN9       TO  UPT727-SYU-KBN9.
004831     MOVE    "UPT727"              TO  RIREKI-MST-ID.
004832     MOVE    UPT727-KEY            TO  RIREKI-KEY.
004840     MOVE    "0"                   TO  MST-FOUND-SW.
004850     READ    UPT727I
004860         INVALID KEY
004870             CONTINUE
004880         NOT INVALID KEY
004890             MOVE    "1"           TO  MST-FOUND-SW
004900     END-READ.
004901     IF  MST-FOUND
004902         MOVE    UPT727I-REC (1:40) TO  RIREKI-MAE
004903     ELSE
004904         MOVE    SPACE             TO  RIREKI-MAE
004905     END-IF.
004910     EVALUATE TRUE
004920         WHEN  UPT728-KOSIN-ADD
004930             IF  MST-FOUND
004940                 MOVE  "DUP"       TO  REJECT-RIYU
004950                 PERFORM  REJECT-RTN
004960             ELSE
004970                 MOVE  SPACE       TO  UPT727I-REC
004980                 MOVE  UPT728-SYUPPAN-CD9
004990                                   TO  UPT727-SYUPPAN-CD9
005000                 MOVE  UPT728-SYU-KBN9 TO  UPT727-SYU-KBN9
005010                 MOVE  UPT728-TESU-RITU
005020                                   TO  UPT727-TESU-RITU
005030                 MOVE  WK-YYYYMMDD (1:8)
005040                                   TO  UPT727-KOSIN-YMD
005041                 MOVE  UPT727I-REC (1:40) TO  RIREKI-ATO
005050                 WRITE UPT727I-REC
005060                 PERFORM  T727-IO-CHECK-RTN
005070                 PERFORM  TOROKU-RTN
005080             END-IF
005090         WHEN  UPT728-KOSIN-CHG
005100             IF  MST-FOUND
005110                 MOVE  UPT728-TESU-RITU
005120                                   TO  UPT727-TESU-RITU
005130                 MOVE  WK-YYYYMMDD (1:8)
005140                                   TO  UPT727-KOSIN-YMD
005141                 MOVE  UPT727I-REC (1:40) TO  RIREKI-ATO
005150                 REWRITE  UPT727I-REC
005160                 PERFORM  T727-IO-CHECK-RTN
005170                 PERFORM  TOROKU-RTN
005180             ELSE
005190                 MOVE  "NOT FND"   TO  REJECT-RIYU
005200                 PERFORM  REJECT-RTN
005210             END-IF
005220         WHEN  UPT728-KOSIN-DEL
005230             IF  MST-FOUND
005231                 MOVE  SPACE       TO  RIREKI-ATO
005240                 DELETE  UPT727I   RECORD
005250                 PERFORM  T727-IO-CHECK-RTN
005260                 PERFORM  TOROKU-RTN
005270             ELSE
005280                 MOVE  "NOT FND"   TO  REJECT-RIYU
005290                 PERFORM  REJECT-RTN
005300             END-IF
005310     END-EVALUATE.
005320 T727-APPLY-EXT.
005330     EXIT.
005340****************************************************************
005350*    (2.2.1) T727-IO-CHECK-RTN　（手数料率マスタ更新結果判定）
005360****************************************************************
005370 T727-IO-CHECK-RTN                 SECTION.
005380     IF  FILE-STATUS               =   ZERO
005390         CONTINUE
005400     ELSE
005410         MOVE    107               TO  RETURN-CODE
005420         MOVE    FILE-STATUS       TO  MSG-507F-ST
005430         DISPLAY MSG-507F  RETURN-CODE  UPON  CONS
005440         PERFORM ABEND-MSG-RTN
005450         STOP    RUN
005460     END-IF.
005470 T727-IO-CHECK-EXT.
005480     EXIT.
005490****************************************************************
005500*    (2.3)   TOROKU-RTN　（適用明細出力）
005510****************************************************************
005520 TOROKU-RTN                        SECTION.
005530     MOVE     "APPLIED"            TO  PRT-KEKKA.
005540     ADD      1                    TO  CNT-APPLY.
005541     PERFORM  RIREKI-RTN.
005550     PERFORM  LIST-RTN.
005560 TOROKU-EXT.
005570     EXIT.
005580****************************************************************
005590*    (2.4)   REJECT-RTN　（排除明細出力）
005600****************************************************************
005610 REJECT-RTN                        SECTION.
005620     MOVE     REJECT-RIYU          TO  KEKKA-RIYU.
005630     MOVE     KEKKA-REJECT         TO  PRT-KEKKA.
005640     ADD      1                    TO  CNT-REJ.
005650     PERFORM  LIST-RTN.
005660 REJECT-EXT.
005670     EXIT.
005680****************************************************************
005690*    (2.5)   LIST-RTN　（監査リスト明細出力）
005700****************************************************************
005710 LIST-RTN                          SECTION.
005720     IF  LINE-CNT                  >   MAX-LINE
005730         PERFORM  MIDASI-RTN
005740     END-IF.
005750     WRITE    UPT727R-REC          FROM  PRT-MEISAI
005760         AFTER  ADVANCING  1  LINE.
005770     PERFORM  LIST-CHECK-RTN.
005780     ADD      1                    TO  LINE-CNT.
005790 LIST-EXT.
005800     EXIT.
005810****************************************************************
005820*    (2.6)   LIST-CHECK-RTN　（リスト出力結果判定）
005830****************************************************************
005840 LIST-CHECK-RTN                    SECTION.
005850     IF  FILE-STATUS               =   ZERO
005860         CONTINUE
005870     ELSE
005880         MOVE    203               TO  RETURN-CODE
005890         MOVE    FILE-STATUS       TO  MSG-703F-ST
005900         DISPLAY MSG-703F  RETURN-CODE  UPON  CONS
005910         PERFORM ABEND-MSG-RTN
005920         STOP    RUN
005930     END-IF.
005940 LIST-CHECK-EXT.
005950     EXIT.
005960****************************************************************
005970*    (2.7)   MIDASI-RTN　（リスト見出し出力）
005980****************************************************************
005990 MIDASI-RTN                        SECTION.
006000     ADD      1                    TO  PAGE-CNT.
006010     MOVE     WK-YYYY              TO  PRT-M1-YYYY.
006020     MOVE     WK-MM                TO  PRT-M1-MM.
006030     MOVE     WK-DD                TO  PRT-M1-DD.
006040     MOVE     PAGE-CNT             TO  PRT-M1-PAGE.
006050     WRITE    UPT727R-REC          FROM  PRT-MIDASI1
006060         AFTER  ADVANCING  PAGE.
006070     PERFORM  LIST-CHECK-RTN.
006080     IF  WK-PHASE                  =   1
006090         WRITE    UPT727R-REC      FROM  PRT-MIDASI2
006100             AFTER  ADVANCING  2  LINES
006110     ELSE
006120         WRITE    UPT727R-REC      FROM  PRT-MIDASI3
006130             AFTER  ADVANCING  2  LINES
006140     END-IF.
006150     PERFORM  LIST-CHECK-RTN.
006160     MOVE     SPACE                TO  UPT727R-REC.
006170     WRITE    UPT727R-REC
006180         AFTER  ADVANCING  1  LINE.
006190     PERFORM  LIST-CHECK-RTN.
006200     MOVE     4                    TO  LINE-CNT.
006210 MIDASI-EXT.
006220     EXIT.
006221****************************************************************
006222*    (2.8)   RIREKI-RTN　（マスタ変更履歴出力）
006223****************************************************************
006224 RIREKI-RTN                        SECTION.
006225     MOVE     SPACE                TO  UPT737L-REC.
006226     MOVE     RIREKI-MST-ID        TO  UPT737-MST-ID.
006227     MOVE     RIREKI-KEY           TO  UPT737-MST-KEY.
006228     MOVE     UPT728-KOSIN-KBN     TO  UPT737-KOSIN-KBN.
006229     MOVE     RIREKI-MAE           TO  UPT737-MAE-IMG.
00622A     MOVE     RIREKI-ATO           TO  UPT737-ATO-IMG.
00622B     MOVE     RIREKI-YMD           TO  UPT737-SYORI-YMD.
00622C     MOVE     RIREKI-TIME          TO  UPT737-SYORI-TIME.
00622D     MOVE     OPE-ID               TO  UPT737-OPE-ID.
00622E     MOVE     MSG-PGID             TO  UPT737-PGID.
00622F     WRITE    UPT737L-REC.
00622G     IF  FILE-STATUS               =   ZERO
00622H         ADD  1                    TO  CNT-RIREKI
00622I     ELSE
00622J         MOVE    115               TO  RETURN-CODE
00622K         MOVE    FILE-STATUS       TO  MSG-515F-ST
00622L         DISPLAY MSG-515F  RETURN-CODE  UPON  CONS
00622M         PERFORM ABEND-MSG-RTN
00622N         STOP    RUN
00622O     END-IF.
00622P RIREKI-EXT.
00622Q     EXIT.
006230****************************************************************
006240*    (3.0)   RITU-LIST-RTN　（手数料率全件リスト）
006250****************************************************************
006260 RITU-LIST-RTN                     SECTION.
006270     MOVE     2                    TO  WK-PHASE.
006280     MOVE     99                   TO  LINE-CNT.
006290     MOVE     ZERO                 TO  UPT727-SYUPPAN-CD9.
006300     MOVE     ZERO                 TO  UPT727-SYU-KBN9.
006310     MOVE     ZERO                 TO  LIST-END-SW.
006320     START    UPT727I
006330         KEY  IS  NOT  LESS  THAN  UPT727-KEY
006340         INVALID KEY
006350             MOVE  HIGH-VALUE      TO  LIST-END-SW
006360     END-START.
006370     PERFORM  RITU-LIST-READ-RTN
006380         UNTIL LIST-END-SW         =   HIGH-VALUE.
006390 RITU-LIST-EXT.
006400     EXIT.
006410****************************************************************
006420*    (3.1)   RITU-LIST-READ-RTN
006430****************************************************************
006440 RITU-LIST-READ-RTN                SECTION.
006450     READ     UPT727I   NEXT
006460         AT END
006470             MOVE  HIGH-VALUE            TO  LIST-END-SW
006480         NOT AT END
006490             IF    FILE-STATUS           =   ZERO
006500                 ADD      1              TO  CNT-LIST
006510                 MOVE     UPT727-SYUPPAN-CD9  TO  PRT-R-SYU-CD9
006520                 MOVE     UPT727-SYUPPAN-CD9  TO  WK-NAME-CD9
006530                 PERFORM  SYU-NAME-RTN
006540                 MOVE     WK-SYU-NAME         TO  PRT-R-SYU-NAME
006550                 MOVE     UPT727-SYU-KBN9     TO  PRT-R-KBN
006560                 MOVE     UPT727-TESU-RITU    TO  PRT-R-RITU
006570                 MOVE     UPT727-KOSIN-YMD    TO  PRT-R-KOSIN
006580                 IF  LINE-CNT          >   MAX-LINE
006590                     PERFORM  MIDASI-RTN
006600                 END-IF
006610                 WRITE    UPT727R-REC  FROM  PRT-RITU-MEISAI
006620                     AFTER  ADVANCING  1  LINE
006630                 PERFORM  LIST-CHECK-RTN
006640                 ADD      1              TO  LINE-CNT
006650             ELSE
006660                 MOVE  107               TO  RETURN-CODE
006670                 MOVE  FILE-STATUS       TO  MSG-507F-ST
006680                 DISPLAY MSG-507F RETURN-CODE  UPON  CONS
006690                 PERFORM ABEND-MSG-RTN
006700                 STOP RUN
006710             END-IF
006720     END-READ.
006730 RITU-LIST-READ-EXT.
006740     EXIT.
006750****************************************************************
006760*    (3.2)   SYU-NAME-RTN　（出版社名称検索）
006770****************************************************************
006780 SYU-NAME-RTN                      SECTION.
006790     IF  WK-NAME-CD9               =   ZERO
006800         MOVE    SPACE             TO  WK-SYU-NAME
006810     ELSE
006820         MOVE    MITOROKU-NAME     TO  WK-SYU-NAME
006830         MOVE    WK-NAME-CD9       TO  UPT716-SYUPPAN-CD9
006840         READ    UPT716I
006850             INVALID KEY
006860                 CONTINUE
006870             NOT INVALID KEY
006880                 MOVE  UPT716-KANJI-NAME  TO  WK-SYU-NAME
006890         END-READ
006900     END-IF.
006910 SYU-NAME-EXT.
006920     EXIT.
006930****************************************************************
006940*    (4.0)     ＳＴＡＲＴメッセージ処理                        *
006950****************************************************************
006960 START-MSG-RTN                     SECTION.
006970     ACCEPT  WK-DATE               FROM   DATE.
006980     ACCEPT  WK-TIME               FROM   TIME.
006990     MOVE    WK-Y                  TO     WK-YY.
007000     MOVE    WK-M                  TO     WK-MM.
007010     MOVE    WK-D                  TO     WK-DD.
007020     MOVE    20                    TO     WK-20.
007030*
007040     MOVE    WK-YYYY               TO     MESSAGE-START-YYYY.
007050     MOVE    WK-MM                 TO     MESSAGE-START-MM.
007060     MOVE    WK-DD                 TO     MESSAGE-START-DD.
007070     MOVE    WK-TIM                TO     MESSAGE-START-TIM.
007080     MOVE    WK-MIN                TO     MESSAGE-START-MIN.
007090     MOVE    WK-SEC                TO     MESSAGE-START-SEC.
007100*
007110     DISPLAY  MESSAGE-START  UPON CONS.
007120*
007130 START-MSG-EXT.
007140     EXIT.
007150****************************************************************
007160*    (5.0)     ＡＢＥＮＤメッセージ処理                        *
007170****************************************************************
007180 ABEND-MSG-RTN                     SECTION.
007190     ACCEPT  WK-DATE               FROM   DATE.
007200     ACCEPT  WK-TIME               FROM   TIME.
007210     MOVE    WK-Y                  TO     WK-YY.
007220     MOVE    WK-M                  TO     WK-MM.
007230     MOVE    WK-D                  TO     WK-DD.
007240     MOVE    20                    TO     WK-20.
007250*
007260     MOVE    WK-YYYY               TO     MESSAGE-ABEND-YYYY.
007270     MOVE    WK-MM                 TO     MESSAGE-ABEND-MM.
007280     MOVE    WK-DD                 TO     MESSAGE-ABEND-DD.
007290     MOVE    WK-TIM                TO     MESSAGE-ABEND-TIM.
007300     MOVE    WK-MIN                TO     MESSAGE-ABEND-MIN.
007310     MOVE    WK-SEC                TO     MESSAGE-ABEND-SEC.
007320*
007330     DISPLAY  MESSAGE-ABEND  UPON CONS.
007340*
007350 ABEND-MSG-EXT.
007360     EXIT.
007370****************************************************************
007380*    (6.0)     ＥＮＤメッセージ処理                            *
007390****************************************************************
007400 END-MSG-RTN                     SECTION.
007410     ACCEPT  WK-DATE               FROM   DATE.
007420     ACCEPT  WK-TIME               FROM   TIME.
007430     MOVE    WK-Y                  TO     WK-YY.
007440     MOVE    WK-M                  TO     WK-MM.
007450     MOVE    WK-D                  TO     WK-DD.
007460     MOVE    20                    TO     WK-20.
007470*
007480     MOVE    WK-YYYY               TO     MESSAGE-END-YYYY.
007490     MOVE    WK-MM                 TO     MESSAGE-END-MM.
007500     MOVE    WK-DD                 TO     MESSAGE-END-DD.
007510     MOVE    WK-TIM                TO     MESSAGE-END-TIM.
007520     MOVE    WK-MIN                TO     MESSAGE-END-MIN.
007530     MOVE    WK-SEC                TO     MESSAGE-END-SEC.
007540*
007550     DISPLAY  MESSAGE-END  UPON CONS.
007560*
007570 END-MSG-EXT.
007580     EXIT.
007590****************************************************************
007600*    (7.0)              エンド 処理                            *
007610****************************************************************
007620 END-RTN                           SECTION.
007630*
007640     CLOSE     UPT728I.
007650     CLOSE     UPT727I.
007660     CLOSE     UPT716I.
007670     CLOSE     UPT727R.
007671     CLOSE     UPT737L.
007680     MOVE      ZERO                TO  RETURN-CODE.
007690*---------< 入力件数表示 >-------------------------------------*
007700     DISPLAY MSG-501I  CNT-IN    UPON CONS.
007710     DISPLAY MSG-503I  CNT-APPLY UPON CONS.
007720     DISPLAY MSG-505I  CNT-REJ   UPON CONS.
007730     DISPLAY MSG-507I  CNT-LIST  UPON CONS.
007731     DISPLAY MSG-509I  CNT-RIREKI UPON CONS.
007740     PERFORM END-MSG-RTN.
007750*
007760 END-EXT.
007770     EXIT.
