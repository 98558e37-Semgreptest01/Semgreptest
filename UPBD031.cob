000010****************************************************************
000020*    システム名    ： 新聞競馬新聞実績
000030*    プログラム名  ： 配本基準マスタ保守・リスト処理
000040*    プログラムＩＤ： UPBD031
000050*    作  成  者    ： T.HARUYAMA
000060*    作  成  日    ： 2004年10月19日
000061*    修  正  日    ： 2004年11月29日 マスタ変更履歴出力対応
000070****************************************************************
000080 IDENTIFICATION                    DIVISION.
000090 PROGRAM-ID.                       UPBD031.
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
000220     SELECT  UPT734I      ASSIGN     TO  UPT734I
000230                      STATUS     IS  FILE-STATUS.
000240*------------ファイル   （配本基準マスタ）---------------------*
000250     SELECT  UPT733I ASSIGN     TO  UPT733I
000260             ORGANIZATION       IS  INDEXED
000270             ACCESS  MODE       IS  DYNAMIC
000280             RECORD  KEY        IS  UPT733-SYUPPAN-CD9
000290             FILE    STATUS     IS  FILE-STATUS.
000300*------------ファイル   （出版社名称マスタ）-------------------*
000310     SELECT  UPT716I ASSIGN     TO  UPT716I
000320             ORGANIZATION       IS  INDEXED
000330             ACCESS  MODE       IS  RANDOM
000340             RECORD  KEY        IS  UPT716-SYUPPAN-CD9
000350             FILE    STATUS     IS  FILE-STATUS.
000360*------------ファイル   （監査・配本基準リスト）---------------*
000370     SELECT  UPT733R      ASSIGN
000380                                TO  UPT733R
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
000480 FD  UPT734I        LABEL  RECORD STANDARD.
000490 01  UPT734I-REC.
000500     COPY   UPT734C.
000510*
000520****************************************************************
000530*            ファイル   （配本基準マスタ）
000540****************************************************************
000550 FD  UPT733I        LABEL  RECORD STANDARD.
000560 01  UPT733I-REC.
000570     COPY   UPT733C.
000580*
000590****************************************************************
000600*            ファイル   （出版社名称マスタ）
000610****************************************************************
000620 FD  UPT716I        LABEL  RECORD STANDARD.
000630 01  UPT716I-REC.
000640     COPY   UPT716C.
000650*
000660****************************************************************
000670*            ファイル   （監査・配本基準リスト）
000680****************************************************************
000690 FD  UPT733R        LABEL  RECORD STANDARD.
000700 01  UPT733R-REC             PIC X(132).
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
001000 01  UPT734-CNT-AREA.
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
001220     "UPBD031".
001230 01  MESSAGE-AREA1.
001240     03  MESSAGE-START.
001250       05  FILLER                      PIC X(12) VALUE
001260     "++ UPBD031 ".
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
001440     "++ UPBD031 ".
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
001620     "++ UPBD031 ".
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
001860     "++ UPBD031  501I UPT734       IN COUNT = ".
001870     03  MSG-503I.
001880       05  FILLER                      PIC  X(41) VALUE
001890     "++ UPBD031  503I MASTER    APPLY COUNT = ".
001900     03  MSG-505I.
001910       05  FILLER                      PIC  X(41) VALUE
001920     "++ UPBD031  505I MASTER      REJ COUNT = ".
001930     03  MSG-507I.
001940       05  FILLER                      PIC  X(41) VALUE
001950     "++ UPBD031  507I HAIHON-KJN LIST COUNT = ".
001951     03  MSG-509I.
001952       05  FILLER                      PIC  X(41) VALUE
001953     "++ UPBD031  509I UPT737    WRITE COUNT = ".
001960     03  MSG-501F.
001970       05  FILLER                      PIC  X(41) VALUE
001980     "++ UPBD031  501F UPT734  OPEN  ERROR ST= ".
001990       05  MSG-501F-ST                 PIC  9(03).
002000       05  FILLER                      PIC  X(01) VALUE " ".
002010     03  MSG-503F.
002020       05  FILLER                      PIC  X(41) VALUE
002030     "++ UPBD031  503F UPT734  READ  ERROR ST= ".
002040       05  MSG-503F-ST                 PIC  9(03).
002050       05  FILLER                      PIC  X(01) VALUE " ".
002060     03  MSG-505F.
002070       05  FILLER                      PIC  X(41) VALUE
002080     "++ UPBD031  505F UPT733  OPEN  ERROR ST= ".
002090       05  MSG-505F-ST                 PIC  9(03).
002100     03  MSG-507F.
002110       05  FILLER                      PIC  X(41) VALUE
002120     "++ UPBD031  507F UPT733  I-O   ERROR ST= ".
002130       05  MSG-507F-ST                 PIC  9(03).
002140     03  MSG-511F.
002150       05  FILLER                      PIC  X(41) VALUE
002160     "++ UPBD031  511F UPT716  OPEN  ERROR ST= ".
002170       05  MSG-511F-ST                 PIC  9(03).
002171     03  MSG-513F.
002172       05  FILLER                      PIC  X(41) VALUE
002173     "++ UPBD031  513F UPT737  OPEN  ERROR ST= ".
002174       05  MSG-513F-ST                 PIC  9(03).
002175     03  MSG-515F.
002176       05  FILLER                      PIC  X(41) VALUE
002177     "++ UPBD031  515F UPT737  WRITE ERROR ST= ".
002178       05  MSG-515F-ST                 PIC  9(03).
002180     03  MSG-701F.
002190       05  FILLER                      PIC  X(41) VALUE
002200     "++ UPBD031  701F LIST    OPEN  ERROR ST= ".
002210       05  MSG-701F-ST                 PIC  9(03).
002220     03  MSG-703F.
002230       05  FILLER                      PIC  X(41) VALUE
002240     "++ UPBD031  703F LIST    WRITE ERROR ST= ".
002250       05  MSG-703F-ST                 PIC  9(03).
002251     03  MSG-721F.
002252       05  FILLER                      PIC  X(41) VALUE
002253     "++ UPBD031  721F OPID=  ARGUMENT INVALID ".
002260*---------------< リスト見出しの定義 >------------------------*
002270 01  PRT-MIDASI1.
002280     03  FILLER                        PIC X(09) VALUE
002290     "UPBD031  ".
002300     03  FILLER                        PIC X(35) VALUE
002310     "HAIHON KIJUN MAINTE LIST           ".
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
002490     03  FILLER                        PIC X(08) VALUE
002500     "MIN-CNT ".
002510     03  FILLER                        PIC X(08) VALUE
002520     "MAX-CNT ".
002530     03  FILLER                        PIC X(08) VALUE
002540     "YOYU(%) ".
002550     03  FILLER                        PIC X(08) VALUE
002560     "KIJUN(%)".
002570     03  FILLER                        PIC X(16) VALUE
002580     "  RESULT        ".
002590 01  PRT-MIDASI3.
002600     03  FILLER                        PIC X(09) VALUE
002610     "SYUPPAN  ".
002620     03  FILLER                        PIC X(26) VALUE
002630     "SYUPPAN-NAME              ".
002640     03  FILLER                        PIC X(08) VALUE
002650     "MIN-CNT ".
002660     03  FILLER                        PIC X(08) VALUE
002670     "MAX-CNT ".
002680     03  FILLER                        PIC X(08) VALUE
002690     "YOYU(%) ".
002700     03  FILLER                        PIC X(10) VALUE
002710     "KIJUN(%)  ".
002720     03  FILLER                        PIC X(08) VALUE
002730     "KOSIN-DT".
002740*---------------< 監査リスト明細の定義 >----------------------*
002750 01  PRT-MEISAI.
002760     03  PRT-SEQ                       PIC ZZZZZ9.
002770     03  FILLER                        PIC X(02) VALUE SPACE.
002780     03  PRT-KOSIN                     PIC X(03).
002790     03  FILLER                        PIC X(03) VALUE SPACE.
002800     03  PRT-SYU-CD9                   PIC X(06).
002810     03  FILLER                        PIC X(03) VALUE SPACE.
002820     03  PRT-MIN                       PIC X(05).
002830     03  FILLER                        PIC X(03) VALUE SPACE.
002840     03  PRT-MAX                       PIC X(05).
002850     03  FILLER                        PIC X(06) VALUE SPACE.
002860     03  PRT-YOYU                      PIC X(02).
002870     03  FILLER                        PIC X(06) VALUE SPACE.
002880     03  PRT-KIJUN                     PIC X(02).
002890     03  FILLER                        PIC X(02) VALUE SPACE.
002900     03  PRT-KEKKA                     PIC X(16).
002910*---------------< 配本基準リスト明細の定義 >------------------*
002920 01  PRT-KIJUN-MEISAI.
002930     03  PRT-R-SYU-CD9                 PIC 9(06).
002940     03  FILLER                        PIC X(03) VALUE SPACE.
002950     03  PRT-R-SYU-NAME                PIC X(24).
002960     03  FILLER                        PIC X(02) VALUE SPACE.
002970     03  PRT-R-MIN                     PIC ZZZZ9.
002980     03  FILLER                        PIC X(03) VALUE SPACE.
002990     03  PRT-R-MAX                     PIC ZZZZ9.
003000     03  FILLER                        PIC X(06) VALUE SPACE.
003010     03  PRT-R-YOYU                    PIC Z9.
003020     03  FILLER                        PIC X(06) VALUE SPACE.
003030     03  PRT-R-KIJUN                   PIC Z9.
003040     03  FILLER                        PIC X(04) VALUE SPACE.
003050     03  PRT-R-KOSIN                   PIC 9(08).
003060*---------------< 結果編集の定義 >----------------------------*
003070 01  KEKKA-REJECT.
003080     03  FILLER                        PIC X(07) VALUE "REJECT ".
003090     03  KEKKA-RIYU                    PIC X(08).
003100     03  FILLER                        PIC X(01) VALUE SPACE.
003110*
003120 PROCEDURE                         DIVISION.
003130****************************************************************
003140*    (0.0)   メイン              処理                          *
003150****************************************************************
003160 MAIN-RTN                          SECTION.
003170*
003180     PERFORM      INIT-RTN.
003190*
003200     PERFORM      PROC-RTN
003210         UNTIL    END-SW           =   HIGH-VALUE.
003220*
003230     PERFORM      KIJUN-LIST-RTN.
003240*
003250     PERFORM      END-RTN.
003260*
003270     STOP         RUN.
003280*
003290 MAIN-EXT.
003300     EXIT.
003310****************************************************************
003320*    (1.0)   イニシャル          処理                          *
003330****************************************************************
003340 INIT-RTN                          SECTION.
003350     PERFORM      START-MSG-RTN.
003360*
003370     MOVE    99                    TO  RETURN-CODE.
003371*
003372     PERFORM      ARG-RTN.
003373     IF  OPE-ID                    =   SPACE
003374         DISPLAY MSG-721F          UPON  CONS
003375         MOVE    221               TO   RETURN-CODE
003376         PERFORM ABEND-MSG-RTN
003377         STOP    RUN
003378     END-IF.
003379     MOVE    WK-YYYYMMDD (1:8)     TO  RIREKI-YMD.
00337A     MOVE    WK-TIME               TO  RIREKI-TIME.
003380*-----------< ファイル  （保守トラン）ＯＰＥＮ  >--------------*
003390     OPEN INPUT UPT734I.
003400     IF  FILE-STATUS               =   ZERO
003410         CONTINUE
003420     ELSE
003430         MOVE    101               TO  RETURN-CODE
003440         MOVE    FILE-STATUS       TO  MSG-501F-ST
003450         DISPLAY MSG-501F RETURN-CODE UPON CONS
003460         PERFORM ABEND-MSG-RTN
003470         STOP    RUN
003480     END-IF.
003490*-----------< ファイル  （配本基準マスタ）ＯＰＥＮ  >----------*
003500     OPEN I-O   UPT733I.
003510     IF  FILE-STATUS               =   "35"
003520         OPEN    OUTPUT    UPT733I
003530         IF  FILE-STATUS           =   ZERO
003540             CLOSE   UPT733I
003550             OPEN    I-O       UPT733I
003560         END-IF
003570     END-IF.
003580     IF  FILE-STATUS               =   ZERO
003590         CONTINUE
003600     ELSE
003610         MOVE    105               TO  RETURN-CODE
003620         MOVE    FILE-STATUS       TO  MSG-505F-ST
003630         DISPLAY MSG-505F RETURN-CODE UPON CONS
003640         PERFORM ABEND-MSG-RTN
003650         STOP    RUN
003660     END-IF.
003670*-----------< ファイル  （名称マスタ）ＯＰＥＮ  >--------------*
003680     OPEN INPUT UPT716I.
003690     IF  FILE-STATUS               =   ZERO
003700         CONTINUE
003710     ELSE
003720         MOVE    111               TO  RETURN-CODE
003730         MOVE    FILE-STATUS       TO  MSG-511F-ST
003740         DISPLAY MSG-511F RETURN-CODE UPON CONS
003750         PERFORM ABEND-MSG-RTN
003760         STOP    RUN
003770     END-IF.
003780*-----------< ファイル  （リスト）ＯＰＥＮ  >------------------*
003790     OPEN OUTPUT UPT733R.
003800     IF  FILE-STATUS               =   ZERO
003810         CONTINUE
003820     ELSE
003830         MOVE    201               TO  RETURN-CODE
003840         MOVE    FILE-STATUS       TO  MSG-701F-ST
003850         DISPLAY MSG-701F RETURN-CODE UPON CONS
003860         PERFORM ABEND-MSG-RTN
003870         STOP    RUN
003880     END-IF.
003881*-----------< ファイル  （変更履歴）ＯＰＥＮ  >----------------*
003882     OPEN EXTEND UPT737L.
003883     IF  FILE-STATUS               =   "35"
003884         OPEN OUTPUT UPT737L
003885     END-IF.
003886     IF  FILE-STATUS               =   ZERO
003887         CONTINUE
003888     ELSE
003889         MOVE    113               TO  RETURN-CODE
00388A         MOVE    FILE-STATUS       TO  MSG-513F-ST
00388B         DISPLAY MSG-513F RETURN-CODE UPON CONS
00388C         PERFORM ABEND-MSG-RTN
00388D         STOP    RUN
00388E     END-IF.
003890*-----------< 初期ロード >-------------------------------------*
003900     PERFORM      READ-RTN.
003910 INIT-EXT.
003920     EXIT.
003930****************************************************************
003940*    (1.1)   READ-RTN
003950****************************************************************
003960 READ-RTN                          SECTION.
003970     READ      UPT734I
003980         AT    END
003990         MOVE  HIGH-VALUE                TO  END-SW
004000*
004010         NOT AT END
004020         IF    FILE-STATUS               =   ZERO
004030               ADD   +1                  TO  CNT-IN
004040         ELSE
004050               MOVE  103                 TO  RETURN-CODE
004060               MOVE FILE-STATUS          TO  MSG-503F-ST
004070               DISPLAY MSG-503F RETURN-CODE  UPON  CONS
004080               PERFORM ABEND-MSG-RTN
004090               STOP RUN
004100         END-IF.
004110 READ-EXT.
004120     EXIT.
004121****************************************************************
004122*    (1.2)   ARG-RTN　（起動パラメタ判定）
004123****************************************************************
004124 ARG-RTN                           SECTION.
004125     ACCEPT   ARG-CNT               FROM  BANGO.
004126     PERFORM  ARG-READ-RTN
004127         VARYING ARG-IDX FROM 1 BY 1
004128         UNTIL   ARG-IDX             >     ARG-CNT.
004129 ARG-EXT.
00412A     EXIT.
00412B****************************************************************
00412C*    (1.3)   ARG-READ-RTN　（起動パラメタ　１件判定）
00412D****************************************************************
00412E ARG-READ-RTN                       SECTION.
00412F     DISPLAY  ARG-IDX               UPON  BANGO.
00412G     ACCEPT   ARG-VALUE             FROM  ATAI
00412H         ON EXCEPTION
00412I             CONTINUE
00412J         NOT ON EXCEPTION
00412K             IF  ARG-VALUE (1:5)     =    "OPID="
00412L                 MOVE  ARG-VALUE (6:8)  TO  OPE-ID
00412M             END-IF
00412N     END-ACCEPT.
00412O ARG-READ-EXT.
00412P     EXIT.
004130****************************************************************
004140*    (2.0)   PROC-RTN                                          *
004150****************************************************************
004160 PROC-RTN                          SECTION.
004170*
004180     MOVE     SPACE                TO  PRT-MEISAI.
004190     MOVE     CNT-IN               TO  PRT-SEQ.
004200     MOVE     UPT734-SYUPPAN-CD9   TO  PRT-SYU-CD9.
004210     MOVE     UPT734I-REC (8:5)    TO  PRT-MIN.
004220     MOVE     UPT734I-REC (13:5)   TO  PRT-MAX.
004230     MOVE     UPT734I-REC (18:2)   TO  PRT-YOYU.
004240     MOVE     UPT734I-REC (20:2)   TO  PRT-KIJUN.
004250     EVALUATE TRUE
004260         WHEN  UPT734-KOSIN-ADD
004270             MOVE  "ADD"           TO  PRT-KOSIN
004280         WHEN  UPT734-KOSIN-CHG
004290             MOVE  "CHG"           TO  PRT-KOSIN
004300         WHEN  UPT734-KOSIN-DEL
004310             MOVE  "DEL"           TO  PRT-KOSIN
004320         WHEN  OTHER
004330             MOVE  "???"           TO  PRT-KOSIN
004340     END-EVALUATE.
004350*
004360     PERFORM  CHECK-RTN.
004370     IF  CHECK-NG
004380         PERFORM  REJECT-RTN
004390     ELSE
004400         PERFORM  T733-APPLY-RTN
004410     END-IF.
004420*-----------< READ処理 >-------------------------------------*
004430     PERFORM  READ-RTN.
004440*
004450 PROC-EXT.
004460     EXIT.
004470****************************************************************
004480*    (2.1)   CHECK-RTN　（トランザクションチェック）
004490****************************************************************
004500 CHECK-RTN                         SECTION.
004510     MOVE    "0"                   TO  CHECK-SW.
004520     MOVE    SPACE                 TO  REJECT-RIYU.
004530     EVALUATE TRUE
004540         WHEN  NOT UPT734-KOSIN-ADD  AND
004550               NOT UPT734-KOSIN-CHG  AND
004560               NOT UPT734-KOSIN-DEL
004570             MOVE  "KBN NG"        TO  REJECT-RIYU
004580         WHEN  UPT734-SYUPPAN-CD9      NOT NUMERIC
004590             MOVE  "SYU NG"        TO  REJECT-RIYU
004600         WHEN  UPT734-SYUPPAN-CD9  =   ZERO
004610             MOVE  "SYU NG"        TO  REJECT-RIYU
004620         WHEN  NOT UPT734-KOSIN-DEL  AND
004630               UPT734-MIN-CNT          NOT NUMERIC
004640             MOVE  "MIN NG"        TO  REJECT-RIYU
004650         WHEN  NOT UPT734-KOSIN-DEL  AND
004660               UPT734-MAX-CNT          NOT NUMERIC
004670             MOVE  "MAX NG"        TO  REJECT-RIYU
004680         WHEN  NOT UPT734-KOSIN-DEL  AND
004690               UPT734-MAX-CNT      NOT =   ZERO  AND
004700               UPT734-MAX-CNT      <   UPT734-MIN-CNT
004710             MOVE  "MAX NG"        TO  REJECT-RIYU
004720         WHEN  NOT UPT734-KOSIN-DEL  AND
004730               UPT734-YOYU-RITU        NOT NUMERIC
004740             MOVE  "YOYU NG"       TO  REJECT-RIYU
004750         WHEN  NOT UPT734-KOSIN-DEL  AND
004760               UPT734-KIJUN-RITU       NOT NUMERIC
004770             MOVE  "KIJUN NG"      TO  REJECT-RIYU
004780         WHEN  OTHER
004790             CONTINUE
004800     END-EVALUATE.
004810*-----------< 名称マスタ登録チェック（追加時） >---------------*
004820     IF  REJECT-RIYU               =   SPACE  AND
004830         UPT734-KOSIN-ADD
004840         MOVE    UPT734-SYUPPAN-CD9   TO  UPT716-SYUPPAN-CD9
004850         READ    UPT716I
004860             INVALID KEY
004870                 MOVE  "SYU NF"    TO  REJECT-RIYU
004880             NOT INVALID KEY
004890                 CONTINUE
004900         END-READ
004910     END-IF.
004920     IF  REJECT-RIYU               NOT =   SPACE
004930         MOVE    "1"               TO  CHECK-SW
004940     END-IF.
004950 CHECK-EXT.
004960     EXIT.
004970****************************************************************
004980*    (2.2)   T733-APPLY-RTN　（配本基準マスタ更新）
004990****************************************************************
005000 T733-APPLY-RTN                    SECTION.
005010     MOVE    UPT734-SYUPPAN-CD9    TO  UPT733-SYUPPAN-CD9.
005011     MOVE    "UPT733"              TO  RIREKI-MST-ID.
005012     MOVE    UPT733-SYUPPAN-CD9    TO  RIREKI-KEY.
005020     MOVE    "0"                   TO  MST-FOUND-SW.
005030     READ    UPT733I
005040         INVALID KEY
005050             CONTINUE
005060         NOT INVALID KEY
005070             MOVE    "1"           TO  MST-FOUND-SW
005080     END-READ.
005081     IF  MST-FOUND
005082         MOVE    UPT733I-REC (1:40) TO  RIREKI-MAE
005083     ELSE
005084         MOVE    SPACE             TO  RIREKI-MAE
005085     END-IF.
005090     EVALUATE TRUE
005100         WHEN  UPT734-KOSIN-ADD
005110             IF  MST-FOUND
005120                 MOVE  "DUP"       TO  REJECT-RIYU
005130                 PERFORM  REJECT-RTN
005140             ELSE
005150                 MOVE  SPACE       TO  UPT733I-REC
005160                 MOVE  UPT734-SYUPPAN-CD9
005170                                   TO  UPT733-SYUPPAN-CD9
005180                 PERFORM  T733-SET-RTN
005190                 MOVE  WK-YYYYMMDD (1:8)
005200                                   TO  UPT733-KOSIN-YMD
005201                 MOVE  UPT733I-REC (1:40) TO  RIREKI-ATO
005210                 WRITE UPT733I-REC
005220                 PERFORM  T733-IO-CHECK-RTN
005230                 PERFORM  TOROKU-RTN
005240             END-IF
005250         WHEN  UPT734-KOSIN-CHG
005260             IF  MST-FOUND
005270                 PERFORM  T733-SET-RTN
005280                 MOVE  WK-YYYYMMDD (1:8)
005290                                   TO  UPT733-KOSIN-YMD
005291                 MOVE  UPT733I-REC (1:40) TO  RIREKI-ATO
005300                 REWRITE  UPT733I-REC
005310                 PERFORM  T733-IO-CHECK-RTN
005320                 PERFORM  TOROKU-RTN
005330             ELSE
005340                 MOVE  "NOT FND"   TO  REJECT-RIYU
005350                 PERFORM  REJECT-RTN
005360             END-IF
005370         WHEN  UPT734-KOSIN-DEL
005380             IF  MST-FOUND
005381                 MOVE  SPACE       TO  RIREKI-ATO
005390                 DELETE  UPT733I   RECORD
005400                 PERFORM  T733-IO-CHECK-RTN
005410                 PERFORM  TOROKU-RTN
005420             ELSE
005430                 MOVE  "NOT FND"   TO  REJECT-RIYU
005440                 PERFORM  REJECT-RTN
005450             END-IF
005460     END-EVALUATE.
005470 T733-APPLY-EXT.
005480     EXIT.
005490****************************************************************
005500*    (2.2.1) T733-SET-RTN　（配本基準項目設定）
005510****************************************************************
005520 T733-SET-RTN                      SECTION.
005530     MOVE    UPT734-MIN-CNT        TO  UPT733-MIN-CNT.
005540     MOVE    UPT734-MAX-CNT        TO  UPT733-MAX-CNT.
005550     MOVE    UPT734-YOYU-RITU      TO  UPT733-YOYU-RITU.
005560     MOVE    UPT734-KIJUN-RITU     TO  UPT733-KIJUN-RITU.
005570 T733-SET-EXT.
005580     EXIT.
005590****************************************************************
005600*    (2.2.2) T733-IO-CHECK-RTN　（配本基準マスタ更新結果判定）
005610****************************************************************
005620 T733-IO-CHECK-RTN                 SECTION.
005630     IF  FILE-STATUS               =   ZERO
005640         CONTINUE
005650     ELSE
005660         MOVE    107               TO  RETURN-CODE
005670         MOVE    FILE-STATUS       TO  MSG-507F-ST
005680         DISPLAY MSG-507F  RETURN-CODE  UPON  CONS
005690         PERFORM ABEND-MSG-RTN
005700         STOP    RUN
005710     END-IF.
005720 T733-IO-CHECK-EXT.
005730     EXIT.
005740****************************************************************
005750*    (2.3)   TOROKU-RTN　（適用明細出力）
005760****************************************************************
005770 TOROKU-RTN                        SECTION.
005780     MOVE     "APPLIED"            TO  PRT-KEKKA.
005790     ADD      1                    TO  CNT-APPLY.
005791     PERFORM  RIREKI-RTN.
005800     PERFORM  LIST-RTN.
005810 TOROKU-EXT.
005820     EXIT.
005830****************************************************************
005840*    (2.4)   REJECT-RTN　（排除明細出力）
005850****************************************************************
005860 REJECT-RTN                        SECTION.
005870     MOVE     REJECT-RIYU          TO  KEKKA-RIYU.
005880     MOVE     KEKKA-REJECT         TO  PRT-KEKKA.
005890     ADD      1                    TO  CNT-REJ.
005900     PERFORM  LIST-RTN.
005910 REJECT-EXT.
005920     EXIT.
005930****************************************************************
005940*    (2.5)   LIST-RTN　（監査リスト明細出力）
005950****************************************************************
005960 LIST-RTN                          SECTION.
005970     IF  LINE-CNT                  >   MAX-LINE
005980         PERFORM  MIDASI-RTN
005990     END-IF.
006000     WRITE    UPT733R-REC          FROM  PRT-MEISAI
006010         AFTER  ADVANCING  1  LINE.
006020     PERFORM  LIST-CHECK-RTN.
006030     ADD      1                    TO  LINE-CNT.
006040 LIST-EXT.
006050     EXIT.
006060****************************************************************
006070*    (2.6)   LIST-CHECK-RTN　（リスト出力結果判定）
006080****************************************************************
006090 LIST-CHECK-RTN                    SECTION.
006100     IF  FILE-STATUS               =   ZERO
006110         CONTINUE
006120     ELSE
006130         MOVE    203               TO  RETURN-CODE
006140         MOVE    FILE-STATUS       TO  MSG-703F-ST
006150         DISPLAY MSG-703F  RETURN-CODE  UPON  CONS
006160         PERFORM ABEND-MSG-RTN
006170         STOP    RUN
006180     END-IF.
006190 LIST-CHECK-EXT.
006200     EXIT.
006210****************************************************************
006220*    (2.7)   MIDASI-RTN　（リスト見出し出力）
006230****************************************************************
006240 MIDASI-RTN                        SECTION.
006250     ADD      1                    TO  PAGE-CNT.
006260     MOVE     WK-YYYY              TO  PRT-M1-YYYY.
006270     MOVE     WK-MM                TO  PRT-M1-MM.
006280     MOVE     WK-DD                TO  PRT-M1-DD.
006290     MOVE     PAGE-CNT             TO  PRT-M1-PAGE.
006300     WRITE    UPT733R-REC          FROM  PRT-MIDASI1
006310         AFTER  ADVANCING  PAGE.
006320     PERFORM  LIST-CHECK-RTN.
006330     IF  WK-PHASE                  =   1
006340         WRITE    UPT733R-REC      FROM  PRT-MIDASI2
006350             AFTER  ADVANCING  2  LINES
006360     ELSE
006370         WRITE    UPT733R-REC      FROM  PRT-MIDASI3
006380             AFTER  ADVANCING  2  LINES
006390     END-IF.
006400     PERFORM  LIST-CHECK-RTN.
006410     MOVE     SPACE                TO  UPT733R-REC.
006420     WRITE    UPT733R-REC
006430         AFTER  ADVANCING  1  LINE.
006440     PERFORM  LIST-CHECK-RTN.
006450     MOVE     4                    TO  LINE-CNT.
006460 MIDASI-EXT.
006470     EXIT.
006471****************************************************************
006472*    (2.8)   RIREKI-RTN　（マスタ変更履歴出力）
006473****************************************************************
006474 RIREKI-RTN                        SECTION.
006475     MOVE     SPACE                TO  UPT737L-REC.
006476     MOVE     RIREKI-MST-ID        TO  UPT737-MST-ID.
006477     MOVE     RIREKI-KEY           TO  UPT737-MST-KEY.
006478     MOVE     UPT734-KOSIN-KBN     TO  UPT737-KOSIN-KBN.
006479     MOVE     RIREKI-MAE           TO  UPT737-MAE-IMG.
00647A     MOVE     RIREKI-ATO           TO  UPT737-ATO-IMG.
00647B     MOVE     RIREKI-YMD           TO  UPT737-SYORI-YMD.
00647C     MOVE     RIREKI-TIME          TO  UPT737-SYORI-TIME.
00647D     MOVE     OPE-ID               TO  UPT737-OPE-ID.
00647E     MOVE     MSG-PGID             TO  UPT737-PGID.
00647F     WRITE    UPT737L-REC.
00647G     IF  FILE-STATUS               =   ZERO
00647H         ADD  1                    TO  CNT-RIREKI
00647I     ELSE
00647J         MOVE    115               TO  RETURN-CODE
00647K         MOVE    FILE-STATUS       TO  MSG-515F-ST
00647L         DISPLAY MSG-515F  RETURN-CODE  UPON  CONS
00647M         PERFORM ABEND-MSG-RTN
00647N         STOP    RUN
00647O     END-IF.
00647P RIREKI-EXT.
00647Q     EXIT.
006480****************************************************************
006490*    (3.0)   KIJUN-LIST-RTN　（配本基準全件リスト）
006500****************************************************************
006510 KIJUN-LIST-RTN                     SECTION.
006520     MOVE     2                    TO  WK-PHASE.
006530     MOVE     99                   TO  LINE-CNT.
006540     MOVE     ZERO                 TO  UPT733-SYUPPAN-CD9.
006550     MOVE     ZERO                 TO  LIST-END-SW.
006560     START    UPT733I
006570         KEY  IS  NOT  LESS  THAN  UPT733-SYUPPAN-CD9
006580         INVALID KEY
006590             MOVE  HIGH-VALUE      TO  LIST-END-SW
006600     END-START.
006610     PERFORM  KIJUN-LIST-READ-RTN
006620         UNTIL LIST-END-SW         =   HIGH-VALUE.
006630 KIJUN-LIST-EXT.
006640     EXIT.
006650****************************************************************
006660*    (3.1)   KIJUN-LIST-READ-RTN
006670****************************************************************
006680 KIJUN-LIST-READ-RTN                SECTION.
006690     READ     UPT733I   NEXT
006700         AT END
006710             MOVE  HIGH-VALUE            TO  LIST-END-SW
006720         NOT AT END
006730             IF    FILE-STATUS           =   ZERO
006740                 ADD      1              TO  CNT-LIST
006750                 MOVE     UPT733-SYUPPAN-CD9  TO  PRT-R-SYU-CD9
006760                 MOVE     UPT733-SYUPPAN-CD9  TO  WK-NAME-CD9
006770                 PERFORM  SYU-NAME-RTN
006780                 MOVE     WK-SYU-NAME         TO  PRT-R-SYU-NAME
006790                 MOVE     UPT733-MIN-CNT      TO  PRT-R-MIN
006800                 MOVE     UPT733-MAX-CNT      TO  PRT-R-MAX
006810                 MOVE     UPT733-YOYU-RITU    TO  PRT-R-YOYU
006820                 MOVE     UPT733-KIJUN-RITU   TO  PRT-R-KIJUN
006830                 MOVE     UPT733-KOSIN-YMD    TO  PRT-R-KOSIN
006840                 IF  LINE-CNT          >   MAX-LINE
006850                     PERFORM  MIDASI-RTN
006860                 END-IF
006870                 WRITE    UPT733R-REC  FROM  PRT-KIJUN-MEISAI
006880                     AFTER  ADVANCING  1  LINE
006890                 PERFORM  LIST-CHECK-RTN
006900                 ADD      1              TO  LINE-CNT
006910             ELSE
006920                 MOVE  107               TO  RETURN-CODE
006930                 MOVE  FILE-STATUS       TO  MSG-507F-ST
006940                 DISPLAY MSG-507F RETURN-CODE  UPON  CONS
006950                 PERFORM ABEND-MSG-RTN
006960                 STOP RUN
006970             END-IF
006980     END-READ.
006990 KIJUN-LIST-READ-EXT.
007000     EXIT.
007010****************************************************************
007020*    (3.2)   SYU-NAME-RTN　（出版社名称検索）
007030****************************************************************
007040 SYU-NAME-RTN                      SECTION.
007050     IF  WK-NAME-CD9               =   ZERO
007060         MOVE    SPACE             TO  WK-SYU-NAME
007070     ELSE
007080         MOVE    MITOROKU-NAME     TO  WK-SYU-NAME
007090         MOVE    WK-NAME-CD9       TO  UPT716-SYUPPAN-CD9
007100         READ    UPT716I
007110             INVALID KEY
007120                 CONTINUE
007130             NOT INVALID KEY
007140                 MOVE  UPT716-KANJI-NAME  TO  WK-SYU-NAME
007150         END-READ
007160     END-IF.
007170 SYU-NAME-EXT.
007180     EXIT.
007190****************************************************************
007200*    (4.0)     ＳＴＡＲＴメッセージ処理                        *
007210****************************************************************
007220 START-MSG-RTN                     SECTION.
007230     ACCEPT  WK-DATE               FROM   DATE.
007240     ACCEPT  WK-TIME               FROM   TIME.
007250     MOVE    WK-Y                  TO     WK-YY.
007260     MOVE    WK-M                  TO     WK-MM.
007270     MOVE    WK-D                  TO     WK-DD.
007280     MOVE    20                    TO     WK-20.
007290*
007300     MOVE    WK-YYYY               TO     MESSAGE-START-YYYY.
007310     MOVE    WK-MM                 TO     MESSAGE-START-MM.
007320     MOVE    WK-DD                 TO     MESSAGE-START-DD.
007330     MOVE    WK-TIM                TO     MESSAGE-START-TIM.
007340     MOVE    WK-MIN                TO     MESSAGE-START-MIN.
007350     MOVE    WK-SEC                TO     MESSAGE-START-SEC.
007360*
007370     DISPLAY  MESSAGE-START  UPON CONS.
007380*
007390 START-MSG-EXT.
007400     EXIT.
007410****************************************************************
007420*    (5.0)     ＡＢＥＮＤメッセージ処理                        *
007430****************************************************************
007440 ABEND-MSG-RTN                     SECTION.
007450     ACCEPT  WK-DATE               FROM   DATE.
007460     ACCEPT  WK-TIME               FROM   TIME.
007470     MOVE    WK-Y                  TO     WK-YY.
007480     MOVE    WK-M                  TO     WK-MM.
007490     MOVE    WK-D                  TO     WK-DD.
007500     MOVE    20                    TO     WK-20.
007510*
007520     MOVE    WK-YYYY               TO     MESSAGE-ABEND-YYYY.
007530     MOVE    WK-MM                 TO     MESSAGE-ABEND-MM.
007540     MOVE    WK-DD                 TO     MESSAGE-ABEND-DD.
007550     MOVE    WK-TIM                TO     MESSAGE-ABEND-TIM.
007560     MOVE    WK-MIN                TO     MESSAGE-ABEND-MIN.
007570     MOVE    WK-SEC                TO     MESSAGE-ABEND-SEC.
007580*
007590     DISPLAY  MESSAGE-ABEND  UPON CONS.
007600*
007610 ABEND-MSG-EXT.
007620     EXIT.
007630****************************************************************
007640*    (6.0)     ＥＮＤメッセージ処理                            *
007650****************************************************************
007660 END-MSG-RTN                     SECTION.
007670     ACCEPT  WK-DATE               FROM   DATE.
007680     ACCEPT  WK-TIME               FROM   TIME.
007690     MOVE    WK-Y                  TO     WK-YY.
007700     MOVE    WK-M                  TO     WK-MM.
007710     MOVE    WK-D                  TO     WK-DD.
007720     MOVE    20                    TO     WK-20.
007730*
007740     MOVE    WK-YYYY               TO     MESSAGE-END-YYYY.
007750     MOVE    WK-MM                 TO     MESSAGE-END-MM.
007760     MOVE    WK-DD                 TO     MESSAGE-END-DD.
007770     MOVE    WK-TIM                TO     MESSAGE-END-TIM.
007780     MOVE    WK-MIN                TO     MESSAGE-END-MIN.
007790     MOVE    WK-SEC                TO     MESSAGE-END-SEC.
007800*
007810     DISPLAY  MESSAGE-END  UPON CONS.
007820*
007830 END-MSG-EXT.
007840     EXIT.
007850****************************************************************
007860*    (7.0)              エンド 処理                            *
007870****************************************************************
007880 END-RTN                           SECTION.
007890*
007900     CLOSE     UPT734I.
007910     CLOSE     UPT733I.
007920     CLOSE     UPT716I.
007930     CLOSE     UPT733R.
007931     CLOSE     UPT737L.
007940     MOVE      ZERO                TO  RETURN-CODE.
007950*---------< 入力件数表示 >-------------------------------------*
007960     DISPLAY MSG-501I  CNT-IN    UPON CONS.
007970     DISPLAY MSG-503I  CNT-APPLY UPON CONS.
007980     DISPLAY MSG-505I  CNT-REJ   UPON CONS.
007990     DISPLAY MSG-507I  CNT-LIST  UPON CONS.
007991     DISPLAY MSG-509I  CNT-RIREKI UPON CONS.
008000     PERFORM END-MSG-RTN.
008010*
008020 END-EXT.
008030     EXIT.
