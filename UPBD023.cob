000010****************************************************************
000020*    システム名    ： 新聞競馬新聞実績
000030*    プログラム名  ： 売掛月次繰越処理
000040*    プログラムＩＤ： UPBD023
000050*    作  成  者    ： T.HARUYAMA
000060*    作  成  日    ： 2004年09月14日
000061*    修  正  日    ： 2004年11月16日 当月訂正減額対応
000070****************************************************************
000080 IDENTIFICATION                    DIVISION.
000090 PROGRAM-ID.                       UPBD023.
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
000230*------------ファイル   （売掛残高マスタ）---------------------*
000240     SELECT  UPT724I ASSIGN     TO  UPT724I
000250             ORGANIZATION       IS  INDEXED
000260             ACCESS  MODE       IS  SEQUENTIAL
000270             RECORD  KEY        IS  UPT724-TORIHIKI-CD9
000280             FILE    STATUS     IS  FILE-STATUS.
000290*------------ファイル   （売掛明細）---------------------------*
000300     SELECT  UPT723O ASSIGN     TO  UPT723O
000310             ORGANIZATION       IS  INDEXED
000320             ACCESS  MODE       IS  SEQUENTIAL
000330             RECORD  KEY        IS  UPT723-KEY
000340             FILE    STATUS     IS  FILE-STATUS.
000350*------------ファイル   （売掛元帳）---------------------------*
000360     SELECT  UPT725O ASSIGN     TO  UPT725O
000370             ORGANIZATION       IS  INDEXED
000380             ACCESS  MODE       IS  RANDOM
000390             RECORD  KEY        IS  UPT725-KEY
000400             FILE    STATUS     IS  FILE-STATUS.
000410*------------ファイル   （取引先名称マスタ）-------------------*
000420     SELECT  UPT715I ASSIGN     TO  UPT715I
000430             ORGANIZATION       IS  INDEXED
000440             ACCESS  MODE       IS  RANDOM
000450             RECORD  KEY        IS  UPT715-TORIHIKI-CD9
000460             FILE    STATUS     IS  FILE-STATUS.
000470*------------ファイル   （売掛繰越リスト）---------------------*
000480     SELECT  UPT724R      ASSIGN     TO  UPT724R
000490             ACCESS  MODE       IS  SEQUENTIAL
000500             FILE    STATUS     FILE-STATUS.
000510*
000520 DATA                              DIVISION.
000530 FILE                              SECTION.
000540*
000550****************************************************************
000560*            ファイル   （売掛残高マスタ）
000570****************************************************************
000580 FD  UPT724I         LABEL  RECORD STANDARD.
000590 01  UPT724I-REC.
000600     COPY   UPT724C.
000610*
000620****************************************************************
000630*            ファイル   （売掛明細）
000640****************************************************************
000650 FD  UPT723O         LABEL  RECORD STANDARD.
000660 01  UPT723O-REC.
000670     COPY   UPT723C.
000680*
000690****************************************************************
000700*            ファイル   （売掛元帳）
000710****************************************************************
000720 FD  UPT725O         LABEL  RECORD STANDARD.
000730 01  UPT725O-REC.
000740     COPY   UPT725C.
000750*
000760****************************************************************
000770*            ファイル   （取引先名称マスタ）
000780****************************************************************
000790 FD  UPT715I        LABEL  RECORD STANDARD.
000800 01  UPT715I-REC.
000810     COPY   UPT715C.
000820*
000830****************************************************************
000840*            ファイル   （売掛繰越リスト）
000850****************************************************************
000860 FD  UPT724R        LABEL  RECORD STANDARD.
000870 01  UPT724R-REC             PIC X(132).
000880*
000890 WORKING-STORAGE                   SECTION.
000900*---------------< WORK-AREA定義 >-----------------------------*
000910 01  SW-AREA.
000920     03  END-SW                        PIC X(02) VALUE ZERO.
000930     03  PURGE-END-SW                  PIC X(02) VALUE ZERO.
000940     03  ARG-MONTH-SW                  PIC X(01) VALUE "0".
000950         88  ARG-MONTH-SUPPLIED        VALUE "1".
000960 01  WK-DATE.
000970     03  WK-Y                          PIC  9(2).
000980     03  WK-M                          PIC  9(2).
000990     03  WK-D                          PIC  9(2).
001000 01  WK-YYYYMMDD.
001010     03  WK-YYYY.
001020       05  WK-20                       PIC  9(2).
001030       05  WK-YY                       PIC  9(2).
001040     03  WK-MM                         PIC  9(2).
001050     03  WK-DD                         PIC  9(2).
001060     03  WK-TIME.
001070       05  WK-TIM                      PIC  9(2).
001080       05  WK-MIN                      PIC  9(2).
001090       05  WK-SEC                      PIC  9(2).
001100*---------------< ステータスの定義 >--------------------------*
001110 01  STATUS-AREA.
001120     03  FILE-STATUS                   PIC X(02) VALUE ZERO.
001130*---------------< カウントの定義 >----------------------------*
001140 01  CNT-AREA.
001150     03  CNT-IN                        PIC 9(09) VALUE ZERO.
001160     03  CNT-KURIKOSI                  PIC 9(09) VALUE ZERO.
001170     03  CNT-SUMI                      PIC 9(09) VALUE ZERO.
001180     03  CNT-DELETE                    PIC 9(09) VALUE ZERO.
001190*---------------< 対象月の定義 >------------------------------*
001200 01  TAISYO-AREA.
001210     03  ARG-YYYYMM                    PIC 9(06) VALUE ZERO.
001220     03  NEXT-YYYYMM.
001230       05  NEXT-YYYY                   PIC 9(04).
001240       05  NEXT-MM                     PIC 9(02).
001250     03  NEXT-YYYYMM9  REDEFINES  NEXT-YYYYMM
001260                                       PIC 9(06).
001270*---------------< 繰越合計の定義 >----------------------------*
001280 01  KIN-AREA.
001290     03  KEI-SEIKYU-KIN                PIC 9(11) VALUE ZERO.
001300     03  KEI-NYUKIN-KIN                PIC 9(11) VALUE ZERO.
001310     03  KEI-ZAN-KIN                   PIC 9(11) VALUE ZERO.
001320     03  KEI-KARIUKE-KIN               PIC 9(11) VALUE ZERO.
001321     03  KEI-GENGAKU-KIN               PIC 9(11) VALUE ZERO.
001330*---------------< 売掛元帳の定義 >----------------------------*
001340 01  T725-AREA.
001350     03  T725-RENBAN                   PIC 9(05) VALUE ZERO.
001360     03  T725-TOUROKU-TIME.
001370       05  T725-T-YMD                  PIC 9(08).
001380       05  T725-T-HMS                  PIC 9(06).
001390*---------------< 起動パラメタの定義 >------------------------*
001400 01  ARG-AREA.
001410     03  ARG-CNT                       PIC 9(02) VALUE ZERO.
001420*---------------< 起動パラメタ（詳細）の定義 >----------------*
001430 01  ARG-DETAIL-AREA.
001440     03  ARG-IDX                       PIC 9(02) VALUE ZERO.
001450     03  ARG-VALUE                     PIC X(20) VALUE SPACES.
001460*---------------< 売掛繰越リスト制御の定義 >------------------*
001470 01  PRT-CTL-AREA.
001480     03  LINE-CNT                      PIC 9(03) VALUE 99.
001490     03  PAGE-CNT                      PIC 9(05) VALUE ZERO.
001500     03  MAX-LINE                      PIC 9(03) VALUE 60.
001510 01  PRT-LINE                          PIC X(132).
001520*---------------< 売掛繰越リスト見出しの定義 >----------------*
001530 01  PRT-MIDASI1.
001540     03  FILLER                        PIC X(09) VALUE
001550     "UPBD023  ".
001560     03  FILLER                        PIC X(35) VALUE
001570     "URIKAKE GETUJI KURIKOSI LIST       ".
001580     03  FILLER                        PIC X(05) VALUE
001590     "DATE:".
001600     03  PRT-M1-YYYY                   PIC 9(04).
001610     03  FILLER                        PIC X(01) VALUE "/".
001620     03  PRT-M1-MM                     PIC 9(02).
001630     03  FILLER                        PIC X(01) VALUE "/".
001640     03  PRT-M1-DD                     PIC 9(02).
001650     03  FILLER                        PIC X(07) VALUE
001660     "  PAGE:".
001670     03  PRT-M1-PAGE                   PIC ZZZZ9.
001680 01  PRT-MIDASI2.
001690     03  FILLER                        PIC X(11) VALUE
001700     "TAISYO-YM: ".
001710     03  PRT-M2-YYYYMM                 PIC 9(06).
001720     03  FILLER                        PIC X(14) VALUE
001730     "   KURIKOSI-YM".
001740     03  FILLER                        PIC X(02) VALUE ": ".
001750     03  PRT-M2-NEXT                   PIC 9(06).
001760 01  PRT-MIDASI3.
001770     03  FILLER                        PIC X(08) VALUE
001780     "TORIHIKI".
001790     03  FILLER                        PIC X(26) VALUE
001800     "  TORIHIKI-NAME           ".
001810     03  FILLER                        PIC X(12) VALUE
001820     " ZENGETU-ZAN".
001830     03  FILLER                        PIC X(12) VALUE
001840     "  SEIKYU-KIN".
001850     03  FILLER                        PIC X(12) VALUE
001860     "  NYUKIN-KIN".
001861     03  FILLER                        PIC X(12) VALUE
001862     " GENGAKU-KIN".
001870     03  FILLER                        PIC X(12) VALUE
001880     "     ZAN-KIN".
001890     03  FILLER                        PIC X(12) VALUE
001900     " KARIUKE-KIN".
001910*---------------< 売掛繰越リスト明細の定義 >------------------*
001920 01  PRT-MEISAI.
001930     03  PRT-TORIHIKI                  PIC X(06).
001940     03  FILLER                        PIC X(02) VALUE SPACE.
001950     03  PRT-NAME                      PIC X(24).
001960     03  FILLER                        PIC X(02) VALUE SPACE.
001970     03  PRT-ZENGETU                   PIC ZZZZZZZZZZ9.
001980     03  FILLER                        PIC X(01) VALUE SPACE.
001990     03  PRT-SEIKYU                    PIC ZZZZZZZZZZ9.
002000     03  FILLER                        PIC X(01) VALUE SPACE.
002010     03  PRT-NYUKIN                    PIC ZZZZZZZZZZ9.
002011     03  FILLER                        PIC X(01) VALUE SPACE.
002012     03  PRT-GENGAKU                   PIC ZZZZZZZZZZ9.
002020     03  FILLER                        PIC X(01) VALUE SPACE.
002030     03  PRT-ZAN                       PIC ZZZZZZZZZZ9.
002040     03  FILLER                        PIC X(01) VALUE SPACE.
002050     03  PRT-KARIUKE                   PIC ZZZZZZZZZZ9.
002060*---------------< 売掛繰越リスト合計行の定義 >----------------*
002070 01  PRT-GOKEI.
002080     03  FILLER                        PIC X(46) VALUE
002090     "  ** KURIKOSI TOTAL **".
002100     03  PRT-G-SEIKYU                  PIC ZZZZZZZZZZ9.
002110     03  FILLER                        PIC X(01) VALUE SPACE.
002120     03  PRT-G-NYUKIN                  PIC ZZZZZZZZZZ9.
002121     03  FILLER                        PIC X(01) VALUE SPACE.
002122     03  PRT-G-GENGAKU                 PIC ZZZZZZZZZZ9.
002130     03  FILLER                        PIC X(01) VALUE SPACE.
002140     03  PRT-G-ZAN                     PIC ZZZZZZZZZZ9.
002150     03  FILLER                        PIC X(01) VALUE SPACE.
002160     03  PRT-G-KARIUKE                 PIC ZZZZZZZZZZ9.
002170*
002180*---------------< メッセージ１の定義 >------------------------*
002190 01  MSG-PGID                          PIC X(08) VALUE
002200     "UPBD023".
002210 01  MESSAGE-AREA1.
002220     03  MESSAGE-START.
002230       05  FILLER                      PIC X(12) VALUE
002240     "++ UPBD023 ".
002250       05  MESSAGE-START-YMD.
002260         07  MESSAGE-START-YYYY        PIC 9(04).
002270         07  FILLER                    PIC X(01) VALUE "/".
002280         07  MESSAGE-START-MM          PIC 9(02).
002290         07  FILLER                    PIC X(01) VALUE "/".
002300         07  MESSAGE-START-DD          PIC 9(02).
002310         07  FILLER                    PIC X(01) VALUE " ".
002320         07  MESSAGE-START-TIM         PIC 9(02).
002330         07  FILLER                    PIC X(01) VALUE ":".
002340         07  MESSAGE-START-MIN         PIC 9(02).
002350         07  FILLER                    PIC X(01) VALUE ":".
002360         07  MESSAGE-START-SEC         PIC 9(02).
002370         07  FILLER                    PIC X(01) VALUE " ".
002380       05  FILLER                      PIC X(08) VALUE
002390     "*START* ".
002400     03  MESSAGE-END.
002410       05  FILLER                      PIC X(12) VALUE
002420     "++ UPBD023 ".
002430       05  MESSAGE-END-YMD.
002440         07  MESSAGE-END-YYYY          PIC 9(04).
002450         07  FILLER                    PIC X(01) VALUE "/".
002460         07  MESSAGE-END-MM            PIC 9(02).
002470         07  FILLER                    PIC X(01) VALUE "/".
002480         07  MESSAGE-END-DD            PIC 9(02).
002490         07  FILLER                    PIC X(01) VALUE " ".
002500         07  MESSAGE-END-TIM           PIC 9(02).
002510         07  FILLER                    PIC X(01) VALUE ":".
002520         07  MESSAGE-END-MIN           PIC 9(02).
002530         07  FILLER                    PIC X(01) VALUE ":".
002540         07  MESSAGE-END-SEC           PIC 9(02).
002550         07  FILLER                    PIC X(01) VALUE " ".
002560       05  FILLER                      PIC X(13) VALUE
002570     "*NORMAL END* ".
002580     03  MESSAGE-ABEND.
002590       05  FILLER                      PIC X(12) VALUE
002600     "++ UPBD023 ".
002610       05  MESSAGE-ABEND-YMD.
002620         07  MESSAGE-ABEND-YYYY        PIC 9(04).
002630         07  FILLER                    PIC X(01) VALUE "/".
002640         07  MESSAGE-ABEND-MM          PIC 9(02).
002650         07  FILLER                    PIC X(01) VALUE "/".
002660         07  MESSAGE-ABEND-DD          PIC 9(02).
002670         07  FILLER                    PIC X(01) VALUE " ".
002680         07  MESSAGE-ABEND-TIM         PIC 9(02).
002690         07  FILLER                    PIC X(01) VALUE ":".
002700         07  MESSAGE-ABEND-MIN         PIC 9(02).
002710         07  FILLER                    PIC X(01) VALUE ":".
002720         07  MESSAGE-ABEND-SEC         PIC 9(02).
002730         07  FILLER                    PIC X(01) VALUE " ".
002740       05  FILLER                      PIC X(15) VALUE
002750     "*ABNORMAL END* ".
002760     03  MESSAGE-0.
002770       05  MSG0-PGID                   PIC X(08).
002780       05  MSG0-NAME                   PIC X(41).
002790*
002800*---< メッセージ２の定義 >---*
002810 01  MESSAGE-AREA2.
002820     03  MSG-501I.
002830       05  FILLER                      PIC  X(41) VALUE
002840     "++ UPBD023  501I UPT724       IN COUNT = ".
002850     03  MSG-503I.
002860       05  FILLER                      PIC  X(41) VALUE
002870     "++ UPBD023  503I KURIKOSI        COUNT = ".
002880     03  MSG-505I.
002890       05  FILLER                      PIC  X(41) VALUE
002900     "++ UPBD023  505I ALREADY CARRIED COUNT = ".
002910     03  MSG-507I.
002920       05  FILLER                      PIC  X(41) VALUE
002930     "++ UPBD023  507I UPT723 DELETE   COUNT = ".
002940     03  MSG-501F.
002950       05  FILLER                      PIC  X(41) VALUE
002960     "++ UPBD023  501F UPT724  OPEN  ERROR ST= ".
002970       05  MSG-501F-ST                 PIC  9(03).
002980     03  MSG-503F.
002990       05  FILLER                      PIC  X(41) VALUE
003000     "++ UPBD023  503F UPT724  READ  ERROR ST= ".
003010       05  MSG-503F-ST                 PIC  9(03).
003020     03  MSG-505F.
003030       05  FILLER                      PIC  X(41) VALUE
003040     "++ UPBD023  505F UPT723  OPEN  ERROR ST= ".
003050       05  MSG-505F-ST                 PIC  9(03).
003060     03  MSG-507F.
003070       05  FILLER                      PIC  X(41) VALUE
003080     "++ UPBD023  507F UPT723  READ  ERROR ST= ".
003090       05  MSG-507F-ST                 PIC  9(03).
003100     03  MSG-515F.
003110       05  FILLER                      PIC  X(41) VALUE
003120     "++ UPBD023  515F UPT715  OPEN  ERROR ST= ".
003130       05  MSG-515F-ST                 PIC  9(03).
003140     03  MSG-701F.
003150       05  FILLER                      PIC  X(41) VALUE
003160     "++ UPBD023  701F UPT724  REWRT ERROR ST= ".
003170       05  MSG-701F-ST                 PIC  9(03).
003180     03  MSG-703F.
003190       05  FILLER                      PIC  X(41) VALUE
003200     "++ UPBD023  703F UPT723  DELET ERROR ST= ".
003210       05  MSG-703F-ST                 PIC  9(03).
003220     03  MSG-705F.
003230       05  FILLER                      PIC  X(41) VALUE
003240     "++ UPBD023  705F LIST    OPEN  ERROR ST= ".
003250       05  MSG-705F-ST                 PIC  9(03).
003260     03  MSG-707F.
003270       05  FILLER                      PIC  X(41) VALUE
003280     "++ UPBD023  707F LIST    WRITE ERROR ST= ".
003290       05  MSG-707F-ST                 PIC  9(03).
003300     03  MSG-713F.
003310       05  FILLER                      PIC  X(41) VALUE
003320     "++ UPBD023  713F UPT725  OPEN  ERROR ST= ".
003330       05  MSG-713F-ST                 PIC  9(03).
003340     03  MSG-715F.
003350       05  FILLER                      PIC  X(41) VALUE
003360     "++ UPBD023  715F UPT725  WRITE ERROR ST= ".
003370       05  MSG-715F-ST                 PIC  9(03).
003380     03  MSG-721F.
003390       05  FILLER                      PIC  X(41) VALUE
003400     "++ UPBD023  721F MONTH= ARGUMENT INVALID ".
003410*
003420 PROCEDURE                         DIVISION.
003430****************************************************************
003440*    (0.0)   メイン              処理                          *
003450****************************************************************
003460 MAIN-RTN                          SECTION.
003470*
003480     PERFORM      INIT-RTN.
003490*
003500     PERFORM      PROC-RTN
003510         UNTIL    END-SW           =   HIGH-VALUE.
003520*
003530     PERFORM      END-RTN.
003540*
003550     STOP         RUN.
003560*
003570 MAIN-EXT.
003580     EXIT.
003590****************************************************************
003600*    (1.0)   イニシャル          処理                          *
003610****************************************************************
003620 INIT-RTN                          SECTION.
003630     PERFORM      START-MSG-RTN.
003640*
003650     MOVE    99                    TO  RETURN-CODE.
003660*
003670     PERFORM      ARG-RTN.
003680     IF  ARG-MONTH-SUPPLIED
003690         CONTINUE
003700     ELSE
003710         DISPLAY MSG-721F          UPON  CONS
003720         MOVE    221               TO  RETURN-CODE
003730         PERFORM ABEND-MSG-RTN
003740         STOP    RUN
003750     END-IF.
003760*-----------< 繰越先年月算出 >---------------------------------*
003770     MOVE     ARG-YYYYMM           TO  NEXT-YYYYMM.
003780     IF  NEXT-MM                   =   12
003790         ADD      1                TO  NEXT-YYYY
003800         MOVE     01               TO  NEXT-MM
003810     ELSE
003820         ADD      1                TO  NEXT-MM
003830     END-IF.
003840     MOVE     WK-YYYYMMDD (1:8)    TO  T725-T-YMD.
003850     MOVE     WK-TIME              TO  T725-T-HMS.
003860*-----------< ファイル  （売掛残高マスタ）ＯＰＥＮ  >----------*
003870     OPEN I-O   UPT724I.
003880     IF  FILE-STATUS               =   ZERO
003890         CONTINUE
003900     ELSE
003910         MOVE    101               TO  RETURN-CODE
003920         MOVE    FILE-STATUS       TO  MSG-501F-ST
003930         DISPLAY MSG-501F RETURN-CODE UPON CONS
003940         PERFORM ABEND-MSG-RTN
003950         STOP    RUN
003960     END-IF.
003970*-----------< ファイル  （売掛明細）ＯＰＥＮ  >----------------*
003980     OPEN I-O   UPT723O.
003990     IF  FILE-STATUS               =   ZERO
004000         CONTINUE
004010     ELSE
004020         MOVE    105               TO  RETURN-CODE
004030         MOVE    FILE-STATUS       TO  MSG-505F-ST
004040         DISPLAY MSG-505F RETURN-CODE UPON CONS
004050         PERFORM ABEND-MSG-RTN
004060         STOP    RUN
004070     END-IF.
004080*-----------< ファイル  （売掛元帳）ＯＰＥＮ  >----------------*
004090     OPEN I-O   UPT725O.
004100     IF  FILE-STATUS               =   ZERO
004110         CONTINUE
004120     ELSE
004130         MOVE    207               TO  RETURN-CODE
004140         MOVE    FILE-STATUS       TO  MSG-713F-ST
004150         DISPLAY MSG-713F RETURN-CODE UPON CONS
004160         PERFORM ABEND-MSG-RTN
004170         STOP    RUN
004180     END-IF.
004190*-----------< ファイル  （名称マスタ）ＯＰＥＮ  >--------------*
004200     OPEN INPUT UPT715I.
004210     IF  FILE-STATUS               =   ZERO
004220         CONTINUE
004230     ELSE
004240         MOVE    115               TO  RETURN-CODE
004250         MOVE    FILE-STATUS       TO  MSG-515F-ST
004260         DISPLAY MSG-515F RETURN-CODE UPON CONS
004270         PERFORM ABEND-MSG-RTN
004280         STOP    RUN
004290     END-IF.
004300*-----------< ファイル  （売掛繰越リスト）ＯＰＥＮ  >----------*
004310     OPEN OUTPUT UPT724R.
004320     IF  FILE-STATUS               =   ZERO
004330         CONTINUE
004340     ELSE
004350         MOVE    203               TO  RETURN-CODE
004360         MOVE    FILE-STATUS       TO  MSG-705F-ST
004370         DISPLAY MSG-705F RETURN-CODE UPON CONS
004380         PERFORM ABEND-MSG-RTN
004390         STOP    RUN
004400     END-IF.
004410*-----------< 初期ロード >-------------------------------------*
004420     PERFORM      READ-RTN.
004430 INIT-EXT.
004440     EXIT.
004450****************************************************************
004460*    (1.1)   ARG-RTN　（起動パラメタ判定）
004470****************************************************************
004480 ARG-RTN                           SECTION.
004490     ACCEPT   ARG-CNT               FROM  BANGO.
004500     PERFORM  ARG-READ-RTN
004510         VARYING ARG-IDX FROM 1 BY 1
004520         UNTIL   ARG-IDX             >     ARG-CNT.
004530 ARG-EXT.
004540     EXIT.
004550****************************************************************
004560*    (1.2)   ARG-READ-RTN　（起動パラメタ　１件判定）
004570****************************************************************
004580 ARG-READ-RTN                       SECTION.
004590     DISPLAY  ARG-IDX               UPON  BANGO.
004600     ACCEPT   ARG-VALUE             FROM  ATAI
004610         ON EXCEPTION
004620             CONTINUE
004630         NOT ON EXCEPTION
004640             IF  ARG-VALUE (1:6)     =    "MONTH="
004650                 IF  ARG-VALUE (7:6)     NUMERIC    AND
004660                     ARG-VALUE (11:2)    >=   "01"  AND
004670                     ARG-VALUE (11:2)    <=   "12"
004680                     MOVE  ARG-VALUE (7:6)  TO  ARG-YYYYMM
004690                     MOVE  "1"              TO  ARG-MONTH-SW
004700                 ELSE
004710                     DISPLAY MSG-721F        UPON  CONS
004720                     MOVE    221              TO   RETURN-CODE
004730                     PERFORM ABEND-MSG-RTN
004740                     STOP    RUN
004750                 END-IF
004760             END-IF
004770     END-ACCEPT.
004780 ARG-READ-EXT.
004790     EXIT.
004800****************************************************************
004810*    (1.3)   READ-RTN
004820****************************************************************
004830 READ-RTN                          SECTION.
004840     READ      UPT724I
004850         AT    END
004860         MOVE  HIGH-VALUE                TO  END-SW
004870*
004880         NOT AT END
004890         IF    FILE-STATUS               =   ZERO
004900               ADD   +1                  TO  CNT-IN
004910         ELSE
004920               MOVE  103                 TO  RETURN-CODE
004930               MOVE FILE-STATUS          TO  MSG-503F-ST
004940               DISPLAY MSG-503F RETURN-CODE  UPON  CONS
004950               PERFORM ABEND-MSG-RTN
004960               STOP RUN
004970         END-IF.
004980 READ-EXT.
004990     EXIT.
005000****************************************************************
005010*    (2.0)   PROC-RTN　（残高　１件繰越）                      *
005020****************************************************************
005030 PROC-RTN                          SECTION.
005040*
005050*-----------< 繰越済み（翌月以降）は対象外 >-------------------*
005060     IF  UPT724-SYORI-YM           >   ARG-YYYYMM
005070         ADD      1                TO  CNT-SUMI
005080     ELSE
005090         PERFORM  MEISAI-RTN
005100         PERFORM  T725-WRITE-RTN
005110         PERFORM  KURIKOSI-RTN
005120         ADD      1                TO  CNT-KURIKOSI
005130     END-IF.
005140*-----------< READ処理 >---------------------------------------*
005150     PERFORM  READ-RTN.
005160*
005170 PROC-EXT.
005180     EXIT.
005190****************************************************************
005200*    (2.1)   MEISAI-RTN　（売掛繰越明細出力）
005210****************************************************************
005220 MEISAI-RTN                        SECTION.
005230     MOVE     SPACE                TO  PRT-MEISAI.
005231     IF  UPT724-TOUGETU-GENGAKU    NOT NUMERIC
005232         MOVE  ZERO                TO  UPT724-TOUGETU-GENGAKU
005233     END-IF.
005240     MOVE     UPT724-TORIHIKI-CD9  TO  PRT-TORIHIKI.
005250     MOVE     UPT724-TORIHIKI-CD9  TO  UPT715-TORIHIKI-CD9.
005260     READ     UPT715I
005270         INVALID KEY
005280             MOVE  "＊＊未登録＊＊"  TO  PRT-NAME
005290         NOT INVALID KEY
005300             MOVE  UPT715-KANJI-NAME   TO  PRT-NAME
005310     END-READ.
005320     MOVE     UPT724-ZENGETU-ZAN   TO  PRT-ZENGETU.
005330     MOVE     UPT724-TOUGETU-SEIKYU    TO  PRT-SEIKYU.
005340     MOVE     UPT724-TOUGETU-NYUKIN    TO  PRT-NYUKIN.
005341     MOVE     UPT724-TOUGETU-GENGAKU   TO  PRT-GENGAKU.
005350     MOVE     UPT724-ZAN-KIN       TO  PRT-ZAN.
005360     MOVE     UPT724-KARIUKE-KIN   TO  PRT-KARIUKE.
005370     MOVE     PRT-MEISAI           TO  PRT-LINE.
005380     PERFORM  LIST-WRITE-RTN.
005390     ADD      UPT724-TOUGETU-SEIKYU    TO  KEI-SEIKYU-KIN.
005400     ADD      UPT724-TOUGETU-NYUKIN    TO  KEI-NYUKIN-KIN.
005401     ADD      UPT724-TOUGETU-GENGAKU   TO  KEI-GENGAKU-KIN.
005410     ADD      UPT724-ZAN-KIN       TO  KEI-ZAN-KIN.
005420     ADD      UPT724-KARIUKE-KIN   TO  KEI-KARIUKE-KIN.
005430 MEISAI-EXT.
005440     EXIT.
005450****************************************************************
005460*    (2.2)   T725-WRITE-RTN　（売掛元帳　繰越出力）
005470****************************************************************
005480 T725-WRITE-RTN                    SECTION.
005490     ADD      1                    TO  T725-RENBAN.
005500     INITIALIZE  UPT725O-REC.
005510     MOVE     UPT724-TORIHIKI-CD9  TO  UPT725-TORIHIKI-CD9.
005520     COMPUTE  UPT725-HASSEI-YMD  =  NEXT-YYYYMM9 *  100  +  1.
005530     MOVE     T725-TOUROKU-TIME    TO  UPT725-TOUROKU-TIME.
005540     MOVE     T725-RENBAN          TO  UPT725-RENBAN.
005550     MOVE     "3"                  TO  UPT725-TORIHIKI-KBN.
005560     MOVE     UPT724-ZAN-KIN       TO  UPT725-KIN.
005570     MOVE     UPT724-ZAN-KIN       TO  UPT725-ZAN-KIN.
005580     MOVE     UPT724-KARIUKE-KIN   TO  UPT725-KARIUKE-KIN.
005590     MOVE     MSG-PGID             TO  UPT725-PGID.
005600     WRITE    UPT725O-REC.
005610     IF  FILE-STATUS               =   ZERO
005620         CONTINUE
005630     ELSE
005640         MOVE    208               TO  RETURN-CODE
005650         MOVE    FILE-STATUS       TO  MSG-715F-ST
005660         DISPLAY MSG-715F  RETURN-CODE  UPON  CONS
005670         PERFORM ABEND-MSG-RTN
005680         STOP    RUN
005690     END-IF.
005700 T725-WRITE-EXT.
005710     EXIT.
005720****************************************************************
005730*    (2.3)   KURIKOSI-RTN　（売掛残高マスタ繰越更新）
005740****************************************************************
005750 KURIKOSI-RTN                      SECTION.
005760     MOVE     UPT724-ZAN-KIN       TO  UPT724-ZENGETU-ZAN.
005770     MOVE     UPT724-KARIUKE-KIN   TO  UPT724-ZENGETU-KARIUKE.
005780     MOVE     ZERO                 TO  UPT724-TOUGETU-SEIKYU.
005790     MOVE     ZERO                 TO  UPT724-TOUGETU-NYUKIN.
005791     MOVE     ZERO                 TO  UPT724-TOUGETU-GENGAKU.
005800     MOVE     NEXT-YYYYMM9         TO  UPT724-SYORI-YM.
005810     REWRITE  UPT724I-REC.
005820     IF  FILE-STATUS               =   ZERO
005830         CONTINUE
005840     ELSE
005850         MOVE    201               TO  RETURN-CODE
005860         MOVE    FILE-STATUS       TO  MSG-701F-ST
005870         DISPLAY MSG-701F  RETURN-CODE  UPON  CONS
005880         PERFORM ABEND-MSG-RTN
005890         STOP    RUN
005900     END-IF.
005910 KURIKOSI-EXT.
005920     EXIT.
005930****************************************************************
005940*    (2.4)   PURGE-RTN　（消込済み売掛明細削除）
005950****************************************************************
005960 PURGE-RTN                         SECTION.
005970     READ     UPT723O
005980         AT END
005990             MOVE  HIGH-VALUE            TO  PURGE-END-SW
006000         NOT AT END
006010             IF    FILE-STATUS           NOT =   ZERO
006020                 MOVE  107               TO  RETURN-CODE
006030                 MOVE  FILE-STATUS       TO  MSG-507F-ST
006040                 DISPLAY MSG-507F RETURN-CODE  UPON  CONS
006050                 PERFORM ABEND-MSG-RTN
006060                 STOP RUN
006070             END-IF
006080             IF    UPT723-ZAN-KIN        =   ZERO   AND
006090                   UPT723-KANSAI-YMD (1:6)   <=  ARG-YYYYMM
006100                 PERFORM  PURGE-DELETE-RTN
006110             END-IF
006120     END-READ.
006130 PURGE-EXT.
006140     EXIT.
006150****************************************************************
006160*    (2.5)   PURGE-DELETE-RTN　（売掛明細　１件削除）
006170****************************************************************
006180 PURGE-DELETE-RTN                  SECTION.
006190     DELETE   UPT723O.
006200     IF  FILE-STATUS               =   ZERO
006210         ADD  1                    TO  CNT-DELETE
006220     ELSE
006230         MOVE    202               TO  RETURN-CODE
006240         MOVE    FILE-STATUS       TO  MSG-703F-ST
006250         DISPLAY MSG-703F  RETURN-CODE  UPON  CONS
006260         PERFORM ABEND-MSG-RTN
006270         STOP    RUN
006280     END-IF.
006290 PURGE-DELETE-EXT.
006300     EXIT.
006310****************************************************************
006320*    (2.6)   LIST-WRITE-RTN　（売掛繰越リスト出力）
006330****************************************************************
006340 LIST-WRITE-RTN                    SECTION.
006350     IF  LINE-CNT                  >   MAX-LINE
006360         PERFORM  MIDASI-RTN
006370     END-IF.
006380     WRITE    UPT724R-REC          FROM  PRT-LINE
006390         AFTER  ADVANCING  1  LINE.
006400     IF  FILE-STATUS               =   ZERO
006410         ADD  1                    TO  LINE-CNT
006420     ELSE
006430         MOVE    204               TO  RETURN-CODE
006440         MOVE    FILE-STATUS       TO  MSG-707F-ST
006450         DISPLAY MSG-707F  RETURN-CODE  UPON  CONS
006460         PERFORM ABEND-MSG-RTN
006470         STOP    RUN
006480     END-IF.
006490 LIST-WRITE-EXT.
006500     EXIT.
006510****************************************************************
006520*    (2.7)   MIDASI-RTN　（売掛繰越リスト見出し出力）
006530****************************************************************
006540 MIDASI-RTN                        SECTION.
006550     ADD      1                    TO  PAGE-CNT.
006560     MOVE     WK-YYYY              TO  PRT-M1-YYYY.
006570     MOVE     WK-MM                TO  PRT-M1-MM.
006580     MOVE     WK-DD                TO  PRT-M1-DD.
006590     MOVE     PAGE-CNT             TO  PRT-M1-PAGE.
006600     MOVE     ARG-YYYYMM           TO  PRT-M2-YYYYMM.
006610     MOVE     NEXT-YYYYMM9         TO  PRT-M2-NEXT.
006620     WRITE    UPT724R-REC          FROM  PRT-MIDASI1
006630         AFTER  ADVANCING  PAGE.
006640     WRITE    UPT724R-REC          FROM  PRT-MIDASI2
006650         AFTER  ADVANCING  1  LINE.
006660     WRITE    UPT724R-REC          FROM  PRT-MIDASI3
006670         AFTER  ADVANCING  2  LINES.
006680     MOVE     SPACE                TO  UPT724R-REC.
006690     WRITE    UPT724R-REC
006700         AFTER  ADVANCING  1  LINE.
006710     MOVE     5                    TO  LINE-CNT.
006720 MIDASI-EXT.
006730     EXIT.
006740****************************************************************
006750*    (3.0)     ＳＴＡＲＴメッセージ処理                        *
006760****************************************************************
006770 START-MSG-RTN                     SECTION.
006780     ACCEPT  WK-DATE               FROM   DATE.
006790     ACCEPT  WK-TIME               FROM   TIME.
006800     MOVE    WK-Y                  TO     WK-YY.
006810     MOVE    WK-M                  TO     WK-MM.
006820     MOVE    WK-D                  TO     WK-DD.
006830     MOVE    20                    TO     WK-20.
006840*
006850     MOVE    WK-YYYY               TO     MESSAGE-START-YYYY.
006860     MOVE    WK-MM                 TO     MESSAGE-START-MM.
006870     MOVE    WK-DD                 TO     MESSAGE-START-DD.
006880     MOVE    WK-TIM                TO     MESSAGE-START-TIM.
006890     MOVE    WK-MIN                TO     MESSAGE-START-MIN.
006900     MOVE    WK-SEC                TO     MESSAGE-START-SEC.
006910*
006920     DISPLAY  MESSAGE-START  UPON CONS.
006930*
006940 START-MSG-EXT.
006950     EXIT.
006960****************************************************************
006970*    (4.0)     ＡＢＥＮＤメッセージ処理                        *
006980****************************************************************
006990 ABEND-MSG-RTN                     SECTION.
007000     ACCEPT  WK-DATE               FROM   DATE.
007010     ACCEPT  WK-TIME               FROM   TIME.
007020     MOVE    WK-Y                  TO     WK-YY.
007030     MOVE    WK-M                  TO     WK-MM.
007040     MOVE    WK-D                  TO     WK-DD.
007050     MOVE    20                    TO     WK-20.
007060*
007070     MOVE    WK-YYYY               TO     MESSAGE-ABEND-YYYY.
007080     MOVE    WK-MM                 TO     MESSAGE-ABEND-MM.
007090     MOVE    WK-DD                 TO     MESSAGE-ABEND-DD.
007100     MOVE    WK-TIM                TO     MESSAGE-ABEND-TIM.
007110     MOVE    WK-MIN                TO     MESSAGE-ABEND-MIN.
007120     MOVE    WK-SEC                TO     MESSAGE-ABEND-SEC.
007130*
007140     DISPLAY  MESSAGE-ABEND  UPON CONS.
007150*
007160 ABEND-MSG-EXT.
007170     EXIT.
007180****************************************************************
007190*    (5.0)     ＥＮＤメッセージ処理                            *
007200****************************************************************
007210 END-MSG-RTN                     SECTION.
007220     ACCEPT  WK-DATE               FROM   DATE.
007230     ACCEPT  WK-TIME               FROM   TIME.
007240     MOVE    WK-Y                  TO     WK-YY.
007250     MOVE    WK-M                  TO     WK-MM.
007260     MOVE    WK-D                  TO     WK-DD.
007270     MOVE    20                    TO     WK-20.
007280*
007290     MOVE    WK-YYYY               TO     MESSAGE-END-YYYY.
007300     MOVE    WK-MM                 TO     MESSAGE-END-MM.
007310     MOVE    WK-DD                 TO     MESSAGE-END-DD.
007320     MOVE    WK-TIM                TO     MESSAGE-END-TIM.
007330     MOVE    WK-MIN                TO     MESSAGE-END-MIN.
007340     MOVE    WK-SEC                TO     MESSAGE-END-SEC.
007350*
007360     DISPLAY  MESSAGE-END  UPON CONS.
007370*
007380 END-MSG-EXT.
007390     EXIT.
007400****************************************************************
007410*    (6.0)              エンド 処理                            *
007420****************************************************************
007430 END-RTN                           SECTION.
007440*
007450*---------< 繰越合計行出力 >-----------------------------------*
007460     MOVE     SPACE                TO  PRT-LINE.
007470     PERFORM  LIST-WRITE-RTN.
007480     MOVE     KEI-SEIKYU-KIN       TO  PRT-G-SEIKYU.
007490     MOVE     KEI-NYUKIN-KIN       TO  PRT-G-NYUKIN.
007491     MOVE     KEI-GENGAKU-KIN      TO  PRT-G-GENGAKU.
007500     MOVE     KEI-ZAN-KIN          TO  PRT-G-ZAN.
007510     MOVE     KEI-KARIUKE-KIN      TO  PRT-G-KARIUKE.
007520     MOVE     PRT-GOKEI            TO  PRT-LINE.
007530     PERFORM  LIST-WRITE-RTN.
007540*---------< 消込済み売掛明細削除 >-----------------------------*
007550     MOVE     ZERO                 TO  PURGE-END-SW.
007560     PERFORM  PURGE-RTN
007570         UNTIL    PURGE-END-SW     =   HIGH-VALUE.
007580     CLOSE     UPT724I.
007590     CLOSE     UPT723O.
007600     CLOSE     UPT725O.
007610     CLOSE     UPT715I.
007620     CLOSE     UPT724R.
007630     MOVE      ZERO                TO  RETURN-CODE.
007640*---------< 入力件数表示 >-------------------------------------*
007650     DISPLAY MSG-501I  CNT-IN       UPON CONS.
007660     DISPLAY MSG-503I  CNT-KURIKOSI UPON CONS.
007670     DISPLAY MSG-505I  CNT-SUMI     UPON CONS.
007680     DISPLAY MSG-507I  CNT-DELETE   UPON CONS.
007690     PERFORM END-MSG-RTN.
007700*
007710 END-EXT.
007720     EXIT.
