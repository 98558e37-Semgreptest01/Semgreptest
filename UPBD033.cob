000010****************************************************************
000020*    システム名    ： 新聞競馬新聞実績
000030*    プログラム名  ： 配本数訂正・確定処理
000040*    プログラムＩＤ： UPBD033
000050*    作  成  者    ： T.HARUYAMA
000060*    作  成  日    ： 2004年10月19日
000070****************************************************************
000080 IDENTIFICATION                    DIVISION.
000090 PROGRAM-ID.                       UPBD033.
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
000210*------------ファイル   （訂正・確定トランザクション）---------*
000220     SELECT  UPT736I      ASSIGN     TO  UPT736I
000230                      STATUS     IS  FILE-STATUS.
000240*------------ファイル   （配本数）-----------------------------*
000250     SELECT  UPT735I ASSIGN     TO  UPT735O
000260             ORGANIZATION       IS  INDEXED
000270             ACCESS  MODE       IS  DYNAMIC
000280             RECORD  KEY        IS  UPT735-KEY
000290             FILE    STATUS     IS  FILE-STATUS.
000300*------------ファイル   （配本数訂正・確定リスト）-------------*
000310     SELECT  UPT736R      ASSIGN
000320                                TO  UPT736R
000330             ACCESS  MODE       IS  SEQUENTIAL
000340             FILE    STATUS     FILE-STATUS.
000350*
000360 DATA                              DIVISION.
000370 FILE                              SECTION.
000380*
000390****************************************************************
000400*            ファイル   （訂正・確定トランザクション）
000410****************************************************************
000420 FD  UPT736I        LABEL  RECORD STANDARD.
000430 01  UPT736I-REC.
000440     COPY   UPT736C.
000450*
000460****************************************************************
000470*            ファイル   （配本数）
000480****************************************************************
000490 FD  UPT735I        LABEL  RECORD STANDARD.
000500 01  UPT735I-REC.
000510     COPY   UPT735C.
000520*
000530****************************************************************
000540*            ファイル   （配本数訂正・確定リスト）
000550****************************************************************
000560 FD  UPT736R        LABEL  RECORD STANDARD.
000570 01  UPT736R-REC             PIC X(132).
000580*
000590 WORKING-STORAGE                   SECTION.
000600*---------------< WORK-AREA定義 >-----------------------------*
000610 01  SW-AREA.
000620     03  END-SW                        PIC X(02) VALUE ZERO.
000630     03  CHECK-SW                      PIC X(01) VALUE "0".
000640         88  CHECK-NG                  VALUE "1".
000650     03  MST-FOUND-SW                  PIC X(01) VALUE "0".
000660         88  MST-FOUND                 VALUE "1".
000670     03  KAKU-END-SW                   PIC X(02) VALUE ZERO.
000680 01  WK-DATE.
000690     03  WK-Y                          PIC  9(2).
000700     03  WK-M                          PIC  9(2).
000710     03  WK-D                          PIC  9(2).
000720 01  WK-YYYYMMDD.
000730     03  WK-YYYY.
000740       05  WK-20                       PIC  9(2).
000750       05  WK-YY                       PIC  9(2).
000760     03  WK-MM                         PIC  9(2).
000770     03  WK-DD                         PIC  9(2).
000780     03  WK-TIME.
000790       05  WK-TIM                      PIC  9(2).
000800       05  WK-MIN                      PIC  9(2).
000810       05  WK-SEC                      PIC  9(2).
000820*---------------< ステータスの定義 >--------------------------*
000830 01  STATUS-AREA.
000840     03  FILE-STATUS                   PIC X(02) VALUE ZERO.
000850*---------------< カウントの定義 >----------------------------*
000860 01  UPT736-CNT-AREA.
000870     03  CNT-IN                        PIC 9(09) VALUE ZERO.
000880     03  CNT-TEISEI                    PIC 9(09) VALUE ZERO.
000890     03  CNT-KAKUTEI                   PIC 9(09) VALUE ZERO.
000900     03  CNT-REJ                       PIC 9(09) VALUE ZERO.
000910     03  KAKU-CNT                      PIC 9(05) VALUE ZERO.
000920     03  KAKU-SUMI-CNT                 PIC 9(05) VALUE ZERO.
000930*---------------< 排除理由の定義 >----------------------------*
000940 01  RIYU-AREA.
000950     03  REJECT-RIYU                   PIC X(08) VALUE SPACE.
000960*---------------< リスト制御の定義 >--------------------------*
000970 01  PRT-CTL-AREA.
000980     03  LINE-CNT                      PIC 9(03) VALUE 99.
000990     03  PAGE-CNT                      PIC 9(05) VALUE ZERO.
001000     03  MAX-LINE                      PIC 9(03) VALUE 60.
001010*
001020*---------------< メッセージ１の定義 >------------------------*
001030 01  MSG-PGID                          PIC X(08) VALUE
001040     "UPBD033".
001050 01  MESSAGE-AREA1.
001060     03  MESSAGE-START.
001070       05  FILLER                      PIC X(12) VALUE
001080     "++ UPBD033 ".
001090       05  MESSAGE-START-YMD.
001100         07  MESSAGE-START-YYYY        PIC 9(04).
001110         07  FILLER                    PIC X(01) VALUE "/".
001120         07  MESSAGE-START-MM          PIC 9(02).
001130         07  FILLER                    PIC X(01) VALUE "/".
001140         07  MESSAGE-START-DD          PIC 9(02).
001150         07  FILLER                    PIC X(01) VALUE " ".
001160         07  MESSAGE-START-TIM         PIC 9(02).
001170         07  FILLER                    PIC X(01) VALUE ":".
001180         07  MESSAGE-START-MIN         PIC 9(02).
001190         07  FILLER                    PIC X(01) VALUE ":".
001200         07  MESSAGE-START-SEC         PIC 9(02).
001210         07  FILLER                    PIC X(01) VALUE " ".
001220       05  FILLER                      PIC X(08) VALUE
001230     "*START* ".
001240     03  MESSAGE-END.
001250       05  FILLER                      PIC X(12) VALUE
001260     "++ UPBD033 ".
001270       05  MESSAGE-END-YMD.
001280         07  MESSAGE-END-YYYY          PIC 9(04).
001290         07  FILLER                    PIC X(01) VALUE "/".
001300         07  MESSAGE-END-MM            PIC 9(02).
001310         07  FILLER                    PIC X(01) VALUE "/".
001320         07  MESSAGE-END-DD            PIC 9(02).
001330         07  FILLER                    PIC X(01) VALUE " ".
001340         07  MESSAGE-END-TIM           PIC 9(02).
001350         07  FILLER                    PIC X(01) VALUE ":".
001360         07  MESSAGE-END-MIN           PIC 9(02).
001370         07  FILLER                    PIC X(01) VALUE ":".
001380         07  MESSAGE-END-SEC           PIC 9(02).
001390         07  FILLER                    PIC X(01) VALUE " ".
001400       05  FILLER                      PIC X(13) VALUE
001410     "*NORMAL END* ".
001420     03  MESSAGE-ABEND.
001430       05  FILLER                      PIC X(12) VALUE
001440     "++ UPBD033 ".
001450       05  MESSAGE-ABEND-YMD.
001460         07  MESSAGE-ABEND-YYYY        PIC 9(04).
001470         07  FILLER                    PIC X(01) VALUE "/".
001480         07  MESSAGE-ABEND-MM          PIC 9(02).
001490         07  FILLER                    PIC X(01) VALUE "/".
001500         07  MESSAGE-ABEND-DD          PIC 9(02).
001510         07  FILLER                    PIC X(01) VALUE " ".
001520         07  MESSAGE-ABEND-TIM         PIC 9(02).
001530         07  FILLER                    PIC X(01) VALUE ":".
001540         07  MESSAGE-ABEND-MIN         PIC 9(02).
001550         07  FILLER                    PIC X(01) VALUE ":".
001560         07  MESSAGE-ABEND-SEC         PIC 9(02).
001570         07  FILLER                    PIC X(01) VALUE " ".
001580       05  FILLER                      PIC X(15) VALUE
001590     "*ABNORMAL END* ".
001600     03  MESSAGE-0.
001610       05  MSG0-PGID                   PIC X(08).
001620       05  MSG0-NAME                   PIC X(41).
001630*
001640*---< メッセージ２の定義 >---*
001650 01  MESSAGE-AREA2.
001660     03  MSG-501I.
001670       05  FILLER                      PIC  X(41) VALUE
001680     "++ UPBD033  501I UPT736       IN COUNT = ".
001690     03  MSG-503I.
001700       05  FILLER                      PIC  X(41) VALUE
001710     "++ UPBD033  503I HAIHON   TEISEI COUNT = ".
001720     03  MSG-505I.
001730       05  FILLER                      PIC  X(41) VALUE
001740     "++ UPBD033  505I HAIHON  KAKUTEI COUNT = ".
001750     03  MSG-507I.
001760       05  FILLER                      PIC  X(41) VALUE
001770     "++ UPBD033  507I UPT736      REJ COUNT = ".
001780     03  MSG-501F.
001790       05  FILLER                      PIC  X(41) VALUE
001800     "++ UPBD033  501F UPT736  OPEN  ERROR ST= ".
001810       05  MSG-501F-ST                 PIC  9(03).
001820     03  MSG-503F.
001830       05  FILLER                      PIC  X(41) VALUE
001840     "++ UPBD033  503F UPT736  READ  ERROR ST= ".
001850       05  MSG-503F-ST                 PIC  9(03).
001860     03  MSG-505F.
001870       05  FILLER                      PIC  X(41) VALUE
001880     "++ UPBD033  505F UPT735  OPEN  ERROR ST= ".
001890       05  MSG-505F-ST                 PIC  9(03).
001900     03  MSG-507F.
001910       05  FILLER                      PIC  X(41) VALUE
001920     "++ UPBD033  507F UPT735  I-O   ERROR ST= ".
001930       05  MSG-507F-ST                 PIC  9(03).
001940     03  MSG-701F.
001950       05  FILLER                      PIC  X(41) VALUE
001960     "++ UPBD033  701F LIST    OPEN  ERROR ST= ".
001970       05  MSG-701F-ST                 PIC  9(03).
001980     03  MSG-703F.
001990       05  FILLER                      PIC  X(41) VALUE
002000     "++ UPBD033  703F LIST    WRITE ERROR ST= ".
002010       05  MSG-703F-ST                 PIC  9(03).
002020*---------------< リスト見出しの定義 >------------------------*
002030 01  PRT-MIDASI1.
002040     03  FILLER                        PIC X(09) VALUE
002050     "UPBD033  ".
002060     03  FILLER                        PIC X(35) VALUE
002070     "HAIHON-SU TEISEI KAKUTEI LIST      ".
002080     03  FILLER                        PIC X(05) VALUE
002090     "DATE:".
002100     03  PRT-M1-YYYY                   PIC 9(04).
002110     03  FILLER                        PIC X(01) VALUE "/".
002120     03  PRT-M1-MM                     PIC 9(02).
002130     03  FILLER                        PIC X(01) VALUE "/".
002140     03  PRT-M1-DD                     PIC 9(02).
002150     03  FILLER                        PIC X(07) VALUE
002160     "  PAGE:".
002170     03  PRT-M1-PAGE                   PIC ZZZZ9.
002180 01  PRT-MIDASI2.
002190     03  FILLER                        PIC X(08) VALUE
002200     "SEQ-NO  ".
002210     03  FILLER                        PIC X(06) VALUE
002220     "FUNC  ".
002230     03  FILLER                        PIC X(09) VALUE
002240     "SYUPPAN  ".
002250     03  FILLER                        PIC X(10) VALUE
002260     "FROM-YMD  ".
002270     03  FILLER                        PIC X(08) VALUE
002280     "TOR-CD  ".
002290     03  FILLER                        PIC X(10) VALUE
002300     "     TEIAN".
002310     03  FILLER                        PIC X(10) VALUE
002320     "   OLD-CNT".
002330     03  FILLER                        PIC X(10) VALUE
002340     "   NEW-CNT".
002350     03  FILLER                        PIC X(18) VALUE
002360     "  RESULT          ".
002370*---------------< リスト明細の定義 >--------------------------*
002380 01  PRT-MEISAI.
002390     03  PRT-SEQ                       PIC ZZZZZ9.
002400     03  FILLER                        PIC X(02) VALUE SPACE.
002410     03  PRT-SYORI                     PIC X(03).
002420     03  FILLER                        PIC X(03) VALUE SPACE.
002430     03  PRT-SYU-CD9                   PIC X(06).
002440     03  FILLER                        PIC X(03) VALUE SPACE.
002450     03  PRT-FROM                      PIC X(08).
002460     03  FILLER                        PIC X(02) VALUE SPACE.
002470     03  PRT-TOR-CD9                   PIC X(06).
002480     03  FILLER                        PIC X(02) VALUE SPACE.
002490     03  PRT-TEIAN                     PIC ZZZZZZZZZ9.
002500     03  PRT-OLD                       PIC ZZZZZZZZZ9.
002510     03  PRT-NEW                       PIC ZZZZZZZZZ9.
002520     03  PRT-NEW-X     REDEFINES  PRT-NEW
002530                                       PIC X(10).
002540     03  FILLER                        PIC X(02) VALUE SPACE.
002550     03  PRT-KEKKA                     PIC X(16).
002560*---------------< 結果編集の定義 >----------------------------*
002570 01  KEKKA-REJECT.
002580     03  FILLER                        PIC X(07) VALUE "REJECT ".
002590     03  KEKKA-RIYU                    PIC X(08).
002600     03  FILLER                        PIC X(01) VALUE SPACE.
002610 01  KEKKA-KAKUTEI.
002620     03  FILLER                        PIC X(09) VALUE
002630     "RELEASED ".
002640     03  KEKKA-KAKU-CNT                PIC ZZZZ9.
002650     03  FILLER                        PIC X(02) VALUE SPACE.
002660*
002670 PROCEDURE                         DIVISION.
002680****************************************************************
002690*    (0.0)   メイン              処理                          *
002700****************************************************************
002710 MAIN-RTN                          SECTION.
002720*
002730     PERFORM      INIT-RTN.
002740*
002750     PERFORM      PROC-RTN
002760         UNTIL    END-SW           =   HIGH-VALUE.
002770*
002780     PERFORM      END-RTN.
002790*
002800     STOP         RUN.
002810*
002820 MAIN-EXT.
002830     EXIT.
002840****************************************************************
002850*    (1.0)   イニシャル          処理                          *
002860****************************************************************
002870 INIT-RTN                          SECTION.
002880     PERFORM      START-MSG-RTN.
002890*
002900     MOVE    99                    TO  RETURN-CODE.
002910*-----------< ファイル  （訂正・確定トラン）ＯＰＥＮ  >--------*
002920     OPEN INPUT UPT736I.
002930     IF  FILE-STATUS               =   ZERO
002940         CONTINUE
002950     ELSE
002960         MOVE    101               TO  RETURN-CODE
002970         MOVE    FILE-STATUS       TO  MSG-501F-ST
002980         DISPLAY MSG-501F RETURN-CODE UPON CONS
002990         PERFORM ABEND-MSG-RTN
003000         STOP    RUN
003010     END-IF.
003020*-----------< ファイル  （配本数）ＯＰＥＮ  >------------------*
003030     OPEN I-O   UPT735I.
003040     IF  FILE-STATUS               =   ZERO
003050         CONTINUE
003060     ELSE
003070         MOVE    105               TO  RETURN-CODE
003080         MOVE    FILE-STATUS       TO  MSG-505F-ST
003090         DISPLAY MSG-505F RETURN-CODE UPON CONS
003100         PERFORM ABEND-MSG-RTN
003110         STOP    RUN
003120     END-IF.
003130*-----------< ファイル  （リスト）ＯＰＥＮ  >------------------*
003140     OPEN OUTPUT UPT736R.
003150     IF  FILE-STATUS               =   ZERO
003160         CONTINUE
003170     ELSE
003180         MOVE    201               TO  RETURN-CODE
003190         MOVE    FILE-STATUS       TO  MSG-701F-ST
003200         DISPLAY MSG-701F RETURN-CODE UPON CONS
003210         PERFORM ABEND-MSG-RTN
003220         STOP    RUN
003230     END-IF.
003240*-----------< 初期ロード >-------------------------------------*
003250     PERFORM      READ-RTN.
003260 INIT-EXT.
003270     EXIT.
003280****************************************************************
003290*    (1.1)   READ-RTN
003300****************************************************************
003310 READ-RTN                          SECTION.
003320     READ      UPT736I
003330         AT    END
003340         MOVE  HIGH-VALUE                TO  END-SW
003350*
003360         NOT AT END
003370         IF    FILE-STATUS               =   ZERO
003380               ADD   +1                  TO  CNT-IN
003390         ELSE
003400               MOVE  103                 TO  RETURN-CODE
003410               MOVE FILE-STATUS          TO  MSG-503F-ST
003420               DISPLAY MSG-503F RETURN-CODE  UPON  CONS
003430               PERFORM ABEND-MSG-RTN
003440               STOP RUN
003450         END-IF.
003460 READ-EXT.
003470     EXIT.
003480****************************************************************
003490*    (2.0)   PROC-RTN                                          *
003500****************************************************************
003510 PROC-RTN                          SECTION.
003520*
003530     MOVE     SPACE                TO  PRT-MEISAI.
003540     MOVE     CNT-IN               TO  PRT-SEQ.
003550     MOVE     UPT736I-REC (2:6)    TO  PRT-SYU-CD9.
003560     MOVE     UPT736I-REC (8:8)    TO  PRT-FROM.
003570     EVALUATE TRUE
003580         WHEN  UPT736-SYORI-TEISEI
003590             MOVE  "CHG"           TO  PRT-SYORI
003600             MOVE  UPT736I-REC (16:6)  TO  PRT-TOR-CD9
003610             IF  UPT736-HAIHON-CNT     NUMERIC
003620                 MOVE  UPT736-HAIHON-CNT   TO  PRT-NEW
003630             ELSE
003640                 MOVE  UPT736I-REC (22:7)  TO  PRT-NEW-X
003650             END-IF
003660         WHEN  UPT736-SYORI-KAKUTEI
003670             MOVE  "REL"           TO  PRT-SYORI
003680         WHEN  OTHER
003690             MOVE  "???"           TO  PRT-SYORI
003700     END-EVALUATE.
003710*
003720     PERFORM  CHECK-RTN.
003730     IF  CHECK-NG
003740         PERFORM  REJECT-RTN
003750     ELSE
003760         IF  UPT736-SYORI-TEISEI
003770             PERFORM  TEISEI-RTN
003780         ELSE
003790             PERFORM  KAKUTEI-RTN
003800         END-IF
003810     END-IF.
003820*-----------< READ処理 >-------------------------------------*
003830     PERFORM  READ-RTN.
003840*
003850 PROC-EXT.
003860     EXIT.
003870****************************************************************
003880*    (2.1)   CHECK-RTN　（トランザクションチェック）
003890****************************************************************
003900 CHECK-RTN                         SECTION.
003910     MOVE    "0"                   TO  CHECK-SW.
003920     MOVE    SPACE                 TO  REJECT-RIYU.
003930     EVALUATE TRUE
003940         WHEN  NOT UPT736-SYORI-TEISEI  AND
003950               NOT UPT736-SYORI-KAKUTEI
003960             MOVE  "KBN NG"        TO  REJECT-RIYU
003970         WHEN  UPT736-SYUPPAN-CD9      NOT NUMERIC
003980             MOVE  "SYU NG"        TO  REJECT-RIYU
003990         WHEN  UPT736-SYUPPAN-CD9  =   ZERO
004000             MOVE  "SYU NG"        TO  REJECT-RIYU
004010         WHEN  UPT736-FROM-YMD         NOT NUMERIC
004020             MOVE  "YMD NG"        TO  REJECT-RIYU
004030         WHEN  UPT736-FROM-YMD     =   ZERO
004040             MOVE  "YMD NG"        TO  REJECT-RIYU
004050         WHEN  UPT736-SYORI-TEISEI  AND
004060               UPT736-TORIHIKI-CD9     NOT NUMERIC
004070             MOVE  "TOR NG"        TO  REJECT-RIYU
004080         WHEN  UPT736-SYORI-TEISEI  AND
004090               UPT736-HAIHON-CNT       NOT NUMERIC
004100             MOVE  "CNT NG"        TO  REJECT-RIYU
004110         WHEN  OTHER
004120             CONTINUE
004130     END-EVALUATE.
004140     IF  REJECT-RIYU               NOT =   SPACE
004150         MOVE    "1"               TO  CHECK-SW
004160     END-IF.
004170 CHECK-EXT.
004180     EXIT.
004190****************************************************************
004200*    (2.2)   TEISEI-RTN　（配本数訂正）
004210****************************************************************
004220 TEISEI-RTN                        SECTION.
004230     MOVE    UPT736-SYUPPAN-CD9    TO  UPT735-SYUPPAN-CD9.
004240     MOVE    UPT736-FROM-YMD       TO  UPT735-FROM-YMD.
004250     MOVE    UPT736-TORIHIKI-CD9   TO  UPT735-TORIHIKI-CD9.
004260     MOVE    "0"                   TO  MST-FOUND-SW.
004270     READ    UPT735I
004280         INVALID KEY
004290             CONTINUE
004300         NOT INVALID KEY
004310             MOVE    "1"           TO  MST-FOUND-SW
004320     END-READ.
004330     EVALUATE TRUE
004340         WHEN  NOT MST-FOUND
004350             MOVE  "NOT FND"       TO  REJECT-RIYU
004360             PERFORM  REJECT-RTN
004370*-----------< 確定済みの配本数は訂正不可 >---------------------*
004380         WHEN  UPT735-KAKUTEI
004390             MOVE  "KAKUTEI"       TO  REJECT-RIYU
004400             PERFORM  REJECT-RTN
004410         WHEN  OTHER
004420             MOVE  UPT735-TEIAN-CNT    TO  PRT-TEIAN
004430             MOVE  UPT735-HAIHON-CNT   TO  PRT-OLD
004440             MOVE  UPT736-HAIHON-CNT   TO  UPT735-HAIHON-CNT
004450             MOVE  "1"                 TO  UPT735-JOKYO-KBN
004460             MOVE  WK-YYYYMMDD (1:8)   TO  UPT735-KOSIN-YMD
004470             REWRITE  UPT735I-REC
004480             PERFORM  T735-IO-CHECK-RTN
004490             ADD   1                   TO  CNT-TEISEI
004500             MOVE  "APPLIED"           TO  PRT-KEKKA
004510             PERFORM  LIST-RTN
004520     END-EVALUATE.
004530 TEISEI-EXT.
004540     EXIT.
004550****************************************************************
004560*    (2.3)   KAKUTEI-RTN　（出版社・回号単位　配本数確定）
004570****************************************************************
004580 KAKUTEI-RTN                       SECTION.
004590     MOVE    ZERO                  TO  KAKU-CNT.
004600     MOVE    ZERO                  TO  KAKU-SUMI-CNT.
004610     MOVE    ZERO                  TO  KAKU-END-SW.
004620     MOVE    UPT736-SYUPPAN-CD9    TO  UPT735-SYUPPAN-CD9.
004630     MOVE    UPT736-FROM-YMD       TO  UPT735-FROM-YMD.
004640     MOVE    ZERO                  TO  UPT735-TORIHIKI-CD9.
004650     START   UPT735I
004660         KEY  IS  NOT  LESS  THAN  UPT735-KEY
004670         INVALID KEY
004680             MOVE  HIGH-VALUE      TO  KAKU-END-SW
004690     END-START.
004700     PERFORM  KAKUTEI-READ-RTN
004710         UNTIL KAKU-END-SW         =   HIGH-VALUE.
004720*
004730     IF  KAKU-CNT  =  ZERO  AND  KAKU-SUMI-CNT  =  ZERO
004740         MOVE  "NOT FND"           TO  REJECT-RIYU
004750         PERFORM  REJECT-RTN
004760     ELSE
004770         ADD   KAKU-CNT            TO  CNT-KAKUTEI
004780         MOVE  KAKU-CNT            TO  KEKKA-KAKU-CNT
004790         MOVE  KEKKA-KAKUTEI       TO  PRT-KEKKA
004800         PERFORM  LIST-RTN
004810     END-IF.
004820 KAKUTEI-EXT.
004830     EXIT.
004840****************************************************************
004850*    (2.4)   KAKUTEI-READ-RTN　（確定　１件更新）
004860****************************************************************
004870 KAKUTEI-READ-RTN                  SECTION.
004880     READ     UPT735I   NEXT
004890         AT END
004900             MOVE  HIGH-VALUE            TO  KAKU-END-SW
004910         NOT AT END
004920             IF    FILE-STATUS           =   ZERO
004930                 IF  UPT735-SYUPPAN-CD9 = UPT736-SYUPPAN-CD9  AND
004940                     UPT735-FROM-YMD    = UPT736-FROM-YMD
004950                     PERFORM  KAKUTEI-UPD-RTN
004960                 ELSE
004970                     MOVE  HIGH-VALUE    TO  KAKU-END-SW
004980                 END-IF
004990             ELSE
005000                 PERFORM  T735-IO-CHECK-RTN
005010             END-IF
005020     END-READ.
005030 KAKUTEI-READ-EXT.
005040     EXIT.
005050****************************************************************
005060*    (2.5)   KAKUTEI-UPD-RTN　（確定区分設定）
005070****************************************************************
005080 KAKUTEI-UPD-RTN                   SECTION.
005090     IF  UPT735-KAKUTEI
005100         ADD      1                TO  KAKU-SUMI-CNT
005110     ELSE
005120         MOVE     "2"              TO  UPT735-JOKYO-KBN
005130         MOVE     WK-YYYYMMDD (1:8)  TO  UPT735-KOSIN-YMD
005140         REWRITE  UPT735I-REC
005150         PERFORM  T735-IO-CHECK-RTN
005160         ADD      1                TO  KAKU-CNT
005170     END-IF.
005180 KAKUTEI-UPD-EXT.
005190     EXIT.
005200****************************************************************
005210*    (2.6)   T735-IO-CHECK-RTN　（配本数更新結果判定）
005220****************************************************************
005230 T735-IO-CHECK-RTN                 SECTION.
005240     IF  FILE-STATUS               =   ZERO
005250         CONTINUE
005260     ELSE
005270         MOVE    107               TO  RETURN-CODE
005280         MOVE    FILE-STATUS       TO  MSG-507F-ST
005290         DISPLAY MSG-507F  RETURN-CODE  UPON  CONS
005300         PERFORM ABEND-MSG-RTN
005310         STOP    RUN
005320     END-IF.
005330 T735-IO-CHECK-EXT.
005340     EXIT.
005350****************************************************************
005360*    (2.7)   REJECT-RTN　（排除明細出力）
005370****************************************************************
005380 REJECT-RTN                        SECTION.
005390     MOVE     REJECT-RIYU          TO  KEKKA-RIYU.
005400     MOVE     KEKKA-REJECT         TO  PRT-KEKKA.
005410     ADD      1                    TO  CNT-REJ.
005420     PERFORM  LIST-RTN.
005430 REJECT-EXT.
005440     EXIT.
005450****************************************************************
005460*    (2.8)   LIST-RTN　（リスト明細出力）
005470****************************************************************
005480 LIST-RTN                          SECTION.
005490     IF  LINE-CNT                  >   MAX-LINE
005500         PERFORM  MIDASI-RTN
005510     END-IF.
005520     WRITE    UPT736R-REC          FROM  PRT-MEISAI
005530         AFTER  ADVANCING  1  LINE.
005540     PERFORM  LIST-CHECK-RTN.
005550     ADD      1                    TO  LINE-CNT.
005560 LIST-EXT.
005570     EXIT.
005580****************************************************************
005590*    (2.9)   LIST-CHECK-RTN　（リスト出力結果判定）
005600****************************************************************
005610 LIST-CHECK-RTN                    SECTION.
005620     IF  FILE-STATUS               =   ZERO
005630         CONTINUE
005640     ELSE
005650         MOVE    203               TO  RETURN-CODE
005660         MOVE    FILE-STATUS       TO  MSG-703F-ST
005670         DISPLAY MSG-703F  RETURN-CODE  UPON  CONS
005680         PERFORM ABEND-MSG-RTN
005690         STOP    RUN
005700     END-IF.
005710 LIST-CHECK-EXT.
005720     EXIT.
005730****************************************************************
005740*    (2.10)  MIDASI-RTN　（リスト見出し出力）
005750****************************************************************
005760 MIDASI-RTN                        SECTION.
005770     ADD      1                    TO  PAGE-CNT.
005780     MOVE     WK-YYYY              TO  PRT-M1-YYYY.
005790     MOVE     WK-MM                TO  PRT-M1-MM.
005800     MOVE     WK-DD                TO  PRT-M1-DD.
005810     MOVE     PAGE-CNT             TO  PRT-M1-PAGE.
005820     WRITE    UPT736R-REC          FROM  PRT-MIDASI1
005830         AFTER  ADVANCING  PAGE.
005840     PERFORM  LIST-CHECK-RTN.
005850     WRITE    UPT736R-REC          FROM  PRT-MIDASI2
005860         AFTER  ADVANCING  2  LINES.
005870     PERFORM  LIST-CHECK-RTN.
005880     MOVE     SPACE                TO  UPT736R-REC.
005890     WRITE    UPT736R-REC
005900         AFTER  ADVANCING  1  LINE.
005910     PERFORM  LIST-CHECK-RTN.
005920     MOVE     4                    TO  LINE-CNT.
005930 MIDASI-EXT.
005940     EXIT.
005950****************************************************************
005960*    (3.0)     ＳＴＡＲＴメッセージ処理                        *
005970****************************************************************
005980 START-MSG-RTN                     SECTION.
005990     ACCEPT  WK-DATE               FROM   DATE.
006000     ACCEPT  WK-TIME               FROM   TIME.
006010     MOVE    WK-Y                  TO     WK-YY.
006020     MOVE    WK-M                  TO     WK-MM.
006030     MOVE    WK-D                  TO     WK-DD.
006040     MOVE    20                    TO     WK-20.
006050*
006060     MOVE    WK-YYYY               TO     MESSAGE-START-YYYY.
006070     MOVE    WK-MM                 TO     MESSAGE-START-MM.
006080     MOVE    WK-DD                 TO     MESSAGE-START-DD.
006090     MOVE    WK-TIM                TO     MESSAGE-START-TIM.
006100     MOVE    WK-MIN                TO     MESSAGE-START-MIN.
006110     MOVE    WK-SEC                TO     MESSAGE-START-SEC.
006120*
006130     DISPLAY  MESSAGE-START  UPON CONS.
006140*
006150 START-MSG-EXT.
006160     EXIT.
006170****************************************************************
006180*    (4.0)     ＡＢＥＮＤメッセージ処理                        *
006190****************************************************************
006200 ABEND-MSG-RTN                     SECTION.
006210     ACCEPT  WK-DATE               FROM   DATE.
006220     ACCEPT  WK-TIME               FROM   TIME.
006230     MOVE    WK-Y                  TO     WK-YY.
006240     MOVE    WK-M                  TO     WK-MM.
006250     MOVE    WK-D                  TO     WK-DD.
006260     MOVE    20                    TO     WK-20.
006270*
006280     MOVE    WK-YYYY               TO     MESSAGE-ABEND-YYYY.
006290     MOVE    WK-MM                 TO     MESSAGE-ABEND-MM.
006300     MOVE    WK-DD                 TO     MESSAGE-ABEND-DD.
006310     MOVE    WK-TIM                TO     MESSAGE-ABEND-TIM.
006320     MOVE    WK-MIN                TO     MESSAGE-ABEND-MIN.
006330     MOVE    WK-SEC                TO     MESSAGE-ABEND-SEC.
006340*
006350     DISPLAY  MESSAGE-ABEND  UPON CONS.
006360*
006370 ABEND-MSG-EXT.
006380     EXIT.
006390****************************************************************
006400*    (5.0)     ＥＮＤメッセージ処理                            *
006410****************************************************************
006420 END-MSG-RTN                     SECTION.
006430     ACCEPT  WK-DATE               FROM   DATE.
006440     ACCEPT  WK-TIME               FROM   TIME.
006450     MOVE    WK-Y                  TO     WK-YY.
006460     MOVE    WK-M                  TO     WK-MM.
006470     MOVE    WK-D                  TO     WK-DD.
006480     MOVE    20                    TO     WK-20.
006490*
006500     MOVE    WK-YYYY               TO     MESSAGE-END-YYYY.
006510     MOVE    WK-MM                 TO     MESSAGE-END-MM.
006520     MOVE    WK-DD                 TO     MESSAGE-END-DD.
006530     MOVE    WK-TIM                TO     MESSAGE-END-TIM.
006540     MOVE    WK-MIN                TO     MESSAGE-END-MIN.
006550     MOVE    WK-SEC                TO     MESSAGE-END-SEC.
006560*
006570     DISPLAY  MESSAGE-END  UPON CONS.
006580*
006590 END-MSG-EXT.
006600     EXIT.
006610****************************************************************
006620*    (6.0)              エンド 処理                            *
006630****************************************************************
006640 END-RTN                           SECTION.
006650*
006660     CLOSE     UPT736I.
006670     CLOSE     UPT735I.
006680     CLOSE     UPT736R.
006690     MOVE      ZERO                TO  RETURN-CODE.
006700*---------< 入力件数表示 >-------------------------------------*
006710     DISPLAY MSG-501I  CNT-IN      UPON CONS.
006720     DISPLAY MSG-503I  CNT-TEISEI  UPON CONS.
006730     DISPLAY MSG-505I  CNT-KAKUTEI UPON CONS.
006740     DISPLAY MSG-507I  CNT-REJ     UPON CONS.
006750     PERFORM END-MSG-RTN.
006760*
006770 END-EXT.
006780     EXIT.
