000040*    プログラムＩＤ： UPBD002
000050*    作  成  者    ： T.HARUYAMA
000060*    作  成  日    ： 2004年04月06日
000061*    修  正  日    ： 2004年10月26日 マスタ変更履歴出力対応
000070****************************************************************
000080 IDENTIFICATION                    DIVISION.
000090 PROGRAM-ID.                       UPBD002.
000140 SOURCE-COMPUTER.                  SUN.
000150 OBJECT-COMPUTER.                  SUN.
000160 SPECIAL-NAMES.
000170     CONSOLE                   IS  CONS
000171     ARGUMENT-NUMBER           IS  BANGO
000172     ARGUMENT-VALUE            IS  ATAI.
000180*----*---*---*---*---*---------*---*---*---*---*---*---*---*---*
000190 INPUT-OUTPUT                      SECTION.
000200 FILE-CONTROL.
000380                                TO  UPT702R
000390             ACCESS  MODE       IS  SEQUENTIAL
000400             FILE    STATUS     FILE-STATUS.
000401*------------ファイル   （マスタ変更履歴）---------------------*
000402     SELECT  UPT737L      ASSIGN     TO  UPT737L
000403             ACCESS  MODE       IS  SEQUENTIAL
000404             FILE    STATUS     FILE-STATUS.
000410*
000420 DATA                              DIVISION.
000430 FILE                              SECTION.
000690 FD  UPT702R        LABEL  RECORD STANDARD.
000700 01  UPT702R-REC             PIC X(132).
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
000940*---------------< ステータスの定義 >--------------------------*
000950 01  STATUS-AREA.
000960     03  FILE-STATUS                   PIC X(02) VALUE ZERO.
000961*---------------< 起動パラメタの定義 >------------------------*
000962 01  ARG-AREA.
000963     03  ARG-CNT                       PIC 9(02) VALUE ZERO.
000964*---------------< 起動パラメタ（詳細）の定義 >----------------*
000965 01  ARG-DETAIL-AREA.
000966     03  ARG-IDX                       PIC 9(02) VALUE ZERO.
000967     03  ARG-VALUE                     PIC X(20) VALUE SPACES.
000968     03  OPE-ID                        PIC X(08) VALUE SPACE.
000970*---------------< カウントの定義 >----------------------------*
000980 01  UPT711-CNT-AREA.
000990     03  CNT-IN                        PIC 9(09) VALUE ZERO.
001000     03  CNT-APPLY                     PIC 9(09) VALUE ZERO.
001010     03  CNT-REJ                       PIC 9(09) VALUE ZERO.
001011     03  CNT-RIREKI                    PIC 9(09) VALUE ZERO.
001020*---------------< 排除理由の定義 >----------------------------*
001030 01  RIYU-AREA.
001040     03  REJECT-RIYU                   PIC X(08) VALUE SPACE.
001041*---------------< 変更履歴編集の定義 >------------------------*
001042 01  RIREKI-AREA.
001043     03  RIREKI-MST-ID                 PIC X(06) VALUE SPACE.
001044     03  RIREKI-KEY                    PIC X(20) VALUE SPACE.
001045     03  RIREKI-MAE                    PIC X(40) VALUE SPACE.
001046     03  RIREKI-ATO                    PIC X(40) VALUE SPACE.
001047     03  RIREKI-YMD                    PIC 9(08) VALUE ZERO.
001048     03  RIREKI-TIME                   PIC 9(06) VALUE ZERO.
001050*---------------< 監査リスト制御の定義 >----------------------*
001060 01  PRT-CTL-AREA.
001070     03  LINE-CNT                      PIC 9(03) VALUE 99.
001810     03  MSG-505I.
001820       05  FILLER                      PIC  X(41) VALUE
001830     "++ UPBD002  505I MASTER      REJ COUNT = ".
001831     03  MSG-507I.
001832       05  FILLER                      PIC  X(41) VALUE
001833     "++ UPBD002  507I UPT737    WRITE COUNT = ".
001840     03  MSG-501F.
001850       05  FILLER                      PIC  X(41) VALUE
001860     "++ UPBD002  501F UPT711  OPEN  ERROR ST= ".
002070       05  FILLER                      PIC  X(41) VALUE
002080     "++ UPBD002  511F UPT710  I-O   ERROR ST= ".
002090       05  MSG-511F-ST                 PIC  9(03).
002091     03  MSG-513F.
002092       05  FILLER                      PIC  X(41) VALUE
002093     "++ UPBD002  513F UPT737  OPEN  ERROR ST= ".
002094       05  MSG-513F-ST                 PIC  9(03).
002095     03  MSG-515F.
002096       05  FILLER                      PIC  X(41) VALUE
002097     "++ UPBD002  515F UPT737  WRITE ERROR ST= ".
002098       05  MSG-515F-ST                 PIC  9(03).
002100     03  MSG-701F.
002110       05  FILLER                      PIC  X(41) VALUE
002120     "++ UPBD002  701F LIST    OPEN  ERROR ST= ".
002150       05  FILLER                      PIC  X(41) VALUE
002160     "++ UPBD002  703F LIST    WRITE ERROR ST= ".
002170       05  MSG-703F-ST                 PIC  9(03).
002171     03  MSG-721F.
002172       05  FILLER                      PIC  X(41) VALUE
002173     "++ UPBD002  721F OPID=  ARGUMENT INVALID ".
002180*---------------< 監査リスト見出しの定義 >--------------------*
002190 01  PRT-MIDASI1.
002200     03  FILLER                        PIC X(09) VALUE
002990     PERFORM      START-MSG-RTN.
003000*
003010     MOVE    99                    TO  RETURN-CODE.
003011*
003012     PERFORM      ARG-RTN.
003013     IF  OPE-ID                    =   SPACE
003014         DISPLAY MSG-721F          UPON  CONS
003015         MOVE    221               TO   RETURN-CODE
003016         PERFORM ABEND-MSG-RTN
003017         STOP    RUN
003018     END-IF.
003019     MOVE    WK-YYYYMMDD (1:8)     TO  RIREKI-YMD.
00301A     MOVE    WK-TIME               TO  RIREKI-TIME.
003020*-----------< ファイル  （保守トラン）ＯＰＥＮ  >--------------*
003030     OPEN INPUT UPT711I.
003040     IF  FILE-STATUS               =   ZERO
003430         PERFORM ABEND-MSG-RTN
003440         STOP    RUN
003450     END-IF.
003451*-----------< ファイル  （変更履歴）ＯＰＥＮ  >----------------*
003452     OPEN EXTEND UPT737L.
003453     IF  FILE-STATUS               =   "35"
003454         OPEN OUTPUT UPT737L
003455     END-IF.
003456     IF  FILE-STATUS               =   ZERO
003457         CONTINUE
003458     ELSE
003459         MOVE    113               TO  RETURN-CODE
00345A         MOVE    FILE-STATUS       TO  MSG-513F-ST
00345B         DISPLAY MSG-513F RETURN-CODE UPON CONS
00345C         PERFORM ABEND-MSG-RTN
00345D         STOP    RUN
00345E     END-IF.
003460*-----------< 初期ロード >-------------------------------------*
003470     PERFORM      READ-RTN.
003480 INIT-EXT.
003670         END-IF.
003680 READ-EXT.
003690     EXIT.
003691****************************************************************
003692*    (1.2)   ARG-RTN　（起動パラメタ判定）
003693****************************************************************
003694 ARG-RTN                           SECTION.
003695     ACCEPT   ARG-CNT               FROM  BANGO.
003696     PERFORM  ARG-READ-RTN
003697         VARYING ARG-IDX FROM 1 BY 1
003698         UNTIL   ARG-IDX             >     ARG-CNT.
003699 ARG-EXT.
00369A     EXIT.
00369B****************************************************************
00369C*    (1.3)   ARG-READ-RTN　（起動パラメタ　１件判定）
00369D****************************************************************
00369E ARG-READ-RTN                       SECTION.
00369F     DISPLAY  ARG-IDX               UPON  BANGO.
00369G     ACCEPT   ARG-VALUE             FROM  ATAI
00369H         ON EXCEPTION
00369I             CONTINUE
00369J         NOT ON EXCEPTION
00369K             IF  ARG-VALUE (1:5)     =    "OPID="
00369L                 MOVE  ARG-VALUE (6:8)  TO  OPE-ID
00369M             END-IF
00369N     END-ACCEPT.
00369O ARG-READ-EXT.
00369P     EXIT.
003700****************************************************************
003710*    (2.0)   PROC-RTN                                          *
003720****************************************************************
004520****************************************************************
004530 T706-APPLY-RTN                    SECTION.
004540     MOVE    UPT711-SYUPPAN-CD9    TO  UPT706-SYUPPAN-CD9.
004541     MOVE    "UPT706"              TO  RIREKI-MST-ID.
004542     MOVE    UPT711-SYUPPAN-CD9    TO  RIREKI-KEY.
004550     MOVE    "0"                   TO  MST-FOUND-SW.
004560     READ    UPT706I
004570         INVALID KEY
004620     IF  MST-FOUND
004630         MOVE    UPT706-KAI-CD     TO  IMG-KAI-CD
004640         MOVE    IMG-KAI           TO  PRT-MAE
004641         MOVE    UPT706I-REC (1:40) TO  RIREKI-MAE
004650     ELSE
004660         MOVE    "*NONE*"          TO  PRT-MAE
004661         MOVE    SPACE             TO  RIREKI-MAE
004670     END-IF.
004680     EVALUATE TRUE
004690         WHEN  UPT711-KOSIN-ADD
004750                 MOVE  UPT711-SYUPPAN-CD9
004760                                   TO  UPT706-SYUPPAN-CD9
004770                 MOVE  UPT711-KAI-CD   TO  UPT706-KAI-CD
004771                 MOVE  UPT706I-REC (1:40) TO  RIREKI-ATO
004780                 WRITE UPT706I-REC
004790                 PERFORM  T706-IO-CHECK-RTN
004800                 MOVE  UPT711-KAI-CD   TO  IMG-KAI-CD
004840         WHEN  UPT711-KOSIN-CHG
004850             IF  MST-FOUND
004860                 MOVE  UPT711-KAI-CD   TO  UPT706-KAI-CD
004861                 MOVE  UPT706I-REC (1:40) TO  RIREKI-ATO
004870                 REWRITE  UPT706I-REC
004880                 PERFORM  T706-IO-CHECK-RTN
004890                 MOVE  UPT711-KAI-CD   TO  IMG-KAI-CD
004950             END-IF
004960         WHEN  UPT711-KOSIN-DEL
004970             IF  MST-FOUND
004971                 MOVE  SPACE       TO  RIREKI-ATO
004980                 DELETE  UPT706I   RECORD
004990                 PERFORM  T706-IO-CHECK-RTN
005000                 MOVE  "*NONE*"    TO  PRT-ATO
005260****************************************************************
005270 T710-APPLY-RTN                    SECTION.
005280     MOVE    UPT711-SYUPPAN-CD9    TO  UPT710-SYUPPAN-CD9.
005281     MOVE    "UPT710"              TO  RIREKI-MST-ID.
005282     MOVE    UPT711-SYUPPAN-CD9    TO  RIREKI-KEY.
005290     MOVE    "0"                   TO  MST-FOUND-SW.
005300     READ    UPT710I
005310         INVALID KEY
005360     IF  MST-FOUND
005370         MOVE    UPT710-SYU-KBN9   TO  IMG-SYU-KBN
005380         MOVE    IMG-SYU           TO  PRT-MAE
005381         MOVE    UPT710I-REC (1:40) TO  RIREKI-MAE
005390     ELSE
005400         MOVE    "*NONE*"          TO  PRT-MAE
005401         MOVE    SPACE             TO  RIREKI-MAE
005410     END-IF.
005420     EVALUATE TRUE
005430         WHEN  UPT711-KOSIN-ADD
005490                 MOVE  UPT711-SYUPPAN-CD9
005500                                   TO  UPT710-SYUPPAN-CD9
005510                 MOVE  UPT711-SYU-KBN9 TO  UPT710-SYU-KBN9
005511                 MOVE  UPT710I-REC (1:40) TO  RIREKI-ATO
005520                 WRITE UPT710I-REC
005530                 PERFORM  T710-IO-CHECK-RTN
005540                 MOVE  UPT711-SYU-KBN9 TO  IMG-SYU-KBN
005580         WHEN  UPT711-KOSIN-CHG
005590             IF  MST-FOUND
005600                 MOVE  UPT711-SYU-KBN9 TO  UPT710-SYU-KBN9
005601                 MOVE  UPT710I-REC (1:40) TO  RIREKI-ATO
005610                 REWRITE  UPT710I-REC
005620                 PERFORM  T710-IO-CHECK-RTN
005630                 MOVE  UPT711-SYU-KBN9 TO  IMG-SYU-KBN
005690             END-IF
005700         WHEN  UPT711-KOSIN-DEL
005710             IF  MST-FOUND
005711                 MOVE  SPACE       TO  RIREKI-ATO
005720                 DELETE  UPT710I   RECORD
005730                 PERFORM  T710-IO-CHECK-RTN
005740                 MOVE  "*NONE*"    TO  PRT-ATO
006010 TOROKU-RTN                        SECTION.
006020     MOVE     "APPLIED"            TO  PRT-KEKKA.
006030     ADD      1                    TO  CNT-APPLY.
006031     PERFORM  RIREKI-RTN.
006040     PERFORM  LIST-RTN.
006050 TOROKU-EXT.
006060     EXIT.
006530     MOVE     4                    TO  LINE-CNT.
006540 MIDASI-EXT.
006550     EXIT.
006551****************************************************************
006552*    (2.8)   RIREKI-RTN　（マスタ変更履歴出力）
006553****************************************************************
006554 RIREKI-RTN                        SECTION.
006555     MOVE     SPACE                TO  UPT737L-REC.
006556     MOVE     RIREKI-MST-ID        TO  UPT737-MST-ID.
006557     MOVE     RIREKI-KEY           TO  UPT737-MST-KEY.
006558     MOVE     UPT711-KOSIN-KBN     TO  UPT737-KOSIN-KBN.
006559     MOVE     RIREKI-MAE           TO  UPT737-MAE-IMG.
00655A     MOVE     RIREKI-ATO           TO  UPT737-ATO-IMG.
00655B     MOVE     RIREKI-YMD           TO  UPT737-SYORI-YMD.
00655C     MOVE     RIREKI-TIME          TO  UPT737-SYORI-TIME.
00655D     MOVE     OPE-ID               TO  UPT737-OPE-ID.
00655E     MOVE     MSG-PGID             TO  UPT737-PGID.
00655F     WRITE    UPT737L-REC.
00655G     IF  FILE-STATUS               =   ZERO
00655H         ADD  1                    TO  CNT-RIREKI
00655I     ELSE
00655J         MOVE    115               TO  RETURN-CODE
00655K         MOVE    FILE-STATUS       TO  MSG-515F-ST
00655L         DISPLAY MSG-515F  RETURN-CODE  UPON  CONS
00655M         PERFORM ABEND-MSG-RTN
00655N         STOP    RUN
00655O     END-IF.
00655P RIREKI-EXT.
00655Q     EXIT.
006560****************************************************************
006570*    (3.0)     ＳＴＡＲＴメッセージ処理                        *
006580****************************************************************
007280     CLOSE     UPT706I.
007290     CLOSE     UPT710I.
007300     CLOSE     UPT702R.
007301     CLOSE     UPT737L.
007310     MOVE      ZERO                TO  RETURN-CODE.
007320*---------< 入力件数表示 >-------------------------------------*
007330     DISPLAY MSG-501I  CNT-IN    UPON CONS.
007340     DISPLAY MSG-503I  CNT-APPLY UPON CONS.
007350     DISPLAY MSG-505I  CNT-REJ   UPON CONS.
007351     DISPLAY MSG-507I  CNT-RIREKI UPON CONS.
007360     PERFORM END-MSG-RTN.
007370*
007380 END-EXT.
