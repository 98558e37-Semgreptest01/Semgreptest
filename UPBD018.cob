000040*    プログラムＩＤ： UPBD018
000050*    作  成  者    ： T.HARUYAMA
000060*    作  成  日    ： 2004年08月24日
000061*    修  正  日    ： 2004年10月26日 マスタ変更履歴出力対応
000070****************************************************************
000080 IDENTIFICATION                    DIVISION.
000090 PROGRAM-ID.                       UPBD018.
000140 SOURCE-COMPUTER.                  SUN.
000150 OBJECT-COMPUTER.                  SUN.
000160 SPECIAL-NAMES.
000170     CONSOLE                   IS  CONS
000171     ARGUMENT-NUMBER           IS  BANGO
000172     ARGUMENT-VALUE            IS  ATAI.
000180*----*---*---*---*---*---------*---*---*---*---*---*---*---*---*
000190 INPUT-OUTPUT                      SECTION.
000200 FILE-CONTROL.
000320                                TO  UPT718R
000330             ACCESS  MODE       IS  SEQUENTIAL
000340             FILE    STATUS     FILE-STATUS.
000341*------------ファイル   （マスタ変更履歴）---------------------*
000342     SELECT  UPT737L      ASSIGN     TO  UPT737L
000343             ACCESS  MODE       IS  SEQUENTIAL
000344             FILE    STATUS     FILE-STATUS.
000350*
000360 DATA                              DIVISION.
000370 FILE                              SECTION.
000560 FD  UPT718R        LABEL  RECORD STANDARD.
000570 01  UPT718R-REC             PIC X(132).
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
000870 01  UPT719-CNT-AREA.
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
001740     03  MSG-507I.
001750       05  FILLER                      PIC  X(41) VALUE
001760     "++ UPBD018  507I CALENDAR   LIST COUNT = ".
001761     03  MSG-509I.
001762       05  FILLER                      PIC  X(41) VALUE
001763     "++ UPBD018  509I UPT737    WRITE COUNT = ".
001770     03  MSG-501F.
001780       05  FILLER                      PIC  X(41) VALUE
001790     "++ UPBD018  501F UPT719  OPEN  ERROR ST= ".
001920       05  FILLER                      PIC  X(41) VALUE
001930     "++ UPBD018  507F UPT718  I-O   ERROR ST= ".
001940       05  MSG-507F-ST                 PIC  9(03).
001941     03  MSG-509F.
001942       05  FILLER                      PIC  X(41) VALUE
001943     "++ UPBD018  509F UPT737  OPEN  ERROR ST= ".
001944       05  MSG-509F-ST                 PIC  9(03).
001945     03  MSG-511F.
001946       05  FILLER                      PIC  X(41) VALUE
001947     "++ UPBD018  511F UPT737  WRITE ERROR ST= ".
001948       05  MSG-511F-ST                 PIC  9(03).
001950     03  MSG-701F.
001960       05  FILLER                      PIC  X(41) VALUE
001970     "++ UPBD018  701F LIST    OPEN  ERROR ST= ".
002000       05  FILLER                      PIC  X(41) VALUE
002010     "++ UPBD018  703F LIST    WRITE ERROR ST= ".
002020       05  MSG-703F-ST                 PIC  9(03).
002021     03  MSG-721F.
002022       05  FILLER                      PIC  X(41) VALUE
002023     "++ UPBD018  721F OPID=  ARGUMENT INVALID ".
002030*---------------< リスト見出しの定義 >------------------------*
002040 01  PRT-MIDASI1.
002050     03  FILLER                        PIC X(09) VALUE
002960     PERFORM      START-MSG-RTN.
002970*
002980     MOVE    99                    TO  RETURN-CODE.
002981*
002982     PERFORM      ARG-RTN.
002983     IF  OPE-ID                    =   SPACE
002984         DISPLAY MSG-721F          UPON  CONS
002985         MOVE    221               TO   RETURN-CODE
002986         PERFORM ABEND-MSG-RTN
002987         STOP    RUN
002988     END-IF.
002989     MOVE    WK-YYYYMMDD (1:8)     TO  RIREKI-YMD.
00298A     MOVE    WK-TIME               TO  RIREKI-TIME.
002990*-----------< ファイル  （保守トラン）ＯＰＥＮ  >--------------*
003000     OPEN INPUT UPT719I.
003010     IF  FILE-STATUS               =   ZERO
003290         PERFORM ABEND-MSG-RTN
003300         STOP    RUN
003310     END-IF.
003311*-----------< ファイル  （変更履歴）ＯＰＥＮ  >----------------*
003312     OPEN EXTEND UPT737L.
003313     IF  FILE-STATUS               =   "35"
003314         OPEN OUTPUT UPT737L
003315     END-IF.
003316     IF  FILE-STATUS               =   ZERO
003317         CONTINUE
003318     ELSE
003319         MOVE    109               TO  RETURN-CODE
00331A         MOVE    FILE-STATUS       TO  MSG-509F-ST
00331B         DISPLAY MSG-509F RETURN-CODE UPON CONS
00331C         PERFORM ABEND-MSG-RTN
00331D         STOP    RUN
00331E     END-IF.
003320*-----------< 初期ロード >-------------------------------------*
003330     PERFORM      READ-RTN.
003340 INIT-EXT.
003530         END-IF.
003540 READ-EXT.
003550     EXIT.
003551****************************************************************
003552*    (1.2)   ARG-RTN　（起動パラメタ判定）
003553****************************************************************
003554 ARG-RTN                           SECTION.
003555     ACCEPT   ARG-CNT               FROM  BANGO.
003556     PERFORM  ARG-READ-RTN
003557         VARYING ARG-IDX FROM 1 BY 1
003558         UNTIL   ARG-IDX             >     ARG-CNT.
003559 ARG-EXT.
00355A     EXIT.
00355B****************************************************************
00355C*    (1.3)   ARG-READ-RTN　（起動パラメタ　１件判定）
00355D****************************************************************
00355E ARG-READ-RTN                       SECTION.
00355F     DISPLAY  ARG-IDX               UPON  BANGO.
00355G     ACCEPT   ARG-VALUE             FROM  ATAI
00355H         ON EXCEPTION
00355I             CONTINUE
00355J         NOT ON EXCEPTION
00355K             IF  ARG-VALUE (1:5)     =    "OPID="
00355L                 MOVE  ARG-VALUE (6:8)  TO  OPE-ID
00355M             END-IF
00355N     END-ACCEPT.
00355O ARG-READ-EXT.
00355P     EXIT.
003560****************************************************************
003570*    (2.0)   PROC-RTN                                          *
003580****************************************************************
004370 T718-APPLY-RTN                    SECTION.
004380     MOVE    UPT719-SYUPPAN-CD9    TO  UPT718-SYUPPAN-CD9.
004390     MOVE    UPT719-FROM-YMD       TO  UPT718-FROM-YMD.
004391     MOVE    "UPT718"              TO  RIREKI-MST-ID.
004392     MOVE    UPT718-KEY            TO  RIREKI-KEY.
004400     MOVE    "0"                   TO  MST-FOUND-SW.
004410     READ    UPT718I
004420         INVALID KEY
004440         NOT INVALID KEY
004450             MOVE    "1"           TO  MST-FOUND-SW
004460     END-READ.
004461     IF  MST-FOUND
004462         MOVE    UPT718I-REC (1:40) TO  RIREKI-MAE
004463     ELSE
004464         MOVE    SPACE             TO  RIREKI-MAE
004465     END-IF.
004470     EVALUATE TRUE
004480         WHEN  UPT719-KOSIN-ADD
004490             IF  MST-FOUND
004560                 MOVE  UPT719-FROM-YMD TO  UPT718-FROM-YMD
004570                 MOVE  UPT719-TO-YMD   TO  UPT718-TO-YMD
004580                 MOVE  UPT719-KAI-CD   TO  UPT718-KAI-CD
004581                 MOVE  UPT718I-REC (1:40) TO  RIREKI-ATO
004590                 WRITE UPT718I-REC
004600                 PERFORM  T718-IO-CHECK-RTN
004610                 PERFORM  TOROKU-RTN
004640             IF  MST-FOUND
004650                 MOVE  UPT719-TO-YMD   TO  UPT718-TO-YMD
004660                 MOVE  UPT719-KAI-CD   TO  UPT718-KAI-CD
004661                 MOVE  UPT718I-REC (1:40) TO  RIREKI-ATO
004670                 REWRITE  UPT718I-REC
004680                 PERFORM  T718-IO-CHECK-RTN
004690                 PERFORM  TOROKU-RTN
004730             END-IF
004740         WHEN  UPT719-KOSIN-DEL
004750             IF  MST-FOUND
004751                 MOVE  SPACE       TO  RIREKI-ATO
004760                 DELETE  UPT718I   RECORD
004770                 PERFORM  T718-IO-CHECK-RTN
004780                 PERFORM  TOROKU-RTN
005040 TOROKU-RTN                        SECTION.
005050     MOVE     "APPLIED"            TO  PRT-KEKKA.
005060     ADD      1                    TO  CNT-APPLY.
005061     PERFORM  RIREKI-RTN.
005070     PERFORM  LIST-RTN.
005080 TOROKU-EXT.
005090     EXIT.
005720     MOVE     4                    TO  LINE-CNT.
005730 MIDASI-EXT.
005740     EXIT.
005741****************************************************************
005742*    (2.8)   RIREKI-RTN　（マスタ変更履歴出力）
005743****************************************************************
005744 RIREKI-RTN                        SECTION.
005745     MOVE     SPACE                TO  UPT737L-REC.
005746     MOVE     RIREKI-MST-ID        TO  UPT737-MST-ID.
005747     MOVE     RIREKI-KEY           TO  UPT737-MST-KEY.
005748     MOVE     UPT719-KOSIN-KBN     TO  UPT737-KOSIN-KBN.
005749     MOVE     RIREKI-MAE           TO  UPT737-MAE-IMG.
00574A     MOVE     RIREKI-ATO           TO  UPT737-ATO-IMG.
00574B     MOVE     RIREKI-YMD           TO  UPT737-SYORI-YMD.
00574C     MOVE     RIREKI-TIME          TO  UPT737-SYORI-TIME.
00574D     MOVE     OPE-ID               TO  UPT737-OPE-ID.
00574E     MOVE     MSG-PGID             TO  UPT737-PGID.
00574F     WRITE    UPT737L-REC.
00574G     IF  FILE-STATUS               =   ZERO
00574H         ADD  1                    TO  CNT-RIREKI
00574I     ELSE
00574J         MOVE    111               TO  RETURN-CODE
00574K         MOVE    FILE-STATUS       TO  MSG-511F-ST
00574L         DISPLAY MSG-511F  RETURN-CODE  UPON  CONS
00574M         PERFORM ABEND-MSG-RTN
00574N         STOP    RUN
00574O     END-IF.
00574P RIREKI-EXT.
00574Q     EXIT.
005750****************************************************************
005760*    (3.0)   CAL-LIST-RTN　（カレンダ全件リスト）
005770****************************************************************
006950     CLOSE     UPT719I.
006960     CLOSE     UPT718I.
006970     CLOSE     UPT718R.
006971     CLOSE     UPT737L.
006980     MOVE      ZERO                TO  RETURN-CODE.
006990*---------< 入力件数表示 >-------------------------------------*
007000     DISPLAY MSG-501I  CNT-IN    UPON CONS.
007010     DISPLAY MSG-503I  CNT-APPLY UPON CONS.
007020     DISPLAY MSG-505I  CNT-REJ   UPON CONS.
007030     DISPLAY MSG-507I  CNT-LIST  UPON CONS.
007031     DISPLAY MSG-509I  CNT-RIREKI UPON CONS.
007040     PERFORM END-MSG-RTN.
007050*
007060 END-EXT.
