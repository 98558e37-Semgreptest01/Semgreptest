000040*    プログラムＩＤ： UPBD012
000050*    作  成  者    ： T.HARUYAMA
000060*    作  成  日    ： 2004年06月29日
000061*    修  正  日    ： 2004年10月26日 マスタ変更履歴出力対応
000070****************************************************************
000080 IDENTIFICATION                    DIVISION.
000090 PROGRAM-ID.                       UPBD012.
000140 SOURCE-COMPUTER.                  SUN.
000150 OBJECT-COMPUTER.                  SUN.
000160 SPECIAL-NAMES.
000170     CONSOLE                   IS  CONS
000171     ARGUMENT-NUMBER           IS  BANGO
000172     ARGUMENT-VALUE            IS  ATAI.
000180*----*---*---*---*---*---------*---*---*---*---*---*---*---*---*
000190 INPUT-OUTPUT                      SECTION.
000200 FILE-CONTROL.
000320                                TO  UPT712R
000330             ACCESS  MODE       IS  SEQUENTIAL
000340             FILE    STATUS     FILE-STATUS.
000341*------------ファイル   （マスタ変更履歴）---------------------*
000342     SELECT  UPT737L      ASSIGN     TO  UPT737L
000343             ACCESS  MODE       IS  SEQUENTIAL
000344             FILE    STATUS     FILE-STATUS.
000350*
000360 DATA                              DIVISION.
000370 FILE                              SECTION.
000560 FD  UPT712R        LABEL  RECORD STANDARD.
000570 01  UPT712R-REC             PIC X(132).
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
000810*---------------< ステータスの定義 >--------------------------*
000820 01  STATUS-AREA.
000830     03  FILE-STATUS                   PIC X(02) VALUE ZERO.
000831*---------------< 起動パラメタの定義 >------------------------*
000832 01  ARG-AREA.
000833     03  ARG-CNT                       PIC 9(02) VALUE ZERO.
000834*---------------< 起動パラメタ（詳細）の定義 >----------------*
000835 01  ARG-DETAIL-AREA.
000836     03  ARG-IDX                       PIC 9(02) VALUE ZERO.
000837     03  ARG-VALUE                     PIC X(20) VALUE SPACES.
000838     03  OPE-ID                        PIC X(08) VALUE SPACE.
000840*---------------< カウントの定義 >----------------------------*
000850 01  UPT713-CNT-AREA.
000860     03  CNT-IN                        PIC 9(09) VALUE ZERO.
000870     03  CNT-APPLY                     PIC 9(09) VALUE ZERO.
000880     03  CNT-REJ                       PIC 9(09) VALUE ZERO.
000881     03  CNT-RIREKI                    PIC 9(09) VALUE ZERO.
000890*---------------< 排除理由の定義 >----------------------------*
000900 01  RIYU-AREA.
000910     03  REJECT-RIYU                   PIC X(08) VALUE SPACE.
000911*---------------< 変更履歴編集の定義 >------------------------*
000912 01  RIREKI-AREA.
000913     03  RIREKI-MST-ID                 PIC X(06) VALUE SPACE.
000914     03  RIREKI-KEY                    PIC X(20) VALUE SPACE.
000915     03  RIREKI-MAE                    PIC X(40) VALUE SPACE.
000916     03  RIREKI-ATO                    PIC X(40) VALUE SPACE.
000917     03  RIREKI-YMD                    PIC 9(08) VALUE ZERO.
000918     03  RIREKI-TIME                   PIC 9(06) VALUE ZERO.
000920*---------------< 監査リスト制御の定義 >----------------------*
000930 01  PRT-CTL-AREA.
000940     03  LINE-CNT                      PIC 9(03) VALUE 99.
001680     03  MSG-505I.
001690       05  FILLER                      PIC  X(41) VALUE
001700     "++ UPBD012  505I MASTER      REJ COUNT = ".
001701     03  MSG-507I.
001702       05  FILLER                      PIC  X(41) VALUE
001703     "++ UPBD012  507I UPT737    WRITE COUNT = ".
001710     03  MSG-501F.
001720       05  FILLER                      PIC  X(41) VALUE
001730     "++ UPBD012  501F UPT713  OPEN  ERROR ST= ".
001860       05  FILLER                      PIC  X(41) VALUE
001870     "++ UPBD012  507F UPT712  I-O   ERROR ST= ".
001880       05  MSG-507F-ST                 PIC  9(03).
001881     03  MSG-509F.
001882       05  FILLER                      PIC  X(41) VALUE
001883     "++ UPBD012  509F UPT737  OPEN  ERROR ST= ".
001884       05  MSG-509F-ST                 PIC  9(03).
001885     03  MSG-511F.
001886       05  FILLER                      PIC  X(41) VALUE
001887     "++ UPBD012  511F UPT737  WRITE ERROR ST= ".
001888       05  MSG-511F-ST                 PIC  9(03).
001890     03  MSG-701F.
001900       05  FILLER                      PIC  X(41) VALUE
001910     "++ UPBD012  701F LIST    OPEN  ERROR ST= ".
001940       05  FILLER                      PIC  X(41) VALUE
001950     "++ UPBD012  703F LIST    WRITE ERROR ST= ".
001960       05  MSG-703F-ST                 PIC  9(03).
001961     03  MSG-721F.
001962       05  FILLER                      PIC  X(41) VALUE
001963     "++ UPBD012  721F OPID=  ARGUMENT INVALID ".
001970*---------------< 監査リスト見出しの定義 >--------------------*
001980 01  PRT-MIDASI1.
001990     03  FILLER                        PIC X(09) VALUE
002720     PERFORM      START-MSG-RTN.
002730*
002740     MOVE    99                    TO  RETURN-CODE.
002741*
002742     PERFORM      ARG-RTN.
002743     IF  OPE-ID                    =   SPACE
002744         DISPLAY MSG-721F          UPON  CONS
002745         MOVE    221               TO   RETURN-CODE
002746         PERFORM ABEND-MSG-RTN
002747         STOP    RUN
002748     END-IF.
002749     MOVE    WK-YYYYMMDD (1:8)     TO  RIREKI-YMD.
00274A     MOVE    WK-TIME               TO  RIREKI-TIME.
002750*-----------< ファイル  （保守トラン）ＯＰＥＮ  >--------------*
002760     OPEN INPUT UPT713I.
002770     IF  FILE-STATUS               =   ZERO
003050         PERFORM ABEND-MSG-RTN
003060         STOP    RUN
003070     END-IF.
003071*-----------< ファイル  （変更履歴）ＯＰＥＮ  >----------------*
003072     OPEN EXTEND UPT737L.
003073     IF  FILE-STATUS               =   "35"
003074         OPEN OUTPUT UPT737L
003075     END-IF.
003076     IF  FILE-STATUS               =   ZERO
003077         CONTINUE
003078     ELSE
003079         MOVE    109               TO  RETURN-CODE
00307A         MOVE    FILE-STATUS       TO  MSG-509F-ST
00307B         DISPLAY MSG-509F RETURN-CODE UPON CONS
00307C         PERFORM ABEND-MSG-RTN
00307D         STOP    RUN
00307E     END-IF.
003080*-----------< 初期ロード >-------------------------------------*
003090     PERFORM      READ-RTN.
003100 INIT-EXT.
003290         END-IF.
003300 READ-EXT.
003310     EXIT.
003311****************************************************************
003312*    (1.2)   ARG-RTN　（起動パラメタ判定）
003313****************************************************************
003314 ARG-RTN                           SECTION.
003315     ACCEPT   ARG-CNT               FROM  BANGO.
003316     PERFORM  ARG-READ-RTN
003317         VARYING ARG-IDX FROM 1 BY 1
003318         UNTIL   ARG-IDX             >     ARG-CNT.
003319 ARG-EXT.
00331A     EXIT.
00331B****************************************************************
00331C*    (1.3)   ARG-READ-RTN　（起動パラメタ　１件判定）
00331D****************************************************************
00331E ARG-READ-RTN                       SECTION.
00331F     DISPLAY  ARG-IDX               UPON  BANGO.
00331G     ACCEPT   ARG-VALUE             FROM  ATAI
00331H         ON EXCEPTION
00331I             CONTINUE
00331J         NOT ON EXCEPTION
00331K             IF  ARG-VALUE (1:5)     =    "OPID="
00331L                 MOVE  ARG-VALUE (6:8)  TO  OPE-ID
00331M             END-IF
00331N     END-ACCEPT.
00331O ARG-READ-EXT.
00331P     EXIT.
003320****************************************************************
003330*    (2.0)   PROC-RTN                                          *
003340****************************************************************
004050****************************************************************
004060 T712-APPLY-RTN                    SECTION.
004070     MOVE    UPT713-SYUPPAN-CD9    TO  UPT712-SYUPPAN-CD9.
004071     MOVE    "UPT712"              TO  RIREKI-MST-ID.
004072     MOVE    UPT713-SYUPPAN-CD9    TO  RIREKI-KEY.
004080     MOVE    "0"                   TO  MST-FOUND-SW.
004090     READ    UPT712I
004100         INVALID KEY
004160         MOVE    UPT712-TANKA      TO  IMG-TAN-GAKU
004170         MOVE    UPT712-ZEI-RITU   TO  IMG-TAN-ZEI
004180         MOVE    IMG-TANKA         TO  PRT-MAE
004181         MOVE    UPT712I-REC (1:40) TO  RIREKI-MAE
004190     ELSE
004200         MOVE    "*NONE*"          TO  PRT-MAE
004201         MOVE    SPACE             TO  RIREKI-MAE
004210     END-IF.
004220     EVALUATE TRUE
004230         WHEN  UPT713-KOSIN-ADD
004320                 MOVE  UPT713-KAI-CD   TO  UPT712-KAI-CD
004330                 MOVE  UPT713-TANKA    TO  UPT712-TANKA
004340                 MOVE  UPT713-ZEI-RITU TO  UPT712-ZEI-RITU
004341                 MOVE  UPT712I-REC (1:40) TO  RIREKI-ATO
004350                 WRITE UPT712I-REC
004360                 PERFORM  T712-IO-CHECK-RTN
004370                 PERFORM  ATO-EDIT-RTN
004430                 MOVE  UPT713-KAI-CD   TO  UPT712-KAI-CD
004440                 MOVE  UPT713-TANKA    TO  UPT712-TANKA
004450                 MOVE  UPT713-ZEI-RITU TO  UPT712-ZEI-RITU
004451                 MOVE  UPT712I-REC (1:40) TO  RIREKI-ATO
004460                 REWRITE  UPT712I-REC
004470                 PERFORM  T712-IO-CHECK-RTN
004480                 PERFORM  ATO-EDIT-RTN
004530             END-IF
004540         WHEN  UPT713-KOSIN-DEL
004550             IF  MST-FOUND
004551                 MOVE  SPACE       TO  RIREKI-ATO
004560                 DELETE  UPT712I   RECORD
004570                 PERFORM  T712-IO-CHECK-RTN
004580                 MOVE  "*NONE*"    TO  PRT-ATO
004940 TOROKU-RTN                        SECTION.
004950     MOVE     "APPLIED"            TO  PRT-KEKKA.
004960     ADD      1                    TO  CNT-APPLY.
004961     PERFORM  RIREKI-RTN.
004970     PERFORM  LIST-RTN.
004980 TOROKU-EXT.
004990     EXIT.
005460     MOVE     4                    TO  LINE-CNT.
005470 MIDASI-EXT.
005480     EXIT.
005481****************************************************************
005482*    (2.7)   RIREKI-RTN　（マスタ変更履歴出力）
005483****************************************************************
005484 RIREKI-RTN                        SECTION.
005485     MOVE     SPACE                TO  UPT737L-REC.
005486     MOVE     RIREKI-MST-ID        TO  UPT737-MST-ID.
005487     MOVE     RIREKI-KEY           TO  UPT737-MST-KEY.
005488     MOVE     UPT713-KOSIN-KBN     TO  UPT737-KOSIN-KBN.
005489     MOVE     RIREKI-MAE           TO  UPT737-MAE-IMG.
00548A     MOVE     RIREKI-ATO           TO  UPT737-ATO-IMG.
00548B     MOVE     RIREKI-YMD           TO  UPT737-SYORI-YMD.
00548C     MOVE     RIREKI-TIME          TO  UPT737-SYORI-TIME.
00548D     MOVE     OPE-ID               TO  UPT737-OPE-ID.
00548E     MOVE     MSG-PGID             TO  UPT737-PGID.
00548F     WRITE    UPT737L-REC.
00548G     IF  FILE-STATUS               =   ZERO
00548H         ADD  1                    TO  CNT-RIREKI
00548I     ELSE
00548J         MOVE    111               TO  RETURN-CODE
00548K         MOVE    FILE-STATUS       TO  MSG-511F-ST
00548L         DISPLAY MSG-511F  RETURN-CODE  UPON  CONS
00548M         PERFORM ABEND-MSG-RTN
00548N         STOP    RUN
00548O     END-IF.
00548P RIREKI-EXT.
00548Q     EXIT.
005490****************************************************************
005500*    (3.0)     ＳＴＡＲＴメッセージ処理                        *
005510****************************************************************
006200     CLOSE     UPT713I.
006210     CLOSE     UPT712I.
006220     CLOSE     UPT712R.
006221     CLOSE     UPT737L.
006230     MOVE      ZERO                TO  RETURN-CODE.
006240*---------< 入力件数表示 >-------------------------------------*
006250     DISPLAY MSG-501I  CNT-IN    UPON CONS.
006260     DISPLAY MSG-503I  CNT-APPLY UPON CONS.
006270     DISPLAY MSG-505I  CNT-REJ   UPON CONS.
006271     DISPLAY MSG-507I  CNT-RIREKI UPON CONS.
006280     PERFORM END-MSG-RTN.
006290*
006300 END-EXT.
