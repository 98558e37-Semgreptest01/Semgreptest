000060*    作  成  日    ： 2004年06月01日
000070*    修  正  日    ： 2004年07月13日 名称マスタ対応
000080*    修  正  日    ： 2004年07月27日 運用台帳・ジョブ順序対応
000081*    修  正  日    ： 2004年09月07日 取扱契約チェック対応
000082*    修  正  日    ： 2004年10月05日 営業日カレンダ対応
000090****************************************************************
000100 IDENTIFICATION                    DIVISION.
000110 PROGRAM-ID.                       UPBD008.
000530             ACCESS  MODE       IS  RANDOM
000540             RECORD  KEY        IS  UPT716-SYUPPAN-CD9
000550             FILE    STATUS     IS  FILE-STATUS.
000551*------------ファイル   （取扱契約マスタ）---------------------*
000552     SELECT  UPT721I ASSIGN     TO  UPT721I
000553             ORGANIZATION       IS  INDEXED
000554             ACCESS  MODE       IS  DYNAMIC
000555             RECORD  KEY        IS  UPT721-KEY
000556             FILE    STATUS     IS  FILE-STATUS.
000557*------------ファイル   （出力・契約例外）---------------------*
000558     SELECT  UEU721X      ASSIGN
000559                                TO  UEU721X
00055A             ACCESS  MODE       IS  SEQUENTIAL
00055B             FILE    STATUS     FILE-STATUS.
00055C*------------ファイル   （契約例外リスト）---------------------*
00055D     SELECT  UEU721XR     ASSIGN     TO  UEU721XR
00055E             ACCESS  MODE       IS  SEQUENTIAL
00055F             FILE    STATUS     FILE-STATUS.
000560*------------ファイル   （運用台帳）---------------------------*
000570     SELECT  UPT700L      ASSIGN     TO  UPT700L
000580             ACCESS  MODE       IS  SEQUENTIAL
000590             FILE    STATUS     FILE-STATUS.
000591*------------ファイル   （営業日カレンダマスタ）---------------*
000592     SELECT  UPT730I ASSIGN     TO  UPT730I
000593             ORGANIZATION       IS  INDEXED
000594             ACCESS  MODE       IS  RANDOM
000595             RECORD  KEY        IS  UPT730-YMD
000596             FILE    STATUS     IS  FILE-STATUS.
000600*
000610 DATA                              DIVISION.
000620 FILE                              SECTION.
001090 01  UPT716I-REC.
001100     COPY   UPT716C.
001110*
001111****************************************************************
001112*            ファイル   （取扱契約マスタ）
001113****************************************************************
001114 FD  UPT721I        LABEL  RECORD STANDARD.
001115 01  UPT721I-REC.
001116     COPY   UPT721C.
001117*
001118****************************************************************
001119*            ファイル   （出力・契約例外）
00111A****************************************************************
00111B FD  UEU721X        LABEL  RECORD STANDARD.
00111C 01  UEU721X-REC             PIC X(80).
00111D*
00111E****************************************************************
00111F*            ファイル   （契約例外リスト）
00111G****************************************************************
00111H FD  UEU721XR       LABEL  RECORD STANDARD.
00111I 01  UEU721XR-REC            PIC X(132).
00111J*
001120****************************************************************
001130*            ファイル   （運用台帳）
001140****************************************************************
001160 01  UPT700L-REC.
001170     COPY   UPT700LC.
001180*
001181****************************************************************
001182*            ファイル   （営業日カレンダマスタ）
001183****************************************************************
001184 FD  UPT730I        LABEL  RECORD STANDARD.
001185 01  UPT730I-REC.
001186     COPY   UPT730C.
001187*
001190 WORKING-STORAGE                   SECTION.
001200*---------------< WORK-AREA定義 >-----------------------------*
001210 01  SW-AREA.
001300     03  JOBCHK-END-SW                 PIC X(02) VALUE ZERO.
001310     03  SELF-DONE-SW                  PIC X(01) VALUE "0".
001320         88  SELF-DONE                 VALUE "1".
001321     03  KEIYAKU-END-SW                PIC X(02) VALUE ZERO.
001322     03  KEIYAKU-FOUND-SW              PIC X(01) VALUE "0".
001323         88  KEIYAKU-FOUND             VALUE "1".
001324     03  KEIYAKU-NG-SW                 PIC X(01) VALUE "0".
001325         88  KEIYAKU-NG                VALUE "1".
001330 01  WK-DATE.
001340     03  WK-Y                          PIC  9(2).
001350     03  WK-M                          PIC  9(2).
001520     03  CNT-IN                        PIC 9(09) VALUE ZERO.
001530     03  CNT-OUT                       PIC 9(09) VALUE ZERO.
001540     03  CNT-ERR                       PIC 9(09) VALUE ZERO.
001541     03  CNT-EXC                       PIC 9(09) VALUE ZERO.
001550     03  SORT-ORG-SEQ-CNT              PIC 9(09) VALUE ZERO.
001560*---------------< 前レコード退避の定義 >----------------------*
001570 01  PREV-AREA.
001850     03  ARG-VALUE                     PIC X(20) VALUE SPACES.
001860     03  ARG-DATE-SW                   PIC X(01) VALUE "0".
001870         88  ARG-DATE-SUPPLIED         VALUE "1".
001871     03  KYUGYO-SW                     PIC X(01) VALUE "0".
001872         88  KYUGYO-BI                 VALUE "1".
001880     03  ARG-YYYYMMDD.
001890         05  ARG-YYYY                  PIC 9(04).
001900         05  ARG-MM                    PIC 9(02).
002130     03  PAGE-CNT                      PIC 9(05) VALUE ZERO.
002140     03  MAX-LINE                      PIC 9(03) VALUE 60.
002150 01  PRT-LINE                          PIC X(132).
002151*---------------< 契約例外リスト制御の定義 >------------------*
002152 01  EXC-CTL-AREA.
002153     03  EXC-LINE-CNT                  PIC 9(03) VALUE 99.
002154     03  EXC-PAGE-CNT                  PIC 9(05) VALUE ZERO.
002155     03  EXC-MAX-LINE                  PIC 9(03) VALUE 60.
002156*---------------< 契約例外リスト見出しの定義 >----------------*
002157 01  PRT-EXC-MIDASI1.
002158     03  FILLER                        PIC X(09) VALUE
002159     "UPBD008  ".
00215A     03  FILLER                        PIC X(35) VALUE
00215B     "UEU721 KEIYAKU EXCEPTION LIST      ".
00215C     03  FILLER                        PIC X(05) VALUE
00215D     "DATE:".
00215E     03  PRT-E1-YYYY                   PIC 9(04).
00215F     03  FILLER                        PIC X(01) VALUE "/".
00215G     03  PRT-E1-MM                     PIC 9(02).
00215H     03  FILLER                        PIC X(01) VALUE "/".
00215I     03  PRT-E1-DD                     PIC 9(02).
00215J     03  FILLER                        PIC X(07) VALUE
00215K     "  PAGE:".
00215L     03  PRT-E1-PAGE                   PIC ZZZZ9.
002160*---------------< エディットリスト見出しの定義 >--------------*
002170 01  PRT-MIDASI1.
002180     03  FILLER                        PIC X(09) VALUE
002590     03  PRT-FIELD                     PIC X(10).
002600     03  FILLER                        PIC X(02) VALUE SPACE.
002610     03  PRT-RIYU                      PIC X(16).
002611*---------------< 取扱契約検索の定義 >------------------------*
002612 01  KEIYAKU-AREA.
002613     03  KEI-TORIHIKI-CD9              PIC 9(06) VALUE ZERO.
002614     03  KEI-SYUPPAN-CD9               PIC 9(06) VALUE ZERO.
002615     03  KEI-FIELD                     PIC X(10) VALUE SPACE.
002616     03  KEI-RIYU                      PIC X(16) VALUE SPACE.
002620*
002630*---------------< メッセージ１の定義 >------------------------*
002640 01  MSG-PGID                          PIC X(08) VALUE
003330     03  MSG-705I.
003340       05  FILLER                      PIC  X(41) VALUE
003350     "++ UPBD008  705I UEU721      ERR COUNT = ".
003351     03  MSG-709I.
003352       05  FILLER                      PIC  X(41) VALUE
003353     "++ UPBD008  709I UEU721X     EXC COUNT = ".
003360     03  MSG-501F.
003370       05  FILLER                      PIC  X(41) VALUE
003380     "++ UPBD008  501F UEU721  OPEN  ERROR ST= ".
003770     03  MSG-743F.
003780       05  FILLER                      PIC  X(41) VALUE
003790     "++ UPBD008  743F ALREADY RUN / USE FORCE ".
003791     03  MSG-771W.
003792       05  FILLER                      PIC  X(41) VALUE
003793     "++ UPBD008  771W NON-BUSINESS DAY SKIP Y=".
003794       05  MSG-771W-YMD                PIC  9(08).
003795     03  MSG-773F.
003796       05  FILLER                      PIC  X(41) VALUE
003797     "++ UPBD008  773F NON-BUSINESS DAY   YMD= ".
003798       05  MSG-773F-YMD                PIC  9(08).
003799     03  MSG-775F.
00379A       05  FILLER                      PIC  X(41) VALUE
00379B     "++ UPBD008  775F UPT730  OPEN  ERROR ST= ".
00379C       05  MSG-775F-ST                 PIC  9(03).
003800     03  MSG-745F.
003810       05  FILLER                      PIC  X(41) VALUE
003820     "++ UPBD008  745F UPT700L OPEN  ERROR ST= ".
003830       05  MSG-745F-ST                 PIC  9(03).
003831     03  MSG-713F.
003832       05  FILLER                      PIC  X(41) VALUE
003833     "++ UPBD008  713F UPT721  OPEN  ERROR ST= ".
003834       05  MSG-713F-ST                 PIC  9(03).
003835     03  MSG-715F.
003836       05  FILLER                      PIC  X(41) VALUE
003837     "++ UPBD008  715F EXCEPT  OPEN  ERROR ST= ".
003838       05  MSG-715F-ST                 PIC  9(03).
003839     03  MSG-717F.
00383A       05  FILLER                      PIC  X(41) VALUE
00383B     "++ UPBD008  717F EXCEPT  WRITE ERROR ST= ".
00383C       05  MSG-717F-ST                 PIC  9(03).
00383D     03  MSG-719F.
00383E       05  FILLER                      PIC  X(41) VALUE
00383F     "++ UPBD008  719F EXCLST  OPEN  ERROR ST= ".
00383G       05  MSG-719F-ST                 PIC  9(03).
00383H     03  MSG-723F.
00383I       05  FILLER                      PIC  X(41) VALUE
00383J     "++ UPBD008  723F EXCLST  WRITE ERROR ST= ".
00383K       05  MSG-723F-ST                 PIC  9(03).
00383L     03  MSG-725F.
00383M       05  FILLER                      PIC  X(41) VALUE
00383N     "++ UPBD008  725F UPT721  READ  ERROR ST= ".
00383O       05  MSG-725F-ST                 PIC  9(03).
003840*
003850 PROCEDURE                         DIVISION.
003860****************************************************************
004140     ELSE
004150         MOVE    WK-YYYYMMDD (1:8) TO  WK-GYOMU-YMD
004160     END-IF.
004161     PERFORM      EIGYO-CHECK-RTN.
004170     PERFORM      JOB-CHECK-RTN.
004180*-----------< ファイル  （入力）整列  >------------------------*
004190     SORT     SORT-FILE
004830         PERFORM ABEND-MSG-RTN
004840         STOP    RUN
004850     END-IF.
004851*-----------< ファイル  （取扱契約マスタ）ＯＰＥＮ  >----------*
004852     OPEN INPUT UPT721I.
004853     IF  FILE-STATUS               =   ZERO
004854         CONTINUE
004855     ELSE
004856         MOVE    209               TO  RETURN-CODE
004857         MOVE    FILE-STATUS       TO  MSG-713F-ST
004858         DISPLAY MSG-713F RETURN-CODE UPON CONS
004859         PERFORM ABEND-MSG-RTN
00485A         STOP    RUN
00485B     END-IF.
00485C*-----------< ファイル  （契約例外）ＯＰＥＮ  >----------------*
00485D     OPEN OUTPUT UEU721X.
00485E     IF  FILE-STATUS               =   ZERO
00485F         CONTINUE
00485G     ELSE
00485H         MOVE    211               TO  RETURN-CODE
00485I         MOVE    FILE-STATUS       TO  MSG-715F-ST
00485J         DISPLAY MSG-715F RETURN-CODE UPON CONS
00485K         PERFORM ABEND-MSG-RTN
00485L         STOP    RUN
00485M     END-IF.
00485N     OPEN OUTPUT UEU721XR.
00485O     IF  FILE-STATUS               =   ZERO
00485P         CONTINUE
00485Q     ELSE
00485R         MOVE    213               TO  RETURN-CODE
00485S         MOVE    FILE-STATUS       TO  MSG-719F-ST
00485T         DISPLAY MSG-719F RETURN-CODE UPON CONS
00485U         PERFORM ABEND-MSG-RTN
00485V         STOP    RUN
00485W     END-IF.
004860*-----------< 初期ロード >-------------------------------------*
004870     PERFORM      READ-RTN.
004880 INIT-EXT.
005910     IF  ERR-FOUND
005920         ADD      1                TO  CNT-ERR
005930     ELSE
005931         PERFORM  KEIYAKU-CHECK-RTN
005932         IF  KEIYAKU-NG
005933             PERFORM  EXCEPT-RTN
005934         ELSE
005940             MOVE     UEU721W-REC (10:80)  TO  UEU721O-REC
005950             PERFORM  WRITE-RTN
005951         END-IF
005960     END-IF.
005970     MOVE     UEU721W-REC (10:80)  TO  PREV-RECORD.
005980     MOVE     "0"                  TO  FIRST-REC-SW.
008560     CLOSE     UEU721R.
008570     CLOSE     UPT715I.
008580     CLOSE     UPT716I.
008581     CLOSE     UPT721I.
008582     CLOSE     UEU721X.
008583     CLOSE     UEU721XR.
008590     MOVE      ZERO                TO  RETURN-CODE.
008600*---------< 入力件数表示 >-------------------------------------*
008610     DISPLAY MSG-501I  CNT-IN  UPON CONS.
008620     DISPLAY MSG-701I  CNT-OUT UPON CONS.
008630     DISPLAY MSG-705I  CNT-ERR UPON CONS.
008631     DISPLAY MSG-709I  CNT-EXC UPON CONS.
008640     PERFORM END-MSG-RTN.
008650     PERFORM RUN-LEDGER-RTN.
008660*
009380         MOVE    "0"               TO  UPT700L-RESTART-KBN
009390         MOVE    CNT-IN            TO  UPT700L-CNT-1
009400         MOVE    CNT-OUT           TO  UPT700L-CNT-2
009410         COMPUTE UPT700L-CNT-3  =  CNT-ERR  +  CNT-EXC
009420         MOVE    RETURN-CODE       TO  UPT700L-RC
009430         WRITE   UPT700L-REC
009440         IF  FILE-STATUS           NOT =   ZERO
009500     END-IF.
009510 RUN-LEDGER-EXT.
009520     EXIT.
009530****************************************************************
009540*    (9.0)   KEIYAKU-CHECK-RTN　（取扱契約・解約チェック）
009550****************************************************************
009560 KEIYAKU-CHECK-RTN                 SECTION.
009570     MOVE     "0"                  TO  KEIYAKU-NG-SW.
009580     MOVE     UEU721-TOR-CD9       TO  KEI-TORIHIKI-CD9.
009590     MOVE     UEU721-MAKER-CD9     TO  KEI-SYUPPAN-CD9.
009600*-----------< 取引先解約チェック >-------------------------------*
009610     MOVE     KEI-TORIHIKI-CD9     TO  UPT715-TORIHIKI-CD9.
009620     READ     UPT715I
009630         INVALID KEY
009640             CONTINUE
009650         NOT INVALID KEY
009660             IF  UPT715-KAIYAKU
009670                 MOVE  "TORIHIKI"      TO  KEI-FIELD
009680                 MOVE  "TOR KAIYAKU"   TO  KEI-RIYU
009690                 MOVE  "1"             TO  KEIYAKU-NG-SW
009700             END-IF
009710     END-READ.
009720*-----------< 出版社解約チェック >-------------------------------*
009730     IF  NOT  KEIYAKU-NG
009740         MOVE     KEI-SYUPPAN-CD9  TO  UPT716-SYUPPAN-CD9
009750         READ     UPT716I
009760             INVALID KEY
009770                 CONTINUE
009780             NOT INVALID KEY
009790                 IF  UPT716-KAIYAKU
009800                     MOVE  "SYUPPAN"       TO  KEI-FIELD
009810                     MOVE  "SYU KAIYAKU"   TO  KEI-RIYU
009820                     MOVE  "1"             TO  KEIYAKU-NG-SW
009830                 END-IF
009840         END-READ
009850     END-IF.
009860*-----------< 取扱契約チェック >---------------------------------*
009870     IF  NOT  KEIYAKU-NG
009880         MOVE     "0"              TO  KEIYAKU-FOUND-SW
009890         MOVE     ZERO             TO  KEIYAKU-END-SW
009900         MOVE     KEI-TORIHIKI-CD9 TO  UPT721-TORIHIKI-CD9
009910         MOVE     KEI-SYUPPAN-CD9  TO  UPT721-SYUPPAN-CD9
009920         MOVE     ZERO             TO  UPT721-FROM-YMD
009930         START    UPT721I
009940             KEY  IS  NOT  LESS  THAN  UPT721-KEY
009950             INVALID KEY
009960                 MOVE  HIGH-VALUE  TO  KEIYAKU-END-SW
009970         END-START
009980         PERFORM  KEIYAKU-SCAN-RTN
009990             UNTIL ( KEIYAKU-END-SW    =   HIGH-VALUE )
010000                OR ( KEIYAKU-FOUND )
010010         IF  NOT  KEIYAKU-FOUND
010020             MOVE  "KEIYAKU"       TO  KEI-FIELD
010030             MOVE  "NO KEIYAKU"    TO  KEI-RIYU
010040             MOVE  "1"             TO  KEIYAKU-NG-SW
010050         END-IF
010060     END-IF.
010070 KEIYAKU-CHECK-EXT.
010080     EXIT.
010090****************************************************************
010100*    (9.1)   KEIYAKU-SCAN-RTN　（取扱契約走査）
010110****************************************************************
010120 KEIYAKU-SCAN-RTN                  SECTION.
010130     READ     UPT721I   NEXT
010140         AT END
010150             MOVE  HIGH-VALUE            TO  KEIYAKU-END-SW
010160         NOT AT END
010170             IF  FILE-STATUS             NOT =   ZERO
010180                 MOVE  215               TO  RETURN-CODE
010190                 MOVE  FILE-STATUS       TO  MSG-725F-ST
010200                 DISPLAY MSG-725F RETURN-CODE  UPON  CONS
010210                 PERFORM ABEND-MSG-RTN
010220                 STOP RUN
010230             END-IF
010240             EVALUATE TRUE
010250                 WHEN  UPT721-TORIHIKI-CD9
010260                                 NOT =   KEI-TORIHIKI-CD9
010270                     MOVE  HIGH-VALUE    TO  KEIYAKU-END-SW
010280                 WHEN  UPT721-SYUPPAN-CD9
010290                                 NOT =   KEI-SYUPPAN-CD9
010300                     MOVE  HIGH-VALUE    TO  KEIYAKU-END-SW
010310                 WHEN  UPT721-FROM-YMD   >   WK-GYOMU-YMD
010320                     MOVE  HIGH-VALUE    TO  KEIYAKU-END-SW
010330                 WHEN  UPT721-TO-YMD     >=  WK-GYOMU-YMD
010340                     MOVE  "1"           TO  KEIYAKU-FOUND-SW
010350                 WHEN  OTHER
010360                     CONTINUE
010370             END-EVALUATE
010380     END-READ.
010390 KEIYAKU-SCAN-EXT.
010400     EXIT.
010410****************************************************************
010420*    (9.2)   EXCEPT-RTN　（契約例外出力）
010430****************************************************************
010440 EXCEPT-RTN                        SECTION.
010450     MOVE     UEU721W-REC (10:80)  TO  UEU721X-REC.
010460     WRITE    UEU721X-REC.
010470     IF  FILE-STATUS               =   ZERO
010480         ADD  1                    TO  CNT-EXC
010490     ELSE
010500         MOVE    212               TO  RETURN-CODE
010510         MOVE    FILE-STATUS       TO  MSG-717F-ST
010520         DISPLAY MSG-717F  RETURN-CODE  UPON  CONS
010530         PERFORM ABEND-MSG-RTN
010540         STOP    RUN
010550     END-IF.
010560*-----------< 契約例外リスト明細編集 >---------------------------*
010570     MOVE     UEU721W-ORG-SEQ      TO  PRT-SEQ.
010580     MOVE     KEI-TORIHIKI-CD9     TO  PRT-TORIHIKI.
010590     MOVE     KEI-TORIHIKI-CD9     TO  WK-NAME-CD9.
010600     PERFORM  TOR-NAME-RTN.
010610     MOVE     WK-TOR-NAME          TO  PRT-TOR-NAME.
010620     MOVE     KEI-SYUPPAN-CD9      TO  PRT-SYUPPAN.
010630     MOVE     KEI-SYUPPAN-CD9      TO  WK-NAME-CD9.
010640     PERFORM  SYU-NAME-RTN.
010650     MOVE     WK-SYU-NAME          TO  PRT-SYU-NAME.
010660     MOVE     KEI-FIELD            TO  PRT-FIELD.
010670     MOVE     KEI-RIYU             TO  PRT-RIYU.
010680     MOVE     PRT-MEISAI           TO  PRT-LINE.
010690     PERFORM  EXC-LIST-WRITE-RTN.
010700 EXCEPT-EXT.
010710     EXIT.
010720****************************************************************
010730*    (9.3)   EXC-LIST-WRITE-RTN　（契約例外リスト出力）
010740****************************************************************
010750 EXC-LIST-WRITE-RTN                SECTION.
010760     IF  EXC-LINE-CNT              >   EXC-MAX-LINE
010770         PERFORM  EXC-MIDASI-RTN
010780     END-IF.
010790     WRITE    UEU721XR-REC         FROM  PRT-LINE
010800         AFTER  ADVANCING  1  LINE.
010810     IF  FILE-STATUS               =   ZERO
010820         ADD  1                    TO  EXC-LINE-CNT
010830     ELSE
010840         MOVE    214               TO  RETURN-CODE
010850         MOVE    FILE-STATUS       TO  MSG-723F-ST
010860         DISPLAY MSG-723F  RETURN-CODE  UPON  CONS
010870         PERFORM ABEND-MSG-RTN
010880         STOP    RUN
010890     END-IF.
010900 EXC-LIST-WRITE-EXT.
010910     EXIT.
010920****************************************************************
010930*    (9.4)   EXC-MIDASI-RTN　（契約例外リスト見出し出力）
010940****************************************************************
010950 EXC-MIDASI-RTN                    SECTION.
010960     ADD      1                    TO  EXC-PAGE-CNT.
010970     MOVE     WK-YYYY              TO  PRT-E1-YYYY.
010980     MOVE     WK-MM                TO  PRT-E1-MM.
010990     MOVE     WK-DD                TO  PRT-E1-DD.
011000     MOVE     EXC-PAGE-CNT         TO  PRT-E1-PAGE.
011010     WRITE    UEU721XR-REC         FROM  PRT-EXC-MIDASI1
011020         AFTER  ADVANCING  PAGE.
011030     WRITE    UEU721XR-REC         FROM  PRT-MIDASI2
011040         AFTER  ADVANCING  2  LINES.
011050     MOVE     SPACE                TO  UEU721XR-REC.
011060     WRITE    UEU721XR-REC
011070         AFTER  ADVANCING  1  LINE.
011080     MOVE     4                    TO  EXC-LINE-CNT.
011090 EXC-MIDASI-EXT.
011100     EXIT.
011110****************************************************************
011120*    (10.0)  EIGYO-CHECK-RTN　（営業日チェック）
011130****************************************************************
011140 EIGYO-CHECK-RTN                   SECTION.
011150     MOVE     "0"                  TO  KYUGYO-SW.
011160     OPEN     INPUT    UPT730I.
011170     IF  FILE-STATUS               =   ZERO
011180         MOVE     WK-GYOMU-YMD     TO  UPT730-YMD
011190         READ     UPT730I
011200             INVALID KEY
011210                 CONTINUE
011220             NOT INVALID KEY
011230                 MOVE  "1"         TO  KYUGYO-SW
011240         END-READ
011250         CLOSE    UPT730I
011260     ELSE
011270         IF  FILE-STATUS           =   "35"
011280             CONTINUE
011290         ELSE
011300             MOVE    252           TO  RETURN-CODE
011310             MOVE    FILE-STATUS   TO  MSG-775F-ST
011320             DISPLAY MSG-775F  RETURN-CODE  UPON  CONS
011330             PERFORM ABEND-MSG-RTN
011340             STOP    RUN
011350         END-IF
011360     END-IF.
011370*-----------< 休業日：日付省略時はスキップ、指定時はエラー >---*
011380     IF  KYUGYO-BI
011390         IF  FORCE-REQUESTED
011400             CONTINUE
011410         ELSE
011420             IF  ARG-DATE-SUPPLIED
011430                 MOVE    WK-GYOMU-YMD  TO  MSG-773F-YMD
011440                 MOVE    251           TO  RETURN-CODE
011450                 DISPLAY MSG-773F      UPON  CONS
011460                 PERFORM ABEND-MSG-RTN
011470                 STOP    RUN
011480             ELSE
011490                 MOVE    WK-GYOMU-YMD  TO  MSG-771W-YMD
011500                 DISPLAY MSG-771W      UPON  CONS
011510                 MOVE    4             TO  RETURN-CODE
011520                 PERFORM END-MSG-RTN
011530                 STOP    RUN
011540             END-IF
011550         END-IF
011560     END-IF.
011570 EIGYO-CHECK-EXT.
011580     EXIT.
