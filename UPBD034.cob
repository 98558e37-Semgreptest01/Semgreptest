000010****************************************************************
000020*    システム名    ： 新聞競馬新聞実績
000030*    プログラム名  ： マスタ変更履歴照会リスト作成処理
000040*    プログラムＩＤ： UPBD034
000050*    作  成  者    ： T.HARUYAMA
000060*    作  成  日    ： 2004年10月26日
000061*    修  正  日    ： 2004年11月29日 手数料率・カレンダ・配本基準追加
000070****************************************************************
000080 IDENTIFICATION                    DIVISION.
000090 PROGRAM-ID.                       UPBD034.
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
000230*------------ファイル   （入力・マスタ変更履歴）---------------*
000240     SELECT  UPT737L      ASSIGN     TO  UPT737L
000250                      STATUS     IS  FILE-STATUS.
000260*------------ファイル   （ソート作業）-------------------------*
000270     SELECT  SORT-FILE    ASSIGN     TO  SORTWK1.
000280*------------ファイル   （入力・整列済み）---------------------*
000290     SELECT  UPT737W      ASSIGN
000300                                TO  UPT737W
000310             ACCESS  MODE       IS  SEQUENTIAL
000320             FILE    STATUS     FILE-STATUS.
000330*------------ファイル   （変更履歴リスト）---------------------*
000340     SELECT  UPT737R      ASSIGN     TO  UPT737R
000350             ACCESS  MODE       IS  SEQUENTIAL
000360             FILE    STATUS     FILE-STATUS.
000370*
000380 DATA                              DIVISION.
000390 FILE                              SECTION.
000400*
000410****************************************************************
000420*            ファイル   （入力・マスタ変更履歴）
000430****************************************************************
000440 FD  UPT737L        LABEL  RECORD STANDARD.
000450 01  UPT737L-IN-REC          PIC X(160).
000460*
000470****************************************************************
000480*            ファイル   （ソート作業）
000490****************************************************************
000500 SD  SORT-FILE.
000510 01  SORT-REC.
000520     05  SORT-MST-ID              PIC X(06).
000530     05  SORT-MST-KEY             PIC X(20).
000540     05  FILLER                   PIC X(81).
000550     05  SORT-SYORI-YMD           PIC 9(08).
000560     05  SORT-SYORI-TIME          PIC 9(06).
000570     05  FILLER                   PIC X(39).
000580*
000590****************************************************************
000600*            ファイル   （入力・整列済み）
000610****************************************************************
000620 FD  UPT737W        LABEL  RECORD STANDARD.
000630 01  UPT737W-REC.
000640     COPY   UPT737C.
000650*
000660****************************************************************
000670*            ファイル   （変更履歴リスト）
000680****************************************************************
000690 FD  UPT737R        LABEL  RECORD STANDARD.
000700 01  UPT737R-REC             PIC X(132).
000710*
000720 WORKING-STORAGE                   SECTION.
000730*---------------< WORK-AREA定義 >-----------------------------*
000740 01  SW-AREA.
000750     03  END-SW                        PIC X(02) VALUE ZERO.
000760     03  FIRST-REC-SW                  PIC X(01) VALUE "1".
000770         88  FIRST-REC                 VALUE "1".
000780     03  SENTAKU-SW                    PIC X(01) VALUE "0".
000790         88  SENTAKU-OK                VALUE "1".
000800 01  WK-DATE.
000810     03  WK-Y                          PIC  9(2).
000820     03  WK-M                          PIC  9(2).
000830     03  WK-D                          PIC  9(2).
000840 01  WK-YYYYMMDD.
000850     03  WK-YYYY.
000860       05  WK-20                       PIC  9(2).
000870       05  WK-YY                       PIC  9(2).
000880     03  WK-MM                         PIC  9(2).
000890     03  WK-DD                         PIC  9(2).
000900     03  WK-TIME.
000910       05  WK-TIM                      PIC  9(2).
000920       05  WK-MIN                      PIC  9(2).
000930       05  WK-SEC                      PIC  9(2).
000940*---------------< ステータスの定義 >--------------------------*
000950 01  STATUS-AREA.
000960     03  FILE-STATUS                   PIC X(02) VALUE ZERO.
000970*---------------< 起動パラメタの定義 >------------------------*
000980 01  ARG-AREA.
000990     03  ARG-CNT                       PIC 9(02) VALUE ZERO.
001000*---------------< 起動パラメタ（詳細）の定義 >----------------*
001010 01  ARG-DETAIL-AREA.
001020     03  ARG-IDX                       PIC 9(02) VALUE ZERO.
001030     03  ARG-VALUE                     PIC X(20) VALUE SPACES.
001040     03  ARG-YYYYMMDD.
001050         05  ARG-YYYY                  PIC 9(04).
001060         05  ARG-MM                    PIC 9(02).
001070         05  ARG-DD                    PIC 9(02).
001080*---------------< 選択条件の定義 >----------------------------*
001090 01  SENTAKU-AREA.
001100     03  SEL-MST-ID                    PIC X(06) VALUE SPACE.
001110         88  SEL-MST-VALID             VALUE "UPT706" "UPT710"
001120                                             "UPT712" "UPT718"
001121                                             "UPT727" "UPT730"
001122                                             "UPT733".
001130     03  SEL-KEY                       PIC X(16) VALUE SPACE.
001140     03  SEL-KEY-LEN                   PIC 9(02) VALUE ZERO.
001150     03  SEL-FROM-YMD                  PIC 9(08) VALUE ZERO.
001160     03  SEL-TO-YMD                    PIC 9(08) VALUE 99999999.
001170*---------------< カウントの定義 >----------------------------*
001180 01  UPT737-CNT-AREA.
001190     03  CNT-IN                        PIC 9(09) VALUE ZERO.
001200     03  CNT-SEL                       PIC 9(09) VALUE ZERO.
001210*---------------< ブレイクキーの定義 >------------------------*
001220 01  KEY-AREA.
001230     03  OLD-MST-ID                    PIC X(06) VALUE SPACE.
001240     03  OLD-MST-KEY                   PIC X(20) VALUE SPACE.
001250*---------------< 履歴リスト制御の定義 >----------------------*
001260 01  PRT-CTL-AREA.
001270     03  LINE-CNT                      PIC 9(03) VALUE 99.
001280     03  PAGE-CNT                      PIC 9(05) VALUE ZERO.
001290     03  MAX-LINE                      PIC 9(03) VALUE 60.
001300 01  PRT-LINE                          PIC X(132).
001310*---------------< 履歴リスト見出しの定義 >--------------------*
001320 01  PRT-MIDASI1.
001330     03  FILLER                        PIC X(09) VALUE
001340     "UPBD034  ".
001350     03  FILLER                        PIC X(35) VALUE
001360     "MASTER CHANGE HISTORY LIST         ".
001370     03  FILLER                        PIC X(05) VALUE
001380     "DATE:".
001390     03  PRT-M1-YYYY                   PIC 9(04).
001400     03  FILLER                        PIC X(01) VALUE "/".
001410     03  PRT-M1-MM                     PIC 9(02).
001420     03  FILLER                        PIC X(01) VALUE "/".
001430     03  PRT-M1-DD                     PIC 9(02).
001440     03  FILLER                        PIC X(07) VALUE
001450     "  PAGE:".
001460     03  PRT-M1-PAGE                   PIC ZZZZ9.
001470 01  PRT-MIDASI2.
001480     03  FILLER                        PIC X(08) VALUE
001490     "SELECT  ".
001500     03  FILLER                        PIC X(04) VALUE
001510     "MST=".
001520     03  PRT-M2-MST                    PIC X(06).
001530     03  FILLER                        PIC X(06) VALUE
001540     "  KEY=".
001550     03  PRT-M2-KEY                    PIC X(16).
001560     03  FILLER                        PIC X(07) VALUE
001570     "  FROM=".
001580     03  PRT-M2-FROM                   PIC 9(08).
001590     03  FILLER                        PIC X(05) VALUE
001600     "  TO=".
001610     03  PRT-M2-TO                     PIC 9(08).
001620 01  PRT-MIDASI3.
001630     03  FILLER                        PIC X(12) VALUE
001640     "DATE        ".
001650     03  FILLER                        PIC X(10) VALUE
001660     "TIME      ".
001670     03  FILLER                        PIC X(08) VALUE
001680     "MASTER  ".
001690     03  FILLER                        PIC X(22) VALUE
001700     "KEY                   ".
001710     03  FILLER                        PIC X(05) VALUE
001720     "FUNC ".
001730     03  FILLER                        PIC X(10) VALUE
001740     "OPE-ID    ".
001750     03  FILLER                        PIC X(10) VALUE
001760     "PROGRAM   ".
001770     03  FILLER                        PIC X(05) VALUE
001780     "IMAGE".
001790*---------------< 履歴リスト明細の定義 >----------------------*
001800 01  PRT-MEISAI.
001810     03  PRT-YMD.
001820       05  PRT-YYYY                    PIC 9(04).
001830       05  PRT-YMD-S1                  PIC X(01).
001840       05  PRT-MM                      PIC 9(02).
001850       05  PRT-YMD-S2                  PIC X(01).
001860       05  PRT-DD                      PIC 9(02).
001870     03  FILLER                        PIC X(02) VALUE SPACE.
001880     03  PRT-TIME.
001890       05  PRT-HH                      PIC 9(02).
001900       05  PRT-TIME-S1                 PIC X(01).
001910       05  PRT-MI                      PIC 9(02).
001920       05  PRT-TIME-S2                 PIC X(01).
001930       05  PRT-SS                      PIC 9(02).
001940     03  FILLER                        PIC X(02) VALUE SPACE.
001950     03  PRT-MST                       PIC X(06).
001960     03  FILLER                        PIC X(02) VALUE SPACE.
001970     03  PRT-KEY                       PIC X(20).
001980     03  FILLER                        PIC X(02) VALUE SPACE.
001990     03  PRT-KOSIN                     PIC X(03).
002000     03  FILLER                        PIC X(02) VALUE SPACE.
002010     03  PRT-OPE-ID                    PIC X(08).
002020     03  FILLER                        PIC X(02) VALUE SPACE.
002030     03  PRT-PGID                      PIC X(08).
002040     03  FILLER                        PIC X(02) VALUE SPACE.
002050     03  PRT-IMG-KBN                   PIC X(07).
002060     03  PRT-IMG                       PIC X(40).
002070*
002080*---------------< メッセージ１の定義 >------------------------*
002090 01  MSG-PGID                          PIC X(08) VALUE
002100     "UPBD034".
002110 01  MESSAGE-AREA1.
002120     03  MESSAGE-START.
002130       05  FILLER                      PIC X(12) VALUE
002140     "++ UPBD034 ".
002150       05  MESSAGE-START-YMD.
002160         07  MESSAGE-START-YYYY        PIC 9(04).
002170         07  FILLER                    PIC X(01) VALUE "/".
002180         07  MESSAGE-START-MM          PIC 9(02).
002190         07  FILLER                    PIC X(01) VALUE "/".
002200         07  MESSAGE-START-DD          PIC 9(02).
002210         07  FILLER                    PIC X(01) VALUE " ".
002220         07  MESSAGE-START-TIM         PIC 9(02).
002230         07  FILLER                    PIC X(01) VALUE ":".
002240         07  MESSAGE-START-MIN         PIC 9(02).
002250         07  FILLER                    PIC X(01) VALUE ":".
002260         07  MESSAGE-START-SEC         PIC 9(02).
002270         07  FILLER                    PIC X(01) VALUE " ".
002280       05  FILLER                      PIC X(08) VALUE
002290     "*START* ".
002300     03  MESSAGE-END.
002310       05  FILLER                      PIC X(12) VALUE
002320     "++ UPBD034 ".
002330       05  MESSAGE-END-YMD.
002340         07  MESSAGE-END-YYYY          PIC 9(04).
002350         07  FILLER                    PIC X(01) VALUE "/".
002360         07  MESSAGE-END-MM            PIC 9(02).
002370         07  FILLER                    PIC X(01) VALUE "/".
002380         07  MESSAGE-END-DD            PIC 9(02).
002390         07  FILLER                    PIC X(01) VALUE " ".
002400         07  MESSAGE-END-TIM           PIC 9(02).
002410         07  FILLER                    PIC X(01) VALUE ":".
002420         07  MESSAGE-END-MIN           PIC 9(02).
002430         07  FILLER                    PIC X(01) VALUE ":".
002440         07  MESSAGE-END-SEC           PIC 9(02).
002450         07  FILLER                    PIC X(01) VALUE " ".
002460       05  FILLER                      PIC X(13) VALUE
002470     "*NORMAL END* ".
002480     03  MESSAGE-ABEND.
002490       05  FILLER                      PIC X(12) VALUE
002500     "++ UPBD034 ".
002510       05  MESSAGE-ABEND-YMD.
002520         07  MESSAGE-ABEND-YYYY        PIC 9(04).
002530         07  FILLER                    PIC X(01) VALUE "/".
002540         07  MESSAGE-ABEND-MM          PIC 9(02).
002550         07  FILLER                    PIC X(01) VALUE "/".
002560         07  MESSAGE-ABEND-DD          PIC 9(02).
002570         07  FILLER                    PIC X(01) VALUE " ".
002580         07  MESSAGE-ABEND-TIM         PIC 9(02).
002590         07  FILLER                    PIC X(01) VALUE ":".
002600         07  MESSAGE-ABEND-MIN         PIC 9(02).
002610         07  FILLER                    PIC X(01) VALUE ":".
002620         07  MESSAGE-ABEND-SEC         PIC 9(02).
002630         07  FILLER                    PIC X(01) VALUE " ".
002640       05  FILLER                      PIC X(15) VALUE
002650     "*ABNORMAL END* ".
002660     03  MESSAGE-0.
002670       05  MSG0-PGID                   PIC X(08).
002680       05  MSG0-NAME                   PIC X(41).
002690*
002700*---< メッセージ２の定義 >---*
002710 01  MESSAGE-AREA2.
002720     03  MSG-501I.
002730       05  FILLER                      PIC  X(41) VALUE
002740     "++ UPBD034  501I UPT737L      IN COUNT = ".
002750     03  MSG-503I.
002760       05  FILLER                      PIC  X(41) VALUE
002770     "++ UPBD034  503I UPT737L  SELECT COUNT = ".
002780     03  MSG-501F.
002790       05  FILLER                      PIC  X(41) VALUE
002800     "++ UPBD034  501F UPT737W OPEN  ERROR ST= ".
002810       05  MSG-501F-ST                 PIC  9(03).
002820     03  MSG-503F.
002830       05  FILLER                      PIC  X(41) VALUE
002840     "++ UPBD034  503F UPT737W READ  ERROR ST= ".
002850       05  MSG-503F-ST                 PIC  9(03).
002860     03  MSG-519F.
002870       05  FILLER                      PIC  X(41) VALUE
002880     "++ UPBD034  519F UPT737L SORT  ERROR RC= ".
002890       05  MSG-519F-ST                 PIC  9(03).
002900     03  MSG-705F.
002910       05  FILLER                      PIC  X(41) VALUE
002920     "++ UPBD034  705F LIST    OPEN  ERROR ST= ".
002930       05  MSG-705F-ST                 PIC  9(03).
002940     03  MSG-707F.
002950       05  FILLER                      PIC  X(41) VALUE
002960     "++ UPBD034  707F LIST    WRITE ERROR ST= ".
002970       05  MSG-707F-ST                 PIC  9(03).
002980     03  MSG-721F.
002990       05  FILLER                      PIC  X(41) VALUE
003000     "++ UPBD034  721F MST=   ARGUMENT INVALID ".
003010     03  MSG-723F.
003020       05  FILLER                      PIC  X(41) VALUE
003030     "++ UPBD034  723F KEY=   ARGUMENT INVALID ".
003040     03  MSG-725F.
003050       05  FILLER                      PIC  X(41) VALUE
003060     "++ UPBD034  725F FROM=  ARGUMENT INVALID ".
003070     03  MSG-727F.
003080       05  FILLER                      PIC  X(41) VALUE
003090     "++ UPBD034  727F TO=    ARGUMENT INVALID ".
003100     03  MSG-729F.
003110       05  FILLER                      PIC  X(41) VALUE
003120     "++ UPBD034  729F FROM/TO  RANGE INVALID  ".
003130*
003140 PROCEDURE                         DIVISION.
003150****************************************************************
003160*    (0.0)   メイン              処理                          *
003170****************************************************************
003180 MAIN-RTN                          SECTION.
003190*
003200     PERFORM      INIT-RTN.
003210*
003220     PERFORM      PROC-RTN
003230         UNTIL    END-SW           =   HIGH-VALUE.
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
003380*
003390     PERFORM      ARG-RTN.
003400     IF  SEL-FROM-YMD              >   SEL-TO-YMD
003410         DISPLAY MSG-729F          UPON  CONS
003420         MOVE    229               TO  RETURN-CODE
003430         PERFORM ABEND-MSG-RTN
003440         STOP    RUN
003450     END-IF.
003460*-----------< ファイル  （変更履歴）整列  >--------------------*
003470     SORT     SORT-FILE
003480         ON   ASCENDING  KEY   SORT-MST-ID
003490                               SORT-MST-KEY
003500                               SORT-SYORI-YMD
003510                               SORT-SYORI-TIME
003520         WITH DUPLICATES  IN  ORDER
003530         USING    UPT737L
003540         GIVING   UPT737W.
003550     IF  SORT-RETURN               =   ZERO
003560         CONTINUE
003570     ELSE
003580         MOVE    100               TO  RETURN-CODE
003590         MOVE    SORT-RETURN       TO  MSG-519F-ST
003600         DISPLAY MSG-519F RETURN-CODE UPON CONS
003610         PERFORM ABEND-MSG-RTN
003620         STOP    RUN
003630     END-IF.
003640*-----------< ファイル  （整列済み）ＯＰＥＮ  >----------------*
003650     OPEN INPUT UPT737W.
003660     IF  FILE-STATUS               =   ZERO
003670         CONTINUE
003680     ELSE
003690         MOVE    101               TO  RETURN-CODE
003700         MOVE    FILE-STATUS       TO  MSG-501F-ST
003710         DISPLAY MSG-501F RETURN-CODE UPON CONS
003720         PERFORM ABEND-MSG-RTN
003730         STOP    RUN
003740     END-IF.
003750*-----------< ファイル  （変更履歴リスト）ＯＰＥＮ  >----------*
003760     OPEN OUTPUT UPT737R.
003770     IF  FILE-STATUS               =   ZERO
003780         CONTINUE
003790     ELSE
003800         MOVE    203               TO  RETURN-CODE
003810         MOVE    FILE-STATUS       TO  MSG-705F-ST
003820         DISPLAY MSG-705F RETURN-CODE UPON CONS
003830         PERFORM ABEND-MSG-RTN
003840         STOP    RUN
003850     END-IF.
003860*-----------< 初期ロード >-------------------------------------*
003870     PERFORM      READ-RTN.
003880 INIT-EXT.
003890     EXIT.
003900****************************************************************
003910*    (1.1)   ARG-RTN　（起動パラメタ判定）
003920****************************************************************
003930 ARG-RTN                           SECTION.
003940     ACCEPT   ARG-CNT               FROM  BANGO.
003950     PERFORM  ARG-READ-RTN
003960         VARYING ARG-IDX FROM 1 BY 1
003970         UNTIL   ARG-IDX             >     ARG-CNT.
003980 ARG-EXT.
003990     EXIT.
004000****************************************************************
004010*    (1.2)   ARG-READ-RTN　（起動パラメタ　１件判定）
004020****************************************************************
004030 ARG-READ-RTN                       SECTION.
004040     DISPLAY  ARG-IDX               UPON  BANGO.
004050     ACCEPT   ARG-VALUE             FROM  ATAI
004060         ON EXCEPTION
004070             CONTINUE
004080         NOT ON EXCEPTION
004090             IF  ARG-VALUE (1:4)     =    "MST="
004100                 MOVE  ARG-VALUE (5:6)  TO  SEL-MST-ID
004110                 IF  SEL-MST-VALID
004120                     CONTINUE
004130                 ELSE
004140                     DISPLAY MSG-721F        UPON  CONS
004150                     MOVE    221              TO   RETURN-CODE
004160                     PERFORM ABEND-MSG-RTN
004170                     STOP    RUN
004180                 END-IF
004190             END-IF
004200             IF  ARG-VALUE (1:4)     =    "KEY="
004210                 PERFORM  ARG-KEY-RTN
004220             END-IF
004230             IF  ARG-VALUE (1:5)     =    "FROM="
004240                 MOVE  ARG-VALUE (6:8)  TO  ARG-YYYYMMDD
004250                 PERFORM  ARG-DATE-RTN
004260                 IF  ARG-YYYYMMDD        =    ZERO
004270                     DISPLAY MSG-725F        UPON  CONS
004280                     MOVE    225              TO   RETURN-CODE
004290                     PERFORM ABEND-MSG-RTN
004300                     STOP    RUN
004310                 ELSE
004320                     MOVE  ARG-YYYYMMDD     TO  SEL-FROM-YMD
004330                 END-IF
004340             END-IF
004350             IF  ARG-VALUE (1:3)     =    "TO="
004360                 MOVE  ARG-VALUE (4:8)  TO  ARG-YYYYMMDD
004370                 PERFORM  ARG-DATE-RTN
004380                 IF  ARG-YYYYMMDD        =    ZERO
004390                     DISPLAY MSG-727F        UPON  CONS
004400                     MOVE    227              TO   RETURN-CODE
004410                     PERFORM ABEND-MSG-RTN
004420                     STOP    RUN
004430                 ELSE
004440                     MOVE  ARG-YYYYMMDD     TO  SEL-TO-YMD
004450                 END-IF
004460             END-IF
004470     END-ACCEPT.
004480 ARG-READ-EXT.
004490     EXIT.
004500****************************************************************
004510*    (1.3)   ARG-KEY-RTN　（キー指定判定）
004520****************************************************************
004530 ARG-KEY-RTN                       SECTION.
004540     MOVE     ARG-VALUE (5:16)     TO  SEL-KEY.
004550     MOVE     ZERO                 TO  SEL-KEY-LEN.
004560     INSPECT  SEL-KEY  TALLYING  SEL-KEY-LEN
004570         FOR  CHARACTERS  BEFORE  INITIAL  SPACE.
004580     IF  SEL-KEY-LEN               =   ZERO
004590         DISPLAY MSG-723F          UPON  CONS
004600         MOVE    223               TO   RETURN-CODE
004610         PERFORM ABEND-MSG-RTN
004620         STOP    RUN
004630     END-IF.
004640 ARG-KEY-EXT.
004650     EXIT.
004660****************************************************************
004670*    (1.4)   ARG-DATE-RTN　（日付指定判定）
004680****************************************************************
004690 ARG-DATE-RTN                      SECTION.
004700     IF  ARG-YYYYMMDD              NUMERIC
004710         IF  ARG-MM > ZERO  AND  ARG-MM <= 12  AND
004720             ARG-DD  >  ZERO   AND  ARG-DD  <=  31
004730             CONTINUE
004740         ELSE
004750             MOVE  ZERO            TO  ARG-YYYYMMDD
004760         END-IF
004770     ELSE
004780         MOVE  ZERO                TO  ARG-YYYYMMDD
004790     END-IF.
004800 ARG-DATE-EXT.
004810     EXIT.
004820****************************************************************
004830*    (1.5)   READ-RTN
004840****************************************************************
004850 READ-RTN                          SECTION.
004860     READ      UPT737W
004870         AT    END
004880         MOVE  HIGH-VALUE                TO  END-SW
004890*
004900         NOT AT END
004910         IF    FILE-STATUS               =   ZERO
004920               ADD   +1                  TO  CNT-IN
004930         ELSE
004940               MOVE  103                 TO  RETURN-CODE
004950               MOVE FILE-STATUS          TO  MSG-503F-ST
004960               DISPLAY MSG-503F RETURN-CODE  UPON  CONS
004970               PERFORM ABEND-MSG-RTN
004980               STOP RUN
004990         END-IF.
005000 READ-EXT.
005010     EXIT.
005020****************************************************************
005030*    (2.0)   PROC-RTN　（履歴明細出力）                        *
005040****************************************************************
005050 PROC-RTN                          SECTION.
005060*
005070     PERFORM  SENTAKU-RTN.
005080     IF  SENTAKU-OK
005090         PERFORM  MEISAI-RTN
005100     END-IF.
005110*-----------< READ処理 >-------------------------------------*
005120     PERFORM  READ-RTN.
005130*
005140 PROC-EXT.
005150     EXIT.
005160****************************************************************
005170*    (2.1)   SENTAKU-RTN　（選択条件判定）
005180****************************************************************
005190 SENTAKU-RTN                       SECTION.
005200     MOVE     "1"                  TO  SENTAKU-SW.
005210     IF  SEL-MST-ID                NOT =   SPACE   AND
005220         UPT737-MST-ID             NOT =   SEL-MST-ID
005230         MOVE  "0"                 TO  SENTAKU-SW
005240     END-IF.
005250     IF  SEL-KEY-LEN               >   ZERO
005260         IF  UPT737-MST-KEY (1:SEL-KEY-LEN)  NOT =
005270             SEL-KEY (1:SEL-KEY-LEN)
005280             MOVE  "0"             TO  SENTAKU-SW
005290         END-IF
005300     END-IF.
005310     IF  UPT737-SYORI-YMD          <   SEL-FROM-YMD  OR
005320         UPT737-SYORI-YMD          >   SEL-TO-YMD
005330         MOVE  "0"                 TO  SENTAKU-SW
005340     END-IF.
005350 SENTAKU-EXT.
005360     EXIT.
005370****************************************************************
005380*    (2.2)   MEISAI-RTN　（変更前後イメージ出力）
005390****************************************************************
005400 MEISAI-RTN                        SECTION.
005410     ADD      1                    TO  CNT-SEL.
005420     IF  NOT  FIRST-REC
005430         IF  UPT737-MST-ID         NOT =   OLD-MST-ID   OR
005440             UPT737-MST-KEY        NOT =   OLD-MST-KEY
005450             MOVE     SPACE        TO  PRT-LINE
005460             PERFORM  LIST-WRITE-RTN
005470         END-IF
005480     END-IF.
005490     MOVE     "0"                  TO  FIRST-REC-SW.
005500     MOVE     UPT737-MST-ID        TO  OLD-MST-ID.
005510     MOVE     UPT737-MST-KEY       TO  OLD-MST-KEY.
005520*-----------< 変更前イメージ行 >-------------------------------*
005530     MOVE     SPACE                TO  PRT-MEISAI.
005540     MOVE     UPT737-SYORI-YMD (1:4)  TO  PRT-YYYY.
005550     MOVE     "/"                  TO  PRT-YMD-S1.
005560     MOVE     UPT737-SYORI-YMD (5:2)  TO  PRT-MM.
005570     MOVE     "/"                  TO  PRT-YMD-S2.
005580     MOVE     UPT737-SYORI-YMD (7:2)  TO  PRT-DD.
005590     MOVE     UPT737-SYORI-TIME (1:2) TO  PRT-HH.
005600     MOVE     ":"                  TO  PRT-TIME-S1.
005610     MOVE     UPT737-SYORI-TIME (3:2) TO  PRT-MI.
005620     MOVE     ":"                  TO  PRT-TIME-S2.
005630     MOVE     UPT737-SYORI-TIME (5:2) TO  PRT-SS.
005640     MOVE     UPT737-MST-ID        TO  PRT-MST.
005650     MOVE     UPT737-MST-KEY       TO  PRT-KEY.
005660     EVALUATE TRUE
005670         WHEN  UPT737-KOSIN-ADD
005680             MOVE  "ADD"           TO  PRT-KOSIN
005690         WHEN  UPT737-KOSIN-CHG
005700             MOVE  "CHG"           TO  PRT-KOSIN
005710         WHEN  UPT737-KOSIN-DEL
005720             MOVE  "DEL"           TO  PRT-KOSIN
005730         WHEN  OTHER
005740             MOVE  "???"           TO  PRT-KOSIN
005750     END-EVALUATE.
005760     MOVE     UPT737-OPE-ID        TO  PRT-OPE-ID.
005770     MOVE     UPT737-PGID          TO  PRT-PGID.
005780     MOVE     "BEFORE "            TO  PRT-IMG-KBN.
005790     IF  UPT737-MAE-IMG            =   SPACE
005800         MOVE  "*NONE*"            TO  PRT-IMG
005810     ELSE
005820         MOVE  UPT737-MAE-IMG      TO  PRT-IMG
005830     END-IF.
005840     MOVE     PRT-MEISAI           TO  PRT-LINE.
005850     PERFORM  LIST-WRITE-RTN.
005860*-----------< 変更後イメージ行 >-------------------------------*
005870     MOVE     SPACE                TO  PRT-MEISAI.
005880     MOVE     "AFTER  "            TO  PRT-IMG-KBN.
005890     IF  UPT737-ATO-IMG            =   SPACE
005900         MOVE  "*NONE*"            TO  PRT-IMG
005910     ELSE
005920         MOVE  UPT737-ATO-IMG      TO  PRT-IMG
005930     END-IF.
005940     MOVE     PRT-MEISAI           TO  PRT-LINE.
005950     PERFORM  LIST-WRITE-RTN.
005960 MEISAI-EXT.
005970     EXIT.
005980****************************************************************
005990*    (2.3)   LIST-WRITE-RTN　（履歴リスト出力）
006000****************************************************************
006010 LIST-WRITE-RTN                    SECTION.
006020     IF  LINE-CNT                  >   MAX-LINE
006030         PERFORM  MIDASI-RTN
006040     END-IF.
006050     WRITE    UPT737R-REC          FROM  PRT-LINE
006060         AFTER  ADVANCING  1  LINE.
006070     IF  FILE-STATUS               =   ZERO
006080         ADD  1                    TO  LINE-CNT
006090     ELSE
006100         MOVE    204               TO  RETURN-CODE
006110         MOVE    FILE-STATUS       TO  MSG-707F-ST
006120         DISPLAY MSG-707F  RETURN-CODE  UPON  CONS
006130         PERFORM ABEND-MSG-RTN
006140         STOP    RUN
006150     END-IF.
006160 LIST-WRITE-EXT.
006170     EXIT.
006180****************************************************************
006190*    (2.4)   MIDASI-RTN　（履歴リスト見出し出力）
006200****************************************************************
006210 MIDASI-RTN                        SECTION.
006220     ADD      1                    TO  PAGE-CNT.
006230     MOVE     WK-YYYY              TO  PRT-M1-YYYY.
006240     MOVE     WK-MM                TO  PRT-M1-MM.
006250     MOVE     WK-DD                TO  PRT-M1-DD.
006260     MOVE     PAGE-CNT             TO  PRT-M1-PAGE.
006270     IF  SEL-MST-ID                =   SPACE
006280         MOVE  "*ALL*"             TO  PRT-M2-MST
006290     ELSE
006300         MOVE  SEL-MST-ID          TO  PRT-M2-MST
006310     END-IF.
006320     IF  SEL-KEY-LEN               =   ZERO
006330         MOVE  "*ALL*"             TO  PRT-M2-KEY
006340     ELSE
006350         MOVE  SEL-KEY             TO  PRT-M2-KEY
006360     END-IF.
006370     MOVE     SEL-FROM-YMD         TO  PRT-M2-FROM.
006380     MOVE     SEL-TO-YMD           TO  PRT-M2-TO.
006390     WRITE    UPT737R-REC          FROM  PRT-MIDASI1
006400         AFTER  ADVANCING  PAGE.
006410     WRITE    UPT737R-REC          FROM  PRT-MIDASI2
006420         AFTER  ADVANCING  1  LINE.
006430     WRITE    UPT737R-REC          FROM  PRT-MIDASI3
006440         AFTER  ADVANCING  2  LINES.
006450     MOVE     SPACE                TO  UPT737R-REC.
006460     WRITE    UPT737R-REC
006470         AFTER  ADVANCING  1  LINE.
006480     MOVE     5                    TO  LINE-CNT.
006490 MIDASI-EXT.
006500     EXIT.
006510****************************************************************
006520*    (3.0)     ＳＴＡＲＴメッセージ処理                        *
006530****************************************************************
006540 START-MSG-RTN                     SECTION.
006550     ACCEPT  WK-DATE               FROM   DATE.
006560     ACCEPT  WK-TIME               FROM   TIME.
006570     MOVE    WK-Y                  TO     WK-YY.
006580     MOVE    WK-M                  TO     WK-MM.
006590     MOVE    WK-D                  TO     WK-DD.
006600     MOVE    20                    TO     WK-20.
006610*
006620     MOVE    WK-YYYY               TO     MESSAGE-START-YYYY.
006630     MOVE    WK-MM                 TO     MESSAGE-START-MM.
006640     MOVE    WK-DD                 TO     MESSAGE-START-DD.
006650     MOVE    WK-TIM                TO     MESSAGE-START-TIM.
006660     MOVE    WK-MIN                TO     MESSAGE-START-MIN.
006670     MOVE    WK-SEC                TO     MESSAGE-START-SEC.
006680*
006690     DISPLAY  MESSAGE-START  UPON CONS.
006700*
006710 START-MSG-EXT.
006720     EXIT.
006730****************************************************************
006740*    (4.0)     ＡＢＥＮＤメッセージ処理                        *
006750****************************************************************
006760 ABEND-MSG-RTN                     SECTION.
006770     ACCEPT  WK-DATE               FROM   DATE.
006780     ACCEPT  WK-TIME               FROM   TIME.
006790     MOVE    WK-Y                  TO     WK-YY.
006800     MOVE    WK-M                  TO     WK-MM.
006810     MOVE    WK-D                  TO     WK-DD.
006820     MOVE    20                    TO     WK-20.
006830*
006840     MOVE    WK-YYYY               TO     MESSAGE-ABEND-YYYY.
006850     MOVE    WK-MM                 TO     MESSAGE-ABEND-MM.
006860     MOVE    WK-DD                 TO     MESSAGE-ABEND-DD.
006870     MOVE    WK-TIM                TO     MESSAGE-ABEND-TIM.
006880     MOVE    WK-MIN                TO     MESSAGE-ABEND-MIN.
006890     MOVE    WK-SEC                TO     MESSAGE-ABEND-SEC.
006900*
006910     DISPLAY  MESSAGE-ABEND  UPON CONS.
006920*
006930 ABEND-MSG-EXT.
006940     EXIT.
006950****************************************************************
006960*    (5.0)     ＥＮＤメッセージ処理                            *
006970****************************************************************
006980 END-MSG-RTN                     SECTION.
006990     ACCEPT  WK-DATE               FROM   DATE.
007000     ACCEPT  WK-TIME               FROM   TIME.
007010     MOVE    WK-Y                  TO     WK-YY.
007020     MOVE    WK-M                  TO     WK-MM.
007030     MOVE    WK-D                  TO     WK-DD.
007040     MOVE    20                    TO     WK-20.
007050*
007060     MOVE    WK-YYYY               TO     MESSAGE-END-YYYY.
007070     MOVE    WK-MM                 TO     MESSAGE-END-MM.
007080     MOVE    WK-DD                 TO     MESSAGE-END-DD.
007090     MOVE    WK-TIM                TO     MESSAGE-END-TIM.
007100     MOVE    WK-MIN                TO     MESSAGE-END-MIN.
007110     MOVE    WK-SEC                TO     MESSAGE-END-SEC.
007120*
007130     DISPLAY  MESSAGE-END  UPON CONS.
007140*
007150 END-MSG-EXT.
007160     EXIT.
007170****************************************************************
007180*    (6.0)              エンド 処理                            *
007190****************************************************************
007200 END-RTN                           SECTION.
007210*-----------< 該当なし時の見出し出力 >-------------------------*
007220     IF  CNT-SEL                   =   ZERO
007230         PERFORM  MIDASI-RTN
007240     END-IF.
007250*
007260     CLOSE     UPT737W.
007270     CLOSE     UPT737R.
007280     MOVE      ZERO                TO  RETURN-CODE.
007290*---------< 入力件数表示 >-------------------------------------*
007300     DISPLAY MSG-501I  CNT-IN    UPON CONS.
007310     DISPLAY MSG-503I  CNT-SEL   UPON CONS.
007320     PERFORM END-MSG-RTN.
007330*
007340 END-EXT.
007350     EXIT.
