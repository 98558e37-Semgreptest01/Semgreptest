000010****************************************************************
000020*    システム名    ： 新聞競馬新聞実績
000030*    プログラム名  ： 売掛元帳照会処理
000040*    プログラムＩＤ： UPBD025
000050*    作  成  者    ： T.HARUYAMA
000060*    作  成  日    ： 2004年09月14日
000061*    修  正  日    ： 2004年11月16日 単価訂正区分表示追加
000062*    修  正  日    ： 2004年11月22日 残高照会に当月訂正減額表示追加
000070****************************************************************
000080 IDENTIFICATION                    DIVISION.
000090 PROGRAM-ID.                       UPBD025.
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
000210*------------ファイル   （売掛元帳）---------------------------*
000220     SELECT  UPT725O      ASSIGN     TO  UPT725O
000230             ORGANIZATION       IS  INDEXED
000240             ACCESS  MODE       IS  DYNAMIC
000250             RECORD  KEY        IS  UPT725-KEY
000260                      STATUS     IS  FILE-STATUS.
000270*------------ファイル   （売掛残高マスタ）---------------------*
000280     SELECT  UPT724I      ASSIGN     TO  UPT724I
000290             ORGANIZATION       IS  INDEXED
000300             ACCESS  MODE       IS  RANDOM
000310             RECORD  KEY        IS  UPT724-TORIHIKI-CD9
000320                      STATUS     IS  FILE-STATUS.
000330*------------ファイル   （取引先名称マスタ）-------------------*
000340     SELECT  UPT715I ASSIGN     TO  UPT715I
000350             ORGANIZATION       IS  INDEXED
000360             ACCESS  MODE       IS  RANDOM
000370             RECORD  KEY        IS  UPT715-TORIHIKI-CD9
000380             FILE    STATUS     IS  FILE-STATUS.
000390*
000400 DATA                              DIVISION.
000410 FILE                              SECTION.
000420*
000430****************************************************************
000440*            ファイル   （売掛元帳）
000450****************************************************************
000460 FD  UPT725O         LABEL  RECORD STANDARD.
000470 01  UPT725O-REC.
000480     COPY   UPT725C.
000490*
000500****************************************************************
000510*            ファイル   （売掛残高マスタ）
000520****************************************************************
000530 FD  UPT724I         LABEL  RECORD STANDARD.
000540 01  UPT724I-REC.
000550     COPY   UPT724C.
000560*
000570****************************************************************
000580*            ファイル   （取引先名称マスタ）
000590****************************************************************
000600 FD  UPT715I        LABEL  RECORD STANDARD.
000610 01  UPT715I-REC.
000620     COPY   UPT715C.
000630*
000640 WORKING-STORAGE                   SECTION.
000650*---------------< WORK-AREA定義 >-----------------------------*
000660 01  SW-AREA.
000670     03  END-SW                        PIC X(02) VALUE ZERO.
000680     03  INQ-END-SW                    PIC X(01) VALUE "0".
000690         88  INQ-END                   VALUE "1".
000700     03  BROWSE-END-SW                 PIC X(01) VALUE "0".
000710         88  BROWSE-END                VALUE "1".
000720 01  WK-DATE.
000730     03  WK-Y                          PIC  9(2).
000740     03  WK-M                          PIC  9(2).
000750     03  WK-D                          PIC  9(2).
000760 01  WK-YYYYMMDD.
000770     03  WK-YYYY.
000780       05  WK-20                       PIC  9(2).
000790       05  WK-YY                       PIC  9(2).
000800     03  WK-MM                         PIC  9(2).
000810     03  WK-DD                         PIC  9(2).
000820     03  WK-TIME.
000830       05  WK-TIM                      PIC  9(2).
000840       05  WK-MIN                      PIC  9(2).
000850       05  WK-SEC                      PIC  9(2).
000860*---------------< ステータスの定義 >--------------------------*
000870 01  STATUS-AREA.
000880     03  FILE-STATUS                   PIC X(02) VALUE ZERO.
000890*---------------< 応答項目の定義 >----------------------------*
000900 01  ANS-AREA.
000910     03  ANS-TOR                       PIC X(06) VALUE SPACE.
000920     03  ANS-NEXT                      PIC X(01) VALUE SPACE.
000930*---------------< 照会キーの定義 >----------------------------*
000940 01  INQ-KEY-AREA.
000950     03  INQ-TORIHIKI                  PIC 9(06) VALUE ZERO.
000960*---------------< 照会表示行の定義 >--------------------------*
000970 01  INQ-LINE1.
000980     03  FILLER                        PIC X(10) VALUE
000990     "TORIHIKI= ".
001000     03  INQ-L1-TOR                    PIC 9(06).
001010     03  FILLER                        PIC X(08) VALUE
001020     "  NAME= ".
001030     03  INQ-L1-NAME                   PIC X(24).
001040     03  FILLER                        PIC X(11) VALUE
001050     "  SYORI-YM=".
001060     03  INQ-L1-YM                     PIC 9(06).
001070 01  INQ-LINE2.
001080     03  FILLER                        PIC X(10) VALUE
001090     "ZENGETU = ".
001100     03  INQ-L2-ZENGETU                PIC ZZZZZZZZZZ9.
001110     03  FILLER                        PIC X(10) VALUE
001120     " SEIKYU = ".
001130     03  INQ-L2-SEIKYU                 PIC ZZZZZZZZZZ9.
001140     03  FILLER                        PIC X(10) VALUE
001150     " NYUKIN = ".
001160     03  INQ-L2-NYUKIN                 PIC ZZZZZZZZZZ9.
001161     03  FILLER                        PIC X(10) VALUE
001162     " GENGAKU= ".
001163     03  INQ-L2-GENGAKU                PIC ZZZZZZZZZZ9.
001170 01  INQ-LINE3.
001180     03  FILLER                        PIC X(10) VALUE
001190     "ZAN-KIN = ".
001200     03  INQ-L3-ZAN                    PIC ZZZZZZZZZZ9.
001210     03  FILLER                        PIC X(10) VALUE
001220     " KARIUKE= ".
001230     03  INQ-L3-KARIUKE                PIC ZZZZZZZZZZ9.
001240     03  FILLER                        PIC X(13) VALUE
001250     " LAST-NYUKIN=".
001260     03  INQ-L3-SAISYU                 PIC 9(08).
001270 01  INQ-LINE4.
001280     03  INQ-L4-YMD                    PIC 9(08).
001290     03  FILLER                        PIC X(01) VALUE SPACE.
001300     03  INQ-L4-KBN                    PIC X(08).
001310     03  FILLER                        PIC X(06) VALUE
001320     " KIN= ".
001330     03  INQ-L4-KIN                    PIC ZZZZZZZZZZ9.
001340     03  FILLER                        PIC X(06) VALUE
001350     " ZAN= ".
001360     03  INQ-L4-ZAN                    PIC ZZZZZZZZZZ9.
001370     03  FILLER                        PIC X(10) VALUE
001380     " KARIUKE= ".
001390     03  INQ-L4-KARIUKE                PIC ZZZZZZZZZZ9.
001400     03  FILLER                        PIC X(01) VALUE SPACE.
001410     03  INQ-L4-PGID                   PIC X(08).
001420*---------------< 名称編集の定義 >----------------------------*
001430 01  NAME-AREA.
001440     03  WK-TOR-NAME                   PIC X(24) VALUE SPACE.
001450     03  MITOROKU-NAME                 PIC X(24) VALUE
001460     "＊＊未登録＊＊".
001470*---------------< 操作案内の定義 >----------------------------*
001480 01  PROMPT-AREA.
001490     03  MSG-P01                       PIC X(34) VALUE
001500     "TORIHIKI-CD9 (6 KETA / END=OWARI)?".
001510     03  MSG-P03                       PIC X(21) VALUE
001520     "TUGI WO HYOJI? (Y/N)".
001530     03  MSG-E01                       PIC X(25) VALUE
001540     "*** CD9 GA FUSEI DESU ***".
001550     03  MSG-E02                       PIC X(25) VALUE
001560     "*** GAITO ARIMASEN    ***".
001570     03  MSG-E03                       PIC X(25) VALUE
001580     "*** TORIHIKI OWARI    ***".
001590     03  MSG-E04                       PIC X(25) VALUE
001600     "*** ZANDAKA MITOROKU  ***".
001610*
001620*---------------< メッセージ１の定義 >------------------------*
001630 01  MSG-PGID                          PIC X(08) VALUE
001640     "UPBD025".
001650 01  MESSAGE-AREA1.
001660     03  MESSAGE-START.
001670       05  FILLER                      PIC X(12) VALUE
001680     "++ UPBD025 ".
001690       05  MESSAGE-START-YMD.
001700         07  MESSAGE-START-YYYY        PIC 9(04).
001710         07  FILLER                    PIC X(01) VALUE "/".
001720         07  MESSAGE-START-MM          PIC 9(02).
001730         07  FILLER                    PIC X(01) VALUE "/".
001740         07  MESSAGE-START-DD          PIC 9(02).
001750         07  FILLER                    PIC X(01) VALUE " ".
001760         07  MESSAGE-START-TIM         PIC 9(02).
001770         07  FILLER                    PIC X(01) VALUE ":".
001780         07  MESSAGE-START-MIN         PIC 9(02).
001790         07  FILLER                    PIC X(01) VALUE ":".
001800         07  MESSAGE-START-SEC         PIC 9(02).
001810         07  FILLER                    PIC X(01) VALUE " ".
001820       05  FILLER                      PIC X(08) VALUE
001830     "*START* ".
001840     03  MESSAGE-END.
001850       05  FILLER                      PIC X(12) VALUE
001860     "++ UPBD025 ".
001870       05  MESSAGE-END-YMD.
001880         07  MESSAGE-END-YYYY          PIC 9(04).
001890         07  FILLER                    PIC X(01) VALUE "/".
001900         07  MESSAGE-END-MM            PIC 9(02).
001910         07  FILLER                    PIC X(01) VALUE "/".
001920         07  MESSAGE-END-DD            PIC 9(02).
001930         07  FILLER                    PIC X(01) VALUE " ".
001940         07  MESSAGE-END-TIM           PIC 9(02).
001950         07  FILLER                    PIC X(01) VALUE ":".
001960         07  MESSAGE-END-MIN           PIC 9(02).
001970         07  FILLER                    PIC X(01) VALUE ":".
001980         07  MESSAGE-END-SEC           PIC 9(02).
001990         07  FILLER                    PIC X(01) VALUE " ".
002000       05  FILLER                      PIC X(13) VALUE
002010     "*NORMAL END* ".
002020     03  MESSAGE-ABEND.
002030       05  FILLER                      PIC X(12) VALUE
002040     "++ UPBD025 ".
002050       05  MESSAGE-ABEND-YMD.
002060         07  MESSAGE-ABEND-YYYY        PIC 9(04).
002070         07  FILLER                    PIC X(01) VALUE "/".
002080         07  MESSAGE-ABEND-MM          PIC 9(02).
002090         07  FILLER                    PIC X(01) VALUE "/".
002100         07  MESSAGE-ABEND-DD          PIC 9(02).
002110         07  FILLER                    PIC X(01) VALUE " ".
002120         07  MESSAGE-ABEND-TIM         PIC 9(02).
002130         07  FILLER                    PIC X(01) VALUE ":".
002140         07  MESSAGE-ABEND-MIN         PIC 9(02).
002150         07  FILLER                    PIC X(01) VALUE ":".
002160         07  MESSAGE-ABEND-SEC         PIC 9(02).
002170         07  FILLER                    PIC X(01) VALUE " ".
002180       05  FILLER                      PIC X(15) VALUE
002190     "*ABNORMAL END* ".
002200     03  MESSAGE-0.
002210       05  MSG0-PGID                   PIC X(08).
002220       05  MSG0-NAME                   PIC X(41).
002230*
002240*---< メッセージ２の定義 >---*
002250 01  MESSAGE-AREA2.
002260     03  MSG-501F.
002270       05  FILLER                      PIC  X(41) VALUE
002280     "++ UPBD025  501F UPT725O OPEN  ERROR ST= ".
002290       05  MSG-501F-ST                 PIC  9(03).
002300     03  MSG-503F.
002310       05  FILLER                      PIC  X(41) VALUE
002320     "++ UPBD025  503F UPT725O READ  ERROR ST= ".
002330       05  MSG-503F-ST                 PIC  9(03).
002340     03  MSG-505F.
002350       05  FILLER                      PIC  X(41) VALUE
002360     "++ UPBD025  505F UPT724  OPEN  ERROR ST= ".
002370       05  MSG-505F-ST                 PIC  9(03).
002380     03  MSG-513F.
002390       05  FILLER                      PIC  X(41) VALUE
002400     "++ UPBD025  513F UPT715  OPEN  ERROR ST= ".
002410       05  MSG-513F-ST                 PIC  9(03).
002420*
002430 PROCEDURE                         DIVISION.
002440****************************************************************
002450*    (0.0)   メイン              処理                          *
002460****************************************************************
002470 MAIN-RTN                          SECTION.
002480*
002490     PERFORM      INIT-RTN.
002500*
002510     PERFORM      INQUIRY-RTN
002520         UNTIL    INQ-END.
002530*
002540     PERFORM      END-RTN.
002550*
002560     STOP         RUN.
002570*
002580 MAIN-EXT.
002590     EXIT.
002600****************************************************************
002610*    (1.0)   イニシャル          処理                          *
002620****************************************************************
002630 INIT-RTN                          SECTION.
002640     PERFORM      START-MSG-RTN.
002650*
002660     MOVE    99                    TO  RETURN-CODE.
002670*-----------< ファイル  （売掛元帳）ＯＰＥＮ  >----------------*
002680     OPEN INPUT UPT725O.
002690     IF  FILE-STATUS               =   ZERO
002700         CONTINUE
002710     ELSE
002720         MOVE    101               TO  RETURN-CODE
002730         MOVE    FILE-STATUS       TO  MSG-501F-ST
002740         DISPLAY MSG-501F RETURN-CODE UPON CONS
002750         PERFORM ABEND-MSG-RTN
002760         STOP    RUN
002770     END-IF.
002780*-----------< ファイル  （売掛残高マスタ）ＯＰＥＮ  >----------*
002790     OPEN INPUT UPT724I.
002800     IF  FILE-STATUS               =   ZERO
002810         CONTINUE
002820     ELSE
002830         MOVE    105               TO  RETURN-CODE
002840         MOVE    FILE-STATUS       TO  MSG-505F-ST
002850         DISPLAY MSG-505F RETURN-CODE UPON CONS
002860         PERFORM ABEND-MSG-RTN
002870         STOP    RUN
002880     END-IF.
002890*-----------< ファイル  （名称マスタ）ＯＰＥＮ  >--------------*
002900     OPEN INPUT UPT715I.
002910     IF  FILE-STATUS               =   ZERO
002920         CONTINUE
002930     ELSE
002940         MOVE    113               TO  RETURN-CODE
002950         MOVE    FILE-STATUS       TO  MSG-513F-ST
002960         DISPLAY MSG-513F RETURN-CODE UPON CONS
002970         PERFORM ABEND-MSG-RTN
002980         STOP    RUN
002990     END-IF.
003000 INIT-EXT.
003010     EXIT.
003020****************************************************************
003030*    (2.0)   INQUIRY-RTN　（取引先コード入力）
003040****************************************************************
003050 INQUIRY-RTN                       SECTION.
003060     DISPLAY  MSG-P01              UPON  CONS.
003070     ACCEPT   ANS-TOR              FROM  CONS.
003080     EVALUATE TRUE
003090         WHEN  ANS-TOR  =  "END"  OR  ANS-TOR  =  "end"
003100             MOVE  "1"             TO  INQ-END-SW
003110         WHEN  ANS-TOR             NOT NUMERIC
003120             DISPLAY  MSG-E01      UPON  CONS
003130         WHEN  OTHER
003140             MOVE     ANS-TOR      TO  INQ-TORIHIKI
003150             PERFORM  ZANDAKA-DISP-RTN
003160             PERFORM  BROWSE-RTN
003170     END-EVALUATE.
003180 INQUIRY-EXT.
003190     EXIT.
003200****************************************************************
003210*    (2.1)   ZANDAKA-DISP-RTN　（売掛残高表示）
003220****************************************************************
003230 ZANDAKA-DISP-RTN                  SECTION.
003240     PERFORM  TOR-NAME-RTN.
003250     MOVE     INQ-TORIHIKI         TO  INQ-L1-TOR.
003260     MOVE     WK-TOR-NAME          TO  INQ-L1-NAME.
003270     MOVE     INQ-TORIHIKI         TO  UPT724-TORIHIKI-CD9.
003280     READ     UPT724I
003290         INVALID KEY
003300             MOVE     ZERO         TO  INQ-L1-YM
003310             DISPLAY  INQ-LINE1    UPON  CONS
003320             DISPLAY  MSG-E04      UPON  CONS
003330         NOT INVALID KEY
003340             MOVE     UPT724-SYORI-YM          TO  INQ-L1-YM
003350             MOVE     UPT724-ZENGETU-ZAN       TO  INQ-L2-ZENGETU
003360             MOVE     UPT724-TOUGETU-SEIKYU    TO  INQ-L2-SEIKYU
003370             MOVE     UPT724-TOUGETU-NYUKIN    TO  INQ-L2-NYUKIN
003371             IF  UPT724-TOUGETU-GENGAKU    NUMERIC
003372                 MOVE  UPT724-TOUGETU-GENGAKU  TO  INQ-L2-GENGAKU
003373             ELSE
003374                 MOVE  ZERO                    TO  INQ-L2-GENGAKU
003375             END-IF
003380             MOVE     UPT724-ZAN-KIN           TO  INQ-L3-ZAN
003390             MOVE     UPT724-KARIUKE-KIN       TO  INQ-L3-KARIUKE
003400             MOVE     UPT724-SAISYU-NYUKIN-YMD TO  INQ-L3-SAISYU
003410             DISPLAY  INQ-LINE1    UPON  CONS
003420             DISPLAY  INQ-LINE2    UPON  CONS
003430             DISPLAY  INQ-LINE3    UPON  CONS
003440     END-READ.
003450 ZANDAKA-DISP-EXT.
003460     EXIT.
003470****************************************************************
003480*    (2.2)   BROWSE-RTN　（売掛元帳参照）
003490****************************************************************
003500 BROWSE-RTN                        SECTION.
003510     MOVE     "0"                  TO  BROWSE-END-SW.
003520     MOVE     INQ-TORIHIKI         TO  UPT725-TORIHIKI-CD9.
003530     MOVE     ZERO                 TO  UPT725-HASSEI-YMD.
003540     MOVE     ZERO                 TO  UPT725-TOUROKU-TIME.
003550     MOVE     ZERO                 TO  UPT725-RENBAN.
003560     START    UPT725O
003570         KEY  IS  NOT  LESS  THAN  UPT725-KEY
003580         INVALID KEY
003590             DISPLAY  MSG-E02      UPON  CONS
003600             MOVE     "1"          TO  BROWSE-END-SW
003610     END-START.
003620     PERFORM  BROWSE-NEXT-RTN
003630         UNTIL  BROWSE-END.
003640 BROWSE-EXT.
003650     EXIT.
003660****************************************************************
003670*    (2.3)   BROWSE-NEXT-RTN　（１件表示・次送り）
003680****************************************************************
003690 BROWSE-NEXT-RTN                   SECTION.
003700     READ      UPT725O   NEXT
003710         AT    END
003720             DISPLAY  MSG-E03            UPON  CONS
003730             MOVE     "1"                TO  BROWSE-END-SW
003740         NOT AT END
003750             IF    FILE-STATUS           =   ZERO
003760                   IF  UPT725-TORIHIKI-CD9
003770                                         =   INQ-TORIHIKI
003780                       PERFORM  DISP-RTN
003790                       DISPLAY  MSG-P03  UPON  CONS
003800                       ACCEPT   ANS-NEXT FROM  CONS
003810                       IF  ANS-NEXT  =  "Y"  OR  ANS-NEXT  =  "y"
003820                           CONTINUE
003830                       ELSE
003840                           MOVE  "1"     TO  BROWSE-END-SW
003850                       END-IF
003860                   ELSE
003870                       DISPLAY  MSG-E03  UPON  CONS
003880                       MOVE     "1"      TO  BROWSE-END-SW
003890                   END-IF
003900             ELSE
003910                   MOVE  103               TO  RETURN-CODE
003920                   MOVE  FILE-STATUS       TO  MSG-503F-ST
003930                   DISPLAY MSG-503F RETURN-CODE  UPON  CONS
003940                   PERFORM ABEND-MSG-RTN
003950                   STOP RUN
003960             END-IF
003970     END-READ.
003980 BROWSE-NEXT-EXT.
003990     EXIT.
004000****************************************************************
004010*    (2.4)   DISP-RTN　（売掛元帳行表示）
004020****************************************************************
004030 DISP-RTN                          SECTION.
004040     MOVE     UPT725-HASSEI-YMD    TO  INQ-L4-YMD.
004050     EVALUATE TRUE
004060         WHEN  UPT725-SEIKYU
004070             MOVE  "SEIKYU  "      TO  INQ-L4-KBN
004080         WHEN  UPT725-NYUKIN
004090             MOVE  "NYUKIN  "      TO  INQ-L4-KBN
004100         WHEN  UPT725-KURIKOSI
004110             MOVE  "KURIKOSI"      TO  INQ-L4-KBN
004111         WHEN  UPT725-TEISEI-ZO
004112             MOVE  "TEISEI+ "      TO  INQ-L4-KBN
004113         WHEN  UPT725-TEISEI-GEN
004114             MOVE  "TEISEI- "      TO  INQ-L4-KBN
004120         WHEN  OTHER
004130             MOVE  "????????"      TO  INQ-L4-KBN
004140     END-EVALUATE.
004150     MOVE     UPT725-KIN           TO  INQ-L4-KIN.
004160     MOVE     UPT725-ZAN-KIN       TO  INQ-L4-ZAN.
004170     MOVE     UPT725-KARIUKE-KIN   TO  INQ-L4-KARIUKE.
004180     MOVE     UPT725-PGID          TO  INQ-L4-PGID.
004190     DISPLAY  INQ-LINE4            UPON  CONS.
004200 DISP-EXT.
004210     EXIT.
004220****************************************************************
004230*    (2.5)   TOR-NAME-RTN　（取引先名称編集）
004240****************************************************************
004250 TOR-NAME-RTN                      SECTION.
004260     MOVE     INQ-TORIHIKI         TO  UPT715-TORIHIKI-CD9.
004270     READ     UPT715I
004280         INVALID KEY
004290             MOVE  MITOROKU-NAME   TO  WK-TOR-NAME
004300         NOT INVALID KEY
004310             MOVE  UPT715-KANJI-NAME   TO  WK-TOR-NAME
004320     END-READ.
004330 TOR-NAME-EXT.
004340     EXIT.
004350****************************************************************
004360*    (3.0)     ＳＴＡＲＴメッセージ処理                        *
004370****************************************************************
004380 START-MSG-RTN                     SECTION.
004390     ACCEPT  WK-DATE               FROM   DATE.
004400     ACCEPT  WK-TIME               FROM   TIME.
004410     MOVE    WK-Y                  TO     WK-YY.
004420     MOVE    WK-M                  TO     WK-MM.
004430     MOVE    WK-D                  TO     WK-DD.
004440     MOVE    20                    TO     WK-20.
004450*
004460     MOVE    WK-YYYY               TO     MESSAGE-START-YYYY.
004470     MOVE    WK-MM                 TO     MESSAGE-START-MM.
004480     MOVE    WK-DD                 TO     MESSAGE-START-DD.
004490     MOVE    WK-TIM                TO     MESSAGE-START-TIM.
004500     MOVE    WK-MIN                TO     MESSAGE-START-MIN.
004510     MOVE    WK-SEC                TO     MESSAGE-START-SEC.
004520*
004530     DISPLAY  MESSAGE-START  UPON CONS.
004540*
004550 START-MSG-EXT.
004560     EXIT.
004570****************************************************************
004580*    (4.0)     ＡＢＥＮＤメッセージ処理                        *
004590****************************************************************
004600 ABEND-MSG-RTN                     SECTION.
004610     ACCEPT  WK-DATE               FROM   DATE.
004620     ACCEPT  WK-TIME               FROM   TIME.
004630     MOVE    WK-Y                  TO     WK-YY.
004640     MOVE    WK-M                  TO     WK-MM.
004650     MOVE    WK-D                  TO     WK-DD.
004660     MOVE    20                    TO     WK-20.
004670*
004680     MOVE    WK-YYYY               TO     MESSAGE-ABEND-YYYY.
004690     MOVE    WK-MM                 TO     MESSAGE-ABEND-MM.
004700     MOVE    WK-DD                 TO     MESSAGE-ABEND-DD.
004710     MOVE    WK-TIM                TO     MESSAGE-ABEND-TIM.
004720     MOVE    WK-MIN                TO     MESSAGE-ABEND-MIN.
004730     MOVE    WK-SEC                TO     MESSAGE-ABEND-SEC.
004740*
004750     DISPLAY  MESSAGE-ABEND  UPON CONS.
004760*
004770 ABEND-MSG-EXT.
004780     EXIT.
004790****************************************************************
004800*    (5.0)     ＥＮＤメッセージ処理                            *
004810****************************************************************
004820 END-MSG-RTN                     SECTION.
004830     ACCEPT  WK-DATE               FROM   DATE.
004840     ACCEPT  WK-TIME               FROM   TIME.
004850     MOVE    WK-Y                  TO     WK-YY.
004860     MOVE    WK-M                  TO     WK-MM.
004870     MOVE    WK-D                  TO     WK-DD.
004880     MOVE    20                    TO     WK-20.
004890*
004900     MOVE    WK-YYYY               TO     MESSAGE-END-YYYY.
004910     MOVE    WK-MM                 TO     MESSAGE-END-MM.
004920     MOVE    WK-DD                 TO     MESSAGE-END-DD.
004930     MOVE    WK-TIM                TO     MESSAGE-END-TIM.
004940     MOVE    WK-MIN                TO     MESSAGE-END-MIN.
004950     MOVE    WK-SEC                TO     MESSAGE-END-SEC.
004960*
004970     DISPLAY  MESSAGE-END  UPON CONS.
004980*
004990 END-MSG-EXT.
005000     EXIT.
005010****************************************************************
005020*    (6.0)              エンド 処理                            *
005030****************************************************************
005040 END-RTN                           SECTION.
005050*
005060     CLOSE     UPT725O.
005070     CLOSE     UPT724I.
005080     CLOSE     UPT715I.
005090     MOVE      ZERO                TO  RETURN-CODE.
005100     PERFORM END-MSG-RTN.
005110*
005120 END-EXT.
005130     EXIT.
