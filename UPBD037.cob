000010****************************************************************
000020*    システム名    ： 新聞競馬新聞実績
000030*    プログラム名  ： 年度繰越（月次累積消去）処理
000040*    プログラムＩＤ： UPBD037
000050*    作  成  者    ： T.HARUYAMA
000060*    作  成  日    ： 2004年11月09日
000061*    修  正  日    ： 2004年11月16日 直近年度の保持・空年度の退避省略
000070****************************************************************
000080 IDENTIFICATION                    DIVISION.
000090 PROGRAM-ID.                       UPBD037.
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
000230*------------ファイル   （月次累積）---------------------------*
000240     SELECT  UPT714O      ASSIGN     TO  UPT714O
000250             ORGANIZATION       IS  INDEXED
000260             ACCESS  MODE       IS  DYNAMIC
000270             RECORD  KEY        IS  UPT714-KEY
000280             FILE    STATUS     IS  FILE-STATUS.
000290*------------ファイル   （月次締め管理）-----------------------*
000300     SELECT  UPT714K      ASSIGN     TO  UPT714K
000310             ACCESS  MODE       IS  SEQUENTIAL
000320             FILE    STATUS     FILE-STATUS.
000330*------------ファイル   （年度集計）---------------------------*
000340     SELECT  UPT739I      ASSIGN     TO  UPT739I
000350             ACCESS  MODE       IS  SEQUENTIAL
000360             FILE    STATUS     FILE-STATUS.
000370*------------ファイル   （出力・世代ファイル）-----------------*
000380     SELECT  GENF         ASSIGN     TO  GEN-DSN
000390             ACCESS  MODE       IS  SEQUENTIAL
000400             FILE    STATUS     FILE-STATUS.
000410*------------ファイル   （世代カタログ）-----------------------*
000420     SELECT  UPT717L      ASSIGN     TO  UPT717L
000430             ACCESS  MODE       IS  SEQUENTIAL
000440             FILE    STATUS     FILE-STATUS.
000450*
000460 DATA                              DIVISION.
000470 FILE                              SECTION.
000480*
000490****************************************************************
000500*            ファイル   （月次累積）
000510****************************************************************
000520 FD  UPT714O         LABEL  RECORD STANDARD.
000530 01  UPT714O-REC.
000540     COPY   UPT714C.
000550*
000560****************************************************************
000570*            ファイル   （月次締め管理）
000580****************************************************************
000590 FD  UPT714K         LABEL  RECORD STANDARD.
000600 01  UPT714K-REC.
000610     COPY   UPT714KC.
000620*
000630****************************************************************
000640*            ファイル   （年度集計）
000650****************************************************************
000660 FD  UPT739I         LABEL  RECORD STANDARD.
000670 01  UPT739I-REC.
000680     COPY   UPT739C.
000690*
000700****************************************************************
000710*            ファイル   （出力・世代ファイル）
000720****************************************************************
000730 FD  GENF            LABEL  RECORD STANDARD.
000740 01  GENF-REC                PIC X(80).
000750*
000760****************************************************************
000770*            ファイル   （世代カタログ）
000780****************************************************************
000790 FD  UPT717L         LABEL  RECORD STANDARD.
000800 01  UPT717L-REC.
000810     COPY   UPT717LC.
000820*
000830 WORKING-STORAGE                   SECTION.
000840*---------------< WORK-AREA定義 >-----------------------------*
000850 01  SW-AREA.
000860     03  END-SW                        PIC X(02) VALUE ZERO.
000870     03  CAT-END-SW                    PIC X(02) VALUE ZERO.
000880     03  CLOSED-END-SW                 PIC X(02) VALUE ZERO.
000890     03  ARG-NENDO-SW                  PIC X(01) VALUE "0".
000900         88  ARG-NENDO-SUPPLIED        VALUE "1".
000910 01  WK-DATE.
000920     03  WK-Y                          PIC  9(2).
000930     03  WK-M                          PIC  9(2).
000940     03  WK-D                          PIC  9(2).
000950 01  WK-YYYYMMDD.
000960     03  WK-YYYY.
000970       05  WK-20                       PIC  9(2).
000980       05  WK-YY                       PIC  9(2).
000990     03  WK-MM                         PIC  9(2).
001000     03  WK-DD                         PIC  9(2).
001010     03  WK-TIME.
001020       05  WK-TIM                      PIC  9(2).
001030       05  WK-MIN                      PIC  9(2).
001040       05  WK-SEC                      PIC  9(2).
001050*---------------< ステータスの定義 >--------------------------*
001060 01  STATUS-AREA.
001070     03  FILE-STATUS                   PIC X(02) VALUE ZERO.
001080*---------------< カウントの定義 >----------------------------*
001090 01  ARC-CNT-AREA.
001100     03  CNT-IN                        PIC 9(09) VALUE ZERO.
001110     03  CNT-REC                       PIC 9(09) VALUE ZERO.
001120     03  CNT-DEL                       PIC 9(09) VALUE ZERO.
001130*---------------< 照合合計の定義 >----------------------------*
001140 01  SYOGO-AREA.
001150     03  SUM-MEISAI-CNT                PIC 9(11) VALUE ZERO.
001160     03  SUM-NEN-URI                   PIC 9(11) VALUE ZERO.
001170     03  SUM-NEN-HEN                   PIC 9(11) VALUE ZERO.
001180     03  SUM-NEN-NET                   PIC 9(11) VALUE ZERO.
001190     03  DTL-MEISAI-CNT                PIC 9(11) VALUE ZERO.
001200     03  DTL-NEN-URI                   PIC 9(11) VALUE ZERO.
001210     03  DTL-NEN-HEN                   PIC 9(11) VALUE ZERO.
001220     03  DTL-NEN-NET                   PIC 9(11) VALUE ZERO.
001230*---------------< 年度・対象月の定義 >------------------------*
001240 01  NENDO-AREA.
001250     03  ARG-NENDO                     PIC 9(04) VALUE ZERO.
001260     03  KISYU-MM                      PIC 9(02) VALUE 4.
001270     03  CALC-YYYYMM                   PIC 9(06) VALUE ZERO.
001280     03  CALC-YM-R     REDEFINES  CALC-YYYYMM.
001290       05  CALC-YYYY                   PIC 9(04).
001300       05  CALC-MM                     PIC 9(02).
001310     03  SCAN-FROM-YM                  PIC 9(06) VALUE ZERO.
001320     03  SCAN-TO-YM                    PIC 9(06) VALUE ZERO.
001330     03  MISIME-YM                     PIC 9(06) VALUE ZERO.
001340     03  CLOSED-CNT                    PIC 9(02) VALUE ZERO.
001350     03  TUKI-IDX                      PIC 9(02) VALUE ZERO.
001360     03  NENDO-TBL                     OCCURS 12.
001370       05  NENDO-YM                    PIC 9(06).
001380       05  NENDO-CLOSED-SW             PIC X(01).
001390*---------------< 世代管理の定義 >----------------------------*
001400 01  GEN-AREA.
001410     03  GEN-NO                        PIC 9(04) VALUE ZERO.
001420     03  GEN-MAX                       PIC 9(04) VALUE ZERO.
001430 01  GEN-DSN.
001440     03  GEN-DSN-PFX                   PIC X(04) VALUE "Y714".
001450     03  GEN-DSN-NO                    PIC 9(04) VALUE ZERO.
001460*---------------< アーカイブ対象の定義 >----------------------*
001470 01  ARC-AREA.
001480     03  ARC-FILE-ID                   PIC X(08) VALUE "UPT714O".
001490*---------------< 業務日付の定義 >----------------------------*
001500 01  GYOMU-AREA.
001510     03  WK-GYOMU-YMD                  PIC 9(08) VALUE ZERO.
001520*---------------< 起動パラメタの定義 >------------------------*
001530 01  ARG-AREA.
001540     03  ARG-CNT                       PIC 9(02) VALUE ZERO.
001550*---------------< 起動パラメタ（詳細）の定義 >----------------*
001560 01  ARG-DETAIL-AREA.
001570     03  ARG-IDX                       PIC 9(02) VALUE ZERO.
001580     03  ARG-VALUE                     PIC X(20) VALUE SPACES.
001590*
001600*---------------< メッセージ１の定義 >------------------------*
001610 01  MSG-PGID                          PIC X(08) VALUE
001620     "UPBD037".
001630 01  MESSAGE-AREA1.
001640     03  MESSAGE-START.
001650       05  FILLER                      PIC X(12) VALUE
001660     "++ UPBD037 ".
001670       05  MESSAGE-START-YMD.
001680         07  MESSAGE-START-YYYY        PIC 9(04).
001690         07  FILLER                    PIC X(01) VALUE "/".
001700         07  MESSAGE-START-MM          PIC 9(02).
001710         07  FILLER                    PIC X(01) VALUE "/".
001720         07  MESSAGE-START-DD          PIC 9(02).
001730         07  FILLER                    PIC X(01) VALUE " ".
001740         07  MESSAGE-START-TIM         PIC 9(02).
001750         07  FILLER                    PIC X(01) VALUE ":".
001760         07  MESSAGE-START-MIN         PIC 9(02).
001770         07  FILLER                    PIC X(01) VALUE ":".
001780         07  MESSAGE-START-SEC         PIC 9(02).
001790         07  FILLER                    PIC X(01) VALUE " ".
001800       05  FILLER                      PIC X(08) VALUE
001810     "*START* ".
001820     03  MESSAGE-END.
001830       05  FILLER                      PIC X(12) VALUE
001840     "++ UPBD037 ".
001850       05  MESSAGE-END-YMD.
001860         07  MESSAGE-END-YYYY          PIC 9(04).
001870         07  FILLER                    PIC X(01) VALUE "/".
001880         07  MESSAGE-END-MM            PIC 9(02).
001890         07  FILLER                    PIC X(01) VALUE "/".
001900         07  MESSAGE-END-DD            PIC 9(02).
001910         07  FILLER                    PIC X(01) VALUE " ".
001920         07  MESSAGE-END-TIM           PIC 9(02).
001930         07  FILLER                    PIC X(01) VALUE ":".
001940         07  MESSAGE-END-MIN           PIC 9(02).
001950         07  FILLER                    PIC X(01) VALUE ":".
001960         07  MESSAGE-END-SEC           PIC 9(02).
001970         07  FILLER                    PIC X(01) VALUE " ".
001980       05  FILLER                      PIC X(13) VALUE
001990     "*NORMAL END* ".
002000     03  MESSAGE-ABEND.
002010       05  FILLER                      PIC X(12) VALUE
002020     "++ UPBD037 ".
002030       05  MESSAGE-ABEND-YMD.
002040         07  MESSAGE-ABEND-YYYY        PIC 9(04).
002050         07  FILLER                    PIC X(01) VALUE "/".
002060         07  MESSAGE-ABEND-MM          PIC 9(02).
002070         07  FILLER                    PIC X(01) VALUE "/".
002080         07  MESSAGE-ABEND-DD          PIC 9(02).
002090         07  FILLER                    PIC X(01) VALUE " ".
002100         07  MESSAGE-ABEND-TIM         PIC 9(02).
002110         07  FILLER                    PIC X(01) VALUE ":".
002120         07  MESSAGE-ABEND-MIN         PIC 9(02).
002130         07  FILLER                    PIC X(01) VALUE ":".
002140         07  MESSAGE-ABEND-SEC         PIC 9(02).
002150         07  FILLER                    PIC X(01) VALUE " ".
002160       05  FILLER                      PIC X(15) VALUE
002170     "*ABNORMAL END* ".
002180     03  MESSAGE-0.
002190       05  MSG0-PGID                   PIC X(08).
002200       05  MSG0-NAME                   PIC X(41).
002210*
002220*---< メッセージ２の定義 >---*
002230 01  MESSAGE-AREA2.
002240     03  MSG-501I.
002250       05  FILLER                      PIC  X(41) VALUE
002260     "++ UPBD037  501I UPT739       IN COUNT = ".
002270     03  MSG-503I.
002280       05  FILLER                      PIC  X(41) VALUE
002290     "++ UPBD037  503I UPT714      ARC COUNT = ".
002300     03  MSG-505I.
002310       05  FILLER                      PIC  X(41) VALUE
002320     "++ UPBD037  505I UPT714   DELETE COUNT = ".
002330     03  MSG-509I.
002340       05  FILLER                      PIC  X(41) VALUE
002350     "++ UPBD037  509I ARCHIVE  GENERATION NO= ".
002360     03  MSG-501F.
002370       05  FILLER                      PIC  X(41) VALUE
002380     "++ UPBD037  501F UPT714  OPEN  ERROR ST= ".
002390       05  MSG-501F-ST                 PIC  9(03).
002400     03  MSG-503F.
002410       05  FILLER                      PIC  X(41) VALUE
002420     "++ UPBD037  503F UPT714  READ  ERROR ST= ".
002430       05  MSG-503F-ST                 PIC  9(03).
002440     03  MSG-505F.
002450       05  FILLER                      PIC  X(41) VALUE
002460     "++ UPBD037  505F UPT714K OPEN  ERROR ST= ".
002470       05  MSG-505F-ST                 PIC  9(03).
002480     03  MSG-507F.
002490       05  FILLER                      PIC  X(41) VALUE
002500     "++ UPBD037  507F UPT714  I-O   ERROR ST= ".
002510       05  MSG-507F-ST                 PIC  9(03).
002520     03  MSG-511F.
002530       05  FILLER                      PIC  X(41) VALUE
002540     "++ UPBD037  511F UPT739  OPEN  ERROR ST= ".
002550       05  MSG-511F-ST                 PIC  9(03).
002560     03  MSG-513F.
002570       05  FILLER                      PIC  X(41) VALUE
002580     "++ UPBD037  513F UPT739  READ  ERROR ST= ".
002590       05  MSG-513F-ST                 PIC  9(03).
002600     03  MSG-521F.
002610       05  FILLER                      PIC  X(41) VALUE
002620     "++ UPBD037  521F MONTH NOT CLOSED    YM= ".
002630       05  MSG-521F-YM                 PIC  9(06).
002640     03  MSG-523F.
002650       05  FILLER                      PIC  X(41) VALUE
002660     "++ UPBD037  523F UPT739 NENDO UNMATCH  = ".
002670       05  MSG-523F-NENDO              PIC  9(04).
002671     03  MSG-531F.
002672       05  FILLER                      PIC  X(41) VALUE
002673     "++ UPBD037  531F NEXT NENDO NOT CLOSED = ".
002674       05  MSG-531F-YM                 PIC  9(06).
002680     03  MSG-525F.
002690       05  FILLER                      PIC  X(41) VALUE
002700     "++ UPBD037  525F SUMMARY UNMATCH   ITEM= ".
002710       05  MSG-525F-ITEM               PIC  X(08).
002720     03  MSG-527F.
002730       05  FILLER                      PIC  X(41) VALUE
002740     "++ UPBD037  527F   UPT739 SUMMARY VALUE= ".
002750       05  MSG-527F-VAL                PIC  9(11).
002760     03  MSG-529F.
002770       05  FILLER                      PIC  X(41) VALUE
002780     "++ UPBD037  529F   UPT714 DETAIL  VALUE= ".
002790       05  MSG-529F-VAL                PIC  9(11).
002800     03  MSG-701F.
002810       05  FILLER                      PIC  X(41) VALUE
002820     "++ UPBD037  701F GENFILE OPEN  ERROR ST= ".
002830       05  MSG-701F-ST                 PIC  9(03).
002840     03  MSG-703F.
002850       05  FILLER                      PIC  X(41) VALUE
002860     "++ UPBD037  703F GENFILE WRITE ERROR ST= ".
002870       05  MSG-703F-ST                 PIC  9(03).
002880     03  MSG-705F.
002890       05  FILLER                      PIC  X(41) VALUE
002900     "++ UPBD037  705F UPT717L OPEN  ERROR ST= ".
002910       05  MSG-705F-ST                 PIC  9(03).
002920     03  MSG-707F.
002930       05  FILLER                      PIC  X(41) VALUE
002940     "++ UPBD037  707F UPT717L WRITE ERROR ST= ".
002950       05  MSG-707F-ST                 PIC  9(03).
002960     03  MSG-709F.
002970       05  FILLER                      PIC  X(41) VALUE
002980     "++ UPBD037  709F UPT714  DEL   ERROR ST= ".
002990       05  MSG-709F-ST                 PIC  9(03).
003000     03  MSG-711F.
003010       05  FILLER                      PIC  X(41) VALUE
003020     "++ UPBD037  711F UPT714 DELETE UNMATCH = ".
003030       05  MSG-711F-CNT                PIC  9(09).
003040     03  MSG-721F.
003050       05  FILLER                      PIC  X(41) VALUE
003060     "++ UPBD037  721F NENDO= ARGUMENT INVALID ".
003070     03  MSG-741W.
003080       05  FILLER                      PIC  X(41) VALUE
003090     "++ UPBD037  741W NO UPT714 DATA  NENDO = ".
003100       05  MSG-741W-NENDO              PIC  9(04).
003110*
003120 PROCEDURE                         DIVISION.
003130****************************************************************
003140*    (0.0)   メイン              処理                          *
003150****************************************************************
003160 MAIN-RTN                          SECTION.
003170*
003180     PERFORM      INIT-RTN.
003190*-----------< 年度分の世代ファイル退避 >-----------------------*
003200     PERFORM      ARC-RTN.
003210*-----------< 年度集計との照合 >-------------------------------*
003220     PERFORM      SYOGO-RTN.
003230*-----------< カタログ登録後に年度分を消去 >-------------------*
003240     IF  CNT-REC                   >   ZERO
003250         PERFORM  CAT-ADD-RTN
003260         PERFORM  DEL-RTN
003270     END-IF.
003280*
003290     PERFORM      END-RTN.
003300*
003310     STOP         RUN.
003320*
003330 MAIN-EXT.
003340     EXIT.
003350****************************************************************
003360*    (1.0)   イニシャル          処理                          *
003370****************************************************************
003380 INIT-RTN                          SECTION.
003390     PERFORM      START-MSG-RTN.
003400*
003410     MOVE    99                    TO  RETURN-CODE.
003420*
003430     PERFORM      ARG-RTN.
003440     IF  ARG-NENDO-SUPPLIED
003450         CONTINUE
003460     ELSE
003470         DISPLAY MSG-721F          UPON  CONS
003480         MOVE    221               TO  RETURN-CODE
003490         PERFORM ABEND-MSG-RTN
003500         STOP    RUN
003510     END-IF.
003520*-----------< 年度の対象月（期首月から１２か月）設定 >---------*
003530     MOVE     ARG-NENDO            TO  CALC-YYYY.
003540     MOVE     KISYU-MM             TO  CALC-MM.
003550     PERFORM  NENDO-SET-RTN
003560         VARYING TUKI-IDX FROM 1 BY 1
003570         UNTIL   TUKI-IDX          >   12.
003580     MOVE     NENDO-YM (1)         TO  SCAN-FROM-YM.
003590     MOVE     NENDO-YM (12)        TO  SCAN-TO-YM.
003600*-----------< カタログの業務日付は年度の期首日 >---------------*
003610     COMPUTE  WK-GYOMU-YMD  =  SCAN-FROM-YM  *  100  +  1.
003620*-----------< 年度の全月締め済みチェック >---------------------*
003630     PERFORM      CLOSED-CHECK-RTN.
003631*-----------< 直近年度は保持（翌年度の全月締め済みチェック） >-*
003632     PERFORM      RETAIN-CHECK-RTN.
003640*-----------< 年度集計の読込・合計 >---------------------------*
003650     PERFORM      SUM-LOAD-RTN.
003660*-----------< 世代番号決定（カタログ最大＋１） >---------------*
003670     PERFORM      GEN-DECIDE-RTN.
003680     DISPLAY  MSG-509I  GEN-NO     UPON  CONS.
003690 INIT-EXT.
003700     EXIT.
003710****************************************************************
003720*    (1.1)   ARG-RTN　（起動パラメタ判定）
003730****************************************************************
003740 ARG-RTN                           SECTION.
003750     ACCEPT   ARG-CNT               FROM  BANGO.
003760     PERFORM  ARG-READ-RTN
003770         VARYING ARG-IDX FROM 1 BY 1
003780         UNTIL   ARG-IDX             >     ARG-CNT.
003790 ARG-EXT.
003800     EXIT.
003810****************************************************************
003820*    (1.2)   ARG-READ-RTN　（起動パラメタ　１件判定）
003830****************************************************************
003840 ARG-READ-RTN                       SECTION.
003850     DISPLAY  ARG-IDX               UPON  BANGO.
003860     ACCEPT   ARG-VALUE             FROM  ATAI
003870         ON EXCEPTION
003880             CONTINUE
003890         NOT ON EXCEPTION
003900             IF  ARG-VALUE (1:6)     =    "NENDO="
003910                 IF  ARG-VALUE (7:4)     NUMERIC    AND
003920                     ARG-VALUE (7:4)     >    "0000"
003930                     MOVE  ARG-VALUE (7:4)  TO  ARG-NENDO
003940                     MOVE  "1"              TO  ARG-NENDO-SW
003950                 ELSE
003960                     DISPLAY MSG-721F        UPON  CONS
003970                     MOVE    221              TO   RETURN-CODE
003980                     PERFORM ABEND-MSG-RTN
003990                     STOP    RUN
004000                 END-IF
004010             END-IF
004020     END-ACCEPT.
004030 ARG-READ-EXT.
004040     EXIT.
004050****************************************************************
004060*    (1.3)   NENDO-SET-RTN　（年度対象月テーブル設定）
004070****************************************************************
004080 NENDO-SET-RTN                     SECTION.
004090     MOVE     CALC-YYYYMM          TO  NENDO-YM (TUKI-IDX).
004100     MOVE     "0"                  TO  NENDO-CLOSED-SW (TUKI-IDX).
004110     IF  CALC-MM                   =   12
004120         MOVE     1                TO  CALC-MM
004130         ADD      1                TO  CALC-YYYY
004140     ELSE
004150         ADD      1                TO  CALC-MM
004160     END-IF.
004170 NENDO-SET-EXT.
004180     EXIT.
004190****************************************************************
004200*    (1.4)   CLOSED-CHECK-RTN　（年度全月締め済みチェック）
004210****************************************************************
004220 CLOSED-CHECK-RTN                  SECTION.
004230     PERFORM  CLOSED-SCAN-RTN.
004450*-----------< １２か月すべて締め済みでなければ繰越しない >-----*
004460     IF  CLOSED-CNT                =   12
004470         CONTINUE
004480     ELSE
004490         MOVE    MISIME-YM         TO  MSG-521F-YM
004500         MOVE    227               TO  RETURN-CODE
004510         DISPLAY MSG-521F          UPON  CONS
004520         PERFORM ABEND-MSG-RTN
004530         STOP    RUN
004540     END-IF.
004550 CLOSED-CHECK-EXT.
004560     EXIT.
004570****************************************************************
004580*    (1.5)   CLOSED-READ-RTN
004590****************************************************************
004600 CLOSED-READ-RTN                   SECTION.
004610     READ     UPT714K
004620         AT END
004630             MOVE  HIGH-VALUE            TO  CLOSED-END-SW
004640         NOT AT END
004650             PERFORM  CLOSED-MATCH-RTN
004660                 VARYING TUKI-IDX FROM 1 BY 1
004670                 UNTIL   TUKI-IDX        >   12
004680     END-READ.
004690 CLOSED-READ-EXT.
004700     EXIT.
004710****************************************************************
004720*    (1.6)   CLOSED-MATCH-RTN　（締め済み月の照合）
004730****************************************************************
004740 CLOSED-MATCH-RTN                  SECTION.
004750     IF  UPT714K-YYYYMM            =   NENDO-YM (TUKI-IDX)
004760         MOVE     "1"              TO  NENDO-CLOSED-SW (TUKI-IDX)
004770     END-IF.
004780 CLOSED-MATCH-EXT.
004790     EXIT.
004800****************************************************************
004810*    (1.7)   CLOSED-CNT-RTN　（締め済み月数・最初の未締め月）
004820****************************************************************
004830 CLOSED-CNT-RTN                    SECTION.
004840     IF  NENDO-CLOSED-SW (TUKI-IDX)  =   "1"
004850         ADD      1                TO  CLOSED-CNT
004860     ELSE
004870         IF  MISIME-YM             =   ZERO
004880             MOVE  NENDO-YM (TUKI-IDX)  TO  MISIME-YM
004890         END-IF
004900     END-IF.
004910 CLOSED-CNT-EXT.
004920     EXIT.
004930****************************************************************
004940*    (1.8)   SUM-LOAD-RTN　（年度集計　読込・合計）
004950****************************************************************
004960 SUM-LOAD-RTN                      SECTION.
004970     OPEN INPUT UPT739I.
004980     IF  FILE-STATUS               =   ZERO
004990         CONTINUE
005000     ELSE
005010         MOVE    111               TO  RETURN-CODE
005020         MOVE    FILE-STATUS       TO  MSG-511F-ST
005030         DISPLAY MSG-511F RETURN-CODE UPON CONS
005040         PERFORM ABEND-MSG-RTN
005050         STOP    RUN
005060     END-IF.
005070     MOVE     ZERO                 TO  END-SW.
005080     PERFORM  SUM-READ-RTN
005090         UNTIL END-SW              =   HIGH-VALUE.
005100     CLOSE    UPT739I.
005110 SUM-LOAD-EXT.
005120     EXIT.
005130****************************************************************
005140*    (1.9)   SUM-READ-RTN　（年度集計　１件合計）
005150****************************************************************
005160 SUM-READ-RTN                      SECTION.
005170     READ      UPT739I
005180         AT    END
005190             MOVE  HIGH-VALUE            TO  END-SW
005200         NOT AT END
005210             IF    FILE-STATUS           =   ZERO
005220                   CONTINUE
005230             ELSE
005240                   MOVE  113               TO  RETURN-CODE
005250                   MOVE  FILE-STATUS       TO  MSG-513F-ST
005260                   DISPLAY MSG-513F RETURN-CODE  UPON  CONS
005270                   PERFORM ABEND-MSG-RTN
005280                   STOP RUN
005290             END-IF
005300*-----------< 別年度の集計ファイルでは照合しない >-------------*
005310             IF    UPT739-NENDO          =   ARG-NENDO
005320                   CONTINUE
005330             ELSE
005340                   MOVE  229               TO  RETURN-CODE
005350                   MOVE  UPT739-NENDO      TO  MSG-523F-NENDO
005360                   DISPLAY MSG-523F  RETURN-CODE  UPON  CONS
005370                   PERFORM ABEND-MSG-RTN
005380                   STOP RUN
005390             END-IF
005400             ADD   1                     TO  CNT-IN
005410             ADD   UPT739-MEISAI-CNT     TO  SUM-MEISAI-CNT
005420             ADD   UPT739-NEN-URI        TO  SUM-NEN-URI
005430             ADD   UPT739-NEN-HEN        TO  SUM-NEN-HEN
005440             ADD   UPT739-NEN-NET        TO  SUM-NEN-NET
005450     END-READ.
005460 SUM-READ-EXT.
005470     EXIT.
005480****************************************************************
005490*    (1.10)  GEN-DECIDE-RTN　（世代番号決定）
005500****************************************************************
005510 GEN-DECIDE-RTN                    SECTION.
005520     MOVE     ZERO                 TO  GEN-MAX.
005530     OPEN     INPUT    UPT717L.
005540     IF  FILE-STATUS               =   ZERO
005550         MOVE     ZERO             TO  CAT-END-SW
005560         PERFORM  GEN-SCAN-RTN
005570             UNTIL CAT-END-SW      =   HIGH-VALUE
005580         CLOSE    UPT717L
005590     ELSE
005600         IF  FILE-STATUS           =   "35"
005610             CONTINUE
005620         ELSE
005630             MOVE    205           TO  RETURN-CODE
005640             MOVE    FILE-STATUS   TO  MSG-705F-ST
005650             DISPLAY MSG-705F  RETURN-CODE  UPON  CONS
005660             PERFORM ABEND-MSG-RTN
005670             STOP    RUN
005680         END-IF
005690     END-IF.
005700     COMPUTE  GEN-NO  =  GEN-MAX  +  1.
005710     MOVE     GEN-NO               TO  GEN-DSN-NO.
005720 GEN-DECIDE-EXT.
005730     EXIT.
005740****************************************************************
005750*    (1.11)  GEN-SCAN-RTN　（カタログ走査）
005760****************************************************************
005770 GEN-SCAN-RTN                      SECTION.
005780     READ     UPT717L
005790         AT END
005800             MOVE  HIGH-VALUE            TO  CAT-END-SW
005810         NOT AT END
005820             IF  UPT717L-GEN-NO          >   GEN-MAX
005830                 MOVE  UPT717L-GEN-NO    TO  GEN-MAX
005840             END-IF
005850     END-READ.
005860 GEN-SCAN-EXT.
005870     EXIT.
005880****************************************************************
005890*    (2.0)   ARC-RTN　（月次累積　年度分アーカイブ）
005900****************************************************************
005910 ARC-RTN                           SECTION.
005920     OPEN INPUT UPT714O.
005930     IF  FILE-STATUS               =   ZERO
005940         CONTINUE
005950     ELSE
005960         MOVE    101               TO  RETURN-CODE
005970         MOVE    FILE-STATUS       TO  MSG-501F-ST
005980         DISPLAY MSG-501F RETURN-CODE UPON CONS
005990         PERFORM ABEND-MSG-RTN
006000         STOP    RUN
006010     END-IF.
006020     MOVE     ZERO                 TO  CNT-REC.
006030     PERFORM  T714-START-RTN.
006040     IF  END-SW                    =   HIGH-VALUE
006050         CONTINUE
006060     ELSE
006070         PERFORM  T714-READ-RTN
006080     END-IF.
006081*-----------< 年度分の月次累積なしは世代ファイルを作成しない >-*
006082     IF  END-SW                    =   HIGH-VALUE
006083         CONTINUE
006084     ELSE
006085         PERFORM  GENF-OPEN-RTN
006086         PERFORM  ARC-READ-RTN
006087             UNTIL END-SW          =   HIGH-VALUE
006088         CLOSE    GENF
006089     END-IF.
00608A     CLOSE    UPT714O.
006090 ARC-EXT.
006100     EXIT.
006110****************************************************************
006120*    (2.1)   T714-START-RTN　（年度期首へ位置付け）
006130****************************************************************
006140 T714-START-RTN                    SECTION.
006150     COMPUTE  UPT714-GYOMU-YMD  =  SCAN-FROM-YM  *  100.
006160     MOVE     ZERO                 TO  UPT714-TORIHIKI-CD9.
006170     MOVE     ZERO                 TO  UPT714-SYUPPAN-CD9.
006180     MOVE     ZERO                 TO  END-SW.
006190     START    UPT714O
006200         KEY  IS  NOT  LESS  THAN  UPT714-KEY
006210         INVALID KEY
006220             MOVE  HIGH-VALUE      TO  END-SW
006230     END-START.
006240 T714-START-EXT.
006250     EXIT.
006260****************************************************************
006270*    (2.2)   T714-READ-RTN　（年度内１件読込）
006280****************************************************************
006290 T714-READ-RTN                     SECTION.
006300     READ     UPT714O   NEXT
006310         AT END
006320             MOVE  HIGH-VALUE            TO  END-SW
006330         NOT AT END
006340             IF    FILE-STATUS           =   ZERO
006350                 IF  UPT714-GYOMU-YMD (1:6)  >   SCAN-TO-YM
006360                     MOVE  HIGH-VALUE    TO  END-SW
006370                 END-IF
006380             ELSE
006390                 MOVE  103               TO  RETURN-CODE
006400                 MOVE  FILE-STATUS       TO  MSG-503F-ST
006410                 DISPLAY MSG-503F RETURN-CODE  UPON  CONS
006420                 PERFORM ABEND-MSG-RTN
006430                 STOP RUN
006440             END-IF
006450     END-READ.
006460 T714-READ-EXT.
006470     EXIT.
006480****************************************************************
006490*    (2.3)   ARC-READ-RTN　（年度内１件退避）
006500****************************************************************
006510 ARC-READ-RTN                      SECTION.
006520     MOVE     UPT714O-REC          TO  GENF-REC.
006530     PERFORM  GENF-WRITE-RTN.
006540     ADD      1                    TO  DTL-MEISAI-CNT.
006550     ADD      UPT714-URI-CNT       TO  DTL-NEN-URI.
006560     ADD      UPT714-HEN-CNT       TO  DTL-NEN-HEN.
006570     ADD      UPT714-NET-CNT       TO  DTL-NEN-NET.
006580     PERFORM  T714-READ-RTN.
006630 ARC-READ-EXT.
006640     EXIT.
006650****************************************************************
006660*    (2.4)   GENF-OPEN-RTN　（世代ファイルＯＰＥＮ）
006670****************************************************************
006680 GENF-OPEN-RTN                     SECTION.
006690     OPEN OUTPUT GENF.
006700     IF  FILE-STATUS               =   ZERO
006710         CONTINUE
006720     ELSE
006730         MOVE    201               TO  RETURN-CODE
006740         MOVE    FILE-STATUS       TO  MSG-701F-ST
006750         DISPLAY MSG-701F RETURN-CODE UPON CONS
006760         PERFORM ABEND-MSG-RTN
006770         STOP    RUN
006780     END-IF.
006790 GENF-OPEN-EXT.
006800     EXIT.
006810****************************************************************
006820*    (2.5)   GENF-WRITE-RTN　（世代ファイル出力）
006830****************************************************************
006840 GENF-WRITE-RTN                    SECTION.
006850     WRITE    GENF-REC.
006860     IF  FILE-STATUS               =   ZERO
006870         ADD  1                    TO  CNT-REC
006880     ELSE
006890         MOVE    202               TO  RETURN-CODE
006900         MOVE    FILE-STATUS       TO  MSG-703F-ST
006910         DISPLAY MSG-703F  RETURN-CODE  UPON  CONS
006920         PERFORM ABEND-MSG-RTN
006930         STOP    RUN
006940     END-IF.
006950 GENF-WRITE-EXT.
006960     EXIT.
006970****************************************************************
006980*    (3.0)   SYOGO-RTN　（年度集計と月次累積の照合）
006990****************************************************************
007000 SYOGO-RTN                         SECTION.
007010     IF  SUM-MEISAI-CNT            NOT =   DTL-MEISAI-CNT
007020         MOVE     "COUNT"          TO  MSG-525F-ITEM
007030         MOVE     SUM-MEISAI-CNT   TO  MSG-527F-VAL
007040         MOVE     DTL-MEISAI-CNT   TO  MSG-529F-VAL
007050         PERFORM  SYOGO-ERR-RTN
007060     END-IF.
007070     IF  SUM-NEN-URI               NOT =   DTL-NEN-URI
007080         MOVE     "URI-CNT"        TO  MSG-525F-ITEM
007090         MOVE     SUM-NEN-URI      TO  MSG-527F-VAL
007100         MOVE     DTL-NEN-URI      TO  MSG-529F-VAL
007110         PERFORM  SYOGO-ERR-RTN
007120     END-IF.
007130     IF  SUM-NEN-HEN               NOT =   DTL-NEN-HEN
007140         MOVE     "HEN-CNT"        TO  MSG-525F-ITEM
007150         MOVE     SUM-NEN-HEN      TO  MSG-527F-VAL
007160         MOVE     DTL-NEN-HEN      TO  MSG-529F-VAL
007170         PERFORM  SYOGO-ERR-RTN
007180     END-IF.
007190     IF  SUM-NEN-NET               NOT =   DTL-NEN-NET
007200         MOVE     "NET-CNT"        TO  MSG-525F-ITEM
007210         MOVE     SUM-NEN-NET      TO  MSG-527F-VAL
007220         MOVE     DTL-NEN-NET      TO  MSG-529F-VAL
007230         PERFORM  SYOGO-ERR-RTN
007240     END-IF.
007250 SYOGO-EXT.
007260     EXIT.
007270****************************************************************
007280*    (3.1)   SYOGO-ERR-RTN　（照合不一致　カタログ登録・消去せず）
007290****************************************************************
007300 SYOGO-ERR-RTN                     SECTION.
007310     MOVE    231                   TO  RETURN-CODE.
007320     DISPLAY MSG-525F  RETURN-CODE UPON  CONS.
007330     DISPLAY MSG-527F              UPON  CONS.
007340     DISPLAY MSG-529F              UPON  CONS.
007350     PERFORM ABEND-MSG-RTN.
007360     STOP    RUN.
007370 SYOGO-ERR-EXT.
007380     EXIT.
007390****************************************************************
007400*    (4.0)   CAT-ADD-RTN　（カタログ追記）
007410****************************************************************
007420 CAT-ADD-RTN                       SECTION.
007430     OPEN     EXTEND    UPT717L.
007440     IF  FILE-STATUS               =   "35"
007450         OPEN    OUTPUT    UPT717L
007460     END-IF.
007470     IF  FILE-STATUS               =   ZERO
007480         CONTINUE
007490     ELSE
007500         MOVE    205               TO  RETURN-CODE
007510         MOVE    FILE-STATUS       TO  MSG-705F-ST
007520         DISPLAY MSG-705F  RETURN-CODE  UPON  CONS
007530         PERFORM ABEND-MSG-RTN
007540         STOP    RUN
007550     END-IF.
007560     INITIALIZE  UPT717L-REC.
007570     MOVE     WK-GYOMU-YMD         TO  UPT717L-GYOMU-YMD.
007580     MOVE     GEN-NO               TO  UPT717L-GEN-NO.
007590     MOVE     ARC-FILE-ID          TO  UPT717L-FILE-ID.
007600     MOVE     GEN-DSN              TO  UPT717L-DSN.
007610     MOVE     CNT-REC              TO  UPT717L-REC-CNT.
007620     MOVE     ZERO                 TO  UPT717L-RC.
007630     ACCEPT   WK-DATE              FROM  DATE.
007640     ACCEPT   WK-TIME              FROM  TIME.
007650     MOVE     WK-Y                 TO  WK-YY.
007660     MOVE     WK-M                 TO  WK-MM.
007670     MOVE     WK-D                 TO  WK-DD.
007680     MOVE     20                   TO  WK-20.
007690     MOVE     WK-YYYYMMDD (1:8)    TO  UPT717L-TOROKU-YMD.
007700     MOVE     WK-TIME              TO  UPT717L-TOROKU-HMS.
007710     WRITE    UPT717L-REC.
007720     IF  FILE-STATUS               =   ZERO
007730         CONTINUE
007740     ELSE
007750         MOVE    207               TO  RETURN-CODE
007760         MOVE    FILE-STATUS       TO  MSG-707F-ST
007770         DISPLAY MSG-707F  RETURN-CODE  UPON  CONS
007780         PERFORM ABEND-MSG-RTN
007790         STOP    RUN
007800     END-IF.
007810     CLOSE    UPT717L.
007820 CAT-ADD-EXT.
007830     EXIT.
007840****************************************************************
007850*    (5.0)   DEL-RTN　（月次累積　年度分消去）
007860****************************************************************
007870 DEL-RTN                           SECTION.
007880     OPEN I-O   UPT714O.
007890     IF  FILE-STATUS               =   ZERO
007900         CONTINUE
007910     ELSE
007920         MOVE    107               TO  RETURN-CODE
007930         MOVE    FILE-STATUS       TO  MSG-507F-ST
007940         DISPLAY MSG-507F RETURN-CODE UPON CONS
007950         PERFORM ABEND-MSG-RTN
007960         STOP    RUN
007970     END-IF.
007980     MOVE     ZERO                 TO  CNT-DEL.
007990     PERFORM  T714-START-RTN.
008000     PERFORM  DEL-READ-RTN
008010         UNTIL END-SW              =   HIGH-VALUE.
008020     CLOSE    UPT714O.
008030*-----------< 消去件数は退避件数と一致すること >---------------*
008040     IF  CNT-DEL                   =   CNT-REC
008050         CONTINUE
008060     ELSE
008070         MOVE    239               TO  RETURN-CODE
008080         MOVE    CNT-DEL           TO  MSG-711F-CNT
008090         DISPLAY MSG-711F  RETURN-CODE  UPON  CONS
008100         PERFORM ABEND-MSG-RTN
008110         STOP    RUN
008120     END-IF.
008130 DEL-EXT.
008140     EXIT.
008150****************************************************************
008160*    (5.1)   DEL-READ-RTN　（年度内１件消去）
008170****************************************************************
008180 DEL-READ-RTN                      SECTION.
008190     PERFORM  T714-READ-RTN.
008200     IF  END-SW                    =   HIGH-VALUE
008210         CONTINUE
008220     ELSE
008230         DELETE   UPT714O   RECORD
008240         IF  FILE-STATUS           =   ZERO
008250             ADD  1                TO  CNT-DEL
008260         ELSE
008270             MOVE    209           TO  RETURN-CODE
008280             MOVE    FILE-STATUS   TO  MSG-709F-ST
008290             DISPLAY MSG-709F  RETURN-CODE  UPON  CONS
008300             PERFORM ABEND-MSG-RTN
008310             STOP    RUN
008320         END-IF
008330     END-IF.
008340 DEL-READ-EXT.
008350     EXIT.
008360****************************************************************
008370*    (6.0)     ＳＴＡＲＴメッセージ処理                        *
008380****************************************************************
008390 START-MSG-RTN                     SECTION.
008400     ACCEPT  WK-DATE               FROM   DATE.
008410     ACCEPT  WK-TIME               FROM   TIME.
008420     MOVE    WK-Y                  TO     WK-YY.
008430     MOVE    WK-M                  TO     WK-MM.
008440     MOVE    WK-D                  TO     WK-DD.
008450     MOVE    20                    TO     WK-20.
008460*
008470     MOVE    WK-YYYY               TO     MESSAGE-START-YYYY.
008480     MOVE    WK-MM                 TO     MESSAGE-START-MM.
008490     MOVE    WK-DD                 TO     MESSAGE-START-DD.
008500     MOVE    WK-TIM                TO     MESSAGE-START-TIM.
008510     MOVE    WK-MIN                TO     MESSAGE-START-MIN.
008520     MOVE    WK-SEC                TO     MESSAGE-START-SEC.
008530*
008540     DISPLAY  MESSAGE-START  UPON CONS.
008550*
008560 START-MSG-EXT.
008570     EXIT.
008580****************************************************************
008590*    (7.0)     ＡＢＥＮＤメッセージ処理                        *
008600****************************************************************
008610 ABEND-MSG-RTN                     SECTION.
008620     ACCEPT  WK-DATE               FROM   DATE.
008630     ACCEPT  WK-TIME               FROM   TIME.
008640     MOVE    WK-Y                  TO     WK-YY.
008650     MOVE    WK-M                  TO     WK-MM.
008660     MOVE    WK-D                  TO     WK-DD.
008670     MOVE    20                    TO     WK-20.
008680*
008690     MOVE    WK-YYYY               TO     MESSAGE-ABEND-YYYY.
008700     MOVE    WK-MM                 TO     MESSAGE-ABEND-MM.
008710     MOVE    WK-DD                 TO     MESSAGE-ABEND-DD.
008720     MOVE    WK-TIM                TO     MESSAGE-ABEND-TIM.
008730     MOVE    WK-MIN                TO     MESSAGE-ABEND-MIN.
008740     MOVE    WK-SEC                TO     MESSAGE-ABEND-SEC.
008750*
008760     DISPLAY  MESSAGE-ABEND  UPON CONS.
008770*
008780 ABEND-MSG-EXT.
008790     EXIT.
008800****************************************************************
008810*    (8.0)     ＥＮＤメッセージ処理                            *
008820****************************************************************
008830 END-MSG-RTN                     SECTION.
008840     ACCEPT  WK-DATE               FROM   DATE.
008850     ACCEPT  WK-TIME               FROM   TIME.
008860     MOVE    WK-Y                  TO     WK-YY.
008870     MOVE    WK-M                  TO     WK-MM.
008880     MOVE    WK-D                  TO     WK-DD.
008890     MOVE    20                    TO     WK-20.
008900*
008910     MOVE    WK-YYYY               TO     MESSAGE-END-YYYY.
008920     MOVE    WK-MM                 TO     MESSAGE-END-MM.
008930     MOVE    WK-DD                 TO     MESSAGE-END-DD.
008940     MOVE    WK-TIM                TO     MESSAGE-END-TIM.
008950     MOVE    WK-MIN                TO     MESSAGE-END-MIN.
008960     MOVE    WK-SEC                TO     MESSAGE-END-SEC.
008970*
008980     DISPLAY  MESSAGE-END  UPON CONS.
008990*
009000 END-MSG-EXT.
009010     EXIT.
009020****************************************************************
009030*    (9.0)              エンド 処理                            *
009040****************************************************************
009050 END-RTN                           SECTION.
009060*
009070     DISPLAY MSG-501I  CNT-IN    UPON CONS.
009080     DISPLAY MSG-503I  CNT-REC   UPON CONS.
009090     DISPLAY MSG-505I  CNT-DEL   UPON CONS.
009100*---------< 年度分の月次累積なし（カタログ登録・消去なし） >---*
009110     IF  CNT-REC                   =   ZERO
009120         MOVE    ARG-NENDO         TO  MSG-741W-NENDO
009130         DISPLAY MSG-741W          UPON  CONS
009140         MOVE    4                 TO  RETURN-CODE
009150     ELSE
009160         MOVE    ZERO              TO  RETURN-CODE
009170     END-IF.
009180     PERFORM END-MSG-RTN.
009190*
009200 END-EXT.
009210     EXIT.
009220****************************************************************
009230*    (10.0)  RETAIN-CHECK-RTN　（直近年度の保持チェック）
009240*            前年同月・直近配本回の実績を月次累積に残すため、
009250*            翌年度の１２か月すべて締め済みの年度のみ繰越す
009260****************************************************************
009270 RETAIN-CHECK-RTN                  SECTION.
009280     COMPUTE  CALC-YYYY  =  ARG-NENDO  +  1.
009290     MOVE     KISYU-MM             TO  CALC-MM.
009300     PERFORM  NENDO-SET-RTN
009310         VARYING TUKI-IDX FROM 1 BY 1
009320         UNTIL   TUKI-IDX          >   12.
009330     PERFORM  CLOSED-SCAN-RTN.
009340     IF  CLOSED-CNT                =   12
009350         CONTINUE
009360     ELSE
009370         MOVE    MISIME-YM         TO  MSG-531F-YM
009380         MOVE    241               TO  RETURN-CODE
009390         DISPLAY MSG-531F          UPON  CONS
009400         PERFORM ABEND-MSG-RTN
009410         STOP    RUN
009420     END-IF.
009430 RETAIN-CHECK-EXT.
009440     EXIT.
009450****************************************************************
009460*    (10.1)  CLOSED-SCAN-RTN　（締め済み月数・最初の未締め月算出）
009470****************************************************************
009480 CLOSED-SCAN-RTN                   SECTION.
009490     OPEN     INPUT    UPT714K.
009500     IF  FILE-STATUS               =   ZERO
009510         MOVE     ZERO             TO  CLOSED-END-SW
009520         PERFORM  CLOSED-READ-RTN
009530             UNTIL CLOSED-END-SW   =   HIGH-VALUE
009540         CLOSE    UPT714K
009550     ELSE
009560         IF  FILE-STATUS           =   "35"
009570             CONTINUE
009580         ELSE
009590             MOVE    105           TO  RETURN-CODE
009600             MOVE    FILE-STATUS   TO  MSG-505F-ST
009610             DISPLAY MSG-505F  RETURN-CODE  UPON  CONS
009620             PERFORM ABEND-MSG-RTN
009630             STOP    RUN
009640         END-IF
009650     END-IF.
009660     MOVE     ZERO                 TO  CLOSED-CNT.
009670     MOVE     ZERO                 TO  MISIME-YM.
009680     PERFORM  CLOSED-CNT-RTN
009690         VARYING TUKI-IDX FROM 1 BY 1
009700         UNTIL   TUKI-IDX          >   12.
009710 CLOSED-SCAN-EXT.
009720     EXIT.
