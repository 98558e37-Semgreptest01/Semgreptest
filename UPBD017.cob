000040*    プログラムＩＤ： UPBD017
000050*    作  成  者    ： T.HARUYAMA
000060*    作  成  日    ： 2004年08月10日
000061*    修  正  日    ： 2004年10月05日 営業日カレンダ対応
000070****************************************************************
000080 IDENTIFICATION                    DIVISION.
000090 PROGRAM-ID.                       UPBD017.
000360     SELECT  UPT702AR     ASSIGN     TO  UPT702AR
000370             ACCESS  MODE       IS  SEQUENTIAL
000380             FILE    STATUS     FILE-STATUS.
000381*------------ファイル   （営業日カレンダマスタ）---------------*
000382     SELECT  UPT730I      ASSIGN     TO  UPT730I
000383             ORGANIZATION       IS  INDEXED
000384             ACCESS  MODE       IS  DYNAMIC
000385             RECORD  KEY        IS  UPT730-YMD
000386             FILE    STATUS     IS  FILE-STATUS.
000390*
000400 DATA                              DIVISION.
000410 FILE                              SECTION.
000650 FD  UPT702AR       LABEL  RECORD STANDARD.
000660 01  UPT702AR-REC            PIC X(132).
000670*
000671****************************************************************
000672*            ファイル   （営業日カレンダマスタ）
000673****************************************************************
000674 FD  UPT730I        LABEL  RECORD STANDARD.
000675 01  UPT730I-REC.
000676     COPY   UPT730C.
000677*
000680 WORKING-STORAGE                   SECTION.
000690*---------------< WORK-AREA定義 >-----------------------------*
000700 01  SW-AREA.
000710     03  END-SW                        PIC X(02) VALUE ZERO.
000720     03  ARG-DATE-SW                   PIC X(01) VALUE "0".
000730         88  ARG-DATE-SUPPLIED         VALUE "1".
000731     03  CAL-SW                        PIC X(01) VALUE "0".
000732         88  CAL-ARI                   VALUE "1".
000733     03  CAL-END-SW                    PIC X(01) VALUE "0".
000734         88  CAL-END                   VALUE "1".
000740 01  WK-DATE.
000750     03  WK-Y                          PIC  9(2).
000760     03  WK-M                          PIC  9(2).
001104     03  CALC-Q400                     PIC 9(07) VALUE ZERO.
001105     03  CALC-QM                       PIC 9(07) VALUE ZERO.
001110     03  CALC-SERIAL                   PIC 9(07) VALUE ZERO.
001111     03  KYUGYO-CNT                    PIC 9(05) VALUE ZERO.
001120*---------------< 起動パラメタの定義 >------------------------*
001130 01  ARG-AREA.
001140     03  ARG-CNT                       PIC 9(02) VALUE ZERO.
002680     03  MSG-723F.
002690       05  FILLER                      PIC  X(41) VALUE
002700     "++ UPBD017  723F AGE=   ARGUMENT INVALID ".
002701     03  MSG-775F.
002702       05  FILLER                      PIC  X(41) VALUE
002703     "++ UPBD017  775F UPT730  OPEN  ERROR ST= ".
002704       05  MSG-775F-ST                 PIC  9(03).
002705     03  MSG-777F.
002706       05  FILLER                      PIC  X(41) VALUE
002707     "++ UPBD017  777F UPT730  READ  ERROR ST= ".
002708       05  MSG-777F-ST                 PIC  9(03).
002710*
002720 PROCEDURE                         DIVISION.
002730****************************************************************
003040     MOVE     WK-GYOMU-YMD         TO  CALC-YMD.
003050     PERFORM  SERIAL-CALC-RTN.
003060     MOVE     CALC-SERIAL          TO  GYOMU-SERIAL.
003061*-----------< ファイル  （営業日カレンダ）ＯＰＥＮ  >----------*
003062     OPEN INPUT UPT730I.
003063     IF  FILE-STATUS               =   ZERO
003064         MOVE    "1"               TO  CAL-SW
003065     ELSE
003066         IF  FILE-STATUS           =   "35"
003067             CONTINUE
003068         ELSE
003069             MOVE    107           TO  RETURN-CODE
00306A             MOVE    FILE-STATUS   TO  MSG-775F-ST
00306B             DISPLAY MSG-775F RETURN-CODE UPON CONS
00306C             PERFORM ABEND-MSG-RTN
00306D             STOP    RUN
00306E         END-IF
00306F     END-IF.
003070*-----------< ファイル  （保留　今回分）ＯＰＥＮ  >------------*
003080     OPEN INPUT UPT702HO.
003090     IF  FILE-STATUS               =   ZERO
004510     PERFORM  SERIAL-CALC-RTN.
004520     MOVE     CALC-SERIAL          TO  FIRST-SERIAL.
004530     COMPUTE  WK-AGE-DAYS  =  GYOMU-SERIAL  -  FIRST-SERIAL.
004531*-----------< 休業日を除き営業日数で経過日数を求める >---------*
004532     IF  CAL-ARI
004533         PERFORM  KYUGYO-CNT-RTN
004534         SUBTRACT KYUGYO-CNT       FROM  WK-AGE-DAYS
004535     END-IF.
004540     IF  WK-AGE-DAYS               <   ZERO
004550         MOVE  ZERO                TO  WK-AGE-DAYS
004560     END-IF.
006280     CLOSE     UPT702HI.
006290     CLOSE     UPT702X.
006300     CLOSE     UPT702AR.
006301     IF  CAL-ARI
006302         CLOSE     UPT730I
006303     END-IF.
006310     MOVE      ZERO                TO  RETURN-CODE.
006320*---------< 入力件数表示 >-------------------------------------*
006330     DISPLAY MSG-501I  CNT-IN       UPON CONS.
006370*
006380 END-EXT.
006390     EXIT.
006400****************************************************************
006410*    (7.0)   KYUGYO-CNT-RTN　（期間内休業日数計数）
006420****************************************************************
006430 KYUGYO-CNT-RTN                    SECTION.
006440     MOVE     ZERO                 TO  KYUGYO-CNT.
006450     MOVE     "0"                  TO  CAL-END-SW.
006460     MOVE     UPT702H-FIRST-YMD    TO  UPT730-YMD.
006470     START    UPT730I  KEY  IS  >  UPT730-YMD
006480         INVALID KEY
006490             MOVE  "1"             TO  CAL-END-SW
006500     END-START.
006510     PERFORM  KYUGYO-READ-RTN
006520         UNTIL    CAL-END.
006530 KYUGYO-CNT-EXT.
006540     EXIT.
006550****************************************************************
006560*    (7.1)   KYUGYO-READ-RTN　（休業日　１件読込）
006570****************************************************************
006580 KYUGYO-READ-RTN                   SECTION.
006590     READ      UPT730I  NEXT  RECORD
006600         AT    END
006610         MOVE  "1"                     TO  CAL-END-SW
006620*
006630         NOT AT END
006640         IF    FILE-STATUS               =   ZERO
006650               IF  UPT730-YMD            >   WK-GYOMU-YMD
006660                   MOVE  "1"             TO  CAL-END-SW
006670               ELSE
006680                   ADD   +1              TO  KYUGYO-CNT
006690               END-IF
006700         ELSE
006710               MOVE  109                 TO  RETURN-CODE
006720               MOVE FILE-STATUS          TO  MSG-777F-ST
006730               DISPLAY MSG-777F RETURN-CODE  UPON  CONS
006740               PERFORM ABEND-MSG-RTN
006750               STOP RUN
006760         END-IF.
006770 KYUGYO-READ-EXT.
006780     EXIT.
