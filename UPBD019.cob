000040*    プログラムＩＤ： UPBD019
000050*    作  成  者    ： T.HARUYAMA
000060*    作  成  日    ： 2004年08月31日
000061*    修  正  日    ： 2004年10月05日 営業日カレンダ対応
000070****************************************************************
000080 IDENTIFICATION                    DIVISION.
000090 PROGRAM-ID.                       UPBD019.
000320     SELECT  UPT720R      ASSIGN     TO  UPT720R
000330             ACCESS  MODE       IS  SEQUENTIAL
000340             FILE    STATUS     FILE-STATUS.
000341*------------ファイル   （営業日カレンダマスタ）---------------*
000342     SELECT  UPT730I      ASSIGN     TO  UPT730I
000343             ORGANIZATION       IS  INDEXED
000344             ACCESS  MODE       IS  RANDOM
000345             RECORD  KEY        IS  UPT730-YMD
000346             FILE    STATUS     IS  FILE-STATUS.
000350*
000360 DATA                              DIVISION.
000370 FILE                              SECTION.
000550 FD  UPT720R        LABEL  RECORD STANDARD.
000560 01  UPT720R-REC             PIC X(132).
000570*
000571****************************************************************
000572*            ファイル   （営業日カレンダマスタ）
000573****************************************************************
000574 FD  UPT730I        LABEL  RECORD STANDARD.
000575 01  UPT730I-REC.
000576     COPY   UPT730C.
000577*
000580 WORKING-STORAGE                   SECTION.
000590*---------------< WORK-AREA定義 >-----------------------------*
000600 01  SW-AREA.
000760         88  L007-FOUND                VALUE "1".
000770     03  TRL-FOUND-SW                  PIC X(01) VALUE "0".
000780         88  TRL-FOUND                 VALUE "1".
000781     03  KYUGYO-SW                     PIC X(01) VALUE "0".
000782         88  KYUGYO-BI                 VALUE "1".
000783     03  KYUGYO-NORUN-SW               PIC X(01) VALUE "0".
000784         88  KYUGYO-NORUN              VALUE "1".
000790 01  WK-DATE.
000800     03  WK-Y                          PIC  9(2).
000810     03  WK-M                          PIC  9(2).
002020 01  PRT-SOGO.
002030     03  FILLER                        PIC X(22) VALUE
002040     "  OVERALL  RESULT  =  ".
002050     03  PRT-SOGO-KEKKA                PIC X(07).
002060 01  PRT-SIGNOFF.
002070     03  FILLER                        PIC X(34) VALUE
002080     "  KAKUNIN-SYA SIGN: ______________".
002081*---------------< 休業日行の定義 >----------------------------*
002082 01  PRT-KYUGYO1.
002083     03  FILLER                        PIC X(22) VALUE
002084     "  NON-BUSINESS DAY :  ".
002085     03  PRT-KYUGYO-NAME               PIC X(20).
002086 01  PRT-KYUGYO2.
002087     03  FILLER                        PIC X(42) VALUE
002088     "  NO DAILY RUNS EXPECTED (NO LEDGER ENTRY)".
002090*
002100*---------------< メッセージ１の定義 >------------------------*
002110 01  MSG-PGID                          PIC X(08) VALUE
002770     03  MSG-603W.
002780       05  FILLER                      PIC  X(41) VALUE
002790     "++ UPBD019  603W BALANCE  LINK FAIL!!    ".
002791     03  MSG-605I.
002792       05  FILLER                      PIC  X(41) VALUE
002793     "++ UPBD019  605I BALANCE  NON-BUSINESS DY".
002800     03  MSG-501F.
002810       05  FILLER                      PIC  X(41) VALUE
002820     "++ UPBD019  501F UPT700L OPEN  ERROR ST= ".
003040     03  MSG-721F.
003050       05  FILLER                      PIC  X(41) VALUE
003060     "++ UPBD019  721F DATE=  ARGUMENT INVALID ".
003061     03  MSG-775F.
003062       05  FILLER                      PIC  X(41) VALUE
003063     "++ UPBD019  775F UPT730  OPEN  ERROR ST= ".
003064       05  MSG-775F-ST                 PIC  9(03).
003070*
003080 PROCEDURE                         DIVISION.
003090****************************************************************
003130*
003140     PERFORM      INIT-RTN.
003150*
003160     IF  KYUGYO-NORUN
003161         PERFORM  KYUGYO-OUT-RTN
003162     ELSE
003163         PERFORM  BALANCE-RTN
003164     END-IF.
003170*
003180     PERFORM      END-RTN.
003190*
003400     PERFORM      LEDGER-GATHER-RTN.
003410*-----------< 伝送ファイル集計 >-------------------------------*
003420     PERFORM      TRN-GATHER-RTN.
003421*-----------< 営業日判定 >---------------------------------------*
003422     PERFORM      KYUGYO-CHECK-RTN.
003430*-----------< ファイル  （バランスシート）ＯＰＥＮ  >----------*
003440     OPEN OUTPUT UPT720R.
003450     IF  FILE-STATUS               =   ZERO
006650****************************************************************
006660 LINK-MISSING-RTN                  SECTION.
006670     MOVE     "1"                  TO  LINK-NG-SW.
006680     MOVE     "LEDGER ENTRY MISSING - RUN MISSED"
006690                                   TO  PRT-CHECK.
006700 LINK-MISSING-EXT.
006710     EXIT.
008050         DISPLAY MSG-603W          UPON  CONS
008060     ELSE
008070         MOVE    ZERO              TO  RETURN-CODE
008080         IF  KYUGYO-NORUN
008081             DISPLAY MSG-605I      UPON  CONS
008082         ELSE
008083             DISPLAY MSG-601I      UPON  CONS
008084         END-IF
008090     END-IF.
008100     PERFORM END-MSG-RTN.
008110*
008120 END-EXT.
008130     EXIT.
008140****************************************************************
008150*    (8.0)   KYUGYO-CHECK-RTN　（営業日判定）
008160****************************************************************
008170 KYUGYO-CHECK-RTN                  SECTION.
008180     MOVE     "0"                  TO  KYUGYO-SW.
008190     OPEN     INPUT    UPT730I.
008200     IF  FILE-STATUS               =   ZERO
008210         MOVE     WK-GYOMU-YMD     TO  UPT730-YMD
008220         READ     UPT730I
008230             INVALID KEY
008240                 CONTINUE
008250             NOT INVALID KEY
008260                 MOVE  "1"         TO  KYUGYO-SW
008270                 MOVE  UPT730-KYUGYO-NAME
008280                                   TO  PRT-KYUGYO-NAME
008290         END-READ
008300         CLOSE    UPT730I
008310     ELSE
008320         IF  FILE-STATUS           =   "35"
008330             CONTINUE
008340         ELSE
008350             MOVE    109           TO  RETURN-CODE
008360             MOVE    FILE-STATUS   TO  MSG-775F-ST
008370             DISPLAY MSG-775F  RETURN-CODE  UPON  CONS
008380             PERFORM ABEND-MSG-RTN
008390             STOP    RUN
008400         END-IF
008410     END-IF.
008420*-----------< 休業日で起動実績なしは照合対象外 >---------------*
008430     IF  KYUGYO-BI             AND
008440         NOT  L008-FOUND       AND  NOT  L001-FOUND  AND
008450         NOT  L006-FOUND       AND  NOT  L007-FOUND
008460         MOVE     "1"              TO  KYUGYO-NORUN-SW
008470     END-IF.
008480 KYUGYO-CHECK-EXT.
008490     EXIT.
008500****************************************************************
008510*    (8.1)   KYUGYO-OUT-RTN　（休業日シート出力）
008520****************************************************************
008530 KYUGYO-OUT-RTN                    SECTION.
008540     PERFORM  MIDASI-RTN.
008550     MOVE     PRT-KYUGYO1          TO  PRT-LINE.
008560     PERFORM  LIST-WRITE-RTN.
008570     MOVE     PRT-KYUGYO2          TO  PRT-LINE.
008580     PERFORM  LIST-WRITE-RTN.
008590     MOVE     SPACE                TO  PRT-LINE.
008600     PERFORM  LIST-WRITE-RTN.
008610     MOVE     "HOLIDAY"            TO  PRT-SOGO-KEKKA.
008620     MOVE     PRT-SOGO             TO  PRT-LINE.
008630     PERFORM  LIST-WRITE-RTN.
008640     MOVE     SPACE                TO  PRT-LINE.
008650     PERFORM  LIST-WRITE-RTN.
008660     MOVE     PRT-SIGNOFF          TO  PRT-LINE.
008670     PERFORM  LIST-WRITE-RTN.
008680 KYUGYO-OUT-EXT.
008690     EXIT.
