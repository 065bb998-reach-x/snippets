000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    RATE-IMPACT.
000030 AUTHOR.        D. OKONKWO.
000040 INSTALLATION.  REACH-X DATA CENTER.
000050 DATE-WRITTEN.  10/14/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    MODIFICATION HISTORY
000090*    -------------------------------------------------------
000100*    10/14/2026  DOK   ORIGINAL PROGRAM.  RATE CHANGE IMPACT
000110*                      SIMULATION - A PLANNING REPORT ONLY.  READS
000120*                      EVERY AUDIT HISTORY TRANSACTION IN THE
000130*                      PERIOD NAMED ON THE IMPCTL CARD (DEFAULT
000140*                      THE MONTH BEFORE THE RUN DATE) AND PRICES
000150*                      THE OPERATIONS IT WAS KEYED FOR TWICE - AT
000160*                      THE RATEMAST RATE IN EFFECT ON ITS OWN
000170*                      DATE, AND AT THE RATE THE ARITHMETIC RUN
000180*                      WOULD PICK ON THE PROPOSED DATE (DEFAULT
000190*                      THE LATEST RATES ON FILE, STAGED ONES
000200*                      INCLUDED).  BOTH FOLLOW THE PRODUCTION RULE
000210*                      - THE CUSTOMER'S OWN RATE RECORD, OR 'DFLT'
000220*                      WHEN THERE IS NONE.  THE IMPACT IS PRINTED
000230*                      ON IMPRPT BY CUSTOMER (SORTED SO THE
000240*                      LARGEST INCREASE IS FIRST), BY BRANCH AND
000250*                      BY OPERATION.  NOTHING IS BILLED OR POSTED
000260*                      - ARBAL, BILLOUT AND THE MASTERS ARE READ
000270*                      ONLY OR NOT OPENED AT ALL.
000280*****************************************************************

000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SOURCE-COMPUTER.   IBM-370.
000320 OBJECT-COMPUTER.   IBM-370.

000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT IMPCTL-FILE ASSIGN TO IMPCTL
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS RIMP-CTL-STATUS.
000380     SELECT AUDHIST-FILE ASSIGN TO AUDHIST
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS SEQUENTIAL
000410         RECORD KEY IS AHST-KEY
000420         FILE STATUS IS RIMP-AUDHIST-STATUS.
000430     SELECT RATEMAST-FILE ASSIGN TO RATEMAST
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS SEQUENTIAL
000460         RECORD KEY IS RATE-KEY
000470         FILE STATUS IS RIMP-RATEMAST-STATUS.
000480     SELECT CUSTMAST-FILE ASSIGN TO CUSTMAST
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS RANDOM
000510         RECORD KEY IS CUST-ID
000520         FILE STATUS IS RIMP-CUSTMAST-STATUS.
000530     SELECT SORT-WORK-FILE ASSIGN TO SRTWORK1.
000540     SELECT IMPSORT-FILE ASSIGN TO SRTOUT
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS RIMP-IMPSORT-STATUS.
000570     SELECT IMPRPT-FILE ASSIGN TO IMPRPT
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS RIMP-IMPRPT-STATUS.
000600     SELECT BUSDATE-FILE ASSIGN TO BUSDATE
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS RIMP-BUSDATE-STATUS.

000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  IMPCTL-FILE
000660     RECORDING MODE IS F
000670     LABEL RECORDS ARE STANDARD.
000680 COPY IMPCTL.

000690 FD  AUDHIST-FILE
000700     LABEL RECORDS ARE STANDARD.
000710 COPY AUDHIST.

000720 FD  RATEMAST-FILE
000730     LABEL RECORDS ARE STANDARD.
000740 COPY RATEREC.

000750 FD  CUSTMAST-FILE
000760     LABEL RECORDS ARE STANDARD.
000770 COPY CUSTMAST.

000780*    ONE SORT RECORD PER CUSTOMER, RELEASED AT EACH CUSTOMER BREAK
000790*    IN THE HISTORY AND SORTED ON THE FEE CHANGE, LARGEST FIRST.
000800 SD  SORT-WORK-FILE.
000810 COPY IMPSORT REPLACING ==IMPS-RECORD== BY ==SRT-RECORD==
000820     ==IMPS-CUST-ID==       BY ==SRT-CUST-ID==
000830     ==IMPS-TXN-COUNT==     BY ==SRT-TXN-COUNT==
000840     ==IMPS-ACTUAL-FEES==   BY ==SRT-ACTUAL-FEES==
000850     ==IMPS-PROPOSED-FEES== BY ==SRT-PROPOSED-FEES==
000860     ==IMPS-FEE-CHANGE==    BY ==SRT-FEE-CHANGE==.

000870 FD  IMPSORT-FILE
000880     RECORDING MODE IS F
000890     LABEL RECORDS ARE STANDARD.
000900 COPY IMPSORT.

000910 FD  IMPRPT-FILE
000920     RECORDING MODE IS F
000930     LABEL RECORDS ARE STANDARD.
000940 01  IMP-RPT-RECORD           PIC X(132).

000950 FD  BUSDATE-FILE
000960     RECORDING MODE IS F
000970     LABEL RECORDS ARE STANDARD.
000980 COPY BUSDATE.

000990 WORKING-STORAGE SECTION.
001000*****************************************************************
001010*    FILE STATUS AND CONTROL SWITCHES
001020*****************************************************************
001030 77  RIMP-CTL-STATUS          PIC X(02) VALUE SPACES.
001040 77  RIMP-AUDHIST-STATUS      PIC X(02) VALUE SPACES.
001050 77  RIMP-RATEMAST-STATUS     PIC X(02) VALUE SPACES.
001060 77  RIMP-CUSTMAST-STATUS     PIC X(02) VALUE SPACES.
001070 77  RIMP-IMPSORT-STATUS      PIC X(02) VALUE SPACES.
001080 77  RIMP-IMPRPT-STATUS       PIC X(02) VALUE SPACES.
001090 77  RIMP-BUSDATE-STATUS      PIC X(02) VALUE SPACES.
001100 77  RIMP-AUDHIST-OPEN-SW     PIC X(01) VALUE 'N'.
001110     88  AUDHIST-IS-OPEN              VALUE 'Y'.
001120 77  RIMP-CUSTMAST-OPEN-SW    PIC X(01) VALUE 'N'.
001130     88  CUSTMAST-IS-OPEN             VALUE 'Y'.
001140 77  RIMP-IMPRPT-OPEN-SW      PIC X(01) VALUE 'N'.
001150     88  IMPRPT-IS-OPEN               VALUE 'Y'.
001160 77  RIMP-HIST-EOF-SWITCH     PIC X(01) VALUE 'N'.
001170     88  END-OF-HISTORY               VALUE 'Y'.
001180 77  RIMP-RATE-EOF-SWITCH     PIC X(01) VALUE 'N'.
001190     88  END-OF-RATEMAST              VALUE 'Y'.
001200 77  RIMP-IMPSORT-EOF-SWITCH  PIC X(01) VALUE 'N'.
001210     88  END-OF-IMPSORT               VALUE 'Y'.
001220 77  RIMP-ACT-FOUND-SWITCH    PIC X(01) VALUE 'N'.
001230     88  ACTUAL-RATE-FOUND            VALUE 'Y'.
001240 77  RIMP-BR-FOUND-SWITCH     PIC X(01) VALUE 'N'.
001250     88  BRANCH-ENTRY-FOUND           VALUE 'Y'.
001260 77  RIMP-READ-COUNT          PIC 9(09) VALUE ZERO.
001270 77  RIMP-PERIOD-COUNT        PIC 9(09) VALUE ZERO.
001280 77  RIMP-UNPRICED-COUNT      PIC 9(09) VALUE ZERO.
001290 77  RIMP-CUST-COUNT          PIC 9(07) VALUE ZERO.
001300 77  RIMP-RUN-DATE            PIC 9(06) VALUE ZERO.
001310 77  RIMP-FROM-DATE           PIC 9(06) VALUE ZERO.
001320 77  RIMP-THRU-DATE           PIC 9(06) VALUE ZERO.
001330 77  RIMP-PROPOSED-DATE       PIC 9(06) VALUE ZERO.

001340*****************************************************************
001350*    DEFAULT PERIOD WORK AREA - THE RUN DATE BROKEN INTO YEAR,
001360*    MONTH AND DAY TO STEP BACK ONE MONTH.
001370*****************************************************************
001380 01  RIMP-DATE-WORK.
001390     05  RIMP-DW-YY               PIC 9(02).
001400     05  RIMP-DW-MM               PIC 9(02).
001410     05  RIMP-DW-DD               PIC 9(02).
001420 01  RIMP-DATE-WORK-N REDEFINES RIMP-DATE-WORK
001430                                  PIC 9(06).

001440*****************************************************************
001450*    CUSTOMER ACCUMULATORS - THE CUSTOMER NOW BEING READ FROM THE
001460*    HISTORY, ITS PRICED TRANSACTIONS AND ITS FEES BOTH WAYS, PLUS
001470*    THE REPORT TOTALS.
001480*****************************************************************
001490 77  RIMP-CURR-CUST           PIC X(06) VALUE SPACES.
001500 77  RIMP-C-TXN-COUNT         PIC 9(07) VALUE ZERO.
001510 77  RIMP-C-ACTUAL            PIC 9(09)V99 VALUE ZERO.
001520 77  RIMP-C-PROPOSED          PIC 9(09)V99 VALUE ZERO.
001530 77  RIMP-TOT-TXN-COUNT       PIC 9(09) VALUE ZERO.
001540 77  RIMP-TOT-ACTUAL          PIC 9(09)V99 VALUE ZERO.
001550 77  RIMP-TOT-PROPOSED        PIC 9(09)V99 VALUE ZERO.
001560 77  RIMP-LINE-COUNT          PIC 9(09) VALUE ZERO.
001570 77  RIMP-CHANGE              PIC S9(09)V99 VALUE ZERO.

001580*****************************************************************
001590*    RATE WORK AREAS - THE FEES IN EFFECT ON THE TRANSACTION DATE
001600*    (KEPT UNTIL THE DATE OR CUSTOMER CHANGES) AND THE PROPOSED
001610*    FEES FOR THE CUSTOMER, EACH IN OPERATION ORDER ADD,
001620*    SUBTRACT, MULTIPLY, DIVIDE.
001630*****************************************************************
001640 77  RIMP-ACT-DATE            PIC 9(06) VALUE ZERO.
001650 77  RIMP-OP-FIRST            PIC 9(01) VALUE ZERO.
001660 77  RIMP-OP-LAST             PIC 9(01) VALUE ZERO.
001670 77  RIMP-OP-IDX              PIC 9(01) VALUE ZERO.
001680 01  RIMP-ACT-RATES.
001690     05  RIMP-ACT-FEE  OCCURS 4 TIMES PIC 9(03)V99.
001700 01  RIMP-PROP-RATES.
001710     05  RIMP-PROP-FEE OCCURS 4 TIMES PIC 9(03)V99.

001720*****************************************************************
001730*    RATE TABLE - RATEMAST IS LOADED HERE ONCE, IN KEY ORDER, SO
001740*    EVERY TRANSACTION CAN BE PRICED TWICE WITHOUT RE-READING THE
001750*    FILE.  THE ENTRIES FOR THE 'DFLT' SHOP RATES AND FOR THE
001760*    CUSTOMER BEING PRICED ARE FOUND ONCE AS A RANGE OF THE TABLE;
001770*    WITHIN A RANGE THE LAST EFFECTIVE DATE NOT AFTER THE DATE
001780*    SOUGHT WINS.
001790*****************************************************************
001800 77  RIMP-RATE-COUNT          PIC 9(05) VALUE ZERO.
001810 77  RIMP-RATE-IDX            PIC 9(05) VALUE ZERO.
001820 77  RIMP-MAX-RATE-ENTRIES    PIC 9(05) VALUE 02000.
001830 77  RIMP-DFLT-FIRST          PIC 9(05) VALUE ZERO.
001840 77  RIMP-DFLT-LAST           PIC 9(05) VALUE ZERO.
001850 77  RIMP-CUST-FIRST          PIC 9(05) VALUE ZERO.
001860 77  RIMP-CUST-LAST           PIC 9(05) VALUE ZERO.
001870 77  RIMP-SCAN-FIRST          PIC 9(05) VALUE ZERO.
001880 77  RIMP-SCAN-LAST           PIC 9(05) VALUE ZERO.
001890 77  RIMP-FOUND-IDX           PIC 9(05) VALUE ZERO.
001900 77  RIMP-SEEK-ID             PIC X(06) VALUE SPACES.
001910 77  RIMP-SEEK-DATE           PIC 9(06) VALUE ZERO.
001920 01  RIMP-RATE-TABLE.
001930     05  RIMP-RATE-ENTRY  OCCURS 2000 TIMES.
001940         10  RIMP-R-CUST-ID      PIC X(06).
001950         10  RIMP-R-EFF-DATE     PIC 9(06).
001960         10  RIMP-R-FEES.
001970             15  RIMP-R-FEE  OCCURS 4 TIMES PIC 9(03)V99.

001980*****************************************************************
001990*    BRANCH TABLE - ONE ENTRY PER BRANCH CODE SEEN IN THE PERIOD
002000*    (BLANK FOR COUNTER WORK).  A BRANCH ARRIVING AFTER THE TABLE
002010*    IS FULL IS ADDED INTO THE LAST ENTRY, RE-CODED '**'.
002020*****************************************************************
002030 77  RIMP-BR-COUNT            PIC 9(03) VALUE ZERO.
002040 77  RIMP-BR-IDX              PIC 9(03) VALUE ZERO.
002050 77  RIMP-BR-USE-IDX          PIC 9(03) VALUE ZERO.
002060 77  RIMP-MAX-BR-ENTRIES      PIC 9(03) VALUE 050.
002070 77  RIMP-BR-SEARCH-CODE      PIC X(02) VALUE SPACES.
002080 01  RIMP-BR-TABLE.
002090     05  RIMP-BR-ENTRY  OCCURS 50 TIMES.
002100         10  RIMP-BR-CODE        PIC X(02).
002110         10  RIMP-BR-TXN-COUNT   PIC 9(07).
002120         10  RIMP-BR-ACTUAL      PIC 9(09)V99.
002130         10  RIMP-BR-PROPOSED    PIC 9(09)V99.

002140*****************************************************************
002150*    OPERATION TABLE - NAMES AND TOTALS FOR THE FOUR OPERATIONS,
002160*    IN THE SAME ORDER AS THE FEES.
002170*****************************************************************
002180 01  RIMP-OP-NAME-VALUES.
002190     05  FILLER               PIC X(09) VALUE 'AADD     '.
002200     05  FILLER               PIC X(09) VALUE 'SSUBTRACT'.
002210     05  FILLER               PIC X(09) VALUE 'MMULTIPLY'.
002220     05  FILLER               PIC X(09) VALUE 'DDIVIDE  '.
002230 01  RIMP-OP-NAME-TABLE REDEFINES RIMP-OP-NAME-VALUES.
002240     05  RIMP-OP-NAME-ENTRY  OCCURS 4 TIMES.
002250         10  RIMP-OP-CODE        PIC X(01).
002260         10  RIMP-OP-NAME        PIC X(08).
002270 01  RIMP-OP-TOTALS.
002280     05  RIMP-OP-TOTAL  OCCURS 4 TIMES.
002290         10  RIMP-OP-COUNT       PIC 9(09).
002300         10  RIMP-OP-ACTUAL      PIC 9(09)V99.
002310         10  RIMP-OP-PROPOSED    PIC 9(09)V99.

002320*****************************************************************
002330*    IMPRPT LINE LAYOUTS (BUILT HERE, MOVED TO THE IMP-RPT-RECORD
002340*    FD AREA BEFORE EACH WRITE)
002350*****************************************************************
002360 COPY IMPLINES.

002370 PROCEDURE DIVISION.
002380*****************************************************************
002390*    0000-MAINLINE
002400*        TOP LEVEL CONTROL FOR THE RATE IMPACT SIMULATION.  THE
002410*        HISTORY IS PRICED IN THE SORT INPUT PROCEDURE, ONE SORT
002420*        RECORD PER CUSTOMER, AND THE REPORT IS PRINTED FROM THE
002430*        SORTED FILE AND THE BRANCH AND OPERATION TABLES.
002440*****************************************************************
002450 0000-MAINLINE.
002460     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
002470     SORT SORT-WORK-FILE
002480         ON DESCENDING KEY SRT-FEE-CHANGE
002490         ON ASCENDING KEY SRT-CUST-ID
002500         INPUT PROCEDURE IS 2000-PRICE-HISTORY
002510             THRU 2000-PRICE-HISTORY-EXIT
002520         GIVING IMPSORT-FILE.
002530     IF SORT-RETURN NOT = ZERO
002540         DISPLAY 'SORT FAILED - RETURN CODE ' SORT-RETURN
002550         MOVE 16 TO RETURN-CODE
002560         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
002570         STOP RUN
002580     END-IF.
002590     PERFORM 3000-PRINT-CUSTOMERS THRU 3000-PRINT-CUSTOMERS-EXIT.
002600     PERFORM 4000-PRINT-BRANCHES THRU 4000-PRINT-BRANCHES-EXIT.
002610     PERFORM 5000-PRINT-OPERATIONS
002620         THRU 5000-PRINT-OPERATIONS-EXIT.
002630     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
002640     STOP RUN.

002650*****************************************************************
002660*    1000-INITIALIZE
002670*        OPEN THE FILES, SET THE PERIOD AND PROPOSED DATE, LOAD
002680*        THE RATE TABLE AND WRITE THE REPORT HEADINGS.  NOTHING
002690*        IS OPENED FOR OUTPUT EXCEPT THE REPORT.
002700*****************************************************************
002710 1000-INITIALIZE.
002720     DISPLAY ' '.
002730     DISPLAY '=== RATE CHANGE IMPACT SIMULATION ==='.
002740     DISPLAY ' '.
002750     OPEN INPUT AUDHIST-FILE.
002760     IF RIMP-AUDHIST-STATUS NOT = '00'
002770         DISPLAY 'AUDHIST OPEN FAIL - STAT ' RIMP-AUDHIST-STATUS
002780         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
002790         STOP RUN
002800     END-IF.
002810     MOVE 'Y' TO RIMP-AUDHIST-OPEN-SW.
002820     OPEN INPUT CUSTMAST-FILE.
002830     IF RIMP-CUSTMAST-STATUS NOT = '00'
002840         DISPLAY 'CUSTMAST OPEN FAIL - STAT ' RIMP-CUSTMAST-STATUS
002850         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
002860         STOP RUN
002870     END-IF.
002880     MOVE 'Y' TO RIMP-CUSTMAST-OPEN-SW.
002890     OPEN OUTPUT IMPRPT-FILE.
002900     IF RIMP-IMPRPT-STATUS NOT = '00'
002910         DISPLAY 'IMPRPT OPEN FAILED - STATUS '
002920             RIMP-IMPRPT-STATUS
002930         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
002940         STOP RUN
002950     END-IF.
002960     MOVE 'Y' TO RIMP-IMPRPT-OPEN-SW.
002970     PERFORM 1050-GET-BUSINESS-DATE
002980         THRU 1050-GET-BUSINESS-DATE-EXIT.
002990     PERFORM 1060-READ-CONTROL-CARD
003000         THRU 1060-READ-CONTROL-CARD-EXIT.
003010     PERFORM 1150-LOAD-RATE-TABLE
003020         THRU 1150-LOAD-RATE-TABLE-EXIT.
003030     MOVE 'DFLT  ' TO RIMP-SEEK-ID.
003040     PERFORM 1170-FIND-RATE-RANGE THRU 1170-FIND-RATE-RANGE-EXIT.
003050     MOVE RIMP-SCAN-FIRST TO RIMP-DFLT-FIRST.
003060     MOVE RIMP-SCAN-LAST TO RIMP-DFLT-LAST.
003070     PERFORM 1180-CLEAR-OP-TOTAL THRU 1180-CLEAR-OP-TOTAL-EXIT
003080         VARYING RIMP-OP-IDX FROM 1 BY 1
003090         UNTIL RIMP-OP-IDX > 4.
003100     MOVE RIMP-RUN-DATE TO IMP-H-RUN-DATE.
003110     MOVE IMP-HEADER-LINE TO IMP-RPT-RECORD.
003120     WRITE IMP-RPT-RECORD.
003130     MOVE RIMP-FROM-DATE TO IMP-P-FROM-DATE.
003140     MOVE RIMP-THRU-DATE TO IMP-P-THRU-DATE.
003150     MOVE RIMP-PROPOSED-DATE TO IMP-P-PROPOSED-DATE.
003160     MOVE IMP-PERIOD-LINE TO IMP-RPT-RECORD.
003170     WRITE IMP-RPT-RECORD.
003180     DISPLAY 'HISTORY PERIOD ' RIMP-FROM-DATE ' THRU '
003190         RIMP-THRU-DATE ' - PROPOSED RATES AS OF '
003200         RIMP-PROPOSED-DATE.
003210 1000-INITIALIZE-EXIT.
003220     EXIT.

003230*****************************************************************
003240*    1050-GET-BUSINESS-DATE
003250*        READ THE SHOP BUSINESS DATE CONTROL RECORD AND STAMP
003260*        THE RUN FROM IT.  A MISSING OR EMPTY BUSDATE MEANS
003270*        OPERATIONS NEVER ROLLED THE DAY - THE RUN STOPS RATHER
003280*        THAN TRUST THE WALL CLOCK.
003290*****************************************************************
003300 1050-GET-BUSINESS-DATE.
003310     OPEN INPUT BUSDATE-FILE.
003320     IF RIMP-BUSDATE-STATUS NOT = '00'
003330         DISPLAY 'BUSDATE NOT AVAILABLE - STATUS '
003340             RIMP-BUSDATE-STATUS
003350         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
003360         STOP RUN
003370     END-IF.
003380     READ BUSDATE-FILE
003390         AT END
003400             DISPLAY 'BUSDATE FILE IS EMPTY - DAY NEVER OPENED'
003410             CLOSE BUSDATE-FILE
003420             PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
003430             STOP RUN.
003440     CLOSE BUSDATE-FILE.
003450     MOVE BDAT-BUSINESS-DATE TO RIMP-RUN-DATE.
003460 1050-GET-BUSINESS-DATE-EXIT.
003470     EXIT.

003480*****************************************************************
003490*    1060-READ-CONTROL-CARD
003500*        DEFAULT THE PERIOD TO THE WHOLE MONTH BEFORE THE RUN
003510*        DATE AND THE PROPOSED DATE TO THE LATEST RATES ON FILE,
003520*        THEN TAKE WHATEVER THE ONE-RECORD IMPCTL CARD SUPPLIES.
003530*        DAY 31 ENDS EVERY MONTH SINCE THE DATES ONLY COMPARE.
003540*****************************************************************
003550 1060-READ-CONTROL-CARD.
003560     MOVE RIMP-RUN-DATE TO RIMP-DATE-WORK-N.
003570     IF RIMP-DW-MM = 01
003580         MOVE 12 TO RIMP-DW-MM
003590         IF RIMP-DW-YY = ZERO
003600             MOVE 99 TO RIMP-DW-YY
003610         ELSE
003620             SUBTRACT 1 FROM RIMP-DW-YY
003630         END-IF
003640     ELSE
003650         SUBTRACT 1 FROM RIMP-DW-MM
003660     END-IF.
003670     MOVE 01 TO RIMP-DW-DD.
003680     MOVE RIMP-DATE-WORK-N TO RIMP-FROM-DATE.
003690     MOVE 31 TO RIMP-DW-DD.
003700     MOVE RIMP-DATE-WORK-N TO RIMP-THRU-DATE.
003710     MOVE 999999 TO RIMP-PROPOSED-DATE.
003720     OPEN INPUT IMPCTL-FILE.
003730     IF RIMP-CTL-STATUS = '00'
003740         READ IMPCTL-FILE
003750             AT END
003760                 CONTINUE
003770             NOT AT END
003780                 PERFORM 1065-APPLY-CONTROL-CARD
003790                     THRU 1065-APPLY-CONTROL-CARD-EXIT
003800         END-READ
003810         CLOSE IMPCTL-FILE
003820     END-IF.
003830 1060-READ-CONTROL-CARD-EXIT.
003840     EXIT.

003850*****************************************************************
003860*    1065-APPLY-CONTROL-CARD
003870*        A PERIOD IS TAKEN ONLY WHEN BOTH DATES ARE PRESENT AND
003880*        IN ORDER; A PROPOSED DATE ONLY WHEN PRESENT.
003890*****************************************************************
003900 1065-APPLY-CONTROL-CARD.
003910     IF IMPCTL-FROM-DATE NUMERIC AND IMPCTL-THRU-DATE NUMERIC
003920             AND IMPCTL-FROM-DATE NOT = ZERO
003930             AND IMPCTL-THRU-DATE NOT < IMPCTL-FROM-DATE
003940         MOVE IMPCTL-FROM-DATE TO RIMP-FROM-DATE
003950         MOVE IMPCTL-THRU-DATE TO RIMP-THRU-DATE
003960     ELSE
003970         DISPLAY 'IMPCTL PERIOD MISSING OR INVALID - PRIOR MONTH '
003980             'USED'
003990     END-IF.
004000     IF IMPCTL-PROPOSED-DATE NUMERIC
004010             AND IMPCTL-PROPOSED-DATE NOT = ZERO
004020         MOVE IMPCTL-PROPOSED-DATE TO RIMP-PROPOSED-DATE
004030     END-IF.
004040 1065-APPLY-CONTROL-CARD-EXIT.
004050     EXIT.

004060*****************************************************************
004070*    1150-LOAD-RATE-TABLE
004080*        LOAD EVERY RATEMAST RECORD, IN KEY ORDER, INTO THE RATE
004090*        TABLE.  WITHOUT RATES NOTHING CAN BE PRICED, SO A
004100*        MISSING RATEMAST STOPS THE RUN.
004110*****************************************************************
004120 1150-LOAD-RATE-TABLE.
004130     MOVE ZERO TO RIMP-RATE-COUNT.
004140     OPEN INPUT RATEMAST-FILE.
004150     IF RIMP-RATEMAST-STATUS NOT = '00'
004160         DISPLAY 'RATEMAST OPEN FAIL - STAT ' RIMP-RATEMAST-STATUS
004170         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
004180         STOP RUN
004190     END-IF.
004200     PERFORM 1155-LOAD-ONE-RATE THRU 1155-LOAD-ONE-RATE-EXIT
004210         UNTIL END-OF-RATEMAST
004220             OR RIMP-RATE-COUNT = RIMP-MAX-RATE-ENTRIES.
004230     IF RIMP-RATE-COUNT = RIMP-MAX-RATE-ENTRIES
004240             AND NOT END-OF-RATEMAST
004250         DISPLAY 'WARNING - RIMP-RATE-TABLE FULL AT '
004260             RIMP-MAX-RATE-ENTRIES ' ENTRIES - REMAINING '
004270             'RATEMAST RECORDS WERE NOT LOADED THIS RUN'
004280     END-IF.
004290     CLOSE RATEMAST-FILE.
004300 1150-LOAD-RATE-TABLE-EXIT.
004310     EXIT.

004320*****************************************************************
004330*    1155-LOAD-ONE-RATE
004340*        READ ONE RATEMAST RECORD INTO THE NEXT TABLE ENTRY,
004350*        SETTING THE EOF SWITCH WHEN RATEMAST IS EXHAUSTED.
004360*****************************************************************
004370 1155-LOAD-ONE-RATE.
004380     READ RATEMAST-FILE NEXT RECORD
004390         AT END
004400             MOVE 'Y' TO RIMP-RATE-EOF-SWITCH
004410             GO TO 1155-LOAD-ONE-RATE-EXIT.
004420     ADD 1 TO RIMP-RATE-COUNT.
004430     MOVE RATE-CUST-ID      TO RIMP-R-CUST-ID(RIMP-RATE-COUNT).
004440     MOVE RATE-EFF-DATE     TO RIMP-R-EFF-DATE(RIMP-RATE-COUNT).
004450     MOVE RATE-ADD-FEE      TO RIMP-R-FEE(RIMP-RATE-COUNT, 1).
004460     MOVE RATE-SUBTRACT-FEE TO RIMP-R-FEE(RIMP-RATE-COUNT, 2).
004470     MOVE RATE-MULTIPLY-FEE TO RIMP-R-FEE(RIMP-RATE-COUNT, 3).
004480     MOVE RATE-DIVIDE-FEE   TO RIMP-R-FEE(RIMP-RATE-COUNT, 4).
004490 1155-LOAD-ONE-RATE-EXIT.
004500     EXIT.

004510*****************************************************************
004520*    1170-FIND-RATE-RANGE
004530*        FIND THE FIRST AND LAST RATE TABLE ENTRIES FOR THE RATE
004540*        ID SOUGHT.  BOTH ARE LEFT ZERO WHEN IT HAS NONE.
004550*****************************************************************
004560 1170-FIND-RATE-RANGE.
004570     MOVE ZERO TO RIMP-SCAN-FIRST RIMP-SCAN-LAST.
004580     PERFORM 1175-CHECK-RATE-RANGE THRU 1175-CHECK-RATE-RANGE-EXIT
004590         VARYING RIMP-RATE-IDX FROM 1 BY 1
004600         UNTIL RIMP-RATE-IDX > RIMP-RATE-COUNT.
004610 1170-FIND-RATE-RANGE-EXIT.
004620     EXIT.

004630*****************************************************************
004640*    1175-CHECK-RATE-RANGE
004650*        COMPARE ONE RATE TABLE ENTRY AGAINST THE RATE ID SOUGHT.
004660*****************************************************************
004670 1175-CHECK-RATE-RANGE.
004680     IF RIMP-R-CUST-ID(RIMP-RATE-IDX) = RIMP-SEEK-ID
004690         IF RIMP-SCAN-FIRST = ZERO
004700             MOVE RIMP-RATE-IDX TO RIMP-SCAN-FIRST
004710         END-IF
004720         MOVE RIMP-RATE-IDX TO RIMP-SCAN-LAST
004730     END-IF.
004740 1175-CHECK-RATE-RANGE-EXIT.
004750     EXIT.

004760*****************************************************************
004770*    1180-CLEAR-OP-TOTAL
004780*        ZERO THE TOTALS FOR ONE OPERATION.
004790*****************************************************************
004800 1180-CLEAR-OP-TOTAL.
004810     MOVE ZERO TO RIMP-OP-COUNT(RIMP-OP-IDX)
004820         RIMP-OP-ACTUAL(RIMP-OP-IDX)
004830         RIMP-OP-PROPOSED(RIMP-OP-IDX).
004840 1180-CLEAR-OP-TOTAL-EXIT.
004850     EXIT.

004860*****************************************************************
004870*    2000-PRICE-HISTORY
004880*        SORT INPUT PROCEDURE - READ THE AUDIT HISTORY IN KEY
004890*        ORDER (CUSTOMER ID FIRST), PRICE EVERY TRANSACTION IN THE
004900*        PERIOD BOTH WAYS AND RELEASE ONE SUMMARY RECORD AT EACH
004910*        CUSTOMER BREAK AND FOR THE LAST CUSTOMER.
004920*****************************************************************
004930 2000-PRICE-HISTORY.
004940     PERFORM 2100-READ-HISTORY THRU 2100-READ-HISTORY-EXIT.
004950     PERFORM 2200-PRICE-TRANSACTION
004960         THRU 2200-PRICE-TRANSACTION-EXIT
004970         UNTIL END-OF-HISTORY.
004980     PERFORM 2600-RELEASE-CUSTOMER
004990         THRU 2600-RELEASE-CUSTOMER-EXIT.
005000 2000-PRICE-HISTORY-EXIT.
005010     EXIT.

005020*****************************************************************
005030*    2100-READ-HISTORY
005040*        READ THE NEXT AUDIT HISTORY RECORD IN KEY ORDER.
005050*****************************************************************
005060 2100-READ-HISTORY.
005070     READ AUDHIST-FILE NEXT RECORD
005080         AT END
005090             MOVE 'Y' TO RIMP-HIST-EOF-SWITCH
005100             GO TO 2100-READ-HISTORY-EXIT.
005110     ADD 1 TO RIMP-READ-COUNT.
005120 2100-READ-HISTORY-EXIT.
005130     EXIT.

005140*****************************************************************
005150*    2200-PRICE-TRANSACTION
005160*        SKIP ACTIVITY OUTSIDE THE PERIOD.  OTHERWISE START A NEW
005170*        CUSTOMER ON A BREAK, FIND THE RATE IN EFFECT ON THE
005180*        TRANSACTION DATE AND ADD THE OPERATIONS THE TRANSACTION
005190*        WAS KEYED FOR - ONE FOR A SINGLE OPERATION CODE, ALL
005200*        FOUR FOR A BLANK ONE - AT BOTH RATES.  AN UNKNOWN CODE OR
005210*        A DATE WITH NO RATE IN EFFECT IS COUNTED AS UNPRICED.
005220*****************************************************************
005230 2200-PRICE-TRANSACTION.
005240     IF AHST-TS-DATE < RIMP-FROM-DATE
005250             OR AHST-TS-DATE > RIMP-THRU-DATE
005260         GO TO 2200-PRICE-NEXT
005270     END-IF.
005280     ADD 1 TO RIMP-PERIOD-COUNT.
005290     IF AHST-CUST-ID NOT = RIMP-CURR-CUST
005300         PERFORM 2600-RELEASE-CUSTOMER
005310             THRU 2600-RELEASE-CUSTOMER-EXIT
005320         PERFORM 2250-START-CUSTOMER THRU 2250-START-CUSTOMER-EXIT
005330     END-IF.
005340     EVALUATE TRUE
005350         WHEN AHST-OP-CODE = 'A'
005360             MOVE 1 TO RIMP-OP-FIRST RIMP-OP-LAST
005370         WHEN AHST-OP-CODE = 'S'
005380             MOVE 2 TO RIMP-OP-FIRST RIMP-OP-LAST
005390         WHEN AHST-OP-CODE = 'M'
005400             MOVE 3 TO RIMP-OP-FIRST RIMP-OP-LAST
005410         WHEN AHST-OP-CODE = 'D'
005420             MOVE 4 TO RIMP-OP-FIRST RIMP-OP-LAST
005430         WHEN AHST-OP-CODE = SPACE
005440             MOVE 1 TO RIMP-OP-FIRST
005450             MOVE 4 TO RIMP-OP-LAST
005460         WHEN OTHER
005470             ADD 1 TO RIMP-UNPRICED-COUNT
005480             GO TO 2200-PRICE-NEXT
005490     END-EVALUATE.
005500     IF AHST-TS-DATE NOT = RIMP-ACT-DATE
005510         PERFORM 2300-FIND-ACTUAL-RATE
005520             THRU 2300-FIND-ACTUAL-RATE-EXIT
005530     END-IF.
005540     IF NOT ACTUAL-RATE-FOUND
005550         ADD 1 TO RIMP-UNPRICED-COUNT
005560         GO TO 2200-PRICE-NEXT
005570     END-IF.
005580     MOVE AHST-BRANCH-CODE TO RIMP-BR-SEARCH-CODE.
005590     PERFORM 2400-FIND-BRANCH THRU 2400-FIND-BRANCH-EXIT.
005600     ADD 1 TO RIMP-C-TXN-COUNT RIMP-BR-TXN-COUNT(RIMP-BR-USE-IDX).
005610     PERFORM 2500-PRICE-ONE-OP THRU 2500-PRICE-ONE-OP-EXIT
005620         VARYING RIMP-OP-IDX FROM RIMP-OP-FIRST BY 1
005630         UNTIL RIMP-OP-IDX > RIMP-OP-LAST.
005640 2200-PRICE-NEXT.
005650     PERFORM 2100-READ-HISTORY THRU 2100-READ-HISTORY-EXIT.
005660 2200-PRICE-TRANSACTION-EXIT.
005670     EXIT.

005680*****************************************************************
005690*    2250-START-CUSTOMER
005700*        CLEAR THE CUSTOMER ACCUMULATORS, FIND THE CUSTOMER'S OWN
005710*        RATE ENTRIES AND FIX ITS PROPOSED FEES - THE RATE THE
005720*        ARITHMETIC RUN WOULD PICK ON THE PROPOSED DATE.  A
005730*        CUSTOMER WITH NO RATE AT ALL ON THAT DATE PRICES AT ZERO.
005740*****************************************************************
005750 2250-START-CUSTOMER.
005760     MOVE AHST-CUST-ID TO RIMP-CURR-CUST.
005770     MOVE ZERO TO RIMP-C-TXN-COUNT RIMP-C-ACTUAL RIMP-C-PROPOSED
005780         RIMP-ACT-DATE.
005790     MOVE AHST-CUST-ID TO RIMP-SEEK-ID.
005800     PERFORM 1170-FIND-RATE-RANGE THRU 1170-FIND-RATE-RANGE-EXIT.
005810     MOVE RIMP-SCAN-FIRST TO RIMP-CUST-FIRST.
005820     MOVE RIMP-SCAN-LAST TO RIMP-CUST-LAST.
005830     MOVE RIMP-PROPOSED-DATE TO RIMP-SEEK-DATE.
005840     PERFORM 2350-FIND-RATE THRU 2350-FIND-RATE-EXIT.
005850     IF RIMP-FOUND-IDX = ZERO
005860         MOVE ZERO TO RIMP-PROP-FEE(1) RIMP-PROP-FEE(2)
005870             RIMP-PROP-FEE(3) RIMP-PROP-FEE(4)
005880     ELSE
005890         MOVE RIMP-R-FEES(RIMP-FOUND-IDX) TO RIMP-PROP-RATES
005900     END-IF.
005910 2250-START-CUSTOMER-EXIT.
005920     EXIT.

005930*****************************************************************
005940*    2300-FIND-ACTUAL-RATE
005950*        FIND THE FEES IN EFFECT ON THE TRANSACTION DATE AND KEEP
005960*        THEM FOR THE CUSTOMER'S LATER TRANSACTIONS OF THE SAME
005970*        DATE.
005980*****************************************************************
005990 2300-FIND-ACTUAL-RATE.
006000     MOVE AHST-TS-DATE TO RIMP-SEEK-DATE RIMP-ACT-DATE.
006010     PERFORM 2350-FIND-RATE THRU 2350-FIND-RATE-EXIT.
006020     IF RIMP-FOUND-IDX = ZERO
006030         MOVE 'N' TO RIMP-ACT-FOUND-SWITCH
006040     ELSE
006050         MOVE 'Y' TO RIMP-ACT-FOUND-SWITCH
006060         MOVE RIMP-R-FEES(RIMP-FOUND-IDX) TO RIMP-ACT-RATES
006070     END-IF.
006080 2300-FIND-ACTUAL-RATE-EXIT.
006090     EXIT.

006100*****************************************************************
006110*    2350-FIND-RATE
006120*        PICK THE RATE FOR THE SEEK DATE THE SAME WAY THE
006130*        ARITHMETIC RUN DOES - THE CUSTOMER'S OWN RATE ENTRY WITH
006140*        THE LATEST EFFECTIVE DATE NOT AFTER THE DATE, OR FAILING
006150*        THAT THE 'DFLT' SHOP RATES ON THE SAME TERMS.  THE FOUND
006160*        INDEX IS LEFT ZERO WHEN NEITHER HAS A RATE IN EFFECT.
006170*****************************************************************
006180 2350-FIND-RATE.
006190     MOVE ZERO TO RIMP-FOUND-IDX.
006200     IF RIMP-CUST-FIRST NOT = ZERO
006210         MOVE RIMP-CUST-FIRST TO RIMP-SCAN-FIRST
006220         MOVE RIMP-CUST-LAST TO RIMP-SCAN-LAST
006230         PERFORM 2355-CHECK-ONE-RATE THRU 2355-CHECK-ONE-RATE-EXIT
006240             VARYING RIMP-RATE-IDX FROM RIMP-SCAN-FIRST BY 1
006250             UNTIL RIMP-RATE-IDX > RIMP-SCAN-LAST
006260     END-IF.
006270     IF RIMP-FOUND-IDX = ZERO AND RIMP-DFLT-FIRST NOT = ZERO
006280         MOVE RIMP-DFLT-FIRST TO RIMP-SCAN-FIRST
006290         MOVE RIMP-DFLT-LAST TO RIMP-SCAN-LAST
006300         PERFORM 2355-CHECK-ONE-RATE THRU 2355-CHECK-ONE-RATE-EXIT
006310             VARYING RIMP-RATE-IDX FROM RIMP-SCAN-FIRST BY 1
006320             UNTIL RIMP-RATE-IDX > RIMP-SCAN-LAST
006330     END-IF.
006340 2350-FIND-RATE-EXIT.
006350     EXIT.

006360*****************************************************************
006370*    2355-CHECK-ONE-RATE
006380*        THE RANGE IS IN EFFECTIVE DATE ORDER, SO THE LAST ENTRY
006390*        NOT AFTER THE SEEK DATE IS THE ONE IN EFFECT.
006400*****************************************************************
006410 2355-CHECK-ONE-RATE.
006420     IF RIMP-R-EFF-DATE(RIMP-RATE-IDX) NOT > RIMP-SEEK-DATE
006430         MOVE RIMP-RATE-IDX TO RIMP-FOUND-IDX
006440     END-IF.
006450 2355-CHECK-ONE-RATE-EXIT.
006460     EXIT.

006470*****************************************************************
006480*    2400-FIND-BRANCH
006490*        LOCATE THE BRANCH TABLE ENTRY FOR THE SEARCH CODE,
006500*        ADDING ONE IF THIS IS THE FIRST TRANSACTION FROM THAT
006510*        BRANCH.  THE USE INDEX IS LEFT ON THE ENTRY.
006520*****************************************************************
006530 2400-FIND-BRANCH.
006540     MOVE 'N' TO RIMP-BR-FOUND-SWITCH.
006550     MOVE 1 TO RIMP-BR-IDX.
006560     PERFORM 2405-CHECK-ONE-BRANCH
006570         THRU 2405-CHECK-ONE-BRANCH-EXIT
006580         UNTIL BRANCH-ENTRY-FOUND
006590             OR RIMP-BR-IDX > RIMP-BR-COUNT.
006600     IF BRANCH-ENTRY-FOUND
006610         GO TO 2400-FIND-BRANCH-EXIT
006620     END-IF.
006630     IF RIMP-BR-COUNT < RIMP-MAX-BR-ENTRIES
006640         ADD 1 TO RIMP-BR-COUNT
006650         MOVE RIMP-BR-COUNT TO RIMP-BR-USE-IDX
006660         MOVE RIMP-BR-SEARCH-CODE TO RIMP-BR-CODE(RIMP-BR-USE-IDX)
006670         MOVE ZERO TO RIMP-BR-TXN-COUNT(RIMP-BR-USE-IDX)
006680             RIMP-BR-ACTUAL(RIMP-BR-USE-IDX)
006690             RIMP-BR-PROPOSED(RIMP-BR-USE-IDX)
006700     ELSE
006710         MOVE RIMP-MAX-BR-ENTRIES TO RIMP-BR-USE-IDX
006720         MOVE '**' TO RIMP-BR-CODE(RIMP-BR-USE-IDX)
006730     END-IF.
006740 2400-FIND-BRANCH-EXIT.
006750     EXIT.

006760*****************************************************************
006770*    2405-CHECK-ONE-BRANCH
006780*        COMPARE ONE BRANCH TABLE ENTRY AGAINST THE SEARCH CODE.
006790*****************************************************************
006800 2405-CHECK-ONE-BRANCH.
006810     IF RIMP-BR-CODE(RIMP-BR-IDX) = RIMP-BR-SEARCH-CODE
006820         MOVE 'Y' TO RIMP-BR-FOUND-SWITCH
006830         MOVE RIMP-BR-IDX TO RIMP-BR-USE-IDX
006840     ELSE
006850         ADD 1 TO RIMP-BR-IDX
006860     END-IF.
006870 2405-CHECK-ONE-BRANCH-EXIT.
006880     EXIT.

006890*****************************************************************
006900*    2500-PRICE-ONE-OP
006910*        ADD ONE OPERATION AT THE ACTUAL AND THE PROPOSED FEE TO
006920*        THE CUSTOMER, ITS BRANCH AND THE OPERATION TOTALS.
006930*****************************************************************
006940 2500-PRICE-ONE-OP.
006950     ADD RIMP-ACT-FEE(RIMP-OP-IDX) TO RIMP-C-ACTUAL
006960         RIMP-BR-ACTUAL(RIMP-BR-USE-IDX)
006970         RIMP-OP-ACTUAL(RIMP-OP-IDX).
006980     ADD RIMP-PROP-FEE(RIMP-OP-IDX) TO RIMP-C-PROPOSED
006990         RIMP-BR-PROPOSED(RIMP-BR-USE-IDX)
007000         RIMP-OP-PROPOSED(RIMP-OP-IDX).
007010     ADD 1 TO RIMP-OP-COUNT(RIMP-OP-IDX).
007020 2500-PRICE-ONE-OP-EXIT.
007030     EXIT.

007040*****************************************************************
007050*    2600-RELEASE-CUSTOMER
007060*        RELEASE THE SUMMARY OF THE CUSTOMER JUST FINISHED INTO
007070*        THE SORT.  A CUSTOMER WITH NOTHING PRICED IS LEFT OUT.
007080*****************************************************************
007090 2600-RELEASE-CUSTOMER.
007100     IF RIMP-CURR-CUST = SPACES OR RIMP-C-TXN-COUNT = ZERO
007110         GO TO 2600-RELEASE-CUSTOMER-EXIT
007120     END-IF.
007130     MOVE SPACES TO SRT-RECORD.
007140     MOVE RIMP-CURR-CUST   TO SRT-CUST-ID.
007150     MOVE RIMP-C-TXN-COUNT TO SRT-TXN-COUNT.
007160     MOVE RIMP-C-ACTUAL    TO SRT-ACTUAL-FEES.
007170     MOVE RIMP-C-PROPOSED  TO SRT-PROPOSED-FEES.
007180     SUBTRACT RIMP-C-ACTUAL FROM RIMP-C-PROPOSED
007190         GIVING SRT-FEE-CHANGE.
007200     RELEASE SRT-RECORD.
007210     ADD 1 TO RIMP-CUST-COUNT.
007220 2600-RELEASE-CUSTOMER-EXIT.
007230     EXIT.

007240*****************************************************************
007250*    3000-PRINT-CUSTOMERS
007260*        PRINT THE CUSTOMER SECTION FROM THE SORTED SUMMARY FILE -
007270*        THE CUSTOMERS HIT HARDEST BY THE PROPOSED RATES FIRST -
007280*        FOLLOWED BY THE GRAND TOTAL FOR THE PERIOD.
007290*****************************************************************
007300 3000-PRINT-CUSTOMERS.
007310     MOVE 'IMPACT BY CUSTOMER - LARGEST INCREASE FIRST'
007320         TO IMP-S-TITLE.
007330     MOVE IMP-SECTION-LINE TO IMP-RPT-RECORD.
007340     WRITE IMP-RPT-RECORD.
007350     MOVE IMP-COLHDR-LINE TO IMP-RPT-RECORD.
007360     WRITE IMP-RPT-RECORD.
007370     OPEN INPUT IMPSORT-FILE.
007380     IF RIMP-IMPSORT-STATUS NOT = '00'
007390         DISPLAY 'SRTOUT OPEN FAILED - STATUS '
007400             RIMP-IMPSORT-STATUS
007410         GO TO 3000-PRINT-CUSTOMERS-EXIT
007420     END-IF.
007430     PERFORM 3100-PRINT-ONE-CUSTOMER
007440         THRU 3100-PRINT-ONE-CUSTOMER-EXIT
007450         UNTIL END-OF-IMPSORT.
007460     CLOSE IMPSORT-FILE.
007470     MOVE RIMP-TOT-TXN-COUNT TO RIMP-LINE-COUNT.
007480     PERFORM 8100-WRITE-TOTAL-LINE
007490         THRU 8100-WRITE-TOTAL-LINE-EXIT.
007500 3000-PRINT-CUSTOMERS-EXIT.
007510     EXIT.

007520*****************************************************************
007530*    3100-PRINT-ONE-CUSTOMER
007540*        READ ONE SORTED CUSTOMER SUMMARY, LOOK UP THE NAME ON
007550*        THE CUSTOMER MASTER AND PRINT ITS LINE.
007560*****************************************************************
007570 3100-PRINT-ONE-CUSTOMER.
007580     READ IMPSORT-FILE
007590         AT END
007600             MOVE 'Y' TO RIMP-IMPSORT-EOF-SWITCH
007610             GO TO 3100-PRINT-ONE-CUSTOMER-EXIT.
007620     MOVE IMPS-CUST-ID TO CUST-ID.
007630     READ CUSTMAST-FILE
007640         INVALID KEY
007650             MOVE '** NOT ON MASTER **' TO IMP-D-NAME
007660         NOT INVALID KEY
007670             MOVE CUST-NAME TO IMP-D-NAME
007680     END-READ.
007690     MOVE IMPS-CUST-ID       TO IMP-D-KEY.
007700     MOVE IMPS-TXN-COUNT     TO IMP-D-COUNT.
007710     MOVE IMPS-ACTUAL-FEES   TO IMP-D-ACTUAL.
007720     MOVE IMPS-PROPOSED-FEES TO IMP-D-PROPOSED.
007730     MOVE IMPS-FEE-CHANGE    TO IMP-D-CHANGE.
007740     MOVE IMP-DETAIL-LINE TO IMP-RPT-RECORD.
007750     WRITE IMP-RPT-RECORD.
007760     ADD IMPS-TXN-COUNT     TO RIMP-TOT-TXN-COUNT.
007770     ADD IMPS-ACTUAL-FEES   TO RIMP-TOT-ACTUAL.
007780     ADD IMPS-PROPOSED-FEES TO RIMP-TOT-PROPOSED.
007790 3100-PRINT-ONE-CUSTOMER-EXIT.
007800     EXIT.

007810*****************************************************************
007820*    4000-PRINT-BRANCHES
007830*        PRINT THE BRANCH SECTION FROM THE BRANCH TABLE, IN THE
007840*        ORDER THE BRANCHES WERE FIRST SEEN, AND ITS TOTAL.
007850*****************************************************************
007860 4000-PRINT-BRANCHES.
007870     MOVE SPACES TO IMP-RPT-RECORD.
007880     WRITE IMP-RPT-RECORD.
007890     MOVE 'IMPACT BY BRANCH' TO IMP-S-TITLE.
007900     MOVE IMP-SECTION-LINE TO IMP-RPT-RECORD.
007910     WRITE IMP-RPT-RECORD.
007920     MOVE IMP-COLHDR-LINE TO IMP-RPT-RECORD.
007930     WRITE IMP-RPT-RECORD.
007940     PERFORM 4100-PRINT-ONE-BRANCH THRU 4100-PRINT-ONE-BRANCH-EXIT
007950         VARYING RIMP-BR-IDX FROM 1 BY 1
007960         UNTIL RIMP-BR-IDX > RIMP-BR-COUNT.
007970     MOVE RIMP-TOT-TXN-COUNT TO RIMP-LINE-COUNT.
007980     PERFORM 8100-WRITE-TOTAL-LINE
007990         THRU 8100-WRITE-TOTAL-LINE-EXIT.
008000 4000-PRINT-BRANCHES-EXIT.
008010     EXIT.

008020*****************************************************************
008030*    4100-PRINT-ONE-BRANCH
008040*        PRINT ONE BRANCH TABLE ENTRY.
008050*****************************************************************
008060 4100-PRINT-ONE-BRANCH.
008070     MOVE RIMP-BR-CODE(RIMP-BR-IDX) TO IMP-D-KEY.
008080     EVALUATE RIMP-BR-CODE(RIMP-BR-IDX)
008090         WHEN SPACES
008100             MOVE 'COUNTER WORK' TO IMP-D-NAME
008110         WHEN '**'
008120             MOVE 'BRANCHES PAST TABLE' TO IMP-D-NAME
008130         WHEN OTHER
008140             MOVE SPACES TO IMP-D-NAME
008150     END-EVALUATE.
008160     MOVE RIMP-BR-TXN-COUNT(RIMP-BR-IDX) TO IMP-D-COUNT.
008170     MOVE RIMP-BR-ACTUAL(RIMP-BR-IDX) TO IMP-D-ACTUAL.
008180     MOVE RIMP-BR-PROPOSED(RIMP-BR-IDX) TO IMP-D-PROPOSED.
008190     SUBTRACT RIMP-BR-ACTUAL(RIMP-BR-IDX)
008200         FROM RIMP-BR-PROPOSED(RIMP-BR-IDX) GIVING RIMP-CHANGE.
008210     MOVE RIMP-CHANGE TO IMP-D-CHANGE.
008220     MOVE IMP-DETAIL-LINE TO IMP-RPT-RECORD.
008230     WRITE IMP-RPT-RECORD.
008240 4100-PRINT-ONE-BRANCH-EXIT.
008250     EXIT.

008260*****************************************************************
008270*    5000-PRINT-OPERATIONS
008280*        PRINT THE OPERATION SECTION - THE COUNT HERE IS OF
008290*        OPERATIONS CHARGED, NOT TRANSACTIONS - AND ITS TOTAL.
008300*****************************************************************
008310 5000-PRINT-OPERATIONS.
008320     MOVE SPACES TO IMP-RPT-RECORD.
008330     WRITE IMP-RPT-RECORD.
008340     MOVE 'IMPACT BY OPERATION - COUNT IS OPERATIONS CHARGED'
008350         TO IMP-S-TITLE.
008360     MOVE IMP-SECTION-LINE TO IMP-RPT-RECORD.
008370     WRITE IMP-RPT-RECORD.
008380     MOVE IMP-COLHDR-LINE TO IMP-RPT-RECORD.
008390     WRITE IMP-RPT-RECORD.
008400     MOVE ZERO TO RIMP-LINE-COUNT.
008410     PERFORM 5100-PRINT-ONE-OPERATION
008420         THRU 5100-PRINT-ONE-OPERATION-EXIT
008430         VARYING RIMP-OP-IDX FROM 1 BY 1
008440         UNTIL RIMP-OP-IDX > 4.
008450     PERFORM 8100-WRITE-TOTAL-LINE
008460         THRU 8100-WRITE-TOTAL-LINE-EXIT.
008470 5000-PRINT-OPERATIONS-EXIT.
008480     EXIT.

008490*****************************************************************
008500*    5100-PRINT-ONE-OPERATION
008510*        PRINT ONE OPERATION'S TOTALS AND ADD ITS COUNT TO THE
008520*        SECTION TOTAL.
008530*****************************************************************
008540 5100-PRINT-ONE-OPERATION.
008550     MOVE RIMP-OP-CODE(RIMP-OP-IDX) TO IMP-D-KEY.
008560     MOVE RIMP-OP-NAME(RIMP-OP-IDX) TO IMP-D-NAME.
008570     MOVE RIMP-OP-COUNT(RIMP-OP-IDX) TO IMP-D-COUNT.
008580     MOVE RIMP-OP-ACTUAL(RIMP-OP-IDX) TO IMP-D-ACTUAL.
008590     MOVE RIMP-OP-PROPOSED(RIMP-OP-IDX) TO IMP-D-PROPOSED.
008600     SUBTRACT RIMP-OP-ACTUAL(RIMP-OP-IDX)
008610         FROM RIMP-OP-PROPOSED(RIMP-OP-IDX) GIVING RIMP-CHANGE.
008620     MOVE RIMP-CHANGE TO IMP-D-CHANGE.
008630     MOVE IMP-DETAIL-LINE TO IMP-RPT-RECORD.
008640     WRITE IMP-RPT-RECORD.
008650     ADD RIMP-OP-COUNT(RIMP-OP-IDX) TO RIMP-LINE-COUNT.
008660 5100-PRINT-ONE-OPERATION-EXIT.
008670     EXIT.

008680*****************************************************************
008690*    8100-WRITE-TOTAL-LINE
008700*        PRINT A SECTION TOTAL - THE SECTION'S COUNT WITH THE
008710*        PERIOD'S FEES BOTH WAYS, WHICH EVERY SECTION SHARES.
008720*****************************************************************
008730 8100-WRITE-TOTAL-LINE.
008740     MOVE 'TOTAL' TO IMP-D-KEY.
008750     MOVE SPACES TO IMP-D-NAME.
008760     MOVE RIMP-LINE-COUNT TO IMP-D-COUNT.
008770     MOVE RIMP-TOT-ACTUAL TO IMP-D-ACTUAL.
008780     MOVE RIMP-TOT-PROPOSED TO IMP-D-PROPOSED.
008790     SUBTRACT RIMP-TOT-ACTUAL FROM RIMP-TOT-PROPOSED
008800         GIVING RIMP-CHANGE.
008810     MOVE RIMP-CHANGE TO IMP-D-CHANGE.
008820     MOVE IMP-DETAIL-LINE TO IMP-RPT-RECORD.
008830     WRITE IMP-RPT-RECORD.
008840 8100-WRITE-TOTAL-LINE-EXIT.
008850     EXIT.

008860*****************************************************************
008870*    9000-TERMINATE
008880*        WRITE THE TRAILER, CLOSE WHAT IS OPEN AND SHOW THE RUN
008890*        COUNTS.
008900*****************************************************************
008910 9000-TERMINATE.
008920     IF IMPRPT-IS-OPEN
008930         MOVE RIMP-READ-COUNT     TO IMP-T-READ-COUNT
008940         MOVE RIMP-PERIOD-COUNT   TO IMP-T-PERIOD-COUNT
008950         MOVE RIMP-UNPRICED-COUNT TO IMP-T-UNPRICED-COUNT
008960         MOVE RIMP-CUST-COUNT     TO IMP-T-CUST-COUNT
008970         MOVE SPACES TO IMP-RPT-RECORD
008980         WRITE IMP-RPT-RECORD
008990         MOVE IMP-TRAILER-LINE TO IMP-RPT-RECORD
009000         WRITE IMP-RPT-RECORD
009010         CLOSE IMPRPT-FILE
009020         MOVE 'N' TO RIMP-IMPRPT-OPEN-SW
009030     END-IF.
009040     IF AUDHIST-IS-OPEN
009050         CLOSE AUDHIST-FILE
009060         MOVE 'N' TO RIMP-AUDHIST-OPEN-SW
009070     END-IF.
009080     IF CUSTMAST-IS-OPEN
009090         CLOSE CUSTMAST-FILE
009100         MOVE 'N' TO RIMP-CUSTMAST-OPEN-SW
009110     END-IF.
009120     DISPLAY 'HISTORY RECORDS READ: ' RIMP-READ-COUNT.
009130     DISPLAY 'IN PERIOD:            ' RIMP-PERIOD-COUNT.
009140     DISPLAY 'UNPRICED:             ' RIMP-UNPRICED-COUNT.
009150     DISPLAY 'CUSTOMERS PRICED:     ' RIMP-CUST-COUNT.
009160     DISPLAY 'ACTUAL FEES:          ' RIMP-TOT-ACTUAL.
009170     DISPLAY 'PROPOSED FEES:        ' RIMP-TOT-PROPOSED.
009180 9000-TERMINATE-EXIT.
009190     EXIT.
