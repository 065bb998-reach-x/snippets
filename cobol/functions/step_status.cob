000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    STEP-STATUS.
000030 AUTHOR.        D. OKONKWO.
000040 INSTALLATION.  REACH-X DATA CENTER.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    MODIFICATION HISTORY
000090*    -------------------------------------------------------
000100*    10/15/2026  DOK   ORIGINAL PROGRAM.  NIGHTLY STREAM STATUS
000110*                      REPORT - PRINTS THE STEP REGISTER (STEPCTL)
000120*                      THAT STEP-CONTROL KEEPS FOR EVERY STREAM
000130*                      PROGRAM, ONE SECTION PER BUSINESS DATE IN
000140*                      THE RANGE ON THE STSCTL CARD (DEFAULT THE
000150*                      CURRENT BUSINESS DATE).  EACH SECTION LISTS
000160*                      EVERY STEP OF THE STREAM DEFINITIONS
000170*                      (STEPDEF) IN RUNNING ORDER WITH ITS STATE -
000180*                      COMPLETED, FAILED, STARTED (NEVER ENDED),
000190*                      REFUSED OR NOT RUN - RUNS, LAST RETURN
000200*                      CODE, START AND END STAMPS AND COUNTS, THEN
000210*                      WHO AUTHORIZED THE LAST RERUN OVERRIDE AND
000220*                      WHY, AND THE LAST REFUSAL WITH ITS REASON,
000230*                      SO THE DAY SHIFT SEES WHAT RAN, WHAT DID
000240*                      NOT AND WHO OVERRODE WHAT WITHOUT READING
000250*                      SYSOUT.
000260*****************************************************************

000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000290 SOURCE-COMPUTER.   IBM-370.
000300 OBJECT-COMPUTER.   IBM-370.

000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT STEPCTL-FILE ASSIGN TO STEPCTL
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS DYNAMIC
000360         RECORD KEY IS STC-KEY
000370         FILE STATUS IS SSTA-STEPCTL-STATUS.
000380     SELECT STSCTL-FILE ASSIGN TO STSCTL
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS SSTA-STSCTL-STATUS.
000410     SELECT STSRPT-FILE ASSIGN TO STSRPT
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS SSTA-STSRPT-STATUS.
000440     SELECT BUSDATE-FILE ASSIGN TO BUSDATE
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS SSTA-BUSDATE-STATUS.

000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  STEPCTL-FILE
000500     LABEL RECORDS ARE STANDARD.
000510 COPY STEPCTL.

000520 FD  STSCTL-FILE
000530     RECORDING MODE IS F
000540     LABEL RECORDS ARE STANDARD.
000550 COPY STSCTL.

000560 FD  STSRPT-FILE
000570     RECORDING MODE IS F
000580     LABEL RECORDS ARE STANDARD.
000590 01  SST-RPT-RECORD           PIC X(132).

000600 FD  BUSDATE-FILE
000610     RECORDING MODE IS F
000620     LABEL RECORDS ARE STANDARD.
000630 COPY BUSDATE.

000640 WORKING-STORAGE SECTION.
000650*****************************************************************
000660*    FILE STATUS AND CONTROL SWITCHES
000670*****************************************************************
000680 77  SSTA-STEPCTL-STATUS      PIC X(02) VALUE SPACES.
000690 77  SSTA-STSCTL-STATUS       PIC X(02) VALUE SPACES.
000700 77  SSTA-STSRPT-STATUS       PIC X(02) VALUE SPACES.
000710 77  SSTA-BUSDATE-STATUS      PIC X(02) VALUE SPACES.
000720 77  SSTA-STEPCTL-EOF-SWITCH  PIC X(01) VALUE 'N'.
000730     88  END-OF-STEPCTL               VALUE 'Y'.
000740 77  SSTA-FOUND-SWITCH        PIC X(01) VALUE 'N'.
000750     88  STEP-RECORD-FOUND            VALUE 'Y'.
000760 77  SSTA-STEPCTL-OPEN-SW     PIC X(01) VALUE 'N'.
000770     88  STEPCTL-IS-OPEN              VALUE 'Y'.
000780 77  SSTA-RETURN-CODE         PIC 9(01) VALUE ZERO.
000790 77  SSTA-RUN-DATE            PIC 9(06) VALUE ZERO.
000800 77  SSTA-FROM-DATE           PIC 9(06) VALUE ZERO.
000810 77  SSTA-THRU-DATE           PIC 9(06) VALUE ZERO.
000820 77  SSTA-DEF-IDX             PIC 9(02) VALUE ZERO.

000830*****************************************************************
000840*    DAY AND RUN COUNTS
000850*****************************************************************
000860 77  SSTA-DAY-COMPLETED       PIC 9(03) VALUE ZERO.
000870 77  SSTA-DAY-FAILED          PIC 9(03) VALUE ZERO.
000880 77  SSTA-DAY-STARTED         PIC 9(03) VALUE ZERO.
000890 77  SSTA-DAY-REFUSED         PIC 9(03) VALUE ZERO.
000900 77  SSTA-DAY-NOT-RUN         PIC 9(03) VALUE ZERO.
000910 77  SSTA-DAY-OVERRIDES       PIC 9(03) VALUE ZERO.
000920 77  SSTA-INCOMPLETE-COUNT    PIC 9(05) VALUE ZERO.
000930 77  SSTA-OVERRIDE-TOTAL      PIC 9(05) VALUE ZERO.

000940*****************************************************************
000950*    BUSINESS DATE TABLE - THE DISTINCT DATES ON THE REGISTER
000960*    WITHIN THE RANGE, COLLECTED IN KEY ORDER ON A FIRST PASS
000970*    SO EACH DATE CAN THEN BE PRINTED IN STREAM ORDER.
000980*****************************************************************
000990 77  SSTA-DATE-COUNT          PIC 9(03) VALUE ZERO.
001000 77  SSTA-DATE-IDX            PIC 9(03) VALUE ZERO.
001010 77  SSTA-MAX-DATES           PIC 9(03) VALUE 400.
001020 77  SSTA-DATE-FULL-SWITCH    PIC X(01) VALUE 'N'.
001030     88  DATE-TABLE-FULL              VALUE 'Y'.
001040 01  SSTA-DATE-TABLE.
001050     05  SSTA-DATE-ENTRY  OCCURS 400 TIMES
001060                              PIC 9(06).

001070*****************************************************************
001080*    NIGHTLY STREAM STEP DEFINITIONS AND PREREQUISITES
001090*****************************************************************
001100 COPY STEPDEF.

001110*****************************************************************
001120*    STSRPT REPORT LINE LAYOUTS (BUILT HERE, MOVED TO THE
001130*    SST-RPT-RECORD FD AREA BEFORE EACH WRITE)
001140*****************************************************************
001150 COPY STSLINES.

001160 PROCEDURE DIVISION.
001170*****************************************************************
001180*    0000-MAINLINE
001190*        TOP LEVEL CONTROL FOR THE STREAM STATUS REPORT.
001200*****************************************************************
001210 0000-MAINLINE.
001220     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001230     PERFORM 2000-COLLECT-ONE-RECORD
001240         THRU 2000-COLLECT-ONE-RECORD-EXIT
001250         UNTIL END-OF-STEPCTL.
001260     PERFORM 3000-REPORT-ONE-DATE THRU 3000-REPORT-ONE-DATE-EXIT
001270         VARYING SSTA-DATE-IDX FROM 1 BY 1
001280         UNTIL SSTA-DATE-IDX > SSTA-DATE-COUNT.
001290     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
001300     MOVE SSTA-RETURN-CODE TO RETURN-CODE.
001310     STOP RUN.

001320*****************************************************************
001330*    1000-INITIALIZE
001340*        OPEN THE REPORT, TAKE THE BUSINESS DATE AND THE RANGE
001350*        TO REPORT, WRITE THE HEADER AND POSITION THE REGISTER
001360*        AT THE FIRST DATE OF THE RANGE.  NO REGISTER YET MEANS
001370*        NOTHING HAS RUN UNDER STEP CONTROL - THE REPORT PRINTS
001380*        EMPTY.
001390*****************************************************************
001400 1000-INITIALIZE.
001410     DISPLAY ' '.
001420     DISPLAY '=== NIGHTLY STREAM STATUS ==='.
001430     DISPLAY ' '.
001440     OPEN OUTPUT STSRPT-FILE.
001450     IF SSTA-STSRPT-STATUS NOT = '00'
001460         DISPLAY 'STSRPT OPEN FAILED - STATUS '
001470             SSTA-STSRPT-STATUS
001480         MOVE 8 TO RETURN-CODE
001490         STOP RUN
001500     END-IF.
001510     PERFORM 1050-GET-BUSINESS-DATE
001520         THRU 1050-GET-BUSINESS-DATE-EXIT.
001530     PERFORM 1060-READ-CONTROL-CARD
001540         THRU 1060-READ-CONTROL-CARD-EXIT.
001550     MOVE SSTA-RUN-DATE TO SSL-H-RUN-DATE.
001560     MOVE SSTA-FROM-DATE TO SSL-H-FROM-DATE.
001570     MOVE SSTA-THRU-DATE TO SSL-H-THRU-DATE.
001580     MOVE SSL-HEADER-LINE TO SST-RPT-RECORD.
001590     WRITE SST-RPT-RECORD.
001600     OPEN INPUT STEPCTL-FILE.
001610     IF SSTA-STEPCTL-STATUS NOT = '00'
001620         DISPLAY 'STEPCTL NOT AVAILABLE - STATUS '
001630             SSTA-STEPCTL-STATUS
001640         MOVE 'Y' TO SSTA-STEPCTL-EOF-SWITCH
001650         GO TO 1000-INITIALIZE-EXIT
001660     END-IF.
001670     MOVE 'Y' TO SSTA-STEPCTL-OPEN-SW.
001680     MOVE SSTA-FROM-DATE TO STC-BUSINESS-DATE.
001690     MOVE LOW-VALUES TO STC-STEP-NAME.
001700     START STEPCTL-FILE KEY NOT < STC-KEY
001710         INVALID KEY
001720             MOVE 'Y' TO SSTA-STEPCTL-EOF-SWITCH
001730     END-START.
001740 1000-INITIALIZE-EXIT.
001750     EXIT.

001760*****************************************************************
001770*    1050-GET-BUSINESS-DATE
001780*        READ THE SHOP BUSINESS DATE CONTROL RECORD AND STAMP
001790*        THE RUN FROM IT.  A MISSING OR EMPTY BUSDATE MEANS
001800*        OPERATIONS NEVER ROLLED THE DAY - THE RUN STOPS RATHER
001810*        THAN TRUST THE WALL CLOCK.
001820*****************************************************************
001830 1050-GET-BUSINESS-DATE.
001840     OPEN INPUT BUSDATE-FILE.
001850     IF SSTA-BUSDATE-STATUS NOT = '00'
001860         DISPLAY 'BUSDATE NOT AVAILABLE - STATUS '
001870             SSTA-BUSDATE-STATUS
001880         MOVE 8 TO RETURN-CODE
001890         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
001900         STOP RUN
001910     END-IF.
001920     READ BUSDATE-FILE
001930         AT END
001940             DISPLAY 'BUSDATE FILE IS EMPTY - DAY NEVER OPENED'
001950             CLOSE BUSDATE-FILE
001960             MOVE 8 TO RETURN-CODE
001970             PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
001980             STOP RUN.
001990     CLOSE BUSDATE-FILE.
002000     MOVE BDAT-BUSINESS-DATE TO SSTA-RUN-DATE.
002010 1050-GET-BUSINESS-DATE-EXIT.
002020     EXIT.

002030*****************************************************************
002040*    1060-READ-CONTROL-CARD
002050*        DEFAULT THE RANGE TO THE CURRENT BUSINESS DATE ALONE,
002060*        THEN TAKE A RANGE FROM THE ONE-RECORD STSCTL CARD WHEN
002070*        BOTH DATES ARE PRESENT AND IN ORDER.
002080*****************************************************************
002090 1060-READ-CONTROL-CARD.
002100     MOVE SSTA-RUN-DATE TO SSTA-FROM-DATE.
002110     MOVE SSTA-RUN-DATE TO SSTA-THRU-DATE.
002120     OPEN INPUT STSCTL-FILE.
002130     IF SSTA-STSCTL-STATUS NOT = '00'
002140         GO TO 1060-READ-CONTROL-CARD-EXIT
002150     END-IF.
002160     READ STSCTL-FILE
002170         AT END
002180             CONTINUE
002190         NOT AT END
002200             IF SSC-FROM-DATE NUMERIC AND SSC-THRU-DATE NUMERIC
002210                     AND SSC-FROM-DATE NOT = ZERO
002220                     AND SSC-THRU-DATE NOT < SSC-FROM-DATE
002230                 MOVE SSC-FROM-DATE TO SSTA-FROM-DATE
002240                 MOVE SSC-THRU-DATE TO SSTA-THRU-DATE
002250             ELSE
002260                 DISPLAY 'STSCTL RANGE MISSING OR INVALID - '
002270                     'BUSINESS DATE USED'
002280             END-IF
002290     END-READ.
002300     CLOSE STSCTL-FILE.
002310 1060-READ-CONTROL-CARD-EXIT.
002320     EXIT.

002330*****************************************************************
002340*    2000-COLLECT-ONE-RECORD
002350*        FIRST PASS - READ THE NEXT REGISTER RECORD IN KEY ORDER
002360*        AND NOTE ITS BUSINESS DATE THE FIRST TIME IT IS SEEN.
002370*        THE PASS ENDS AT THE END OF THE RANGE.
002380*****************************************************************
002390 2000-COLLECT-ONE-RECORD.
002400     READ STEPCTL-FILE NEXT RECORD
002410         AT END
002420             MOVE 'Y' TO SSTA-STEPCTL-EOF-SWITCH
002430             GO TO 2000-COLLECT-ONE-RECORD-EXIT.
002440     IF STC-BUSINESS-DATE > SSTA-THRU-DATE
002450         MOVE 'Y' TO SSTA-STEPCTL-EOF-SWITCH
002460         GO TO 2000-COLLECT-ONE-RECORD-EXIT
002470     END-IF.
002480     IF SSTA-DATE-COUNT > ZERO
002490         IF STC-BUSINESS-DATE = SSTA-DATE-ENTRY(SSTA-DATE-COUNT)
002500             GO TO 2000-COLLECT-ONE-RECORD-EXIT
002510         END-IF
002520     END-IF.
002530     IF SSTA-DATE-COUNT NOT < SSTA-MAX-DATES
002540         IF NOT DATE-TABLE-FULL
002550             DISPLAY 'DATE TABLE FULL AT ' SSTA-MAX-DATES
002560                 ' - LATER DATES NOT REPORTED'
002570             MOVE 'Y' TO SSTA-DATE-FULL-SWITCH
002580             MOVE 4 TO SSTA-RETURN-CODE
002590         END-IF
002600         GO TO 2000-COLLECT-ONE-RECORD-EXIT
002610     END-IF.
002620     ADD 1 TO SSTA-DATE-COUNT.
002630     MOVE STC-BUSINESS-DATE TO SSTA-DATE-ENTRY(SSTA-DATE-COUNT).
002640 2000-COLLECT-ONE-RECORD-EXIT.
002650     EXIT.

002660*****************************************************************
002670*    3000-REPORT-ONE-DATE
002680*        ONE BUSINESS DATE - DATE LINE AND HEADINGS, EVERY STEP
002690*        OF THE STREAM IN RUNNING ORDER, THEN THE DAY TOTALS.
002700*****************************************************************
002710 3000-REPORT-ONE-DATE.
002720     MOVE ZERO TO SSTA-DAY-COMPLETED SSTA-DAY-FAILED
002730         SSTA-DAY-STARTED SSTA-DAY-REFUSED SSTA-DAY-NOT-RUN
002740         SSTA-DAY-OVERRIDES.
002750     MOVE SPACES TO SST-RPT-RECORD.
002760     WRITE SST-RPT-RECORD.
002770     MOVE SSTA-DATE-ENTRY(SSTA-DATE-IDX) TO SSL-D-BUSINESS-DATE.
002780     MOVE SSL-DATE-LINE TO SST-RPT-RECORD.
002790     WRITE SST-RPT-RECORD.
002800     MOVE SSL-COLHDR-LINE TO SST-RPT-RECORD.
002810     WRITE SST-RPT-RECORD.
002820     PERFORM 3100-REPORT-ONE-STEP THRU 3100-REPORT-ONE-STEP-EXIT
002830         VARYING SSTA-DEF-IDX FROM 1 BY 1
002840         UNTIL SSTA-DEF-IDX > STD-STEP-COUNT.
002850     MOVE SSTA-DAY-COMPLETED TO SSL-T-COMPLETED.
002860     MOVE SSTA-DAY-FAILED TO SSL-T-FAILED.
002870     MOVE SSTA-DAY-STARTED TO SSL-T-STARTED.
002880     MOVE SSTA-DAY-REFUSED TO SSL-T-REFUSED.
002890     MOVE SSTA-DAY-NOT-RUN TO SSL-T-NOT-RUN.
002900     MOVE SSTA-DAY-OVERRIDES TO SSL-T-OVERRIDES.
002910     MOVE SSL-DAY-TOTAL-LINE TO SST-RPT-RECORD.
002920     WRITE SST-RPT-RECORD.
002930 3000-REPORT-ONE-DATE-EXIT.
002940     EXIT.

002950*****************************************************************
002960*    3100-REPORT-ONE-STEP
002970*        READ ONE STEP'S REGISTER RECORD FOR THE DATE BY KEY AND
002980*        PRINT ITS LINE, WITH THE OVERRIDE AND REFUSAL LINES
002990*        UNDER IT WHEN IT HAS ANY.  A STEP WITH NO RECORD NEVER
003000*        RAN FOR THE DATE.
003010*****************************************************************
003020 3100-REPORT-ONE-STEP.
003030     MOVE SSTA-DATE-ENTRY(SSTA-DATE-IDX) TO STC-BUSINESS-DATE.
003040     MOVE STD-STEP-NAME(SSTA-DEF-IDX) TO STC-STEP-NAME.
003050     MOVE 'Y' TO SSTA-FOUND-SWITCH.
003060     READ STEPCTL-FILE
003070         INVALID KEY
003080             MOVE 'N' TO SSTA-FOUND-SWITCH
003090     END-READ.
003100     MOVE STD-STEP-NAME(SSTA-DEF-IDX) TO SSL-S-STEP-NAME.
003110     IF NOT STEP-RECORD-FOUND
003120         MOVE 'NOT RUN' TO SSL-S-STATE
003130         MOVE ZERO TO SSL-S-RUN-COUNT SSL-S-RETURN-CODE
003140             SSL-S-READ-COUNT SSL-S-WRITTEN-COUNT
003150             SSL-S-REJECT-COUNT SSL-S-OVERRIDE-COUNT
003160         MOVE SPACES TO SSL-S-START-DATE SSL-S-START-TIME
003170             SSL-S-END-DATE SSL-S-END-TIME
003180         ADD 1 TO SSTA-DAY-NOT-RUN
003190         ADD 1 TO SSTA-INCOMPLETE-COUNT
003200         MOVE SSL-STEP-LINE TO SST-RPT-RECORD
003210         WRITE SST-RPT-RECORD
003220         GO TO 3100-REPORT-ONE-STEP-EXIT
003230     END-IF.
003240     EVALUATE TRUE
003250         WHEN STC-COMPLETED
003260             MOVE 'COMPLETED' TO SSL-S-STATE
003270             ADD 1 TO SSTA-DAY-COMPLETED
003280         WHEN STC-FAILED
003290             MOVE 'FAILED' TO SSL-S-STATE
003300             ADD 1 TO SSTA-DAY-FAILED
003310             ADD 1 TO SSTA-INCOMPLETE-COUNT
003320         WHEN STC-STARTED
003330             MOVE 'STARTED' TO SSL-S-STATE
003340             ADD 1 TO SSTA-DAY-STARTED
003350             ADD 1 TO SSTA-INCOMPLETE-COUNT
003360         WHEN OTHER
003370             MOVE 'REFUSED' TO SSL-S-STATE
003380             ADD 1 TO SSTA-DAY-REFUSED
003390             ADD 1 TO SSTA-INCOMPLETE-COUNT
003400     END-EVALUATE.
003410     MOVE STC-RUN-COUNT TO SSL-S-RUN-COUNT.
003420     MOVE STC-RETURN-CODE TO SSL-S-RETURN-CODE.
003430     MOVE SPACES TO SSL-S-START-DATE SSL-S-START-TIME
003440         SSL-S-END-DATE SSL-S-END-TIME.
003450     IF STC-START-DATE NOT = ZERO
003460         MOVE STC-START-DATE TO SSL-S-START-DATE
003470         MOVE STC-START-TIME(1:6) TO SSL-S-START-TIME
003480     END-IF.
003490     IF STC-END-DATE NOT = ZERO
003500         MOVE STC-END-DATE TO SSL-S-END-DATE
003510         MOVE STC-END-TIME(1:6) TO SSL-S-END-TIME
003520     END-IF.
003530     MOVE STC-READ-COUNT TO SSL-S-READ-COUNT.
003540     MOVE STC-WRITTEN-COUNT TO SSL-S-WRITTEN-COUNT.
003550     MOVE STC-REJECT-COUNT TO SSL-S-REJECT-COUNT.
003560     MOVE STC-OVERRIDE-COUNT TO SSL-S-OVERRIDE-COUNT.
003570     MOVE SSL-STEP-LINE TO SST-RPT-RECORD.
003580     WRITE SST-RPT-RECORD.
003590     IF STC-OVERRIDE-COUNT > ZERO
003600         ADD STC-OVERRIDE-COUNT TO SSTA-DAY-OVERRIDES
003610         ADD STC-OVERRIDE-COUNT TO SSTA-OVERRIDE-TOTAL
003620         MOVE STC-OVR-OPERATOR-ID TO SSL-O-OPERATOR
003630         MOVE STC-OVR-DATE TO SSL-O-DATE
003640         MOVE STC-OVR-TIME(1:6) TO SSL-O-TIME
003650         MOVE STC-OVR-REASON TO SSL-O-REASON
003660         MOVE SSL-OVERRIDE-LINE TO SST-RPT-RECORD
003670         WRITE SST-RPT-RECORD
003680     END-IF.
003690     IF STC-REFUSE-COUNT > ZERO
003700         MOVE STC-REFUSE-COUNT TO SSL-R-COUNT
003710         MOVE STC-REFUSE-DATE TO SSL-R-DATE
003720         MOVE STC-REFUSE-TIME(1:6) TO SSL-R-TIME
003730         MOVE STC-REFUSE-REASON TO SSL-R-REASON
003740         MOVE SSL-REFUSE-LINE TO SST-RPT-RECORD
003750         WRITE SST-RPT-RECORD
003760     END-IF.
003770 3100-REPORT-ONE-STEP-EXIT.
003780     EXIT.

003790*****************************************************************
003800*    9000-TERMINATE
003810*        WRITE THE TRAILING COUNT LINE, DISPLAY THE COUNTS AND
003820*        CLOSE FILES.
003830*****************************************************************
003840 9000-TERMINATE.
003850     MOVE SPACES TO SST-RPT-RECORD.
003860     WRITE SST-RPT-RECORD.
003870     MOVE SSTA-DATE-COUNT TO SSL-E-DATE-COUNT.
003880     MOVE SSTA-INCOMPLETE-COUNT TO SSL-E-INCOMPLETE.
003890     MOVE SSTA-OVERRIDE-TOTAL TO SSL-E-OVERRIDES.
003900     MOVE SSL-TRAILER-LINE TO SST-RPT-RECORD.
003910     WRITE SST-RPT-RECORD.
003920     DISPLAY 'BUSINESS DATES REPORTED ' SSTA-DATE-COUNT.
003930     DISPLAY 'STEPS NOT COMPLETE      ' SSTA-INCOMPLETE-COUNT.
003940     DISPLAY 'RERUN OVERRIDES         ' SSTA-OVERRIDE-TOTAL.
003950     IF STEPCTL-IS-OPEN
003960         CLOSE STEPCTL-FILE
003970     END-IF.
003980     CLOSE STSRPT-FILE.
003990 9000-TERMINATE-EXIT.
004000     EXIT.
