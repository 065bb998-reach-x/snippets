000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    STEP-CONTROL.
000030 AUTHOR.        D. OKONKWO.
000040 INSTALLATION.  REACH-X DATA CENTER.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    MODIFICATION HISTORY
000090*    -------------------------------------------------------
000100*    10/15/2026  DOK   ORIGINAL PROGRAM.  NIGHTLY STREAM STEP
000110*                      CONTROL - A COMMON SUBROUTINE EVERY PROGRAM
000120*                      OF THE NIGHTLY STREAM CALLS AT START AND AT
000130*                      END, SO NO STEP CAN RUN OUT OF ORDER OR
000140*                      TWICE FOR THE SAME BUSINESS DATE.  THE
000150*                      REGISTER IS THE INDEXED STEPCTL FILE (KEYED
000160*                      BUSINESS DATE PLUS STEP NAME, CREATED ON
000170*                      FIRST USE).  THE BEGIN CALL REFUSES THE
000180*                      STEP WHEN A PREREQUISITE FROM THE STREAM
000190*                      DEFINITIONS (STEPDEF) HAS NOT COMPLETED FOR
000200*                      THE BUSINESS DATE, OR WHEN THE STEP ITSELF
000210*                      ALREADY HAS AND NO RERUN OVERRIDE CARD
000220*                      (STEPOVR) FROM AN OPERATOR WITH RERUN
000230*                      AUTHORITY ON OPERAUTH NAMES IT; OTHERWISE
000240*                      THE STEP IS MARKED STARTED.  A STEP LEFT
000250*                      STARTED OR FAILED BY AN EARLIER ATTEMPT
000260*                      NEVER COMPLETED AND MAY RUN AGAIN WITHOUT
000270*                      AN OVERRIDE (THE RESTART PATH).  THE END
000280*                      CALL RECORDS THE RETURN CODE AND COUNTS AND
000290*                      MARKS THE STEP COMPLETED, OR FAILED AT
000300*                      RETURN CODE 8 OR HIGHER.  THE BUSINESS DATE
000310*                      IS READ FROM BUSDATE UNLESS THE CALLER
000320*                      PASSES ONE.  ALL CALLER CONVERSATION GOES
000330*                      THROUGH THE STEP-COMMAREA (STEPCOMM).
000340*****************************************************************

000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 SOURCE-COMPUTER.   IBM-370.
000380 OBJECT-COMPUTER.   IBM-370.

000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT STEPCTL-FILE ASSIGN TO STEPCTL
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS RANDOM
000440         RECORD KEY IS STC-KEY
000450         FILE STATUS IS SCTL-STEPCTL-STATUS.
000460     SELECT STEPOVR-FILE ASSIGN TO STEPOVR
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS SCTL-STEPOVR-STATUS.
000490     SELECT OPERAUTH-FILE ASSIGN TO OPERAUTH
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS RANDOM
000520         RECORD KEY IS OPR-OPERATOR-ID
000530         FILE STATUS IS SCTL-OPERAUTH-STATUS.
000540     SELECT BUSDATE-FILE ASSIGN TO BUSDATE
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS SCTL-BUSDATE-STATUS.

000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  STEPCTL-FILE
000600     LABEL RECORDS ARE STANDARD.
000610 COPY STEPCTL.

000620 FD  STEPOVR-FILE
000630     RECORDING MODE IS F
000640     LABEL RECORDS ARE STANDARD.
000650 COPY STEPOVR.

000660 FD  OPERAUTH-FILE
000670     LABEL RECORDS ARE STANDARD.
000680 COPY OPERAUTH.

000690 FD  BUSDATE-FILE
000700     RECORDING MODE IS F
000710     LABEL RECORDS ARE STANDARD.
000720 COPY BUSDATE.

000730 WORKING-STORAGE SECTION.
000740*****************************************************************
000750*    FILE STATUS AND CONTROL SWITCHES
000760*****************************************************************
000770 77  SCTL-STEPCTL-STATUS      PIC X(02) VALUE SPACES.
000780 77  SCTL-STEPOVR-STATUS      PIC X(02) VALUE SPACES.
000790 77  SCTL-OPERAUTH-STATUS     PIC X(02) VALUE SPACES.
000800 77  SCTL-BUSDATE-STATUS      PIC X(02) VALUE SPACES.
000810 77  SCTL-STEPOVR-EOF-SWITCH  PIC X(01) VALUE 'N'.
000820     88  END-OF-STEPOVR               VALUE 'Y'.
000830 77  SCTL-FOUND-SWITCH        PIC X(01) VALUE 'N'.
000840     88  STEP-RECORD-FOUND            VALUE 'Y'.
000850 77  SCTL-DEFINED-SWITCH      PIC X(01) VALUE 'N'.
000860     88  STEP-IS-DEFINED              VALUE 'Y'.
000870 77  SCTL-CLOCK-DATE          PIC 9(06) VALUE ZERO.
000880 77  SCTL-CLOCK-TIME          PIC 9(08) VALUE ZERO.
000890 77  SCTL-DEF-IDX             PIC 9(02) VALUE ZERO.
000900 77  SCTL-DEF-USE-IDX         PIC 9(02) VALUE ZERO.
000910 77  SCTL-PRE-IDX             PIC 9(01) VALUE ZERO.

000920*****************************************************************
000930*    NIGHTLY STREAM STEP DEFINITIONS AND PREREQUISITES
000940*****************************************************************
000950 COPY STEPDEF.

000960 LINKAGE SECTION.
000970*****************************************************************
000980*    CALLER COMMUNICATION AREA
000990*****************************************************************
001000 COPY STEPCOMM.

001010 PROCEDURE DIVISION USING STEP-COMMAREA.
001020*****************************************************************
001030*    0000-MAINLINE
001040*        ROUTE THE CALL BY ITS FUNCTION CODE AND RETURN TO THE
001050*        CALLER.
001060*****************************************************************
001070 0000-MAINLINE.
001080     EVALUATE TRUE
001090         WHEN STEP-FUNC-BEGIN
001100             PERFORM 2000-BEGIN-STEP THRU 2000-BEGIN-STEP-EXIT
001110         WHEN STEP-FUNC-END
001120             PERFORM 3000-END-STEP THRU 3000-END-STEP-EXIT
001130         WHEN OTHER
001140             MOVE 'E' TO STEP-RESULT
001150             MOVE 'INVALID STEP-CONTROL FUNCTION CODE'
001160                 TO STEP-REASON-TEXT
001170     END-EVALUATE.
001180     GOBACK.

001190*****************************************************************
001200*    1000-OPEN-REGISTER
001210*        OPEN THE STEP REGISTER FOR UPDATE.  A REGISTER NOT YET
001220*        BUILT (THE FIRST STEP EVER RUN UNDER CONTROL) IS CREATED
001230*        EMPTY BY THE I-O OPEN FALLING BACK TO OUTPUT.
001240*****************************************************************
001250 1000-OPEN-REGISTER.
001260     OPEN I-O STEPCTL-FILE.
001270     IF SCTL-STEPCTL-STATUS = '35'
001280         OPEN OUTPUT STEPCTL-FILE
001290         CLOSE STEPCTL-FILE
001300         OPEN I-O STEPCTL-FILE
001310     END-IF.
001320     IF SCTL-STEPCTL-STATUS NOT = '00'
001330         MOVE 'E' TO STEP-RESULT
001340         MOVE 'STEPCTL OPEN FAILED - STATUS' TO STEP-REASON-TEXT
001350         MOVE SCTL-STEPCTL-STATUS TO STEP-REASON-TEXT(30:2)
001360     END-IF.
001370 1000-OPEN-REGISTER-EXIT.
001380     EXIT.

001390*****************************************************************
001400*    2000-BEGIN-STEP
001410*        MAY THIS STEP START?  PREREQUISITES FIRST, THEN THE
001420*        STEP'S OWN STATE FOR THE BUSINESS DATE (AND ANY RERUN
001430*        OVERRIDE).  THE ANSWER IS RECORDED ON THE REGISTER
001440*        EITHER WAY - STARTED, OR THE REFUSAL AND ITS REASON.
001450*****************************************************************
001460 2000-BEGIN-STEP.
001470     MOVE 'G' TO STEP-RESULT.
001480     MOVE 'N' TO STEP-RERUN-SWITCH.
001490     MOVE SPACES TO STEP-OVERRIDE-OPERATOR.
001500     MOVE SPACES TO STEP-REASON-TEXT.
001510     ACCEPT SCTL-CLOCK-DATE FROM DATE.
001520     ACCEPT SCTL-CLOCK-TIME FROM TIME.
001530     IF STEP-BUSINESS-DATE NOT NUMERIC
001540         MOVE ZERO TO STEP-BUSINESS-DATE
001550     END-IF.
001560     IF STEP-BUSINESS-DATE = ZERO
001570         PERFORM 2050-GET-BUSINESS-DATE
001580             THRU 2050-GET-BUSINESS-DATE-EXIT
001590         IF STEP-CONTROL-FAILED
001600             GO TO 2000-BEGIN-STEP-EXIT
001610         END-IF
001620     END-IF.
001630     PERFORM 1000-OPEN-REGISTER THRU 1000-OPEN-REGISTER-EXIT.
001640     IF STEP-CONTROL-FAILED
001650         GO TO 2000-BEGIN-STEP-EXIT
001660     END-IF.
001670     PERFORM 2100-CHECK-PREREQUISITES
001680         THRU 2100-CHECK-PREREQUISITES-EXIT.
001690     IF STEP-MAY-RUN
001700         PERFORM 2200-CHECK-OWN-STATE
001710             THRU 2200-CHECK-OWN-STATE-EXIT
001720     END-IF.
001730     IF STEP-MAY-RUN
001740         PERFORM 2400-MARK-STARTED THRU 2400-MARK-STARTED-EXIT
001750     ELSE
001760         PERFORM 2500-MARK-REFUSED THRU 2500-MARK-REFUSED-EXIT
001770     END-IF.
001780     CLOSE STEPCTL-FILE.
001790 2000-BEGIN-STEP-EXIT.
001800     EXIT.

001810*****************************************************************
001820*    2050-GET-BUSINESS-DATE
001830*        THE CALLER LEFT THE BUSINESS DATE TO US - TAKE IT FROM
001840*        THE SHOP BUSINESS DATE CONTROL RECORD.  NO RECORD MEANS
001850*        THE STEP CANNOT BE PLACED ON THE REGISTER AT ALL.
001860*****************************************************************
001870 2050-GET-BUSINESS-DATE.
001880     OPEN INPUT BUSDATE-FILE.
001890     IF SCTL-BUSDATE-STATUS NOT = '00'
001900         MOVE 'E' TO STEP-RESULT
001910         MOVE 'BUSDATE NOT AVAILABLE - STATUS' TO STEP-REASON-TEXT
001920         MOVE SCTL-BUSDATE-STATUS TO STEP-REASON-TEXT(32:2)
001930         GO TO 2050-GET-BUSINESS-DATE-EXIT
001940     END-IF.
001950     READ BUSDATE-FILE
001960         AT END
001970             MOVE 'E' TO STEP-RESULT
001980             MOVE 'BUSDATE FILE IS EMPTY - DAY NEVER OPENED'
001990                 TO STEP-REASON-TEXT
002000         NOT AT END
002010             MOVE BDAT-BUSINESS-DATE TO STEP-BUSINESS-DATE
002020     END-READ.
002030     CLOSE BUSDATE-FILE.
002040 2050-GET-BUSINESS-DATE-EXIT.
002050     EXIT.

002060*****************************************************************
002070*    2100-CHECK-PREREQUISITES
002080*        FIND THE STEP IN THE STREAM DEFINITIONS AND REQUIRE
002090*        EVERY PREREQUISITE TO BE COMPLETED ON THE REGISTER FOR
002100*        THE SAME BUSINESS DATE.  THE FIRST ONE THAT IS NOT
002110*        REFUSES THE STEP.  AN UNDEFINED STEP HAS NONE.
002120*****************************************************************
002130 2100-CHECK-PREREQUISITES.
002140     MOVE 'N' TO SCTL-DEFINED-SWITCH.
002150     PERFORM 2110-FIND-DEFINITION THRU 2110-FIND-DEFINITION-EXIT
002160         VARYING SCTL-DEF-IDX FROM 1 BY 1
002170         UNTIL SCTL-DEF-IDX > STD-STEP-COUNT
002180            OR STEP-IS-DEFINED.
002190     IF NOT STEP-IS-DEFINED
002200         GO TO 2100-CHECK-PREREQUISITES-EXIT
002210     END-IF.
002220     PERFORM 2120-CHECK-ONE-PREREQ THRU 2120-CHECK-ONE-PREREQ-EXIT
002230         VARYING SCTL-PRE-IDX FROM 1 BY 1
002240         UNTIL SCTL-PRE-IDX > 4
002250            OR NOT STEP-MAY-RUN.
002260 2100-CHECK-PREREQUISITES-EXIT.
002270     EXIT.

002280*****************************************************************
002290*    2110-FIND-DEFINITION
002300*        COMPARE ONE STREAM DEFINITION WITH THE CALLER'S STEP.
002310*****************************************************************
002320 2110-FIND-DEFINITION.
002330     IF STD-STEP-NAME(SCTL-DEF-IDX) = STEP-NAME
002340         MOVE 'Y' TO SCTL-DEFINED-SWITCH
002350         MOVE SCTL-DEF-IDX TO SCTL-DEF-USE-IDX
002360     END-IF.
002370 2110-FIND-DEFINITION-EXIT.
002380     EXIT.

002390*****************************************************************
002400*    2120-CHECK-ONE-PREREQ
002410*        READ ONE PREREQUISITE'S REGISTER RECORD FOR THE
002420*        BUSINESS DATE.  NOT ON FILE OR REFUSED = NOT RUN;
002430*        STARTED = NOT ENDED; FAILED = FAILED.
002440*****************************************************************
002450 2120-CHECK-ONE-PREREQ.
002460     IF STD-PREREQ-NAME(SCTL-DEF-USE-IDX, SCTL-PRE-IDX) = SPACES
002470         GO TO 2120-CHECK-ONE-PREREQ-EXIT
002480     END-IF.
002490     MOVE STEP-BUSINESS-DATE TO STC-BUSINESS-DATE.
002500     MOVE STD-PREREQ-NAME(SCTL-DEF-USE-IDX, SCTL-PRE-IDX)
002510         TO STC-STEP-NAME.
002520     MOVE 'Y' TO SCTL-FOUND-SWITCH.
002530     READ STEPCTL-FILE
002540         INVALID KEY
002550             MOVE 'N' TO SCTL-FOUND-SWITCH
002560     END-READ.
002570     IF STEP-RECORD-FOUND AND STC-COMPLETED
002580         GO TO 2120-CHECK-ONE-PREREQ-EXIT
002590     END-IF.
002600     MOVE 'R' TO STEP-RESULT.
002610     MOVE 'PREREQ' TO STEP-REASON-TEXT.
002620     MOVE STD-PREREQ-NAME(SCTL-DEF-USE-IDX, SCTL-PRE-IDX)
002630         TO STEP-REASON-TEXT(8:18).
002640     EVALUATE TRUE
002650         WHEN NOT STEP-RECORD-FOUND
002660             MOVE 'NOT RUN' TO STEP-REASON-TEXT(27:14)
002670         WHEN STC-STARTED
002680             MOVE 'NOT ENDED' TO STEP-REASON-TEXT(27:14)
002690         WHEN STC-FAILED
002700             MOVE 'FAILED' TO STEP-REASON-TEXT(27:14)
002710         WHEN OTHER
002720             MOVE 'NOT RUN' TO STEP-REASON-TEXT(27:14)
002730     END-EVALUATE.
002740 2120-CHECK-ONE-PREREQ-EXIT.
002750     EXIT.

002760*****************************************************************
002770*    2200-CHECK-OWN-STATE
002780*        READ THE STEP'S OWN REGISTER RECORD.  NOTHING ON FILE,
002790*        REFUSED OR FAILED - FREE TO RUN.  LEFT STARTED - AN
002800*        EARLIER ATTEMPT NEVER ENDED, SO THIS IS THE RESTART AND
002810*        IS ONLY FLAGGED.  COMPLETED - RUNS AGAIN ONLY ON A
002820*        VALID RERUN OVERRIDE.
002830*****************************************************************
002840 2200-CHECK-OWN-STATE.
002850     MOVE STEP-BUSINESS-DATE TO STC-BUSINESS-DATE.
002860     MOVE STEP-NAME TO STC-STEP-NAME.
002870     MOVE 'Y' TO SCTL-FOUND-SWITCH.
002880     READ STEPCTL-FILE
002890         INVALID KEY
002900             MOVE 'N' TO SCTL-FOUND-SWITCH
002910     END-READ.
002920     IF NOT STEP-RECORD-FOUND
002930         GO TO 2200-CHECK-OWN-STATE-EXIT
002940     END-IF.
002950     IF STC-STARTED
002960         MOVE 'PRIOR RUN NEVER ENDED - RESTARTING'
002970             TO STEP-REASON-TEXT
002980     END-IF.
002990     IF STC-COMPLETED
003000         PERFORM 2300-FIND-OVERRIDE THRU 2300-FIND-OVERRIDE-EXIT
003010     END-IF.
003020 2200-CHECK-OWN-STATE-EXIT.
003030     EXIT.

003040*****************************************************************
003050*    2300-FIND-OVERRIDE
003060*        THE STEP HAS ALREADY COMPLETED FOR THE BUSINESS DATE.
003070*        LOOK THROUGH THE RERUN OVERRIDE CARDS FOR ONE NAMING
003080*        THIS STEP AND DATE FROM AN AUTHORIZED OPERATOR.  NO
003090*        CARD FILE, NO MATCHING CARD OR NO VALID ONE - REFUSED,
003100*        WITH THE REASON THE LAST MATCHING CARD FAILED.
003110*****************************************************************
003120 2300-FIND-OVERRIDE.
003130     MOVE 'R' TO STEP-RESULT.
003140     MOVE 'ALREADY COMPLETED - NO RERUN OVERRIDE'
003150         TO STEP-REASON-TEXT.
003160     OPEN INPUT STEPOVR-FILE.
003170     IF SCTL-STEPOVR-STATUS NOT = '00'
003180         GO TO 2300-FIND-OVERRIDE-EXIT
003190     END-IF.
003200     OPEN INPUT OPERAUTH-FILE.
003210     IF SCTL-OPERAUTH-STATUS NOT = '00'
003220         MOVE 'OPERAUTH NOT AVAILABLE - STATUS'
003230             TO STEP-REASON-TEXT
003240         MOVE SCTL-OPERAUTH-STATUS TO STEP-REASON-TEXT(33:2)
003250         CLOSE STEPOVR-FILE
003260         GO TO 2300-FIND-OVERRIDE-EXIT
003270     END-IF.
003280     MOVE 'N' TO SCTL-STEPOVR-EOF-SWITCH.
003290     PERFORM 2310-READ-STEPOVR THRU 2310-READ-STEPOVR-EXIT.
003300     PERFORM 2320-CHECK-ONE-CARD THRU 2320-CHECK-ONE-CARD-EXIT
003310         UNTIL END-OF-STEPOVR
003320            OR STEP-MAY-RUN.
003330     CLOSE STEPOVR-FILE.
003340     CLOSE OPERAUTH-FILE.
003350 2300-FIND-OVERRIDE-EXIT.
003360     EXIT.

003370*****************************************************************
003380*    2310-READ-STEPOVR
003390*        READ THE NEXT RERUN OVERRIDE CARD.
003400*****************************************************************
003410 2310-READ-STEPOVR.
003420     READ STEPOVR-FILE
003430         AT END
003440             MOVE 'Y' TO SCTL-STEPOVR-EOF-SWITCH.
003450 2310-READ-STEPOVR-EXIT.
003460     EXIT.

003470*****************************************************************
003480*    2320-CHECK-ONE-CARD
003490*        A CARD FOR THIS STEP AND BUSINESS DATE IS VALIDATED;
003500*        ANY OTHER CARD IS PASSED OVER.  THEN READ THE NEXT.
003510*****************************************************************
003520 2320-CHECK-ONE-CARD.
003530     IF SOV-BUSINESS-DATE = STEP-BUSINESS-DATE
003540        AND SOV-STEP-NAME = STEP-NAME
003550         PERFORM 2330-CHECK-OVERRIDE THRU 2330-CHECK-OVERRIDE-EXIT
003560     END-IF.
003570     PERFORM 2310-READ-STEPOVR THRU 2310-READ-STEPOVR-EXIT.
003580 2320-CHECK-ONE-CARD-EXIT.
003590     EXIT.

003600*****************************************************************
003610*    2330-CHECK-OVERRIDE
003620*        THE CARD MUST CARRY AN OPERATOR AND A REASON, THE
003630*        OPERATOR MUST EXIST ON THE AUTHORIZATION FILE AND HOLD
003640*        RERUN AUTHORITY, AND THE CARD MUST NOT BE THE ONE
003650*        ALREADY HONORED FOR THE LAST RERUN.  A GOOD CARD LETS
003660*        THE STEP RUN AND IS NOTED ON ITS REGISTER RECORD.
003670*****************************************************************
003680 2330-CHECK-OVERRIDE.
003690     IF SOV-OPERATOR-ID = SPACES
003700         MOVE 'RERUN OVERRIDE HAS NO OPERATOR ID'
003710             TO STEP-REASON-TEXT
003720         GO TO 2330-CHECK-OVERRIDE-EXIT
003730     END-IF.
003740     IF SOV-REASON = SPACES
003750         MOVE 'RERUN OVERRIDE HAS NO REASON' TO STEP-REASON-TEXT
003760         GO TO 2330-CHECK-OVERRIDE-EXIT
003770     END-IF.
003780     MOVE SOV-OPERATOR-ID TO OPR-OPERATOR-ID.
003790     READ OPERAUTH-FILE
003800         INVALID KEY
003810             MOVE 'OVERRIDE OPERATOR NOT ON AUTH FILE'
003820                 TO STEP-REASON-TEXT
003830             GO TO 2330-CHECK-OVERRIDE-EXIT.
003840     IF NOT OPR-MAY-RERUN
003850         MOVE 'OVERRIDE OPERATOR NOT AUTHORIZED'
003860             TO STEP-REASON-TEXT
003870         GO TO 2330-CHECK-OVERRIDE-EXIT
003880     END-IF.
003890     IF SOV-OPERATOR-ID = STC-OVR-OPERATOR-ID
003900        AND SOV-REASON = STC-OVR-REASON
003910         MOVE 'RERUN OVERRIDE ALREADY USED'
003920             TO STEP-REASON-TEXT
003930         GO TO 2330-CHECK-OVERRIDE-EXIT
003940     END-IF.
003950     MOVE 'G' TO STEP-RESULT.
003960     MOVE 'Y' TO STEP-RERUN-SWITCH.
003970     MOVE SOV-OPERATOR-ID TO STEP-OVERRIDE-OPERATOR.
003980     MOVE 'RERUN AUTHORIZED BY' TO STEP-REASON-TEXT.
003990     MOVE SOV-OPERATOR-ID TO STEP-REASON-TEXT(21:8).
004000     ADD 1 TO STC-OVERRIDE-COUNT.
004010     MOVE SOV-OPERATOR-ID TO STC-OVR-OPERATOR-ID.
004020     MOVE SCTL-CLOCK-DATE TO STC-OVR-DATE.
004030     MOVE SCTL-CLOCK-TIME TO STC-OVR-TIME.
004040     MOVE SOV-REASON TO STC-OVR-REASON.
004050 2330-CHECK-OVERRIDE-EXIT.
004060     EXIT.

004070*****************************************************************
004080*    2400-MARK-STARTED
004090*        THE STEP MAY RUN - MARK IT STARTED ON THE REGISTER WITH
004100*        THE WALL-CLOCK START, CLEARING THE LAST END OF JOB
004110*        FIGURES.  THE RECORD IS ADDED ON THE STEP'S FIRST RUN
004120*        FOR THE BUSINESS DATE.
004130*****************************************************************
004140 2400-MARK-STARTED.
004150     IF NOT STEP-RECORD-FOUND
004160         PERFORM 2450-NEW-RECORD THRU 2450-NEW-RECORD-EXIT
004170     END-IF.
004180     MOVE 'S' TO STC-STATE.
004190     ADD 1 TO STC-RUN-COUNT.
004200     MOVE SCTL-CLOCK-DATE TO STC-START-DATE.
004210     MOVE SCTL-CLOCK-TIME TO STC-START-TIME.
004220     MOVE ZERO TO STC-END-DATE STC-END-TIME STC-RETURN-CODE
004230         STC-READ-COUNT STC-WRITTEN-COUNT STC-REJECT-COUNT.
004240     IF STEP-RECORD-FOUND
004250         REWRITE STC-RECORD
004260             INVALID KEY
004270                 MOVE 'E' TO STEP-RESULT
004280         END-REWRITE
004290     ELSE
004300         WRITE STC-RECORD
004310             INVALID KEY
004320                 MOVE 'E' TO STEP-RESULT
004330         END-WRITE
004340     END-IF.
004350     IF STEP-CONTROL-FAILED
004360         MOVE 'STEPCTL UPDATE FAILED - STATUS' TO STEP-REASON-TEXT
004370         MOVE SCTL-STEPCTL-STATUS TO STEP-REASON-TEXT(32:2)
004380     END-IF.
004390 2400-MARK-STARTED-EXIT.
004400     EXIT.

004410*****************************************************************
004420*    2450-NEW-RECORD
004430*        A CLEAN REGISTER RECORD FOR THE STEP AND BUSINESS DATE.
004440*****************************************************************
004450 2450-NEW-RECORD.
004460     MOVE SPACES TO STC-RECORD.
004470     MOVE STEP-BUSINESS-DATE TO STC-BUSINESS-DATE.
004480     MOVE STEP-NAME TO STC-STEP-NAME.
004490     MOVE ZERO TO STC-RUN-COUNT STC-START-DATE STC-START-TIME
004500         STC-END-DATE STC-END-TIME STC-RETURN-CODE
004510         STC-READ-COUNT STC-WRITTEN-COUNT STC-REJECT-COUNT
004520         STC-OVERRIDE-COUNT STC-OVR-DATE STC-OVR-TIME
004530         STC-REFUSE-COUNT STC-REFUSE-DATE STC-REFUSE-TIME.
004540 2450-NEW-RECORD-EXIT.
004550     EXIT.

004560*****************************************************************
004570*    2500-MARK-REFUSED
004580*        THE STEP MAY NOT RUN - NOTE THE REFUSAL AND ITS REASON
004590*        ON THE STEP'S OWN REGISTER RECORD (RE-READ, SINCE THE
004600*        PREREQUISITE CHECK MAY HAVE LEFT ANOTHER STEP'S RECORD
004610*        IN THE AREA).  A STEP NEVER RUN FOR THE DATE IS ADDED
004620*        AS REFUSED; AN EXISTING RECORD KEEPS ITS STATE.
004630*****************************************************************
004640 2500-MARK-REFUSED.
004650     MOVE STEP-BUSINESS-DATE TO STC-BUSINESS-DATE.
004660     MOVE STEP-NAME TO STC-STEP-NAME.
004670     MOVE 'Y' TO SCTL-FOUND-SWITCH.
004680     READ STEPCTL-FILE
004690         INVALID KEY
004700             MOVE 'N' TO SCTL-FOUND-SWITCH
004710     END-READ.
004720     IF NOT STEP-RECORD-FOUND
004730         PERFORM 2450-NEW-RECORD THRU 2450-NEW-RECORD-EXIT
004740         MOVE 'R' TO STC-STATE
004750     END-IF.
004760     ADD 1 TO STC-REFUSE-COUNT.
004770     MOVE SCTL-CLOCK-DATE TO STC-REFUSE-DATE.
004780     MOVE SCTL-CLOCK-TIME TO STC-REFUSE-TIME.
004790     MOVE STEP-REASON-TEXT TO STC-REFUSE-REASON.
004800     IF STEP-RECORD-FOUND
004810         REWRITE STC-RECORD
004820             INVALID KEY
004830                 CONTINUE
004840         END-REWRITE
004850     ELSE
004860         WRITE STC-RECORD
004870             INVALID KEY
004880                 CONTINUE
004890         END-WRITE
004900     END-IF.
004910 2500-MARK-REFUSED-EXIT.
004920     EXIT.

004930*****************************************************************
004940*    3000-END-STEP
004950*        THE STEP HAS FINISHED - RECORD THE WALL-CLOCK END, THE
004960*        RETURN CODE AND THE COUNTS THE CALLER PASSED, AND MARK
004970*        IT COMPLETED, OR FAILED AT RETURN CODE 8 OR HIGHER SO
004980*        NOTHING DOWNSTREAM STARTS ON ITS OUTPUT AND IT MAY
004990*        SIMPLY BE RUN AGAIN.
005000*****************************************************************
005010 3000-END-STEP.
005020     MOVE 'G' TO STEP-RESULT.
005030     MOVE SPACES TO STEP-REASON-TEXT.
005040     ACCEPT SCTL-CLOCK-DATE FROM DATE.
005050     ACCEPT SCTL-CLOCK-TIME FROM TIME.
005060     PERFORM 1000-OPEN-REGISTER THRU 1000-OPEN-REGISTER-EXIT.
005070     IF STEP-CONTROL-FAILED
005080         GO TO 3000-END-STEP-EXIT
005090     END-IF.
005100     MOVE STEP-BUSINESS-DATE TO STC-BUSINESS-DATE.
005110     MOVE STEP-NAME TO STC-STEP-NAME.
005120     READ STEPCTL-FILE
005130         INVALID KEY
005140             MOVE 'E' TO STEP-RESULT
005150             MOVE 'STEP NOT STARTED ON STEPCTL - NO END'
005160                 TO STEP-REASON-TEXT
005170             CLOSE STEPCTL-FILE
005180             GO TO 3000-END-STEP-EXIT.
005190     MOVE SCTL-CLOCK-DATE TO STC-END-DATE.
005200     MOVE SCTL-CLOCK-TIME TO STC-END-TIME.
005210     MOVE STEP-RETURN-CODE TO STC-RETURN-CODE.
005220     MOVE STEP-READ-COUNT TO STC-READ-COUNT.
005230     MOVE STEP-WRITTEN-COUNT TO STC-WRITTEN-COUNT.
005240     MOVE STEP-REJECT-COUNT TO STC-REJECT-COUNT.
005250     IF STEP-RETURN-CODE < 8
005260         MOVE 'C' TO STC-STATE
005270     ELSE
005280         MOVE 'F' TO STC-STATE
005290     END-IF.
005300     REWRITE STC-RECORD
005310         INVALID KEY
005320             MOVE 'E' TO STEP-RESULT
005330             MOVE 'STEPCTL UPDATE FAILED - STATUS'
005340                 TO STEP-REASON-TEXT
005350             MOVE SCTL-STEPCTL-STATUS TO STEP-REASON-TEXT(32:2)
005360     END-REWRITE.
005370     CLOSE STEPCTL-FILE.
005380 3000-END-STEP-EXIT.
005390     EXIT.
