000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    COLLECTIONS.
000030 AUTHOR.        D. OKONKWO.
000040 INSTALLATION.  REACH-X DATA CENTER.
000050 DATE-WRITTEN.  10/14/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    MODIFICATION HISTORY
000090*    -------------------------------------------------------
000100*    10/14/2026  DOK   ORIGINAL PROGRAM.  COLLECTIONS CYCLE -
000110*                      STEPS THROUGH THE RECEIVABLES BALANCE FILE
000120*                      (ARBAL) IN KEY ORDER AND PRINTS A GRADUATED
000130*                      DUNNING LETTER (DUNOUT) FOR EVERY CUSTOMER
000140*                      WITH A PAST DUE BALANCE - FIRST REMINDER AT
000150*                      30 DAYS, SECOND REMINDER AT 60, FINAL
000160*                      NOTICE AT 90+ - ADDRESSED FROM CUSTMAST.
000170*                      AN ACTIVE ACCOUNT PAST THE CREDIT HOLD
000180*                      THRESHOLD ON THE COLLECTIONS CONTROL CARD
000190*                      (COLLCTL) IS PUT ON CREDIT HOLD -
000200*                      CUST-ACCOUNT-STATUS 'S' WITH THE
000210*                      COLLECTIONS HOLD CODE - SO ITS NEW WORK
000220*                      GOES TO SUSPENSE INSTEAD OF BEING BILLED; A
000230*                      HELD ACCOUNT BACK UNDER THE THRESHOLD IS
000240*                      RELEASED.  EVERY HOLD AND RELEASE,
000250*                      INCLUDING THE RELEASES RECV-PAYMENT LOGGED
000260*                      ON COLLACT SINCE THE LAST RUN, IS LISTED
000270*                      WITH ITS REASON ON THE COLLECTIONS REGISTER
000280*                      (COLRPT), REPLACING THE CUSTOMER-MAINT
000290*                      CHANGES KEYED FROM THE AGED TRIAL BALANCE.
000291*    10/15/2026  DOK   EVERY CREDIT HOLD PLACED OR LIFTED IS NOW
000292*                      ALSO FILED ON THE PERMANENT CUSTOMER MASTER
000293*                      CHANGE HISTORY (CHGHIST) THROUGH THE
000294*                      CUSTOMER-HISTORY SUBROUTINE AS A STATUS
000295*                      CHANGE BY OPERATOR BATCH, WITH THE BEFORE
000296*                      AND AFTER IMAGES AND THE REGISTER REASON.
000297*                      A CHANGE THAT COULD NOT BE FILED IS
000298*                      DISPLAYED AND ENDS THE RUN WITH RETURN CODE
000299*                      4.
000300*    10/15/2026  DOK   THE REGISTER TRAILER'S HOLDS PLACED AND
000301*                      HOLDS RELEASED NOW COUNT ONLY WHAT THIS RUN
000302*                      DID.  THE HOLDS AND RELEASES PAYMENT ENTRY
000303*                      LOGGED ON COLLACT SINCE THE LAST RUN ARE
000304*                      COUNTED ON THEIR OWN AND PRINTED ON A
000305*                      SECOND TRAILER LINE, AND BOTH SETS ARE
000306*                      DISPLAYED AT END OF JOB.
000307*****************************************************************

000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SOURCE-COMPUTER.   IBM-370.
000340 OBJECT-COMPUTER.   IBM-370.

000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT ARBAL-FILE ASSIGN TO ARBAL
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS ARB-CUST-ID
000410         FILE STATUS IS COLL-ARBAL-STATUS.
000420     SELECT CUSTMAST-FILE ASSIGN TO CUSTMAST
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS RANDOM
000450         RECORD KEY IS CUST-ID
000460         FILE STATUS IS COLL-CUSTMAST-STATUS.
000470     SELECT COLLCTL-FILE ASSIGN TO COLLCTL
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS COLL-COLLCTL-STATUS.
000500     SELECT OPTIONAL COLLACT-FILE ASSIGN TO COLLACT
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS COLL-COLLACT-STATUS.
000530     SELECT DUNOUT-FILE ASSIGN TO DUNOUT
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS COLL-DUNOUT-STATUS.
000560     SELECT COLRPT-FILE ASSIGN TO COLRPT
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS COLL-COLRPT-STATUS.
000590     SELECT BUSDATE-FILE ASSIGN TO BUSDATE
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS COLL-BUSDATE-STATUS.

000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  ARBAL-FILE
000650     LABEL RECORDS ARE STANDARD.
000660 COPY ARBAL.

000670 FD  CUSTMAST-FILE
000680     LABEL RECORDS ARE STANDARD.
000690 COPY CUSTMAST.

000700 FD  COLLCTL-FILE
000710     RECORDING MODE IS F
000720     LABEL RECORDS ARE STANDARD.
000730 COPY COLLCTL.

000740 FD  COLLACT-FILE
000750     RECORDING MODE IS F
000760     LABEL RECORDS ARE STANDARD.
000770 COPY COLLACT.

000780 FD  DUNOUT-FILE
000790     RECORDING MODE IS F
000800     LABEL RECORDS ARE STANDARD.
000810 01  DUN-RECORD               PIC X(132).

000820 FD  COLRPT-FILE
000830     RECORDING MODE IS F
000840     LABEL RECORDS ARE STANDARD.
000850 01  COL-RPT-RECORD           PIC X(132).

000860 FD  BUSDATE-FILE
000870     RECORDING MODE IS F
000880     LABEL RECORDS ARE STANDARD.
000890 COPY BUSDATE.

000900 WORKING-STORAGE SECTION.
000910*****************************************************************
000920*    FILE STATUS AND CONTROL SWITCHES
000930*****************************************************************
000940 77  COLL-ARBAL-STATUS        PIC X(02) VALUE SPACES.
000950 77  COLL-CUSTMAST-STATUS     PIC X(02) VALUE SPACES.
000960 77  COLL-COLLCTL-STATUS      PIC X(02) VALUE SPACES.
000970 77  COLL-COLLACT-STATUS      PIC X(02) VALUE SPACES.
000980 77  COLL-DUNOUT-STATUS       PIC X(02) VALUE SPACES.
000990 77  COLL-COLRPT-STATUS       PIC X(02) VALUE SPACES.
001000 77  COLL-BUSDATE-STATUS      PIC X(02) VALUE SPACES.
001010 77  COLL-ARBAL-EOF-SWITCH    PIC X(01) VALUE 'N'.
001020     88  END-OF-BALANCES              VALUE 'Y'.
001030 77  COLL-COLLACT-EOF-SWITCH  PIC X(01) VALUE 'N'.
001040     88  END-OF-COLLACT               VALUE 'Y'.
001050 77  COLL-CUSTMAST-OPEN-SW    PIC X(01) VALUE 'N'.
001060     88  CUSTMAST-IS-OPEN             VALUE 'Y'.
001070 77  COLL-COLLACT-OPEN-SW     PIC X(01) VALUE 'N'.
001080     88  COLLACT-IS-OPEN              VALUE 'Y'.
001090 77  COLL-CUSTOMER-FOUND-SW   PIC X(01) VALUE 'N'.
001100     88  COLL-CUSTOMER-WAS-FOUND      VALUE 'Y'.
001110 77  COLL-THRESHOLD-SWITCH    PIC X(01) VALUE 'N'.
001120     88  ACCOUNT-PAST-THRESHOLD       VALUE 'Y'.
001130 77  COLL-LETTER-LEVEL        PIC 9(01) VALUE ZERO.
001140     88  NO-LETTER-DUE                VALUE 0.
001150     88  FIRST-REMINDER-DUE           VALUE 1.
001160     88  SECOND-REMINDER-DUE          VALUE 2.
001170     88  FINAL-NOTICE-DUE             VALUE 3.
001180 77  COLL-RUN-DATE            PIC 9(06) VALUE ZERO.
001190 77  COLL-HOLD-AGE            PIC 9(02) VALUE 90.
001200 77  COLL-HOLD-MINIMUM        PIC 9(07)V99 VALUE ZERO.
001210 77  COLL-PAST-DUE            PIC S9(09)V99 VALUE ZERO.
001220 77  COLL-ACTION-WORD         PIC X(08) VALUE SPACES.
001230 77  COLL-REASON              PIC X(35) VALUE SPACES.
001240 77  COLL-FIRST-COUNT         PIC 9(07) VALUE ZERO.
001250 77  COLL-SECOND-COUNT        PIC 9(07) VALUE ZERO.
001260 77  COLL-FINAL-COUNT         PIC 9(07) VALUE ZERO.
001270 77  COLL-HOLD-COUNT          PIC 9(07) VALUE ZERO.
001280 77  COLL-RELEASE-COUNT       PIC 9(07) VALUE ZERO.
001290 77  COLL-PAYMENT-REL-COUNT   PIC 9(07) VALUE ZERO.
001291 77  COLL-PAYMENT-HOLD-COUNT  PIC 9(07) VALUE ZERO.
001292 77  COLL-SAVE-RETURN-CODE    PIC S9(04) COMP VALUE ZERO.

001300*****************************************************************
001310*    REGISTER REASON FOR A HOLD - CARRIES THE HOLD AGE IN FORCE
001320*****************************************************************
001330 01  COLL-HOLD-REASON.
001340     05  FILLER               PIC X(09) VALUE 'PAST DUE '.
001350     05  COLL-HR-AGE          PIC 9(02).
001360     05  FILLER               PIC X(24) VALUE
001370         '+ DAYS OVER HOLD MINIMUM'.

001380*****************************************************************
001390*    COLRPT REGISTER AND DUNOUT LETTER LINE LAYOUTS (BUILT HERE,
001400*    MOVED TO THE FD RECORD AREAS BEFORE EACH WRITE)
001410*****************************************************************
001420 COPY COLLINES.
001430 COPY DUNLINES.

001431*****************************************************************
001432*    CUSTOMER-HISTORY COMMUNICATION AREA - EVERY CUSTMAST UPDATE
001433*    IS FILED ON THE CUSTOMER MASTER CHANGE HISTORY THROUGH A
001434*    COMMON SUBROUTINE
001435*****************************************************************
001436 COPY CHGCOMM.

001440 PROCEDURE DIVISION.
001450*****************************************************************
001460*    0000-MAINLINE
001470*        TOP LEVEL CONTROL FOR THE COLLECTIONS RUN.  THE RELEASES
001480*        LOGGED BY PAYMENT ENTRY ARE LISTED FIRST, THEN EVERY
001490*        BALANCE IS DUNNED AND HELD OR RELEASED.  COLLACT IS
001500*        CLEARED ONLY ONCE THE WHOLE RUN HAS BEEN REGISTERED.
001510*****************************************************************
001520 0000-MAINLINE.
001530     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001540     PERFORM 2000-LIST-PAYMENT-RELEASE
001550         THRU 2000-LIST-PAYMENT-RELEASE-EXIT
001560         UNTIL END-OF-COLLACT.
001570     MOVE SPACES TO COL-RPT-RECORD.
001580     WRITE COL-RPT-RECORD.
001590     MOVE 'HOLDS PLACED AND RELEASED BY THIS RUN' TO COL-S-TITLE.
001600     MOVE COL-SECTION-LINE TO COL-RPT-RECORD.
001610     WRITE COL-RPT-RECORD.
001620     MOVE COL-COLHDR-LINE TO COL-RPT-RECORD.
001630     WRITE COL-RPT-RECORD.
001640     PERFORM 3000-PROCESS-ONE-BALANCE
001650         THRU 3000-PROCESS-ONE-BALANCE-EXIT
001660         UNTIL END-OF-BALANCES.
001670     PERFORM 2500-CLEAR-COLLACT THRU 2500-CLEAR-COLLACT-EXIT.
001680     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
001690     STOP RUN.

001700*****************************************************************
001710*    1000-INITIALIZE
001720*        OPEN THE BALANCE, CUSTOMER MASTER, ACTIVITY, LETTER AND
001730*        REGISTER FILES, PICK UP THE BUSINESS DATE AND HOLD
001740*        THRESHOLD, WRITE THE REGISTER HEADINGS, POSITION THE
001750*        BALANCE FILE AND READ THE FIRST BALANCE AND ACTIVITY
001760*        RECORDS.
001770*****************************************************************
001780 1000-INITIALIZE.
001790     DISPLAY ' '.
001800     DISPLAY '=== COLLECTIONS CYCLE ==='.
001810     DISPLAY ' '.
001820     OPEN INPUT ARBAL-FILE.
001830     IF COLL-ARBAL-STATUS NOT = '00'
001840         DISPLAY 'ARBAL OPEN FAILED - STATUS ' COLL-ARBAL-STATUS
001850         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
001860         STOP RUN
001870     END-IF.
001880     OPEN I-O CUSTMAST-FILE.
001890     IF COLL-CUSTMAST-STATUS NOT = '00'
001900         DISPLAY 'CUSTMAST OPEN FAIL - STAT '
001910             COLL-CUSTMAST-STATUS
001920         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
001930         STOP RUN
001940     END-IF.
001950     MOVE 'Y' TO COLL-CUSTMAST-OPEN-SW.
001960     OPEN OUTPUT DUNOUT-FILE.
001970     IF COLL-DUNOUT-STATUS NOT = '00'
001980         DISPLAY 'DUNOUT OPEN FAILED - STATUS '
001990             COLL-DUNOUT-STATUS
002000         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
002010         STOP RUN
002020     END-IF.
002030     OPEN OUTPUT COLRPT-FILE.
002040     IF COLL-COLRPT-STATUS NOT = '00'
002050         DISPLAY 'COLRPT OPEN FAILED - STATUS '
002060             COLL-COLRPT-STATUS
002070         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
002080         STOP RUN
002090     END-IF.
002100*    COLLACT IS OPTIONAL - NO PAYMENT RUN SINCE THE FILE WAS LAST
002110*    CLEARED SIMPLY MEANS THERE ARE NO RELEASES TO LIST.
002120     OPEN INPUT COLLACT-FILE.
002130     IF COLL-COLLACT-STATUS NOT = '00' AND
002140             COLL-COLLACT-STATUS NOT = '05'
002150         DISPLAY 'COLLACT OPEN FAILED - STATUS '
002160             COLL-COLLACT-STATUS
002170         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
002180         STOP RUN
002190     END-IF.
002200     MOVE 'Y' TO COLL-COLLACT-OPEN-SW.
002210     PERFORM 1050-GET-BUSINESS-DATE
002220         THRU 1050-GET-BUSINESS-DATE-EXIT.
002230     PERFORM 1060-READ-COLLECTIONS-CTL
002240         THRU 1060-READ-COLLECTIONS-CTL-EXIT.
002250     MOVE COLL-RUN-DATE     TO COL-H-RUN-DATE.
002260     MOVE COLL-HOLD-AGE     TO COL-H-HOLD-AGE.
002270     MOVE COLL-HOLD-MINIMUM TO COL-H-HOLD-MINIMUM.
002280     MOVE COL-HEADER-LINE TO COL-RPT-RECORD.
002290     WRITE COL-RPT-RECORD.
002300     MOVE SPACES TO COL-RPT-RECORD.
002310     WRITE COL-RPT-RECORD.
002320     MOVE 'HOLDS RELEASED BY PAYMENT ENTRY SINCE THE LAST RUN'
002330         TO COL-S-TITLE.
002340     MOVE COL-SECTION-LINE TO COL-RPT-RECORD.
002350     WRITE COL-RPT-RECORD.
002360     MOVE COL-COLHDR-LINE TO COL-RPT-RECORD.
002370     WRITE COL-RPT-RECORD.
002380     MOVE COLL-HOLD-AGE TO COLL-HR-AGE.
002390     MOVE SPACES TO ARB-CUST-ID.
002400     START ARBAL-FILE KEY NOT < ARB-CUST-ID
002410         INVALID KEY
002420             MOVE 'Y' TO COLL-ARBAL-EOF-SWITCH
002430     END-START.
002440     IF NOT END-OF-BALANCES
002450         PERFORM 1100-READ-BALANCE THRU 1100-READ-BALANCE-EXIT
002460     END-IF.
002470     PERFORM 1200-READ-COLLACT THRU 1200-READ-COLLACT-EXIT.
002480 1000-INITIALIZE-EXIT.
002490     EXIT.

002500*****************************************************************
002510*    1050-GET-BUSINESS-DATE
002520*        READ THE SHOP BUSINESS DATE CONTROL RECORD AND STAMP
002530*        THE RUN FROM IT.  A MISSING OR EMPTY BUSDATE MEANS
002540*        OPERATIONS NEVER ROLLED THE DAY - THE RUN STOPS RATHER
002550*        THAN TRUST THE WALL CLOCK.
002560*****************************************************************
002570 1050-GET-BUSINESS-DATE.
002580     OPEN INPUT BUSDATE-FILE.
002590     IF COLL-BUSDATE-STATUS NOT = '00'
002600         DISPLAY 'BUSDATE NOT AVAILABLE - STATUS '
002610             COLL-BUSDATE-STATUS
002620         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
002630         STOP RUN
002640     END-IF.
002650     READ BUSDATE-FILE
002660         AT END
002670             DISPLAY 'BUSDATE FILE IS EMPTY - DAY NEVER OPENED'
002680             CLOSE BUSDATE-FILE
002690             PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
002700             STOP RUN.
002710     CLOSE BUSDATE-FILE.
002720     MOVE BDAT-BUSINESS-DATE TO COLL-RUN-DATE.
002730 1050-GET-BUSINESS-DATE-EXIT.
002740     EXIT.

002750*****************************************************************
002760*    1060-READ-COLLECTIONS-CTL
002770*        PICK UP THE CREDIT HOLD THRESHOLD FROM THE COLLECTIONS
002780*        CONTROL CARD.  A MISSING OR EMPTY CARD, OR A HOLD AGE
002790*        OTHER THAN 30, 60 OR 90, LEAVES THE DEFAULT OF 90+ DAYS
002800*        PAST DUE WITH NO MINIMUM.
002810*****************************************************************
002820 1060-READ-COLLECTIONS-CTL.
002830     OPEN INPUT COLLCTL-FILE.
002840     IF COLL-COLLCTL-STATUS = '00'
002850         READ COLLCTL-FILE
002860             AT END
002870                 CONTINUE
002880             NOT AT END
002890                 IF COLCTL-HOLD-AGE = 30 OR 60 OR 90
002900                     MOVE COLCTL-HOLD-AGE TO COLL-HOLD-AGE
002910                 END-IF
002920                 IF COLCTL-HOLD-MINIMUM IS NUMERIC
002930                     MOVE COLCTL-HOLD-MINIMUM TO COLL-HOLD-MINIMUM
002940                 END-IF
002950         END-READ
002960         CLOSE COLLCTL-FILE
002970     END-IF.
002980 1060-READ-COLLECTIONS-CTL-EXIT.
002990     EXIT.

003000*****************************************************************
003010*    1100-READ-BALANCE
003020*        READ THE NEXT BALANCE RECORD IN KEY ORDER.
003030*****************************************************************
003040 1100-READ-BALANCE.
003050     READ ARBAL-FILE NEXT RECORD
003060         AT END
003070             MOVE 'Y' TO COLL-ARBAL-EOF-SWITCH.
003080 1100-READ-BALANCE-EXIT.
003090     EXIT.

003100*****************************************************************
003110*    1200-READ-COLLACT
003120*        READ THE NEXT HOLD ACTIVITY RECORD LOGGED SINCE THE LAST
003130*        COLLECTIONS RUN.
003140*****************************************************************
003150 1200-READ-COLLACT.
003160     READ COLLACT-FILE
003170         AT END
003180             MOVE 'Y' TO COLL-COLLACT-EOF-SWITCH.
003190 1200-READ-COLLACT-EXIT.
003200     EXIT.

003210*****************************************************************
003220*    2000-LIST-PAYMENT-RELEASE
003230*        PRINT ONE REGISTER LINE FOR A HOLD ACTIVITY RECORD LOGGED
003240*        BY PAYMENT ENTRY, NAMED FROM CUSTMAST, THEN READ THE NEXT
003250*        ONE.  THESE ARE COUNTED APART FROM THE HOLDS AND RELEASES
003260*        THIS RUN MAKES ITSELF.
003261*****************************************************************
003270 2000-LIST-PAYMENT-RELEASE.
003280     MOVE 'Y' TO COLL-CUSTOMER-FOUND-SW.
003290     MOVE CACT-CUST-ID TO CUST-ID.
003300     READ CUSTMAST-FILE
003310         INVALID KEY
003320             MOVE 'N' TO COLL-CUSTOMER-FOUND-SW
003330     END-READ.
003340     MOVE CACT-CUST-ID TO COL-D-CUST-ID.
003350     IF COLL-CUSTOMER-WAS-FOUND
003360         MOVE CUST-NAME TO COL-D-NAME
003370     ELSE
003380         MOVE '** NOT ON CUST MAST' TO COL-D-NAME
003390     END-IF.
003400     IF CACT-IS-RELEASE
003410         MOVE 'RELEASE ' TO COL-D-ACTION
003420         ADD 1 TO COLL-PAYMENT-REL-COUNT
003430     ELSE
003440         MOVE 'HOLD    ' TO COL-D-ACTION
003450         ADD 1 TO COLL-PAYMENT-HOLD-COUNT
003460     END-IF.
003470     MOVE CACT-DATE        TO COL-D-DATE.
003480     MOVE CACT-BALANCE     TO COL-D-BALANCE.
003490     MOVE CACT-PAST-DUE    TO COL-D-PAST-DUE.
003500     MOVE CACT-REASON      TO COL-D-REASON.
003510     MOVE CACT-OPERATOR-ID TO COL-D-OPERATOR.
003520     MOVE COL-DETAIL-LINE TO COL-RPT-RECORD.
003530     WRITE COL-RPT-RECORD.
003550     PERFORM 1200-READ-COLLACT THRU 1200-READ-COLLACT-EXIT.
003560 2000-LIST-PAYMENT-RELEASE-EXIT.
003570     EXIT.

003580*****************************************************************
003590*    2500-CLEAR-COLLACT
003600*        EVERY LOGGED RELEASE IS NOW ON THE REGISTER, SO THE
003610*        ACTIVITY FILE IS CLEARED FOR THE NEXT PAYMENT RUNS.  ONLY
003620*        REACHED AT THE END OF A COMPLETE RUN - A RUN THAT STOPS
003630*        EARLY LEAVES COLLACT ALONE SO NOTHING IS LOST FROM THE
003640*        REGISTER.
003650*****************************************************************
003660 2500-CLEAR-COLLACT.
003670     CLOSE COLLACT-FILE.
003680     MOVE 'N' TO COLL-COLLACT-OPEN-SW.
003690     OPEN OUTPUT COLLACT-FILE.
003700     IF COLL-COLLACT-STATUS NOT = '00'
003710         DISPLAY 'COLLACT CLEAR OPEN FAILED - STATUS '
003720             COLL-COLLACT-STATUS
003730     ELSE
003740         CLOSE COLLACT-FILE
003750     END-IF.
003760 2500-CLEAR-COLLACT-EXIT.
003770     EXIT.

003780*****************************************************************
003790*    3000-PROCESS-ONE-BALANCE
003800*        AGE ONE CUSTOMER'S BALANCE, PLACE OR RELEASE THE CREDIT
003810*        HOLD AGAINST THE THRESHOLD, PRINT THE DUNNING LETTER DUE
003820*        AND READ THE NEXT RECORD.  ONLY AN ACTIVE ACCOUNT IS
003830*        PLACED ON HOLD AND ONLY A COLLECTIONS HOLD IS RELEASED -
003840*        A CLOSED ACCOUNT OR ONE SUSPENDED THROUGH CUSTOMER-MAINT
003850*        IS LEFT AS IT STANDS.  A PAST DUE CUSTOMER NOT ON
003860*        CUSTMAST CANNOT BE ADDRESSED AND IS LISTED ON THE
003870*        REGISTER INSTEAD.
003880*****************************************************************
003890 3000-PROCESS-ONE-BALANCE.
003900     PERFORM 3100-AGE-ACCOUNT THRU 3100-AGE-ACCOUNT-EXIT.
003910     MOVE 'Y' TO COLL-CUSTOMER-FOUND-SW.
003920     MOVE ARB-CUST-ID TO CUST-ID.
003930     READ CUSTMAST-FILE
003940         INVALID KEY
003950             MOVE 'N' TO COLL-CUSTOMER-FOUND-SW
003960     END-READ.
003970     IF NOT COLL-CUSTOMER-WAS-FOUND
003980         IF NOT NO-LETTER-DUE
003990             MOVE 'SKIPPED ' TO COLL-ACTION-WORD
004000             MOVE 'NOT ON CUSTOMER MASTER - NOT DUNNED'
004010                 TO COLL-REASON
004020             PERFORM 3500-WRITE-REGISTER-LINE
004030                 THRU 3500-WRITE-REGISTER-LINE-EXIT
004040         END-IF
004050         GO TO 3000-PROCESS-NEXT
004060     END-IF.
004070     IF CUST-ACCOUNT-SUSPENDED AND CUST-ON-COLLECTIONS-HOLD
004080         IF NOT ACCOUNT-PAST-THRESHOLD
004090             PERFORM 3300-RELEASE-HOLD THRU 3300-RELEASE-HOLD-EXIT
004100         END-IF
004110     ELSE
004120         IF CUST-ACCOUNT-ACTIVE AND ACCOUNT-PAST-THRESHOLD
004130             PERFORM 3200-PLACE-HOLD THRU 3200-PLACE-HOLD-EXIT
004140         END-IF
004150     END-IF.
004160     IF NOT NO-LETTER-DUE
004170         PERFORM 3400-PRINT-LETTER THRU 3400-PRINT-LETTER-EXIT
004180     END-IF.
004190 3000-PROCESS-NEXT.
004200     PERFORM 1100-READ-BALANCE THRU 1100-READ-BALANCE-EXIT.
004210 3000-PROCESS-ONE-BALANCE-EXIT.
004220     EXIT.

004230*****************************************************************
004240*    3100-AGE-ACCOUNT
004250*        SET THE LETTER LEVEL FROM THE OLDEST PAST DUE BUCKET, AND
004260*        THE PAST DUE AMOUNT AT OR BEYOND THE HOLD AGE.  THE
004270*        ACCOUNT IS PAST THE THRESHOLD WHEN THAT AMOUNT IS OVER
004280*        THE HOLD MINIMUM.  A ZERO OR CREDIT BALANCE IS NEVER
004290*        DUNNED OR HELD.
004300*****************************************************************
004310 3100-AGE-ACCOUNT.
004320     MOVE ZERO TO COLL-LETTER-LEVEL.
004330     MOVE 'N' TO COLL-THRESHOLD-SWITCH.
004340     MOVE ARB-AGE-90-AMT TO COLL-PAST-DUE.
004350     IF COLL-HOLD-AGE < 90
004360         ADD ARB-AGE-60-AMT TO COLL-PAST-DUE
004370     END-IF.
004380     IF COLL-HOLD-AGE < 60
004390         ADD ARB-AGE-30-AMT TO COLL-PAST-DUE
004400     END-IF.
004410     IF ARB-BALANCE NOT > ZERO
004420         GO TO 3100-AGE-ACCOUNT-EXIT
004430     END-IF.
004440     EVALUATE TRUE
004450         WHEN ARB-AGE-90-AMT > ZERO
004460             MOVE 3 TO COLL-LETTER-LEVEL
004470         WHEN ARB-AGE-60-AMT > ZERO
004480             MOVE 2 TO COLL-LETTER-LEVEL
004490         WHEN ARB-AGE-30-AMT > ZERO
004500             MOVE 1 TO COLL-LETTER-LEVEL
004510     END-EVALUATE.
004520     IF COLL-PAST-DUE > COLL-HOLD-MINIMUM
004530         MOVE 'Y' TO COLL-THRESHOLD-SWITCH
004540     END-IF.
004550 3100-AGE-ACCOUNT-EXIT.
004560     EXIT.

004570*****************************************************************
004580*    3200-PLACE-HOLD
004590*        PUT AN ACTIVE ACCOUNT PAST THE THRESHOLD ON CREDIT HOLD -
004600*        STATUS 'S' SENDS ITS NEW WORK TO SUSPENSE AND THE HOLD
004610*        CODE MARKS THE SUSPENSION AS A COLLECTIONS HOLD THAT
004620*        PAYMENT MAY LIFT.
004630*****************************************************************
004640 3200-PLACE-HOLD.
004650     MOVE 'HOLD    ' TO COLL-ACTION-WORD.
004660     MOVE COLL-HOLD-REASON TO COLL-REASON.
004661     MOVE CUST-RECORD TO CHGC-BEFORE-IMAGE.
004670     MOVE 'S' TO CUST-ACCOUNT-STATUS.
004680     MOVE 'H' TO CUST-HOLD-CODE.
004690     REWRITE CUST-RECORD
004700         INVALID KEY
004710             MOVE 'FAILED  ' TO COLL-ACTION-WORD
004720             MOVE 'HOLD NOT SET - CUSTMAST REWRITE FAIL'
004730                 TO COLL-REASON
004740             MOVE 'A' TO CUST-ACCOUNT-STATUS
004750             MOVE SPACE TO CUST-HOLD-CODE
004760     END-REWRITE.
004770     IF COLL-ACTION-WORD = 'HOLD    '
004780         ADD 1 TO COLL-HOLD-COUNT
004781         PERFORM 3600-RECORD-HISTORY
004782             THRU 3600-RECORD-HISTORY-EXIT
004790     END-IF.
004800     PERFORM 3500-WRITE-REGISTER-LINE
004810         THRU 3500-WRITE-REGISTER-LINE-EXIT.
004820 3200-PLACE-HOLD-EXIT.
004830     EXIT.

004840*****************************************************************
004850*    3300-RELEASE-HOLD
004860*        LIFT A COLLECTIONS HOLD WHOSE PAST DUE BALANCE HAS FALLEN
004870*        BACK UNDER THE THRESHOLD WITHOUT A PAYMENT - AN
004880*        ADJUSTMENT OR A CHANGE TO THE THRESHOLD ITSELF.
004890*****************************************************************
004900 3300-RELEASE-HOLD.
004910     MOVE 'RELEASE ' TO COLL-ACTION-WORD.
004920     MOVE 'PAST DUE BACK UNDER HOLD THRESHOLD' TO COLL-REASON.
004921     MOVE CUST-RECORD TO CHGC-BEFORE-IMAGE.
004930     MOVE 'A' TO CUST-ACCOUNT-STATUS.
004940     MOVE SPACE TO CUST-HOLD-CODE.
004950     REWRITE CUST-RECORD
004960         INVALID KEY
004970             MOVE 'FAILED  ' TO COLL-ACTION-WORD
004980             MOVE 'HOLD NOT LIFTED - CUSTMAST REWRITE'
004990                 TO COLL-REASON
005000             MOVE 'S' TO CUST-ACCOUNT-STATUS
005010             MOVE 'H' TO CUST-HOLD-CODE
005020     END-REWRITE.
005030     IF COLL-ACTION-WORD = 'RELEASE '
005040         ADD 1 TO COLL-RELEASE-COUNT
005041         PERFORM 3600-RECORD-HISTORY
005042             THRU 3600-RECORD-HISTORY-EXIT
005050     END-IF.
005060     PERFORM 3500-WRITE-REGISTER-LINE
005070         THRU 3500-WRITE-REGISTER-LINE-EXIT.
005080 3300-RELEASE-HOLD-EXIT.
005090     EXIT.

005100*****************************************************************
005110*    3400-PRINT-LETTER
005120*        PRINT THE DUNNING LETTER FOR THE LEVEL DUE - TITLE,
005130*        NAME/ADDRESS BLOCK, AGED BALANCE AND THE LEVEL'S MESSAGE,
005140*        WITH THE CREDIT HOLD TEXT WHEN THE ACCOUNT IS ON
005150*        COLLECTIONS HOLD - AND COUNT IT BY LEVEL.
005160*****************************************************************
005170 3400-PRINT-LETTER.
005180     EVALUATE TRUE
005190         WHEN FIRST-REMINDER-DUE
005200             MOVE 'FIRST REMINDER'  TO DUN-T-LEVEL
005210             ADD 1 TO COLL-FIRST-COUNT
005220         WHEN SECOND-REMINDER-DUE
005230             MOVE 'SECOND REMINDER' TO DUN-T-LEVEL
005240             ADD 1 TO COLL-SECOND-COUNT
005250         WHEN OTHER
005260             MOVE 'FINAL NOTICE'    TO DUN-T-LEVEL
005270             ADD 1 TO COLL-FINAL-COUNT
005280     END-EVALUATE.
005290     MOVE COLL-RUN-DATE TO DUN-T-DATE.
005300     MOVE DUN-TITLE-LINE TO DUN-RECORD.
005310     WRITE DUN-RECORD.
005320     MOVE CUST-NAME TO DUN-N-NAME.
005330     MOVE DUN-NAME-LINE TO DUN-RECORD.
005340     WRITE DUN-RECORD.
005350     MOVE CUST-ADDRESS TO DUN-A-ADDRESS.
005360     MOVE DUN-ADDR-LINE TO DUN-RECORD.
005370     WRITE DUN-RECORD.
005380     MOVE ARB-CUST-ID TO DUN-I-CUST-ID.
005390     MOVE DUN-ID-LINE TO DUN-RECORD.
005400     WRITE DUN-RECORD.
005410     MOVE SPACES TO DUN-RECORD.
005420     WRITE DUN-RECORD.
005430     MOVE DUN-BUCKET-HDR-LINE TO DUN-RECORD.
005440     WRITE DUN-RECORD.
005450     MOVE ARB-CURR-AMT   TO DUN-B-CURRENT.
005460     MOVE ARB-AGE-30-AMT TO DUN-B-AGE-30.
005470     MOVE ARB-AGE-60-AMT TO DUN-B-AGE-60.
005480     MOVE ARB-AGE-90-AMT TO DUN-B-AGE-90.
005490     MOVE ARB-BALANCE    TO DUN-B-BALANCE.
005500     MOVE DUN-BUCKET-LINE TO DUN-RECORD.
005510     WRITE DUN-RECORD.
005520     MOVE SPACES TO DUN-RECORD.
005530     WRITE DUN-RECORD.
005540     EVALUATE TRUE
005550         WHEN FIRST-REMINDER-DUE
005560             MOVE DUN-FIRST-TEXT-1  TO DUN-X-TEXT
005570             MOVE DUN-TEXT-LINE TO DUN-RECORD
005580             WRITE DUN-RECORD
005590             MOVE DUN-FIRST-TEXT-2  TO DUN-X-TEXT
005600         WHEN SECOND-REMINDER-DUE
005610             MOVE DUN-SECOND-TEXT-1 TO DUN-X-TEXT
005620             MOVE DUN-TEXT-LINE TO DUN-RECORD
005630             WRITE DUN-RECORD
005640             MOVE DUN-SECOND-TEXT-2 TO DUN-X-TEXT
005650         WHEN OTHER
005660             MOVE DUN-FINAL-TEXT-1  TO DUN-X-TEXT
005670             MOVE DUN-TEXT-LINE TO DUN-RECORD
005680             WRITE DUN-RECORD
005690             MOVE DUN-FINAL-TEXT-2  TO DUN-X-TEXT
005700     END-EVALUATE.
005710     MOVE DUN-TEXT-LINE TO DUN-RECORD.
005720     WRITE DUN-RECORD.
005730     IF CUST-ACCOUNT-SUSPENDED AND CUST-ON-COLLECTIONS-HOLD
005740         MOVE SPACES TO DUN-RECORD
005750         WRITE DUN-RECORD
005760         MOVE DUN-HOLD-TEXT-1 TO DUN-X-TEXT
005770         MOVE DUN-TEXT-LINE TO DUN-RECORD
005780         WRITE DUN-RECORD
005790         MOVE DUN-HOLD-TEXT-2 TO DUN-X-TEXT
005800         MOVE DUN-TEXT-LINE TO DUN-RECORD
005810         WRITE DUN-RECORD
005820     END-IF.
005830     MOVE SPACES TO DUN-RECORD.
005840     WRITE DUN-RECORD.
005850     MOVE SPACES TO DUN-RECORD.
005860     WRITE DUN-RECORD.
005870 3400-PRINT-LETTER-EXIT.
005880     EXIT.

005890*****************************************************************
005900*    3500-WRITE-REGISTER-LINE
005910*        WRITE THE REGISTER LINE FOR A HOLD, RELEASE OR SKIPPED
005920*        CUSTOMER FROM THIS RUN.
005930*****************************************************************
005940 3500-WRITE-REGISTER-LINE.
005950     MOVE ARB-CUST-ID TO COL-D-CUST-ID.
005960     IF COLL-CUSTOMER-WAS-FOUND
005970         MOVE CUST-NAME TO COL-D-NAME
005980     ELSE
005990         MOVE '** NOT ON CUST MAST' TO COL-D-NAME
006000     END-IF.
006010     MOVE COLL-ACTION-WORD TO COL-D-ACTION.
006020     MOVE COLL-RUN-DATE    TO COL-D-DATE.
006030     MOVE ARB-BALANCE      TO COL-D-BALANCE.
006040     MOVE COLL-PAST-DUE    TO COL-D-PAST-DUE.
006050     MOVE COLL-REASON      TO COL-D-REASON.
006060     MOVE 'BATCH'          TO COL-D-OPERATOR.
006070     MOVE COL-DETAIL-LINE TO COL-RPT-RECORD.
006080     WRITE COL-RPT-RECORD.
006090 3500-WRITE-REGISTER-LINE-EXIT.
006100     EXIT.

006101*****************************************************************
006102*    3600-RECORD-HISTORY
006103*        FILE THE HOLD JUST PLACED OR LIFTED ON THE CUSTOMER
006104*        MASTER CHANGE HISTORY AS A STATUS CHANGE BY BATCH, WITH
006105*        THE MASTER RECORD BEFORE AND AFTER AND THE REGISTER
006106*        REASON.  THE CALL HANDS BACK THE SUBROUTINE'S OWN
006107*        RETURN-CODE, SO THE RUN'S IS SAVED ACROSS IT AND PUT
006108*        BACK.  A CHANGE THAT COULD NOT BE FILED IS DISPLAYED AND
006109*        RAISES THE RUN TO RETURN CODE 4.
006110*****************************************************************
006111 3600-RECORD-HISTORY.
006112     MOVE RETURN-CODE       TO COLL-SAVE-RETURN-CODE.
006113     MOVE 'C'               TO CHGC-ACTION.
006114     MOVE 'COLLECTIONS'     TO CHGC-PROGRAM-ID.
006115     MOVE 'BATCH'           TO CHGC-OPERATOR-ID.
006116     MOVE COLL-RUN-DATE     TO CHGC-BUSINESS-DATE.
006117     MOVE COLL-REASON       TO CHGC-REASON.
006118     MOVE CUST-RECORD       TO CHGC-AFTER-IMAGE.
006119     CALL 'CUSTOMER-HISTORY' USING CHG-COMMAREA.
006120     MOVE COLL-SAVE-RETURN-CODE TO RETURN-CODE.
006121     IF CHGC-HISTORY-FAILED
006122         DISPLAY 'CHANGE HISTORY NOT FILED - CUST ' CUST-ID
006123             ' - ' CHGC-ERROR-TEXT
006124         IF RETURN-CODE < 4
006125             MOVE 4 TO RETURN-CODE
006126         END-IF
006127     END-IF.
006128 3600-RECORD-HISTORY-EXIT.
006129     EXIT.

006130*****************************************************************
006131*    9000-TERMINATE
006132*        WRITE THE REGISTER TRAILER, DISPLAY THE RUN COUNTS, CLOSE
006140*        FILES AND RETURN CONTROL TO THE OPERATING SYSTEM.
006150*****************************************************************
006160 9000-TERMINATE.
006170     IF COLL-COLRPT-STATUS = '00'
006180         MOVE SPACES TO COL-RPT-RECORD
006190         WRITE COL-RPT-RECORD
006200         MOVE COLL-FIRST-COUNT   TO COL-T-FIRST-COUNT
006210         MOVE COLL-SECOND-COUNT  TO COL-T-SECOND-COUNT
006220         MOVE COLL-FINAL-COUNT   TO COL-T-FINAL-COUNT
006230         MOVE COLL-HOLD-COUNT    TO COL-T-HOLD-COUNT
006240         MOVE COLL-RELEASE-COUNT TO COL-T-RELEASE-COUNT
006250         MOVE COL-TRAILER-LINE TO COL-RPT-RECORD
006260         WRITE COL-RPT-RECORD
006261         MOVE COLL-PAYMENT-HOLD-COUNT TO COL-L-HOLD-COUNT
006262         MOVE COLL-PAYMENT-REL-COUNT  TO COL-L-RELEASE-COUNT
006263         MOVE COL-LOGGED-LINE TO COL-RPT-RECORD
006264         WRITE COL-RPT-RECORD
006270         CLOSE COLRPT-FILE
006280     END-IF.
006281     DISPLAY 'PAYMENT HOLDS LISTED    ' COLL-PAYMENT-HOLD-COUNT.
006290     DISPLAY 'PAYMENT RELEASES LISTED ' COLL-PAYMENT-REL-COUNT.
006300     DISPLAY 'HOLDS PLACED            ' COLL-HOLD-COUNT.
006310     DISPLAY 'HOLDS RELEASED          ' COLL-RELEASE-COUNT.
006320     IF COLL-DUNOUT-STATUS = '00'
006330         CLOSE DUNOUT-FILE
006340     END-IF.
006350     IF COLL-ARBAL-STATUS = '00' OR COLL-ARBAL-STATUS = '10'
006360         CLOSE ARBAL-FILE
006370     END-IF.
006380     IF CUSTMAST-IS-OPEN
006390         CLOSE CUSTMAST-FILE
006400     END-IF.
006410     IF COLLACT-IS-OPEN
006420         CLOSE COLLACT-FILE
006430     END-IF.
006440 9000-TERMINATE-EXIT.
006450     EXIT.
