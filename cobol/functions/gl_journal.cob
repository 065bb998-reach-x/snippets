000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    GL-JOURNAL.
000030 AUTHOR.        D. OKONKWO.
000040 INSTALLATION.  REACH-X DATA CENTER.
000050 DATE-WRITTEN.  10/14/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    MODIFICATION HISTORY
000090*    -------------------------------------------------------
000100*    10/14/2026  DOK   ORIGINAL PROGRAM.  NIGHTLY GENERAL LEDGER
000110*                      JOURNAL EXTRACT - TURNS THE NIGHT'S BILLED
000120*                      FEES AND THE DAY'S APPLIED PAYMENTS INTO
000130*                      BALANCED DEBIT/CREDIT JOURNAL LINES
000140*                      (JRNLOUT) FOR FINANCE TO LOAD, SO NOBODY
000150*                      REKEYS THE BILLING AND PAYMENT REGISTERS
000160*                      INTO THE LEDGER BY HAND.  FEE REVENUE IS
000170*                      CREDITED BY OPERATION FROM THE BILLOUT
000180*                      CHARGE BREAKDOWN (BILLIN) AND DEBITED TO
000190*                      RECEIVABLES BY BRANCH FROM THE SETTLOUT FEE
000200*                      TOTALS (SETTLIN); APPLIED PAYMENTS FROM THE
000210*                      RECV-PAYMENT EXTRACT (APPLIN) DEBIT CASH
000220*                      AND CREDIT RECEIVABLES.  THE LEDGER ACCOUNT
000230*                      AND COST CENTER FOR EVERY LINE COME FROM
000240*                      THE GLMAP MAPPING FILE (BRANCH OVERRIDE
000250*                      FIRST, THEN THE SHOP-WIDE MAPPING).  A
000260*                      CONTROL REPORT (GLJRPT) LISTS EVERY LINE
000270*                      AND PROVES DEBITS = CREDITS AND THAT THE
000280*                      JOURNAL TIES TO THE BILLOUT AND PAYRPT
000290*                      TOTALS; ANY BREAK, UNMAPPED ENTRY OR STALE
000300*                      INPUT RETURNS 8 AND THE REPORT SAYS HOLD SO
000310*                      THE FILE IS NOT RELEASED TO FINANCE.
000311*    10/15/2026  DOK   NIGHTLY STREAM STEP CONTROL.  THE RUN NOW
000312*                      REGISTERS ITS START AND END ON THE STEP
000313*                      CONTROL FILE (STEPCTL) THROUGH THE
000314*                      STEP-CONTROL SUBROUTINE AS STEP GL-JOURNAL.
000315*                      IT IS REFUSED WITH RETURN CODE 12, BEFORE
000316*                      ANYTHING IS OPENED, WHEN BASIC-OPERATIONS
000317*                      HAS NOT COMPLETED OR WHEN THE STEP HAS
000318*                      ALREADY COMPLETED FOR THE BUSINESS DATE AND
000319*                      NO AUTHORIZED RERUN OVERRIDE WAS SUBMITTED.
000320*                      ITS RETURN CODE AND COUNTS ARE RECORDED AT
000321*                      END OF JOB.
000322*    10/15/2026  DOK   FEE REVENUE IS NOW CREDITED BY BRANCH AS
000323*                      WELL AS BY OPERATION, FROM THE SPLIT OF
000324*                      EACH BRANCH'S FEES ON SETTLOUT, SO EACH
000325*                      BRANCH'S REVENUE LINES ARE PROVED AGAINST
000326*                      ITS RECEIVABLES DEBIT AND EACH OPERATION'S
000327*                      AGAINST THE BILLOUT BREAKDOWN.  THE
000328*                      FEE-DISPUTE CREDIT MEMOS (CRMIN, CRMEMO
000329*                      LAYOUT) ARE JOURNALED UNDER SOURCE 'CRED' -
000330*                      FEE REVENUE DEBITED AND RECEIVABLES
000331*                      CREDITED BY BRANCH - AND TIED TO THE CRMIN
000332*                      TOTAL.  APPLIN AND CRMIN GATHER EVERY RUN
000333*                      SINCE THE LAST RELEASED JOURNAL AND ARE
000334*                      CLEARED BY IT; EACH PAYMENT RUN'S TRAILER
000335*                      IS ADDED INTO THE TIE-OUT AND ONLY A RUN
000336*                      DATED AFTER THE BUSINESS DATE HOLDS THE
000337*                      JOURNAL.
000338*    10/15/2026  DOK   A CREDIT MEMO ON CRMIN WITH NO OPERATION
000339*                      CODE IS NOW REJECTED, NAMED ON THE CONSOLE
000340*                      AND LISTED ON THE CONTROL REPORT WITHOUT
000341*                      HOLDING THE JOURNAL, INSTEAD OF BREAKING
000342*                      THE CREDIT MEMO TIE EVERY NIGHT.
000343*    10/15/2026  DOK   A FAILED OPEN OF GLJRPT OR A MISSING
000344*                      BUSINESS DATE NOW CLOSES THE STEP ON
000345*                      STEPCTL BEFORE THE RUN STOPS.
000346*****************************************************************

000347 ENVIRONMENT DIVISION.
000348 CONFIGURATION SECTION.
000350 SOURCE-COMPUTER.   IBM-370.
000360 OBJECT-COMPUTER.   IBM-370.

000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT BILLIN-FILE ASSIGN TO BILLIN
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS GLJE-BILLIN-STATUS.
000420     SELECT SETTLIN-FILE ASSIGN TO SETTLIN
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS GLJE-SETTLIN-STATUS.
000450     SELECT OPTIONAL APPLIN-FILE ASSIGN TO APPLIN
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS GLJE-APPLIN-STATUS.
000471     SELECT OPTIONAL CRMIN-FILE ASSIGN TO CRMIN
000472         ORGANIZATION IS LINE SEQUENTIAL
000473         FILE STATUS IS GLJE-CRMIN-STATUS.
000480     SELECT GLMAP-FILE ASSIGN TO GLMAP
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS RANDOM
000510         RECORD KEY IS GLM-KEY
000520         FILE STATUS IS GLJE-GLMAP-STATUS.
000530     SELECT JRNLOUT-FILE ASSIGN TO JRNLOUT
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS GLJE-JRNLOUT-STATUS.
000560     SELECT GLJRPT-FILE ASSIGN TO GLJRPT
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS GLJE-GLJRPT-STATUS.
000590     SELECT BUSDATE-FILE ASSIGN TO BUSDATE
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS GLJE-BUSDATE-STATUS.

000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  BILLIN-FILE
000650     RECORDING MODE IS F
000660     LABEL RECORDS ARE STANDARD.
000670 COPY BILLREC.

000680 FD  SETTLIN-FILE
000690     RECORDING MODE IS F
000700     LABEL RECORDS ARE STANDARD.
000710 COPY SETTLREC.

000720 FD  APPLIN-FILE
000730     RECORDING MODE IS F
000740     LABEL RECORDS ARE STANDARD.
000750 COPY PAYAPPL.

000751 FD  CRMIN-FILE
000752     RECORDING MODE IS F
000753     LABEL RECORDS ARE STANDARD.
000754 COPY CRMEMO.

000760 FD  GLMAP-FILE
000770     LABEL RECORDS ARE STANDARD.
000780 COPY GLMAP.

000790 FD  JRNLOUT-FILE
000800     RECORDING MODE IS F
000810     LABEL RECORDS ARE STANDARD.
000820 COPY GLJRNL.

000830 FD  GLJRPT-FILE
000840     RECORDING MODE IS F
000850     LABEL RECORDS ARE STANDARD.
000860 01  GLJ-RPT-RECORD           PIC X(132).

000870 FD  BUSDATE-FILE
000880     RECORDING MODE IS F
000890     LABEL RECORDS ARE STANDARD.
000900 COPY BUSDATE.

000910 WORKING-STORAGE SECTION.
000920*****************************************************************
000930*    FILE STATUS AND CONTROL SWITCHES
000940*****************************************************************
000950 77  GLJE-BILLIN-STATUS       PIC X(02) VALUE SPACES.
000960 77  GLJE-SETTLIN-STATUS      PIC X(02) VALUE SPACES.
000970 77  GLJE-APPLIN-STATUS       PIC X(02) VALUE SPACES.
000971 77  GLJE-CRMIN-STATUS        PIC X(02) VALUE SPACES.
000980 77  GLJE-GLMAP-STATUS        PIC X(02) VALUE SPACES.
000990 77  GLJE-JRNLOUT-STATUS      PIC X(02) VALUE SPACES.
001000 77  GLJE-GLJRPT-STATUS       PIC X(02) VALUE SPACES.
001010 77  GLJE-BUSDATE-STATUS      PIC X(02) VALUE SPACES.
001020 77  GLJE-BILLIN-EOF-SWITCH   PIC X(01) VALUE 'N'.
001030     88  END-OF-BILLIN                VALUE 'Y'.
001040 77  GLJE-SETTLIN-EOF-SWITCH  PIC X(01) VALUE 'N'.
001050     88  END-OF-SETTLIN               VALUE 'Y'.
001060 77  GLJE-APPLIN-EOF-SWITCH   PIC X(01) VALUE 'N'.
001070     88  END-OF-APPLIN                VALUE 'Y'.
001071 77  GLJE-CRMIN-EOF-SWITCH    PIC X(01) VALUE 'N'.
001072     88  END-OF-CRMIN                 VALUE 'Y'.
001073 77  GLJE-APPLIN-OPEN-SW      PIC X(01) VALUE 'N'.
001074     88  APPLIN-IS-OPEN               VALUE 'Y'.
001075 77  GLJE-CRMIN-OPEN-SW       PIC X(01) VALUE 'N'.
001076     88  CRMIN-IS-OPEN                VALUE 'Y'.
001080 77  GLJE-TRAILER-SWITCH      PIC X(01) VALUE 'N'.
001090     88  APPLIED-TRAILER-FOUND        VALUE 'Y'.
001100 77  GLJE-MAPPED-SWITCH       PIC X(01) VALUE 'N'.
001110     88  ENTRY-WAS-MAPPED             VALUE 'Y'.
001120 77  GLJE-RETURN-CODE         PIC 9(02) VALUE ZERO.
001121 77  GLJE-SAVE-RETURN-CODE    PIC S9(04) COMP VALUE ZERO.
001130 77  GLJE-RUN-DATE            PIC 9(06) VALUE ZERO.

001140*****************************************************************
001150*    NIGHT TOTALS GATHERED FROM THE FOUR FEEDS
001160*****************************************************************
001170 77  GLJE-BILL-COUNT          PIC 9(07) VALUE ZERO.
001180 77  GLJE-ADD-REVENUE         PIC 9(11)V99 VALUE ZERO.
001190 77  GLJE-SUB-REVENUE         PIC 9(11)V99 VALUE ZERO.
001200 77  GLJE-MUL-REVENUE         PIC 9(11)V99 VALUE ZERO.
001210 77  GLJE-DIV-REVENUE         PIC 9(11)V99 VALUE ZERO.
001220 77  GLJE-BILL-CHARGE-TOTAL   PIC 9(11)V99 VALUE ZERO.
001230 77  GLJE-BILL-TOTAL          PIC 9(11)V99 VALUE ZERO.
001240 77  GLJE-SETTLE-FEE-TOTAL    PIC 9(11)V99 VALUE ZERO.
001241 77  GLJE-SETTLE-ADD-FEES     PIC 9(11)V99 VALUE ZERO.
001242 77  GLJE-SETTLE-SUB-FEES     PIC 9(11)V99 VALUE ZERO.
001243 77  GLJE-SETTLE-MUL-FEES     PIC 9(11)V99 VALUE ZERO.
001244 77  GLJE-SETTLE-DIV-FEES     PIC 9(11)V99 VALUE ZERO.
001250 77  GLJE-STALE-SETTLE-COUNT  PIC 9(05) VALUE ZERO.
001260 77  GLJE-APPL-DETAIL-COUNT   PIC 9(07) VALUE ZERO.
001270 77  GLJE-APPL-DETAIL-TOTAL   PIC 9(11)V99 VALUE ZERO.
001280 77  GLJE-APPL-TRAILER-COUNT  PIC 9(07) VALUE ZERO.
001290 77  GLJE-APPL-TRAILER-TOTAL  PIC 9(11)V99 VALUE ZERO.
001300 77  GLJE-APPL-RUN-DATE       PIC 9(06) VALUE ZERO.
001301 77  GLJE-APPL-AHEAD-COUNT    PIC 9(05) VALUE ZERO.
001302 77  GLJE-CRM-COUNT           PIC 9(07) VALUE ZERO.
001303 77  GLJE-CRM-TOTAL           PIC 9(11)V99 VALUE ZERO.
001304 77  GLJE-CRM-REJECT-COUNT    PIC 9(05) VALUE ZERO.

001310*****************************************************************
001320*    JOURNAL LINE WORK AREA AND RUNNING JOURNAL TOTALS
001330*****************************************************************
001340 77  GLJE-LINE-NUMBER         PIC 9(05) VALUE ZERO.
001350 77  GLJE-UNMAPPED-COUNT      PIC 9(05) VALUE ZERO.
001360 77  GLJE-W-SOURCE            PIC X(04) VALUE SPACES.
001370 77  GLJE-W-ENTRY-TYPE        PIC X(04) VALUE SPACES.
001380 77  GLJE-W-BRANCH-CODE       PIC X(02) VALUE SPACES.
001390 77  GLJE-W-DR-CR             PIC X(01) VALUE SPACES.
001400 77  GLJE-W-AMOUNT            PIC 9(11)V99 VALUE ZERO.
001410 77  GLJE-W-DESCRIPTION       PIC X(30) VALUE SPACES.
001420 77  GLJE-BILL-DEBITS         PIC 9(11)V99 VALUE ZERO.
001430 77  GLJE-BILL-CREDITS        PIC 9(11)V99 VALUE ZERO.
001440 77  GLJE-CASH-DEBITS         PIC 9(11)V99 VALUE ZERO.
001450 77  GLJE-CASH-CREDITS        PIC 9(11)V99 VALUE ZERO.
001451 77  GLJE-CRED-DEBITS         PIC 9(11)V99 VALUE ZERO.
001452 77  GLJE-CRED-CREDITS        PIC 9(11)V99 VALUE ZERO.
001460 77  GLJE-DEBIT-TOTAL         PIC 9(11)V99 VALUE ZERO.
001470 77  GLJE-CREDIT-TOTAL        PIC 9(11)V99 VALUE ZERO.
001480 77  GLJE-LHS-TOTAL           PIC 9(11)V99 VALUE ZERO.
001490 77  GLJE-RHS-TOTAL           PIC 9(11)V99 VALUE ZERO.
001491 77  GLJE-BR-REVENUE          PIC 9(11)V99 VALUE ZERO.

001500*****************************************************************
001510*    PER-BRANCH FEE TABLE - SETTLIN FEE TOTALS SUMMED BY BRANCH
001520*    CODE (A RESTARTED ARITHMETIC RUN CAN SPLIT A BRANCH ACROSS
001530*    TWO RECORDS), ONE RECEIVABLES DEBIT PER ENTRY AND ONE REVENUE
001540*    CREDIT PER OPERATION FROM ITS SPLIT OF THE FEES, WITH THE
001550*    CRMIN CREDIT MEMOS SUMMED THE SAME WAY.  WHEN THE TABLE IS
001551*    FULL THE EXCESS CODES SHARE THE LAST ENTRY, REMARKED '**',
001552*    AND POST TO THE SHOP-WIDE MAPPING.
001560*****************************************************************
001570 77  GLJE-BR-COUNT            PIC 9(02) VALUE ZERO.
001580 77  GLJE-BR-IDX              PIC 9(02) VALUE ZERO.
001590 77  GLJE-BR-USE-IDX          PIC 9(02) VALUE ZERO.
001600 77  GLJE-MAX-BR-ENTRIES      PIC 9(02) VALUE 12.
001610 77  GLJE-BR-SEARCH-CODE      PIC X(02) VALUE SPACES.
001620 77  GLJE-BR-FOUND-SWITCH     PIC X(01) VALUE 'N'.
001630     88  FEE-ENTRY-FOUND              VALUE 'Y'.
001640 01  GLJE-BRANCH-TABLE.
001650     05  GLJE-BRANCH-ENTRY  OCCURS 12 TIMES.
001660         10  GLJE-T-CODE          PIC X(02).
001670         10  GLJE-T-FEES          PIC 9(11)V99.
001671         10  GLJE-T-ADD-FEES      PIC 9(11)V99.
001672         10  GLJE-T-SUB-FEES      PIC 9(11)V99.
001673         10  GLJE-T-MUL-FEES      PIC 9(11)V99.
001674         10  GLJE-T-DIV-FEES      PIC 9(11)V99.
001675         10  GLJE-T-CRM-ADD       PIC 9(11)V99.
001676         10  GLJE-T-CRM-SUB       PIC 9(11)V99.
001677         10  GLJE-T-CRM-MUL       PIC 9(11)V99.
001678         10  GLJE-T-CRM-DIV       PIC 9(11)V99.
001679         10  GLJE-T-CRM-TOTAL     PIC 9(11)V99.

001680*****************************************************************
001690*    GLJRPT CONTROL REPORT LINE LAYOUTS (BUILT HERE, MOVED TO
001700*    THE GLJ-RPT-RECORD FD AREA BEFORE EACH WRITE)
001710*****************************************************************
001720 COPY GLJLINES.

001721*****************************************************************
001722*    STEP-CONTROL COMMUNICATION AREA - THE NIGHTLY STREAM'S STEP
001723*    REGISTER IS A COMMON SUBROUTINE
001724*****************************************************************
001725 COPY STEPCOMM.

001730 PROCEDURE DIVISION.
001740*****************************************************************
001750*    0000-MAINLINE
001760*        TOP LEVEL CONTROL FOR THE GL JOURNAL EXTRACT.
001770*****************************************************************
001771*        A RELEASED JOURNAL CLEARS THE PAYMENT AND CREDIT MEMO
001772*        FEEDS.
001780 0000-MAINLINE.
001790     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001800     PERFORM 2000-SUM-ONE-BILL THRU 2000-SUM-ONE-BILL-EXIT
001810         UNTIL END-OF-BILLIN.
001820     PERFORM 2100-SUM-ONE-SETTLE THRU 2100-SUM-ONE-SETTLE-EXIT
001830         UNTIL END-OF-SETTLIN.
001840     PERFORM 2200-SUM-ONE-APPLIED THRU 2200-SUM-ONE-APPLIED-EXIT
001850         UNTIL END-OF-APPLIN.
001851     PERFORM 2300-SUM-ONE-CREDIT THRU 2300-SUM-ONE-CREDIT-EXIT
001852         UNTIL END-OF-CRMIN.
001860     PERFORM 3000-BUILD-BILLING-ENTRIES
001870         THRU 3000-BUILD-BILLING-ENTRIES-EXIT.
001871     PERFORM 3150-BUILD-CREDIT-ENTRIES
001872         THRU 3150-BUILD-CREDIT-ENTRIES-EXIT.
001880     PERFORM 3200-BUILD-CASH-ENTRIES
001890         THRU 3200-BUILD-CASH-ENTRIES-EXIT.
001900     PERFORM 4000-CONTROL-CHECKS THRU 4000-CONTROL-CHECKS-EXIT.
001901     PERFORM 4500-CLEAR-FEEDS THRU 4500-CLEAR-FEEDS-EXIT.
001910     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
001920     MOVE GLJE-RETURN-CODE TO RETURN-CODE.
001930     STOP RUN.

001940*****************************************************************
001950*    1000-INITIALIZE
001960*        STAMP THE BUSINESS DATE, OPEN THE CONTROL REPORT, THE
001970*        JOURNAL AND THE MAPPING FILE, WRITE THE REPORT HEADINGS
001980*        AND OPEN THE FOUR FEEDS.  WITHOUT THE REPORT, THE JOURNAL
001990*        OR THE MAPPING THERE IS NOTHING FIT TO RELEASE AND THE
002000*        RUN STOPS.  A FEED THAT CANNOT BE OPENED LEAVES ITS SIDE
002010*        AT ZERO, IS NOTED ON THE REPORT AND HOLDS THE JOURNAL -
002020*        THE CONTROL REPORT ALWAYS PRINTS.  THE PAYMENT AND CREDIT
002021*        MEMO FEEDS GATHER EVERY RUN SINCE THE LAST RELEASED
002022*        JOURNAL, SO ONE NOT YET WRITTEN SIMPLY HAS NOTHING TO
002023*        JOURNAL.
002030*****************************************************************
002040 1000-INITIALIZE.
002050     DISPLAY ' '.
002060     DISPLAY '=== GENERAL LEDGER JOURNAL EXTRACT ==='.
002070     DISPLAY ' '.
002071     PERFORM 9800-BEGIN-STEP THRU 9800-BEGIN-STEP-EXIT.
002080     PERFORM 1050-GET-BUSINESS-DATE
002090         THRU 1050-GET-BUSINESS-DATE-EXIT.
002100     OPEN OUTPUT GLJRPT-FILE.
002110     IF GLJE-GLJRPT-STATUS NOT = '00'
002120         DISPLAY 'GLJRPT OPEN FAILED - STATUS '
002130             GLJE-GLJRPT-STATUS
002140         MOVE 16 TO RETURN-CODE
002141         PERFORM 9900-END-STEP THRU 9900-END-STEP-EXIT
002150         STOP RUN
002160     END-IF.
002170     MOVE GLJE-RUN-DATE TO GLJ-H-RUN-DATE.
002180     MOVE GLJ-HEADER-LINE TO GLJ-RPT-RECORD.
002190     WRITE GLJ-RPT-RECORD.
002200     OPEN INPUT GLMAP-FILE.
002210     IF GLJE-GLMAP-STATUS NOT = '00'
002220         DISPLAY 'GLMAP OPEN FAIL - STAT ' GLJE-GLMAP-STATUS
002230         MOVE 16 TO GLJE-RETURN-CODE
002240         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
002250         MOVE GLJE-RETURN-CODE TO RETURN-CODE
002260         STOP RUN
002270     END-IF.
002280     OPEN OUTPUT JRNLOUT-FILE.
002290     IF GLJE-JRNLOUT-STATUS NOT = '00'
002300         DISPLAY 'JRNLOUT OPEN FAILED - STATUS '
002310             GLJE-JRNLOUT-STATUS
002320         MOVE 16 TO GLJE-RETURN-CODE
002330         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
002340         MOVE GLJE-RETURN-CODE TO RETURN-CODE
002350         STOP RUN
002360     END-IF.
002370     MOVE GLJ-COLUMN-LINE TO GLJ-RPT-RECORD.
002380     WRITE GLJ-RPT-RECORD.
002390     OPEN INPUT BILLIN-FILE.
002400     IF GLJE-BILLIN-STATUS NOT = '00'
002410         DISPLAY 'BILLIN NOT AVAILABLE - STATUS '
002420             GLJE-BILLIN-STATUS
002430         MOVE 'BILLING EXTRACT (BILLIN) NOT AVAILABLE'
002440             TO GLJ-N-TEXT
002450         PERFORM 4200-WRITE-NOTE THRU 4200-WRITE-NOTE-EXIT
002460         MOVE 'Y' TO GLJE-BILLIN-EOF-SWITCH
002470     ELSE
002480         PERFORM 1100-READ-BILLIN THRU 1100-READ-BILLIN-EXIT
002490     END-IF.
002500     OPEN INPUT SETTLIN-FILE.
002510     IF GLJE-SETTLIN-STATUS NOT = '00'
002520         DISPLAY 'SETTLIN NOT AVAILABLE - STATUS '
002530             GLJE-SETTLIN-STATUS
002540         MOVE 'SETTLEMENT EXTRACT (SETTLIN) NOT AVAILABLE'
002550             TO GLJ-N-TEXT
002560         PERFORM 4200-WRITE-NOTE THRU 4200-WRITE-NOTE-EXIT
002570         MOVE 'Y' TO GLJE-SETTLIN-EOF-SWITCH
002580     ELSE
002590         PERFORM 1200-READ-SETTLIN THRU 1200-READ-SETTLIN-EXIT
002600     END-IF.
002610     OPEN INPUT APPLIN-FILE.
002620     IF GLJE-APPLIN-STATUS NOT = '00' AND
002630             GLJE-APPLIN-STATUS NOT = '05'
002640         DISPLAY 'APPLIN NOT AVAILABLE - STATUS '
002650             GLJE-APPLIN-STATUS
002660         MOVE 'APPLIED PAYMENT EXTRACT (APPLIN) NOT AVAILABLE'
002670             TO GLJ-N-TEXT
002680         PERFORM 4200-WRITE-NOTE THRU 4200-WRITE-NOTE-EXIT
002690         MOVE 'Y' TO GLJE-APPLIN-EOF-SWITCH
002700     ELSE
002710         MOVE 'Y' TO GLJE-APPLIN-OPEN-SW
002711         PERFORM 1300-READ-APPLIN THRU 1300-READ-APPLIN-EXIT
002712     END-IF.
002713     OPEN INPUT CRMIN-FILE.
002714     IF GLJE-CRMIN-STATUS NOT = '00' AND
002715             GLJE-CRMIN-STATUS NOT = '05'
002716         DISPLAY 'CRMIN NOT AVAILABLE - STATUS '
002717             GLJE-CRMIN-STATUS
002718         MOVE 'CREDIT MEMO EXTRACT (CRMIN) NOT AVAILABLE'
002719             TO GLJ-N-TEXT
002720         PERFORM 4200-WRITE-NOTE THRU 4200-WRITE-NOTE-EXIT
002721         MOVE 'Y' TO GLJE-CRMIN-EOF-SWITCH
002722     ELSE
002723         MOVE 'Y' TO GLJE-CRMIN-OPEN-SW
002724         PERFORM 1400-READ-CRMIN THRU 1400-READ-CRMIN-EXIT
002725     END-IF.
002726 1000-INITIALIZE-EXIT.
002730     EXIT.

002740*****************************************************************
002750*    1050-GET-BUSINESS-DATE
002760*        READ THE SHOP BUSINESS DATE CONTROL RECORD AND STAMP
002770*        THE RUN FROM IT.  A MISSING OR EMPTY BUSDATE MEANS
002780*        OPERATIONS NEVER ROLLED THE DAY - THE RUN STOPS RATHER
002790*        THAN TRUST THE WALL CLOCK.
002800*****************************************************************
002810 1050-GET-BUSINESS-DATE.
002820     OPEN INPUT BUSDATE-FILE.
002830     IF GLJE-BUSDATE-STATUS NOT = '00'
002840         DISPLAY 'BUSDATE NOT AVAILABLE - STATUS '
002850             GLJE-BUSDATE-STATUS
002860         MOVE 16 TO RETURN-CODE
002861         PERFORM 9900-END-STEP THRU 9900-END-STEP-EXIT
002870         STOP RUN
002880     END-IF.
002890     READ BUSDATE-FILE
002900         AT END
002910             DISPLAY 'BUSDATE FILE IS EMPTY - DAY NEVER OPENED'
002920             CLOSE BUSDATE-FILE
002930             MOVE 16 TO RETURN-CODE
002931             PERFORM 9900-END-STEP THRU 9900-END-STEP-EXIT
002940             STOP RUN.
002950     CLOSE BUSDATE-FILE.
002960     MOVE BDAT-BUSINESS-DATE TO GLJE-RUN-DATE.
002970 1050-GET-BUSINESS-DATE-EXIT.
002980     EXIT.

002990*****************************************************************
003000*    1100-READ-BILLIN
003010*        READ THE NEXT BILLING EXTRACT RECORD.
003020*****************************************************************
003030 1100-READ-BILLIN.
003040     READ BILLIN-FILE
003050         AT END
003060             MOVE 'Y' TO GLJE-BILLIN-EOF-SWITCH.
003070 1100-READ-BILLIN-EXIT.
003080     EXIT.

003090*****************************************************************
003100*    1200-READ-SETTLIN
003110*        READ THE NEXT BRANCH SETTLEMENT EXTRACT RECORD.
003120*****************************************************************
003130 1200-READ-SETTLIN.
003140     READ SETTLIN-FILE
003150         AT END
003160             MOVE 'Y' TO GLJE-SETTLIN-EOF-SWITCH.
003170 1200-READ-SETTLIN-EXIT.
003180     EXIT.

003190*****************************************************************
003200*    1300-READ-APPLIN
003210*        READ THE NEXT APPLIED PAYMENT EXTRACT RECORD.
003220*****************************************************************
003230 1300-READ-APPLIN.
003240     READ APPLIN-FILE
003250         AT END
003260             MOVE 'Y' TO GLJE-APPLIN-EOF-SWITCH.
003270 1300-READ-APPLIN-EXIT.
003280     EXIT.

003281*****************************************************************
003282*    1400-READ-CRMIN
003283*        READ THE NEXT CREDIT MEMO EXTRACT RECORD.
003284*****************************************************************
003285 1400-READ-CRMIN.
003286     READ CRMIN-FILE
003287         AT END
003288             MOVE 'Y' TO GLJE-CRMIN-EOF-SWITCH.
003289 1400-READ-CRMIN-EXIT.
003290     EXIT.

003291*****************************************************************
003300*    2000-SUM-ONE-BILL
003310*        ROLL ONE CUSTOMER'S BILLED CHARGES INTO THE REVENUE
003320*        TOTAL FOR EACH OPERATION AND INTO THE BILLOUT TOTAL,
003330*        AND READ THE NEXT RECORD.
003340*****************************************************************
003350 2000-SUM-ONE-BILL.
003360     ADD 1 TO GLJE-BILL-COUNT.
003370     ADD BILL-ADD-CHARGE      TO GLJE-ADD-REVENUE.
003380     ADD BILL-SUBTRACT-CHARGE TO GLJE-SUB-REVENUE.
003390     ADD BILL-MULTIPLY-CHARGE TO GLJE-MUL-REVENUE.
003400     ADD BILL-DIVIDE-CHARGE   TO GLJE-DIV-REVENUE.
003410     ADD BILL-TOTAL-CHARGE    TO GLJE-BILL-TOTAL.
003420     PERFORM 1100-READ-BILLIN THRU 1100-READ-BILLIN-EXIT.
003430 2000-SUM-ONE-BILL-EXIT.
003440     EXIT.

003450*****************************************************************
003460*    2100-SUM-ONE-SETTLE
003470*        ROLL ONE BRANCH SETTLEMENT RECORD'S FEE TOTAL AND ITS
003480*        SPLIT BY OPERATION INTO ITS BRANCH'S TABLE ENTRY AND READ
003490*        THE NEXT.  A RECORD FROM ANOTHER BUSINESS DATE IS COUNTED
003500*        AS STALE AND STILL SUMMED, SO THE TIE TO BILLOUT SHOWS
003501*        THE DAMAGE.
003510*****************************************************************
003520 2100-SUM-ONE-SETTLE.
003530     IF SETL-RUN-DATE NOT = GLJE-RUN-DATE
003540         ADD 1 TO GLJE-STALE-SETTLE-COUNT
003550     END-IF.
003560     MOVE SETL-BRANCH-CODE TO GLJE-BR-SEARCH-CODE.
003570     PERFORM 5000-FIND-BRANCH THRU 5000-FIND-BRANCH-EXIT.
003580     ADD SETL-FEE-TOTAL TO GLJE-T-FEES(GLJE-BR-USE-IDX).
003590     ADD SETL-FEE-TOTAL TO GLJE-SETTLE-FEE-TOTAL.
003591     ADD SETL-ADD-FEES      TO GLJE-T-ADD-FEES(GLJE-BR-USE-IDX).
003592     ADD SETL-SUBTRACT-FEES TO GLJE-T-SUB-FEES(GLJE-BR-USE-IDX).
003593     ADD SETL-MULTIPLY-FEES TO GLJE-T-MUL-FEES(GLJE-BR-USE-IDX).
003594     ADD SETL-DIVIDE-FEES   TO GLJE-T-DIV-FEES(GLJE-BR-USE-IDX).
003595     ADD SETL-ADD-FEES      TO GLJE-SETTLE-ADD-FEES.
003596     ADD SETL-SUBTRACT-FEES TO GLJE-SETTLE-SUB-FEES.
003597     ADD SETL-MULTIPLY-FEES TO GLJE-SETTLE-MUL-FEES.
003598     ADD SETL-DIVIDE-FEES   TO GLJE-SETTLE-DIV-FEES.
003600     PERFORM 1200-READ-SETTLIN THRU 1200-READ-SETTLIN-EXIT.
003610 2100-SUM-ONE-SETTLE-EXIT.
003620     EXIT.

003630*****************************************************************
003640*    2200-SUM-ONE-APPLIED
003650*        ROLL ONE APPLIED PAYMENT DETAIL INTO THE CASH TOTAL, OR
003660*        ADD ONE PAYMENT RUN'S TRAILER COUNT AND AMOUNT (ITS
003670*        PAYRPT TRAILER FIGURES) INTO THE TIE-OUT, AND READ THE
003671*        NEXT.  APPLIN CARRIES EVERY PAYMENT RUN SINCE THE LAST
003672*        RELEASED JOURNAL, EACH ENDED BY ITS OWN TRAILER - A
003673*        DETAIL RESETS THE TRAILER SWITCH, SO THE FEED MUST END ON
003674*        ONE.  A RUN DATED AFTER THIS BUSINESS DATE IS COUNTED.
003680*****************************************************************
003690 2200-SUM-ONE-APPLIED.
003700     IF PAPL-IS-TRAILER
003710         MOVE 'Y'                TO GLJE-TRAILER-SWITCH
003720         MOVE PAPL-RUN-DATE      TO GLJE-APPL-RUN-DATE
003730         ADD PAPL-APPLIED-COUNT  TO GLJE-APPL-TRAILER-COUNT
003740         ADD PAPL-AMOUNT         TO GLJE-APPL-TRAILER-TOTAL
003750         IF PAPL-RUN-DATE > GLJE-RUN-DATE
003760             ADD 1 TO GLJE-APPL-AHEAD-COUNT
003770         END-IF
003780     ELSE
003781         MOVE 'N'        TO GLJE-TRAILER-SWITCH
003782         ADD 1           TO GLJE-APPL-DETAIL-COUNT
003783         ADD PAPL-AMOUNT TO GLJE-APPL-DETAIL-TOTAL
003784     END-IF.
003790     PERFORM 1300-READ-APPLIN THRU 1300-READ-APPLIN-EXIT.
003800 2200-SUM-ONE-APPLIED-EXIT.
003810     EXIT.

003811*****************************************************************
003812*    2300-SUM-ONE-CREDIT
003813*        ROLL ONE CREDIT MEMO INTO ITS BRANCH'S TABLE ENTRY UNDER
003814*        THE OPERATION IT CREDITED AND INTO THE CRMIN TOTAL, AND
003815*        READ THE NEXT.  CRMIN CARRIES EVERY MEMO POSTED BY
003816*        FEE-DISPUTE SINCE THE LAST RELEASED JOURNAL.  A MEMO FOR
003817*        NO KNOWN OPERATION HAS NO REVENUE ACCOUNT TO DEBIT - IT
003818*        IS REJECTED, NAMED ON THE CONSOLE AND KEPT OUT OF THE
003819*        CREDIT MEMO TOTALS, SO ONE BAD RECORD CANNOT HOLD EVERY
003820*        JOURNAL TO COME.  IT STAYS ON CRMEMO FOR FINANCE TO
003821*        JOURNAL BY HAND.
003822*****************************************************************
003823 2300-SUM-ONE-CREDIT.
003824     IF CRM-OP-CODE NOT = 'A' AND CRM-OP-CODE NOT = 'S' AND
003825             CRM-OP-CODE NOT = 'M' AND CRM-OP-CODE NOT = 'D'
003826         ADD 1 TO GLJE-CRM-REJECT-COUNT
003827         DISPLAY 'CRMIN MEMO REJECTED - NO OPERATION CODE - CUST '
003828             CRM-CUST-ID ' ' CRM-TS-DATE ' ' CRM-TS-TIME
003829             ' AMT ' CRM-CREDIT-AMT
003830         PERFORM 1400-READ-CRMIN THRU 1400-READ-CRMIN-EXIT
003831         GO TO 2300-SUM-ONE-CREDIT-EXIT
003832     END-IF.
003833     ADD 1              TO GLJE-CRM-COUNT.
003834     ADD CRM-CREDIT-AMT TO GLJE-CRM-TOTAL.
003835     MOVE CRM-BRANCH-CODE TO GLJE-BR-SEARCH-CODE.
003836     PERFORM 5000-FIND-BRANCH THRU 5000-FIND-BRANCH-EXIT.
003837     ADD CRM-CREDIT-AMT TO GLJE-T-CRM-TOTAL(GLJE-BR-USE-IDX).
003838     EVALUATE TRUE
003839         WHEN CRM-OP-CODE = 'A'
003840             ADD CRM-CREDIT-AMT TO GLJE-T-CRM-ADD(GLJE-BR-USE-IDX)
003841         WHEN CRM-OP-CODE = 'S'
003842             ADD CRM-CREDIT-AMT TO GLJE-T-CRM-SUB(GLJE-BR-USE-IDX)
003843         WHEN CRM-OP-CODE = 'M'
003844             ADD CRM-CREDIT-AMT TO GLJE-T-CRM-MUL(GLJE-BR-USE-IDX)
003845         WHEN OTHER
003846             ADD CRM-CREDIT-AMT TO GLJE-T-CRM-DIV(GLJE-BR-USE-IDX)
003847     END-EVALUATE.
003848     PERFORM 1400-READ-CRMIN THRU 1400-READ-CRMIN-EXIT.
003849 2300-SUM-ONE-CREDIT-EXIT.
003850     EXIT.

003851*****************************************************************
003852*    3000-BUILD-BILLING-ENTRIES
003853*        WRITE THE NIGHT'S FEE REVENUE JOURNAL FROM THE SETTLOUT
003854*        FEES - FOR EACH BRANCH ONE REVENUE CREDIT PER OPERATION,
003860*        THEN ONE RECEIVABLES DEBIT PER BRANCH.  THE CONTROL
003861*        CHECKS PROVE EACH BRANCH'S CREDITS AGAINST ITS DEBIT AND
003862*        EACH OPERATION'S CREDITS AGAINST THE BILLOUT BREAKDOWN.
003870*****************************************************************
003880 3000-BUILD-BILLING-ENTRIES.
003890     PERFORM 3050-BUILD-ONE-REVENUE
003900         THRU 3050-BUILD-ONE-REVENUE-EXIT
003910         VARYING GLJE-BR-IDX FROM 1 BY 1
003920         UNTIL GLJE-BR-IDX > GLJE-BR-COUNT.
004120     PERFORM 3100-BUILD-ONE-RECEIVABLE
004130         THRU 3100-BUILD-ONE-RECEIVABLE-EXIT
004140         VARYING GLJE-BR-IDX FROM 1 BY 1
004150         UNTIL GLJE-BR-IDX > GLJE-BR-COUNT.
004160 3000-BUILD-BILLING-ENTRIES-EXIT.
004170     EXIT.

004171*****************************************************************
004172*    3050-BUILD-ONE-REVENUE
004173*        WRITE THE FEE REVENUE CREDITS FOR ONE BRANCH, ONE PER
004174*        OPERATION, MAPPED THROUGH THE BRANCH'S OWN ACCOUNTS WHERE
004175*        IT HAS THEM.
004176*****************************************************************
004177 3050-BUILD-ONE-REVENUE.
004178     MOVE 'BILL' TO GLJE-W-SOURCE.
004179     MOVE GLJE-T-CODE(GLJE-BR-IDX) TO GLJE-W-BRANCH-CODE.
004180     MOVE 'C'    TO GLJE-W-DR-CR.
004181     MOVE 'FADD' TO GLJE-W-ENTRY-TYPE.
004182     MOVE GLJE-T-ADD-FEES(GLJE-BR-IDX) TO GLJE-W-AMOUNT.
004183     MOVE 'FEE REVENUE - ADD' TO GLJE-W-DESCRIPTION.
004184     PERFORM 3900-WRITE-JOURNAL-LINE
004185         THRU 3900-WRITE-JOURNAL-LINE-EXIT.
004186     MOVE 'FSUB' TO GLJE-W-ENTRY-TYPE.
004187     MOVE GLJE-T-SUB-FEES(GLJE-BR-IDX) TO GLJE-W-AMOUNT.
004188     MOVE 'FEE REVENUE - SUBTRACT' TO GLJE-W-DESCRIPTION.
004189     PERFORM 3900-WRITE-JOURNAL-LINE
004190         THRU 3900-WRITE-JOURNAL-LINE-EXIT.
004191     MOVE 'FMUL' TO GLJE-W-ENTRY-TYPE.
004192     MOVE GLJE-T-MUL-FEES(GLJE-BR-IDX) TO GLJE-W-AMOUNT.
004193     MOVE 'FEE REVENUE - MULTIPLY' TO GLJE-W-DESCRIPTION.
004194     PERFORM 3900-WRITE-JOURNAL-LINE
004195         THRU 3900-WRITE-JOURNAL-LINE-EXIT.
004196     MOVE 'FDIV' TO GLJE-W-ENTRY-TYPE.
004197     MOVE GLJE-T-DIV-FEES(GLJE-BR-IDX) TO GLJE-W-AMOUNT.
004198     MOVE 'FEE REVENUE - DIVIDE' TO GLJE-W-DESCRIPTION.
004199     PERFORM 3900-WRITE-JOURNAL-LINE
004200         THRU 3900-WRITE-JOURNAL-LINE-EXIT.
004201 3050-BUILD-ONE-REVENUE-EXIT.
004202     EXIT.

004203*****************************************************************
004204*    3100-BUILD-ONE-RECEIVABLE
004205*        WRITE THE RECEIVABLES DEBIT FOR ONE BRANCH'S FEES.
004210*****************************************************************
004220 3100-BUILD-ONE-RECEIVABLE.
004230     MOVE 'BILL' TO GLJE-W-SOURCE.
004240     MOVE 'ARCV' TO GLJE-W-ENTRY-TYPE.
004250     MOVE GLJE-T-CODE(GLJE-BR-IDX) TO GLJE-W-BRANCH-CODE.
004260     MOVE 'D'    TO GLJE-W-DR-CR.
004270     MOVE GLJE-T-FEES(GLJE-BR-IDX) TO GLJE-W-AMOUNT.
004280     MOVE 'RECEIVABLES - BRANCH FEES' TO GLJE-W-DESCRIPTION.
004290     PERFORM 3900-WRITE-JOURNAL-LINE
004300         THRU 3900-WRITE-JOURNAL-LINE-EXIT.
004310 3100-BUILD-ONE-RECEIVABLE-EXIT.
004320     EXIT.

004321*****************************************************************
004322*    3150-BUILD-CREDIT-ENTRIES
004323*        WRITE THE CREDIT MEMO JOURNAL FOR THE FEES GIVEN BACK ON
004324*        DISPUTE - FOR EACH BRANCH THE FEE REVENUE OF EACH
004325*        OPERATION CREDITED IS DEBITED AND RECEIVABLES ARE
004326*        CREDITED WITH THE BRANCH'S MEMO TOTAL.
004327*****************************************************************
004328 3150-BUILD-CREDIT-ENTRIES.
004329     PERFORM 3160-BUILD-ONE-CREDIT
004330         THRU 3160-BUILD-ONE-CREDIT-EXIT
004331         VARYING GLJE-BR-IDX FROM 1 BY 1
004332         UNTIL GLJE-BR-IDX > GLJE-BR-COUNT.
004333 3150-BUILD-CREDIT-ENTRIES-EXIT.
004334     EXIT.

004335*****************************************************************
004336*    3160-BUILD-ONE-CREDIT
004337*        WRITE THE CREDIT MEMO REVENUE DEBITS AND THE RECEIVABLES
004338*        CREDIT FOR ONE BRANCH.
004339*****************************************************************
004340 3160-BUILD-ONE-CREDIT.
004341     MOVE 'CRED' TO GLJE-W-SOURCE.
004342     MOVE GLJE-T-CODE(GLJE-BR-IDX) TO GLJE-W-BRANCH-CODE.
004343     MOVE 'D'    TO GLJE-W-DR-CR.
004344     MOVE 'FADD' TO GLJE-W-ENTRY-TYPE.
004345     MOVE GLJE-T-CRM-ADD(GLJE-BR-IDX) TO GLJE-W-AMOUNT.
004346     MOVE 'CREDIT MEMOS - ADD' TO GLJE-W-DESCRIPTION.
004347     PERFORM 3900-WRITE-JOURNAL-LINE
004348         THRU 3900-WRITE-JOURNAL-LINE-EXIT.
004349     MOVE 'FSUB' TO GLJE-W-ENTRY-TYPE.
004350     MOVE GLJE-T-CRM-SUB(GLJE-BR-IDX) TO GLJE-W-AMOUNT.
004351     MOVE 'CREDIT MEMOS - SUBTRACT' TO GLJE-W-DESCRIPTION.
004352     PERFORM 3900-WRITE-JOURNAL-LINE
004353         THRU 3900-WRITE-JOURNAL-LINE-EXIT.
004354     MOVE 'FMUL' TO GLJE-W-ENTRY-TYPE.
004355     MOVE GLJE-T-CRM-MUL(GLJE-BR-IDX) TO GLJE-W-AMOUNT.
004356     MOVE 'CREDIT MEMOS - MULTIPLY' TO GLJE-W-DESCRIPTION.
004357     PERFORM 3900-WRITE-JOURNAL-LINE
004358         THRU 3900-WRITE-JOURNAL-LINE-EXIT.
004359     MOVE 'FDIV' TO GLJE-W-ENTRY-TYPE.
004360     MOVE GLJE-T-CRM-DIV(GLJE-BR-IDX) TO GLJE-W-AMOUNT.
004361     MOVE 'CREDIT MEMOS - DIVIDE' TO GLJE-W-DESCRIPTION.
004362     PERFORM 3900-WRITE-JOURNAL-LINE
004363         THRU 3900-WRITE-JOURNAL-LINE-EXIT.
004364     MOVE 'ARCV' TO GLJE-W-ENTRY-TYPE.
004365     MOVE 'C'    TO GLJE-W-DR-CR.
004366     MOVE GLJE-T-CRM-TOTAL(GLJE-BR-IDX) TO GLJE-W-AMOUNT.
004367     MOVE 'RECEIVABLES - CREDIT MEMOS' TO GLJE-W-DESCRIPTION.
004368     PERFORM 3900-WRITE-JOURNAL-LINE
004369         THRU 3900-WRITE-JOURNAL-LINE-EXIT.
004370 3160-BUILD-ONE-CREDIT-EXIT.
004371     EXIT.

004372*****************************************************************
004373*    3200-BUILD-CASH-ENTRIES
004374*        WRITE THE DAY'S CASH RECEIPTS JOURNAL - CASH DEBITED AND
004375*        RECEIVABLES CREDITED FOR THE PAYMENTS APPLIED.  THE
004376*        DETAIL TOTAL IS JOURNALED; THE TIE-OUT PROVES IT AGAINST
004380*        THE PAYRPT TRAILER FIGURE.
004390*****************************************************************
004400 3200-BUILD-CASH-ENTRIES.
004410     MOVE 'CASH' TO GLJE-W-SOURCE.
004420     MOVE SPACES TO GLJE-W-BRANCH-CODE.
004430     MOVE GLJE-APPL-DETAIL-TOTAL TO GLJE-W-AMOUNT.
004440     MOVE 'CASH' TO GLJE-W-ENTRY-TYPE.
004450     MOVE 'D'    TO GLJE-W-DR-CR.
004460     MOVE 'CASH RECEIPTS - PAYMENTS' TO GLJE-W-DESCRIPTION.
004470     PERFORM 3900-WRITE-JOURNAL-LINE
004480         THRU 3900-WRITE-JOURNAL-LINE-EXIT.
004490     MOVE 'ARCV' TO GLJE-W-ENTRY-TYPE.
004500     MOVE 'C'    TO GLJE-W-DR-CR.
004510     MOVE 'RECEIVABLES - PAYMENTS APPLIED' TO GLJE-W-DESCRIPTION.
004520     PERFORM 3900-WRITE-JOURNAL-LINE
004530         THRU 3900-WRITE-JOURNAL-LINE-EXIT.
004540 3200-BUILD-CASH-ENTRIES-EXIT.
004550     EXIT.

004560*****************************************************************
004570*    3900-WRITE-JOURNAL-LINE
004580*        MAP THE ENTRY IN THE WORK AREA TO ITS LEDGER ACCOUNT,
004590*        WRITE IT TO JRNLOUT AND LIST IT ON THE CONTROL REPORT,
004600*        ROLLING ITS AMOUNT INTO THE DEBIT OR CREDIT TOTALS.  A
004610*        ZERO AMOUNT WRITES NO LINE.
004620*****************************************************************
004630 3900-WRITE-JOURNAL-LINE.
004640     IF GLJE-W-AMOUNT = ZERO
004650         GO TO 3900-WRITE-JOURNAL-LINE-EXIT
004660     END-IF.
004670     PERFORM 3950-MAP-ACCOUNT THRU 3950-MAP-ACCOUNT-EXIT.
004680     ADD 1 TO GLJE-LINE-NUMBER.
004690     MOVE SPACES              TO JRN-RECORD.
004700     MOVE GLJE-RUN-DATE       TO JRN-BUSINESS-DATE.
004710     MOVE GLJE-W-SOURCE       TO JRN-SOURCE.
004720     MOVE GLJE-LINE-NUMBER    TO JRN-LINE-NUMBER.
004730     MOVE GLJE-W-ENTRY-TYPE   TO JRN-ENTRY-TYPE.
004740     MOVE GLJE-W-BRANCH-CODE  TO JRN-BRANCH-CODE.
004750     MOVE GLM-GL-ACCOUNT      TO JRN-GL-ACCOUNT.
004760     MOVE GLM-COST-CENTER     TO JRN-COST-CENTER.
004770     MOVE GLJE-W-DR-CR        TO JRN-DR-CR.
004780     MOVE GLJE-W-AMOUNT       TO JRN-AMOUNT.
004790     MOVE GLJE-W-DESCRIPTION  TO JRN-DESCRIPTION.
004800     WRITE JRN-RECORD.
004810     MOVE JRN-SOURCE          TO GLJ-D-SOURCE.
004820     MOVE JRN-LINE-NUMBER     TO GLJ-D-LINE-NUMBER.
004830     MOVE JRN-ENTRY-TYPE      TO GLJ-D-ENTRY-TYPE.
004840     MOVE JRN-BRANCH-CODE     TO GLJ-D-BRANCH-CODE.
004850     MOVE JRN-GL-ACCOUNT      TO GLJ-D-GL-ACCOUNT.
004860     MOVE JRN-COST-CENTER     TO GLJ-D-COST-CENTER.
004870     MOVE JRN-DESCRIPTION     TO GLJ-D-DESCRIPTION.
004880     IF JRN-IS-DEBIT
004890         MOVE JRN-AMOUNT TO GLJ-D-DEBIT
004900         MOVE ZERO       TO GLJ-D-CREDIT
004910         ADD JRN-AMOUNT  TO GLJE-DEBIT-TOTAL
004920         EVALUATE TRUE
004930             WHEN JRN-SOURCE-BILLING
004940                 ADD JRN-AMOUNT TO GLJE-BILL-DEBITS
004950             WHEN JRN-SOURCE-CREDIT
004960                 ADD JRN-AMOUNT TO GLJE-CRED-DEBITS
004961             WHEN OTHER
004962                 ADD JRN-AMOUNT TO GLJE-CASH-DEBITS
004963         END-EVALUATE
004970     ELSE
004980         MOVE ZERO       TO GLJ-D-DEBIT
004990         MOVE JRN-AMOUNT TO GLJ-D-CREDIT
005000         ADD JRN-AMOUNT  TO GLJE-CREDIT-TOTAL
005010         EVALUATE TRUE
005020             WHEN JRN-SOURCE-BILLING
005030                 ADD JRN-AMOUNT TO GLJE-BILL-CREDITS
005040             WHEN JRN-SOURCE-CREDIT
005050                 ADD JRN-AMOUNT TO GLJE-CRED-CREDITS
005051             WHEN OTHER
005052                 ADD JRN-AMOUNT TO GLJE-CASH-CREDITS
005053         END-EVALUATE
005060     END-IF.
005070     MOVE GLJ-DETAIL-LINE TO GLJ-RPT-RECORD.
005080     WRITE GLJ-RPT-RECORD.
005090     IF NOT ENTRY-WAS-MAPPED
005100         MOVE 'NO GLMAP ACCOUNT FOR THE ENTRY ABOVE - ADD ONE'
005110             TO GLJ-N-TEXT
005120         PERFORM 4200-WRITE-NOTE THRU 4200-WRITE-NOTE-EXIT
005130     END-IF.
005140 3900-WRITE-JOURNAL-LINE-EXIT.
005150     EXIT.

005160*****************************************************************
005170*    3950-MAP-ACCOUNT
005180*        LOOK UP THE LEDGER ACCOUNT FOR THE ENTRY TYPE - THE
005190*        BRANCH'S OWN MAPPING FIRST, THEN THE SHOP-WIDE (BLANK
005200*        BRANCH) MAPPING.  AN ENTRY WITH NEITHER GOES OUT WITH A
005210*        BLANK ACCOUNT AND IS COUNTED AS UNMAPPED.
005220*****************************************************************
005230 3950-MAP-ACCOUNT.
005240     MOVE 'Y' TO GLJE-MAPPED-SWITCH.
005250     MOVE GLJE-W-ENTRY-TYPE  TO GLM-ENTRY-TYPE.
005260     MOVE GLJE-W-BRANCH-CODE TO GLM-BRANCH-CODE.
005270     IF GLM-BRANCH-CODE NOT = SPACES
005280         READ GLMAP-FILE
005290             INVALID KEY
005300                 MOVE SPACES TO GLM-BRANCH-CODE
005310         END-READ
005320         IF GLM-BRANCH-CODE NOT = SPACES
005330             GO TO 3950-MAP-ACCOUNT-EXIT
005340         END-IF
005350     END-IF.
005360     READ GLMAP-FILE
005370         INVALID KEY
005380             MOVE 'N' TO GLJE-MAPPED-SWITCH
005390     END-READ.
005400     IF NOT ENTRY-WAS-MAPPED
005410         ADD 1 TO GLJE-UNMAPPED-COUNT
005420         MOVE SPACES TO GLM-GL-ACCOUNT GLM-COST-CENTER
005430     END-IF.
005440 3950-MAP-ACCOUNT-EXIT.
005450     EXIT.

005460*****************************************************************
005470*    4000-CONTROL-CHECKS
005480*        PRINT AND JUDGE EACH TIE-OUT.  THE BILLING JOURNAL MUST
005490*        TIE TO THE BILLOUT TOTAL ON BOTH SIDES AND TO ITS
005500*        BREAKDOWN BY OPERATION, EACH BRANCH'S REVENUE CREDITS TO
005510*        ITS RECEIVABLES DEBIT, THE CASH JOURNAL TO THE PAYRPT
005520*        TRAILERS, THE CREDIT MEMO JOURNAL TO THE CRMIN TOTAL ON
005521*        BOTH SIDES, AND THE WHOLE JOURNAL MUST BALANCE.  ANY
005522*        BREAK, UNMAPPED ENTRY OR STALE FEED RAISES RETURN CODE 8
005523*        SO THE JOURNAL IS HELD FROM FINANCE.
005530*****************************************************************
005540 4000-CONTROL-CHECKS.
005550     ADD GLJE-ADD-REVENUE GLJE-SUB-REVENUE GLJE-MUL-REVENUE
005560         GLJE-DIV-REVENUE GIVING GLJE-BILL-CHARGE-TOTAL.
005570     MOVE GLJE-BILL-CHARGE-TOTAL TO GLJE-LHS-TOTAL.
005580     MOVE GLJE-BILL-TOTAL TO GLJE-RHS-TOTAL.
005590     MOVE 'BILLOUT OPERATION CHARGES VS BILL TOTALS'
005600         TO GLJ-C-CHECK.
005610     PERFORM 4100-WRITE-CHECK THRU 4100-WRITE-CHECK-EXIT.
005620     MOVE GLJE-BILL-CREDITS TO GLJE-LHS-TOTAL.
005630     MOVE GLJE-BILL-TOTAL TO GLJE-RHS-TOTAL.
005640     MOVE 'FEE REVENUE CREDITS VS BILLOUT TOTAL'
005650         TO GLJ-C-CHECK.
005660     PERFORM 4100-WRITE-CHECK THRU 4100-WRITE-CHECK-EXIT.
005670     MOVE GLJE-BILL-DEBITS TO GLJE-LHS-TOTAL.
005680     MOVE GLJE-BILL-TOTAL TO GLJE-RHS-TOTAL.
005690     MOVE 'RECEIVABLE (SETTLOUT) DEBITS VS BILLOUT'
005700         TO GLJ-C-CHECK.
005710     PERFORM 4100-WRITE-CHECK THRU 4100-WRITE-CHECK-EXIT.
005711     MOVE GLJE-SETTLE-ADD-FEES TO GLJE-LHS-TOTAL.
005712     MOVE GLJE-ADD-REVENUE TO GLJE-RHS-TOTAL.
005713     MOVE 'ADD REVENUE (SETTLOUT) VS BILLOUT'
005714         TO GLJ-C-CHECK.
005715     PERFORM 4100-WRITE-CHECK THRU 4100-WRITE-CHECK-EXIT.
005716     MOVE GLJE-SETTLE-SUB-FEES TO GLJE-LHS-TOTAL.
005717     MOVE GLJE-SUB-REVENUE TO GLJE-RHS-TOTAL.
005718     MOVE 'SUBTRACT REVENUE (SETTLOUT) VS BILLOUT'
005719         TO GLJ-C-CHECK.
005720     PERFORM 4100-WRITE-CHECK THRU 4100-WRITE-CHECK-EXIT.
005721     MOVE GLJE-SETTLE-MUL-FEES TO GLJE-LHS-TOTAL.
005722     MOVE GLJE-MUL-REVENUE TO GLJE-RHS-TOTAL.
005723     MOVE 'MULTIPLY REVENUE (SETTLOUT) VS BILLOUT'
005724         TO GLJ-C-CHECK.
005725     PERFORM 4100-WRITE-CHECK THRU 4100-WRITE-CHECK-EXIT.
005726     MOVE GLJE-SETTLE-DIV-FEES TO GLJE-LHS-TOTAL.
005727     MOVE GLJE-DIV-REVENUE TO GLJE-RHS-TOTAL.
005728     MOVE 'DIVIDE REVENUE (SETTLOUT) VS BILLOUT'
005729         TO GLJ-C-CHECK.
005730     PERFORM 4100-WRITE-CHECK THRU 4100-WRITE-CHECK-EXIT.
005731     PERFORM 4300-CHECK-ONE-BRANCH THRU 4300-CHECK-ONE-BRANCH-EXIT
005732         VARYING GLJE-BR-IDX FROM 1 BY 1
005733         UNTIL GLJE-BR-IDX > GLJE-BR-COUNT.
005734     MOVE GLJE-APPL-DETAIL-TOTAL TO GLJE-LHS-TOTAL.
005735     MOVE GLJE-APPL-TRAILER-TOTAL TO GLJE-RHS-TOTAL.
005740     MOVE 'APPLIED PAYMENTS VS PAYRPT TRAILERS'
005750         TO GLJ-C-CHECK.
005760     PERFORM 4100-WRITE-CHECK THRU 4100-WRITE-CHECK-EXIT.
005770     MOVE GLJE-CASH-DEBITS TO GLJE-LHS-TOTAL.
005780     MOVE GLJE-CASH-CREDITS TO GLJE-RHS-TOTAL.
005790     MOVE 'CASH DEBITS VS RECEIVABLE CREDITS'
005800         TO GLJ-C-CHECK.
005810     PERFORM 4100-WRITE-CHECK THRU 4100-WRITE-CHECK-EXIT.
005811     MOVE GLJE-CRED-DEBITS TO GLJE-LHS-TOTAL.
005812     MOVE GLJE-CRM-TOTAL TO GLJE-RHS-TOTAL.
005813     MOVE 'CREDIT MEMO DEBITS VS CRMIN TOTAL'
005814         TO GLJ-C-CHECK.
005815     PERFORM 4100-WRITE-CHECK THRU 4100-WRITE-CHECK-EXIT.
005816     MOVE GLJE-CRED-DEBITS TO GLJE-LHS-TOTAL.
005817     MOVE GLJE-CRED-CREDITS TO GLJE-RHS-TOTAL.
005818     MOVE 'CREDIT MEMO DEBITS VS RECEIVABLE CREDITS'
005819         TO GLJ-C-CHECK.
005820     PERFORM 4100-WRITE-CHECK THRU 4100-WRITE-CHECK-EXIT.
005821     MOVE GLJE-DEBIT-TOTAL TO GLJE-LHS-TOTAL.
005830     MOVE GLJE-CREDIT-TOTAL TO GLJE-RHS-TOTAL.
005840     MOVE 'TOTAL JOURNAL DEBITS VS TOTAL CREDITS'
005850         TO GLJ-C-CHECK.
005860     PERFORM 4100-WRITE-CHECK THRU 4100-WRITE-CHECK-EXIT.
005870     IF GLJE-APPL-DETAIL-COUNT NOT = GLJE-APPL-TRAILER-COUNT
005880         MOVE 'APPLIED PAYMENT COUNT VS PAYRPT TRAILERS - BREAK'
005890             TO GLJ-N-TEXT
005900         PERFORM 4200-WRITE-NOTE THRU 4200-WRITE-NOTE-EXIT
005910     END-IF.
005920     IF GLJE-APPL-DETAIL-COUNT > ZERO AND
005930             NOT APPLIED-TRAILER-FOUND
005940         MOVE 'APPLIN HAS NO TRAILER - PAYMENT RUN NOT ENDED'
005950             TO GLJ-N-TEXT
005960         PERFORM 4200-WRITE-NOTE THRU 4200-WRITE-NOTE-EXIT
005970     END-IF.
005980     IF GLJE-APPL-AHEAD-COUNT > ZERO
005990         MOVE 'APPLIN HAS A RUN DATED AFTER THE BUSINESS DATE'
006000             TO GLJ-N-TEXT
006010         PERFORM 4200-WRITE-NOTE THRU 4200-WRITE-NOTE-EXIT
006020     END-IF.
006050     IF GLJE-STALE-SETTLE-COUNT > ZERO
006060         MOVE 'SETTLIN CARRIES RECORDS FOR ANOTHER BUSINESS DATE'
006070             TO GLJ-N-TEXT
006080         PERFORM 4200-WRITE-NOTE THRU 4200-WRITE-NOTE-EXIT
006090     END-IF.
006100     IF GLJE-UNMAPPED-COUNT > ZERO
006110         MOVE 'JOURNAL HAS ENTRIES WITH NO GLMAP ACCOUNT'
006120             TO GLJ-N-TEXT
006130         PERFORM 4200-WRITE-NOTE THRU 4200-WRITE-NOTE-EXIT
006140     END-IF.
006141*    A REJECTED CREDIT MEMO IS LISTED BUT DOES NOT HOLD THE
006142*    JOURNAL - IT NEVER REACHED THE TOTALS THE CHECKS PROVE.
006143     IF GLJE-CRM-REJECT-COUNT > ZERO
006144         MOVE 'CRMIN MEMOS WITH NO OPERATION CODE NOT JOURNALED'
006145             TO GLJ-N-TEXT
006146         MOVE GLJ-NOTE-LINE TO GLJ-RPT-RECORD
006147         WRITE GLJ-RPT-RECORD
006148     END-IF.
006150 4000-CONTROL-CHECKS-EXIT.
006160     EXIT.

006170*****************************************************************
006180*    4100-WRITE-CHECK
006190*        JUDGE ONE TIE-OUT AND WRITE ITS CONTROL REPORT LINE.
006200*****************************************************************
006210 4100-WRITE-CHECK.
006220     MOVE GLJE-LHS-TOTAL TO GLJ-C-LHS.
006230     MOVE GLJE-RHS-TOTAL TO GLJ-C-RHS.
006240     IF GLJE-LHS-TOTAL = GLJE-RHS-TOTAL
006250         MOVE 'MATCH' TO GLJ-C-STATUS
006260     ELSE
006270         MOVE 'BREAK' TO GLJ-C-STATUS
006280         IF GLJE-RETURN-CODE < 8
006290             MOVE 8 TO GLJE-RETURN-CODE
006300         END-IF
006310         DISPLAY 'JOURNAL BREAK - ' GLJ-C-CHECK
006320     END-IF.
006330     MOVE GLJ-CHECK-LINE TO GLJ-RPT-RECORD.
006340     WRITE GLJ-RPT-RECORD.
006350 4100-WRITE-CHECK-EXIT.
006360     EXIT.

006370*****************************************************************
006380*    4200-WRITE-NOTE
006390*        WRITE THE NOTE IN GLJ-N-TEXT AND HOLD THE JOURNAL - EVERY
006400*        NOTE ON THIS REPORT IS A REASON NOT TO RELEASE IT.
006410*****************************************************************
006420 4200-WRITE-NOTE.
006430     MOVE GLJ-NOTE-LINE TO GLJ-RPT-RECORD.
006440     WRITE GLJ-RPT-RECORD.
006450     DISPLAY 'JOURNAL HOLD - ' GLJ-N-TEXT.
006460     IF GLJE-RETURN-CODE < 8
006470         MOVE 8 TO GLJE-RETURN-CODE
006480     END-IF.
006490 4200-WRITE-NOTE-EXIT.
006500     EXIT.

006501*****************************************************************
006502*    4300-CHECK-ONE-BRANCH
006503*        JUDGE ONE BRANCH'S FEE REVENUE CREDITS, ALL OPERATIONS
006504*        TOGETHER, AGAINST ITS RECEIVABLES DEBIT.
006505*****************************************************************
006506 4300-CHECK-ONE-BRANCH.
006507     ADD GLJE-T-ADD-FEES(GLJE-BR-IDX) GLJE-T-SUB-FEES(GLJE-BR-IDX)
006508         GLJE-T-MUL-FEES(GLJE-BR-IDX) GLJE-T-DIV-FEES(GLJE-BR-IDX)
006509         GIVING GLJE-BR-REVENUE.
006510     MOVE GLJE-BR-REVENUE TO GLJE-LHS-TOTAL.
006511     MOVE GLJE-T-FEES(GLJE-BR-IDX) TO GLJE-RHS-TOTAL.
006512     MOVE 'BRANCH    REVENUE VS RECEIVABLE DEBIT'
006513         TO GLJ-C-CHECK.
006514     MOVE GLJE-T-CODE(GLJE-BR-IDX) TO GLJ-C-CHECK(8:2).
006515     PERFORM 4100-WRITE-CHECK THRU 4100-WRITE-CHECK-EXIT.
006516 4300-CHECK-ONE-BRANCH-EXIT.
006517     EXIT.

006518*****************************************************************
006519*    4500-CLEAR-FEEDS
006520*        A RELEASED JOURNAL HAS TAKEN EVERY PAYMENT RUN ON APPLIN
006521*        AND EVERY CREDIT MEMO ON CRMIN TO THE LEDGER, SO BOTH
006522*        FEEDS ARE CLEARED FOR THE RUNS TO COME.  A HELD JOURNAL
006523*        LEAVES THEM ALONE - THEY GATHER UNTIL THE NEXT RELEASED
006524*        RUN, SO NOTHING IS JOURNALED TWICE OR LOST.
006525*****************************************************************
006526 4500-CLEAR-FEEDS.
006527     IF GLJE-RETURN-CODE NOT = ZERO
006528         GO TO 4500-CLEAR-FEEDS-EXIT
006529     END-IF.
006530     IF APPLIN-IS-OPEN
006531         CLOSE APPLIN-FILE
006532         MOVE 'N' TO GLJE-APPLIN-OPEN-SW
006533         OPEN OUTPUT APPLIN-FILE
006534         IF GLJE-APPLIN-STATUS NOT = '00'
006535             DISPLAY 'APPLIN CLEAR OPEN FAILED - STATUS '
006536                 GLJE-APPLIN-STATUS
006537         ELSE
006538             CLOSE APPLIN-FILE
006539         END-IF
006540     END-IF.
006541     IF CRMIN-IS-OPEN
006542         CLOSE CRMIN-FILE
006543         MOVE 'N' TO GLJE-CRMIN-OPEN-SW
006544         OPEN OUTPUT CRMIN-FILE
006545         IF GLJE-CRMIN-STATUS NOT = '00'
006546             DISPLAY 'CRMIN CLEAR OPEN FAILED - STATUS '
006547                 GLJE-CRMIN-STATUS
006548         ELSE
006549             CLOSE CRMIN-FILE
006550         END-IF
006551     END-IF.
006552 4500-CLEAR-FEEDS-EXIT.
006553     EXIT.

006554*****************************************************************
006555*    5000-FIND-BRANCH
006556*        POINT GLJE-BR-USE-IDX AT THE TABLE ENTRY FOR THE BRANCH
006557*        CODE IN GLJE-BR-SEARCH-CODE, OPENING A NEW ENTRY THE
006558*        FIRST TIME A CODE IS SEEN.  WHEN THE TABLE IS FULL THE
006560*        EXCESS CODES SHARE THE LAST ENTRY, REMARKED '**'.
006570*****************************************************************
006580 5000-FIND-BRANCH.
006590     MOVE 'N' TO GLJE-BR-FOUND-SWITCH.
006600     MOVE 1 TO GLJE-BR-IDX.
006610     PERFORM 5100-CHECK-ONE-BRANCH
006620         THRU 5100-CHECK-ONE-BRANCH-EXIT
006630         UNTIL FEE-ENTRY-FOUND
006640             OR GLJE-BR-IDX > GLJE-BR-COUNT.
006650     IF FEE-ENTRY-FOUND
006660         GO TO 5000-FIND-BRANCH-EXIT
006670     END-IF.
006680     IF GLJE-BR-COUNT < GLJE-MAX-BR-ENTRIES
006690         ADD 1 TO GLJE-BR-COUNT
006700         MOVE GLJE-BR-COUNT TO GLJE-BR-USE-IDX
006710         MOVE GLJE-BR-SEARCH-CODE
006720             TO GLJE-T-CODE(GLJE-BR-USE-IDX)
006730         MOVE ZERO TO GLJE-T-FEES(GLJE-BR-USE-IDX)
006731             GLJE-T-ADD-FEES(GLJE-BR-USE-IDX)
006732             GLJE-T-SUB-FEES(GLJE-BR-USE-IDX)
006733             GLJE-T-MUL-FEES(GLJE-BR-USE-IDX)
006734             GLJE-T-DIV-FEES(GLJE-BR-USE-IDX)
006735             GLJE-T-CRM-ADD(GLJE-BR-USE-IDX)
006736             GLJE-T-CRM-SUB(GLJE-BR-USE-IDX)
006737             GLJE-T-CRM-MUL(GLJE-BR-USE-IDX)
006738             GLJE-T-CRM-DIV(GLJE-BR-USE-IDX)
006739             GLJE-T-CRM-TOTAL(GLJE-BR-USE-IDX)
006740     ELSE
006750         MOVE GLJE-MAX-BR-ENTRIES TO GLJE-BR-USE-IDX
006760         MOVE '**' TO GLJE-T-CODE(GLJE-BR-USE-IDX)
006770     END-IF.
006780 5000-FIND-BRANCH-EXIT.
006790     EXIT.

006800*****************************************************************
006810*    5100-CHECK-ONE-BRANCH
006820*        COMPARE ONE TABLE ENTRY AGAINST THE BRANCH CODE BEING
006830*        LOOKED UP.
006840*****************************************************************
006850 5100-CHECK-ONE-BRANCH.
006860     IF GLJE-T-CODE(GLJE-BR-IDX) = GLJE-BR-SEARCH-CODE
006870         MOVE 'Y' TO GLJE-BR-FOUND-SWITCH
006880         MOVE GLJE-BR-IDX TO GLJE-BR-USE-IDX
006890     ELSE
006900         ADD 1 TO GLJE-BR-IDX
006910     END-IF.
006920 5100-CHECK-ONE-BRANCH-EXIT.
006930     EXIT.

006940*****************************************************************
006950*    9000-TERMINATE
006960*        WRITE THE RELEASE VERDICT AND THE TRAILER, CLOSE FILES
006970*        AND RETURN CONTROL TO THE OPERATING SYSTEM.
006980*****************************************************************
006990 9000-TERMINATE.
007000     IF GLJE-GLJRPT-STATUS = '00'
007010         IF GLJE-RETURN-CODE = ZERO
007020             MOVE 'YES - JOURNAL BALANCED AND TIED'
007030                 TO GLJ-V-VERDICT
007040         ELSE
007050             MOVE 'NO - HOLD THE JOURNAL'
007060                 TO GLJ-V-VERDICT
007070         END-IF
007080         MOVE GLJ-VERDICT-LINE TO GLJ-RPT-RECORD
007090         WRITE GLJ-RPT-RECORD
007100         MOVE GLJE-LINE-NUMBER  TO GLJ-T-LINE-COUNT
007110         MOVE GLJE-DEBIT-TOTAL  TO GLJ-T-DEBIT-TOTAL
007120         MOVE GLJE-CREDIT-TOTAL TO GLJ-T-CREDIT-TOTAL
007130         MOVE GLJ-TRAILER-LINE TO GLJ-RPT-RECORD
007140         WRITE GLJ-RPT-RECORD
007150         CLOSE GLJRPT-FILE
007160     END-IF.
007170     IF GLJE-BILLIN-STATUS = '00' OR GLJE-BILLIN-STATUS = '10'
007180         CLOSE BILLIN-FILE
007190     END-IF.
007200     IF GLJE-SETTLIN-STATUS = '00' OR GLJE-SETTLIN-STATUS = '10'
007210         CLOSE SETTLIN-FILE
007220     END-IF.
007230     IF APPLIN-IS-OPEN
007240         CLOSE APPLIN-FILE
007250     END-IF.
007251     IF CRMIN-IS-OPEN
007252         CLOSE CRMIN-FILE
007253     END-IF.
007260     IF GLJE-JRNLOUT-STATUS = '00'
007270         CLOSE JRNLOUT-FILE
007280     END-IF.
007290     IF GLJE-GLMAP-STATUS = '00' OR GLJE-GLMAP-STATUS = '23'
007300         CLOSE GLMAP-FILE
007310     END-IF.
007311     PERFORM 9900-END-STEP THRU 9900-END-STEP-EXIT.
007320 9000-TERMINATE-EXIT.
007330     EXIT.

007340*****************************************************************
007350*    9800-BEGIN-STEP
007360*        REGISTER THE START OF THIS STEP ON THE NIGHTLY STREAM'S
007370*        STEP CONTROL FILE.  A STEP WHOSE PREREQUISITES HAVE NOT
007380*        COMPLETED FOR THE BUSINESS DATE, OR WHICH HAS ALREADY
007390*        COMPLETED AND HAS NO AUTHORIZED RERUN OVERRIDE, IS
007400*        REFUSED HERE WITH RETURN CODE 12 BEFORE ANY FILE IS
007410*        OPENED.
007420*****************************************************************
007430 9800-BEGIN-STEP.
007440     MOVE SPACES TO STEP-COMMAREA.
007450     MOVE 'B' TO STEP-FUNCTION.
007460     MOVE 'GL-JOURNAL' TO STEP-NAME.
007470     MOVE ZERO TO STEP-BUSINESS-DATE.
007480     MOVE ZERO TO STEP-RETURN-CODE STEP-READ-COUNT
007490         STEP-WRITTEN-COUNT STEP-REJECT-COUNT.
007500     CALL 'STEP-CONTROL' USING STEP-COMMAREA.
007510     MOVE ZERO TO RETURN-CODE.
007520     IF NOT STEP-MAY-RUN
007530         DISPLAY 'STEP ' STEP-NAME ' REFUSED - ' STEP-REASON-TEXT
007540         MOVE 12 TO RETURN-CODE
007550         STOP RUN
007560     END-IF.
007570     IF STEP-REASON-TEXT NOT = SPACES
007580         DISPLAY 'STEP CONTROL - ' STEP-REASON-TEXT
007590     END-IF.
007600 9800-BEGIN-STEP-EXIT.
007610     EXIT.

007620*****************************************************************
007630*    9900-END-STEP
007640*        RECORD THE END OF THIS STEP ON THE STEP CONTROL FILE
007650*        WITH ITS RETURN CODE AND COUNTS - COMPLETED, OR FAILED AT
007660*        RETURN CODE 8 OR HIGHER.  THE CALL HANDS BACK THE
007670*        SUBROUTINE'S OWN RETURN-CODE, SO THE CONDITION CODE
007680*        RAISED FOR THE SCHEDULER IS SAVED ACROSS IT AND PUT BACK.
007690*****************************************************************
007700 9900-END-STEP.
007710     MOVE RETURN-CODE TO GLJE-SAVE-RETURN-CODE.
007720     MOVE RETURN-CODE TO STEP-RETURN-CODE.
007730     IF GLJE-RETURN-CODE > STEP-RETURN-CODE
007740         MOVE GLJE-RETURN-CODE TO STEP-RETURN-CODE
007750     END-IF.
007760     MOVE GLJE-BILL-COUNT TO STEP-READ-COUNT.
007770     MOVE GLJE-LINE-NUMBER TO STEP-WRITTEN-COUNT.
007780     MOVE GLJE-UNMAPPED-COUNT TO STEP-REJECT-COUNT.
007790     MOVE 'E' TO STEP-FUNCTION.
007800     CALL 'STEP-CONTROL' USING STEP-COMMAREA.
007810     MOVE GLJE-SAVE-RETURN-CODE TO RETURN-CODE.
007820     IF STEP-CONTROL-FAILED
007830         DISPLAY 'STEP CONTROL - ' STEP-REASON-TEXT
007840     END-IF.
007850 9900-END-STEP-EXIT.
007860     EXIT.
