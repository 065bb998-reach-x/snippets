000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    DORMANCY-REVIEW.
000030 AUTHOR.        D. OKONKWO.
000040 INSTALLATION.  REACH-X DATA CENTER.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    MODIFICATION HISTORY
000090*    -------------------------------------------------------
000100*    10/15/2026  DOK   ORIGINAL PROGRAM.  QUARTERLY DORMANT
000110*                      ACCOUNT REVIEW.  MATCHES CUSTMAST AGAINST
000120*                      THE AUDIT HISTORY AND LISTS EVERY OPEN
000130*                      (ACTIVE OR SUSPENDED) CUSTOMER WITH NO
000140*                      ACTIVITY SINCE THE CUTOFF - THE NUMBER OF
000150*                      MONTHS ON THE DRMCTL CARD (DEFAULT TWELVE)
000160*                      BEFORE THE BUSINESS DATE - ON DRMRPT BY
000170*                      BRANCH OF LAST ACTIVITY, WITH THE LAST
000180*                      ACTIVITY DATE AND THE LIFETIME FEES (THE
000190*                      HISTORY ON FILE PRICED AT THE RATES IN
000200*                      EFFECT ON EACH DATE).  A DORMANT ACCOUNT
000210*                      WITH AN ARBAL BALANCE OR WITH WORK HELD IN
000220*                      SUSPENSE (SUSPIN) OR ON EXCHOLD (EXCHIN) IS
000230*                      LISTED AS EXCLUDED WITH THE REASON.  FOR
000240*                      EACH ELIGIBLE ACCOUNT APPROVED ON A DRMAPR
000250*                      CARD BY A SUPERVISOR WITH MASTER
000260*                      MAINTENANCE AUTHORITY A CUSTOMER-MAINT
000270*                      CLOSE TRANSACTION (MNTTRAN, STATUS 'C') IS
000280*                      WRITTEN TO MNTOUT FOR THE NEXT MAINTENANCE
000290*                      RUN.  APPROVAL CARDS THAT COULD NOT BE
000300*                      APPLIED ARE LISTED WITH THE REASON AND
000310*                      RAISE RETURN CODE 4.  NOTHING IS UPDATED
000320*                      HERE - CUSTMAST, ARBAL AND THE HELD WORK
000330*                      ARE READ ONLY.
000331*    10/15/2026  DOK   A CUSTOMER WITH NO AUDIT HISTORY AT ALL HAS
000332*                      NO LAST ACTIVITY DATE AND IS NO LONGER
000333*                      PROPOSED AS DORMANT - IT IS PASSED OVER AS
000334*                      NO ACTIVITY ON FILE AND COUNTED.  A FAILED
000335*                      MNTOUT WRITE NOW STOPS THE RUN WITH RETURN
000336*                      CODE 12 INSTEAD OF COUNTING THE CLOSE AS
000337*                      APPLIED.
000338*    10/15/2026  DOK   A CUSTOMER WITH NO AUDIT HISTORY IS NOW
000339*                      LISTED ON THE REVIEW UNDER BRANCH '--' WITH
000340*                      NO LAST DATE AND EXCLUDED AS NO ACTIVITY ON
000341*                      FILE, RATHER THAN LEFT OFF THE LIST - AN
000342*                      APPROVAL CARD FOR IT IS STILL NOT APPLIED.
000343*****************************************************************

000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 SOURCE-COMPUTER.   IBM-370.
000380 OBJECT-COMPUTER.   IBM-370.

000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT DRMCTL-FILE ASSIGN TO DRMCTL
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS DORM-CTL-STATUS.
000440     SELECT DRMAPR-FILE ASSIGN TO DRMAPR
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS DORM-DRMAPR-STATUS.
000470     SELECT OPERAUTH-FILE ASSIGN TO OPERAUTH
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS RANDOM
000500         RECORD KEY IS OPR-OPERATOR-ID
000510         FILE STATUS IS DORM-OPERAUTH-STATUS.
000520     SELECT CUSTMAST-FILE ASSIGN TO CUSTMAST
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS SEQUENTIAL
000550         RECORD KEY IS CUST-ID
000560         FILE STATUS IS DORM-CUSTMAST-STATUS.
000570     SELECT AUDHIST-FILE ASSIGN TO AUDHIST
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS SEQUENTIAL
000600         RECORD KEY IS AHST-KEY
000610         FILE STATUS IS DORM-AUDHIST-STATUS.
000620     SELECT RATEMAST-FILE ASSIGN TO RATEMAST
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS SEQUENTIAL
000650         RECORD KEY IS RATE-KEY
000660         FILE STATUS IS DORM-RATEMAST-STATUS.
000670     SELECT ARBAL-FILE ASSIGN TO ARBAL
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS RANDOM
000700         RECORD KEY IS ARB-CUST-ID
000710         FILE STATUS IS DORM-ARBAL-STATUS.
000720     SELECT SUSPIN-FILE ASSIGN TO SUSPIN
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS DORM-SUSPIN-STATUS.
000750     SELECT EXCHIN-FILE ASSIGN TO EXCHIN
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS DORM-EXCHIN-STATUS.
000780     SELECT SORT-WORK-FILE ASSIGN TO SRTWORK1.
000790     SELECT DRMSORT-FILE ASSIGN TO SRTOUT
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS DORM-DRMSORT-STATUS.
000820     SELECT MNTOUT-FILE ASSIGN TO MNTOUT
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS DORM-MNTOUT-STATUS.
000850     SELECT DRMRPT-FILE ASSIGN TO DRMRPT
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS DORM-DRMRPT-STATUS.
000880     SELECT BUSDATE-FILE ASSIGN TO BUSDATE
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS DORM-BUSDATE-STATUS.

000910 DATA DIVISION.
000920 FILE SECTION.
000930 FD  DRMCTL-FILE
000940     RECORDING MODE IS F
000950     LABEL RECORDS ARE STANDARD.
000960 COPY DRMCTL.

000970 FD  DRMAPR-FILE
000980     RECORDING MODE IS F
000990     LABEL RECORDS ARE STANDARD.
001000 COPY DRMAPR.

001010 FD  OPERAUTH-FILE
001020     LABEL RECORDS ARE STANDARD.
001030 COPY OPERAUTH.

001040 FD  CUSTMAST-FILE
001050     LABEL RECORDS ARE STANDARD.
001060 COPY CUSTMAST.

001070 FD  AUDHIST-FILE
001080     LABEL RECORDS ARE STANDARD.
001090 COPY AUDHIST.

001100 FD  RATEMAST-FILE
001110     LABEL RECORDS ARE STANDARD.
001120 COPY RATEREC.

001130 FD  ARBAL-FILE
001140     LABEL RECORDS ARE STANDARD.
001150 COPY ARBAL.

001160 FD  SUSPIN-FILE
001170     RECORDING MODE IS F
001180     LABEL RECORDS ARE STANDARD.
001190 COPY SUSPREC.

001200 FD  EXCHIN-FILE
001210     RECORDING MODE IS F
001220     LABEL RECORDS ARE STANDARD.
001230 COPY EXCREC.

001240*    ONE SORT RECORD PER DORMANT CUSTOMER, RELEASED AS CUSTMAST IS
001250*    MATCHED AGAINST THE HISTORY AND SORTED BY BRANCH OF LAST
001260*    ACTIVITY AND CUSTOMER ID.
001270 SD  SORT-WORK-FILE.
001280 COPY DRMSORT REPLACING ==DRMS-RECORD== BY ==SRT-RECORD==
001290     ==DRMS-BRANCH-CODE==    BY ==SRT-BRANCH-CODE==
001300     ==DRMS-CUST-ID==        BY ==SRT-CUST-ID==
001310     ==DRMS-CUST-NAME==      BY ==SRT-CUST-NAME==
001320     ==DRMS-ACCOUNT-STATUS== BY ==SRT-ACCOUNT-STATUS==
001330     ==DRMS-LAST-DATE==      BY ==SRT-LAST-DATE==
001340     ==DRMS-TXN-COUNT==      BY ==SRT-TXN-COUNT==
001350     ==DRMS-LIFETIME-FEES==  BY ==SRT-LIFETIME-FEES==
001360     ==DRMS-BALANCE==        BY ==SRT-BALANCE==
001370     ==DRMS-ELIGIBLE-FLAG==  BY ==SRT-ELIGIBLE-FLAG==
001380     ==DRMS-IS-ELIGIBLE==    BY ==SRT-IS-ELIGIBLE==
001390     ==DRMS-REASON==         BY ==SRT-REASON==.

001400 FD  DRMSORT-FILE
001410     RECORDING MODE IS F
001420     LABEL RECORDS ARE STANDARD.
001430 COPY DRMSORT.

001440 FD  MNTOUT-FILE
001450     RECORDING MODE IS F
001460     LABEL RECORDS ARE STANDARD.
001470 COPY MNTTRAN.

001480 FD  DRMRPT-FILE
001490     RECORDING MODE IS F
001500     LABEL RECORDS ARE STANDARD.
001510 01  DRM-RPT-RECORD           PIC X(132).

001520 FD  BUSDATE-FILE
001530     RECORDING MODE IS F
001540     LABEL RECORDS ARE STANDARD.
001550 COPY BUSDATE.

001560 WORKING-STORAGE SECTION.
001570*****************************************************************
001580*    FILE STATUS AND CONTROL SWITCHES
001590*****************************************************************
001600 77  DORM-CTL-STATUS          PIC X(02) VALUE SPACES.
001610 77  DORM-DRMAPR-STATUS       PIC X(02) VALUE SPACES.
001620 77  DORM-OPERAUTH-STATUS     PIC X(02) VALUE SPACES.
001630 77  DORM-CUSTMAST-STATUS     PIC X(02) VALUE SPACES.
001640 77  DORM-AUDHIST-STATUS      PIC X(02) VALUE SPACES.
001650 77  DORM-RATEMAST-STATUS     PIC X(02) VALUE SPACES.
001660 77  DORM-ARBAL-STATUS        PIC X(02) VALUE SPACES.
001670 77  DORM-SUSPIN-STATUS       PIC X(02) VALUE SPACES.
001680 77  DORM-EXCHIN-STATUS       PIC X(02) VALUE SPACES.
001690 77  DORM-DRMSORT-STATUS      PIC X(02) VALUE SPACES.
001700 77  DORM-MNTOUT-STATUS       PIC X(02) VALUE SPACES.
001710 77  DORM-DRMRPT-STATUS       PIC X(02) VALUE SPACES.
001720 77  DORM-BUSDATE-STATUS      PIC X(02) VALUE SPACES.
001730 77  DORM-OPERAUTH-OPEN-SW    PIC X(01) VALUE 'N'.
001740     88  OPERAUTH-IS-OPEN             VALUE 'Y'.
001750 77  DORM-CUSTMAST-OPEN-SW    PIC X(01) VALUE 'N'.
001760     88  CUSTMAST-IS-OPEN             VALUE 'Y'.
001770 77  DORM-AUDHIST-OPEN-SW     PIC X(01) VALUE 'N'.
001780     88  AUDHIST-IS-OPEN              VALUE 'Y'.
001790 77  DORM-ARBAL-OPEN-SW       PIC X(01) VALUE 'N'.
001800     88  ARBAL-IS-OPEN                VALUE 'Y'.
001810 77  DORM-MNTOUT-OPEN-SW      PIC X(01) VALUE 'N'.
001820     88  MNTOUT-IS-OPEN               VALUE 'Y'.
001830 77  DORM-DRMRPT-OPEN-SW      PIC X(01) VALUE 'N'.
001840     88  DRMRPT-IS-OPEN               VALUE 'Y'.
001850 77  DORM-CUST-EOF-SWITCH     PIC X(01) VALUE 'N'.
001860     88  END-OF-CUSTMAST              VALUE 'Y'.
001870 77  DORM-HIST-EOF-SWITCH     PIC X(01) VALUE 'N'.
001880     88  END-OF-HISTORY               VALUE 'Y'.
001890 77  DORM-RATE-EOF-SWITCH     PIC X(01) VALUE 'N'.
001900     88  END-OF-RATEMAST              VALUE 'Y'.
001910 77  DORM-SUSPIN-EOF-SWITCH   PIC X(01) VALUE 'N'.
001920     88  END-OF-SUSPIN                VALUE 'Y'.
001930 77  DORM-EXCHIN-EOF-SWITCH   PIC X(01) VALUE 'N'.
001940     88  END-OF-EXCHIN                VALUE 'Y'.
001950 77  DORM-DRMAPR-EOF-SWITCH   PIC X(01) VALUE 'N'.
001960     88  END-OF-DRMAPR                VALUE 'Y'.
001970 77  DORM-DRMSORT-EOF-SWITCH  PIC X(01) VALUE 'N'.
001980     88  END-OF-DRMSORT               VALUE 'Y'.
001990 77  DORM-ACT-FOUND-SWITCH    PIC X(01) VALUE 'N'.
002000     88  ACTUAL-RATE-FOUND            VALUE 'Y'.
002010 77  DORM-ENTRY-FOUND-SWITCH  PIC X(01) VALUE 'N'.
002020     88  TABLE-ENTRY-FOUND            VALUE 'Y'.
002030 77  DORM-ELIGIBLE-SWITCH     PIC X(01) VALUE 'N'.
002040     88  ACCOUNT-IS-ELIGIBLE          VALUE 'Y'.
002050 77  DORM-SUSP-FULL-SWITCH    PIC X(01) VALUE 'N'.
002060     88  SUSPENSE-TABLE-FULL          VALUE 'Y'.
002070 77  DORM-EXC-FULL-SWITCH     PIC X(01) VALUE 'N'.
002080     88  EXCHOLD-TABLE-FULL           VALUE 'Y'.
002090 77  DORM-RETURN-CODE         PIC 9(01) VALUE ZERO.
002100 77  DORM-CUST-READ-COUNT     PIC 9(09) VALUE ZERO.
002110 77  DORM-HIST-READ-COUNT     PIC 9(09) VALUE ZERO.
002120 77  DORM-UNPRICED-COUNT      PIC 9(09) VALUE ZERO.
002130 77  DORM-DORMANT-COUNT       PIC 9(07) VALUE ZERO.
002131 77  DORM-NO-HIST-COUNT       PIC 9(07) VALUE ZERO.
002140 77  DORM-CARD-COUNT          PIC 9(07) VALUE ZERO.
002150 77  DORM-APPLIED-COUNT       PIC 9(07) VALUE ZERO.
002160 77  DORM-NOT-APPLIED-COUNT   PIC 9(07) VALUE ZERO.
002170 77  DORM-RUN-DATE            PIC 9(06) VALUE ZERO.
002180 77  DORM-MONTHS              PIC 9(02) VALUE ZERO.
002190 77  DORM-CUTOFF-DATE         PIC 9(06) VALUE ZERO.
002200 77  DORM-MONTH-TOTAL         PIC 9(05) VALUE ZERO.
002210 77  DORM-YEAR-WORK           PIC 9(03) VALUE ZERO.
002220 77  DORM-MONTH-WORK          PIC 9(02) VALUE ZERO.

002230*****************************************************************
002240*    CUTOFF WORK AREA - THE BUSINESS DATE BROKEN INTO YEAR, MONTH
002250*    AND DAY TO STEP BACK THE DORMANT MONTHS.  THE YEARS COUNT
002260*    FROM 1900 SO THE STEP BACK NEVER GOES NEGATIVE.
002270*****************************************************************
002280 01  DORM-DATE-WORK.
002290     05  DORM-DW-YY               PIC 9(02).
002300     05  DORM-DW-MM               PIC 9(02).
002310     05  DORM-DW-DD               PIC 9(02).
002320 01  DORM-DATE-WORK-N REDEFINES DORM-DATE-WORK
002330                                  PIC 9(06).

002340*****************************************************************
002350*    CUSTOMER ACCUMULATORS - THE CUSTOMER NOW BEING MATCHED
002360*    AGAINST THE HISTORY: ITS TRANSACTIONS, LIFETIME FEES, LAST
002370*    ACTIVITY DATE AND THE BRANCH IT CAME FROM, ITS ARBAL BALANCE
002380*    AND THE REASON IT CANNOT BE CLOSED.
002390*****************************************************************
002400 77  DORM-C-TXN-COUNT         PIC 9(07) VALUE ZERO.
002410 77  DORM-C-FEES              PIC 9(09)V99 VALUE ZERO.
002420 77  DORM-C-LAST-DATE         PIC 9(06) VALUE ZERO.
002430 77  DORM-C-BRANCH            PIC X(02) VALUE SPACES.
002440 77  DORM-C-BALANCE           PIC S9(09)V99 VALUE ZERO.
002450 77  DORM-C-REASON            PIC X(34) VALUE SPACES.
002460 77  DORM-NOTE-REASON         PIC X(34) VALUE SPACES.

002470*****************************************************************
002480*    BRANCH AND RUN TOTALS FOR THE REVIEW LIST
002490*****************************************************************
002500 77  DORM-CURR-BRANCH         PIC X(02) VALUE SPACES.
002510 77  DORM-FIRST-BRANCH-SW     PIC X(01) VALUE 'Y'.
002520     88  FIRST-BRANCH                 VALUE 'Y'.
002530 01  DORM-BRANCH-TOTALS.
002540     05  DORM-BR-LISTED           PIC 9(07).
002550     05  DORM-BR-ELIGIBLE         PIC 9(07).
002560     05  DORM-BR-EXCLUDED         PIC 9(07).
002570     05  DORM-BR-CLOSED           PIC 9(07).
002580     05  DORM-BR-FEES             PIC 9(09)V99.
002590 01  DORM-RUN-TOTALS.
002600     05  DORM-RUN-LISTED          PIC 9(07).
002610     05  DORM-RUN-ELIGIBLE        PIC 9(07).
002620     05  DORM-RUN-EXCLUDED        PIC 9(07).
002630     05  DORM-RUN-CLOSED          PIC 9(07).
002640     05  DORM-RUN-FEES            PIC 9(09)V99.

002650*****************************************************************
002660*    RATE WORK AREAS - THE FEES IN EFFECT ON THE TRANSACTION DATE
002670*    (KEPT UNTIL THE DATE OR CUSTOMER CHANGES), IN OPERATION ORDER
002680*    ADD, SUBTRACT, MULTIPLY, DIVIDE.
002690*****************************************************************
002700 77  DORM-ACT-DATE            PIC 9(06) VALUE ZERO.
002710 77  DORM-OP-FIRST            PIC 9(01) VALUE ZERO.
002720 77  DORM-OP-LAST             PIC 9(01) VALUE ZERO.
002730 77  DORM-OP-IDX              PIC 9(01) VALUE ZERO.
002740 01  DORM-ACT-RATES.
002750     05  DORM-ACT-FEE  OCCURS 4 TIMES PIC 9(03)V99.

002760*****************************************************************
002770*    RATE TABLE - RATEMAST IS LOADED HERE ONCE, IN KEY ORDER.  THE
002780*    ENTRIES FOR THE 'DFLT' SHOP RATES AND FOR THE CUSTOMER BEING
002790*    PRICED ARE FOUND ONCE AS A RANGE OF THE TABLE; WITHIN A RANGE
002800*    THE LAST EFFECTIVE DATE NOT AFTER THE DATE SOUGHT WINS.
002810*****************************************************************
002820 77  DORM-RATE-COUNT          PIC 9(05) VALUE ZERO.
002830 77  DORM-RATE-IDX            PIC 9(05) VALUE ZERO.
002840 77  DORM-MAX-RATE-ENTRIES    PIC 9(05) VALUE 02000.
002850 77  DORM-DFLT-FIRST          PIC 9(05) VALUE ZERO.
002860 77  DORM-DFLT-LAST           PIC 9(05) VALUE ZERO.
002870 77  DORM-CUST-FIRST          PIC 9(05) VALUE ZERO.
002880 77  DORM-CUST-LAST           PIC 9(05) VALUE ZERO.
002890 77  DORM-SCAN-FIRST          PIC 9(05) VALUE ZERO.
002900 77  DORM-SCAN-LAST           PIC 9(05) VALUE ZERO.
002910 77  DORM-FOUND-IDX           PIC 9(05) VALUE ZERO.
002920 77  DORM-SEEK-ID             PIC X(06) VALUE SPACES.
002930 77  DORM-SEEK-DATE           PIC 9(06) VALUE ZERO.
002940 01  DORM-RATE-TABLE.
002950     05  DORM-RATE-ENTRY  OCCURS 2000 TIMES.
002960         10  DORM-R-CUST-ID      PIC X(06).
002970         10  DORM-R-EFF-DATE     PIC 9(06).
002980         10  DORM-R-FEES.
002990             15  DORM-R-FEE  OCCURS 4 TIMES PIC 9(03)V99.

003000*****************************************************************
003010*    HELD WORK TABLES - THE CUSTOMER IDS WITH WORK HELD IN
003020*    SUSPENSE AND ON EXCHOLD, EACH ID ONCE.  WHEN A TABLE FILLS,
003030*    A DORMANT CUSTOMER NOT FOUND IN IT CANNOT BE CLEARED AND IS
003040*    EXCLUDED RATHER THAN CLOSED ON INCOMPLETE INFORMATION.
003050*****************************************************************
003060 77  DORM-HELD-IDX            PIC 9(05) VALUE ZERO.
003070 77  DORM-SEEK-CUST           PIC X(06) VALUE SPACES.
003080 77  DORM-SUSP-COUNT          PIC 9(05) VALUE ZERO.
003090 77  DORM-MAX-SUSP-ENTRIES    PIC 9(05) VALUE 02000.
003100 01  DORM-SUSP-TABLE.
003110     05  DORM-S-CUST-ID  OCCURS 2000 TIMES PIC X(06).
003120 77  DORM-EXC-COUNT           PIC 9(05) VALUE ZERO.
003130 77  DORM-MAX-EXC-ENTRIES     PIC 9(05) VALUE 02000.
003140 01  DORM-EXC-TABLE.
003150     05  DORM-E-CUST-ID  OCCURS 2000 TIMES PIC X(06).

003160*****************************************************************
003170*    APPROVAL TABLE - ONE ENTRY PER DRMAPR CARD.  EVERY CARD ENDS
003180*    THE RUN EITHER APPLIED (A CLOSE TRANSACTION WAS WRITTEN) OR
003190*    NOT APPLIED WITH THE REASON, WHICH IS LISTED AT THE END OF
003200*    THE REPORT.
003210*****************************************************************
003220 77  DORM-APR-COUNT           PIC 9(03) VALUE ZERO.
003230 77  DORM-APR-IDX             PIC 9(03) VALUE ZERO.
003240 77  DORM-APR-USE-IDX         PIC 9(03) VALUE ZERO.
003250 77  DORM-MAX-APR-ENTRIES     PIC 9(03) VALUE 500.
003260 01  DORM-APR-TABLE.
003270     05  DORM-APR-ENTRY  OCCURS 500 TIMES.
003280         10  DORM-A-CUST-ID      PIC X(06).
003290         10  DORM-A-OPERATOR-ID  PIC X(08).
003300         10  DORM-A-STATE        PIC X(01).
003310             88  APPROVAL-PENDING       VALUE ' '.
003320             88  APPROVAL-APPLIED       VALUE 'A'.
003330             88  APPROVAL-NOT-APPLIED   VALUE 'N'.
003340         10  DORM-A-REASON       PIC X(34).

003350*****************************************************************
003360*    DETAIL LINE REASON FOR A GENERATED CLOSE
003370*****************************************************************
003380 01  DORM-APPROVED-TEXT.
003390     05  FILLER               PIC X(12) VALUE 'APPROVED BY '.
003400     05  DORM-AT-OPERATOR-ID  PIC X(08).
003410     05  FILLER               PIC X(14) VALUE SPACES.

003420*****************************************************************
003430*    DRMRPT LINE LAYOUTS (BUILT HERE, MOVED TO THE DRM-RPT-RECORD
003440*    FD AREA BEFORE EACH WRITE)
003450*****************************************************************
003460 COPY DRMLINES.

003470 PROCEDURE DIVISION.
003480*****************************************************************
003490*    0000-MAINLINE
003500*        TOP LEVEL CONTROL FOR THE DORMANCY REVIEW.  CUSTMAST IS
003510*        MATCHED AGAINST THE HISTORY IN THE SORT INPUT PROCEDURE,
003520*        ONE SORT RECORD PER DORMANT CUSTOMER, AND THE REVIEW LIST
003530*        IS PRINTED - AND THE APPROVED CLOSE TRANSACTIONS WRITTEN
003540*        - FROM THE SORTED FILE.
003550*****************************************************************
003560 0000-MAINLINE.
003570     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
003580     SORT SORT-WORK-FILE
003590         ON ASCENDING KEY SRT-BRANCH-CODE
003600         ON ASCENDING KEY SRT-CUST-ID
003610         INPUT PROCEDURE IS 2000-REVIEW-CUSTOMERS
003620             THRU 2000-REVIEW-CUSTOMERS-EXIT
003630         GIVING DRMSORT-FILE.
003640     IF SORT-RETURN NOT = ZERO
003650         DISPLAY 'SORT FAILED - RETURN CODE ' SORT-RETURN
003660         MOVE 16 TO RETURN-CODE
003670         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
003680         STOP RUN
003690     END-IF.
003700     PERFORM 3000-PRINT-REVIEW-LIST
003710         THRU 3000-PRINT-REVIEW-LIST-EXIT.
003720     PERFORM 4000-PRINT-CARDS-NOT-APPLIED
003730         THRU 4000-PRINT-CARDS-NOT-APPLIED-EXIT.
003740     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
003750     MOVE DORM-RETURN-CODE TO RETURN-CODE.
003760     STOP RUN.

003770*****************************************************************
003780*    1000-INITIALIZE
003790*        OPEN THE FILES, SET THE CUTOFF DATE, LOAD THE RATE, HELD
003800*        WORK AND APPROVAL TABLES AND WRITE THE REPORT HEADINGS.
003810*        NOTHING IS OPENED FOR OUTPUT EXCEPT THE REPORT AND THE
003820*        CLOSE TRANSACTIONS.
003830*****************************************************************
003840 1000-INITIALIZE.
003850     DISPLAY ' '.
003860     DISPLAY '=== DORMANT ACCOUNT REVIEW ==='.
003870     DISPLAY ' '.
003880     OPEN INPUT CUSTMAST-FILE.
003890     IF DORM-CUSTMAST-STATUS NOT = '00'
003900         DISPLAY 'CUSTMAST OPEN FAIL - STAT ' DORM-CUSTMAST-STATUS
003910         MOVE 16 TO RETURN-CODE
003920         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
003930         STOP RUN
003940     END-IF.
003950     MOVE 'Y' TO DORM-CUSTMAST-OPEN-SW.
003960     OPEN INPUT AUDHIST-FILE.
003970     IF DORM-AUDHIST-STATUS NOT = '00'
003980         DISPLAY 'AUDHIST OPEN FAIL - STAT ' DORM-AUDHIST-STATUS
003990         MOVE 16 TO RETURN-CODE
004000         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
004010         STOP RUN
004020     END-IF.
004030     MOVE 'Y' TO DORM-AUDHIST-OPEN-SW.
004040     OPEN INPUT ARBAL-FILE.
004050     IF DORM-ARBAL-STATUS NOT = '00'
004060         DISPLAY 'ARBAL OPEN FAIL - STAT ' DORM-ARBAL-STATUS
004070         MOVE 16 TO RETURN-CODE
004080         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
004090         STOP RUN
004100     END-IF.
004110     MOVE 'Y' TO DORM-ARBAL-OPEN-SW.
004120     OPEN INPUT OPERAUTH-FILE.
004130     IF DORM-OPERAUTH-STATUS NOT = '00'
004140         DISPLAY 'OPERAUTH OPEN FAIL - STAT ' DORM-OPERAUTH-STATUS
004150         MOVE 16 TO RETURN-CODE
004160         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
004170         STOP RUN
004180     END-IF.
004190     MOVE 'Y' TO DORM-OPERAUTH-OPEN-SW.
004200     OPEN OUTPUT MNTOUT-FILE.
004210     IF DORM-MNTOUT-STATUS NOT = '00'
004220         DISPLAY 'MNTOUT OPEN FAILED - STATUS ' DORM-MNTOUT-STATUS
004230         MOVE 16 TO RETURN-CODE
004240         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
004250         STOP RUN
004260     END-IF.
004270     MOVE 'Y' TO DORM-MNTOUT-OPEN-SW.
004280     OPEN OUTPUT DRMRPT-FILE.
004290     IF DORM-DRMRPT-STATUS NOT = '00'
004300         DISPLAY 'DRMRPT OPEN FAILED - STATUS ' DORM-DRMRPT-STATUS
004310         MOVE 16 TO RETURN-CODE
004320         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
004330         STOP RUN
004340     END-IF.
004350     MOVE 'Y' TO DORM-DRMRPT-OPEN-SW.
004360     PERFORM 1050-GET-BUSINESS-DATE
004370         THRU 1050-GET-BUSINESS-DATE-EXIT.
004380     PERFORM 1060-READ-CONTROL-CARD
004390         THRU 1060-READ-CONTROL-CARD-EXIT.
004400     PERFORM 1070-SET-CUTOFF-DATE THRU 1070-SET-CUTOFF-DATE-EXIT.
004410     PERFORM 1150-LOAD-RATE-TABLE
004420         THRU 1150-LOAD-RATE-TABLE-EXIT.
004430     MOVE 'DFLT  ' TO DORM-SEEK-ID.
004440     PERFORM 1170-FIND-RATE-RANGE THRU 1170-FIND-RATE-RANGE-EXIT.
004450     MOVE DORM-SCAN-FIRST TO DORM-DFLT-FIRST.
004460     MOVE DORM-SCAN-LAST TO DORM-DFLT-LAST.
004470     PERFORM 1200-LOAD-SUSPENSE THRU 1200-LOAD-SUSPENSE-EXIT.
004480     PERFORM 1250-LOAD-EXCHOLD THRU 1250-LOAD-EXCHOLD-EXIT.
004490     PERFORM 1300-LOAD-APPROVALS THRU 1300-LOAD-APPROVALS-EXIT.
004500     MOVE ZERO TO DORM-BRANCH-TOTALS DORM-RUN-TOTALS.
004510     MOVE DORM-RUN-DATE TO DRM-H-RUN-DATE.
004520     MOVE DRM-HEADER-LINE TO DRM-RPT-RECORD.
004530     WRITE DRM-RPT-RECORD.
004540     MOVE DORM-CUTOFF-DATE TO DRM-C-CUTOFF-DATE.
004550     MOVE DORM-MONTHS TO DRM-C-MONTHS.
004560     MOVE DRM-CUTOFF-LINE TO DRM-RPT-RECORD.
004570     WRITE DRM-RPT-RECORD.
004580     DISPLAY 'DORMANT IF NO ACTIVITY SINCE ' DORM-CUTOFF-DATE
004590         ' (' DORM-MONTHS ' MONTHS)'.
004600 1000-INITIALIZE-EXIT.
004610     EXIT.

004620*****************************************************************
004630*    1050-GET-BUSINESS-DATE
004640*        READ THE SHOP BUSINESS DATE CONTROL RECORD AND STAMP
004650*        THE RUN FROM IT.  A MISSING OR EMPTY BUSDATE MEANS
004660*        OPERATIONS NEVER ROLLED THE DAY - THE RUN STOPS RATHER
004670*        THAN TRUST THE WALL CLOCK.
004680*****************************************************************
004690 1050-GET-BUSINESS-DATE.
004700     OPEN INPUT BUSDATE-FILE.
004710     IF DORM-BUSDATE-STATUS NOT = '00'
004720         DISPLAY 'BUSDATE NOT AVAILABLE - STATUS '
004730             DORM-BUSDATE-STATUS
004740         MOVE 16 TO RETURN-CODE
004750         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
004760         STOP RUN
004770     END-IF.
004780     READ BUSDATE-FILE
004790         AT END
004800             DISPLAY 'BUSDATE FILE IS EMPTY - DAY NEVER OPENED'
004810             CLOSE BUSDATE-FILE
004820             MOVE 16 TO RETURN-CODE
004830             PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
004840             STOP RUN.
004850     CLOSE BUSDATE-FILE.
004860     MOVE BDAT-BUSINESS-DATE TO DORM-RUN-DATE.
004870 1050-GET-BUSINESS-DATE-EXIT.
004880     EXIT.

004890*****************************************************************
004900*    1060-READ-CONTROL-CARD
004910*        DEFAULT THE DORMANT PERIOD TO TWELVE MONTHS, THEN TAKE
004920*        THE MONTH COUNT FROM THE ONE-RECORD DRMCTL CARD WHEN IT
004930*        SUPPLIES A GOOD ONE.
004940*****************************************************************
004950 1060-READ-CONTROL-CARD.
004960     MOVE 12 TO DORM-MONTHS.
004970     OPEN INPUT DRMCTL-FILE.
004980     IF DORM-CTL-STATUS = '00'
004990         READ DRMCTL-FILE
005000             AT END
005010                 CONTINUE
005020             NOT AT END
005030                 PERFORM 1065-APPLY-CONTROL-CARD
005040                     THRU 1065-APPLY-CONTROL-CARD-EXIT
005050         END-READ
005060         CLOSE DRMCTL-FILE
005070     END-IF.
005080 1060-READ-CONTROL-CARD-EXIT.
005090     EXIT.

005100*****************************************************************
005110*    1065-APPLY-CONTROL-CARD
005120*        A MONTH COUNT IS TAKEN ONLY WHEN NUMERIC AND NOT ZERO.
005130*****************************************************************
005140 1065-APPLY-CONTROL-CARD.
005150     IF DRC-DORMANT-MONTHS NUMERIC
005160             AND DRC-DORMANT-MONTHS NOT = ZERO
005170         MOVE DRC-DORMANT-MONTHS TO DORM-MONTHS
005180     ELSE
005190         DISPLAY 'DRMCTL MONTHS MISSING OR INVALID - 12 MONTHS '
005200             'USED'
005210     END-IF.
005220 1065-APPLY-CONTROL-CARD-EXIT.
005230     EXIT.

005240*****************************************************************
005250*    1070-SET-CUTOFF-DATE
005260*        STEP BACK THE DORMANT MONTHS FROM THE BUSINESS DATE,
005270*        KEEPING THE DAY.  THE MONTHS ARE COUNTED FROM 1900 SO A
005280*        STEP BACK ACROSS THE CENTURY STILL COMES OUT RIGHT; THE
005290*        DAY MAY NOT EXIST IN THE CUTOFF MONTH, WHICH DOES NOT
005300*        MATTER SINCE THE DATE ONLY COMPARES.
005310*****************************************************************
005320 1070-SET-CUTOFF-DATE.
005330     MOVE DORM-RUN-DATE TO DORM-DATE-WORK-N.
005340     COMPUTE DORM-MONTH-TOTAL = (DORM-DW-YY + 100) * 12
005350         + DORM-DW-MM - 1 - DORM-MONTHS.
005360     DIVIDE DORM-MONTH-TOTAL BY 12 GIVING DORM-YEAR-WORK
005370         REMAINDER DORM-MONTH-WORK.
005380     IF DORM-YEAR-WORK NOT < 100
005390         SUBTRACT 100 FROM DORM-YEAR-WORK
005400     END-IF.
005410     MOVE DORM-YEAR-WORK TO DORM-DW-YY.
005420     ADD 1 DORM-MONTH-WORK GIVING DORM-DW-MM.
005430     MOVE DORM-DATE-WORK-N TO DORM-CUTOFF-DATE.
005440 1070-SET-CUTOFF-DATE-EXIT.
005450     EXIT.

005460*****************************************************************
005470*    1150-LOAD-RATE-TABLE
005480*        LOAD EVERY RATEMAST RECORD, IN KEY ORDER, INTO THE RATE
005490*        TABLE.  WITHOUT RATES NOTHING CAN BE PRICED, SO A
005500*        MISSING RATEMAST STOPS THE RUN.
005510*****************************************************************
005520 1150-LOAD-RATE-TABLE.
005530     MOVE ZERO TO DORM-RATE-COUNT.
005540     OPEN INPUT RATEMAST-FILE.
005550     IF DORM-RATEMAST-STATUS NOT = '00'
005560         DISPLAY 'RATEMAST OPEN FAIL - STAT ' DORM-RATEMAST-STATUS
005570         MOVE 16 TO RETURN-CODE
005580         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
005590         STOP RUN
005600     END-IF.
005610     PERFORM 1155-LOAD-ONE-RATE THRU 1155-LOAD-ONE-RATE-EXIT
005620         UNTIL END-OF-RATEMAST
005630             OR DORM-RATE-COUNT = DORM-MAX-RATE-ENTRIES.
005640     IF DORM-RATE-COUNT = DORM-MAX-RATE-ENTRIES
005650             AND NOT END-OF-RATEMAST
005660         DISPLAY 'WARNING - DORM-RATE-TABLE FULL AT '
005670             DORM-MAX-RATE-ENTRIES ' ENTRIES - REMAINING '
005680             'RATEMAST RECORDS WERE NOT LOADED THIS RUN'
005690     END-IF.
005700     CLOSE RATEMAST-FILE.
005710 1150-LOAD-RATE-TABLE-EXIT.
005720     EXIT.

005730*****************************************************************
005740*    1155-LOAD-ONE-RATE
005750*        READ ONE RATEMAST RECORD INTO THE NEXT TABLE ENTRY,
005760*        SETTING THE EOF SWITCH WHEN RATEMAST IS EXHAUSTED.
005770*****************************************************************
005780 1155-LOAD-ONE-RATE.
005790     READ RATEMAST-FILE NEXT RECORD
005800         AT END
005810             MOVE 'Y' TO DORM-RATE-EOF-SWITCH
005820             GO TO 1155-LOAD-ONE-RATE-EXIT.
005830     ADD 1 TO DORM-RATE-COUNT.
005840     MOVE RATE-CUST-ID      TO DORM-R-CUST-ID(DORM-RATE-COUNT).
005850     MOVE RATE-EFF-DATE     TO DORM-R-EFF-DATE(DORM-RATE-COUNT).
005860     MOVE RATE-ADD-FEE      TO DORM-R-FEE(DORM-RATE-COUNT, 1).
005870     MOVE RATE-SUBTRACT-FEE TO DORM-R-FEE(DORM-RATE-COUNT, 2).
005880     MOVE RATE-MULTIPLY-FEE TO DORM-R-FEE(DORM-RATE-COUNT, 3).
005890     MOVE RATE-DIVIDE-FEE   TO DORM-R-FEE(DORM-RATE-COUNT, 4).
005900 1155-LOAD-ONE-RATE-EXIT.
005910     EXIT.

005920*****************************************************************
005930*    1170-FIND-RATE-RANGE
005940*        FIND THE FIRST AND LAST RATE TABLE ENTRIES FOR THE RATE
005950*        ID SOUGHT.  BOTH ARE LEFT ZERO WHEN IT HAS NONE.
005960*****************************************************************
005970 1170-FIND-RATE-RANGE.
005980     MOVE ZERO TO DORM-SCAN-FIRST DORM-SCAN-LAST.
005990     PERFORM 1175-CHECK-RATE-RANGE THRU 1175-CHECK-RATE-RANGE-EXIT
006000         VARYING DORM-RATE-IDX FROM 1 BY 1
006010         UNTIL DORM-RATE-IDX > DORM-RATE-COUNT.
006020 1170-FIND-RATE-RANGE-EXIT.
006030     EXIT.

006040*****************************************************************
006050*    1175-CHECK-RATE-RANGE
006060*        COMPARE ONE RATE TABLE ENTRY AGAINST THE RATE ID SOUGHT.
006070*****************************************************************
006080 1175-CHECK-RATE-RANGE.
006090     IF DORM-R-CUST-ID(DORM-RATE-IDX) = DORM-SEEK-ID
006100         IF DORM-SCAN-FIRST = ZERO
006110             MOVE DORM-RATE-IDX TO DORM-SCAN-FIRST
006120         END-IF
006130         MOVE DORM-RATE-IDX TO DORM-SCAN-LAST
006140     END-IF.
006150 1175-CHECK-RATE-RANGE-EXIT.
006160     EXIT.

006170*****************************************************************
006180*    1200-LOAD-SUSPENSE
006190*        LOAD THE CUSTOMER IDS WITH WORK HELD IN SUSPENSE (SUSPIN,
006200*        THE CURRENT SUSPENSE GENERATION).  NO SUSPIN MEANS
006210*        NOTHING IS HELD.
006220*****************************************************************
006230 1200-LOAD-SUSPENSE.
006240     OPEN INPUT SUSPIN-FILE.
006250     IF DORM-SUSPIN-STATUS NOT = '00'
006260         DISPLAY 'SUSPIN NOT AVAILABLE - STATUS '
006270             DORM-SUSPIN-STATUS ' - NOTHING HELD'
006280         GO TO 1200-LOAD-SUSPENSE-EXIT
006290     END-IF.
006300     PERFORM 1210-LOAD-ONE-SUSPENSE
006310         THRU 1210-LOAD-ONE-SUSPENSE-EXIT
006320         UNTIL END-OF-SUSPIN.
006330     CLOSE SUSPIN-FILE.
006340     IF SUSPENSE-TABLE-FULL
006350         DISPLAY 'WARNING - DORM-SUSP-TABLE FULL AT '
006360             DORM-MAX-SUSP-ENTRIES ' ENTRIES - DORMANT ACCOUNTS '
006370             'NOT IN IT ARE EXCLUDED THIS RUN'
006380         MOVE 4 TO DORM-RETURN-CODE
006390     END-IF.
006400 1200-LOAD-SUSPENSE-EXIT.
006410     EXIT.

006420*****************************************************************
006430*    1210-LOAD-ONE-SUSPENSE
006440*        READ ONE HELD SUSPENSE RECORD AND ADD ITS CUSTOMER TO THE
006450*        TABLE IF IT IS NOT ALREADY THERE.
006460*****************************************************************
006470 1210-LOAD-ONE-SUSPENSE.
006480     READ SUSPIN-FILE
006490         AT END
006500             MOVE 'Y' TO DORM-SUSPIN-EOF-SWITCH
006510             GO TO 1210-LOAD-ONE-SUSPENSE-EXIT.
006520     MOVE SUSP-CUST-ID TO DORM-SEEK-CUST.
006530     PERFORM 8300-FIND-SUSPENSE THRU 8300-FIND-SUSPENSE-EXIT.
006540     IF TABLE-ENTRY-FOUND
006550         GO TO 1210-LOAD-ONE-SUSPENSE-EXIT
006560     END-IF.
006570     IF DORM-SUSP-COUNT < DORM-MAX-SUSP-ENTRIES
006580         ADD 1 TO DORM-SUSP-COUNT
006590         MOVE SUSP-CUST-ID TO DORM-S-CUST-ID(DORM-SUSP-COUNT)
006600     ELSE
006610         MOVE 'Y' TO DORM-SUSP-FULL-SWITCH
006620     END-IF.
006630 1210-LOAD-ONE-SUSPENSE-EXIT.
006640     EXIT.

006650*****************************************************************
006660*    1250-LOAD-EXCHOLD
006670*        LOAD THE CUSTOMER IDS WITH WORK HELD ON THE EXCEPTION
006680*        FILE (EXCHIN, THE CURRENT EXCHOLD GENERATION).  NO EXCHIN
006690*        MEANS NOTHING IS HELD.
006700*****************************************************************
006710 1250-LOAD-EXCHOLD.
006720     OPEN INPUT EXCHIN-FILE.
006730     IF DORM-EXCHIN-STATUS NOT = '00'
006740         DISPLAY 'EXCHIN NOT AVAILABLE - STATUS '
006750             DORM-EXCHIN-STATUS ' - NOTHING HELD'
006760         GO TO 1250-LOAD-EXCHOLD-EXIT
006770     END-IF.
006780     PERFORM 1260-LOAD-ONE-EXCHOLD THRU 1260-LOAD-ONE-EXCHOLD-EXIT
006790         UNTIL END-OF-EXCHIN.
006800     CLOSE EXCHIN-FILE.
006810     IF EXCHOLD-TABLE-FULL
006820         DISPLAY 'WARNING - DORM-EXC-TABLE FULL AT '
006830             DORM-MAX-EXC-ENTRIES ' ENTRIES - DORMANT ACCOUNTS '
006840             'NOT IN IT ARE EXCLUDED THIS RUN'
006850         MOVE 4 TO DORM-RETURN-CODE
006860     END-IF.
006870 1250-LOAD-EXCHOLD-EXIT.
006880     EXIT.

006890*****************************************************************
006900*    1260-LOAD-ONE-EXCHOLD
006910*        READ ONE HELD EXCEPTION RECORD AND ADD ITS CUSTOMER TO
006920*        THE TABLE IF IT IS NOT ALREADY THERE.
006930*****************************************************************
006940 1260-LOAD-ONE-EXCHOLD.
006950     READ EXCHIN-FILE
006960         AT END
006970             MOVE 'Y' TO DORM-EXCHIN-EOF-SWITCH
006980             GO TO 1260-LOAD-ONE-EXCHOLD-EXIT.
006990     MOVE EXC-CUST-ID TO DORM-SEEK-CUST.
007000     PERFORM 8350-FIND-EXCHOLD THRU 8350-FIND-EXCHOLD-EXIT.
007010     IF TABLE-ENTRY-FOUND
007020         GO TO 1260-LOAD-ONE-EXCHOLD-EXIT
007030     END-IF.
007040     IF DORM-EXC-COUNT < DORM-MAX-EXC-ENTRIES
007050         ADD 1 TO DORM-EXC-COUNT
007060         MOVE EXC-CUST-ID TO DORM-E-CUST-ID(DORM-EXC-COUNT)
007070     ELSE
007080         MOVE 'Y' TO DORM-EXC-FULL-SWITCH
007090     END-IF.
007100 1260-LOAD-ONE-EXCHOLD-EXIT.
007110     EXIT.

007120*****************************************************************
007130*    1300-LOAD-APPROVALS
007140*        LOAD THE SUPERVISOR APPROVAL CARDS (DRMAPR).  WITHOUT ANY
007150*        THE RUN IS A REVIEW LIST ONLY.
007160*****************************************************************
007170 1300-LOAD-APPROVALS.
007180     OPEN INPUT DRMAPR-FILE.
007190     IF DORM-DRMAPR-STATUS NOT = '00'
007200         DISPLAY 'NO DRMAPR APPROVAL CARDS - REVIEW LIST ONLY'
007210         GO TO 1300-LOAD-APPROVALS-EXIT
007220     END-IF.
007230     PERFORM 1310-LOAD-ONE-APPROVAL
007240         THRU 1310-LOAD-ONE-APPROVAL-EXIT
007250         UNTIL END-OF-DRMAPR.
007260     CLOSE DRMAPR-FILE.
007270 1300-LOAD-APPROVALS-EXIT.
007280     EXIT.

007290*****************************************************************
007300*    1310-LOAD-ONE-APPROVAL
007310*        READ ONE APPROVAL CARD INTO THE NEXT TABLE ENTRY.  A CARD
007320*        WITH NO CUSTOMER ID, A SECOND CARD FOR THE SAME CUSTOMER,
007330*        OR A CARD WHOSE SUPERVISOR MAY NOT MAINTAIN THE MASTER IS
007340*        NOT APPLIED FROM THE START.  A CARD ARRIVING AFTER THE
007350*        TABLE IS FULL IS NOT APPLIED AND IS SHOWN ON SYSOUT.
007360*****************************************************************
007370 1310-LOAD-ONE-APPROVAL.
007380     READ DRMAPR-FILE
007390         AT END
007400             MOVE 'Y' TO DORM-DRMAPR-EOF-SWITCH
007410             GO TO 1310-LOAD-ONE-APPROVAL-EXIT.
007420     ADD 1 TO DORM-CARD-COUNT.
007430     IF DORM-APR-COUNT NOT < DORM-MAX-APR-ENTRIES
007440         DISPLAY 'APPROVAL TABLE FULL - CARD NOT APPLIED '
007450             DRA-CUST-ID ' ' DRA-OPERATOR-ID
007460         ADD 1 TO DORM-NOT-APPLIED-COUNT
007470         MOVE 4 TO DORM-RETURN-CODE
007480         GO TO 1310-LOAD-ONE-APPROVAL-EXIT
007490     END-IF.
007500     MOVE DRA-CUST-ID TO DORM-SEEK-CUST.
007510     PERFORM 8200-FIND-APPROVAL THRU 8200-FIND-APPROVAL-EXIT.
007520     ADD 1 TO DORM-APR-COUNT.
007530     MOVE DRA-CUST-ID TO DORM-A-CUST-ID(DORM-APR-COUNT).
007540     MOVE DRA-OPERATOR-ID TO DORM-A-OPERATOR-ID(DORM-APR-COUNT).
007550     MOVE SPACE TO DORM-A-STATE(DORM-APR-COUNT).
007560     MOVE SPACES TO DORM-A-REASON(DORM-APR-COUNT).
007570     IF DRA-CUST-ID = SPACES
007580         MOVE 'CUSTOMER ID MISSING' TO DORM-NOTE-REASON
007590         GO TO 1310-NOT-APPLIED
007600     END-IF.
007610     IF TABLE-ENTRY-FOUND
007620         MOVE 'DUPLICATE APPROVAL FOR CUSTOMER'
007630             TO DORM-NOTE-REASON
007640         GO TO 1310-NOT-APPLIED
007650     END-IF.
007660     PERFORM 1320-CHECK-OPERATOR THRU 1320-CHECK-OPERATOR-EXIT.
007670     IF DORM-NOTE-REASON = SPACES
007680         GO TO 1310-LOAD-ONE-APPROVAL-EXIT
007690     END-IF.
007700 1310-NOT-APPLIED.
007710     MOVE DORM-APR-COUNT TO DORM-APR-USE-IDX.
007720     PERFORM 8250-NOT-APPLIED THRU 8250-NOT-APPLIED-EXIT.
007730 1310-LOAD-ONE-APPROVAL-EXIT.
007740     EXIT.

007750*****************************************************************
007760*    1320-CHECK-OPERATOR
007770*        THE APPROVING SUPERVISOR MUST BE ON OPERAUTH WITH MASTER
007780*        MAINTENANCE AUTHORITY - THE SAME AUTHORITY CUSTOMER-MAINT
007790*        DEMANDS OF THE OPERATOR ON THE CLOSE TRANSACTION.  THE
007800*        REASON IS LEFT BLANK WHEN THE SUPERVISOR MAY APPROVE.
007810*****************************************************************
007820 1320-CHECK-OPERATOR.
007830     MOVE SPACES TO DORM-NOTE-REASON.
007840     IF DRA-OPERATOR-ID = SPACES
007850         MOVE 'OPERATOR ID MISSING' TO DORM-NOTE-REASON
007860         GO TO 1320-CHECK-OPERATOR-EXIT
007870     END-IF.
007880     MOVE DRA-OPERATOR-ID TO OPR-OPERATOR-ID.
007890     READ OPERAUTH-FILE
007900         INVALID KEY
007910             MOVE 'OPERATOR NOT ON AUTHORIZATION FILE'
007920                 TO DORM-NOTE-REASON
007930             GO TO 1320-CHECK-OPERATOR-EXIT.
007940     IF NOT OPR-MAY-MAINTAIN
007950         MOVE 'OPERATOR NOT AUTHORIZED FOR MAINT'
007960             TO DORM-NOTE-REASON
007970     END-IF.
007980 1320-CHECK-OPERATOR-EXIT.
007990     EXIT.

008000*****************************************************************
008010*    2000-REVIEW-CUSTOMERS
008020*        SORT INPUT PROCEDURE - READ CUSTMAST AND THE AUDIT
008030*        HISTORY TOGETHER IN CUSTOMER ID ORDER AND RELEASE ONE
008040*        SORT RECORD FOR EVERY DORMANT CUSTOMER.
008050*****************************************************************
008060 2000-REVIEW-CUSTOMERS.
008070     PERFORM 2100-READ-CUSTOMER THRU 2100-READ-CUSTOMER-EXIT.
008080     PERFORM 2150-READ-HISTORY THRU 2150-READ-HISTORY-EXIT.
008090     PERFORM 2200-REVIEW-ONE-CUSTOMER
008100         THRU 2200-REVIEW-ONE-CUSTOMER-EXIT
008110         UNTIL END-OF-CUSTMAST.
008120 2000-REVIEW-CUSTOMERS-EXIT.
008130     EXIT.

008140*****************************************************************
008150*    2100-READ-CUSTOMER
008160*        READ THE NEXT CUSTOMER MASTER RECORD IN KEY ORDER.
008170*****************************************************************
008180 2100-READ-CUSTOMER.
008190     READ CUSTMAST-FILE NEXT RECORD
008200         AT END
008210             MOVE 'Y' TO DORM-CUST-EOF-SWITCH
008220             GO TO 2100-READ-CUSTOMER-EXIT.
008230     ADD 1 TO DORM-CUST-READ-COUNT.
008240 2100-READ-CUSTOMER-EXIT.
008250     EXIT.

008260*****************************************************************
008270*    2150-READ-HISTORY
008280*        READ THE NEXT AUDIT HISTORY RECORD IN KEY ORDER.
008290*****************************************************************
008300 2150-READ-HISTORY.
008310     READ AUDHIST-FILE NEXT RECORD
008320         AT END
008330             MOVE 'Y' TO DORM-HIST-EOF-SWITCH
008340             MOVE HIGH-VALUES TO AHST-CUST-ID
008350             GO TO 2150-READ-HISTORY-EXIT.
008360     ADD 1 TO DORM-HIST-READ-COUNT.
008370 2150-READ-HISTORY-EXIT.
008380     EXIT.

008390*****************************************************************
008400*    2200-REVIEW-ONE-CUSTOMER
008410*        PASS OVER ANY HISTORY FOR IDS NOT ON CUSTMAST, THEN TAKE
008420*        IN THE CUSTOMER'S OWN HISTORY.  A CLOSED ACCOUNT, OR ONE
008430*        WITH ACTIVITY ON OR AFTER THE CUTOFF DATE, IS NOT DORMANT
008440*        - AN APPROVAL CARD FOR IT IS NOT APPLIED.  A DORMANT ONE
008450*        IS CHECKED FOR OPEN WORK AND RELEASED TO THE SORT.  ONE
008451*        WITH NO HISTORY ON FILE IS RELEASED UNDER BRANCH '--'
008452*        WITH NO LAST DATE, EXCLUDED AS NO ACTIVITY ON FILE, SO
008453*        THE REVIEW LIST SHOWS IT WITHOUT OFFERING IT FOR CLOSURE.
008460*****************************************************************
008470 2200-REVIEW-ONE-CUSTOMER.
008480     MOVE ZERO TO DORM-C-TXN-COUNT DORM-C-FEES DORM-C-LAST-DATE
008490         DORM-C-BALANCE DORM-ACT-DATE.
008500     MOVE '--' TO DORM-C-BRANCH.
008510     PERFORM 2150-READ-HISTORY THRU 2150-READ-HISTORY-EXIT
008520         UNTIL AHST-CUST-ID NOT < CUST-ID.
008530     IF CUST-ACCOUNT-CLOSED
008540         PERFORM 2150-READ-HISTORY THRU 2150-READ-HISTORY-EXIT
008550             UNTIL AHST-CUST-ID NOT = CUST-ID
008560         MOVE 'ACCOUNT ALREADY CLOSED' TO DORM-NOTE-REASON
008570         PERFORM 2700-NOTE-APPROVAL THRU 2700-NOTE-APPROVAL-EXIT
008580         GO TO 2200-REVIEW-NEXT
008590     END-IF.
008600     IF AHST-CUST-ID = CUST-ID
008610         MOVE CUST-ID TO DORM-SEEK-ID
008620         PERFORM 1170-FIND-RATE-RANGE
008630             THRU 1170-FIND-RATE-RANGE-EXIT
008640         MOVE DORM-SCAN-FIRST TO DORM-CUST-FIRST
008650         MOVE DORM-SCAN-LAST TO DORM-CUST-LAST
008660         PERFORM 2300-TAKE-HISTORY THRU 2300-TAKE-HISTORY-EXIT
008670             UNTIL AHST-CUST-ID NOT = CUST-ID
008680     END-IF.
008681*    A CUSTOMER WITH NO HISTORY ON FILE HAS NO LAST ACTIVITY DATE
008682*    TO MEASURE - IT IS LISTED BUT NEVER TAKEN AS DORMANT ON A
008683*    ZERO DATE.  THE BALANCE IS STILL LOOKED UP FOR THE LIST.
008684     IF DORM-C-TXN-COUNT = ZERO
008685         ADD 1 TO DORM-NO-HIST-COUNT
008686         PERFORM 2500-CHECK-OPEN-WORK
008687             THRU 2500-CHECK-OPEN-WORK-EXIT
008688         MOVE 'N' TO DORM-ELIGIBLE-SWITCH
008689         MOVE 'NO ACTIVITY ON FILE' TO DORM-C-REASON
008690         PERFORM 2600-RELEASE-CUSTOMER
008691             THRU 2600-RELEASE-CUSTOMER-EXIT
008692         GO TO 2200-REVIEW-NEXT
008693     END-IF.
008694     IF DORM-C-LAST-DATE NOT < DORM-CUTOFF-DATE
008700         MOVE 'ACTIVITY SINCE CUTOFF DATE' TO DORM-NOTE-REASON
008710         PERFORM 2700-NOTE-APPROVAL THRU 2700-NOTE-APPROVAL-EXIT
008720         GO TO 2200-REVIEW-NEXT
008730     END-IF.
008740     ADD 1 TO DORM-DORMANT-COUNT.
008750     PERFORM 2500-CHECK-OPEN-WORK THRU 2500-CHECK-OPEN-WORK-EXIT.
008760     PERFORM 2600-RELEASE-CUSTOMER
008770         THRU 2600-RELEASE-CUSTOMER-EXIT.
008780 2200-REVIEW-NEXT.
008790     PERFORM 2100-READ-CUSTOMER THRU 2100-READ-CUSTOMER-EXIT.
008800 2200-REVIEW-ONE-CUSTOMER-EXIT.
008810     EXIT.

008820*****************************************************************
008830*    2300-TAKE-HISTORY
008840*        COUNT ONE OF THE CUSTOMER'S TRANSACTIONS, KEEP THE LATEST
008850*        DATE AND THE BRANCH IT CAME FROM, AND ADD THE FEES FOR
008860*        THE OPERATIONS IT WAS KEYED FOR - ONE FOR A SINGLE
008870*        OPERATION CODE, ALL FOUR FOR A BLANK ONE - AT THE RATE IN
008880*        EFFECT ON ITS DATE.  AN UNKNOWN CODE OR A DATE WITH NO
008890*        RATE IN EFFECT IS COUNTED AS UNPRICED.
008900*****************************************************************
008910 2300-TAKE-HISTORY.
008920     ADD 1 TO DORM-C-TXN-COUNT.
008930     IF AHST-TS-DATE NOT < DORM-C-LAST-DATE
008940         MOVE AHST-TS-DATE TO DORM-C-LAST-DATE
008950         MOVE AHST-BRANCH-CODE TO DORM-C-BRANCH
008960     END-IF.
008970     EVALUATE TRUE
008980         WHEN AHST-OP-CODE = 'A'
008990             MOVE 1 TO DORM-OP-FIRST DORM-OP-LAST
009000         WHEN AHST-OP-CODE = 'S'
009010             MOVE 2 TO DORM-OP-FIRST DORM-OP-LAST
009020         WHEN AHST-OP-CODE = 'M'
009030             MOVE 3 TO DORM-OP-FIRST DORM-OP-LAST
009040         WHEN AHST-OP-CODE = 'D'
009050             MOVE 4 TO DORM-OP-FIRST DORM-OP-LAST
009060         WHEN AHST-OP-CODE = SPACE
009070             MOVE 1 TO DORM-OP-FIRST
009080             MOVE 4 TO DORM-OP-LAST
009090         WHEN OTHER
009100             ADD 1 TO DORM-UNPRICED-COUNT
009110             GO TO 2300-TAKE-NEXT
009120     END-EVALUATE.
009130     IF AHST-TS-DATE NOT = DORM-ACT-DATE
009140         PERFORM 2350-FIND-ACTUAL-RATE
009150             THRU 2350-FIND-ACTUAL-RATE-EXIT
009160     END-IF.
009170     IF NOT ACTUAL-RATE-FOUND
009180         ADD 1 TO DORM-UNPRICED-COUNT
009190         GO TO 2300-TAKE-NEXT
009200     END-IF.
009210     PERFORM 2400-PRICE-ONE-OP THRU 2400-PRICE-ONE-OP-EXIT
009220         VARYING DORM-OP-IDX FROM DORM-OP-FIRST BY 1
009230         UNTIL DORM-OP-IDX > DORM-OP-LAST.
009240 2300-TAKE-NEXT.
009250     PERFORM 2150-READ-HISTORY THRU 2150-READ-HISTORY-EXIT.
009260 2300-TAKE-HISTORY-EXIT.
009270     EXIT.

009280*****************************************************************
009290*    2350-FIND-ACTUAL-RATE
009300*        FIND THE FEES IN EFFECT ON THE TRANSACTION DATE AND KEEP
009310*        THEM FOR THE CUSTOMER'S LATER TRANSACTIONS OF THE SAME
009320*        DATE.
009330*****************************************************************
009340 2350-FIND-ACTUAL-RATE.
009350     MOVE AHST-TS-DATE TO DORM-SEEK-DATE DORM-ACT-DATE.
009360     PERFORM 2360-FIND-RATE THRU 2360-FIND-RATE-EXIT.
009370     IF DORM-FOUND-IDX = ZERO
009380         MOVE 'N' TO DORM-ACT-FOUND-SWITCH
009390     ELSE
009400         MOVE 'Y' TO DORM-ACT-FOUND-SWITCH
009410         MOVE DORM-R-FEES(DORM-FOUND-IDX) TO DORM-ACT-RATES
009420     END-IF.
009430 2350-FIND-ACTUAL-RATE-EXIT.
009440     EXIT.

009450*****************************************************************
009460*    2360-FIND-RATE
009470*        PICK THE RATE FOR THE SEEK DATE THE SAME WAY THE
009480*        ARITHMETIC RUN DOES - THE CUSTOMER'S OWN RATE ENTRY WITH
009490*        THE LATEST EFFECTIVE DATE NOT AFTER THE DATE, OR FAILING
009500*        THAT THE 'DFLT' SHOP RATES ON THE SAME TERMS.  THE FOUND
009510*        INDEX IS LEFT ZERO WHEN NEITHER HAS A RATE IN EFFECT.
009520*****************************************************************
009530 2360-FIND-RATE.
009540     MOVE ZERO TO DORM-FOUND-IDX.
009550     IF DORM-CUST-FIRST NOT = ZERO
009560         MOVE DORM-CUST-FIRST TO DORM-SCAN-FIRST
009570         MOVE DORM-CUST-LAST TO DORM-SCAN-LAST
009580         PERFORM 2365-CHECK-ONE-RATE THRU 2365-CHECK-ONE-RATE-EXIT
009590             VARYING DORM-RATE-IDX FROM DORM-SCAN-FIRST BY 1
009600             UNTIL DORM-RATE-IDX > DORM-SCAN-LAST
009610     END-IF.
009620     IF DORM-FOUND-IDX = ZERO AND DORM-DFLT-FIRST NOT = ZERO
009630         MOVE DORM-DFLT-FIRST TO DORM-SCAN-FIRST
009640         MOVE DORM-DFLT-LAST TO DORM-SCAN-LAST
009650         PERFORM 2365-CHECK-ONE-RATE THRU 2365-CHECK-ONE-RATE-EXIT
009660             VARYING DORM-RATE-IDX FROM DORM-SCAN-FIRST BY 1
009670             UNTIL DORM-RATE-IDX > DORM-SCAN-LAST
009680     END-IF.
009690 2360-FIND-RATE-EXIT.
009700     EXIT.

009710*****************************************************************
009720*    2365-CHECK-ONE-RATE
009730*        THE RANGE IS IN EFFECTIVE DATE ORDER, SO THE LAST ENTRY
009740*        NOT AFTER THE SEEK DATE IS THE ONE IN EFFECT.
009750*****************************************************************
009760 2365-CHECK-ONE-RATE.
009770     IF DORM-R-EFF-DATE(DORM-RATE-IDX) NOT > DORM-SEEK-DATE
009780         MOVE DORM-RATE-IDX TO DORM-FOUND-IDX
009790     END-IF.
009800 2365-CHECK-ONE-RATE-EXIT.
009810     EXIT.

009820*****************************************************************
009830*    2400-PRICE-ONE-OP
009840*        ADD ONE OPERATION AT THE FEE IN EFFECT TO THE CUSTOMER'S
009850*        LIFETIME FEES.
009860*****************************************************************
009870 2400-PRICE-ONE-OP.
009880     ADD DORM-ACT-FEE(DORM-OP-IDX) TO DORM-C-FEES.
009890 2400-PRICE-ONE-OP-EXIT.
009900     EXIT.

009910*****************************************************************
009920*    2500-CHECK-OPEN-WORK
009930*        A DORMANT ACCOUNT MAY BE CLOSED ONLY WITH A ZERO ARBAL
009940*        BALANCE (NO ARBAL RECORD IS A ZERO BALANCE) AND NOTHING
009950*        HELD IN SUSPENSE OR ON EXCHOLD.  THE FIRST CHECK FAILED
009960*        IS THE REASON SHOWN.  WHEN A HELD WORK TABLE FILLED, AN
009970*        ACCOUNT NOT FOUND IN IT CANNOT BE CLEARED AND IS
009980*        EXCLUDED.
009990*****************************************************************
010000 2500-CHECK-OPEN-WORK.
010010     MOVE 'N' TO DORM-ELIGIBLE-SWITCH.
010020     MOVE CUST-ID TO ARB-CUST-ID.
010030     READ ARBAL-FILE
010040         INVALID KEY
010050             MOVE ZERO TO DORM-C-BALANCE
010060         NOT INVALID KEY
010070             MOVE ARB-BALANCE TO DORM-C-BALANCE
010080     END-READ.
010090     IF DORM-C-BALANCE NOT = ZERO
010100         MOVE 'OPEN BALANCE ON ARBAL' TO DORM-C-REASON
010110         GO TO 2500-CHECK-OPEN-WORK-EXIT
010120     END-IF.
010130     MOVE CUST-ID TO DORM-SEEK-CUST.
010140     PERFORM 8300-FIND-SUSPENSE THRU 8300-FIND-SUSPENSE-EXIT.
010150     IF TABLE-ENTRY-FOUND
010160         MOVE 'WORK HELD IN SUSPENSE' TO DORM-C-REASON
010170         GO TO 2500-CHECK-OPEN-WORK-EXIT
010180     END-IF.
010190     IF SUSPENSE-TABLE-FULL
010200         MOVE 'SUSPENSE NOT CHECKED - TABLE FULL' TO DORM-C-REASON
010210         GO TO 2500-CHECK-OPEN-WORK-EXIT
010220     END-IF.
010230     PERFORM 8350-FIND-EXCHOLD THRU 8350-FIND-EXCHOLD-EXIT.
010240     IF TABLE-ENTRY-FOUND
010250         MOVE 'WORK HELD ON EXCHOLD' TO DORM-C-REASON
010260         GO TO 2500-CHECK-OPEN-WORK-EXIT
010270     END-IF.
010280     IF EXCHOLD-TABLE-FULL
010290         MOVE 'EXCHOLD NOT CHECKED - TABLE FULL' TO DORM-C-REASON
010300         GO TO 2500-CHECK-OPEN-WORK-EXIT
010310     END-IF.
010320     MOVE 'Y' TO DORM-ELIGIBLE-SWITCH.
010330     MOVE SPACES TO DORM-C-REASON.
010340 2500-CHECK-OPEN-WORK-EXIT.
010350     EXIT.

010360*****************************************************************
010370*    2600-RELEASE-CUSTOMER
010380*        RELEASE THE DORMANT CUSTOMER JUST REVIEWED INTO THE SORT.
010390*****************************************************************
010400 2600-RELEASE-CUSTOMER.
010410     MOVE SPACES TO SRT-RECORD.
010420     MOVE DORM-C-BRANCH       TO SRT-BRANCH-CODE.
010430     MOVE CUST-ID             TO SRT-CUST-ID.
010440     MOVE CUST-NAME           TO SRT-CUST-NAME.
010450     MOVE CUST-ACCOUNT-STATUS TO SRT-ACCOUNT-STATUS.
010460     MOVE DORM-C-LAST-DATE    TO SRT-LAST-DATE.
010470     MOVE DORM-C-TXN-COUNT    TO SRT-TXN-COUNT.
010480     MOVE DORM-C-FEES         TO SRT-LIFETIME-FEES.
010490     MOVE DORM-C-BALANCE      TO SRT-BALANCE.
010500     MOVE DORM-ELIGIBLE-SWITCH TO SRT-ELIGIBLE-FLAG.
010510     MOVE DORM-C-REASON       TO SRT-REASON.
010520     RELEASE SRT-RECORD.
010530 2600-RELEASE-CUSTOMER-EXIT.
010540     EXIT.

010550*****************************************************************
010560*    2700-NOTE-APPROVAL
010570*        A CUSTOMER THAT IS NOT ON THE REVIEW LIST CANNOT BE
010580*        CLOSED FROM IT - AN APPROVAL CARD STILL PENDING FOR IT IS
010590*        NOT APPLIED, WITH THE REASON.
010600*****************************************************************
010610 2700-NOTE-APPROVAL.
010620     IF DORM-APR-COUNT = ZERO
010630         GO TO 2700-NOTE-APPROVAL-EXIT
010640     END-IF.
010650     MOVE CUST-ID TO DORM-SEEK-CUST.
010660     PERFORM 8200-FIND-APPROVAL THRU 8200-FIND-APPROVAL-EXIT.
010670     IF TABLE-ENTRY-FOUND
010680             AND APPROVAL-PENDING(DORM-APR-USE-IDX)
010690         PERFORM 8250-NOT-APPLIED THRU 8250-NOT-APPLIED-EXIT
010700     END-IF.
010710 2700-NOTE-APPROVAL-EXIT.
010720     EXIT.

010730*****************************************************************
010740*    3000-PRINT-REVIEW-LIST
010750*        PRINT THE REVIEW LIST FROM THE SORTED FILE, ONE SECTION
010760*        PER BRANCH OF LAST ACTIVITY WITH ITS TOTALS, FOLLOWED BY
010770*        THE TOTALS FOR THE RUN.
010780*****************************************************************
010790 3000-PRINT-REVIEW-LIST.
010800     OPEN INPUT DRMSORT-FILE.
010810     IF DORM-DRMSORT-STATUS NOT = '00'
010820         DISPLAY 'SRTOUT OPEN FAILED - STATUS '
010830             DORM-DRMSORT-STATUS
010840         GO TO 3000-PRINT-REVIEW-LIST-EXIT
010850     END-IF.
010860     PERFORM 3100-PRINT-ONE-CUSTOMER
010870         THRU 3100-PRINT-ONE-CUSTOMER-EXIT
010880         UNTIL END-OF-DRMSORT.
010890     CLOSE DRMSORT-FILE.
010900     IF NOT FIRST-BRANCH
010910         PERFORM 3300-PRINT-BRANCH-TOTAL
010920             THRU 3300-PRINT-BRANCH-TOTAL-EXIT
010930     END-IF.
010940     MOVE SPACES TO DRM-RPT-RECORD.
010950     WRITE DRM-RPT-RECORD.
010960     MOVE 'RUN TOTAL' TO DRM-TL-LABEL.
010970     MOVE DORM-RUN-LISTED   TO DRM-TL-LISTED.
010980     MOVE DORM-RUN-ELIGIBLE TO DRM-TL-ELIGIBLE.
010990     MOVE DORM-RUN-EXCLUDED TO DRM-TL-EXCLUDED.
011000     MOVE DORM-RUN-CLOSED   TO DRM-TL-CLOSED.
011010     MOVE DORM-RUN-FEES     TO DRM-TL-FEES.
011020     MOVE DRM-TOTAL-LINE TO DRM-RPT-RECORD.
011030     WRITE DRM-RPT-RECORD.
011040 3000-PRINT-REVIEW-LIST-EXIT.
011050     EXIT.

011060*****************************************************************
011070*    3100-PRINT-ONE-CUSTOMER
011080*        READ ONE SORTED DORMANT CUSTOMER, BREAKING ON BRANCH, AND
011090*        PRINT ITS LINE WITH THE DISPOSITION.  AN ELIGIBLE ACCOUNT
011100*        WITH A GOOD APPROVAL CARD HAS ITS CLOSE TRANSACTION
011110*        WRITTEN; ONE WHOSE CARD WAS REFUSED IS NOT CLOSED; ONE
011120*        WITH NO CARD IS LEFT FOR APPROVAL.  AN EXCLUDED ACCOUNT
011130*        IS NEVER CLOSED, AND A CARD FOR IT IS NOT APPLIED.
011140*****************************************************************
011150 3100-PRINT-ONE-CUSTOMER.
011160     READ DRMSORT-FILE
011170         AT END
011180             MOVE 'Y' TO DORM-DRMSORT-EOF-SWITCH
011190             GO TO 3100-PRINT-ONE-CUSTOMER-EXIT.
011200     IF FIRST-BRANCH OR DRMS-BRANCH-CODE NOT = DORM-CURR-BRANCH
011210         PERFORM 3200-START-BRANCH THRU 3200-START-BRANCH-EXIT
011220     END-IF.
011230     MOVE DRMS-CUST-ID        TO DRM-D-CUST-ID.
011240     MOVE DRMS-CUST-NAME      TO DRM-D-NAME.
011250     MOVE DRMS-ACCOUNT-STATUS TO DRM-D-STATUS.
011260     IF DRMS-LAST-DATE = ZERO
011270         MOVE 'NONE' TO DRM-D-LAST-DATE
011280     ELSE
011290         MOVE DRMS-LAST-DATE TO DRM-D-LAST-DATE
011300     END-IF.
011310     MOVE DRMS-TXN-COUNT      TO DRM-D-TXN-COUNT.
011320     MOVE DRMS-LIFETIME-FEES  TO DRM-D-FEES.
011330     MOVE DRMS-BALANCE        TO DRM-D-BALANCE.
011340     ADD 1 TO DORM-BR-LISTED DORM-RUN-LISTED.
011350     ADD DRMS-LIFETIME-FEES TO DORM-BR-FEES DORM-RUN-FEES.
011360     MOVE DRMS-CUST-ID TO DORM-SEEK-CUST.
011370     PERFORM 8200-FIND-APPROVAL THRU 8200-FIND-APPROVAL-EXIT.
011380     IF NOT DRMS-IS-ELIGIBLE
011390         ADD 1 TO DORM-BR-EXCLUDED DORM-RUN-EXCLUDED
011400         MOVE 'EXCLUDED' TO DRM-D-DISPOSITION
011410         MOVE DRMS-REASON TO DRM-D-REASON
011420         IF TABLE-ENTRY-FOUND
011430                 AND APPROVAL-PENDING(DORM-APR-USE-IDX)
011440             MOVE DRMS-REASON TO DORM-NOTE-REASON
011450             PERFORM 8250-NOT-APPLIED THRU 8250-NOT-APPLIED-EXIT
011460         END-IF
011470         GO TO 3100-PRINT-LINE
011480     END-IF.
011490     ADD 1 TO DORM-BR-ELIGIBLE DORM-RUN-ELIGIBLE.
011500     IF NOT TABLE-ENTRY-FOUND
011510         MOVE 'ELIGIBLE' TO DRM-D-DISPOSITION
011520         MOVE 'AWAITING SUPERVISOR APPROVAL' TO DRM-D-REASON
011530         GO TO 3100-PRINT-LINE
011540     END-IF.
011550     IF NOT APPROVAL-PENDING(DORM-APR-USE-IDX)
011560         MOVE 'NOT CLOSED' TO DRM-D-DISPOSITION
011570         MOVE DORM-A-REASON(DORM-APR-USE-IDX) TO DRM-D-REASON
011580         GO TO 3100-PRINT-LINE
011590     END-IF.
011600     PERFORM 3400-WRITE-CLOSE THRU 3400-WRITE-CLOSE-EXIT.
011610     ADD 1 TO DORM-BR-CLOSED DORM-RUN-CLOSED.
011620     MOVE 'CLOSE GENERATED' TO DRM-D-DISPOSITION.
011630     MOVE DORM-A-OPERATOR-ID(DORM-APR-USE-IDX)
011640         TO DORM-AT-OPERATOR-ID.
011650     MOVE DORM-APPROVED-TEXT TO DRM-D-REASON.
011660 3100-PRINT-LINE.
011670     MOVE DRM-DETAIL-LINE TO DRM-RPT-RECORD.
011680     WRITE DRM-RPT-RECORD.
011690 3100-PRINT-ONE-CUSTOMER-EXIT.
011700     EXIT.

011710*****************************************************************
011720*    3200-START-BRANCH
011730*        CLOSE OFF THE BRANCH BEFORE (IF ANY) AND PRINT THE
011740*        HEADING FOR THE NEW ONE.
011750*****************************************************************
011760 3200-START-BRANCH.
011770     IF NOT FIRST-BRANCH
011780         PERFORM 3300-PRINT-BRANCH-TOTAL
011790             THRU 3300-PRINT-BRANCH-TOTAL-EXIT
011800     END-IF.
011810     MOVE 'N' TO DORM-FIRST-BRANCH-SW.
011820     MOVE DRMS-BRANCH-CODE TO DORM-CURR-BRANCH.
011830     MOVE ZERO TO DORM-BRANCH-TOTALS.
011840     MOVE DORM-CURR-BRANCH TO DRM-B-BRANCH-CODE.
011850     EVALUATE DORM-CURR-BRANCH
011860         WHEN SPACES
011870             MOVE 'COUNTER WORK' TO DRM-B-DESCRIPTION
011880         WHEN '--'
011890             MOVE 'NO AUDIT HISTORY ON FILE' TO DRM-B-DESCRIPTION
011900         WHEN OTHER
011910             MOVE SPACES TO DRM-B-DESCRIPTION
011920     END-EVALUATE.
011930     MOVE SPACES TO DRM-RPT-RECORD.
011940     WRITE DRM-RPT-RECORD.
011950     MOVE DRM-BRANCH-LINE TO DRM-RPT-RECORD.
011960     WRITE DRM-RPT-RECORD.
011970     MOVE DRM-COLHDR-LINE TO DRM-RPT-RECORD.
011980     WRITE DRM-RPT-RECORD.
011990 3200-START-BRANCH-EXIT.
012000     EXIT.

012010*****************************************************************
012020*    3300-PRINT-BRANCH-TOTAL
012030*        PRINT THE TOTALS FOR THE BRANCH JUST FINISHED.
012040*****************************************************************
012050 3300-PRINT-BRANCH-TOTAL.
012060     MOVE 'BRANCH TOTAL' TO DRM-TL-LABEL.
012070     MOVE DORM-BR-LISTED   TO DRM-TL-LISTED.
012080     MOVE DORM-BR-ELIGIBLE TO DRM-TL-ELIGIBLE.
012090     MOVE DORM-BR-EXCLUDED TO DRM-TL-EXCLUDED.
012100     MOVE DORM-BR-CLOSED   TO DRM-TL-CLOSED.
012110     MOVE DORM-BR-FEES     TO DRM-TL-FEES.
012120     MOVE DRM-TOTAL-LINE TO DRM-RPT-RECORD.
012130     WRITE DRM-RPT-RECORD.
012140 3300-PRINT-BRANCH-TOTAL-EXIT.
012150     EXIT.

012160*****************************************************************
012170*    3400-WRITE-CLOSE
012180*        WRITE THE CUSTOMER-MAINT CLOSE TRANSACTION FOR AN
012190*        APPROVED ACCOUNT - A CHANGE WITH ONLY THE STATUS KEYED
012200*        ('C'), UNDER THE APPROVING SUPERVISOR'S OPERATOR ID - AND
012210*        MARK THE CARD APPLIED.
012211*        A CLOSE THAT CANNOT BE WRITTEN STOPS THE RUN - THE
012212*        MAINTENANCE RUN WOULD OTHERWISE NEVER SEE IT.
012220*****************************************************************
012230 3400-WRITE-CLOSE.
012240     MOVE SPACES TO MNT-RECORD.
012250     MOVE 'C' TO MNT-ACTION-CODE.
012260     MOVE DRMS-CUST-ID TO MNT-CUST-ID.
012270     MOVE ZERO TO MNT-AGE.
012280     MOVE 'C' TO MNT-ACCOUNT-STATUS.
012290     MOVE DORM-A-OPERATOR-ID(DORM-APR-USE-IDX) TO MNT-OPERATOR-ID.
012300     WRITE MNT-RECORD.
012301     IF DORM-MNTOUT-STATUS NOT = '00'
012302         DISPLAY 'MNTOUT WRITE FAILED - STATUS '
012303             DORM-MNTOUT-STATUS ' FOR ' DRMS-CUST-ID
012304         MOVE 12 TO RETURN-CODE
012305         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
012306         STOP RUN
012307     END-IF.
012310     MOVE 'A' TO DORM-A-STATE(DORM-APR-USE-IDX).
012320     ADD 1 TO DORM-APPLIED-COUNT.
012330 3400-WRITE-CLOSE-EXIT.
012340     EXIT.

012350*****************************************************************
012360*    4000-PRINT-CARDS-NOT-APPLIED
012370*        A CARD STILL PENDING NOW NAMED A CUSTOMER NOT ON
012380*        CUSTMAST.  LIST EVERY CARD NOT APPLIED WITH ITS REASON.
012390*****************************************************************
012400 4000-PRINT-CARDS-NOT-APPLIED.
012410     MOVE 'CUSTOMER NOT ON CUSTMAST' TO DORM-NOTE-REASON.
012420     PERFORM 4100-CLOSE-OUT-CARD THRU 4100-CLOSE-OUT-CARD-EXIT
012430         VARYING DORM-APR-IDX FROM 1 BY 1
012440         UNTIL DORM-APR-IDX > DORM-APR-COUNT.
012450     MOVE SPACES TO DRM-RPT-RECORD.
012460     WRITE DRM-RPT-RECORD.
012470     IF DORM-NOT-APPLIED-COUNT = ZERO
012480         MOVE 'APPROVAL CARDS NOT APPLIED - NONE' TO DRM-S-TITLE
012490     ELSE
012500         MOVE 'APPROVAL CARDS NOT APPLIED' TO DRM-S-TITLE
012510     END-IF.
012520     MOVE DRM-SECTION-LINE TO DRM-RPT-RECORD.
012530     WRITE DRM-RPT-RECORD.
012540     PERFORM 4200-PRINT-ONE-CARD THRU 4200-PRINT-ONE-CARD-EXIT
012550         VARYING DORM-APR-IDX FROM 1 BY 1
012560         UNTIL DORM-APR-IDX > DORM-APR-COUNT.
012570 4000-PRINT-CARDS-NOT-APPLIED-EXIT.
012580     EXIT.

012590*****************************************************************
012600*    4100-CLOSE-OUT-CARD
012610*        MARK ONE CARD STILL PENDING AS NOT APPLIED.
012620*****************************************************************
012630 4100-CLOSE-OUT-CARD.
012640     IF APPROVAL-PENDING(DORM-APR-IDX)
012650         MOVE DORM-APR-IDX TO DORM-APR-USE-IDX
012660         PERFORM 8250-NOT-APPLIED THRU 8250-NOT-APPLIED-EXIT
012670     END-IF.
012680 4100-CLOSE-OUT-CARD-EXIT.
012690     EXIT.

012700*****************************************************************
012710*    4200-PRINT-ONE-CARD
012720*        PRINT ONE CARD NOT APPLIED.
012730*****************************************************************
012740 4200-PRINT-ONE-CARD.
012750     IF APPROVAL-NOT-APPLIED(DORM-APR-IDX)
012760         MOVE DORM-A-CUST-ID(DORM-APR-IDX) TO DRM-K-CUST-ID
012770         MOVE DORM-A-OPERATOR-ID(DORM-APR-IDX)
012780             TO DRM-K-OPERATOR-ID
012790         MOVE DORM-A-REASON(DORM-APR-IDX) TO DRM-K-REASON
012800         MOVE DRM-CARD-LINE TO DRM-RPT-RECORD
012810         WRITE DRM-RPT-RECORD
012820     END-IF.
012830 4200-PRINT-ONE-CARD-EXIT.
012840     EXIT.

012850*****************************************************************
012860*    8200-FIND-APPROVAL
012870*        LOCATE THE FIRST APPROVAL CARD FOR THE SEEK CUSTOMER.
012880*        THE USE INDEX IS LEFT ON THE ENTRY WHEN ONE IS FOUND.
012890*****************************************************************
012900 8200-FIND-APPROVAL.
012910     MOVE 'N' TO DORM-ENTRY-FOUND-SWITCH.
012920     MOVE 1 TO DORM-APR-IDX.
012930     PERFORM 8205-CHECK-ONE-APPROVAL
012940         THRU 8205-CHECK-ONE-APPROVAL-EXIT
012950         UNTIL TABLE-ENTRY-FOUND
012960             OR DORM-APR-IDX > DORM-APR-COUNT.
012970 8200-FIND-APPROVAL-EXIT.
012980     EXIT.

012990*****************************************************************
013000*    8205-CHECK-ONE-APPROVAL
013010*        COMPARE ONE APPROVAL TABLE ENTRY AGAINST THE SEEK
013020*        CUSTOMER.
013030*****************************************************************
013040 8205-CHECK-ONE-APPROVAL.
013050     IF DORM-A-CUST-ID(DORM-APR-IDX) = DORM-SEEK-CUST
013060         MOVE 'Y' TO DORM-ENTRY-FOUND-SWITCH
013070         MOVE DORM-APR-IDX TO DORM-APR-USE-IDX
013080     ELSE
013090         ADD 1 TO DORM-APR-IDX
013100     END-IF.
013110 8205-CHECK-ONE-APPROVAL-EXIT.
013120     EXIT.

013130*****************************************************************
013140*    8250-NOT-APPLIED
013150*        MARK THE CARD AT THE USE INDEX NOT APPLIED WITH THE NOTED
013160*        REASON.  ANY CARD NOT APPLIED RAISES THE RETURN CODE TO 4
013170*        SO THE SUPERVISOR SEES IT.
013180*****************************************************************
013190 8250-NOT-APPLIED.
013200     MOVE 'N' TO DORM-A-STATE(DORM-APR-USE-IDX).
013210     MOVE DORM-NOTE-REASON TO DORM-A-REASON(DORM-APR-USE-IDX).
013220     ADD 1 TO DORM-NOT-APPLIED-COUNT.
013230     MOVE 4 TO DORM-RETURN-CODE.
013240 8250-NOT-APPLIED-EXIT.
013250     EXIT.

013260*****************************************************************
013270*    8300-FIND-SUSPENSE
013280*        LOOK FOR THE SEEK CUSTOMER IN THE SUSPENSE TABLE.
013290*****************************************************************
013300 8300-FIND-SUSPENSE.
013310     MOVE 'N' TO DORM-ENTRY-FOUND-SWITCH.
013320     MOVE 1 TO DORM-HELD-IDX.
013330     PERFORM 8305-CHECK-ONE-SUSPENSE
013340         THRU 8305-CHECK-ONE-SUSPENSE-EXIT
013350         UNTIL TABLE-ENTRY-FOUND
013360             OR DORM-HELD-IDX > DORM-SUSP-COUNT.
013370 8300-FIND-SUSPENSE-EXIT.
013380     EXIT.

013390*****************************************************************
013400*    8305-CHECK-ONE-SUSPENSE
013410*        COMPARE ONE SUSPENSE TABLE ENTRY AGAINST THE SEEK
013420*        CUSTOMER.
013430*****************************************************************
013440 8305-CHECK-ONE-SUSPENSE.
013450     IF DORM-S-CUST-ID(DORM-HELD-IDX) = DORM-SEEK-CUST
013460         MOVE 'Y' TO DORM-ENTRY-FOUND-SWITCH
013470     ELSE
013480         ADD 1 TO DORM-HELD-IDX
013490     END-IF.
013500 8305-CHECK-ONE-SUSPENSE-EXIT.
013510     EXIT.

013520*****************************************************************
013530*    8350-FIND-EXCHOLD
013540*        LOOK FOR THE SEEK CUSTOMER IN THE EXCHOLD TABLE.
013550*****************************************************************
013560 8350-FIND-EXCHOLD.
013570     MOVE 'N' TO DORM-ENTRY-FOUND-SWITCH.
013580     MOVE 1 TO DORM-HELD-IDX.
013590     PERFORM 8355-CHECK-ONE-EXCHOLD
013600         THRU 8355-CHECK-ONE-EXCHOLD-EXIT
013610         UNTIL TABLE-ENTRY-FOUND
013620             OR DORM-HELD-IDX > DORM-EXC-COUNT.
013630 8350-FIND-EXCHOLD-EXIT.
013640     EXIT.

013650*****************************************************************
013660*    8355-CHECK-ONE-EXCHOLD
013670*        COMPARE ONE EXCHOLD TABLE ENTRY AGAINST THE SEEK
013680*        CUSTOMER.
013690*****************************************************************
013700 8355-CHECK-ONE-EXCHOLD.
013710     IF DORM-E-CUST-ID(DORM-HELD-IDX) = DORM-SEEK-CUST
013720         MOVE 'Y' TO DORM-ENTRY-FOUND-SWITCH
013730     ELSE
013740         ADD 1 TO DORM-HELD-IDX
013750     END-IF.
013760 8355-CHECK-ONE-EXCHOLD-EXIT.
013770     EXIT.

013780*****************************************************************
013790*    9000-TERMINATE
013800*        WRITE THE TRAILER, CLOSE WHAT IS OPEN AND SHOW THE RUN
013810*        COUNTS.
013820*****************************************************************
013830 9000-TERMINATE.
013840     IF DRMRPT-IS-OPEN
013850         MOVE DORM-CUST-READ-COUNT   TO DRM-T-READ-COUNT
013860         MOVE DORM-DORMANT-COUNT     TO DRM-T-DORMANT-COUNT
013870         MOVE DORM-CARD-COUNT        TO DRM-T-CARD-COUNT
013880         MOVE DORM-APPLIED-COUNT     TO DRM-T-APPLIED-COUNT
013890         MOVE DORM-NOT-APPLIED-COUNT TO DRM-T-NOT-APPLIED
013900         MOVE SPACES TO DRM-RPT-RECORD
013910         WRITE DRM-RPT-RECORD
013920         MOVE DRM-TRAILER-LINE TO DRM-RPT-RECORD
013930         WRITE DRM-RPT-RECORD
013940         CLOSE DRMRPT-FILE
013950         MOVE 'N' TO DORM-DRMRPT-OPEN-SW
013960     END-IF.
013970     IF MNTOUT-IS-OPEN
013980         CLOSE MNTOUT-FILE
013990         MOVE 'N' TO DORM-MNTOUT-OPEN-SW
014000     END-IF.
014010     IF OPERAUTH-IS-OPEN
014020         CLOSE OPERAUTH-FILE
014030         MOVE 'N' TO DORM-OPERAUTH-OPEN-SW
014040     END-IF.
014050     IF ARBAL-IS-OPEN
014060         CLOSE ARBAL-FILE
014070         MOVE 'N' TO DORM-ARBAL-OPEN-SW
014080     END-IF.
014090     IF AUDHIST-IS-OPEN
014100         CLOSE AUDHIST-FILE
014110         MOVE 'N' TO DORM-AUDHIST-OPEN-SW
014120     END-IF.
014130     IF CUSTMAST-IS-OPEN
014140         CLOSE CUSTMAST-FILE
014150         MOVE 'N' TO DORM-CUSTMAST-OPEN-SW
014160     END-IF.
014170     DISPLAY 'CUSTOMERS READ:       ' DORM-CUST-READ-COUNT.
014180     DISPLAY 'HISTORY RECORDS READ: ' DORM-HIST-READ-COUNT.
014190     DISPLAY 'UNPRICED:             ' DORM-UNPRICED-COUNT.
014200     DISPLAY 'DORMANT:              ' DORM-DORMANT-COUNT.
014201     DISPLAY 'NO ACTIVITY ON FILE:  ' DORM-NO-HIST-COUNT.
014210     DISPLAY 'ELIGIBLE:             ' DORM-RUN-ELIGIBLE.
014220     DISPLAY 'EXCLUDED:             ' DORM-RUN-EXCLUDED.
014230     DISPLAY 'CLOSES GENERATED:     ' DORM-RUN-CLOSED.
014240     DISPLAY 'APPROVAL CARDS:       ' DORM-CARD-COUNT.
014250     DISPLAY 'CARDS NOT APPLIED:    ' DORM-NOT-APPLIED-COUNT.
014260 9000-TERMINATE-EXIT.
014270     EXIT.
