000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CUST-MERGE.
000030 AUTHOR.        D. OKONKWO.
000040 INSTALLATION.  REACH-X DATA CENTER.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    MODIFICATION HISTORY
000090*    -------------------------------------------------------
000100*    10/15/2026  DOK   ORIGINAL PROGRAM.  CUSTOMER MERGE AND
000110*                      RENUMBER - READS THE MERGE CARDS (MRGIN,
000120*                      MRGCARD), EACH NAMING A SURVIVING AND A
000130*                      RETIRED CUSTOMER ID AND AN OPERATOR WITH
000140*                      MASTER MAINTENANCE AUTHORITY, AND MOVES
000150*                      EVERYTHING KEYED BY THE RETIRED ID OVER TO
000160*                      THE SURVIVOR - THE AUDIT HISTORY AND CREDIT
000170*                      MEMOS ARE REKEYED, THE ARBAL AGING BUCKETS
000180*                      ARE ADDED BUCKET BY BUCKET INTO THE
000190*                      SURVIVOR'S, RATE OVERRIDES ARE CARRIED
000200*                      FORWARD (UNLESS THE SURVIVOR HAS ITS OWN),
000210*                      AND THE HELD SUSPENSE (SUSPIN TO SUSPOUT)
000220*                      AND EXCEPTION (EXCHIN TO EXCHOUT) WORK IS
000230*                      WRITTEN TO NEW GENERATIONS UNDER THE
000240*                      SURVIVING ID.  THE RETIRED CUSTMAST RECORD
000250*                      IS CLOSED WITH A POINTER TO THE SURVIVOR
000260*                      (CUST-MERGED-TO-ID), WHICH CALC-ENGINE THEN
000270*                      REFUSES WITH A REASON NAMING THE SURVIVOR.
000280*                      A SURVIVING ID NOT YET ON CUSTMAST MAKES
000290*                      THE CARD A RENUMBER - THE RETIRED MASTER
000300*                      RECORD IS FIRST COPIED TO THE NEW ID.  THE
000310*                      REGISTER (MRGRPT) SHOWS THE BEFORE AND
000320*                      AFTER IMAGES AND PER-FILE COUNTS FOR EVERY
000330*                      CARD AND CONTROL COUNTS FOR THE RUN.
000331*    10/15/2026  DOK   THE MASTER RECORD ADDED UNDER THE NEW ID BY
000332*                      A RENUMBER AND THE CLOSE OF THE RETIRED ID
000333*                      ARE NOW ALSO FILED ON THE PERMANENT
000334*                      CUSTOMER MASTER CHANGE HISTORY (CHGHIST)
000335*                      THROUGH THE CUSTOMER-HISTORY SUBROUTINE,
000336*                      WITH THE BEFORE AND AFTER IMAGES AND THE
000337*                      OPERATOR ON THE MERGE CARD.  A CHANGE THAT
000338*                      COULD NOT BE FILED IS DISPLAYED AND ENDS
000339*                      THE RUN WITH RETURN CODE 4.
000340*    10/15/2026  DOK   A CHAIN OF MERGES IN ONE RUN (A INTO B,
000341*                      THEN B INTO C) NOW ENDS ON THE FINAL
000342*                      SURVIVOR - EACH CARD MOVES EARLIER MERGE
000343*                      TABLE ENTRIES ON TO ITS SURVIVOR, SO HELD
000344*                      WORK IS REKEYED STRAIGHT TO IT, AND AFTER
000345*                      THE LAST CARD CUSTMAST IS BROWSED AND EVERY
000346*                      MERGED-TO POINTER NAMING AN ID RETIRED
000347*                      TONIGHT IS MOVED ON AND FILED ON CHGHIST.
000348*                      THE REPOINTS ARE COUNTED ON THE REGISTER.
000349*                      A BLANK LAST CREDIT DATE ON ARBAL IS TAKEN
000350*                      AS ZERO WHEN BALANCES ARE COMBINED.
000351*    10/15/2026  DOK   CHANGE HISTORY FILED BY THIS PROGRAM NOW
000352*                      CARRIES ITS OWN PROGRAM NAME, CUST-MERGE,
000353*                      SO IT MATCHES ON A SEARCH BY PROGRAM.
000354*    10/15/2026  DOK   A FAILED OPEN OF ANY FILE, SUSPOUT AND
000355*                      EXCHOUT INCLUDED, NOW ENDS THE RUN WITH RC
000356*                      16.  A RETIRED MASTER THAT CANNOT BE CLOSED
000357*                      IS COUNTED ON THE REGISTER AND RAISES RC TO
000358*                      8.
000359*****************************************************************

000360 ENVIRONMENT DIVISION.
000361 CONFIGURATION SECTION.
000370 SOURCE-COMPUTER.   IBM-370.
000380 OBJECT-COMPUTER.   IBM-370.

000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT MRGIN-FILE ASSIGN TO MRGIN
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS CMRG-MRGIN-STATUS.
000440     SELECT OPERAUTH-FILE ASSIGN TO OPERAUTH
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS RANDOM
000470         RECORD KEY IS OPR-OPERATOR-ID
000480         FILE STATUS IS CMRG-OPERAUTH-STATUS.
000490     SELECT CUSTMAST-FILE ASSIGN TO CUSTMAST
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS CUST-ID
000530         FILE STATUS IS CMRG-CUSTMAST-STATUS.
000540     SELECT AUDHIST-FILE ASSIGN TO AUDHIST
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS AHST-KEY
000580         FILE STATUS IS CMRG-AUDHIST-STATUS.
000590     SELECT CRMEMO-FILE ASSIGN TO CRMEMO
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS DYNAMIC
000620         RECORD KEY IS CRM-KEY
000630         FILE STATUS IS CMRG-CRMEMO-STATUS.
000640     SELECT RATEMAST-FILE ASSIGN TO RATEMAST
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS DYNAMIC
000670         RECORD KEY IS RATE-KEY
000680         FILE STATUS IS CMRG-RATEMAST-STATUS.
000690     SELECT ARBAL-FILE ASSIGN TO ARBAL
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS RANDOM
000720         RECORD KEY IS ARB-CUST-ID
000730         FILE STATUS IS CMRG-ARBAL-STATUS.
000740     SELECT SUSPIN-FILE ASSIGN TO SUSPIN
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS CMRG-SUSPIN-STATUS.
000770     SELECT SUSPOUT-FILE ASSIGN TO SUSPOUT
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS CMRG-SUSPOUT-STATUS.
000800     SELECT EXCHIN-FILE ASSIGN TO EXCHIN
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS CMRG-EXCHIN-STATUS.
000830     SELECT EXCHOUT-FILE ASSIGN TO EXCHOUT
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS CMRG-EXCHOUT-STATUS.
000860     SELECT MRGRPT-FILE ASSIGN TO MRGRPT
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS IS CMRG-MRGRPT-STATUS.
000890     SELECT BUSDATE-FILE ASSIGN TO BUSDATE
000900         ORGANIZATION IS LINE SEQUENTIAL
000910         FILE STATUS IS CMRG-BUSDATE-STATUS.

000920 DATA DIVISION.
000930 FILE SECTION.
000940 FD  MRGIN-FILE
000950     RECORDING MODE IS F
000960     LABEL RECORDS ARE STANDARD.
000970 COPY MRGCARD.

000980 FD  OPERAUTH-FILE
000990     LABEL RECORDS ARE STANDARD.
001000 COPY OPERAUTH.

001010 FD  CUSTMAST-FILE
001020     LABEL RECORDS ARE STANDARD.
001030 COPY CUSTMAST.

001040 FD  AUDHIST-FILE
001050     LABEL RECORDS ARE STANDARD.
001060 COPY AUDHIST.

001070 FD  CRMEMO-FILE
001080     LABEL RECORDS ARE STANDARD.
001090 COPY CRMEMO.

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

001200 FD  SUSPOUT-FILE
001210     RECORDING MODE IS F
001220     LABEL RECORDS ARE STANDARD.
001230 01  SUSPOUT-RECORD           PIC X(36).

001240 FD  EXCHIN-FILE
001250     RECORDING MODE IS F
001260     LABEL RECORDS ARE STANDARD.
001270 COPY EXCREC.

001280 FD  EXCHOUT-FILE
001290     RECORDING MODE IS F
001300     LABEL RECORDS ARE STANDARD.
001310 01  EXCHOUT-RECORD           PIC X(63).

001320 FD  MRGRPT-FILE
001330     RECORDING MODE IS F
001340     LABEL RECORDS ARE STANDARD.
001350 01  MRG-RPT-RECORD           PIC X(132).

001360 FD  BUSDATE-FILE
001370     RECORDING MODE IS F
001380     LABEL RECORDS ARE STANDARD.
001390 COPY BUSDATE.

001400 WORKING-STORAGE SECTION.
001410*****************************************************************
001420*    FILE STATUS AND CONTROL SWITCHES
001430*****************************************************************
001440 77  CMRG-MRGIN-STATUS        PIC X(02) VALUE SPACES.
001450 77  CMRG-OPERAUTH-STATUS     PIC X(02) VALUE SPACES.
001460 77  CMRG-CUSTMAST-STATUS     PIC X(02) VALUE SPACES.
001470 77  CMRG-AUDHIST-STATUS      PIC X(02) VALUE SPACES.
001480 77  CMRG-CRMEMO-STATUS       PIC X(02) VALUE SPACES.
001490 77  CMRG-RATEMAST-STATUS     PIC X(02) VALUE SPACES.
001500 77  CMRG-ARBAL-STATUS        PIC X(02) VALUE SPACES.
001510 77  CMRG-SUSPIN-STATUS       PIC X(02) VALUE SPACES.
001520 77  CMRG-SUSPOUT-STATUS      PIC X(02) VALUE SPACES.
001530 77  CMRG-EXCHIN-STATUS       PIC X(02) VALUE SPACES.
001540 77  CMRG-EXCHOUT-STATUS      PIC X(02) VALUE SPACES.
001550 77  CMRG-MRGRPT-STATUS       PIC X(02) VALUE SPACES.
001560 77  CMRG-BUSDATE-STATUS      PIC X(02) VALUE SPACES.
001570 77  CMRG-MRGIN-OPEN-SW       PIC X(01) VALUE 'N'.
001580     88  MRGIN-IS-OPEN                VALUE 'Y'.
001590 77  CMRG-OPERAUTH-OPEN-SW    PIC X(01) VALUE 'N'.
001600     88  OPERAUTH-IS-OPEN             VALUE 'Y'.
001610 77  CMRG-CUSTMAST-OPEN-SW    PIC X(01) VALUE 'N'.
001620     88  CUSTMAST-IS-OPEN             VALUE 'Y'.
001630 77  CMRG-AUDHIST-OPEN-SW     PIC X(01) VALUE 'N'.
001640     88  AUDHIST-IS-OPEN              VALUE 'Y'.
001650 77  CMRG-CRMEMO-OPEN-SW      PIC X(01) VALUE 'N'.
001660     88  CRMEMO-IS-OPEN               VALUE 'Y'.
001670 77  CMRG-RATEMAST-OPEN-SW    PIC X(01) VALUE 'N'.
001680     88  RATEMAST-IS-OPEN             VALUE 'Y'.
001690 77  CMRG-ARBAL-OPEN-SW       PIC X(01) VALUE 'N'.
001700     88  ARBAL-IS-OPEN                VALUE 'Y'.
001710 77  CMRG-MRGRPT-OPEN-SW      PIC X(01) VALUE 'N'.
001720     88  MRGRPT-IS-OPEN               VALUE 'Y'.
001730 77  CMRG-MRGIN-EOF-SWITCH    PIC X(01) VALUE 'N'.
001740     88  END-OF-MRGIN                 VALUE 'Y'.
001750 77  CMRG-SUSPIN-EOF-SWITCH   PIC X(01) VALUE 'N'.
001760     88  END-OF-SUSPIN                VALUE 'Y'.
001770 77  CMRG-EXCHIN-EOF-SWITCH   PIC X(01) VALUE 'N'.
001780     88  END-OF-EXCHIN                VALUE 'Y'.
001790 77  CMRG-CARD-OK-SWITCH      PIC X(01) VALUE 'Y'.
001800     88  CARD-IS-GOOD                 VALUE 'Y'.
001810 77  CMRG-RENUMBER-SWITCH     PIC X(01) VALUE 'N'.
001820     88  CARD-IS-RENUMBER             VALUE 'Y'.
001830 77  CMRG-SCAN-SWITCH         PIC X(01) VALUE 'N'.
001840     88  SCAN-IS-DONE                 VALUE 'Y'.
001850 77  CMRG-OWN-RATES-SWITCH    PIC X(01) VALUE 'N'.
001860     88  SURVIVOR-HAS-OWN-RATES       VALUE 'Y'.
001870 77  CMRG-MOVE-OK-SWITCH      PIC X(01) VALUE 'Y'.
001880     88  RECORD-WAS-MOVED             VALUE 'Y'.
001890 77  CMRG-READ-COUNT          PIC 9(07) VALUE ZERO.
001900 77  CMRG-MERGED-COUNT        PIC 9(07) VALUE ZERO.
001910 77  CMRG-RENUM-COUNT         PIC 9(07) VALUE ZERO.
001920 77  CMRG-REJECT-COUNT        PIC 9(07) VALUE ZERO.
001930 77  CMRG-RUN-DATE            PIC 9(06) VALUE ZERO.
001940 77  CMRG-REJECT-REASON       PIC X(35) VALUE SPACES.
001950 77  CMRG-DISPOSITION         PIC X(11) VALUE SPACES.
001960 77  CMRG-SURVIVOR-ID         PIC X(06) VALUE SPACES.
001970 77  CMRG-RETIRED-ID          PIC X(06) VALUE SPACES.
001971 77  CMRG-HIST-OPERATOR       PIC X(08) VALUE SPACES.

001980*****************************************************************
001990*    SAVED KEYS AND IMAGES - THE LAST KEY REKEYED ON EACH INDEXED
002000*    FILE (THE BROWSE RESTARTS PAST IT, SO A REKEYED RECORD IS
002010*    NEVER READ TWICE), THE RETIRED MASTER RECORD, AND THE RETIRED
002020*    ARBAL BUCKETS.
002030*****************************************************************
002040 77  CMRG-AHST-LAST-KEY       PIC X(27) VALUE SPACES.
002050 77  CMRG-CRM-LAST-KEY        PIC X(27) VALUE SPACES.
002060 77  CMRG-RATE-LAST-KEY       PIC X(12) VALUE SPACES.
002070 77  CMRG-SAVE-CUST           PIC X(70) VALUE SPACES.
002071 77  CMRG-SAVE-RETURN-CODE    PIC S9(04) COMP VALUE ZERO.
002080 77  CMRG-RB-CURR             PIC S9(09)V99 VALUE ZERO.
002090 77  CMRG-RB-AGE-30           PIC S9(09)V99 VALUE ZERO.
002100 77  CMRG-RB-AGE-60           PIC S9(09)V99 VALUE ZERO.
002110 77  CMRG-RB-AGE-90           PIC S9(09)V99 VALUE ZERO.
002120 77  CMRG-RB-BALANCE          PIC S9(09)V99 VALUE ZERO.
002130 77  CMRG-RB-LAST-BILL        PIC 9(06) VALUE ZERO.
002140 77  CMRG-RB-LAST-PAY         PIC 9(06) VALUE ZERO.
002150 77  CMRG-RB-LAST-CREDIT      PIC 9(06) VALUE ZERO.

002160*****************************************************************
002170*    PER-CARD COUNTS (CMRG-C-) AND RUN CONTROL COUNTS (CMRG-T-)
002180*    FOR EACH FILE TOUCHED.  FOUND ALWAYS EQUALS MOVED PLUS NOT
002190*    MOVED, AND EVERY SEQUENTIAL RECORD READ IS WRITTEN.
002200*****************************************************************
002210 77  CMRG-C-AHST-FOUND        PIC 9(07) VALUE ZERO.
002220 77  CMRG-C-AHST-MOVED        PIC 9(07) VALUE ZERO.
002230 77  CMRG-C-AHST-FAILED       PIC 9(07) VALUE ZERO.
002240 77  CMRG-C-CRM-FOUND         PIC 9(07) VALUE ZERO.
002250 77  CMRG-C-CRM-MOVED         PIC 9(07) VALUE ZERO.
002260 77  CMRG-C-CRM-FAILED        PIC 9(07) VALUE ZERO.
002270 77  CMRG-C-RATE-FOUND        PIC 9(07) VALUE ZERO.
002280 77  CMRG-C-RATE-CARRIED      PIC 9(07) VALUE ZERO.
002290 77  CMRG-C-RATE-DROPPED      PIC 9(07) VALUE ZERO.
002300 77  CMRG-C-ARB-FOUND         PIC 9(07) VALUE ZERO.
002310 77  CMRG-C-ARB-COMBINED      PIC 9(07) VALUE ZERO.
002320 77  CMRG-C-ARB-MOVED         PIC 9(07) VALUE ZERO.
002330 77  CMRG-T-AHST-FOUND        PIC 9(07) VALUE ZERO.
002340 77  CMRG-T-AHST-MOVED        PIC 9(07) VALUE ZERO.
002350 77  CMRG-T-AHST-FAILED       PIC 9(07) VALUE ZERO.
002360 77  CMRG-T-CRM-FOUND         PIC 9(07) VALUE ZERO.
002370 77  CMRG-T-CRM-MOVED         PIC 9(07) VALUE ZERO.
002380 77  CMRG-T-CRM-FAILED        PIC 9(07) VALUE ZERO.
002390 77  CMRG-T-RATE-FOUND        PIC 9(07) VALUE ZERO.
002400 77  CMRG-T-RATE-CARRIED      PIC 9(07) VALUE ZERO.
002410 77  CMRG-T-RATE-DROPPED      PIC 9(07) VALUE ZERO.
002420 77  CMRG-T-ARB-FOUND         PIC 9(07) VALUE ZERO.
002430 77  CMRG-T-ARB-COMBINED      PIC 9(07) VALUE ZERO.
002440 77  CMRG-T-ARB-MOVED         PIC 9(07) VALUE ZERO.
002450 77  CMRG-T-ARB-AMOUNT        PIC S9(09)V99 VALUE ZERO.
002460 77  CMRG-T-CUST-CLOSED       PIC 9(07) VALUE ZERO.
002470 77  CMRG-T-CUST-ADDED        PIC 9(07) VALUE ZERO.
002471 77  CMRG-T-CUST-REPOINTED    PIC 9(07) VALUE ZERO.
002472 77  CMRG-T-CUST-RPT-FAILED   PIC 9(07) VALUE ZERO.
002473 77  CMRG-T-CUST-CLS-FAILED   PIC 9(07) VALUE ZERO.
002480 77  CMRG-T-SUSP-READ         PIC 9(07) VALUE ZERO.
002490 77  CMRG-T-SUSP-REKEYED      PIC 9(07) VALUE ZERO.
002500 77  CMRG-T-SUSP-WRITTEN      PIC 9(07) VALUE ZERO.
002510 77  CMRG-T-EXC-READ          PIC 9(07) VALUE ZERO.
002520 77  CMRG-T-EXC-REKEYED       PIC 9(07) VALUE ZERO.
002530 77  CMRG-T-EXC-WRITTEN       PIC 9(07) VALUE ZERO.

002540*****************************************************************
002550*    MERGE TABLE - EVERY CARD APPLIED THIS RUN, SO THE HELD
002560*    SUSPENSE AND EXCEPTION FILES CAN BE REKEYED IN ONE PASS EACH
002570*    AFTER THE LAST CARD.  A CARD ARRIVING AFTER THE TABLE IS FULL
002571*    IS REJECTED BEFORE ANYTHING IS MOVED.
002572*    A RETIRED ID THAT SURVIVED AN EARLIER CARD IS REPOINTED TO
002573*    ITS NEW SURVIVOR AS IT IS RETIRED, SO THE TABLE ALWAYS NAMES
002580*    THE FINAL SURVIVOR.
002590*****************************************************************
002600 77  CMRG-XREF-COUNT          PIC 9(03) VALUE ZERO.
002610 77  CMRG-XREF-IDX            PIC 9(03) VALUE ZERO.
002620 77  CMRG-XREF-USE-IDX        PIC 9(03) VALUE ZERO.
002630 77  CMRG-MAX-XREF-ENTRIES    PIC 9(03) VALUE 100.
002640 77  CMRG-XREF-SEARCH-ID      PIC X(06) VALUE SPACES.
002650 01  CMRG-XREF-TABLE.
002660     05  CMRG-XREF-ENTRY  OCCURS 100 TIMES.
002670         10  CMRG-X-RETIRED      PIC X(06).
002680         10  CMRG-X-SURVIVOR     PIC X(06).
002681         10  CMRG-X-OPERATOR     PIC X(08).

002690*****************************************************************
002700*    MRGRPT REGISTER LINE LAYOUTS (BUILT HERE, MOVED TO THE
002710*    MRG-RPT-RECORD FD AREA BEFORE EACH WRITE)
002720*****************************************************************
002730 COPY MRGLINES.

002731*****************************************************************
002732*    CUSTOMER-HISTORY COMMUNICATION AREA - EVERY CUSTMAST UPDATE
002733*    IS FILED ON THE CUSTOMER MASTER CHANGE HISTORY THROUGH A
002734*    COMMON SUBROUTINE
002735*****************************************************************
002736 COPY CHGCOMM.

002740 PROCEDURE DIVISION.
002750*****************************************************************
002760*    0000-MAINLINE
002770*        TOP LEVEL CONTROL FOR THE MERGE RUN - APPLY EVERY CARD
002780*        TO THE INDEXED FILES, THEN REKEY THE HELD SUSPENSE AND
002790*        EXCEPTION FILES AGAINST ALL THE CARDS APPLIED.
002791*        BEFORE THAT, EVERY MASTER RECORD STILL POINTING AT AN ID
002792*        RETIRED TONIGHT IS MOVED ON TO ITS FINAL SURVIVOR.
002800*****************************************************************
002810 0000-MAINLINE.
002820     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
002830     PERFORM 2000-PROCESS-CARD THRU 2000-PROCESS-CARD-EXIT
002840         UNTIL END-OF-MRGIN.
002841     PERFORM 2960-REPOINT-MASTERS THRU 2960-REPOINT-MASTERS-EXIT.
002850     PERFORM 3000-REKEY-SUSPENSE THRU 3000-REKEY-SUSPENSE-EXIT.
002860     PERFORM 4000-REKEY-EXCHOLD THRU 4000-REKEY-EXCHOLD-EXIT.
002870     PERFORM 5000-WRITE-CONTROL-COUNTS
002880         THRU 5000-WRITE-CONTROL-COUNTS-EXIT.
002890     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
002900     STOP RUN.

002910*****************************************************************
002920*    1000-INITIALIZE
002930*        OPEN THE CARD, AUTHORIZATION, MASTER AND REGISTER FILES,
002940*        WRITE THE REGISTER HEADER AND READ THE FIRST CARD.  A
002950*        CREDIT MEMO FILE NOT YET BUILT SIMPLY HAS NOTHING TO
002960*        REKEY AND IS LEFT CLOSED.
002970*****************************************************************
002980 1000-INITIALIZE.
002990     DISPLAY ' '.
003000     DISPLAY '=== CUSTOMER MERGE / RENUMBER ==='.
003010     DISPLAY ' '.
003020     OPEN INPUT MRGIN-FILE.
003030     IF CMRG-MRGIN-STATUS NOT = '00'
003040         DISPLAY 'MRGIN OPEN FAILED - STATUS ' CMRG-MRGIN-STATUS
003041         MOVE 16 TO RETURN-CODE
003050         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
003060         STOP RUN
003070     END-IF.
003080     MOVE 'Y' TO CMRG-MRGIN-OPEN-SW.
003090     OPEN INPUT OPERAUTH-FILE.
003100     IF CMRG-OPERAUTH-STATUS NOT = '00'
003110         DISPLAY 'OPERAUTH OPEN FAIL - STAT ' CMRG-OPERAUTH-STATUS
003111         MOVE 16 TO RETURN-CODE
003120         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
003130         STOP RUN
003140     END-IF.
003150     MOVE 'Y' TO CMRG-OPERAUTH-OPEN-SW.
003160     OPEN I-O CUSTMAST-FILE.
003170     IF CMRG-CUSTMAST-STATUS NOT = '00'
003180         DISPLAY 'CUSTMAST OPEN FAIL - STAT ' CMRG-CUSTMAST-STATUS
003181         MOVE 16 TO RETURN-CODE
003190         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
003200         STOP RUN
003210     END-IF.
003220     MOVE 'Y' TO CMRG-CUSTMAST-OPEN-SW.
003230     OPEN I-O AUDHIST-FILE.
003240     IF CMRG-AUDHIST-STATUS NOT = '00'
003250         DISPLAY 'AUDHIST OPEN FAIL - STAT ' CMRG-AUDHIST-STATUS
003251         MOVE 16 TO RETURN-CODE
003260         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
003270         STOP RUN
003280     END-IF.
003290     MOVE 'Y' TO CMRG-AUDHIST-OPEN-SW.
003300     OPEN I-O CRMEMO-FILE.
003310     IF CMRG-CRMEMO-STATUS = '00'
003320         MOVE 'Y' TO CMRG-CRMEMO-OPEN-SW
003330     ELSE
003340         IF CMRG-CRMEMO-STATUS NOT = '35'
003350             DISPLAY 'CRMEMO OPEN FAIL - STAT ' CMRG-CRMEMO-STATUS
003351             MOVE 16 TO RETURN-CODE
003360             PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
003370             STOP RUN
003380         END-IF
003390     END-IF.
003400     OPEN I-O RATEMAST-FILE.
003410     IF CMRG-RATEMAST-STATUS NOT = '00'
003420         DISPLAY 'RATEMAST OPEN FAIL - STAT ' CMRG-RATEMAST-STATUS
003421         MOVE 16 TO RETURN-CODE
003430         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
003440         STOP RUN
003450     END-IF.
003460     MOVE 'Y' TO CMRG-RATEMAST-OPEN-SW.
003470     OPEN I-O ARBAL-FILE.
003480     IF CMRG-ARBAL-STATUS NOT = '00'
003490         DISPLAY 'ARBAL OPEN FAIL - STAT ' CMRG-ARBAL-STATUS
003491         MOVE 16 TO RETURN-CODE
003500         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
003510         STOP RUN
003520     END-IF.
003530     MOVE 'Y' TO CMRG-ARBAL-OPEN-SW.
003540     OPEN OUTPUT MRGRPT-FILE.
003550     IF CMRG-MRGRPT-STATUS NOT = '00'
003560         DISPLAY 'MRGRPT OPEN FAILED - STATUS '
003570             CMRG-MRGRPT-STATUS
003571         MOVE 16 TO RETURN-CODE
003580         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
003590         STOP RUN
003600     END-IF.
003610     MOVE 'Y' TO CMRG-MRGRPT-OPEN-SW.
003620     PERFORM 1050-GET-BUSINESS-DATE
003630         THRU 1050-GET-BUSINESS-DATE-EXIT.
003640     MOVE CMRG-RUN-DATE TO MRG-H-RUN-DATE.
003650     MOVE MRG-HEADER-LINE TO MRG-RPT-RECORD.
003660     WRITE MRG-RPT-RECORD.
003670     PERFORM 1100-READ-MRGIN THRU 1100-READ-MRGIN-EXIT.
003680 1000-INITIALIZE-EXIT.
003690     EXIT.

003700*****************************************************************
003710*    1050-GET-BUSINESS-DATE
003720*        READ THE SHOP BUSINESS DATE CONTROL RECORD AND STAMP
003730*        THE RUN FROM IT.  A MISSING OR EMPTY BUSDATE MEANS
003740*        OPERATIONS NEVER ROLLED THE DAY - THE RUN STOPS RATHER
003750*        THAN TRUST THE WALL CLOCK.
003760*****************************************************************
003770 1050-GET-BUSINESS-DATE.
003780     OPEN INPUT BUSDATE-FILE.
003790     IF CMRG-BUSDATE-STATUS NOT = '00'
003800         DISPLAY 'BUSDATE NOT AVAILABLE - STATUS '
003810             CMRG-BUSDATE-STATUS
003811         MOVE 16 TO RETURN-CODE
003820         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
003830         STOP RUN
003840     END-IF.
003850     READ BUSDATE-FILE
003860         AT END
003870             DISPLAY 'BUSDATE FILE IS EMPTY - DAY NEVER OPENED'
003880             CLOSE BUSDATE-FILE
003881             MOVE 16 TO RETURN-CODE
003890             PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
003900             STOP RUN.
003910     CLOSE BUSDATE-FILE.
003920     MOVE BDAT-BUSINESS-DATE TO CMRG-RUN-DATE.
003930 1050-GET-BUSINESS-DATE-EXIT.
003940     EXIT.

003950*****************************************************************
003960*    1100-READ-MRGIN
003970*        READ THE NEXT MERGE CARD FROM MRGIN.
003980*****************************************************************
003990 1100-READ-MRGIN.
004000     READ MRGIN-FILE
004010         AT END
004020             MOVE 'Y' TO CMRG-MRGIN-EOF-SWITCH.
004030 1100-READ-MRGIN-EXIT.
004040     EXIT.

004050*****************************************************************
004060*    2000-PROCESS-CARD
004070*        EDIT ONE MERGE CARD.  A GOOD CARD ADDS THE SURVIVOR FIRST
004080*        WHEN IT IS A RENUMBER, THEN MOVES THE AUDIT HISTORY,
004090*        CREDIT MEMOS, RATE OVERRIDES AND BALANCE, CLOSES THE
004100*        RETIRED MASTER RECORD AND ENTERS THE PAIR IN THE MERGE
004110*        TABLE FOR THE SEQUENTIAL FILES.
004111*        ANY EARLIER ENTRY WHOSE SURVIVOR IS RETIRED BY THIS CARD
004112*        IS FIRST MOVED ON TO THIS CARD'S SURVIVOR.
004120*****************************************************************
004130 2000-PROCESS-CARD.
004140     ADD 1 TO CMRG-READ-COUNT.
004150     MOVE 'Y' TO CMRG-CARD-OK-SWITCH.
004160     MOVE 'N' TO CMRG-RENUMBER-SWITCH.
004170     MOVE SPACES TO CMRG-REJECT-REASON.
004180     MOVE MRG-SURVIVOR-ID TO CMRG-SURVIVOR-ID.
004190     MOVE MRG-RETIRED-ID TO CMRG-RETIRED-ID.
004191     MOVE MRG-OPERATOR-ID TO CMRG-HIST-OPERATOR.
004200     PERFORM 2050-EDIT-CARD THRU 2050-EDIT-CARD-EXIT.
004210     IF CARD-IS-GOOD AND CARD-IS-RENUMBER
004220         PERFORM 2100-ADD-SURVIVOR THRU 2100-ADD-SURVIVOR-EXIT
004230     END-IF.
004240     IF NOT CARD-IS-GOOD
004250         ADD 1 TO CMRG-REJECT-COUNT
004260         MOVE 'REJECTED   ' TO CMRG-DISPOSITION
004270         PERFORM 2800-WRITE-CARD-LINE
004280             THRU 2800-WRITE-CARD-LINE-EXIT
004290         MOVE CMRG-REJECT-REASON TO MRG-REJ-REASON
004300         MOVE MRG-REJECT-LINE TO MRG-RPT-RECORD
004310         WRITE MRG-RPT-RECORD
004320         GO TO 2000-PROCESS-NEXT
004330     END-IF.
004340     IF CARD-IS-RENUMBER
004350         ADD 1 TO CMRG-RENUM-COUNT
004360         MOVE 'RENUMBERED ' TO CMRG-DISPOSITION
004370     ELSE
004380         ADD 1 TO CMRG-MERGED-COUNT
004390         MOVE 'MERGED     ' TO CMRG-DISPOSITION
004400     END-IF.
004410     PERFORM 2800-WRITE-CARD-LINE THRU 2800-WRITE-CARD-LINE-EXIT.
004420     MOVE ZERO TO CMRG-C-AHST-FOUND CMRG-C-AHST-MOVED
004430         CMRG-C-AHST-FAILED CMRG-C-CRM-FOUND CMRG-C-CRM-MOVED
004440         CMRG-C-CRM-FAILED CMRG-C-RATE-FOUND CMRG-C-RATE-CARRIED
004450         CMRG-C-RATE-DROPPED CMRG-C-ARB-FOUND CMRG-C-ARB-COMBINED
004460         CMRG-C-ARB-MOVED.
004470     PERFORM 2300-MOVE-HISTORY THRU 2300-MOVE-HISTORY-EXIT.
004480     PERFORM 2400-MOVE-CREDIT-MEMOS
004490         THRU 2400-MOVE-CREDIT-MEMOS-EXIT.
004500     PERFORM 2500-CARRY-RATES THRU 2500-CARRY-RATES-EXIT.
004510     PERFORM 2600-COMBINE-BALANCE THRU 2600-COMBINE-BALANCE-EXIT.
004520     PERFORM 2700-CLOSE-RETIRED THRU 2700-CLOSE-RETIRED-EXIT.
004530     PERFORM 2850-WRITE-CARD-COUNTS
004540         THRU 2850-WRITE-CARD-COUNTS-EXIT.
004541     PERFORM 2910-REPOINT-ONE-MERGE
004542         THRU 2910-REPOINT-ONE-MERGE-EXIT
004543         VARYING CMRG-XREF-IDX FROM 1 BY 1
004544         UNTIL CMRG-XREF-IDX > CMRG-XREF-COUNT.
004550     ADD 1 TO CMRG-XREF-COUNT.
004560     MOVE CMRG-RETIRED-ID TO CMRG-X-RETIRED(CMRG-XREF-COUNT).
004570     MOVE CMRG-SURVIVOR-ID TO CMRG-X-SURVIVOR(CMRG-XREF-COUNT).
004571     MOVE MRG-OPERATOR-ID TO CMRG-X-OPERATOR(CMRG-XREF-COUNT).
004580 2000-PROCESS-NEXT.
004590     PERFORM 1100-READ-MRGIN THRU 1100-READ-MRGIN-EXIT.
004600 2000-PROCESS-CARD-EXIT.
004610     EXIT.

004620*****************************************************************
004630*    2050-EDIT-CARD
004640*        THE OPERATOR MUST HOLD MAINTENANCE AUTHORITY, BOTH IDS
004650*        MUST BE PRESENT AND DIFFERENT, THE RETIRED ID MUST BE ON
004660*        CUSTMAST AND NOT ALREADY MERGED, AND A SURVIVOR ON FILE
004670*        MUST BE OPEN.  A SURVIVOR NOT ON FILE MAKES THE CARD A
004680*        RENUMBER.  THE RETIRED RECORD IS SAVED FOR THE REGISTER.
004690*****************************************************************
004700 2050-EDIT-CARD.
004710     PERFORM 2060-CHECK-OPERATOR THRU 2060-CHECK-OPERATOR-EXIT.
004720     IF NOT CARD-IS-GOOD
004730         GO TO 2050-EDIT-CARD-EXIT
004740     END-IF.
004750     IF CMRG-SURVIVOR-ID = SPACES OR CMRG-RETIRED-ID = SPACES
004760         MOVE 'N' TO CMRG-CARD-OK-SWITCH
004770         MOVE 'SURVIVING OR RETIRED ID MISSING'
004780             TO CMRG-REJECT-REASON
004790         GO TO 2050-EDIT-CARD-EXIT
004800     END-IF.
004810     IF CMRG-SURVIVOR-ID = CMRG-RETIRED-ID
004820         MOVE 'N' TO CMRG-CARD-OK-SWITCH
004830         MOVE 'SURVIVING AND RETIRED ID THE SAME'
004840             TO CMRG-REJECT-REASON
004850         GO TO 2050-EDIT-CARD-EXIT
004860     END-IF.
004870     IF CMRG-XREF-COUNT NOT < CMRG-MAX-XREF-ENTRIES
004880         MOVE 'N' TO CMRG-CARD-OK-SWITCH
004890         MOVE 'MERGE TABLE FULL - RESUBMIT CARD'
004900             TO CMRG-REJECT-REASON
004910         GO TO 2050-EDIT-CARD-EXIT
004920     END-IF.
004930     MOVE CMRG-RETIRED-ID TO CUST-ID.
004940     READ CUSTMAST-FILE
004950         INVALID KEY
004960             MOVE 'N' TO CMRG-CARD-OK-SWITCH
004970             MOVE 'RETIRED ID NOT ON CUSTMAST'
004980                 TO CMRG-REJECT-REASON
004990             GO TO 2050-EDIT-CARD-EXIT.
005000     IF CUST-MERGED-TO-ID NOT = SPACES
005010         MOVE 'N' TO CMRG-CARD-OK-SWITCH
005020         MOVE 'RETIRED ID ALREADY MERGED'
005030             TO CMRG-REJECT-REASON
005040         GO TO 2050-EDIT-CARD-EXIT
005050     END-IF.
005060     MOVE CUST-RECORD TO CMRG-SAVE-CUST.
005070     MOVE CMRG-SURVIVOR-ID TO CUST-ID.
005080     READ CUSTMAST-FILE
005090         INVALID KEY
005100             MOVE 'Y' TO CMRG-RENUMBER-SWITCH
005110             GO TO 2050-EDIT-CARD-EXIT.
005120     IF CUST-ACCOUNT-CLOSED OR CUST-MERGED-TO-ID NOT = SPACES
005130         MOVE 'N' TO CMRG-CARD-OK-SWITCH
005140         MOVE 'SURVIVING ID IS CLOSED OR MERGED'
005150             TO CMRG-REJECT-REASON
005160     END-IF.
005170 2050-EDIT-CARD-EXIT.
005180     EXIT.

005190*****************************************************************
005200*    2060-CHECK-OPERATOR
005210*        VALIDATE THE CARD'S OPERATOR AGAINST THE AUTHORIZATION
005220*        FILE - THE OPERATOR MUST EXIST AND HOLD MASTER
005230*        MAINTENANCE AUTHORITY, OR NOTHING IS MOVED.
005240*****************************************************************
005250 2060-CHECK-OPERATOR.
005260     IF MRG-OPERATOR-ID = SPACES
005270         MOVE 'N' TO CMRG-CARD-OK-SWITCH
005280         MOVE 'OPERATOR ID MISSING' TO CMRG-REJECT-REASON
005290         GO TO 2060-CHECK-OPERATOR-EXIT
005300     END-IF.
005310     MOVE MRG-OPERATOR-ID TO OPR-OPERATOR-ID.
005320     READ OPERAUTH-FILE
005330         INVALID KEY
005340             MOVE 'N' TO CMRG-CARD-OK-SWITCH
005350             MOVE 'OPERATOR NOT ON AUTHORIZATION FILE'
005360                 TO CMRG-REJECT-REASON
005370             GO TO 2060-CHECK-OPERATOR-EXIT.
005380     IF NOT OPR-MAY-MAINTAIN
005390         MOVE 'N' TO CMRG-CARD-OK-SWITCH
005400         MOVE 'OPERATOR NOT AUTHORIZED FOR MAINT'
005410             TO CMRG-REJECT-REASON
005420     END-IF.
005430 2060-CHECK-OPERATOR-EXIT.
005440     EXIT.

005450*****************************************************************
005460*    2100-ADD-SURVIVOR
005470*        RENUMBER - WRITE THE RETIRED MASTER RECORD UNDER THE NEW
005480*        ID BEFORE ANYTHING IS MOVED TO IT.  A FAILED WRITE
005490*        REJECTS THE CARD WITH NOTHING CHANGED.
005500*****************************************************************
005510 2100-ADD-SURVIVOR.
005520     MOVE CMRG-SAVE-CUST TO CUST-RECORD.
005530     MOVE CMRG-SURVIVOR-ID TO CUST-ID.
005540     WRITE CUST-RECORD
005550         INVALID KEY
005560             MOVE 'N' TO CMRG-CARD-OK-SWITCH
005570             MOVE 'SURVIVOR ADD FAILED ON CUSTMAST'
005580                 TO CMRG-REJECT-REASON
005590             GO TO 2100-ADD-SURVIVOR-EXIT.
005600     ADD 1 TO CMRG-T-CUST-ADDED.
005601     MOVE 'A' TO CHGC-ACTION.
005602     MOVE 'RENUMBERED FROM' TO CHGC-REASON.
005603     MOVE CMRG-RETIRED-ID TO CHGC-REASON(17:6).
005604     MOVE SPACES TO CHGC-BEFORE-IMAGE.
005605     PERFORM 2950-RECORD-HISTORY THRU 2950-RECORD-HISTORY-EXIT.
005610 2100-ADD-SURVIVOR-EXIT.
005620     EXIT.

005630*****************************************************************
005640*    2300-MOVE-HISTORY
005650*        REKEY EVERY AUDIT HISTORY RECORD OF THE RETIRED ID TO THE
005660*        SURVIVOR.  THE REST OF THE KEY (RUN DATE, TIME AND RUN
005670*        SEQUENCE) IS KEPT, SO THE HISTORY KEEPS ITS DATES.
005680*****************************************************************
005690 2300-MOVE-HISTORY.
005700     MOVE CMRG-RETIRED-ID TO AHST-CUST-ID.
005710     MOVE ZERO TO AHST-TS-DATE AHST-TS-TIME AHST-RUN-SEQ.
005720     START AUDHIST-FILE KEY NOT < AHST-KEY
005730         INVALID KEY
005740             GO TO 2300-MOVE-HISTORY-EXIT
005750     END-START.
005760     MOVE 'N' TO CMRG-SCAN-SWITCH.
005770     PERFORM 2310-MOVE-ONE-HISTORY THRU 2310-MOVE-ONE-HISTORY-EXIT
005780         UNTIL SCAN-IS-DONE.
005790 2300-MOVE-HISTORY-EXIT.
005800     EXIT.

005810*****************************************************************
005820*    2310-MOVE-ONE-HISTORY
005830*        READ THE NEXT HISTORY RECORD; PAST THE RETIRED ID THE
005840*        SCAN IS DONE.  DELETE IT AND WRITE IT BACK UNDER THE
005850*        SURVIVOR - A KEY THE SURVIVOR ALREADY HOLDS PUTS IT BACK
005860*        UNDER THE RETIRED ID, COUNTED AS NOT MOVED.  THE BROWSE
005870*        IS RESTARTED PAST THE KEY JUST HANDLED.
005880*****************************************************************
005890 2310-MOVE-ONE-HISTORY.
005900     READ AUDHIST-FILE NEXT RECORD
005910         AT END
005920             MOVE 'Y' TO CMRG-SCAN-SWITCH
005930             GO TO 2310-MOVE-ONE-HISTORY-EXIT.
005940     IF AHST-CUST-ID NOT = CMRG-RETIRED-ID
005950         MOVE 'Y' TO CMRG-SCAN-SWITCH
005960         GO TO 2310-MOVE-ONE-HISTORY-EXIT
005970     END-IF.
005980     ADD 1 TO CMRG-C-AHST-FOUND.
005990     MOVE AHST-KEY TO CMRG-AHST-LAST-KEY.
006000     DELETE AUDHIST-FILE
006010         INVALID KEY
006020             ADD 1 TO CMRG-C-AHST-FAILED
006030             GO TO 2310-MOVE-ONE-RESTART.
006040     MOVE 'Y' TO CMRG-MOVE-OK-SWITCH.
006050     MOVE CMRG-SURVIVOR-ID TO AHST-CUST-ID.
006060     WRITE AHST-RECORD
006070         INVALID KEY
006080             MOVE 'N' TO CMRG-MOVE-OK-SWITCH
006090     END-WRITE.
006100     IF RECORD-WAS-MOVED
006110         ADD 1 TO CMRG-C-AHST-MOVED
006120     ELSE
006130         ADD 1 TO CMRG-C-AHST-FAILED
006140         MOVE CMRG-RETIRED-ID TO AHST-CUST-ID
006150         WRITE AHST-RECORD
006160             INVALID KEY
006170                 DISPLAY 'AUDHIST RESTORE FAILED - KEY '
006180                     CMRG-AHST-LAST-KEY
006190         END-WRITE
006200     END-IF.
006210 2310-MOVE-ONE-RESTART.
006220     MOVE CMRG-AHST-LAST-KEY TO AHST-KEY.
006230     START AUDHIST-FILE KEY > AHST-KEY
006240         INVALID KEY
006250             MOVE 'Y' TO CMRG-SCAN-SWITCH
006260     END-START.
006270 2310-MOVE-ONE-HISTORY-EXIT.
006280     EXIT.

006290*****************************************************************
006300*    2400-MOVE-CREDIT-MEMOS
006310*        REKEY THE RETIRED ID'S CREDIT MEMOS THE SAME WAY - THEY
006320*        ARE KEYED BY THE AUDIT HISTORY KEY OF THE TRANSACTION
006330*        CREDITED, WHICH HAS JUST MOVED TO THE SURVIVOR.
006340*****************************************************************
006350 2400-MOVE-CREDIT-MEMOS.
006360     IF NOT CRMEMO-IS-OPEN
006370         GO TO 2400-MOVE-CREDIT-MEMOS-EXIT
006380     END-IF.
006390     MOVE CMRG-RETIRED-ID TO CRM-CUST-ID.
006400     MOVE ZERO TO CRM-TS-DATE CRM-TS-TIME CRM-RUN-SEQ.
006410     START CRMEMO-FILE KEY NOT < CRM-KEY
006420         INVALID KEY
006430             GO TO 2400-MOVE-CREDIT-MEMOS-EXIT
006440     END-START.
006450     MOVE 'N' TO CMRG-SCAN-SWITCH.
006460     PERFORM 2410-MOVE-ONE-MEMO THRU 2410-MOVE-ONE-MEMO-EXIT
006470         UNTIL SCAN-IS-DONE.
006480 2400-MOVE-CREDIT-MEMOS-EXIT.
006490     EXIT.

006500*****************************************************************
006510*    2410-MOVE-ONE-MEMO
006520*        READ THE NEXT CREDIT MEMO AND, WHILE IT IS THE RETIRED
006530*        ID'S, DELETE IT AND WRITE IT BACK UNDER THE SURVIVOR.
006540*****************************************************************
006550 2410-MOVE-ONE-MEMO.
006560     READ CRMEMO-FILE NEXT RECORD
006570         AT END
006580             MOVE 'Y' TO CMRG-SCAN-SWITCH
006590             GO TO 2410-MOVE-ONE-MEMO-EXIT.
006600     IF CRM-CUST-ID NOT = CMRG-RETIRED-ID
006610         MOVE 'Y' TO CMRG-SCAN-SWITCH
006620         GO TO 2410-MOVE-ONE-MEMO-EXIT
006630     END-IF.
006640     ADD 1 TO CMRG-C-CRM-FOUND.
006650     MOVE CRM-KEY TO CMRG-CRM-LAST-KEY.
006660     DELETE CRMEMO-FILE
006670         INVALID KEY
006680             ADD 1 TO CMRG-C-CRM-FAILED
006690             GO TO 2410-MOVE-ONE-RESTART.
006700     MOVE 'Y' TO CMRG-MOVE-OK-SWITCH.
006710     MOVE CMRG-SURVIVOR-ID TO CRM-CUST-ID.
006720     IF CRM-RATE-CUST-ID = CMRG-RETIRED-ID
006730         MOVE CMRG-SURVIVOR-ID TO CRM-RATE-CUST-ID
006740     END-IF.
006750     WRITE CRM-RECORD
006760         INVALID KEY
006770             MOVE 'N' TO CMRG-MOVE-OK-SWITCH
006780     END-WRITE.
006790     IF RECORD-WAS-MOVED
006800         ADD 1 TO CMRG-C-CRM-MOVED
006810     ELSE
006820         ADD 1 TO CMRG-C-CRM-FAILED
006830         MOVE CMRG-CRM-LAST-KEY TO CRM-KEY
006840         WRITE CRM-RECORD
006850             INVALID KEY
006860                 DISPLAY 'CRMEMO RESTORE FAILED - KEY '
006870                     CMRG-CRM-LAST-KEY
006880         END-WRITE
006890     END-IF.
006900 2410-MOVE-ONE-RESTART.
006910     MOVE CMRG-CRM-LAST-KEY TO CRM-KEY.
006920     START CRMEMO-FILE KEY > CRM-KEY
006930         INVALID KEY
006940             MOVE 'Y' TO CMRG-SCAN-SWITCH
006950     END-START.
006960 2410-MOVE-ONE-MEMO-EXIT.
006970     EXIT.

006980*****************************************************************
006990*    2500-CARRY-RATES
007000*        CARRY THE RETIRED ID'S RATE OVERRIDES FORWARD TO THE
007010*        SURVIVOR.  A SURVIVOR WITH OVERRIDES OF ITS OWN KEEPS
007020*        THEM - MIXING IN THE RETIRED ID'S DATES WOULD CHANGE THE
007030*        SURVIVOR'S PRICING - AND THE RETIRED ONES ARE DROPPED.
007040*        EITHER WAY NO RATE RECORD IS LEFT UNDER THE RETIRED ID.
007050*****************************************************************
007060 2500-CARRY-RATES.
007070     MOVE 'N' TO CMRG-OWN-RATES-SWITCH.
007080     MOVE CMRG-SURVIVOR-ID TO RATE-CUST-ID.
007090     MOVE ZERO TO RATE-EFF-DATE.
007100     START RATEMAST-FILE KEY NOT < RATE-KEY
007110         INVALID KEY
007120             GO TO 2500-CARRY-START
007130     END-START.
007140     READ RATEMAST-FILE NEXT RECORD
007150         AT END
007160             GO TO 2500-CARRY-START.
007170     IF RATE-CUST-ID = CMRG-SURVIVOR-ID
007180         MOVE 'Y' TO CMRG-OWN-RATES-SWITCH
007190     END-IF.
007200 2500-CARRY-START.
007210     MOVE CMRG-RETIRED-ID TO RATE-CUST-ID.
007220     MOVE ZERO TO RATE-EFF-DATE.
007230     START RATEMAST-FILE KEY NOT < RATE-KEY
007240         INVALID KEY
007250             GO TO 2500-CARRY-RATES-EXIT
007260     END-START.
007270     MOVE 'N' TO CMRG-SCAN-SWITCH.
007280     PERFORM 2510-CARRY-ONE-RATE THRU 2510-CARRY-ONE-RATE-EXIT
007290         UNTIL SCAN-IS-DONE.
007300 2500-CARRY-RATES-EXIT.
007310     EXIT.

007320*****************************************************************
007330*    2510-CARRY-ONE-RATE
007340*        READ THE NEXT RATE RECORD AND, WHILE IT IS THE RETIRED
007350*        ID'S, DELETE IT AND (SURVIVOR WITHOUT RATES OF ITS OWN)
007360*        WRITE IT BACK UNDER THE SURVIVOR WITH ITS EFFECTIVE DATE.
007370*****************************************************************
007380 2510-CARRY-ONE-RATE.
007390     READ RATEMAST-FILE NEXT RECORD
007400         AT END
007410             MOVE 'Y' TO CMRG-SCAN-SWITCH
007420             GO TO 2510-CARRY-ONE-RATE-EXIT.
007430     IF RATE-CUST-ID NOT = CMRG-RETIRED-ID
007440         MOVE 'Y' TO CMRG-SCAN-SWITCH
007450         GO TO 2510-CARRY-ONE-RATE-EXIT
007460     END-IF.
007470     ADD 1 TO CMRG-C-RATE-FOUND.
007480     MOVE RATE-KEY TO CMRG-RATE-LAST-KEY.
007490     DELETE RATEMAST-FILE
007500         INVALID KEY
007510             ADD 1 TO CMRG-C-RATE-DROPPED
007520             GO TO 2510-CARRY-ONE-RESTART.
007530     IF SURVIVOR-HAS-OWN-RATES
007540         ADD 1 TO CMRG-C-RATE-DROPPED
007550         GO TO 2510-CARRY-ONE-RESTART
007560     END-IF.
007570     MOVE CMRG-SURVIVOR-ID TO RATE-CUST-ID.
007580     WRITE RATE-RECORD
007590         INVALID KEY
007600             ADD 1 TO CMRG-C-RATE-DROPPED
007610         NOT INVALID KEY
007620             ADD 1 TO CMRG-C-RATE-CARRIED
007630     END-WRITE.
007640 2510-CARRY-ONE-RESTART.
007650     MOVE CMRG-RATE-LAST-KEY TO RATE-KEY.
007660     START RATEMAST-FILE KEY > RATE-KEY
007670         INVALID KEY
007680             MOVE 'Y' TO CMRG-SCAN-SWITCH
007690     END-START.
007700 2510-CARRY-ONE-RATE-EXIT.
007710     EXIT.

007720*****************************************************************
007730*    2600-COMBINE-BALANCE
007740*        ADD THE RETIRED ID'S ARBAL BUCKETS INTO THE SURVIVOR'S,
007750*        BUCKET BY BUCKET, KEEPING THE LATER OF EACH LAST BILL,
007760*        PAYMENT AND CREDIT DATE.  A SURVIVOR WITH NO BALANCE
007770*        RECORD TAKES THE RETIRED ONE OVER WHOLE.  THE RETIRED
007780*        RECORD IS THEN DELETED.  BEFORE AND AFTER IMAGES GO TO
007790*        THE REGISTER.
007800*****************************************************************
007810 2600-COMBINE-BALANCE.
007820     MOVE CMRG-RETIRED-ID TO ARB-CUST-ID.
007830     READ ARBAL-FILE
007840         INVALID KEY
007850             GO TO 2600-COMBINE-BALANCE-EXIT.
007860     ADD 1 TO CMRG-C-ARB-FOUND.
007861*    A BALANCE RECORD WRITTEN BEFORE CREDIT MEMOS WERE POSTED TO
007862*    ARBAL CARRIES SPACES IN THE LAST CREDIT DATE.
007863     IF ARB-LAST-CREDIT-DATE NOT NUMERIC
007864         MOVE ZERO TO ARB-LAST-CREDIT-DATE
007865     END-IF.
007870     MOVE ARB-CURR-AMT         TO CMRG-RB-CURR.
007880     MOVE ARB-AGE-30-AMT       TO CMRG-RB-AGE-30.
007890     MOVE ARB-AGE-60-AMT       TO CMRG-RB-AGE-60.
007900     MOVE ARB-AGE-90-AMT       TO CMRG-RB-AGE-90.
007910     MOVE ARB-BALANCE          TO CMRG-RB-BALANCE.
007920     MOVE ARB-LAST-BILL-DATE   TO CMRG-RB-LAST-BILL.
007930     MOVE ARB-LAST-PAY-DATE    TO CMRG-RB-LAST-PAY.
007940     MOVE ARB-LAST-CREDIT-DATE TO CMRG-RB-LAST-CREDIT.
007950     MOVE MRG-BALHDR-LINE TO MRG-RPT-RECORD.
007960     WRITE MRG-RPT-RECORD.
007970     MOVE 'RETIRED BEFORE  ' TO MRG-B-TAG.
007980     PERFORM 2650-WRITE-BALANCE-LINE
007990         THRU 2650-WRITE-BALANCE-LINE-EXIT.
008000     MOVE CMRG-SURVIVOR-ID TO ARB-CUST-ID.
008010     READ ARBAL-FILE
008020         INVALID KEY
008030             GO TO 2600-MOVE-WHOLE.
008031     IF ARB-LAST-CREDIT-DATE NOT NUMERIC
008032         MOVE ZERO TO ARB-LAST-CREDIT-DATE
008033     END-IF.
008040     MOVE 'SURVIVOR BEFORE ' TO MRG-B-TAG.
008050     PERFORM 2650-WRITE-BALANCE-LINE
008060         THRU 2650-WRITE-BALANCE-LINE-EXIT.
008070     ADD CMRG-RB-CURR    TO ARB-CURR-AMT.
008080     ADD CMRG-RB-AGE-30  TO ARB-AGE-30-AMT.
008090     ADD CMRG-RB-AGE-60  TO ARB-AGE-60-AMT.
008100     ADD CMRG-RB-AGE-90  TO ARB-AGE-90-AMT.
008110     ADD CMRG-RB-BALANCE TO ARB-BALANCE.
008120     IF CMRG-RB-LAST-BILL > ARB-LAST-BILL-DATE
008130         MOVE CMRG-RB-LAST-BILL TO ARB-LAST-BILL-DATE
008140     END-IF.
008150     IF CMRG-RB-LAST-PAY > ARB-LAST-PAY-DATE
008160         MOVE CMRG-RB-LAST-PAY TO ARB-LAST-PAY-DATE
008170     END-IF.
008180     IF CMRG-RB-LAST-CREDIT > ARB-LAST-CREDIT-DATE
008190         MOVE CMRG-RB-LAST-CREDIT TO ARB-LAST-CREDIT-DATE
008200     END-IF.
008210     REWRITE ARB-RECORD
008220         INVALID KEY
008230             DISPLAY 'ARBAL REWRITE FAILED - CUST '
008240                 CMRG-SURVIVOR-ID
008250             GO TO 2600-COMBINE-BALANCE-EXIT.
008260     ADD 1 TO CMRG-C-ARB-COMBINED.
008270     GO TO 2600-DELETE-RETIRED.
008280 2600-MOVE-WHOLE.
008290     MOVE CMRG-SURVIVOR-ID     TO ARB-CUST-ID.
008300     MOVE CMRG-RB-CURR         TO ARB-CURR-AMT.
008310     MOVE CMRG-RB-AGE-30       TO ARB-AGE-30-AMT.
008320     MOVE CMRG-RB-AGE-60       TO ARB-AGE-60-AMT.
008330     MOVE CMRG-RB-AGE-90       TO ARB-AGE-90-AMT.
008340     MOVE CMRG-RB-BALANCE      TO ARB-BALANCE.
008350     MOVE CMRG-RB-LAST-BILL    TO ARB-LAST-BILL-DATE.
008360     MOVE CMRG-RB-LAST-PAY     TO ARB-LAST-PAY-DATE.
008370     MOVE CMRG-RB-LAST-CREDIT  TO ARB-LAST-CREDIT-DATE.
008380     WRITE ARB-RECORD
008390         INVALID KEY
008400             DISPLAY 'ARBAL WRITE FAILED - CUST '
008410                 CMRG-SURVIVOR-ID
008420             GO TO 2600-COMBINE-BALANCE-EXIT.
008430     ADD 1 TO CMRG-C-ARB-MOVED.
008440 2600-DELETE-RETIRED.
008450     MOVE 'SURVIVOR AFTER  ' TO MRG-B-TAG.
008460     PERFORM 2650-WRITE-BALANCE-LINE
008470         THRU 2650-WRITE-BALANCE-LINE-EXIT.
008480     ADD CMRG-RB-BALANCE TO CMRG-T-ARB-AMOUNT.
008490     MOVE CMRG-RETIRED-ID TO ARB-CUST-ID.
008500     DELETE ARBAL-FILE
008510         INVALID KEY
008520             DISPLAY 'ARBAL DELETE FAILED - CUST '
008530                 CMRG-RETIRED-ID
008540     END-DELETE.
008550 2600-COMBINE-BALANCE-EXIT.
008560     EXIT.

008570*****************************************************************
008580*    2650-WRITE-BALANCE-LINE
008590*        WRITE THE ARBAL RECORD NOW IN THE FD AREA AS ONE IMAGE
008600*        LINE UNDER THE TAG ALREADY SET.
008610*****************************************************************
008620 2650-WRITE-BALANCE-LINE.
008630     MOVE ARB-CUST-ID    TO MRG-B-CUST-ID.
008640     MOVE ARB-CURR-AMT   TO MRG-B-CURR.
008650     MOVE ARB-AGE-30-AMT TO MRG-B-AGE-30.
008660     MOVE ARB-AGE-60-AMT TO MRG-B-AGE-60.
008670     MOVE ARB-AGE-90-AMT TO MRG-B-AGE-90.
008680     MOVE ARB-BALANCE    TO MRG-B-BALANCE.
008690     MOVE MRG-BAL-LINE TO MRG-RPT-RECORD.
008700     WRITE MRG-RPT-RECORD.
008710 2650-WRITE-BALANCE-LINE-EXIT.
008720     EXIT.

008730*****************************************************************
008740*    2700-CLOSE-RETIRED
008750*        CLOSE THE RETIRED MASTER RECORD WITH A POINTER TO THE
008760*        SURVIVOR (ANY COLLECTIONS HOLD GOES WITH THE CLOSE) AND
008770*        PRINT IT BEFORE AND AFTER, THEN THE SURVIVOR AS IT NOW
008780*        STANDS.
008790*****************************************************************
008800 2700-CLOSE-RETIRED.
008810     MOVE CMRG-RETIRED-ID TO CUST-ID.
008820     READ CUSTMAST-FILE
008830         INVALID KEY
008840             DISPLAY 'CUSTMAST RE-READ FAILED - CUST '
008850                 CMRG-RETIRED-ID
008851             ADD 1 TO CMRG-T-CUST-CLS-FAILED
008852             IF RETURN-CODE < 8
008853                 MOVE 8 TO RETURN-CODE
008854             END-IF
008860             GO TO 2700-CLOSE-RETIRED-EXIT.
008870     MOVE 'CUSTMAST BEFORE ' TO MRG-M-TAG.
008880     PERFORM 2750-WRITE-CUST-LINE THRU 2750-WRITE-CUST-LINE-EXIT.
008881     MOVE CUST-RECORD TO CHGC-BEFORE-IMAGE.
008890     MOVE 'C' TO CUST-ACCOUNT-STATUS.
008900     MOVE SPACE TO CUST-HOLD-CODE.
008910     MOVE CMRG-SURVIVOR-ID TO CUST-MERGED-TO-ID.
008920     REWRITE CUST-RECORD
008930         INVALID KEY
008940             DISPLAY 'CUSTMAST REWRITE FAILED - CUST '
008950                 CMRG-RETIRED-ID
008951             ADD 1 TO CMRG-T-CUST-CLS-FAILED
008952             IF RETURN-CODE < 8
008953                 MOVE 8 TO RETURN-CODE
008954             END-IF
008960             GO TO 2700-CLOSE-RETIRED-EXIT.
008970     ADD 1 TO CMRG-T-CUST-CLOSED.
008971     MOVE 'C' TO CHGC-ACTION.
008972     MOVE 'MERGED INTO' TO CHGC-REASON.
008973     MOVE CMRG-SURVIVOR-ID TO CHGC-REASON(13:6).
008974     PERFORM 2950-RECORD-HISTORY THRU 2950-RECORD-HISTORY-EXIT.
008980     MOVE 'CUSTMAST AFTER  ' TO MRG-M-TAG.
008990     PERFORM 2750-WRITE-CUST-LINE THRU 2750-WRITE-CUST-LINE-EXIT.
009000     MOVE CMRG-SURVIVOR-ID TO CUST-ID.
009010     READ CUSTMAST-FILE
009020         INVALID KEY
009030             GO TO 2700-CLOSE-RETIRED-EXIT.
009040     MOVE 'SURVIVOR        ' TO MRG-M-TAG.
009050     PERFORM 2750-WRITE-CUST-LINE THRU 2750-WRITE-CUST-LINE-EXIT.
009060 2700-CLOSE-RETIRED-EXIT.
009070     EXIT.

009080*****************************************************************
009090*    2750-WRITE-CUST-LINE
009100*        WRITE THE CUSTMAST RECORD NOW IN THE FD AREA AS ONE
009110*        IMAGE LINE UNDER THE TAG ALREADY SET.
009120*****************************************************************
009130 2750-WRITE-CUST-LINE.
009140     MOVE CUST-ID             TO MRG-M-CUST-ID.
009150     MOVE CUST-NAME           TO MRG-M-NAME.
009160     MOVE CUST-ACCOUNT-STATUS TO MRG-M-STATUS.
009170     MOVE CUST-MERGED-TO-ID   TO MRG-M-MERGED-TO.
009180     MOVE MRG-CUST-LINE TO MRG-RPT-RECORD.
009190     WRITE MRG-RPT-RECORD.
009200 2750-WRITE-CUST-LINE-EXIT.
009210     EXIT.

009220*****************************************************************
009230*    2800-WRITE-CARD-LINE
009240*        WRITE THE REGISTER LINE IDENTIFYING THE CARD AND ITS
009250*        DISPOSITION.
009260*****************************************************************
009270 2800-WRITE-CARD-LINE.
009280     MOVE SPACES TO MRG-RPT-RECORD.
009290     WRITE MRG-RPT-RECORD.
009300     MOVE CMRG-SURVIVOR-ID  TO MRG-C-SURVIVOR.
009310     MOVE CMRG-RETIRED-ID   TO MRG-C-RETIRED.
009320     MOVE MRG-OPERATOR-ID   TO MRG-C-OPERATOR.
009330     MOVE CMRG-DISPOSITION  TO MRG-C-DISPOSITION.
009340     MOVE MRG-CARD-LINE TO MRG-RPT-RECORD.
009350     WRITE MRG-RPT-RECORD.
009360 2800-WRITE-CARD-LINE-EXIT.
009370     EXIT.

009380*****************************************************************
009390*    2850-WRITE-CARD-COUNTS
009400*        WRITE THE CARD'S COUNT LINE FOR EACH INDEXED FILE AND ADD
009410*        THE COUNTS TO THE RUN CONTROL TOTALS.
009420*****************************************************************
009430 2850-WRITE-CARD-COUNTS.
009440     MOVE 'AUDHIST '   TO MRG-F-FILE.
009450     MOVE 'FOUND     ' TO MRG-F-LABEL-1.
009460     MOVE 'MOVED     ' TO MRG-F-LABEL-2.
009470     MOVE 'NOT MOVED ' TO MRG-F-LABEL-3.
009480     MOVE CMRG-C-AHST-FOUND  TO MRG-F-COUNT-1.
009490     MOVE CMRG-C-AHST-MOVED  TO MRG-F-COUNT-2.
009500     MOVE CMRG-C-AHST-FAILED TO MRG-F-COUNT-3.
009510     MOVE MRG-FILE-LINE TO MRG-RPT-RECORD.
009520     WRITE MRG-RPT-RECORD.
009530     MOVE 'CRMEMO  '   TO MRG-F-FILE.
009540     MOVE CMRG-C-CRM-FOUND  TO MRG-F-COUNT-1.
009550     MOVE CMRG-C-CRM-MOVED  TO MRG-F-COUNT-2.
009560     MOVE CMRG-C-CRM-FAILED TO MRG-F-COUNT-3.
009570     MOVE MRG-FILE-LINE TO MRG-RPT-RECORD.
009580     WRITE MRG-RPT-RECORD.
009590     MOVE 'RATEMAST'   TO MRG-F-FILE.
009600     MOVE 'OVERRIDES ' TO MRG-F-LABEL-1.
009610     MOVE 'CARRIED   ' TO MRG-F-LABEL-2.
009620     MOVE 'DROPPED   ' TO MRG-F-LABEL-3.
009630     MOVE CMRG-C-RATE-FOUND   TO MRG-F-COUNT-1.
009640     MOVE CMRG-C-RATE-CARRIED TO MRG-F-COUNT-2.
009650     MOVE CMRG-C-RATE-DROPPED TO MRG-F-COUNT-3.
009660     MOVE MRG-FILE-LINE TO MRG-RPT-RECORD.
009670     WRITE MRG-RPT-RECORD.
009680     MOVE 'ARBAL   '   TO MRG-F-FILE.
009690     MOVE 'FOUND     ' TO MRG-F-LABEL-1.
009700     MOVE 'COMBINED  ' TO MRG-F-LABEL-2.
009710     MOVE 'MOVED     ' TO MRG-F-LABEL-3.
009720     MOVE CMRG-C-ARB-FOUND    TO MRG-F-COUNT-1.
009730     MOVE CMRG-C-ARB-COMBINED TO MRG-F-COUNT-2.
009740     MOVE CMRG-C-ARB-MOVED    TO MRG-F-COUNT-3.
009750     MOVE MRG-FILE-LINE TO MRG-RPT-RECORD.
009760     WRITE MRG-RPT-RECORD.
009770     ADD CMRG-C-AHST-FOUND   TO CMRG-T-AHST-FOUND.
009780     ADD CMRG-C-AHST-MOVED   TO CMRG-T-AHST-MOVED.
009790     ADD CMRG-C-AHST-FAILED  TO CMRG-T-AHST-FAILED.
009800     ADD CMRG-C-CRM-FOUND    TO CMRG-T-CRM-FOUND.
009810     ADD CMRG-C-CRM-MOVED    TO CMRG-T-CRM-MOVED.
009820     ADD CMRG-C-CRM-FAILED   TO CMRG-T-CRM-FAILED.
009830     ADD CMRG-C-RATE-FOUND   TO CMRG-T-RATE-FOUND.
009840     ADD CMRG-C-RATE-CARRIED TO CMRG-T-RATE-CARRIED.
009850     ADD CMRG-C-RATE-DROPPED TO CMRG-T-RATE-DROPPED.
009860     ADD CMRG-C-ARB-FOUND    TO CMRG-T-ARB-FOUND.
009870     ADD CMRG-C-ARB-COMBINED TO CMRG-T-ARB-COMBINED.
009880     ADD CMRG-C-ARB-MOVED    TO CMRG-T-ARB-MOVED.
009890 2850-WRITE-CARD-COUNTS-EXIT.
009900     EXIT.

009910*****************************************************************
009920*    2900-FIND-MERGE
009930*        SEARCH THE MERGE TABLE FOR THE SEARCH ID AS A RETIRED
009940*        ID.  THE USE INDEX IS LEFT ZERO WHEN IT WAS NOT MERGED.
009950*****************************************************************
009960 2900-FIND-MERGE.
009970     MOVE ZERO TO CMRG-XREF-USE-IDX.
009980     MOVE 1 TO CMRG-XREF-IDX.
009990     PERFORM 2905-CHECK-ONE-MERGE THRU 2905-CHECK-ONE-MERGE-EXIT
010000         UNTIL CMRG-XREF-USE-IDX NOT = ZERO
010010             OR CMRG-XREF-IDX > CMRG-XREF-COUNT.
010020 2900-FIND-MERGE-EXIT.
010030     EXIT.

010040*****************************************************************
010050*    2905-CHECK-ONE-MERGE
010060*        COMPARE ONE MERGE TABLE ENTRY AGAINST THE SEARCH ID.
010070*****************************************************************
010080 2905-CHECK-ONE-MERGE.
010090     IF CMRG-X-RETIRED(CMRG-XREF-IDX) = CMRG-XREF-SEARCH-ID
010100         MOVE CMRG-XREF-IDX TO CMRG-XREF-USE-IDX
010110     ELSE
010120         ADD 1 TO CMRG-XREF-IDX
010130     END-IF.
010140 2905-CHECK-ONE-MERGE-EXIT.
010150     EXIT.

010151*****************************************************************
010152*    2910-REPOINT-ONE-MERGE
010153*        AN EARLIER ENTRY WHOSE SURVIVOR IS THE ID THIS CARD
010154*        RETIRES NOW NAMES THIS CARD'S SURVIVOR, SO A CHAIN OF
010155*        MERGES IN ONE RUN (A INTO B, THEN B INTO C) LEAVES EVERY
010156*        ENTRY ON THE FINAL SURVIVOR.  THE EDITS REFUSE A SURVIVOR
010157*        THAT IS CLOSED, SO THE CHAIN CANNOT LOOP.
010158*****************************************************************
010159 2910-REPOINT-ONE-MERGE.
010160     IF CMRG-X-SURVIVOR(CMRG-XREF-IDX) = CMRG-RETIRED-ID
010161         MOVE CMRG-SURVIVOR-ID TO CMRG-X-SURVIVOR(CMRG-XREF-IDX)
010162     END-IF.
010163 2910-REPOINT-ONE-MERGE-EXIT.
010164     EXIT.

010165*****************************************************************
010166*    2950-RECORD-HISTORY
010167*        FILE THE MASTER RECORD JUST ADDED UNDER THE NEW ID OR
010168*        CLOSED INTO THE SURVIVOR ON THE CUSTOMER MASTER CHANGE
010169*        HISTORY, WITH THE MASTER RECORD BEFORE AND AFTER AND THE
010170*        OPERATOR ON THE MERGE CARD (THE ACTION, REASON AND BEFORE
010171*        IMAGE ARE SET BY THE CALLER).  THE CALL HANDS BACK THE
010172*        SUBROUTINE'S OWN RETURN-CODE, SO THE RUN'S IS SAVED
010173*        ACROSS IT AND PUT BACK.  A CHANGE THAT COULD NOT BE FILED
010174*        IS DISPLAYED AND RAISES THE RUN TO RETURN CODE 4.
010175*****************************************************************
010176 2950-RECORD-HISTORY.
010177     MOVE RETURN-CODE       TO CMRG-SAVE-RETURN-CODE.
010178     MOVE 'CUST-MERGE'      TO CHGC-PROGRAM-ID.
010179     MOVE CMRG-HIST-OPERATOR TO CHGC-OPERATOR-ID.
010180     MOVE CMRG-RUN-DATE     TO CHGC-BUSINESS-DATE.
010181     MOVE CUST-RECORD       TO CHGC-AFTER-IMAGE.
010182     CALL 'CUSTOMER-HISTORY' USING CHG-COMMAREA.
010183     MOVE CMRG-SAVE-RETURN-CODE TO RETURN-CODE.
010184     IF CHGC-HISTORY-FAILED
010185         DISPLAY 'CHANGE HISTORY NOT FILED - CUST ' CUST-ID
010186             ' - ' CHGC-ERROR-TEXT
010187         IF RETURN-CODE < 4
010188             MOVE 4 TO RETURN-CODE
010189         END-IF
010190     END-IF.
010191 2950-RECORD-HISTORY-EXIT.
010192     EXIT.

010193*****************************************************************
010194*    2960-REPOINT-MASTERS
010195*        BROWSE CUSTMAST FOR CLOSED RECORDS WHOSE MERGED-TO
010196*        POINTER NAMES AN ID RETIRED TONIGHT - LEFT BY AN EARLIER
010197*        CARD THIS RUN OR BY AN EARLIER RUN - AND MOVE THE POINTER
010198*        ON TO THE FINAL SURVIVOR, SO CALC-ENGINE NEVER REFERS A
010199*        CUSTOMER TO A CLOSED ACCOUNT.  NOTHING TO DO WHEN NO CARD
010200*        WAS APPLIED.
010201*****************************************************************
010202 2960-REPOINT-MASTERS.
010203     IF CMRG-XREF-COUNT = ZERO
010204         GO TO 2960-REPOINT-MASTERS-EXIT
010205     END-IF.
010206     MOVE LOW-VALUES TO CUST-ID.
010207     START CUSTMAST-FILE KEY NOT < CUST-ID
010208         INVALID KEY
010209             GO TO 2960-REPOINT-MASTERS-EXIT
010210     END-START.
010211     MOVE 'N' TO CMRG-SCAN-SWITCH.
010212     PERFORM 2965-REPOINT-ONE-MASTER
010213         THRU 2965-REPOINT-ONE-MASTER-EXIT
010214         UNTIL SCAN-IS-DONE.
010215 2960-REPOINT-MASTERS-EXIT.
010216     EXIT.

010217*****************************************************************
010218*    2965-REPOINT-ONE-MASTER
010219*        READ THE NEXT MASTER RECORD.  ONE WHOSE POINTER NAMES A
010220*        RETIRED ID IN THE MERGE TABLE IS REWRITTEN POINTING AT
010221*        THAT ID'S SURVIVOR AND FILED ON THE CHANGE HISTORY UNDER
010222*        THE OPERATOR WHO RETIRED THE ID.
010223*****************************************************************
010224 2965-REPOINT-ONE-MASTER.
010225     READ CUSTMAST-FILE NEXT RECORD
010226         AT END
010227             MOVE 'Y' TO CMRG-SCAN-SWITCH
010228             GO TO 2965-REPOINT-ONE-MASTER-EXIT.
010229     IF CUST-MERGED-TO-ID = SPACES
010230         GO TO 2965-REPOINT-ONE-MASTER-EXIT
010231     END-IF.
010232     MOVE CUST-MERGED-TO-ID TO CMRG-XREF-SEARCH-ID.
010233     PERFORM 2900-FIND-MERGE THRU 2900-FIND-MERGE-EXIT.
010234     IF CMRG-XREF-USE-IDX = ZERO
010235         GO TO 2965-REPOINT-ONE-MASTER-EXIT
010236     END-IF.
010237     MOVE CUST-RECORD TO CHGC-BEFORE-IMAGE.
010238     MOVE CMRG-X-SURVIVOR(CMRG-XREF-USE-IDX) TO CUST-MERGED-TO-ID.
010239     REWRITE CUST-RECORD
010240         INVALID KEY
010241             DISPLAY 'CUSTMAST REPOINT FAILED - CUST ' CUST-ID
010242             ADD 1 TO CMRG-T-CUST-RPT-FAILED
010243             GO TO 2965-REPOINT-ONE-MASTER-EXIT.
010244     ADD 1 TO CMRG-T-CUST-REPOINTED.
010245     MOVE 'C' TO CHGC-ACTION.
010246     MOVE 'MERGE POINTER MOVED TO' TO CHGC-REASON.
010247     MOVE CUST-MERGED-TO-ID TO CHGC-REASON(24:6).
010248     MOVE CMRG-X-OPERATOR(CMRG-XREF-USE-IDX)
010249         TO CMRG-HIST-OPERATOR.
010250     PERFORM 2950-RECORD-HISTORY THRU 2950-RECORD-HISTORY-EXIT.
010251 2965-REPOINT-ONE-MASTER-EXIT.
010252     EXIT.

010253*****************************************************************
010254*    3000-REKEY-SUSPENSE
010255*        COPY THE HELD SUSPENSE FILE (SUSPIN) TO ITS NEW
010256*        GENERATION (SUSPOUT), MOVING WORK HELD UNDER A RETIRED ID
010257*        TO ITS SURVIVOR WITH THE HELD DATE AND BOUNCE COUNT
010258*        INTACT.  NO SUSPIN MEANS NOTHING IS HELD - AN EMPTY
010259*        SUSPOUT IS STILL WRITTEN.
010260*****************************************************************
010261 3000-REKEY-SUSPENSE.
010262     OPEN OUTPUT SUSPOUT-FILE.
010263     IF CMRG-SUSPOUT-STATUS NOT = '00'
010270         DISPLAY 'SUSPOUT OPEN FAILED - STATUS '
010280             CMRG-SUSPOUT-STATUS
010281         MOVE 16 TO RETURN-CODE
010290         GO TO 3000-REKEY-SUSPENSE-EXIT
010300     END-IF.
010310     OPEN INPUT SUSPIN-FILE.
010320     IF CMRG-SUSPIN-STATUS NOT = '00'
010330         DISPLAY 'SUSPIN NOT AVAILABLE - STATUS '
010340             CMRG-SUSPIN-STATUS ' - NOTHING HELD'
010350         CLOSE SUSPOUT-FILE
010360         GO TO 3000-REKEY-SUSPENSE-EXIT
010370     END-IF.
010380     PERFORM 3100-REKEY-ONE-SUSPENSE
010390         THRU 3100-REKEY-ONE-SUSPENSE-EXIT
010400         UNTIL END-OF-SUSPIN.
010410     CLOSE SUSPIN-FILE.
010420     CLOSE SUSPOUT-FILE.
010430 3000-REKEY-SUSPENSE-EXIT.
010440     EXIT.

010450*****************************************************************
010460*    3100-REKEY-ONE-SUSPENSE
010470*        READ ONE HELD SUSPENSE RECORD, REKEY IT WHEN ITS
010480*        CUSTOMER WAS RETIRED THIS RUN, AND WRITE IT.
010490*****************************************************************
010500 3100-REKEY-ONE-SUSPENSE.
010510     READ SUSPIN-FILE
010520         AT END
010530             MOVE 'Y' TO CMRG-SUSPIN-EOF-SWITCH
010540             GO TO 3100-REKEY-ONE-SUSPENSE-EXIT.
010550     ADD 1 TO CMRG-T-SUSP-READ.
010560     MOVE SUSP-CUST-ID TO CMRG-XREF-SEARCH-ID.
010570     PERFORM 2900-FIND-MERGE THRU 2900-FIND-MERGE-EXIT.
010580     IF CMRG-XREF-USE-IDX NOT = ZERO
010590         MOVE CMRG-X-SURVIVOR(CMRG-XREF-USE-IDX) TO SUSP-CUST-ID
010600         ADD 1 TO CMRG-T-SUSP-REKEYED
010610     END-IF.
010620     MOVE SUSP-RECORD TO SUSPOUT-RECORD.
010630     WRITE SUSPOUT-RECORD.
010640     ADD 1 TO CMRG-T-SUSP-WRITTEN.
010650 3100-REKEY-ONE-SUSPENSE-EXIT.
010660     EXIT.

010670*****************************************************************
010680*    4000-REKEY-EXCHOLD
010690*        COPY THE HELD EXCEPTION FILE (EXCHIN, THE CURRENT EXCHOLD
010700*        GENERATION) TO ITS REPLACEMENT (EXCHOUT), MOVING
010710*        EXCEPTIONS HELD UNDER A RETIRED ID TO ITS SURVIVOR.  NO
010720*        EXCHIN MEANS NOTHING IS HELD - AN EMPTY EXCHOUT IS STILL
010730*        WRITTEN.
010740*****************************************************************
010750 4000-REKEY-EXCHOLD.
010760     OPEN OUTPUT EXCHOUT-FILE.
010770     IF CMRG-EXCHOUT-STATUS NOT = '00'
010780         DISPLAY 'EXCHOUT OPEN FAILED - STATUS '
010790             CMRG-EXCHOUT-STATUS
010791         MOVE 16 TO RETURN-CODE
010800         GO TO 4000-REKEY-EXCHOLD-EXIT
010810     END-IF.
010820     OPEN INPUT EXCHIN-FILE.
010830     IF CMRG-EXCHIN-STATUS NOT = '00'
010840         DISPLAY 'EXCHIN NOT AVAILABLE - STATUS '
010850             CMRG-EXCHIN-STATUS ' - NOTHING HELD'
010860         CLOSE EXCHOUT-FILE
010870         GO TO 4000-REKEY-EXCHOLD-EXIT
010880     END-IF.
010890     PERFORM 4100-REKEY-ONE-EXCEPTION
010900         THRU 4100-REKEY-ONE-EXCEPTION-EXIT
010910         UNTIL END-OF-EXCHIN.
010920     CLOSE EXCHIN-FILE.
010930     CLOSE EXCHOUT-FILE.
010940 4000-REKEY-EXCHOLD-EXIT.
010950     EXIT.

010960*****************************************************************
010970*    4100-REKEY-ONE-EXCEPTION
010980*        READ ONE HELD EXCEPTION, REKEY IT WHEN ITS CUSTOMER WAS
010990*        RETIRED THIS RUN, AND WRITE IT.
011000*****************************************************************
011010 4100-REKEY-ONE-EXCEPTION.
011020     READ EXCHIN-FILE
011030         AT END
011040             MOVE 'Y' TO CMRG-EXCHIN-EOF-SWITCH
011050             GO TO 4100-REKEY-ONE-EXCEPTION-EXIT.
011060     ADD 1 TO CMRG-T-EXC-READ.
011070     MOVE EXC-CUST-ID TO CMRG-XREF-SEARCH-ID.
011080     PERFORM 2900-FIND-MERGE THRU 2900-FIND-MERGE-EXIT.
011090     IF CMRG-XREF-USE-IDX NOT = ZERO
011100         MOVE CMRG-X-SURVIVOR(CMRG-XREF-USE-IDX) TO EXC-CUST-ID
011110         ADD 1 TO CMRG-T-EXC-REKEYED
011120     END-IF.
011130     MOVE EXC-RECORD TO EXCHOUT-RECORD.
011140     WRITE EXCHOUT-RECORD.
011150     ADD 1 TO CMRG-T-EXC-WRITTEN.
011160 4100-REKEY-ONE-EXCEPTION-EXIT.
011170     EXIT.

011180*****************************************************************
011190*    5000-WRITE-CONTROL-COUNTS
011200*        WRITE THE RUN CONTROL COUNTS FOR EVERY FILE TOUCHED -
011210*        FOUND EQUALS MOVED PLUS NOT MOVED ON THE INDEXED FILES,
011220*        READ EQUALS WRITTEN ON THE SEQUENTIAL ONES, AND THE
011230*        RETIRED BALANCE MOVED IS WHAT THE SURVIVORS GAINED.
011240*****************************************************************
011250 5000-WRITE-CONTROL-COUNTS.
011260     MOVE SPACES TO MRG-RPT-RECORD.
011270     WRITE MRG-RPT-RECORD.
011280     MOVE 'RUN CONTROL COUNTS BY FILE' TO MRG-S-TITLE.
011290     MOVE MRG-SECTION-LINE TO MRG-RPT-RECORD.
011300     WRITE MRG-RPT-RECORD.
011310     MOVE 'CUSTMAST'   TO MRG-F-FILE.
011320     MOVE 'CLOSED    ' TO MRG-F-LABEL-1.
011330     MOVE 'ADDED     ' TO MRG-F-LABEL-2.
011340     MOVE 'REJECTED  ' TO MRG-F-LABEL-3.
011350     MOVE CMRG-T-CUST-CLOSED TO MRG-F-COUNT-1.
011360     MOVE CMRG-T-CUST-ADDED  TO MRG-F-COUNT-2.
011370     MOVE CMRG-REJECT-COUNT  TO MRG-F-COUNT-3.
011380     MOVE MRG-FILE-LINE TO MRG-RPT-RECORD.
011390     WRITE MRG-RPT-RECORD.
011391     MOVE 'POINTERS'   TO MRG-F-FILE.
011392     MOVE 'REPOINTED ' TO MRG-F-LABEL-1.
011393     MOVE 'NOT REPNTD' TO MRG-F-LABEL-2.
011394     MOVE SPACES       TO MRG-F-LABEL-3.
011395     MOVE CMRG-T-CUST-REPOINTED  TO MRG-F-COUNT-1.
011396     MOVE CMRG-T-CUST-RPT-FAILED TO MRG-F-COUNT-2.
011397     MOVE ZERO                   TO MRG-F-COUNT-3.
011398     MOVE MRG-FILE-LINE TO MRG-RPT-RECORD.
011399     WRITE MRG-RPT-RECORD.
011400     MOVE CMRG-T-AHST-FOUND  TO CMRG-C-AHST-FOUND.
011410     MOVE CMRG-T-AHST-MOVED  TO CMRG-C-AHST-MOVED.
011420     MOVE CMRG-T-AHST-FAILED TO CMRG-C-AHST-FAILED.
011430     MOVE CMRG-T-CRM-FOUND   TO CMRG-C-CRM-FOUND.
011440     MOVE CMRG-T-CRM-MOVED   TO CMRG-C-CRM-MOVED.
011450     MOVE CMRG-T-CRM-FAILED  TO CMRG-C-CRM-FAILED.
011460     MOVE CMRG-T-RATE-FOUND  TO CMRG-C-RATE-FOUND.
011470     MOVE CMRG-T-RATE-CARRIED TO CMRG-C-RATE-CARRIED.
011480     MOVE CMRG-T-RATE-DROPPED TO CMRG-C-RATE-DROPPED.
011490     MOVE CMRG-T-ARB-FOUND   TO CMRG-C-ARB-FOUND.
011500     MOVE CMRG-T-ARB-COMBINED TO CMRG-C-ARB-COMBINED.
011510     MOVE CMRG-T-ARB-MOVED   TO CMRG-C-ARB-MOVED.
011520     MOVE 'AUDHIST '   TO MRG-F-FILE.
011530     MOVE 'FOUND     ' TO MRG-F-LABEL-1.
011540     MOVE 'MOVED     ' TO MRG-F-LABEL-2.
011550     MOVE 'NOT MOVED ' TO MRG-F-LABEL-3.
011560     MOVE CMRG-C-AHST-FOUND  TO MRG-F-COUNT-1.
011570     MOVE CMRG-C-AHST-MOVED  TO MRG-F-COUNT-2.
011580     MOVE CMRG-C-AHST-FAILED TO MRG-F-COUNT-3.
011590     MOVE MRG-FILE-LINE TO MRG-RPT-RECORD.
011600     WRITE MRG-RPT-RECORD.
011610     MOVE 'CRMEMO  '   TO MRG-F-FILE.
011620     MOVE CMRG-C-CRM-FOUND  TO MRG-F-COUNT-1.
011630     MOVE CMRG-C-CRM-MOVED  TO MRG-F-COUNT-2.
011640     MOVE CMRG-C-CRM-FAILED TO MRG-F-COUNT-3.
011650     MOVE MRG-FILE-LINE TO MRG-RPT-RECORD.
011660     WRITE MRG-RPT-RECORD.
011670     MOVE 'RATEMAST'   TO MRG-F-FILE.
011680     MOVE 'OVERRIDES ' TO MRG-F-LABEL-1.
011690     MOVE 'CARRIED   ' TO MRG-F-LABEL-2.
011700     MOVE 'DROPPED   ' TO MRG-F-LABEL-3.
011710     MOVE CMRG-C-RATE-FOUND   TO MRG-F-COUNT-1.
011720     MOVE CMRG-C-RATE-CARRIED TO MRG-F-COUNT-2.
011730     MOVE CMRG-C-RATE-DROPPED TO MRG-F-COUNT-3.
011740     MOVE MRG-FILE-LINE TO MRG-RPT-RECORD.
011750     WRITE MRG-RPT-RECORD.
011760     MOVE 'ARBAL   '   TO MRG-F-FILE.
011770     MOVE 'FOUND     ' TO MRG-F-LABEL-1.
011780     MOVE 'COMBINED  ' TO MRG-F-LABEL-2.
011790     MOVE 'MOVED     ' TO MRG-F-LABEL-3.
011800     MOVE CMRG-C-ARB-FOUND    TO MRG-F-COUNT-1.
011810     MOVE CMRG-C-ARB-COMBINED TO MRG-F-COUNT-2.
011820     MOVE CMRG-C-ARB-MOVED    TO MRG-F-COUNT-3.
011830     MOVE MRG-FILE-LINE TO MRG-RPT-RECORD.
011840     WRITE MRG-RPT-RECORD.
011850     MOVE 'ARBAL   ' TO MRG-A-FILE.
011860     MOVE 'RETIRED BALANCE MOVED   ' TO MRG-A-LABEL.
011870     MOVE CMRG-T-ARB-AMOUNT TO MRG-A-AMOUNT.
011880     MOVE MRG-AMOUNT-LINE TO MRG-RPT-RECORD.
011890     WRITE MRG-RPT-RECORD.
011900     MOVE 'SUSPENSE'   TO MRG-F-FILE.
011910     MOVE 'READ      ' TO MRG-F-LABEL-1.
011920     MOVE 'REKEYED   ' TO MRG-F-LABEL-2.
011930     MOVE 'WRITTEN   ' TO MRG-F-LABEL-3.
011940     MOVE CMRG-T-SUSP-READ    TO MRG-F-COUNT-1.
011950     MOVE CMRG-T-SUSP-REKEYED TO MRG-F-COUNT-2.
011960     MOVE CMRG-T-SUSP-WRITTEN TO MRG-F-COUNT-3.
011970     MOVE MRG-FILE-LINE TO MRG-RPT-RECORD.
011980     WRITE MRG-RPT-RECORD.
011990     MOVE 'EXCHOLD '   TO MRG-F-FILE.
012000     MOVE CMRG-T-EXC-READ    TO MRG-F-COUNT-1.
012010     MOVE CMRG-T-EXC-REKEYED TO MRG-F-COUNT-2.
012020     MOVE CMRG-T-EXC-WRITTEN TO MRG-F-COUNT-3.
012030     MOVE MRG-FILE-LINE TO MRG-RPT-RECORD.
012040     WRITE MRG-RPT-RECORD.
012041     MOVE 'CUSTMAST'   TO MRG-F-FILE.
012042     MOVE 'NOT CLOSED' TO MRG-F-LABEL-1.
012043     MOVE SPACES       TO MRG-F-LABEL-2.
012044     MOVE SPACES       TO MRG-F-LABEL-3.
012045     MOVE CMRG-T-CUST-CLS-FAILED TO MRG-F-COUNT-1.
012046     MOVE ZERO                   TO MRG-F-COUNT-2.
012047     MOVE ZERO                   TO MRG-F-COUNT-3.
012048     MOVE MRG-FILE-LINE TO MRG-RPT-RECORD.
012049     WRITE MRG-RPT-RECORD.
012050 5000-WRITE-CONTROL-COUNTS-EXIT.
012060     EXIT.

012070*****************************************************************
012080*    9000-TERMINATE
012090*        WRITE THE REGISTER TRAILER, CLOSE WHAT IS OPEN AND SHOW
012100*        THE RUN COUNTS.
012110*****************************************************************
012120 9000-TERMINATE.
012130     IF MRGRPT-IS-OPEN
012140         MOVE CMRG-READ-COUNT   TO MRG-T-READ-COUNT
012150         MOVE CMRG-MERGED-COUNT TO MRG-T-MERGED-COUNT
012160         MOVE CMRG-RENUM-COUNT  TO MRG-T-RENUM-COUNT
012170         MOVE CMRG-REJECT-COUNT TO MRG-T-REJECT-COUNT
012180         MOVE SPACES TO MRG-RPT-RECORD
012190         WRITE MRG-RPT-RECORD
012200         MOVE MRG-TRAILER-LINE TO MRG-RPT-RECORD
012210         WRITE MRG-RPT-RECORD
012220         CLOSE MRGRPT-FILE
012230         MOVE 'N' TO CMRG-MRGRPT-OPEN-SW
012240     END-IF.
012250     IF MRGIN-IS-OPEN
012260         CLOSE MRGIN-FILE
012270         MOVE 'N' TO CMRG-MRGIN-OPEN-SW
012280     END-IF.
012290     IF OPERAUTH-IS-OPEN
012300         CLOSE OPERAUTH-FILE
012310         MOVE 'N' TO CMRG-OPERAUTH-OPEN-SW
012320     END-IF.
012330     IF CUSTMAST-IS-OPEN
012340         CLOSE CUSTMAST-FILE
012350         MOVE 'N' TO CMRG-CUSTMAST-OPEN-SW
012360     END-IF.
012370     IF AUDHIST-IS-OPEN
012380         CLOSE AUDHIST-FILE
012390         MOVE 'N' TO CMRG-AUDHIST-OPEN-SW
012400     END-IF.
012410     IF CRMEMO-IS-OPEN
012420         CLOSE CRMEMO-FILE
012430         MOVE 'N' TO CMRG-CRMEMO-OPEN-SW
012440     END-IF.
012450     IF RATEMAST-IS-OPEN
012460         CLOSE RATEMAST-FILE
012470         MOVE 'N' TO CMRG-RATEMAST-OPEN-SW
012480     END-IF.
012490     IF ARBAL-IS-OPEN
012500         CLOSE ARBAL-FILE
012510         MOVE 'N' TO CMRG-ARBAL-OPEN-SW
012520     END-IF.
012530     DISPLAY 'MERGE CARDS READ:     ' CMRG-READ-COUNT.
012540     DISPLAY 'MERGED:               ' CMRG-MERGED-COUNT.
012550     DISPLAY 'RENUMBERED:           ' CMRG-RENUM-COUNT.
012560     DISPLAY 'REJECTED:             ' CMRG-REJECT-COUNT.
012570 9000-TERMINATE-EXIT.
012580     EXIT.
