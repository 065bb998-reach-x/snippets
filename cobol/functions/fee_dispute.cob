000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    FEE-DISPUTE.
000030 AUTHOR.        D. OKONKWO.
000040 INSTALLATION.  REACH-X DATA CENTER.
000050 DATE-WRITTEN.  10/14/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    MODIFICATION HISTORY
000090*    -------------------------------------------------------
000100*    10/14/2026  DOK   ORIGINAL PROGRAM.  FEE DISPUTE RE-RATING -
000110*                      READS THE DISPUTE CARDS (DSPIN, DSPCARD),
000120*                      EACH NAMING ONE AUDIT HISTORY TRANSACTION
000130*                      BY ITS FULL AHST KEY, AND RE-PRICES THAT
000140*                      TRANSACTION AT THE RATEMAST RATE IN EFFECT
000150*                      ON ITS DATE (THE CUSTOMER'S OWN RATE
000160*                      RECORD, OR 'DFLT' WHEN THERE IS NONE) FOR
000170*                      THE OPERATIONS IT WAS KEYED FOR.  THE
000180*                      ORIGINAL CHARGE COMES FROM THE RATES THE
000190*                      BILLING EXTRACT OF THAT NIGHT (BILLIN, THE
000200*                      BILLOUT FILE THE ARITHMETIC RUN WROTE)
000210*                      ACTUALLY CHARGED.  AN OVERCHARGE ON AN
000220*                      APPROVE CARD FROM AN OPERATOR WITH CREDIT
000230*                      AUTHORITY IS POSTED TO ARBAL AS A CREDIT
000240*                      MEMO - APPLIED OLDEST BUCKET FIRST UNDER
000250*                      ITS OWN DATE (ARB-LAST-CREDIT-DATE), NOT AS
000260*                      A PAYMENT - AND RECORDED ON THE CREDIT MEMO
000270*                      FILE (CRMEMO) FOR RECV-INVOICE AND
000280*                      CUSTOMER-STATEMENT TO PRINT.  EVERY CARD
000290*                      GETS A LINE ON THE DISPUTE REGISTER
000300*                      (DSPRPT) SHOWING THE ORIGINAL CHARGE, THE
000310*                      RE-RATED CHARGE, THE CREDIT GRANTED AND THE
000320*                      APPROVING OPERATOR.
000321*    10/15/2026  DOK   ONE CREDIT POSTED TWICE OR NOT AT ALL WAS
000322*                      POSSIBLE WHEN THE CRMEMO WRITE FAILED AFTER
000323*                      ARBAL WAS CREDITED.  THE MEMO IS NOW
000324*                      WRITTEN FIRST AND THE BALANCE CREDITED ONLY
000325*                      WHEN IT IS ON FILE; A FAILED MEMO WRITE
000326*                      REJECTS THE CARD, AND A FAILED BALANCE
000327*                      REWRITE BACKS THE MEMO OUT, BOTH WITH
000328*                      RETURN CODE 8.  EACH POSTED MEMO IS ALSO
000329*                      WRITTEN TO THE CRMOUT FEED FOR GL-JOURNAL.
000330*                      THE BILLIN GENERATION'S BUSINESS DATE COMES
000331*                      FROM THE DSPCTL CARD (DEFAULT THE BUSINESS
000332*                      DATE) AND A TRANSACTION FROM ANY OTHER DATE
000333*                      IS REJECTED - CHARGE NOT IN CURRENT
000334*                      BILLING.
000335*    10/15/2026  DOK   A CREDIT ON A TRANSACTION KEYED FOR ALL
000336*                      FOUR OPERATIONS NOW GOES TO THE CRMOUT FEED
000337*                      AS ONE RECORD PER OPERATION, SHARED BY EACH
000338*                      OPERATION'S PART OF THE CHARGE BILLED, SO
000339*                      THE LEDGER CAN DEBIT THE RIGHT REVENUE
000340*                      ACCOUNTS.  THE MEMO ON CRMEMO STAYS ONE
000341*                      RECORD.
000342*    10/15/2026  DOK   A FILE THAT CANNOT BE OPENED, OR A MISSING
000343*                      BUSINESS DATE, NOW ENDS THE RUN WITH RETURN
000344*                      CODE 16 SO THE SCHEDULER SEES THE FAILURE.
000345*****************************************************************

000346 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 SOURCE-COMPUTER.   IBM-370.
000370 OBJECT-COMPUTER.   IBM-370.

000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT DSPIN-FILE ASSIGN TO DSPIN
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS FDSP-DSPIN-STATUS.
000430     SELECT AUDHIST-FILE ASSIGN TO AUDHIST
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS RANDOM
000460         RECORD KEY IS AHST-KEY
000470         FILE STATUS IS FDSP-AUDHIST-STATUS.
000480     SELECT RATEMAST-FILE ASSIGN TO RATEMAST
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS RATE-KEY
000520         FILE STATUS IS FDSP-RATEMAST-STATUS.
000530     SELECT BILLIN-FILE ASSIGN TO BILLIN
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS FDSP-BILLIN-STATUS.
000560     SELECT ARBAL-FILE ASSIGN TO ARBAL
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS RANDOM
000590         RECORD KEY IS ARB-CUST-ID
000600         FILE STATUS IS FDSP-ARBAL-STATUS.
000610     SELECT CRMEMO-FILE ASSIGN TO CRMEMO
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS RANDOM
000640         RECORD KEY IS CRM-KEY
000650         FILE STATUS IS FDSP-CRMEMO-STATUS.
000651     SELECT OPTIONAL CRMOUT-FILE ASSIGN TO CRMOUT
000652         ORGANIZATION IS LINE SEQUENTIAL
000653         FILE STATUS IS FDSP-CRMOUT-STATUS.
000660     SELECT OPERAUTH-FILE ASSIGN TO OPERAUTH
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS RANDOM
000690         RECORD KEY IS OPR-OPERATOR-ID
000700         FILE STATUS IS FDSP-OPERAUTH-STATUS.
000710     SELECT DSPRPT-FILE ASSIGN TO DSPRPT
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS FDSP-DSPRPT-STATUS.
000740     SELECT BUSDATE-FILE ASSIGN TO BUSDATE
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS FDSP-BUSDATE-STATUS.
000761     SELECT DSPCTL-FILE ASSIGN TO DSPCTL
000762         ORGANIZATION IS LINE SEQUENTIAL
000763         FILE STATUS IS FDSP-DSPCTL-STATUS.

000770 DATA DIVISION.
000780 FILE SECTION.
000790 FD  DSPIN-FILE
000800     RECORDING MODE IS F
000810     LABEL RECORDS ARE STANDARD.
000820 COPY DSPCARD.

000830 FD  AUDHIST-FILE
000840     LABEL RECORDS ARE STANDARD.
000850 COPY AUDHIST.

000860 FD  RATEMAST-FILE
000870     LABEL RECORDS ARE STANDARD.
000880 COPY RATEREC.

000890 FD  BILLIN-FILE
000900     RECORDING MODE IS F
000910     LABEL RECORDS ARE STANDARD.
000920 COPY BILLREC.

000930 FD  ARBAL-FILE
000940     LABEL RECORDS ARE STANDARD.
000950 COPY ARBAL.

000960 FD  CRMEMO-FILE
000970     LABEL RECORDS ARE STANDARD.
000980 COPY CRMEMO.

000981 FD  CRMOUT-FILE
000982     RECORDING MODE IS F
000983     LABEL RECORDS ARE STANDARD.
000984 01  CRMOUT-RECORD            PIC X(93).

000990 FD  OPERAUTH-FILE
001000     LABEL RECORDS ARE STANDARD.
001010 COPY OPERAUTH.

001020 FD  DSPRPT-FILE
001030     RECORDING MODE IS F
001040     LABEL RECORDS ARE STANDARD.
001050 01  DSP-RPT-RECORD           PIC X(132).

001060 FD  BUSDATE-FILE
001070     RECORDING MODE IS F
001080     LABEL RECORDS ARE STANDARD.
001090 COPY BUSDATE.

001091 FD  DSPCTL-FILE
001092     RECORDING MODE IS F
001093     LABEL RECORDS ARE STANDARD.
001094 COPY DSPCTL.

001100 WORKING-STORAGE SECTION.
001110*****************************************************************
001120*    FILE STATUS AND CONTROL SWITCHES
001130*****************************************************************
001140 77  FDSP-DSPIN-STATUS        PIC X(02) VALUE SPACES.
001150 77  FDSP-AUDHIST-STATUS      PIC X(02) VALUE SPACES.
001160 77  FDSP-RATEMAST-STATUS     PIC X(02) VALUE SPACES.
001170 77  FDSP-BILLIN-STATUS       PIC X(02) VALUE SPACES.
001180 77  FDSP-ARBAL-STATUS        PIC X(02) VALUE SPACES.
001190 77  FDSP-CRMEMO-STATUS       PIC X(02) VALUE SPACES.
001191 77  FDSP-CRMOUT-STATUS       PIC X(02) VALUE SPACES.
001200 77  FDSP-OPERAUTH-STATUS     PIC X(02) VALUE SPACES.
001210 77  FDSP-DSPRPT-STATUS       PIC X(02) VALUE SPACES.
001220 77  FDSP-BUSDATE-STATUS      PIC X(02) VALUE SPACES.
001221 77  FDSP-DSPCTL-STATUS       PIC X(02) VALUE SPACES.
001230 77  FDSP-DSPIN-OPEN-SW       PIC X(01) VALUE 'N'.
001240     88  DSPIN-IS-OPEN                VALUE 'Y'.
001250 77  FDSP-AUDHIST-OPEN-SW     PIC X(01) VALUE 'N'.
001260     88  AUDHIST-IS-OPEN              VALUE 'Y'.
001270 77  FDSP-RATEMAST-OPEN-SW    PIC X(01) VALUE 'N'.
001280     88  RATEMAST-IS-OPEN             VALUE 'Y'.
001290 77  FDSP-ARBAL-OPEN-SW       PIC X(01) VALUE 'N'.
001300     88  ARBAL-IS-OPEN                VALUE 'Y'.
001310 77  FDSP-CRMEMO-OPEN-SW      PIC X(01) VALUE 'N'.
001320     88  CRMEMO-IS-OPEN               VALUE 'Y'.
001321 77  FDSP-CRMOUT-OPEN-SW      PIC X(01) VALUE 'N'.
001322     88  CRMOUT-IS-OPEN               VALUE 'Y'.
001330 77  FDSP-OPERAUTH-OPEN-SW    PIC X(01) VALUE 'N'.
001340     88  OPERAUTH-IS-OPEN             VALUE 'Y'.
001350 77  FDSP-DSPRPT-OPEN-SW      PIC X(01) VALUE 'N'.
001360     88  DSPRPT-IS-OPEN               VALUE 'Y'.
001370 77  FDSP-DSPIN-EOF-SWITCH    PIC X(01) VALUE 'N'.
001380     88  END-OF-DSPIN                 VALUE 'Y'.
001390 77  FDSP-BILLIN-EOF-SWITCH   PIC X(01) VALUE 'N'.
001400     88  END-OF-BILLIN                VALUE 'Y'.
001410 77  FDSP-CARD-OK-SWITCH      PIC X(01) VALUE 'Y'.
001420     88  CARD-IS-GOOD                 VALUE 'Y'.
001430 77  FDSP-RATE-FOUND-SWITCH   PIC X(01) VALUE 'N'.
001440     88  RATE-WAS-FOUND               VALUE 'Y'.
001450 77  FDSP-RATE-SCAN-SWITCH    PIC X(01) VALUE 'N'.
001460     88  RATE-SCAN-DONE               VALUE 'Y'.
001470 77  FDSP-MEMO-FOUND-SWITCH   PIC X(01) VALUE 'N'.
001480     88  MEMO-ALREADY-POSTED          VALUE 'Y'.
001490 77  FDSP-READ-COUNT          PIC 9(07) VALUE ZERO.
001500 77  FDSP-CREDITED-COUNT      PIC 9(07) VALUE ZERO.
001510 77  FDSP-REVIEW-COUNT        PIC 9(07) VALUE ZERO.
001520 77  FDSP-NO-CREDIT-COUNT     PIC 9(07) VALUE ZERO.
001530 77  FDSP-REJECTED-COUNT      PIC 9(07) VALUE ZERO.
001540 77  FDSP-CREDIT-TOTAL        PIC 9(09)V99 VALUE ZERO.
001550 77  FDSP-RUN-DATE            PIC 9(06) VALUE ZERO.
001551 77  FDSP-BILL-DATE           PIC 9(06) VALUE ZERO.
001560 77  FDSP-REJECT-REASON       PIC X(35) VALUE SPACES.
001570 77  FDSP-DISPOSITION         PIC X(09) VALUE SPACES.
001580 77  FDSP-OP-CODE             PIC X(01) VALUE SPACES.

001590*****************************************************************
001600*    RE-RATING WORK AREAS - THE CHARGE BILLED, THE CHARGE AT THE
001610*    RATE IN EFFECT ON THE TRANSACTION DATE, AND THE RATEMAST
001620*    RECORD THAT RATE CAME FROM.
001630*****************************************************************
001640 77  FDSP-ORIGINAL-CHARGE     PIC 9(05)V99 VALUE ZERO.
001650 77  FDSP-RERATED-CHARGE      PIC 9(05)V99 VALUE ZERO.
001660 77  FDSP-CREDIT-AMT          PIC 9(05)V99 VALUE ZERO.
001670 77  FDSP-REMAINING           PIC S9(09)V99 VALUE ZERO.
001680 77  FDSP-RATE-SEEK-ID        PIC X(06) VALUE SPACES.
001690 77  FDSP-RATE-CUST-ID        PIC X(06) VALUE SPACES.
001700 77  FDSP-RATE-EFF-DATE       PIC 9(06) VALUE ZERO.
001710 01  FDSP-USE-RATES.
001720     05  FDSP-USE-ADD-FEE         PIC 9(03)V99 VALUE ZERO.
001730     05  FDSP-USE-SUBTRACT-FEE    PIC 9(03)V99 VALUE ZERO.
001740     05  FDSP-USE-MULTIPLY-FEE    PIC 9(03)V99 VALUE ZERO.
001750     05  FDSP-USE-DIVIDE-FEE      PIC 9(03)V99 VALUE ZERO.

001751*****************************************************************
001752*    GL FEED SPLIT - A TRANSACTION KEYED FOR ALL FOUR OPERATIONS
001753*    CARRIES A BLANK OPERATION CODE, BUT THE LEDGER CARRIES FEE
001754*    REVENUE BY OPERATION, SO ITS CREDIT GOES TO CRMOUT AS ONE
001755*    RECORD PER OPERATION, SHARED BY EACH OPERATION'S PART OF THE
001756*    CHARGE BILLED.
001757*****************************************************************
001758 77  FDSP-SPLIT-IDX           PIC 9(01) VALUE ZERO.
001759 77  FDSP-SPLIT-LAST          PIC 9(01) VALUE ZERO.
001760 77  FDSP-SPLIT-LEFT          PIC 9(05)V99 VALUE ZERO.
001761 77  FDSP-SPLIT-SHARE         PIC 9(05)V99 VALUE ZERO.
001762 01  FDSP-SPLIT-TABLE.
001763     05  FDSP-SPLIT-ENTRY  OCCURS 4 TIMES.
001764         10  FDSP-S-OP-CODE      PIC X(01).
001765         10  FDSP-S-BILLED       PIC 9(05)V99.
001766         10  FDSP-S-RERATED      PIC 9(05)V99.

001767*****************************************************************
001770*    BILLED RATE TABLE - BILLIN IS LOADED HERE ONCE AT
001780*    INITIALIZATION SO EACH DISPUTE CAN FIND THE RATES ITS
001790*    CUSTOMER WAS ACTUALLY CHARGED WITHOUT RE-READING THE FILE.
001800*    A CUSTOMER SPLIT ACROSS TWO EXTRACT RECORDS BY A RESTARTED
001810*    RUN CARRIES THE SAME RATES ON BOTH, SO THE FIRST ENTRY WINS.
001820*****************************************************************
001830 77  FDSP-BILL-COUNT          PIC 9(05) VALUE ZERO.
001840 77  FDSP-BILL-IDX            PIC 9(05) VALUE ZERO.
001850 77  FDSP-BILL-USE-IDX        PIC 9(05) VALUE ZERO.
001860 77  FDSP-MAX-BILL-ENTRIES    PIC 9(05) VALUE 01000.
001870 01  FDSP-BILL-TABLE.
001880     05  FDSP-BILL-ENTRY  OCCURS 1000 TIMES.
001890         10  FDSP-B-CUST-ID      PIC X(06).
001900         10  FDSP-B-ADD-RATE     PIC 9(03)V99.
001910         10  FDSP-B-SUBTRACT-RATE PIC 9(03)V99.
001920         10  FDSP-B-MULTIPLY-RATE PIC 9(03)V99.
001930         10  FDSP-B-DIVIDE-RATE  PIC 9(03)V99.

001940*****************************************************************
001950*    DSPRPT REGISTER LINE LAYOUTS (BUILT HERE, MOVED TO THE
001960*    DSP-RPT-RECORD FD AREA BEFORE EACH WRITE)
001970*****************************************************************
001980 COPY DSPLINES.

001990 PROCEDURE DIVISION.
002000*****************************************************************
002010*    0000-MAINLINE
002020*        TOP LEVEL CONTROL FOR THE FEE DISPUTE RUN.
002030*****************************************************************
002040 0000-MAINLINE.
002050     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
002060     PERFORM 2000-PROCESS-DISPUTE
002070         THRU 2000-PROCESS-DISPUTE-EXIT
002080         UNTIL END-OF-DSPIN.
002090     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
002100     STOP RUN.

002110*****************************************************************
002120*    1000-INITIALIZE
002130*        OPEN THE FILES, WRITE THE REGISTER HEADINGS, LOAD THE
002140*        BILLED RATES AND READ THE FIRST DISPUTE CARD.  A CREDIT
002150*        MEMO FILE NOT YET BUILT (FIRST EVER CREDIT) IS CREATED
002151*        EMPTY BY THE I-O OPEN FALLING BACK TO OUTPUT.  THE
002152*        DSPCTL CARD SAYS WHICH BUSINESS DATE BILLIN WAS BILLED
002153*        FOR.
002170*****************************************************************
002180 1000-INITIALIZE.
002190     DISPLAY ' '.
002200     DISPLAY '=== FEE DISPUTE RE-RATING ==='.
002210     DISPLAY ' '.
002220     OPEN INPUT DSPIN-FILE.
002230     IF FDSP-DSPIN-STATUS NOT = '00'
002240         DISPLAY 'DSPIN OPEN FAILED - STATUS ' FDSP-DSPIN-STATUS
002241         MOVE 16 TO RETURN-CODE
002250         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
002260         STOP RUN
002270     END-IF.
002280     MOVE 'Y' TO FDSP-DSPIN-OPEN-SW.
002290     OPEN INPUT AUDHIST-FILE.
002300     IF FDSP-AUDHIST-STATUS NOT = '00'
002310         DISPLAY 'AUDHIST OPEN FAIL - STAT ' FDSP-AUDHIST-STATUS
002311         MOVE 16 TO RETURN-CODE
002320         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
002330         STOP RUN
002340     END-IF.
002350     MOVE 'Y' TO FDSP-AUDHIST-OPEN-SW.
002360     OPEN INPUT RATEMAST-FILE.
002370     IF FDSP-RATEMAST-STATUS NOT = '00'
002380         DISPLAY 'RATEMAST OPEN FAIL - STAT ' FDSP-RATEMAST-STATUS
002381         MOVE 16 TO RETURN-CODE
002390         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
002400         STOP RUN
002410     END-IF.
002420     MOVE 'Y' TO FDSP-RATEMAST-OPEN-SW.
002430     OPEN I-O ARBAL-FILE.
002440     IF FDSP-ARBAL-STATUS NOT = '00'
002450         DISPLAY 'ARBAL OPEN FAIL - STAT ' FDSP-ARBAL-STATUS
002451         MOVE 16 TO RETURN-CODE
002460         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
002470         STOP RUN
002480     END-IF.
002490     MOVE 'Y' TO FDSP-ARBAL-OPEN-SW.
002500     OPEN I-O CRMEMO-FILE.
002510     IF FDSP-CRMEMO-STATUS = '35'
002520         OPEN OUTPUT CRMEMO-FILE
002530         CLOSE CRMEMO-FILE
002540         OPEN I-O CRMEMO-FILE
002550     END-IF.
002560     IF FDSP-CRMEMO-STATUS NOT = '00'
002570         DISPLAY 'CRMEMO OPEN FAIL - STAT ' FDSP-CRMEMO-STATUS
002571         MOVE 16 TO RETURN-CODE
002580         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
002590         STOP RUN
002600     END-IF.
002610     MOVE 'Y' TO FDSP-CRMEMO-OPEN-SW.
002611*    CRMOUT IS EXTENDED - GL-JOURNAL CLEARS IT ONCE IT HAS
002612*    RELEASED A JOURNAL CARRYING EVERY MEMO LOGGED HERE.
002613     OPEN EXTEND CRMOUT-FILE.
002614     IF FDSP-CRMOUT-STATUS NOT = '00' AND
002615             FDSP-CRMOUT-STATUS NOT = '05'
002616         DISPLAY 'CRMOUT OPEN FAILED - STATUS ' FDSP-CRMOUT-STATUS
002617         MOVE 16 TO RETURN-CODE
002618         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
002619         STOP RUN
002620     END-IF.
002621     MOVE 'Y' TO FDSP-CRMOUT-OPEN-SW.
002622     OPEN INPUT OPERAUTH-FILE.
002630     IF FDSP-OPERAUTH-STATUS NOT = '00'
002640         DISPLAY 'OPERAUTH OPEN FAIL - STAT ' FDSP-OPERAUTH-STATUS
002641         MOVE 16 TO RETURN-CODE
002650         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
002660         STOP RUN
002670     END-IF.
002680     MOVE 'Y' TO FDSP-OPERAUTH-OPEN-SW.
002690     OPEN OUTPUT DSPRPT-FILE.
002700     IF FDSP-DSPRPT-STATUS NOT = '00'
002710         DISPLAY 'DSPRPT OPEN FAILED - STATUS '
002720             FDSP-DSPRPT-STATUS
002721         MOVE 16 TO RETURN-CODE
002730         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
002740         STOP RUN
002750     END-IF.
002760     MOVE 'Y' TO FDSP-DSPRPT-OPEN-SW.
002770     PERFORM 1050-GET-BUSINESS-DATE
002780         THRU 1050-GET-BUSINESS-DATE-EXIT.
002781     PERFORM 1060-READ-CONTROL-CARD
002782         THRU 1060-READ-CONTROL-CARD-EXIT.
002790     MOVE FDSP-RUN-DATE TO DSP-H-RUN-DATE.
002800     MOVE DSP-HEADER-LINE TO DSP-RPT-RECORD.
002810     WRITE DSP-RPT-RECORD.
002820     MOVE DSP-COLHDR-LINE TO DSP-RPT-RECORD.
002830     WRITE DSP-RPT-RECORD.
002840     PERFORM 1150-LOAD-BILL-TABLE
002850         THRU 1150-LOAD-BILL-TABLE-EXIT.
002860     PERFORM 1100-READ-DSPIN THRU 1100-READ-DSPIN-EXIT.
002870 1000-INITIALIZE-EXIT.
002880     EXIT.

002890*****************************************************************
002900*    1050-GET-BUSINESS-DATE
002910*        READ THE SHOP BUSINESS DATE CONTROL RECORD AND STAMP
002920*        THE RUN FROM IT.  A MISSING OR EMPTY BUSDATE MEANS
002930*        OPERATIONS NEVER ROLLED THE DAY - THE RUN STOPS RATHER
002940*        THAN TRUST THE WALL CLOCK.
002950*****************************************************************
002960 1050-GET-BUSINESS-DATE.
002970     OPEN INPUT BUSDATE-FILE.
002980     IF FDSP-BUSDATE-STATUS NOT = '00'
002990         DISPLAY 'BUSDATE NOT AVAILABLE - STATUS '
003000             FDSP-BUSDATE-STATUS
003001         MOVE 16 TO RETURN-CODE
003010         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
003020         STOP RUN
003030     END-IF.
003040     READ BUSDATE-FILE
003050         AT END
003060             DISPLAY 'BUSDATE FILE IS EMPTY - DAY NEVER OPENED'
003070             CLOSE BUSDATE-FILE
003071             MOVE 16 TO RETURN-CODE
003080             PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
003090             STOP RUN.
003100     CLOSE BUSDATE-FILE.
003110     MOVE BDAT-BUSINESS-DATE TO FDSP-RUN-DATE.
003120 1050-GET-BUSINESS-DATE-EXIT.
003130     EXIT.

003131*****************************************************************
003132*    1060-READ-CONTROL-CARD
003133*        DEFAULT THE BILLING DATE TO THE BUSINESS DATE, THEN TAKE
003134*        THE DATE OF THE BILLIN GENERATION FROM THE ONE-RECORD
003135*        DSPCTL CARD WHEN IT SUPPLIES A GOOD ONE.
003136*****************************************************************
003137 1060-READ-CONTROL-CARD.
003138     MOVE FDSP-RUN-DATE TO FDSP-BILL-DATE.
003139     OPEN INPUT DSPCTL-FILE.
003140     IF FDSP-DSPCTL-STATUS = '00'
003141         READ DSPCTL-FILE
003142             AT END
003143                 CONTINUE
003144             NOT AT END
003145                 PERFORM 1065-APPLY-CONTROL-CARD
003146                     THRU 1065-APPLY-CONTROL-CARD-EXIT
003147         END-READ
003148         CLOSE DSPCTL-FILE
003149     END-IF.
003150     DISPLAY 'BILLIN TAKEN AS BILLED FOR ' FDSP-BILL-DATE.
003151 1060-READ-CONTROL-CARD-EXIT.
003152     EXIT.

003153*****************************************************************
003154*    1065-APPLY-CONTROL-CARD
003155*        A BILLING DATE IS TAKEN ONLY WHEN NUMERIC AND NOT ZERO.
003156*****************************************************************
003157 1065-APPLY-CONTROL-CARD.
003158     IF DSPC-BILL-DATE NUMERIC
003159             AND DSPC-BILL-DATE NOT = ZERO
003160         MOVE DSPC-BILL-DATE TO FDSP-BILL-DATE
003161     ELSE
003162         DISPLAY 'DSPCTL BILLING DATE MISSING OR INVALID - '
003163             'BUSINESS DATE USED'
003164     END-IF.
003165 1065-APPLY-CONTROL-CARD-EXIT.
003166     EXIT.

003167*****************************************************************
003168*    1100-READ-DSPIN
003169*        READ THE NEXT DISPUTE CARD FROM DSPIN.
003170*****************************************************************
003180 1100-READ-DSPIN.
003190     READ DSPIN-FILE
003200         AT END
003210             MOVE 'Y' TO FDSP-DSPIN-EOF-SWITCH.
003220 1100-READ-DSPIN-EXIT.
003230     EXIT.

003240*****************************************************************
003250*    1150-LOAD-BILL-TABLE
003260*        LOAD THE CUSTOMER ID AND THE FOUR RATES CHARGED FROM
003270*        EACH BILLIN RECORD INTO THE TABLE.  A MISSING BILLIN
003280*        LEAVES THE TABLE EMPTY - EVERY CARD IS THEN REJECTED
003290*        BECAUSE THE ORIGINAL CHARGE CANNOT BE ESTABLISHED.
003300*****************************************************************
003310 1150-LOAD-BILL-TABLE.
003320     MOVE ZERO TO FDSP-BILL-COUNT.
003330     OPEN INPUT BILLIN-FILE.
003340     IF FDSP-BILLIN-STATUS NOT = '00'
003350         DISPLAY 'BILLIN NOT AVAILABLE - STATUS '
003360             FDSP-BILLIN-STATUS
003370         GO TO 1150-LOAD-BILL-TABLE-EXIT
003380     END-IF.
003390     PERFORM 1155-LOAD-ONE-BILL THRU 1155-LOAD-ONE-BILL-EXIT
003400         UNTIL END-OF-BILLIN
003410             OR FDSP-BILL-COUNT = FDSP-MAX-BILL-ENTRIES.
003420     IF FDSP-BILL-COUNT = FDSP-MAX-BILL-ENTRIES
003430             AND NOT END-OF-BILLIN
003440         DISPLAY 'WARNING - FDSP-BILL-TABLE FULL AT '
003450             FDSP-MAX-BILL-ENTRIES ' ENTRIES - REMAINING '
003460             'BILLIN RECORDS WERE NOT LOADED THIS RUN'
003470     END-IF.
003480     CLOSE BILLIN-FILE.
003490 1150-LOAD-BILL-TABLE-EXIT.
003500     EXIT.

003510*****************************************************************
003520*    1155-LOAD-ONE-BILL
003530*        READ ONE BILLIN RECORD INTO THE NEXT TABLE ENTRY,
003540*        SETTING THE EOF SWITCH WHEN BILLIN IS EXHAUSTED.
003550*****************************************************************
003560 1155-LOAD-ONE-BILL.
003570     READ BILLIN-FILE
003580         AT END
003590             MOVE 'Y' TO FDSP-BILLIN-EOF-SWITCH
003600             GO TO 1155-LOAD-ONE-BILL-EXIT.
003610     ADD 1 TO FDSP-BILL-COUNT.
003620     MOVE BILL-CUST-ID       TO FDSP-B-CUST-ID(FDSP-BILL-COUNT).
003630     MOVE BILL-ADD-RATE      TO FDSP-B-ADD-RATE(FDSP-BILL-COUNT).
003640     MOVE BILL-SUBTRACT-RATE
003650         TO FDSP-B-SUBTRACT-RATE(FDSP-BILL-COUNT).
003660     MOVE BILL-MULTIPLY-RATE
003670         TO FDSP-B-MULTIPLY-RATE(FDSP-BILL-COUNT).
003680     MOVE BILL-DIVIDE-RATE
003690         TO FDSP-B-DIVIDE-RATE(FDSP-BILL-COUNT).
003700 1155-LOAD-ONE-BILL-EXIT.
003710     EXIT.

003720*****************************************************************
003730*    2000-PROCESS-DISPUTE
003740*        EDIT ONE DISPUTE CARD, RE-RATE ITS TRANSACTION, POST THE
003750*        CREDIT WHEN THE CARD IS AN AUTHORIZED APPROVAL AND THERE
003760*        IS AN OVERCHARGE, WRITE ITS REGISTER LINE, AND READ THE
003770*        NEXT CARD.
003780*****************************************************************
003790 2000-PROCESS-DISPUTE.
003800     ADD 1 TO FDSP-READ-COUNT.
003810     MOVE 'Y' TO FDSP-CARD-OK-SWITCH.
003820     MOVE SPACES TO FDSP-REJECT-REASON FDSP-DISPOSITION
003830         FDSP-OP-CODE FDSP-RATE-CUST-ID.
003840     MOVE ZERO TO FDSP-ORIGINAL-CHARGE FDSP-RERATED-CHARGE
003850         FDSP-CREDIT-AMT FDSP-RATE-EFF-DATE.
003860     PERFORM 2050-EDIT-CARD THRU 2050-EDIT-CARD-EXIT.
003870     IF NOT CARD-IS-GOOD
003880         PERFORM 2700-WRITE-REJECTED THRU 2700-WRITE-REJECTED-EXIT
003890         GO TO 2000-PROCESS-NEXT
003900     END-IF.
003910     PERFORM 2200-RERATE-TRANSACTION
003920         THRU 2200-RERATE-TRANSACTION-EXIT.
003930     IF NOT CARD-IS-GOOD
003940         PERFORM 2700-WRITE-REJECTED THRU 2700-WRITE-REJECTED-EXIT
003950         GO TO 2000-PROCESS-NEXT
003960     END-IF.
003970     IF FDSP-CREDIT-AMT = ZERO
003980         ADD 1 TO FDSP-NO-CREDIT-COUNT
003990         MOVE 'NO CREDIT' TO FDSP-DISPOSITION
004000         PERFORM 2800-WRITE-DETAIL-LINE
004010             THRU 2800-WRITE-DETAIL-LINE-EXIT
004020         GO TO 2000-PROCESS-NEXT
004030     END-IF.
004040     IF DSP-ACTION-REVIEW
004050         ADD 1 TO FDSP-REVIEW-COUNT
004060         MOVE 'REVIEW   ' TO FDSP-DISPOSITION
004070         PERFORM 2800-WRITE-DETAIL-LINE
004080             THRU 2800-WRITE-DETAIL-LINE-EXIT
004090         GO TO 2000-PROCESS-NEXT
004100     END-IF.
004110     PERFORM 2500-POST-CREDIT THRU 2500-POST-CREDIT-EXIT.
004120     IF NOT CARD-IS-GOOD
004130         PERFORM 2700-WRITE-REJECTED THRU 2700-WRITE-REJECTED-EXIT
004140         GO TO 2000-PROCESS-NEXT
004150     END-IF.
004160     ADD 1 TO FDSP-CREDITED-COUNT.
004170     ADD FDSP-CREDIT-AMT TO FDSP-CREDIT-TOTAL.
004180     MOVE 'CREDITED ' TO FDSP-DISPOSITION.
004190     PERFORM 2800-WRITE-DETAIL-LINE
004200         THRU 2800-WRITE-DETAIL-LINE-EXIT.
004210 2000-PROCESS-NEXT.
004220     PERFORM 1100-READ-DSPIN THRU 1100-READ-DSPIN-EXIT.
004230 2000-PROCESS-DISPUTE-EXIT.
004240     EXIT.

004250*****************************************************************
004260*    2050-EDIT-CARD
004270*        CHECK THE ACTION CODE, VALIDATE THE OPERATOR OF AN
004280*        APPROVE CARD, READ THE DISPUTED TRANSACTION FROM AUDIT
004290*        HISTORY BY ITS FULL KEY AND FIND THE RATES ITS CUSTOMER
004291*        WAS BILLED AT.  THE TRANSACTION MUST BE FROM THE BUSINESS
004292*        DATE BILLIN WAS BILLED FOR.
004310*****************************************************************
004320 2050-EDIT-CARD.
004330     IF NOT DSP-ACTION-APPROVE AND NOT DSP-ACTION-REVIEW
004340         MOVE 'N' TO FDSP-CARD-OK-SWITCH
004350         MOVE 'INVALID ACTION CODE ON CARD' TO FDSP-REJECT-REASON
004360         GO TO 2050-EDIT-CARD-EXIT
004370     END-IF.
004380     IF DSP-ACTION-APPROVE
004390         PERFORM 2060-CHECK-OPERATOR THRU 2060-CHECK-OPERATOR-EXIT
004400         IF NOT CARD-IS-GOOD
004410             GO TO 2050-EDIT-CARD-EXIT
004420         END-IF
004430     END-IF.
004440     MOVE DSP-AHST-KEY TO AHST-KEY.
004450     READ AUDHIST-FILE
004460         INVALID KEY
004470             MOVE 'N' TO FDSP-CARD-OK-SWITCH
004480             MOVE 'TRANSACTION NOT ON AUDIT HISTORY'
004490                 TO FDSP-REJECT-REASON
004500             GO TO 2050-EDIT-CARD-EXIT.
004510     MOVE AHST-OP-CODE TO FDSP-OP-CODE.
004511*    BILLIN HOLDS ONE NIGHT'S CHARGES AND CARRIES NO DATE - A
004512*    TRANSACTION FROM ANY OTHER BUSINESS DATE WAS BILLED ON A
004513*    DIFFERENT EXTRACT, PERHAPS AT DIFFERENT RATES.
004514     IF AHST-TS-DATE NOT = FDSP-BILL-DATE
004515         MOVE 'N' TO FDSP-CARD-OK-SWITCH
004516         MOVE 'CHARGE NOT IN CURRENT BILLING'
004517             TO FDSP-REJECT-REASON
004518         GO TO 2050-EDIT-CARD-EXIT
004519     END-IF.
004520     PERFORM 2100-FIND-BILLING THRU 2100-FIND-BILLING-EXIT.
004530     IF FDSP-BILL-USE-IDX = ZERO
004540         MOVE 'N' TO FDSP-CARD-OK-SWITCH
004550         MOVE 'CUSTOMER NOT ON BILLING EXTRACT'
004560             TO FDSP-REJECT-REASON
004570     END-IF.
004580 2050-EDIT-CARD-EXIT.
004590     EXIT.

004600*****************************************************************
004610*    2060-CHECK-OPERATOR
004620*        VALIDATE THE APPROVE CARD'S OPERATOR AGAINST THE
004630*        AUTHORIZATION FILE - THE OPERATOR MUST EXIST AND HOLD
004640*        CREDIT AUTHORITY, OR NOTHING IS POSTED.
004650*****************************************************************
004660 2060-CHECK-OPERATOR.
004670     IF DSP-OPERATOR-ID = SPACES
004680         MOVE 'N' TO FDSP-CARD-OK-SWITCH
004690         MOVE 'OPERATOR ID MISSING' TO FDSP-REJECT-REASON
004700         GO TO 2060-CHECK-OPERATOR-EXIT
004710     END-IF.
004720     MOVE DSP-OPERATOR-ID TO OPR-OPERATOR-ID.
004730     READ OPERAUTH-FILE
004740         INVALID KEY
004750             MOVE 'N' TO FDSP-CARD-OK-SWITCH
004760             MOVE 'OPERATOR NOT ON AUTHORIZATION FILE'
004770                 TO FDSP-REJECT-REASON
004780             GO TO 2060-CHECK-OPERATOR-EXIT.
004790     IF NOT OPR-MAY-CREDIT
004800         MOVE 'N' TO FDSP-CARD-OK-SWITCH
004810         MOVE 'OPERATOR NOT AUTHORIZED FOR CREDIT'
004820             TO FDSP-REJECT-REASON
004830     END-IF.
004840 2060-CHECK-OPERATOR-EXIT.
004850     EXIT.

004860*****************************************************************
004870*    2100-FIND-BILLING
004880*        SEARCH THE BILLED RATE TABLE FOR THE FIRST ENTRY KEYED
004890*        TO THE DISPUTED TRANSACTION'S CUSTOMER.  THE USE INDEX
004900*        IS LEFT ZERO WHEN THERE IS NONE.
004910*****************************************************************
004920 2100-FIND-BILLING.
004930     MOVE ZERO TO FDSP-BILL-USE-IDX.
004940     MOVE 1 TO FDSP-BILL-IDX.
004950     PERFORM 2105-CHECK-ONE-BILL THRU 2105-CHECK-ONE-BILL-EXIT
004960         UNTIL FDSP-BILL-USE-IDX NOT = ZERO
004970             OR FDSP-BILL-IDX > FDSP-BILL-COUNT.
004980 2100-FIND-BILLING-EXIT.
004990     EXIT.

005000*****************************************************************
005010*    2105-CHECK-ONE-BILL
005020*        COMPARE ONE BILLED RATE TABLE ENTRY AGAINST THE DISPUTED
005030*        TRANSACTION'S CUSTOMER ID.
005040*****************************************************************
005050 2105-CHECK-ONE-BILL.
005060     IF FDSP-B-CUST-ID(FDSP-BILL-IDX) = AHST-CUST-ID
005070         MOVE FDSP-BILL-IDX TO FDSP-BILL-USE-IDX
005080     ELSE
005090         ADD 1 TO FDSP-BILL-IDX
005100     END-IF.
005110 2105-CHECK-ONE-BILL-EXIT.
005120     EXIT.

005130*****************************************************************
005140*    2200-RERATE-TRANSACTION
005150*        FIND THE RATE IN EFFECT ON THE TRANSACTION DATE, PRICE
005160*        THE OPERATIONS THE TRANSACTION WAS KEYED FOR AT BOTH THE
005170*        BILLED AND THE RE-RATED FEES, AND TAKE ANY OVERCHARGE AS
005180*        THE CREDIT DUE.  AN UNDERCHARGE IS NEVER REBILLED HERE.
005190*****************************************************************
005200 2200-RERATE-TRANSACTION.
005210     PERFORM 2300-FIND-RATE THRU 2300-FIND-RATE-EXIT.
005220     IF NOT RATE-WAS-FOUND
005230         MOVE 'N' TO FDSP-CARD-OK-SWITCH
005240         MOVE 'NO RATE IN EFFECT ON TXN DATE'
005250             TO FDSP-REJECT-REASON
005260         GO TO 2200-RERATE-TRANSACTION-EXIT
005270     END-IF.
005280     PERFORM 2250-PRICE-OPERATIONS
005290         THRU 2250-PRICE-OPERATIONS-EXIT.
005300     IF NOT CARD-IS-GOOD
005310         GO TO 2200-RERATE-TRANSACTION-EXIT
005320     END-IF.
005330     IF FDSP-ORIGINAL-CHARGE > FDSP-RERATED-CHARGE
005340         SUBTRACT FDSP-RERATED-CHARGE FROM FDSP-ORIGINAL-CHARGE
005350             GIVING FDSP-CREDIT-AMT
005360     ELSE
005370         MOVE ZERO TO FDSP-CREDIT-AMT
005380     END-IF.
005390 2200-RERATE-TRANSACTION-EXIT.
005400     EXIT.

005410*****************************************************************
005420*    2250-PRICE-OPERATIONS
005430*        ONLY THE OPERATIONS THE TRANSACTION WAS KEYED FOR WERE
005440*        CHARGED - A SINGLE OPERATION CODE PAYS FOR THAT ONE
005450*        OPERATION, A BLANK CODE FOR ALL FOUR - SO BOTH CHARGES
005460*        ARE BUILT FROM THE SAME OPERATIONS.
005470*****************************************************************
005480 2250-PRICE-OPERATIONS.
005490     EVALUATE TRUE
005500         WHEN AHST-OP-CODE = 'A'
005510             MOVE FDSP-B-ADD-RATE(FDSP-BILL-USE-IDX)
005520                 TO FDSP-ORIGINAL-CHARGE
005530             MOVE FDSP-USE-ADD-FEE TO FDSP-RERATED-CHARGE
005540         WHEN AHST-OP-CODE = 'S'
005550             MOVE FDSP-B-SUBTRACT-RATE(FDSP-BILL-USE-IDX)
005560                 TO FDSP-ORIGINAL-CHARGE
005570             MOVE FDSP-USE-SUBTRACT-FEE TO FDSP-RERATED-CHARGE
005580         WHEN AHST-OP-CODE = 'M'
005590             MOVE FDSP-B-MULTIPLY-RATE(FDSP-BILL-USE-IDX)
005600                 TO FDSP-ORIGINAL-CHARGE
005610             MOVE FDSP-USE-MULTIPLY-FEE TO FDSP-RERATED-CHARGE
005620         WHEN AHST-OP-CODE = 'D'
005630             MOVE FDSP-B-DIVIDE-RATE(FDSP-BILL-USE-IDX)
005640                 TO FDSP-ORIGINAL-CHARGE
005650             MOVE FDSP-USE-DIVIDE-FEE TO FDSP-RERATED-CHARGE
005660         WHEN AHST-OP-CODE = SPACE
005670             ADD FDSP-B-ADD-RATE(FDSP-BILL-USE-IDX)
005680                 FDSP-B-SUBTRACT-RATE(FDSP-BILL-USE-IDX)
005690                 FDSP-B-MULTIPLY-RATE(FDSP-BILL-USE-IDX)
005700                 FDSP-B-DIVIDE-RATE(FDSP-BILL-USE-IDX)
005710                 GIVING FDSP-ORIGINAL-CHARGE
005720             ADD FDSP-USE-ADD-FEE FDSP-USE-SUBTRACT-FEE
005730                 FDSP-USE-MULTIPLY-FEE FDSP-USE-DIVIDE-FEE
005740                 GIVING FDSP-RERATED-CHARGE
005750         WHEN OTHER
005760             MOVE 'N' TO FDSP-CARD-OK-SWITCH
005770             MOVE 'UNKNOWN OPERATION CODE ON HISTORY'
005780                 TO FDSP-REJECT-REASON
005790     END-EVALUATE.
005800 2250-PRICE-OPERATIONS-EXIT.
005810     EXIT.

005820*****************************************************************
005830*    2300-FIND-RATE
005840*        PICK THE RATES IN EFFECT ON THE TRANSACTION DATE THE
005850*        SAME WAY THE ARITHMETIC RUN DOES - THE CUSTOMER'S OWN
005860*        RATEMAST RECORD WITH THE LATEST EFFECTIVE DATE NOT AFTER
005870*        THE TRANSACTION DATE, OR FAILING THAT THE 'DFLT' SHOP
005880*        RATES ON THE SAME TERMS.
005890*****************************************************************
005900 2300-FIND-RATE.
005910     MOVE 'N' TO FDSP-RATE-FOUND-SWITCH.
005920     MOVE AHST-CUST-ID TO FDSP-RATE-SEEK-ID.
005930     PERFORM 2310-SCAN-RATES THRU 2310-SCAN-RATES-EXIT.
005940     IF NOT RATE-WAS-FOUND
005950         MOVE 'DFLT  ' TO FDSP-RATE-SEEK-ID
005960         PERFORM 2310-SCAN-RATES THRU 2310-SCAN-RATES-EXIT
005970     END-IF.
005980 2300-FIND-RATE-EXIT.
005990     EXIT.

006000*****************************************************************
006010*    2310-SCAN-RATES
006020*        POSITION RATEMAST AT THE FIRST RECORD FOR THE RATE ID
006030*        BEING SOUGHT AND READ FORWARD THROUGH ITS EFFECTIVE
006040*        DATES, KEEPING THE LAST ONE NOT AFTER THE TRANSACTION
006050*        DATE.
006060*****************************************************************
006070 2310-SCAN-RATES.
006080     MOVE FDSP-RATE-SEEK-ID TO RATE-CUST-ID.
006090     MOVE ZERO TO RATE-EFF-DATE.
006100     START RATEMAST-FILE KEY NOT < RATE-KEY
006110         INVALID KEY
006120             GO TO 2310-SCAN-RATES-EXIT
006130     END-START.
006140     MOVE 'N' TO FDSP-RATE-SCAN-SWITCH.
006150     PERFORM 2320-READ-NEXT-RATE THRU 2320-READ-NEXT-RATE-EXIT
006160         UNTIL RATE-SCAN-DONE.
006170 2310-SCAN-RATES-EXIT.
006180     EXIT.

006190*****************************************************************
006200*    2320-READ-NEXT-RATE
006210*        READ THE NEXT RATEMAST RECORD.  THE SCAN ENDS AT THE
006220*        NEXT RATE ID OR THE FIRST EFFECTIVE DATE AFTER THE
006230*        TRANSACTION DATE.
006240*****************************************************************
006250 2320-READ-NEXT-RATE.
006260     READ RATEMAST-FILE NEXT RECORD
006270         AT END
006280             MOVE 'Y' TO FDSP-RATE-SCAN-SWITCH
006290             GO TO 2320-READ-NEXT-RATE-EXIT.
006300     IF RATE-CUST-ID NOT = FDSP-RATE-SEEK-ID
006310             OR RATE-EFF-DATE > AHST-TS-DATE
006320         MOVE 'Y' TO FDSP-RATE-SCAN-SWITCH
006330         GO TO 2320-READ-NEXT-RATE-EXIT
006340     END-IF.
006350     MOVE 'Y' TO FDSP-RATE-FOUND-SWITCH.
006360     MOVE RATE-CUST-ID       TO FDSP-RATE-CUST-ID.
006370     MOVE RATE-EFF-DATE      TO FDSP-RATE-EFF-DATE.
006380     MOVE RATE-ADD-FEE       TO FDSP-USE-ADD-FEE.
006390     MOVE RATE-SUBTRACT-FEE  TO FDSP-USE-SUBTRACT-FEE.
006400     MOVE RATE-MULTIPLY-FEE  TO FDSP-USE-MULTIPLY-FEE.
006410     MOVE RATE-DIVIDE-FEE    TO FDSP-USE-DIVIDE-FEE.
006420 2320-READ-NEXT-RATE-EXIT.
006430     EXIT.

006435*****************************************************************
006440*    2500-POST-CREDIT
006445*        A TRANSACTION ALREADY ON THE CREDIT MEMO FILE HAS BEEN
006450*        CREDITED ONCE AND IS REFUSED.  OTHERWISE RECORD THE MEMO
006455*        FIRST AND CREDIT THE CUSTOMER'S BALANCE ONLY ONCE THE
006460*        MEMO IS ON FILE - A MEMO THAT CANNOT BE WRITTEN REJECTS
006465*        THE CARD WITH NOTHING POSTED, AND A BALANCE THAT CANNOT
006470*        BE REWRITTEN HAS ITS MEMO BACKED OUT, SO THE MEMO FILE
006475*        AND ARBAL NEVER DISAGREE.  A POSTED MEMO GOES ON THE
006480*        CRMOUT FEED FOR THE GENERAL LEDGER.
006485*****************************************************************
006490 2500-POST-CREDIT.
006495     MOVE 'N' TO FDSP-MEMO-FOUND-SWITCH.
006500     MOVE DSP-AHST-KEY TO CRM-KEY.
006505     READ CRMEMO-FILE
006510         INVALID KEY
006515             CONTINUE
006520         NOT INVALID KEY
006525             MOVE 'Y' TO FDSP-MEMO-FOUND-SWITCH
006530     END-READ.
006535     IF MEMO-ALREADY-POSTED
006540         MOVE 'N' TO FDSP-CARD-OK-SWITCH
006545         MOVE 'TRANSACTION ALREADY CREDITED'
006550             TO FDSP-REJECT-REASON
006555         GO TO 2500-POST-CREDIT-EXIT
006560     END-IF.
006565     MOVE AHST-CUST-ID TO ARB-CUST-ID.
006570     READ ARBAL-FILE
006575         INVALID KEY
006580             MOVE 'N' TO FDSP-CARD-OK-SWITCH
006585             MOVE 'CUSTOMER NOT ON BALANCE FILE'
006590                 TO FDSP-REJECT-REASON
006595             GO TO 2500-POST-CREDIT-EXIT.
006600     MOVE SPACES TO CRM-RECORD.
006605     MOVE DSP-AHST-KEY         TO CRM-KEY.
006610     MOVE FDSP-RUN-DATE        TO CRM-MEMO-DATE.
006615     MOVE AHST-OP-CODE         TO CRM-OP-CODE.
006620     MOVE AHST-BRANCH-CODE     TO CRM-BRANCH-CODE.
006625     MOVE FDSP-ORIGINAL-CHARGE TO CRM-ORIGINAL-CHARGE.
006630     MOVE FDSP-RERATED-CHARGE  TO CRM-RERATED-CHARGE.
006635     MOVE FDSP-CREDIT-AMT      TO CRM-CREDIT-AMT.
006640     MOVE FDSP-RATE-CUST-ID    TO CRM-RATE-CUST-ID.
006645     MOVE FDSP-RATE-EFF-DATE   TO CRM-RATE-EFF-DATE.
006650     MOVE DSP-OPERATOR-ID      TO CRM-OPERATOR-ID.
006655     MOVE ZERO                 TO CRM-INVOICED-DATE.
006660     WRITE CRM-RECORD
006665         INVALID KEY
006670             DISPLAY 'CRMEMO WRITE FAILED FOR ' AHST-CUST-ID
006675                 ' - STATUS ' FDSP-CRMEMO-STATUS
006680             MOVE 'N' TO FDSP-CARD-OK-SWITCH
006685             MOVE 'CREDIT MEMO WRITE FAILED'
006690                 TO FDSP-REJECT-REASON
006695             MOVE 8 TO RETURN-CODE
006700             GO TO 2500-POST-CREDIT-EXIT
006705     END-WRITE.
006710     PERFORM 2600-APPLY-CREDIT THRU 2600-APPLY-CREDIT-EXIT.
006715     IF NOT CARD-IS-GOOD
006720         PERFORM 2510-BACK-OUT-MEMO THRU 2510-BACK-OUT-MEMO-EXIT
006725         GO TO 2500-POST-CREDIT-EXIT
006730     END-IF.
006735     PERFORM 2520-WRITE-CRMOUT THRU 2520-WRITE-CRMOUT-EXIT.
006740 2500-POST-CREDIT-EXIT.
006745     EXIT.

006750*****************************************************************
006755*    2510-BACK-OUT-MEMO
006760*        THE BALANCE REWRITE FAILED, SO NOTHING WAS CREDITED -
006765*        DELETE THE MEMO JUST WRITTEN SO IT IS NEITHER PRINTED NOR
006770*        COUNTED AS A CREDIT ALREADY GIVEN.  A MEMO THAT CANNOT BE
006775*        DELETED IS NAMED ON THE CONSOLE FOR OPERATIONS TO REMOVE.
006780*****************************************************************
006785 2510-BACK-OUT-MEMO.
006790     MOVE 8 TO RETURN-CODE.
006795     DELETE CRMEMO-FILE RECORD
006800         INVALID KEY
006805             DISPLAY 'CRMEMO BACK-OUT FAILED FOR ' AHST-CUST-ID
006810                 ' - STATUS ' FDSP-CRMEMO-STATUS
006815             DISPLAY 'MEMO ON FILE WITH NO CREDIT ON ARBAL - '
006820                 'REMOVE BEFORE INVOICING'
006825     END-DELETE.
006830 2510-BACK-OUT-MEMO-EXIT.
006835     EXIT.

006840*****************************************************************
006845*    2520-WRITE-CRMOUT
006850*        WRITE THE POSTED MEMO TO THE CRMOUT FEED GL-JOURNAL
006855*        JOURNALS THE CREDIT FROM - AS IT STANDS FOR A SINGLE
006860*        OPERATION, SPLIT ONE RECORD PER OPERATION FOR A
006865*        TRANSACTION KEYED FOR ALL FOUR.
006870*****************************************************************
006875 2520-WRITE-CRMOUT.
006880     IF CRM-OP-CODE NOT = SPACE
006885         PERFORM 2550-WRITE-FEED-RECORD
006890             THRU 2550-WRITE-FEED-RECORD-EXIT
006895         GO TO 2520-WRITE-CRMOUT-EXIT
006896     END-IF.
006900     PERFORM 2530-SPLIT-CRMOUT THRU 2530-SPLIT-CRMOUT-EXIT.
006905 2520-WRITE-CRMOUT-EXIT.
006910     EXIT.

006915*****************************************************************
006920*    2530-SPLIT-CRMOUT
006925*        SHARE THE CREDIT ON AN ALL-OPERATIONS MEMO ACROSS THE
006930*        FOUR OPERATIONS BY EACH ONE'S PART OF THE CHARGE BILLED.
006935*        AN OPERATION BILLED NOTHING TAKES NO SHARE, AND THE LAST
006936*        OPERATION BILLED TAKES WHAT ROUNDING LEAVES, SO THE
006937*        RECORDS ADD BACK TO THE CREDIT ON THE MEMO.  THE MEMO ON
006938*        CRMEMO ITSELF STAYS ONE RECORD.
006939*****************************************************************
006940 2530-SPLIT-CRMOUT.
006941     MOVE 'A' TO FDSP-S-OP-CODE(1).
006942     MOVE FDSP-B-ADD-RATE(FDSP-BILL-USE-IDX) TO FDSP-S-BILLED(1).
006943     MOVE FDSP-USE-ADD-FEE TO FDSP-S-RERATED(1).
006944     MOVE 'S' TO FDSP-S-OP-CODE(2).
006945     MOVE FDSP-B-SUBTRACT-RATE(FDSP-BILL-USE-IDX)
006946         TO FDSP-S-BILLED(2).
006947     MOVE FDSP-USE-SUBTRACT-FEE TO FDSP-S-RERATED(2).
006948     MOVE 'M' TO FDSP-S-OP-CODE(3).
006949     MOVE FDSP-B-MULTIPLY-RATE(FDSP-BILL-USE-IDX)
006950         TO FDSP-S-BILLED(3).
006951     MOVE FDSP-USE-MULTIPLY-FEE TO FDSP-S-RERATED(3).
006952     MOVE 'D' TO FDSP-S-OP-CODE(4).
006953     MOVE FDSP-B-DIVIDE-RATE(FDSP-BILL-USE-IDX)
006954         TO FDSP-S-BILLED(4).
006955     MOVE FDSP-USE-DIVIDE-FEE TO FDSP-S-RERATED(4).
006956     MOVE ZERO TO FDSP-SPLIT-LAST.
006957     PERFORM 2535-FIND-LAST-SHARE THRU 2535-FIND-LAST-SHARE-EXIT
006958         VARYING FDSP-SPLIT-IDX FROM 1 BY 1
006959         UNTIL FDSP-SPLIT-IDX > 4.
006960     MOVE FDSP-CREDIT-AMT TO FDSP-SPLIT-LEFT.
006961     PERFORM 2540-WRITE-ONE-SHARE THRU 2540-WRITE-ONE-SHARE-EXIT
006962         VARYING FDSP-SPLIT-IDX FROM 1 BY 1
006963         UNTIL FDSP-SPLIT-IDX > 4.
006964     MOVE SPACE                TO CRM-OP-CODE.
006965     MOVE FDSP-ORIGINAL-CHARGE TO CRM-ORIGINAL-CHARGE.
006966     MOVE FDSP-RERATED-CHARGE  TO CRM-RERATED-CHARGE.
006967     MOVE FDSP-CREDIT-AMT      TO CRM-CREDIT-AMT.
006968 2530-SPLIT-CRMOUT-EXIT.
006969     EXIT.

006970*****************************************************************
006971*    2535-FIND-LAST-SHARE
006972*        NOTE THE LAST OPERATION THAT WAS BILLED ANYTHING - IT
006973*        TAKES THE ROUNDING.
006974*****************************************************************
006975 2535-FIND-LAST-SHARE.
006976     IF FDSP-S-BILLED(FDSP-SPLIT-IDX) > ZERO
006977         MOVE FDSP-SPLIT-IDX TO FDSP-SPLIT-LAST
006978     END-IF.
006979 2535-FIND-LAST-SHARE-EXIT.
006980     EXIT.

006981*****************************************************************
006982*    2540-WRITE-ONE-SHARE
006983*        WORK OUT ONE OPERATION'S SHARE OF THE CREDIT AND WRITE IT
006984*        TO CRMOUT UNDER THAT OPERATION.  A SHARE THAT COMES TO
006985*        NOTHING IS NOT WRITTEN.
006986*****************************************************************
006987 2540-WRITE-ONE-SHARE.
006988     IF FDSP-S-BILLED(FDSP-SPLIT-IDX) = ZERO
006989         GO TO 2540-WRITE-ONE-SHARE-EXIT
006990     END-IF.
006991     IF FDSP-SPLIT-IDX = FDSP-SPLIT-LAST
006992         MOVE FDSP-SPLIT-LEFT TO FDSP-SPLIT-SHARE
006993     ELSE
006994         COMPUTE FDSP-SPLIT-SHARE ROUNDED =
006995             FDSP-CREDIT-AMT * FDSP-S-BILLED(FDSP-SPLIT-IDX)
006996                 / FDSP-ORIGINAL-CHARGE
006997         IF FDSP-SPLIT-SHARE > FDSP-SPLIT-LEFT
006998             MOVE FDSP-SPLIT-LEFT TO FDSP-SPLIT-SHARE
006999         END-IF
007000     END-IF.
007001     SUBTRACT FDSP-SPLIT-SHARE FROM FDSP-SPLIT-LEFT.
007002     IF FDSP-SPLIT-SHARE = ZERO
007003         GO TO 2540-WRITE-ONE-SHARE-EXIT
007004     END-IF.
007005     MOVE FDSP-S-OP-CODE(FDSP-SPLIT-IDX)  TO CRM-OP-CODE.
007006     MOVE FDSP-S-BILLED(FDSP-SPLIT-IDX)   TO CRM-ORIGINAL-CHARGE.
007007     MOVE FDSP-S-RERATED(FDSP-SPLIT-IDX)  TO CRM-RERATED-CHARGE.
007008     MOVE FDSP-SPLIT-SHARE                TO CRM-CREDIT-AMT.
007009     PERFORM 2550-WRITE-FEED-RECORD
007010         THRU 2550-WRITE-FEED-RECORD-EXIT.
007011 2540-WRITE-ONE-SHARE-EXIT.
007012     EXIT.

007013*****************************************************************
007014*    2550-WRITE-FEED-RECORD
007015*        WRITE ONE RECORD TO THE CRMOUT FEED.  THE MEMO AND THE
007016*        CREDIT ARE ALREADY POSTED, SO A FEED THAT CANNOT BE
007017*        WRITTEN STOPS THE RUN WITH RETURN CODE 12 AND THE MEMO
007018*        NAMED - THE LEDGER WOULD OTHERWISE NEVER SEE IT.
007019*****************************************************************
007020 2550-WRITE-FEED-RECORD.
007021     WRITE CRMOUT-RECORD FROM CRM-RECORD.
007022     IF FDSP-CRMOUT-STATUS NOT = '00'
007023         DISPLAY 'CRMOUT WRITE FAILED - STATUS '
007024             FDSP-CRMOUT-STATUS
007025         DISPLAY 'MEMO FOR ' AHST-CUST-ID ' ' AHST-TS-DATE ' '
007026             AHST-TS-TIME ' IS POSTED BUT NOT ON THE GL FEED'
007027         MOVE 12 TO RETURN-CODE
007028         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
007029         STOP RUN
007030     END-IF.
007031 2550-WRITE-FEED-RECORD-EXIT.
007032     EXIT.

007033*****************************************************************
007034*    2600-APPLY-CREDIT
007035*        APPLY THE CREDIT OLDEST BUCKET FIRST - 90+, 60, 30, THEN
007036*        CURRENT - EXACTLY AS A PAYMENT IS APPLIED.  ANYTHING LEFT
007037*        AFTER THE OPEN CHARGES ARE COVERED GOES AGAINST THE
007038*        CURRENT BUCKET AS A CREDIT.  THE OPEN BALANCE IS REBUILT
007039*        FROM THE BUCKETS AND THE RECORD REWRITTEN WITH THE CREDIT
007040*        MEMO DATE - THE LAST PAYMENT DATE IS LEFT ALONE.
007041*****************************************************************
007042 2600-APPLY-CREDIT.
007043     MOVE FDSP-CREDIT-AMT TO FDSP-REMAINING.
007050     IF ARB-AGE-90-AMT > ZERO
007060         IF FDSP-REMAINING NOT < ARB-AGE-90-AMT
007070             SUBTRACT ARB-AGE-90-AMT FROM FDSP-REMAINING
007080             MOVE ZERO TO ARB-AGE-90-AMT
007090         ELSE
007100             SUBTRACT FDSP-REMAINING FROM ARB-AGE-90-AMT
007110             MOVE ZERO TO FDSP-REMAINING
007120         END-IF
007130     END-IF.
007140     IF ARB-AGE-60-AMT > ZERO AND FDSP-REMAINING > ZERO
007150         IF FDSP-REMAINING NOT < ARB-AGE-60-AMT
007160             SUBTRACT ARB-AGE-60-AMT FROM FDSP-REMAINING
007170             MOVE ZERO TO ARB-AGE-60-AMT
007180         ELSE
007190             SUBTRACT FDSP-REMAINING FROM ARB-AGE-60-AMT
007200             MOVE ZERO TO FDSP-REMAINING
007210         END-IF
007220     END-IF.
007230     IF ARB-AGE-30-AMT > ZERO AND FDSP-REMAINING > ZERO
007240         IF FDSP-REMAINING NOT < ARB-AGE-30-AMT
007250             SUBTRACT ARB-AGE-30-AMT FROM FDSP-REMAINING
007260             MOVE ZERO TO ARB-AGE-30-AMT
007270         ELSE
007280             SUBTRACT FDSP-REMAINING FROM ARB-AGE-30-AMT
007290             MOVE ZERO TO FDSP-REMAINING
007300         END-IF
007310     END-IF.
007320     IF FDSP-REMAINING > ZERO
007330         SUBTRACT FDSP-REMAINING FROM ARB-CURR-AMT
007340         MOVE ZERO TO FDSP-REMAINING
007350     END-IF.
007360     ADD ARB-CURR-AMT ARB-AGE-30-AMT ARB-AGE-60-AMT
007370         ARB-AGE-90-AMT GIVING ARB-BALANCE.
007380     MOVE FDSP-RUN-DATE TO ARB-LAST-CREDIT-DATE.
007390     REWRITE ARB-RECORD
007400         INVALID KEY
007410             MOVE 'N' TO FDSP-CARD-OK-SWITCH
007420             MOVE 'REWRITE FAILED ON BALANCE FILE'
007430                 TO FDSP-REJECT-REASON
007440     END-REWRITE.
007450 2600-APPLY-CREDIT-EXIT.
007460     EXIT.

007470*****************************************************************
007480*    2700-WRITE-REJECTED
007490*        A REJECTED CARD POSTS NOTHING - SHOW A REJECTED REGISTER
007500*        LINE WITH THE CARD'S OPERATOR AND THE REASON UNDER IT.
007510*****************************************************************
007520 2700-WRITE-REJECTED.
007530     ADD 1 TO FDSP-REJECTED-COUNT.
007540     MOVE ZERO TO FDSP-CREDIT-AMT.
007550     MOVE 'REJECTED ' TO FDSP-DISPOSITION.
007560     PERFORM 2800-WRITE-DETAIL-LINE
007570         THRU 2800-WRITE-DETAIL-LINE-EXIT.
007580     MOVE FDSP-REJECT-REASON TO DSP-REJ-REASON.
007590     MOVE DSP-REJECT-LINE TO DSP-RPT-RECORD.
007600     WRITE DSP-RPT-RECORD.
007610 2700-WRITE-REJECTED-EXIT.
007620     EXIT.

007630*****************************************************************
007640*    2800-WRITE-DETAIL-LINE
007650*        WRITE THE REGISTER LINE FOR THE DISPUTE CARD JUST
007660*        PROCESSED - ORIGINAL AND RE-RATED CHARGE, CREDIT, THE
007670*        RATE RECORD USED, DISPOSITION AND OPERATOR.
007680*****************************************************************
007690 2800-WRITE-DETAIL-LINE.
007700     MOVE DSP-CUST-ID          TO DSP-D-CUST-ID.
007710     MOVE DSP-TS-DATE          TO DSP-D-TXN-DATE.
007720     MOVE DSP-TS-TIME          TO DSP-D-TXN-TIME.
007730     MOVE DSP-RUN-SEQ          TO DSP-D-RUN-SEQ.
007740     MOVE FDSP-OP-CODE         TO DSP-D-OP-CODE.
007750     MOVE FDSP-ORIGINAL-CHARGE TO DSP-D-ORIGINAL.
007760     MOVE FDSP-RERATED-CHARGE  TO DSP-D-RERATED.
007770     MOVE FDSP-CREDIT-AMT      TO DSP-D-CREDIT.
007780     MOVE FDSP-RATE-EFF-DATE   TO DSP-D-RATE-EFF-DATE.
007790     MOVE FDSP-RATE-CUST-ID    TO DSP-D-RATE-CUST-ID.
007800     MOVE FDSP-DISPOSITION     TO DSP-D-DISPOSITION.
007810     MOVE DSP-OPERATOR-ID      TO DSP-D-OPERATOR.
007820     MOVE DSP-DETAIL-LINE TO DSP-RPT-RECORD.
007830     WRITE DSP-RPT-RECORD.
007840 2800-WRITE-DETAIL-LINE-EXIT.
007850     EXIT.

007860*****************************************************************
007870*    9000-TERMINATE
007880*        WRITE THE REGISTER TRAILER, CLOSE FILES AND RETURN
007890*        CONTROL TO THE OPERATING SYSTEM.
007900*****************************************************************
007910 9000-TERMINATE.
007920     IF DSPRPT-IS-OPEN
007930         MOVE FDSP-READ-COUNT      TO DSP-T-READ-COUNT
007940         MOVE FDSP-CREDITED-COUNT  TO DSP-T-CREDITED-COUNT
007950         MOVE FDSP-REVIEW-COUNT    TO DSP-T-REVIEW-COUNT
007960         MOVE FDSP-NO-CREDIT-COUNT TO DSP-T-NO-CREDIT-COUNT
007970         MOVE FDSP-REJECTED-COUNT  TO DSP-T-REJECTED-COUNT
007980         MOVE FDSP-CREDIT-TOTAL    TO DSP-T-CREDIT-TOTAL
007990         MOVE DSP-TRAILER-LINE TO DSP-RPT-RECORD
008000         WRITE DSP-RPT-RECORD
008010         CLOSE DSPRPT-FILE
008020     END-IF.
008030     IF DSPIN-IS-OPEN
008040         CLOSE DSPIN-FILE
008050     END-IF.
008060     IF AUDHIST-IS-OPEN
008070         CLOSE AUDHIST-FILE
008080     END-IF.
008090     IF RATEMAST-IS-OPEN
008100         CLOSE RATEMAST-FILE
008110     END-IF.
008120     IF ARBAL-IS-OPEN
008130         CLOSE ARBAL-FILE
008140     END-IF.
008150     IF CRMEMO-IS-OPEN
008160         CLOSE CRMEMO-FILE
008170     END-IF.
008171     IF CRMOUT-IS-OPEN
008172         CLOSE CRMOUT-FILE
008173     END-IF.
008180     IF OPERAUTH-IS-OPEN
008190         CLOSE OPERAUTH-FILE
008200     END-IF.
008210 9000-TERMINATE-EXIT.
008220     EXIT.
