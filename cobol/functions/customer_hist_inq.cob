000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CUSTOMER-HIST-INQ.
000030 AUTHOR.        D. OKONKWO.
000040 INSTALLATION.  REACH-X DATA CENTER.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    MODIFICATION HISTORY
000090*    -------------------------------------------------------
000100*    10/15/2026  DOK   ORIGINAL PROGRAM.  CUSTOMER MASTER CHANGE
000110*                      HISTORY INQUIRY AGAINST THE PERMANENT
000120*                      INDEXED CHGHIST FILE FILED BY THE
000130*                      CUSTOMER-HISTORY SUBROUTINE.  EACH CHQIN
000140*                      REQUEST CARD IS EITHER AN AS-OF INQUIRY
000150*                      ('A') - WHAT THE CUSTOMER'S MASTER RECORD
000160*                      LOOKED LIKE AT THE CLOSE OF BUSINESS ON A
000170*                      GIVEN DATE, TAKEN FROM THE LAST CHANGE ON
000180*                      OR BEFORE IT OR, FAILING THAT, FROM THE
000190*                      BEFORE IMAGE OF THE FIRST CHANGE AFTER IT -
000200*                      OR A LISTING ('L') OF EVERY CHANGE MADE TO
000210*                      THE CUSTOMER OVER A DATE RANGE WITH ITS
000220*                      BEFORE AND AFTER IMAGES, OPERATOR AND
000230*                      PROGRAM.  A CUSTOMER WITH NO CHANGE ON FILE
000240*                      IS ANSWERED FROM CUSTMAST AS IT STANDS.
000250*                      THE OPERATOR ASKING MUST HOLD INQUIRY
000260*                      AUTHORITY ON OPERAUTH.  ANSWERS ARE PRINTED
000270*                      ON CHQRPT.
000280*****************************************************************

000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SOURCE-COMPUTER.   IBM-370.
000320 OBJECT-COMPUTER.   IBM-370.

000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT CHQIN-FILE ASSIGN TO CHQIN
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS CHIQ-CHQIN-STATUS.
000380     SELECT CHGHIST-FILE ASSIGN TO CHGHIST
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS CHH-KEY
000420         FILE STATUS IS CHIQ-CHGHIST-STATUS.
000430     SELECT CUSTMAST-FILE ASSIGN TO CUSTMAST
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS RANDOM
000460         RECORD KEY IS CUST-ID
000470         FILE STATUS IS CHIQ-CUSTMAST-STATUS.
000480     SELECT OPERAUTH-FILE ASSIGN TO OPERAUTH
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS RANDOM
000510         RECORD KEY IS OPR-OPERATOR-ID
000520         FILE STATUS IS CHIQ-OPERAUTH-STATUS.
000530     SELECT BUSDATE-FILE ASSIGN TO BUSDATE
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS CHIQ-BUSDATE-STATUS.
000560     SELECT CHQRPT-FILE ASSIGN TO CHQRPT
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS CHIQ-CHQRPT-STATUS.

000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  CHQIN-FILE
000620     RECORDING MODE IS F
000630     LABEL RECORDS ARE STANDARD.
000640 COPY CHQREQ.

000650 FD  CHGHIST-FILE
000660     LABEL RECORDS ARE STANDARD.
000670 COPY CHGHIST.

000680 FD  CUSTMAST-FILE
000690     LABEL RECORDS ARE STANDARD.
000700 COPY CUSTMAST.

000710 FD  OPERAUTH-FILE
000720     LABEL RECORDS ARE STANDARD.
000730 COPY OPERAUTH.

000740 FD  BUSDATE-FILE
000750     RECORDING MODE IS F
000760     LABEL RECORDS ARE STANDARD.
000770 COPY BUSDATE.

000780 FD  CHQRPT-FILE
000790     RECORDING MODE IS F
000800     LABEL RECORDS ARE STANDARD.
000810 01  CHQ-RPT-RECORD           PIC X(132).

000820 WORKING-STORAGE SECTION.
000830*****************************************************************
000840*    FILE STATUS AND CONTROL SWITCHES
000850*****************************************************************
000860 77  CHIQ-CHQIN-STATUS        PIC X(02) VALUE SPACES.
000870 77  CHIQ-CHGHIST-STATUS      PIC X(02) VALUE SPACES.
000880 77  CHIQ-CUSTMAST-STATUS     PIC X(02) VALUE SPACES.
000890 77  CHIQ-OPERAUTH-STATUS     PIC X(02) VALUE SPACES.
000900 77  CHIQ-BUSDATE-STATUS      PIC X(02) VALUE SPACES.
000910 77  CHIQ-CHQRPT-STATUS       PIC X(02) VALUE SPACES.
000920 77  CHIQ-CHQIN-EOF-SWITCH    PIC X(01) VALUE 'N'.
000930     88  END-OF-CHQIN                 VALUE 'Y'.
000940 77  CHIQ-CHGHIST-OPEN-SW     PIC X(01) VALUE 'N'.
000950     88  CHGHIST-IS-OPEN              VALUE 'Y'.
000951 77  CHIQ-CUSTMAST-OPEN-SW    PIC X(01) VALUE 'N'.
000952     88  CUSTMAST-IS-OPEN             VALUE 'Y'.
000953 77  CHIQ-OPERAUTH-OPEN-SW    PIC X(01) VALUE 'N'.
000954     88  OPERAUTH-IS-OPEN             VALUE 'Y'.
000960 77  CHIQ-REQUEST-OK-SWITCH   PIC X(01) VALUE 'Y'.
000970     88  REQUEST-IS-VALID             VALUE 'Y'.
000980 77  CHIQ-SCAN-SWITCH         PIC X(01) VALUE 'N'.
000990     88  SCAN-IS-DONE                 VALUE 'Y'.
001000 77  CHIQ-LAST-FOUND-SWITCH   PIC X(01) VALUE 'N'.
001010     88  CHANGE-ON-OR-BEFORE          VALUE 'Y'.
001020 77  CHIQ-NEXT-FOUND-SWITCH   PIC X(01) VALUE 'N'.
001030     88  CHANGE-AFTER-DATE            VALUE 'Y'.
001040 77  CHIQ-RUN-DATE            PIC 9(06) VALUE ZERO.
001050 77  CHIQ-TO-DATE             PIC 9(06) VALUE ZERO.
001060 77  CHIQ-READ-COUNT          PIC 9(07) VALUE ZERO.
001070 77  CHIQ-ANSWER-COUNT        PIC 9(07) VALUE ZERO.
001080 77  CHIQ-REJECT-COUNT        PIC 9(07) VALUE ZERO.
001090 77  CHIQ-LIST-COUNT          PIC 9(07) VALUE ZERO.
001100 77  CHIQ-REJECT-REASON       PIC X(40) VALUE SPACES.
001110 77  CHIQ-IMAGE-TAG           PIC X(08) VALUE SPACES.
001120 77  CHIQ-IMAGE               PIC X(70) VALUE SPACES.

001130*****************************************************************
001140*    THE CHANGES EITHER SIDE OF AN AS-OF DATE - THE LAST ONE ON
001150*    OR BEFORE IT AND THE FIRST ONE AFTER IT
001160*****************************************************************
001170 01  CHIQ-LAST-CHANGE.
001180     05  CHIQ-LAST-DATE       PIC 9(06).
001190     05  CHIQ-LAST-TIME       PIC 9(08).
001200     05  CHIQ-LAST-ACTION     PIC X(01).
001210         88  LAST-WAS-DELETE        VALUE 'D'.
001220     05  CHIQ-LAST-AFTER      PIC X(70).

001230 01  CHIQ-NEXT-CHANGE.
001240     05  CHIQ-NEXT-DATE       PIC 9(06).
001250     05  CHIQ-NEXT-TIME       PIC 9(08).
001260     05  CHIQ-NEXT-ACTION     PIC X(01).
001270         88  NEXT-WAS-ADD           VALUE 'A'.
001280     05  CHIQ-NEXT-BEFORE     PIC X(70).

001290*****************************************************************
001300*    A MASTER RECORD IMAGE LAID OUT FOR PRINTING
001310*****************************************************************
001320 COPY CUSTMAST REPLACING ==CUST-RECORD== BY ==CHIQ-IMG-RECORD==
001330     ==CUST-ID==             BY ==CHIQ-IMG-ID==
001340     ==CUST-NAME==           BY ==CHIQ-IMG-NAME==
001350     ==CUST-AGE==            BY ==CHIQ-IMG-AGE==
001360     ==CUST-ADDRESS==        BY ==CHIQ-IMG-ADDRESS==
001370     ==CUST-ACCOUNT-STATUS== BY ==CHIQ-IMG-STATUS==
001380     ==CUST-ACCOUNT-ACTIVE== BY ==CHIQ-IMG-ACTIVE==
001390     ==CUST-ACCOUNT-CLOSED== BY ==CHIQ-IMG-CLOSED==
001400     ==CUST-ACCOUNT-SUSPENDED== BY ==CHIQ-IMG-SUSPENDED==
001410     ==CUST-HOLD-CODE==      BY ==CHIQ-IMG-HOLD-CODE==
001420     ==CUST-ON-COLLECTIONS-HOLD== BY ==CHIQ-IMG-ON-HOLD==
001430     ==CUST-MERGED-TO-ID==   BY ==CHIQ-IMG-MERGED-TO-ID==.

001440*****************************************************************
001450*    CHQRPT REPORT LINE LAYOUTS (BUILT HERE, MOVED TO THE
001460*    CHQ-RPT-RECORD FD AREA BEFORE EACH WRITE)
001470*****************************************************************
001480 COPY CHQLINES.

001490 PROCEDURE DIVISION.
001500*****************************************************************
001510*    0000-MAINLINE
001520*        TOP LEVEL CONTROL FOR THE CHANGE HISTORY INQUIRY.
001530*****************************************************************
001540 0000-MAINLINE.
001550     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001560     PERFORM 2000-PROCESS-REQUEST THRU 2000-PROCESS-REQUEST-EXIT
001570         UNTIL END-OF-CHQIN.
001580     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
001590     STOP RUN.

001600*****************************************************************
001610*    1000-INITIALIZE
001620*        OPEN THE REQUEST, CHANGE HISTORY, CUSTOMER MASTER,
001630*        AUTHORIZATION AND REPORT FILES, WRITE THE REPORT HEADER
001640*        AND READ THE FIRST REQUEST.  A CHANGE HISTORY NOT YET
001650*        BUILT (NO MASTER CHANGE FILED SINCE IT WAS INTRODUCED) IS
001660*        NOT AN ERROR - EVERY REQUEST IS THEN ANSWERED FROM
001670*        CUSTMAST AS IT STANDS.
001680*****************************************************************
001690 1000-INITIALIZE.
001700     DISPLAY ' '.
001710     DISPLAY '=== CUSTOMER CHANGE HISTORY INQUIRY ==='.
001720     DISPLAY ' '.
001730     OPEN INPUT CHQIN-FILE.
001740     IF CHIQ-CHQIN-STATUS NOT = '00'
001750         DISPLAY 'CHQIN OPEN FAILED - STATUS ' CHIQ-CHQIN-STATUS
001760         MOVE 16 TO RETURN-CODE
001770         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
001780         STOP RUN
001790     END-IF.
001800     OPEN INPUT CHGHIST-FILE.
001810     IF CHIQ-CHGHIST-STATUS = '00'
001820         MOVE 'Y' TO CHIQ-CHGHIST-OPEN-SW
001830     ELSE
001840         IF CHIQ-CHGHIST-STATUS = '35'
001850             DISPLAY 'CHGHIST NOT YET BUILT - NO CHANGES ON FILE'
001860         ELSE
001870             DISPLAY 'CHGHIST OPEN FAIL - STAT '
001871                 CHIQ-CHGHIST-STATUS
001880             MOVE 16 TO RETURN-CODE
001890             PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
001900             STOP RUN
001910         END-IF
001920     END-IF.
001930     OPEN INPUT CUSTMAST-FILE.
001940     IF CHIQ-CUSTMAST-STATUS NOT = '00'
001950         DISPLAY 'CUSTMAST OPEN FAIL - STAT ' CHIQ-CUSTMAST-STATUS
001960         MOVE 16 TO RETURN-CODE
001970         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
001980         STOP RUN
001990     END-IF.
001991     MOVE 'Y' TO CHIQ-CUSTMAST-OPEN-SW.
002000     OPEN INPUT OPERAUTH-FILE.
002010     IF CHIQ-OPERAUTH-STATUS NOT = '00'
002020         DISPLAY 'OPERAUTH OPEN FAIL - STAT ' CHIQ-OPERAUTH-STATUS
002030         MOVE 16 TO RETURN-CODE
002040         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
002050         STOP RUN
002060     END-IF.
002061     MOVE 'Y' TO CHIQ-OPERAUTH-OPEN-SW.
002070     OPEN OUTPUT CHQRPT-FILE.
002080     IF CHIQ-CHQRPT-STATUS NOT = '00'
002090         DISPLAY 'CHQRPT OPEN FAILED - STATUS ' CHIQ-CHQRPT-STATUS
002100         MOVE 16 TO RETURN-CODE
002110         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
002120         STOP RUN
002130     END-IF.
002140     PERFORM 1050-GET-BUSINESS-DATE
002150         THRU 1050-GET-BUSINESS-DATE-EXIT.
002160     MOVE CHIQ-RUN-DATE TO CHL-H-RUN-DATE.
002170     MOVE CHL-HEADER-LINE TO CHQ-RPT-RECORD.
002180     WRITE CHQ-RPT-RECORD.
002190     PERFORM 1100-READ-CHQIN THRU 1100-READ-CHQIN-EXIT.
002200 1000-INITIALIZE-EXIT.
002210     EXIT.

002220*****************************************************************
002230*    1050-GET-BUSINESS-DATE
002240*        READ THE SHOP BUSINESS DATE CONTROL RECORD - IT HEADS THE
002250*        REPORT AND ENDS A LISTING THAT GIVES NO TO DATE.  A
002260*        MISSING OR EMPTY BUSDATE MEANS OPERATIONS NEVER ROLLED
002270*        THE DAY - THE RUN STOPS RATHER THAN TRUST THE WALL CLOCK.
002280*****************************************************************
002290 1050-GET-BUSINESS-DATE.
002300     OPEN INPUT BUSDATE-FILE.
002310     IF CHIQ-BUSDATE-STATUS NOT = '00'
002320         DISPLAY 'BUSDATE NOT AVAILABLE - STATUS '
002330             CHIQ-BUSDATE-STATUS
002340         MOVE 16 TO RETURN-CODE
002350         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
002360         STOP RUN
002370     END-IF.
002380     READ BUSDATE-FILE
002390         AT END
002400             DISPLAY 'BUSDATE FILE IS EMPTY - DAY NEVER OPENED'
002410             CLOSE BUSDATE-FILE
002420             MOVE 16 TO RETURN-CODE
002430             PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
002440             STOP RUN.
002450     CLOSE BUSDATE-FILE.
002460     MOVE BDAT-BUSINESS-DATE TO CHIQ-RUN-DATE.
002470 1050-GET-BUSINESS-DATE-EXIT.
002480     EXIT.

002490*****************************************************************
002500*    1100-READ-CHQIN
002510*        READ THE NEXT INQUIRY REQUEST CARD.
002520*****************************************************************
002530 1100-READ-CHQIN.
002540     READ CHQIN-FILE
002550         AT END
002560             MOVE 'Y' TO CHIQ-CHQIN-EOF-SWITCH.
002570 1100-READ-CHQIN-EXIT.
002580     EXIT.

002590*****************************************************************
002600*    2000-PROCESS-REQUEST
002610*        EDIT ONE REQUEST CARD AND CHECK ITS OPERATOR, ECHO IT ON
002620*        THE REPORT, ANSWER IT OR REJECT IT, AND READ THE NEXT
002630*        CARD.
002640*****************************************************************
002650 2000-PROCESS-REQUEST.
002660     ADD 1 TO CHIQ-READ-COUNT.
002670     MOVE 'Y' TO CHIQ-REQUEST-OK-SWITCH.
002680     MOVE SPACES TO CHIQ-REJECT-REASON.
002690     PERFORM 2050-EDIT-REQUEST THRU 2050-EDIT-REQUEST-EXIT.
002700     IF REQUEST-IS-VALID
002710         PERFORM 2080-CHECK-OPERATOR THRU 2080-CHECK-OPERATOR-EXIT
002720     END-IF.
002730     PERFORM 2100-WRITE-REQUEST-LINE
002740         THRU 2100-WRITE-REQUEST-LINE-EXIT.
002750     IF NOT REQUEST-IS-VALID
002760         ADD 1 TO CHIQ-REJECT-COUNT
002770         PERFORM 2200-WRITE-REJECT-LINE
002780             THRU 2200-WRITE-REJECT-LINE-EXIT
002790         GO TO 2000-READ-NEXT
002800     END-IF.
002810     ADD 1 TO CHIQ-ANSWER-COUNT.
002820     IF CHQR-FUNC-AS-OF
002830         PERFORM 3000-ANSWER-AS-OF THRU 3000-ANSWER-AS-OF-EXIT
002840     ELSE
002850         PERFORM 4000-LIST-CHANGES THRU 4000-LIST-CHANGES-EXIT
002860     END-IF.
002870 2000-READ-NEXT.
002880     PERFORM 1100-READ-CHQIN THRU 1100-READ-CHQIN-EXIT.
002890 2000-PROCESS-REQUEST-EXIT.
002900     EXIT.

002910*****************************************************************
002920*    2050-EDIT-REQUEST
002930*        THE FUNCTION MUST BE AS-OF OR LISTING AND THE CUSTOMER ID
002940*        PRESENT.  AN AS-OF INQUIRY NEEDS ITS DATE.  A LISTING
002950*        RUNS FROM ITS REQUEST DATE (ZERO = THE FIRST CHANGE)
002960*        THROUGH ITS TO DATE (ZERO = THE BUSINESS DATE), WHICH MAY
002970*        NOT BE EARLIER.
002980*****************************************************************
002990 2050-EDIT-REQUEST.
003000     IF NOT CHQR-FUNC-AS-OF AND NOT CHQR-FUNC-LIST
003010         MOVE 'N' TO CHIQ-REQUEST-OK-SWITCH
003020         MOVE 'INVALID FUNCTION - MUST BE A OR L'
003030             TO CHIQ-REJECT-REASON
003040         GO TO 2050-EDIT-REQUEST-EXIT
003050     END-IF.
003060     IF CHQR-CUST-ID = SPACES
003070         MOVE 'N' TO CHIQ-REQUEST-OK-SWITCH
003080         MOVE 'CUSTOMER ID MISSING' TO CHIQ-REJECT-REASON
003090         GO TO 2050-EDIT-REQUEST-EXIT
003100     END-IF.
003110     IF CHQR-DATE NOT NUMERIC
003120         MOVE 'N' TO CHIQ-REQUEST-OK-SWITCH
003130         MOVE 'REQUEST DATE NOT NUMERIC' TO CHIQ-REJECT-REASON
003140         GO TO 2050-EDIT-REQUEST-EXIT
003150     END-IF.
003160     IF CHQR-FUNC-AS-OF
003170         IF CHQR-DATE = ZERO
003180             MOVE 'N' TO CHIQ-REQUEST-OK-SWITCH
003190             MOVE 'AS-OF DATE MISSING' TO CHIQ-REJECT-REASON
003200         END-IF
003210         GO TO 2050-EDIT-REQUEST-EXIT
003220     END-IF.
003230     IF CHQR-TO-DATE NOT NUMERIC
003240         MOVE 'N' TO CHIQ-REQUEST-OK-SWITCH
003250         MOVE 'TO DATE NOT NUMERIC' TO CHIQ-REJECT-REASON
003260         GO TO 2050-EDIT-REQUEST-EXIT
003270     END-IF.
003280     IF CHQR-TO-DATE = ZERO
003290         MOVE CHIQ-RUN-DATE TO CHIQ-TO-DATE
003300     ELSE
003310         MOVE CHQR-TO-DATE TO CHIQ-TO-DATE
003320     END-IF.
003330     IF CHQR-DATE > CHIQ-TO-DATE
003340         MOVE 'N' TO CHIQ-REQUEST-OK-SWITCH
003350         MOVE 'FROM DATE IS AFTER TO DATE' TO CHIQ-REJECT-REASON
003360     END-IF.
003370 2050-EDIT-REQUEST-EXIT.
003380     EXIT.

003390*****************************************************************
003400*    2080-CHECK-OPERATOR
003410*        VALIDATE THE REQUEST'S OPERATOR AGAINST THE AUTHORIZATION
003420*        FILE - THE OPERATOR MUST EXIST AND HOLD INQUIRY
003430*        AUTHORITY, OR NO CUSTOMER DATA COMES BACK.
003440*****************************************************************
003450 2080-CHECK-OPERATOR.
003460     IF CHQR-OPERATOR-ID = SPACES
003470         MOVE 'N' TO CHIQ-REQUEST-OK-SWITCH
003480         MOVE 'OPERATOR ID MISSING' TO CHIQ-REJECT-REASON
003490         GO TO 2080-CHECK-OPERATOR-EXIT
003500     END-IF.
003510     MOVE CHQR-OPERATOR-ID TO OPR-OPERATOR-ID.
003520     READ OPERAUTH-FILE
003530         INVALID KEY
003540             MOVE 'N' TO CHIQ-REQUEST-OK-SWITCH
003550             MOVE 'OPERATOR NOT ON AUTHORIZATION FILE'
003560                 TO CHIQ-REJECT-REASON
003570             GO TO 2080-CHECK-OPERATOR-EXIT.
003580     IF NOT OPR-MAY-INQUIRE
003590         MOVE 'N' TO CHIQ-REQUEST-OK-SWITCH
003600         MOVE 'OPERATOR NOT AUTHORIZED FOR INQUIRY'
003610             TO CHIQ-REJECT-REASON
003620     END-IF.
003630 2080-CHECK-OPERATOR-EXIT.
003640     EXIT.

003650*****************************************************************
003660*    2100-WRITE-REQUEST-LINE
003670*        ECHO THE REQUEST CARD ON THE REPORT - FUNCTION, CUSTOMER,
003680*        THE DATE OR DATE RANGE ASKED FOR AND THE OPERATOR.
003690*****************************************************************
003700 2100-WRITE-REQUEST-LINE.
003710     MOVE CHQR-CUST-ID     TO CHL-R-CUST-ID.
003720     MOVE CHQR-OPERATOR-ID TO CHL-R-OPERATOR.
003730     MOVE CHQR-DATE        TO CHL-R-DATE.
003740     MOVE SPACES           TO CHL-R-TO-TAG CHL-R-TO-DATE.
003750     EVALUATE TRUE
003760         WHEN CHQR-FUNC-AS-OF
003770             MOVE 'AS OF   ' TO CHL-R-FUNCTION
003780             MOVE 'DATE    ' TO CHL-R-DATE-TAG
003790         WHEN CHQR-FUNC-LIST
003800             MOVE 'LISTING ' TO CHL-R-FUNCTION
003810             MOVE 'FROM    ' TO CHL-R-DATE-TAG
003820             MOVE ' THROUGH ' TO CHL-R-TO-TAG
003830             IF REQUEST-IS-VALID
003840                 MOVE CHIQ-TO-DATE TO CHL-R-TO-DATE
003850             ELSE
003860                 MOVE CHQR-TO-DATE TO CHL-R-TO-DATE
003870             END-IF
003880         WHEN OTHER
003890             MOVE CHQR-FUNCTION TO CHL-R-FUNCTION
003900             MOVE 'DATE    ' TO CHL-R-DATE-TAG
003910     END-EVALUATE.
003920     MOVE CHL-REQUEST-LINE TO CHQ-RPT-RECORD.
003930     WRITE CHQ-RPT-RECORD.
003940 2100-WRITE-REQUEST-LINE-EXIT.
003950     EXIT.

003960*****************************************************************
003970*    2200-WRITE-REJECT-LINE
003980*        WRITE THE REASON THE REQUEST WAS NOT ANSWERED.
003990*****************************************************************
004000 2200-WRITE-REJECT-LINE.
004010     MOVE CHIQ-REJECT-REASON TO CHL-REJ-REASON.
004020     MOVE CHL-REJECT-LINE TO CHQ-RPT-RECORD.
004030     WRITE CHQ-RPT-RECORD.
004040 2200-WRITE-REJECT-LINE-EXIT.
004050     EXIT.

004060*****************************************************************
004070*    3000-ANSWER-AS-OF
004080*        READ THE CUSTOMER'S CHANGES IN KEY ORDER UP TO THE FIRST
004090*        ONE AFTER THE AS-OF DATE.  THE LAST CHANGE ON OR BEFORE
004100*        THE DATE LEFT THE RECORD AS ITS AFTER IMAGE (OR OFF FILE,
004110*        IF IT WAS A DELETE).  WITH NONE, THE FIRST CHANGE AFTER
004120*        THE DATE FOUND THE RECORD AS ITS BEFORE IMAGE (OR NOT YET
004130*        ON FILE, IF IT WAS THE ADD).  A CUSTOMER WITH NO CHANGE
004140*        ON FILE AT ALL HAS NEVER BEEN CHANGED SINCE THE HISTORY
004150*        BEGAN, SO CUSTMAST AS IT STANDS IS THE ANSWER.
004160*****************************************************************
004170 3000-ANSWER-AS-OF.
004180     MOVE 'N' TO CHIQ-LAST-FOUND-SWITCH.
004190     MOVE 'N' TO CHIQ-NEXT-FOUND-SWITCH.
004200     MOVE 'N' TO CHIQ-SCAN-SWITCH.
004210     MOVE SPACES TO CHIQ-IMAGE.
004220     MOVE SPACES TO CHL-RS-DATE CHL-RS-TIME.
004230     IF CHGHIST-IS-OPEN
004240         MOVE CHQR-CUST-ID TO CHH-CUST-ID
004250         MOVE ZERO TO CHH-EFF-DATE CHH-CLOCK-DATE
004260             CHH-EFF-TIME CHH-SEQ
004270         START CHGHIST-FILE KEY NOT < CHH-KEY
004280             INVALID KEY
004290                 MOVE 'Y' TO CHIQ-SCAN-SWITCH
004300         END-START
004310         PERFORM 3100-SCAN-ONE-CHANGE
004320             THRU 3100-SCAN-ONE-CHANGE-EXIT
004330             UNTIL SCAN-IS-DONE
004340     END-IF.
004350     EVALUATE TRUE
004360         WHEN CHANGE-ON-OR-BEFORE AND LAST-WAS-DELETE
004370             MOVE 'NOT ON FILE - DELETED BY THE CHANGE OF'
004380                 TO CHL-RS-TEXT
004390             MOVE CHIQ-LAST-DATE TO CHL-RS-DATE
004400             MOVE CHIQ-LAST-TIME TO CHL-RS-TIME
004410         WHEN CHANGE-ON-OR-BEFORE
004420             MOVE 'AS LEFT BY THE CHANGE OF' TO CHL-RS-TEXT
004430             MOVE CHIQ-LAST-DATE TO CHL-RS-DATE
004440             MOVE CHIQ-LAST-TIME TO CHL-RS-TIME
004450             MOVE CHIQ-LAST-AFTER TO CHIQ-IMAGE
004460         WHEN CHANGE-AFTER-DATE AND NEXT-WAS-ADD
004470             MOVE 'NOT YET ON FILE - ADDED BY THE CHANGE OF'
004480                 TO CHL-RS-TEXT
004490             MOVE CHIQ-NEXT-DATE TO CHL-RS-DATE
004500             MOVE CHIQ-NEXT-TIME TO CHL-RS-TIME
004510         WHEN CHANGE-AFTER-DATE
004520             MOVE 'AS FOUND BY THE CHANGE OF' TO CHL-RS-TEXT
004530             MOVE CHIQ-NEXT-DATE TO CHL-RS-DATE
004540             MOVE CHIQ-NEXT-TIME TO CHL-RS-TIME
004550             MOVE CHIQ-NEXT-BEFORE TO CHIQ-IMAGE
004560         WHEN OTHER
004570             PERFORM 3200-READ-CURRENT-MASTER
004580                 THRU 3200-READ-CURRENT-MASTER-EXIT
004590     END-EVALUATE.
004600     MOVE CHL-RESULT-LINE TO CHQ-RPT-RECORD.
004610     WRITE CHQ-RPT-RECORD.
004620     IF CHIQ-IMAGE NOT = SPACES
004630         MOVE 'AS OF   ' TO CHIQ-IMAGE-TAG
004640         PERFORM 5000-WRITE-IMAGE-LINE
004650             THRU 5000-WRITE-IMAGE-LINE-EXIT
004660     END-IF.
004670 3000-ANSWER-AS-OF-EXIT.
004680     EXIT.

004690*****************************************************************
004700*    3100-SCAN-ONE-CHANGE
004710*        READ THE CUSTOMER'S NEXT CHANGE.  ONE ON OR BEFORE THE
004720*        AS-OF DATE BECOMES THE LATEST KNOWN; THE FIRST ONE AFTER
004730*        IT IS KEPT AND ENDS THE SCAN, AS DOES THE END OF THE
004740*        CUSTOMER'S CHANGES.
004750*****************************************************************
004760 3100-SCAN-ONE-CHANGE.
004770     READ CHGHIST-FILE NEXT RECORD
004780         AT END
004790             MOVE 'Y' TO CHIQ-SCAN-SWITCH
004800             GO TO 3100-SCAN-ONE-CHANGE-EXIT.
004810     IF CHH-CUST-ID NOT = CHQR-CUST-ID
004820         MOVE 'Y' TO CHIQ-SCAN-SWITCH
004830         GO TO 3100-SCAN-ONE-CHANGE-EXIT
004840     END-IF.
004850     IF CHH-EFF-DATE NOT > CHQR-DATE
004860         MOVE 'Y' TO CHIQ-LAST-FOUND-SWITCH
004870         MOVE CHH-EFF-DATE     TO CHIQ-LAST-DATE
004880         MOVE CHH-EFF-TIME     TO CHIQ-LAST-TIME
004890         MOVE CHH-ACTION       TO CHIQ-LAST-ACTION
004900         MOVE CHH-AFTER-IMAGE  TO CHIQ-LAST-AFTER
004910     ELSE
004920         MOVE 'Y' TO CHIQ-NEXT-FOUND-SWITCH
004930         MOVE CHH-EFF-DATE     TO CHIQ-NEXT-DATE
004940         MOVE CHH-EFF-TIME     TO CHIQ-NEXT-TIME
004950         MOVE CHH-ACTION       TO CHIQ-NEXT-ACTION
004960         MOVE CHH-BEFORE-IMAGE TO CHIQ-NEXT-BEFORE
004970         MOVE 'Y' TO CHIQ-SCAN-SWITCH
004980     END-IF.
004990 3100-SCAN-ONE-CHANGE-EXIT.
005000     EXIT.

005010*****************************************************************
005020*    3200-READ-CURRENT-MASTER
005030*        NO CHANGE ON FILE FOR THE CUSTOMER - ANSWER FROM CUSTMAST
005040*        AS IT STANDS, OR NOT ON FILE.
005050*****************************************************************
005060 3200-READ-CURRENT-MASTER.
005070     MOVE CHQR-CUST-ID TO CUST-ID.
005080     READ CUSTMAST-FILE
005090         INVALID KEY
005100             MOVE 'NOT ON FILE - NO CHANGE AND NO MASTER'
005110                 TO CHL-RS-TEXT
005120             GO TO 3200-READ-CURRENT-MASTER-EXIT.
005130     MOVE 'NO CHANGE ON FILE - MASTER AS IT STANDS'
005140         TO CHL-RS-TEXT.
005150     MOVE CUST-RECORD TO CHIQ-IMAGE.
005160 3200-READ-CURRENT-MASTER-EXIT.
005170     EXIT.

005180*****************************************************************
005190*    4000-LIST-CHANGES
005200*        LIST EVERY CHANGE MADE TO THE CUSTOMER FROM THE REQUEST
005210*        DATE THROUGH THE TO DATE IN THE ORDER THEY WERE MADE,
005220*        EACH WITH ITS BEFORE AND AFTER IMAGES, AND COUNT THEM.
005230*****************************************************************
005240 4000-LIST-CHANGES.
005250     MOVE ZERO TO CHIQ-LIST-COUNT.
005260     MOVE 'N' TO CHIQ-SCAN-SWITCH.
005270     MOVE CHL-COLHDR-LINE TO CHQ-RPT-RECORD.
005280     WRITE CHQ-RPT-RECORD.
005290     IF CHGHIST-IS-OPEN
005300         MOVE CHQR-CUST-ID TO CHH-CUST-ID
005310         MOVE CHQR-DATE TO CHH-EFF-DATE
005320         MOVE ZERO TO CHH-CLOCK-DATE CHH-EFF-TIME CHH-SEQ
005330         START CHGHIST-FILE KEY NOT < CHH-KEY
005340             INVALID KEY
005350                 MOVE 'Y' TO CHIQ-SCAN-SWITCH
005360         END-START
005370         PERFORM 4100-LIST-ONE-CHANGE
005380             THRU 4100-LIST-ONE-CHANGE-EXIT
005390             UNTIL SCAN-IS-DONE
005400     END-IF.
005410     MOVE CHIQ-LIST-COUNT TO CHL-CT-COUNT.
005420     MOVE CHL-COUNT-LINE TO CHQ-RPT-RECORD.
005430     WRITE CHQ-RPT-RECORD.
005440 4000-LIST-CHANGES-EXIT.
005450     EXIT.

005460*****************************************************************
005470*    4100-LIST-ONE-CHANGE
005480*        READ THE CUSTOMER'S NEXT CHANGE AND PRINT IT WITH ITS
005490*        BEFORE AND AFTER IMAGES.  ANOTHER CUSTOMER, A CHANGE PAST
005500*        THE TO DATE OR THE END OF THE FILE ENDS THE LISTING.
005510*****************************************************************
005520 4100-LIST-ONE-CHANGE.
005530     READ CHGHIST-FILE NEXT RECORD
005540         AT END
005550             MOVE 'Y' TO CHIQ-SCAN-SWITCH
005560             GO TO 4100-LIST-ONE-CHANGE-EXIT.
005570     IF CHH-CUST-ID NOT = CHQR-CUST-ID
005580         OR CHH-EFF-DATE > CHIQ-TO-DATE
005590         MOVE 'Y' TO CHIQ-SCAN-SWITCH
005600         GO TO 4100-LIST-ONE-CHANGE-EXIT
005610     END-IF.
005620     ADD 1 TO CHIQ-LIST-COUNT.
005630     MOVE CHH-EFF-DATE    TO CHL-C-EFF-DATE.
005640     MOVE CHH-EFF-TIME    TO CHL-C-EFF-TIME.
005650     MOVE CHH-OPERATOR-ID TO CHL-C-OPERATOR.
005660     MOVE CHH-PROGRAM-ID  TO CHL-C-PROGRAM.
005670     MOVE CHH-REASON      TO CHL-C-REASON.
005680     EVALUATE TRUE
005690         WHEN CHH-ACTION-ADD
005700             MOVE 'ADD     ' TO CHL-C-ACTION
005710         WHEN CHH-ACTION-CHANGE
005720             MOVE 'CHANGE  ' TO CHL-C-ACTION
005730         WHEN CHH-ACTION-DELETE
005740             MOVE 'DELETE  ' TO CHL-C-ACTION
005750         WHEN CHH-ACTION-STATUS
005760             MOVE 'STATUS  ' TO CHL-C-ACTION
005770         WHEN OTHER
005780             MOVE CHH-ACTION TO CHL-C-ACTION
005790     END-EVALUATE.
005800     MOVE CHL-CHANGE-LINE TO CHQ-RPT-RECORD.
005810     WRITE CHQ-RPT-RECORD.
005820     IF CHH-BEFORE-IMAGE NOT = SPACES
005830         MOVE 'BEFORE  ' TO CHIQ-IMAGE-TAG
005840         MOVE CHH-BEFORE-IMAGE TO CHIQ-IMAGE
005850         PERFORM 5000-WRITE-IMAGE-LINE
005860             THRU 5000-WRITE-IMAGE-LINE-EXIT
005870     END-IF.
005880     IF CHH-AFTER-IMAGE NOT = SPACES
005890         MOVE 'AFTER   ' TO CHIQ-IMAGE-TAG
005900         MOVE CHH-AFTER-IMAGE TO CHIQ-IMAGE
005910         PERFORM 5000-WRITE-IMAGE-LINE
005920             THRU 5000-WRITE-IMAGE-LINE-EXIT
005930     END-IF.
005940 4100-LIST-ONE-CHANGE-EXIT.
005950     EXIT.

005960*****************************************************************
005970*    5000-WRITE-IMAGE-LINE
005980*        PRINT ONE MASTER RECORD IMAGE UNDER ITS TAG, WITH THE
005990*        SURVIVING ID WHEN THE RECORD WAS CLOSED BY A MERGE.
006000*****************************************************************
006010 5000-WRITE-IMAGE-LINE.
006020     MOVE CHIQ-IMAGE            TO CHIQ-IMG-RECORD.
006030     MOVE CHIQ-IMAGE-TAG        TO CHL-I-TAG.
006040     MOVE CHIQ-IMG-ID           TO CHL-I-CUST-ID.
006050     MOVE CHIQ-IMG-NAME         TO CHL-I-NAME.
006060     MOVE CHIQ-IMG-AGE          TO CHL-I-AGE.
006070     MOVE CHIQ-IMG-ADDRESS      TO CHL-I-ADDRESS.
006080     MOVE CHIQ-IMG-STATUS       TO CHL-I-STATUS.
006090     MOVE CHIQ-IMG-HOLD-CODE    TO CHL-I-HOLD-CODE.
006100     IF CHIQ-IMG-MERGED-TO-ID = SPACES
006110         MOVE SPACES TO CHL-I-MERGED-TAG
006120     ELSE
006130         MOVE 'MERGED TO ' TO CHL-I-MERGED-TAG
006140     END-IF.
006150     MOVE CHIQ-IMG-MERGED-TO-ID TO CHL-I-MERGED-TO-ID.
006160     MOVE CHL-IMAGE-LINE TO CHQ-RPT-RECORD.
006170     WRITE CHQ-RPT-RECORD.
006180 5000-WRITE-IMAGE-LINE-EXIT.
006190     EXIT.

006200*****************************************************************
006210*    9000-TERMINATE
006220*        WRITE THE REPORT TRAILER, DISPLAY THE RUN COUNTS, CLOSE
006230*        FILES AND RETURN CONTROL TO THE OPERATING SYSTEM.
006240*****************************************************************
006250 9000-TERMINATE.
006260     IF CHIQ-CHQRPT-STATUS = '00'
006270         MOVE CHIQ-READ-COUNT   TO CHL-T-READ-COUNT
006280         MOVE CHIQ-ANSWER-COUNT TO CHL-T-ANSWER-COUNT
006290         MOVE CHIQ-REJECT-COUNT TO CHL-T-REJECT-COUNT
006300         MOVE CHL-TRAILER-LINE TO CHQ-RPT-RECORD
006310         WRITE CHQ-RPT-RECORD
006320         CLOSE CHQRPT-FILE
006330     END-IF.
006340     DISPLAY 'REQUESTS READ:     ' CHIQ-READ-COUNT.
006350     DISPLAY 'REQUESTS ANSWERED: ' CHIQ-ANSWER-COUNT.
006360     DISPLAY 'REQUESTS REJECTED: ' CHIQ-REJECT-COUNT.
006370     IF CHIQ-CHQIN-STATUS = '00' OR CHIQ-CHQIN-STATUS = '10'
006380         CLOSE CHQIN-FILE
006390     END-IF.
006400     IF CHGHIST-IS-OPEN
006410         CLOSE CHGHIST-FILE
006420     END-IF.
006430     IF CUSTMAST-IS-OPEN
006440         CLOSE CUSTMAST-FILE
006450     END-IF.
006460     IF OPERAUTH-IS-OPEN
006470         CLOSE OPERAUTH-FILE
006480     END-IF.
006490 9000-TERMINATE-EXIT.
006500     EXIT.
