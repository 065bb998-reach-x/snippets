000300*                      UNKNOWN OR UNAUTHORIZED OPERATOR REJECTS THE
000310*                      CARD TO THE REGISTER WITH A REASON, AND THE
000320*                      OPERATOR IS STAMPED ON EVERY REGISTER LINE.
000321*    10/14/2026  DOK   EVERY PAYMENT APPLIED IS NOW ALSO WRITTEN TO
000322*                      THE APPLIED PAYMENT EXTRACT (APPLOUT, PAYAPPL
000323*                      LAYOUT) WITH A TRAILER CARRYING THE SAME
000324*                      APPLIED COUNT AND AMOUNT AS THE PAYRPT
000325*                      TRAILER, SO THE NIGHTLY GL-JOURNAL EXTRACT
000326*                      CAN JOURNAL THE DAY'S CASH RECEIPTS AND TIE
000327*                      THEM BACK TO THIS REGISTER.
000328*    10/14/2026  DOK   A PAYMENT THAT BRINGS AN ACCOUNT ON
000329*                      COLLECTIONS CREDIT HOLD BACK UNDER THE HOLD
000330*                      THRESHOLD (COLLCTL, SHARED WITH THE
000331*                      COLLECTIONS RUN) NOW LIFTS THE HOLD ON
000332*                      CUSTMAST AT ONCE - STATUS BACK TO 'A' - SO
000333*                      THE CUSTOMER'S WORK IS BILLED AGAIN FROM THE
000334*                      NEXT NIGHT.  THE RELEASE IS NOTED ON THE
000335*                      PAYRPT LINE, COUNTED ON THE TRAILER AND
000336*                      LOGGED ON COLLACT FOR THE COLLECTIONS
000337*                      REGISTER.
000338*    10/15/2026  DOK   A COLLECTIONS HOLD LIFTED BY A PAYMENT IS
000339*                      NOW ALSO FILED ON THE PERMANENT CUSTOMER
000340*                      MASTER CHANGE HISTORY (CHGHIST) THROUGH THE
000341*                      CUSTOMER-HISTORY SUBROUTINE AS A STATUS
000342*                      CHANGE BY THE PAYMENT'S OPERATOR, WITH THE
000343*                      BEFORE AND AFTER IMAGES.  A CHANGE THAT
000344*                      COULD NOT BE FILED IS DISPLAYED AND ENDS
000345*                      THE RUN WITH RETURN CODE 4.
000346*    10/15/2026  DOK   THE APPLIED PAYMENT EXTRACT (APPLOUT) IS
000347*                      NOW EXTENDED RATHER THAN REWRITTEN, SO A
000348*                      SECOND PAYMENT RUN IN THE SAME NIGHT ADDS
000349*                      ITS PAYMENTS AND ITS OWN TRAILER BEHIND THE
000350*                      FIRST.  THE GL JOURNAL RUN CLEARS THE FILE
000351*                      ONCE A RELEASED JOURNAL HAS TAKEN IT.
000352*****************************************************************

000353 ENVIRONMENT DIVISION.
000354 CONFIGURATION SECTION.
000360 SOURCE-COMPUTER.   IBM-370.
000370 OBJECT-COMPUTER.   IBM-370.

000560     SELECT BUSDATE-FILE ASSIGN TO BUSDATE
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS RPAY-BUSDATE-STATUS.
000581     SELECT OPTIONAL APPLOUT-FILE ASSIGN TO APPLOUT
000582         ORGANIZATION IS LINE SEQUENTIAL
000583         FILE STATUS IS RPAY-APPLOUT-STATUS.
000584     SELECT CUSTMAST-FILE ASSIGN TO CUSTMAST
000585         ORGANIZATION IS INDEXED
000586         ACCESS MODE IS RANDOM
000587         RECORD KEY IS CUST-ID
000588         FILE STATUS IS RPAY-CUSTMAST-STATUS.
000589     SELECT COLLCTL-FILE ASSIGN TO COLLCTL
000590         ORGANIZATION IS LINE SEQUENTIAL
000591         FILE STATUS IS RPAY-COLLCTL-STATUS.
000592     SELECT OPTIONAL COLLACT-FILE ASSIGN TO COLLACT
000593         ORGANIZATION IS LINE SEQUENTIAL
000594         FILE STATUS IS RPAY-COLLACT-STATUS.

000595 DATA DIVISION.
000600 FILE SECTION.
000610 FD  PAYIN-FILE
000620     RECORDING MODE IS F
000770     LABEL RECORDS ARE STANDARD.
000780 COPY BUSDATE.

000781 FD  APPLOUT-FILE
000782     RECORDING MODE IS F
000783     LABEL RECORDS ARE STANDARD.
000784 COPY PAYAPPL.

000785 FD  CUSTMAST-FILE
000786     LABEL RECORDS ARE STANDARD.
000787 COPY CUSTMAST.

000788 FD  COLLCTL-FILE
000789     RECORDING MODE IS F
000790     LABEL RECORDS ARE STANDARD.
000791 COPY COLLCTL.

000792 FD  COLLACT-FILE
000793     RECORDING MODE IS F
000794     LABEL RECORDS ARE STANDARD.
000795 COPY COLLACT.

000796 WORKING-STORAGE SECTION.
000800*****************************************************************
000810*    FILE STATUS AND CONTROL SWITCHES
000820*****************************************************************
000850 77  RPAY-PAYRPT-STATUS       PIC X(02) VALUE SPACES.
000860 77  RPAY-OPERAUTH-STATUS     PIC X(02) VALUE SPACES.
000870 77  RPAY-BUSDATE-STATUS      PIC X(02) VALUE SPACES.
000871 77  RPAY-APPLOUT-STATUS      PIC X(02) VALUE SPACES.
000872 77  RPAY-CUSTMAST-STATUS     PIC X(02) VALUE SPACES.
000873 77  RPAY-COLLCTL-STATUS      PIC X(02) VALUE SPACES.
000874 77  RPAY-COLLACT-STATUS      PIC X(02) VALUE SPACES.
000875 77  RPAY-CUSTMAST-OPEN-SW    PIC X(01) VALUE 'N'.
000876     88  CUSTMAST-IS-OPEN             VALUE 'Y'.
000877 77  RPAY-COLLACT-OPEN-SW     PIC X(01) VALUE 'N'.
000878     88  COLLACT-IS-OPEN              VALUE 'Y'.
000879 77  RPAY-APPLOUT-OPEN-SW     PIC X(01) VALUE 'N'.
000880     88  APPLOUT-IS-OPEN              VALUE 'Y'.
000881 77  RPAY-PAYIN-EOF-SWITCH    PIC X(01) VALUE 'N'.
000890     88  END-OF-PAYIN                 VALUE 'Y'.
000900 77  RPAY-APPLIED-SWITCH      PIC X(01) VALUE 'N'.
000910     88  PAYMENT-WAS-APPLIED          VALUE 'Y'.
000970 77  RPAY-REJECT-REASON       PIC X(35) VALUE SPACES.
000980 77  RPAY-OLD-BALANCE         PIC S9(09)V99 VALUE ZERO.
000990 77  RPAY-REMAINING           PIC S9(09)V99 VALUE ZERO.
000991 77  RPAY-HOLD-AGE            PIC 9(02) VALUE 90.
000992 77  RPAY-HOLD-MINIMUM        PIC 9(07)V99 VALUE ZERO.
000993 77  RPAY-PAST-DUE            PIC S9(09)V99 VALUE ZERO.
000994 77  RPAY-RELEASE-COUNT       PIC 9(07) VALUE ZERO.
000995 77  RPAY-SAVE-RETURN-CODE    PIC S9(04) COMP VALUE ZERO.

001000*****************************************************************
001010*    PAYRPT REGISTER LINE LAYOUTS (BUILT HERE, MOVED TO THE
001030*****************************************************************
001040 COPY PAYLINES.

001041*****************************************************************
001042*    CUSTOMER-HISTORY COMMUNICATION AREA - EVERY CUSTMAST UPDATE
001043*    IS FILED ON THE CUSTOMER MASTER CHANGE HISTORY THROUGH A
001044*    COMMON SUBROUTINE
001045*****************************************************************
001046 COPY CHGCOMM.

001050 PROCEDURE DIVISION.
001060*****************************************************************
001070*    0000-MAINLINE
001420         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
001430         STOP RUN
001440     END-IF.
001441*    APPLOUT IS EXTENDED - THE GL JOURNAL RUN CLEARS IT ONCE A
001442*    RELEASED JOURNAL HAS TAKEN EVERY PAYMENT RUN LOGGED HERE.
001443     OPEN EXTEND APPLOUT-FILE.
001444     IF RPAY-APPLOUT-STATUS NOT = '00' AND
001445             RPAY-APPLOUT-STATUS NOT = '05'
001446         DISPLAY 'APPLOUT OPEN FAILED - STATUS '
001447             RPAY-APPLOUT-STATUS
001448         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
001449         STOP RUN
001450     END-IF.
001451     MOVE 'Y' TO RPAY-APPLOUT-OPEN-SW.
001452     OPEN I-O CUSTMAST-FILE.
001453     IF RPAY-CUSTMAST-STATUS NOT = '00'
001454         DISPLAY 'CUSTMAST OPEN FAIL - STAT '
001455             RPAY-CUSTMAST-STATUS
001456         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
001457         STOP RUN
001458     END-IF.
001459     MOVE 'Y' TO RPAY-CUSTMAST-OPEN-SW.
001460*    COLLACT IS EXTENDED - THE COLLECTIONS RUN CLEARS IT ONCE ITS
001461*    REGISTER HAS LISTED EVERY RELEASE LOGGED HERE.
001462     OPEN EXTEND COLLACT-FILE.
001463     IF RPAY-COLLACT-STATUS NOT = '00' AND
001464             RPAY-COLLACT-STATUS NOT = '05'
001465         DISPLAY 'COLLACT OPEN FAILED - STATUS '
001466             RPAY-COLLACT-STATUS
001467         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
001468         STOP RUN
001469     END-IF.
001470     MOVE 'Y' TO RPAY-COLLACT-OPEN-SW.
001471     OPEN INPUT OPERAUTH-FILE.
001472     IF RPAY-OPERAUTH-STATUS NOT = '00'
001473         DISPLAY 'OPERAUTH OPEN FAIL - STAT ' RPAY-OPERAUTH-STATUS
001480         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
001490         STOP RUN
001500     END-IF.
001510     PERFORM 1050-GET-BUSINESS-DATE
001520         THRU 1050-GET-BUSINESS-DATE-EXIT.
001546     PERFORM 1060-READ-COLLECTIONS-CTL
001547         THRU 1060-READ-COLLECTIONS-CTL-EXIT.
001548     MOVE RPAY-RUN-DATE TO PAY-H-RUN-DATE.
001549     MOVE PAY-HEADER-LINE TO PAY-RPT-RECORD.
001550     WRITE PAY-RPT-RECORD.
001560     PERFORM 1100-READ-PAYIN THRU 1100-READ-PAYIN-EXIT.
001570 1000-INITIALIZE-EXIT.
001820 1050-GET-BUSINESS-DATE-EXIT.
001830     EXIT.

001831*****************************************************************
001832*    1060-READ-COLLECTIONS-CTL
001833*        PICK UP THE CREDIT HOLD THRESHOLD FROM THE COLLECTIONS
001834*        CONTROL CARD SHARED WITH THE COLLECTIONS RUN.  A MISSING
001835*        OR EMPTY CARD, OR A HOLD AGE OTHER THAN 30, 60 OR 90,
001836*        LEAVES THE DEFAULT OF 90+ DAYS PAST DUE WITH NO MINIMUM.
001837*****************************************************************
001838 1060-READ-COLLECTIONS-CTL.
001839     OPEN INPUT COLLCTL-FILE.
001840     IF RPAY-COLLCTL-STATUS = '00'
001841         READ COLLCTL-FILE
001842             AT END
001843                 CONTINUE
001844             NOT AT END
001845                 IF COLCTL-HOLD-AGE = 30 OR 60 OR 90
001846                     MOVE COLCTL-HOLD-AGE TO RPAY-HOLD-AGE
001847                 END-IF
001848                 IF COLCTL-HOLD-MINIMUM IS NUMERIC
001849                     MOVE COLCTL-HOLD-MINIMUM TO RPAY-HOLD-MINIMUM
001850                 END-IF
001851         END-READ
001852         CLOSE COLLCTL-FILE
001853     END-IF.
001854 1060-READ-COLLECTIONS-CTL-EXIT.
001855     EXIT.

001856*****************************************************************
001857*    1100-READ-PAYIN
001860*        READ THE NEXT PAYMENT CARD.
001870*****************************************************************
001880 1100-READ-PAYIN.
002240     END-IF.
002250     MOVE ARB-BALANCE TO RPAY-OLD-BALANCE.
002260     PERFORM 2100-APPLY-PAYMENT THRU 2100-APPLY-PAYMENT-EXIT.
002310     IF PAYMENT-WAS-APPLIED
002311         PERFORM 2200-CHECK-COLLECTIONS-HOLD
002312             THRU 2200-CHECK-COLLECTIONS-HOLD-EXIT
002313     END-IF.
002314 2000-WRITE-REGISTER.
002315     PERFORM 2400-WRITE-DETAIL-LINE
002316         THRU 2400-WRITE-DETAIL-LINE-EXIT.
002317     IF PAYMENT-WAS-APPLIED
002318         ADD 1 TO RPAY-APPLIED-COUNT
002320         ADD PAY-AMOUNT TO RPAY-APPLIED-TOTAL
002321         PERFORM 2500-WRITE-APPLIED-EXTRACT
002322             THRU 2500-WRITE-APPLIED-EXTRACT-EXIT
002330     ELSE
002340         ADD 1 TO RPAY-REJECT-COUNT
002350     END-IF.
003150 2100-APPLY-PAYMENT-EXIT.
003160     EXIT.

003161*****************************************************************
003162*    2200-CHECK-COLLECTIONS-HOLD
003163*        AFTER A PAYMENT IS APPLIED, LIFT THE CUSTOMER'S CREDIT
003164*        HOLD IF THE ACCOUNT IS ON A COLLECTIONS HOLD AND ITS
003165*        PAST DUE BALANCE - AGED AT OR BEYOND THE HOLD AGE - IS
003166*        NO LONGER OVER THE HOLD MINIMUM.  A SUSPENSION KEYED
003167*        THROUGH CUSTOMER-MAINT IS NOT TOUCHED.  THE RELEASE IS
003168*        NOTED ON THE REGISTER LINE AND LOGGED ON COLLACT FOR
003169*        THE COLLECTIONS REGISTER.
003170*****************************************************************
003171 2200-CHECK-COLLECTIONS-HOLD.
003172     MOVE PAY-CUST-ID TO CUST-ID.
003173     READ CUSTMAST-FILE
003174         INVALID KEY
003175             GO TO 2200-CHECK-COLLECTIONS-HOLD-EXIT.
003176     IF NOT CUST-ACCOUNT-SUSPENDED OR NOT CUST-ON-COLLECTIONS-HOLD
003177         GO TO 2200-CHECK-COLLECTIONS-HOLD-EXIT
003178     END-IF.
003179     MOVE ARB-AGE-90-AMT TO RPAY-PAST-DUE.
003180     IF RPAY-HOLD-AGE < 90
003181         ADD ARB-AGE-60-AMT TO RPAY-PAST-DUE
003182     END-IF.
003183     IF RPAY-HOLD-AGE < 60
003184         ADD ARB-AGE-30-AMT TO RPAY-PAST-DUE
003185     END-IF.
003186     IF ARB-BALANCE > ZERO AND RPAY-PAST-DUE > RPAY-HOLD-MINIMUM
003187         GO TO 2200-CHECK-COLLECTIONS-HOLD-EXIT
003188     END-IF.
003189     MOVE CUST-RECORD TO CHGC-BEFORE-IMAGE.
003190     MOVE 'A' TO CUST-ACCOUNT-STATUS.
003191     MOVE SPACE TO CUST-HOLD-CODE.
003192     REWRITE CUST-RECORD
003193         INVALID KEY
003194             MOVE 'HOLD NOT LIFTED - CUSTMAST REWRITE'
003195                 TO RPAY-REJECT-REASON
003196             GO TO 2200-CHECK-COLLECTIONS-HOLD-EXIT.
003197     ADD 1 TO RPAY-RELEASE-COUNT.
003198     PERFORM 2250-RECORD-HISTORY THRU 2250-RECORD-HISTORY-EXIT.
003199     MOVE 'COLLECTIONS HOLD LIFTED' TO RPAY-REJECT-REASON.
003200     MOVE SPACES          TO CACT-RECORD.
003201     MOVE PAY-CUST-ID     TO CACT-CUST-ID.
003202     MOVE 'R'             TO CACT-ACTION.
003203     MOVE RPAY-RUN-DATE   TO CACT-DATE.
003204     MOVE ARB-BALANCE     TO CACT-BALANCE.
003205     MOVE RPAY-PAST-DUE   TO CACT-PAST-DUE.
003206     MOVE PAY-OPERATOR-ID TO CACT-OPERATOR-ID.
003207     MOVE 'PAYMENT BROUGHT PAST DUE UNDER HOLD'
003208         TO CACT-REASON.
003209     WRITE CACT-RECORD.
003210 2200-CHECK-COLLECTIONS-HOLD-EXIT.
003211     EXIT.

003212*****************************************************************
003213*    2250-RECORD-HISTORY
003214*        FILE THE COLLECTIONS HOLD JUST LIFTED ON THE CUSTOMER
003215*        MASTER CHANGE HISTORY AS A STATUS CHANGE BY THE OPERATOR
003216*        WHO KEYED THE PAYMENT, WITH THE MASTER RECORD BEFORE AND
003217*        AFTER.  THE CALL HANDS BACK THE SUBROUTINE'S OWN
003218*        RETURN-CODE, SO THE RUN'S IS SAVED ACROSS IT AND PUT
003219*        BACK.  A CHANGE THAT COULD NOT BE FILED IS DISPLAYED AND
003220*        RAISES THE RUN TO RETURN CODE 4.
003221*****************************************************************
003222 2250-RECORD-HISTORY.
003223     MOVE RETURN-CODE       TO RPAY-SAVE-RETURN-CODE.
003224     MOVE 'C'               TO CHGC-ACTION.
003225     MOVE 'RECV-PAYMENT'    TO CHGC-PROGRAM-ID.
003226     MOVE PAY-OPERATOR-ID   TO CHGC-OPERATOR-ID.
003227     MOVE RPAY-RUN-DATE     TO CHGC-BUSINESS-DATE.
003228     MOVE 'PAYMENT BROUGHT PAST DUE UNDER HOLD'
003229         TO CHGC-REASON.
003230     MOVE CUST-RECORD       TO CHGC-AFTER-IMAGE.
003231     CALL 'CUSTOMER-HISTORY' USING CHG-COMMAREA.
003232     MOVE RPAY-SAVE-RETURN-CODE TO RETURN-CODE.
003233     IF CHGC-HISTORY-FAILED
003234         DISPLAY 'CHANGE HISTORY NOT FILED - CUST ' CUST-ID
003235             ' - ' CHGC-ERROR-TEXT
003236         IF RETURN-CODE < 4
003237             MOVE 4 TO RETURN-CODE
003238         END-IF
003239     END-IF.
003240 2250-RECORD-HISTORY-EXIT.
003241     EXIT.

003242*****************************************************************
003243*    2400-WRITE-DETAIL-LINE
003244*        WRITE THE REGISTER LINE FOR THE PAYMENT CARD JUST
003245*        PROCESSED - BALANCE BEFORE AND AFTER AND DISPOSITION.
003246*****************************************************************
003247 2400-WRITE-DETAIL-LINE.
003248     MOVE PAY-CUST-ID       TO PAY-D-CUST-ID.
003249     IF PAY-AMOUNT IS NUMERIC
003250         MOVE PAY-AMOUNT    TO PAY-D-AMOUNT
003260     ELSE
003270         MOVE ZERO          TO PAY-D-AMOUNT
003410 2400-WRITE-DETAIL-LINE-EXIT.
003420     EXIT.

003421*****************************************************************
003422*    2500-WRITE-APPLIED-EXTRACT
003423*        WRITE THE APPLIED PAYMENT EXTRACT RECORD FOR THE CARD
003424*        JUST APPLIED, FOR THE GL JOURNAL'S CASH RECEIPTS.
003425*****************************************************************
003426 2500-WRITE-APPLIED-EXTRACT.
003427     MOVE SPACES          TO PAPL-RECORD.
003428     MOVE 'D'             TO PAPL-RECORD-TYPE.
003429     MOVE RPAY-RUN-DATE   TO PAPL-RUN-DATE.
003430     MOVE PAY-CUST-ID     TO PAPL-CUST-ID.
003431     MOVE PAY-DATE        TO PAPL-PAY-DATE.
003432     MOVE PAY-OPERATOR-ID TO PAPL-OPERATOR-ID.
003433     MOVE 1               TO PAPL-APPLIED-COUNT.
003434     MOVE PAY-AMOUNT      TO PAPL-AMOUNT.
003435     WRITE PAPL-RECORD.
003436 2500-WRITE-APPLIED-EXTRACT-EXIT.
003437     EXIT.

003440*****************************************************************
003450*    9000-TERMINATE
003460*        WRITE THE REGISTER TRAILER, CLOSE FILES AND RETURN
003470*        CONTROL TO THE OPERATING SYSTEM.
003480*****************************************************************
003490 9000-TERMINATE.
003500     IF RPAY-PAYRPT-STATUS = '00'
003510         MOVE RPAY-READ-COUNT    TO PAY-T-READ-COUNT
003520         MOVE RPAY-APPLIED-COUNT TO PAY-T-APPLIED-COUNT
003530         MOVE RPAY-REJECT-COUNT  TO PAY-T-REJECT-COUNT
003540         MOVE RPAY-APPLIED-TOTAL TO PAY-T-APPLIED-TOTAL
003541         MOVE RPAY-RELEASE-COUNT TO PAY-T-RELEASE-COUNT
003550         MOVE PAY-TRAILER-LINE TO PAY-RPT-RECORD
003560         WRITE PAY-RPT-RECORD
003570         CLOSE PAYRPT-FILE
003571     END-IF.
003572     IF APPLOUT-IS-OPEN
003573         MOVE SPACES             TO PAPL-RECORD
003574         MOVE 'T'                TO PAPL-RECORD-TYPE
003575         MOVE RPAY-RUN-DATE      TO PAPL-RUN-DATE
003576         MOVE ZERO               TO PAPL-PAY-DATE
003577         MOVE RPAY-APPLIED-COUNT TO PAPL-APPLIED-COUNT
003578         MOVE RPAY-APPLIED-TOTAL TO PAPL-AMOUNT
003579         WRITE PAPL-RECORD
003580         CLOSE APPLOUT-FILE
003590     END-IF.
003600     IF RPAY-PAYIN-STATUS = '00' OR RPAY-PAYIN-STATUS = '10'
003610         CLOSE PAYIN-FILE
003620     END-IF.
003630     IF RPAY-ARBAL-STATUS = '00'
003640         CLOSE ARBAL-FILE
003650     END-IF.
003660     IF RPAY-OPERAUTH-STATUS = '00'
003670         CLOSE OPERAUTH-FILE
003671     END-IF.
003672     IF CUSTMAST-IS-OPEN
003673         CLOSE CUSTMAST-FILE
003674     END-IF.
003675     IF COLLACT-IS-OPEN
003676         CLOSE COLLACT-FILE
003680     END-IF.
003690 9000-TERMINATE-EXIT.
003700     EXIT.
