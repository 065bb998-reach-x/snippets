000280*                      BY BUSDATE-CTL) INSTEAD OF THE SYSTEM CLOCK,
000290*                      SO POST-MIDNIGHT RUNS AND DELIBERATE RERUNS
000300*                      POST TO THE RIGHT DAY.
000301*    10/14/2026  DOK   FEE DISPUTE CREDIT MEMOS POSTED IN THE
000302*                      STATEMENT MONTH (CRMEMO, WRITTEN BY
000303*                      FEE-DISPUTE) NOW PRINT AS CREDIT LINES UNDER
000304*                      THE CUSTOMER'S MONTH-TO-DATE TOTALS.
000305*    10/15/2026  DOK   A CUSTOMER WHOSE ONLY ACTIVITY IN THE
000306*                      STATEMENT MONTH IS A FEE DISPUTE CREDIT
000307*                      MEMO NOW GETS A STATEMENT TOO - AFTER THE
000308*                      HISTORY PASS THE CREDIT MEMO FILE IS WALKED
000309*                      AND EACH SUCH CUSTOMER IS PRINTED WITH ZERO
000310*                      ACTIVITY AND ITS CREDIT LINES.
000311*****************************************************************

000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000510     SELECT STMTOUT-FILE ASSIGN TO STMTOUT
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS STMT-STMTOUT-STATUS.
000531     SELECT CRMEMO-FILE ASSIGN TO CRMEMO
000532         ORGANIZATION IS INDEXED
000533         ACCESS MODE IS DYNAMIC
000534         RECORD KEY IS CRM-KEY
000535         FILE STATUS IS STMT-CRMEMO-STATUS.
000540     SELECT BUSDATE-FILE ASSIGN TO BUSDATE
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS STMT-BUSDATE-STATUS.
000710     LABEL RECORDS ARE STANDARD.
000720 01  STM-RECORD               PIC X(132).

000721 FD  CRMEMO-FILE
000722     LABEL RECORDS ARE STANDARD.
000723 COPY CRMEMO.

000730 FD  BUSDATE-FILE
000740     RECORDING MODE IS F
000750     LABEL RECORDS ARE STANDARD.
000830 77  STMT-CUSTMAST-STATUS     PIC X(02) VALUE SPACES.
000840 77  STMT-STMTOUT-STATUS      PIC X(02) VALUE SPACES.
000850 77  STMT-BUSDATE-STATUS      PIC X(02) VALUE SPACES.
000851 77  STMT-CRMEMO-STATUS       PIC X(02) VALUE SPACES.
000852 77  STMT-CRMEMO-OPEN-SW      PIC X(01) VALUE 'N'.
000853     88  CRMEMO-IS-OPEN               VALUE 'Y'.
000854 77  STMT-MEMO-SCAN-SW        PIC X(01) VALUE 'N'.
000855     88  MEMO-SCAN-DONE               VALUE 'Y'.
000860 77  STMT-HIST-EOF-SWITCH     PIC X(01) VALUE 'N'.
000870     88  END-OF-HISTORY               VALUE 'Y'.
000880 77  STMT-ACTIVE-SWITCH       PIC X(01) VALUE 'N'.
000890     88  STATEMENT-IS-OPEN            VALUE 'Y'.
000900 77  STMT-CUSTOMER-FOUND-SW   PIC X(01) VALUE 'N'.
000910     88  STMT-CUSTOMER-WAS-FOUND      VALUE 'Y'.
000911 77  STMT-MEMO-PASS-SW        PIC X(01) VALUE 'N'.
000912     88  MEMO-PASS-DONE               VALUE 'Y'.
000913 77  STMT-ACTIVITY-SW         PIC X(01) VALUE 'N'.
000914     88  CUSTOMER-HAD-ACTIVITY        VALUE 'Y'.

000920*****************************************************************
000930*    STATEMENT MONTH AND CONTROL BREAK FIELDS
000960 77  STMT-STMT-MONTH          PIC 9(04) VALUE ZERO.
000970 77  STMT-CURR-CUST-ID        PIC X(06) VALUE SPACES.
000980 01  STMT-HIST-MONTH          PIC 9(04) VALUE ZERO.
000981 01  STMT-MEMO-MONTH          PIC 9(04) VALUE ZERO.
000982 77  STMT-MEMO-CUST-ID        PIC X(06) VALUE SPACES.
000983 77  STMT-MEMO-ONLY-COUNT     PIC 9(07) VALUE ZERO.

000990*****************************************************************
001000*    MONTH-TO-DATE ACCUMULATORS FOR THE CUSTOMER WHOSE
001220     PERFORM 2000-PROCESS-HISTORY
001230         THRU 2000-PROCESS-HISTORY-EXIT
001240         UNTIL END-OF-HISTORY.
001241     PERFORM 3000-MEMO-ONLY-STATEMENTS
001242         THRU 3000-MEMO-ONLY-STATEMENTS-EXIT.
001250     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
001260     STOP RUN.

001290*        READ THE STATEMENT MONTH FROM STMTCTL (DEFAULT THE RUN
001300*        DATE'S MONTH), OPEN THE AUDIT HISTORY, CUSTOMER MASTER
001310*        AND STATEMENT PRINT FILES, AND READ THE FIRST HISTORY
001320*        RECORD.  THE CREDIT MEMO FILE IS OPENED WHEN IT EXISTS -
001321*        NONE YET MEANS NO CREDIT WAS EVER GRANTED.
001330*****************************************************************
001340 1000-INITIALIZE.
001350     DISPLAY ' '.
001580         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
001590         STOP RUN
001600     END-IF.
001601     OPEN INPUT CRMEMO-FILE.
001602     IF STMT-CRMEMO-STATUS = '00'
001603         MOVE 'Y' TO STMT-CRMEMO-OPEN-SW
001604     ELSE
001605         IF STMT-CRMEMO-STATUS NOT = '35'
001606             DISPLAY 'CRMEMO OPEN FAIL - STAT ' STMT-CRMEMO-STATUS
001607             PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
001608             STOP RUN
001609         END-IF
001610     END-IF.
001611     PERFORM 1100-READ-HISTORY THRU 1100-READ-HISTORY-EXIT.
001620 1000-INITIALIZE-EXIT.
001630     EXIT.

002350             PERFORM 2300-END-CUSTOMER
002360                 THRU 2300-END-CUSTOMER-EXIT
002370         END-IF
002371         MOVE AHST-CUST-ID TO STMT-CURR-CUST-ID
002380         PERFORM 2100-START-CUSTOMER
002390             THRU 2100-START-CUSTOMER-EXIT
002400     END-IF.

002460*****************************************************************
002470*    2100-START-CUSTOMER
002480*        BEGIN A NEW STATEMENT FOR STMT-CURR-CUST-ID - LOOK THE
002481*        CUSTOMER UP ON CUSTMAST FOR THE NAME/ADDRESS BLOCK, PRINT
002490*        THE TITLE, ADDRESS BLOCK AND COLUMN HEADINGS, AND CLEAR
002500*        THE MONTH-TO-DATE ACCUMULATORS.
002520*****************************************************************
002530 2100-START-CUSTOMER.
002550     MOVE 'Y' TO STMT-CUSTOMER-FOUND-SW.
002560     MOVE STMT-CURR-CUST-ID TO CUST-ID.
002570     READ CUSTMAST-FILE
003120*****************************************************************
003130*    2300-END-CUSTOMER
003140*        CLOSE OUT THE STATEMENT BEING BUILT - PRINT THE
003150*        MONTH-TO-DATE COUNT AND TOTAL LINES, THE CREDIT MEMOS
003151*        POSTED IN THE MONTH AND A SEPARATOR.
003160*****************************************************************
003170 2300-END-CUSTOMER.
003180     MOVE SPACES TO STM-RECORD.
003260     MOVE STMT-MTD-DIVIDE   TO STM-TO-DIVIDE.
003270     MOVE STM-TOTAL-LINE TO STM-RECORD.
003280     WRITE STM-RECORD.
003281     PERFORM 2350-SCAN-CREDIT-MEMOS
003282         THRU 2350-SCAN-CREDIT-MEMOS-EXIT.
003290     MOVE SPACES TO STM-RECORD.
003300     WRITE STM-RECORD.
003310     MOVE SPACES TO STM-RECORD.
003340 2300-END-CUSTOMER-EXIT.
003350     EXIT.

003351*****************************************************************
003352*    2350-SCAN-CREDIT-MEMOS
003353*        POSITION THE CREDIT MEMO FILE AT THE CUSTOMER'S FIRST
003354*        MEMO AND READ FORWARD THROUGH THEM.
003355*****************************************************************
003356 2350-SCAN-CREDIT-MEMOS.
003357     IF NOT CRMEMO-IS-OPEN
003358         GO TO 2350-SCAN-CREDIT-MEMOS-EXIT
003359     END-IF.
003360     MOVE STMT-CURR-CUST-ID TO CRM-CUST-ID.
003361     MOVE ZERO TO CRM-TS-DATE CRM-TS-TIME CRM-RUN-SEQ.
003362     START CRMEMO-FILE KEY NOT < CRM-KEY
003363         INVALID KEY
003364             GO TO 2350-SCAN-CREDIT-MEMOS-EXIT
003365     END-START.
003366     MOVE 'N' TO STMT-MEMO-SCAN-SW.
003367     PERFORM 2360-PRINT-ONE-MEMO THRU 2360-PRINT-ONE-MEMO-EXIT
003368         UNTIL MEMO-SCAN-DONE.
003369 2350-SCAN-CREDIT-MEMOS-EXIT.
003370     EXIT.

003371*****************************************************************
003372*    2360-PRINT-ONE-MEMO
003373*        READ THE NEXT CREDIT MEMO.  THE SCAN ENDS AT THE NEXT
003374*        CUSTOMER; A MEMO POSTED IN THE STATEMENT MONTH PRINTS
003375*        ONE CREDIT LINE.
003376*****************************************************************
003377 2360-PRINT-ONE-MEMO.
003378     READ CRMEMO-FILE NEXT RECORD
003379         AT END
003380             MOVE 'Y' TO STMT-MEMO-SCAN-SW
003381             GO TO 2360-PRINT-ONE-MEMO-EXIT.
003382     IF CRM-CUST-ID NOT = STMT-CURR-CUST-ID
003383         MOVE 'Y' TO STMT-MEMO-SCAN-SW
003384         GO TO 2360-PRINT-ONE-MEMO-EXIT
003385     END-IF.
003386     MOVE CRM-MEMO-DATE(1:4) TO STMT-MEMO-MONTH.
003387     IF STMT-MEMO-MONTH NOT = STMT-STMT-MONTH
003388         GO TO 2360-PRINT-ONE-MEMO-EXIT
003389     END-IF.
003390     MOVE CRM-MEMO-DATE TO STM-R-MEMO-DATE.
003391     MOVE CRM-TS-DATE TO STM-R-TXN-DATE.
003392     SUBTRACT CRM-CREDIT-AMT FROM ZERO GIVING STM-R-AMOUNT.
003393     MOVE STM-CREDIT-LINE TO STM-RECORD.
003394     WRITE STM-RECORD.
003395 2360-PRINT-ONE-MEMO-EXIT.
003396     EXIT.

003397*****************************************************************
003398*    3000-MEMO-ONLY-STATEMENTS
003399*        A CREDIT MEMO IS THE ONLY ACTIVITY SOME CUSTOMERS HAVE IN
003400*        A MONTH.  ONCE THE HISTORY PASS IS DONE, WALK THE CREDIT
003401*        MEMO FILE AND GIVE EVERY CUSTOMER WITH A MEMO POSTED IN
003402*        THE STATEMENT MONTH BUT NO AUDIT HISTORY IN IT A
003403*        STATEMENT OF ITS OWN - HEADINGS, NO ACTIVITY LINES, ZERO
003404*        TOTALS AND THE CREDIT LINES.
003405*****************************************************************
003406 3000-MEMO-ONLY-STATEMENTS.
003407     IF STATEMENT-IS-OPEN
003408         PERFORM 2300-END-CUSTOMER THRU 2300-END-CUSTOMER-EXIT
003409     END-IF.
003410     IF NOT CRMEMO-IS-OPEN
003411         GO TO 3000-MEMO-ONLY-STATEMENTS-EXIT
003412     END-IF.
003413     MOVE LOW-VALUES TO CRM-KEY.
003414     START CRMEMO-FILE KEY NOT < CRM-KEY
003415         INVALID KEY
003416             GO TO 3000-MEMO-ONLY-STATEMENTS-EXIT
003417     END-START.
003418     MOVE 'N' TO STMT-MEMO-PASS-SW.
003419     PERFORM 3100-CHECK-ONE-MEMO THRU 3100-CHECK-ONE-MEMO-EXIT
003420         UNTIL MEMO-PASS-DONE.
003421 3000-MEMO-ONLY-STATEMENTS-EXIT.
003422     EXIT.

003423*****************************************************************
003424*    3100-CHECK-ONE-MEMO
003425*        READ THE NEXT CREDIT MEMO.  THE FIRST ONE POSTED IN THE
003426*        STATEMENT MONTH FOR A CUSTOMER DECIDES THAT CUSTOMER -
003427*        ONE WITH AUDIT HISTORY IN THE MONTH ALREADY HAD ITS MEMOS
003428*        PRINTED, ANY OTHER GETS A STATEMENT NOW - AND THE FILE IS
003429*        THEN SET PAST THE REST OF THE CUSTOMER'S MEMOS.
003430*****************************************************************
003431 3100-CHECK-ONE-MEMO.
003432     READ CRMEMO-FILE NEXT RECORD
003433         AT END
003434             MOVE 'Y' TO STMT-MEMO-PASS-SW
003435             GO TO 3100-CHECK-ONE-MEMO-EXIT.
003436     MOVE CRM-MEMO-DATE(1:4) TO STMT-MEMO-MONTH.
003437     IF STMT-MEMO-MONTH NOT = STMT-STMT-MONTH
003438         GO TO 3100-CHECK-ONE-MEMO-EXIT
003439     END-IF.
003440     MOVE CRM-CUST-ID TO STMT-MEMO-CUST-ID.
003441     PERFORM 3200-CHECK-ACTIVITY THRU 3200-CHECK-ACTIVITY-EXIT.
003442     IF NOT CUSTOMER-HAD-ACTIVITY
003443         MOVE STMT-MEMO-CUST-ID TO STMT-CURR-CUST-ID
003444         PERFORM 2100-START-CUSTOMER THRU 2100-START-CUSTOMER-EXIT
003445         PERFORM 2300-END-CUSTOMER THRU 2300-END-CUSTOMER-EXIT
003446         ADD 1 TO STMT-MEMO-ONLY-COUNT
003447     END-IF.
003448     PERFORM 3300-SKIP-CUSTOMER THRU 3300-SKIP-CUSTOMER-EXIT.
003449 3100-CHECK-ONE-MEMO-EXIT.
003450     EXIT.

003451*****************************************************************
003452*    3200-CHECK-ACTIVITY
003453*        LOOK FOR AUDIT HISTORY FOR STMT-MEMO-CUST-ID IN THE
003454*        STATEMENT MONTH - THE HISTORY PASS GAVE ANY SUCH CUSTOMER
003455*        A STATEMENT ALREADY.
003456*****************************************************************
003457 3200-CHECK-ACTIVITY.
003458     MOVE 'N' TO STMT-ACTIVITY-SW.
003459     MOVE STMT-MEMO-CUST-ID TO AHST-CUST-ID.
003460     COMPUTE AHST-TS-DATE = STMT-STMT-MONTH * 100.
003461     MOVE ZERO TO AHST-TS-TIME AHST-RUN-SEQ.
003462     START AUDHIST-FILE KEY NOT < AHST-KEY
003463         INVALID KEY
003464             GO TO 3200-CHECK-ACTIVITY-EXIT
003465     END-START.
003466     READ AUDHIST-FILE NEXT RECORD
003467         AT END
003468             GO TO 3200-CHECK-ACTIVITY-EXIT.
003469     MOVE AHST-TS-DATE(1:4) TO STMT-HIST-MONTH.
003470     IF AHST-CUST-ID = STMT-MEMO-CUST-ID AND
003471             STMT-HIST-MONTH = STMT-STMT-MONTH
003472         MOVE 'Y' TO STMT-ACTIVITY-SW
003473     END-IF.
003474 3200-CHECK-ACTIVITY-EXIT.
003475     EXIT.

003476*****************************************************************
003477*    3300-SKIP-CUSTOMER
003478*        SET THE CREDIT MEMO FILE PAST THE LAST MEMO OF
003479*        STMT-MEMO-CUST-ID SO THE NEXT READ FINDS THE NEXT
003480*        CUSTOMER'S FIRST MEMO.
003481*****************************************************************
003482 3300-SKIP-CUSTOMER.
003483     MOVE STMT-MEMO-CUST-ID TO CRM-CUST-ID.
003484     MOVE 999999            TO CRM-TS-DATE.
003485     MOVE 99999999          TO CRM-TS-TIME.
003486     MOVE 9999999           TO CRM-RUN-SEQ.
003487     START CRMEMO-FILE KEY > CRM-KEY
003488         INVALID KEY
003489             MOVE 'Y' TO STMT-MEMO-PASS-SW
003490     END-START.
003491 3300-SKIP-CUSTOMER-EXIT.
003492     EXIT.

003493*****************************************************************
003494*    9000-TERMINATE
003495*        CLOSE OUT THE LAST STATEMENT, DISPLAY THE STATEMENT
003496*        COUNT, CLOSE FILES AND RETURN CONTROL TO THE OPERATING
003497*        SYSTEM.
003498*****************************************************************
003499 9000-TERMINATE.
003500     IF STATEMENT-IS-OPEN
003501         PERFORM 2300-END-CUSTOMER THRU 2300-END-CUSTOMER-EXIT
003502     END-IF.
003503     DISPLAY 'STATEMENTS PRODUCED ' STMT-STATEMENT-COUNT.
003504     DISPLAY 'CREDIT MEMO ONLY    ' STMT-MEMO-ONLY-COUNT.
003505     CLOSE AUDHIST-FILE.
003506     CLOSE CUSTMAST-FILE.
003507     CLOSE STMTOUT-FILE.
003508     IF CRMEMO-IS-OPEN
003509         CLOSE CRMEMO-FILE
003510     END-IF.
003511 9000-TERMINATE-EXIT.
003512     EXIT.
