000250*                      BY BUSDATE-CTL) INSTEAD OF THE SYSTEM CLOCK,
000260*                      SO POST-MIDNIGHT RUNS AND DELIBERATE RERUNS
000270*                      POST TO THE RIGHT DAY.
000271*    10/14/2026  DOK   EVERY FEE DISPUTE CREDIT MEMO POSTED SINCE
000272*                      THE LAST INVOICE (CRMEMO, WRITTEN BY
000273*                      FEE-DISPUTE) NOW PRINTS AS A CREDIT LINE
000274*                      UNDER THE TOTAL DUE AND IS STAMPED INVOICED
000275*                      SO IT PRINTS ONCE.  A CUSTOMER WHOSE CREDIT
000276*                      LEFT A ZERO BALANCE IS STILL INVOICED SO THE
000277*                      CREDIT IS SEEN; ITS BUCKETS DO NOT ROLL.  NO
000278*                      CREDIT MEMO FILE YET MEANS NO CREDITS.
000280*****************************************************************

000290 ENVIRONMENT DIVISION.
000450     SELECT INVOUT-FILE ASSIGN TO INVOUT
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS RINV-INVOUT-STATUS.
000471     SELECT CRMEMO-FILE ASSIGN TO CRMEMO
000472         ORGANIZATION IS INDEXED
000473         ACCESS MODE IS DYNAMIC
000474         RECORD KEY IS CRM-KEY
000475         FILE STATUS IS RINV-CRMEMO-STATUS.
000480     SELECT BUSDATE-FILE ASSIGN TO BUSDATE
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS RINV-BUSDATE-STATUS.
000610     LABEL RECORDS ARE STANDARD.
000620 01  INV-RECORD               PIC X(132).

000621 FD  CRMEMO-FILE
000622     LABEL RECORDS ARE STANDARD.
000623 COPY CRMEMO.

000630 FD  BUSDATE-FILE
000640     RECORDING MODE IS F
000650     LABEL RECORDS ARE STANDARD.
000720 77  RINV-CUSTMAST-STATUS     PIC X(02) VALUE SPACES.
000730 77  RINV-INVOUT-STATUS       PIC X(02) VALUE SPACES.
000740 77  RINV-BUSDATE-STATUS      PIC X(02) VALUE SPACES.
000741 77  RINV-CRMEMO-STATUS       PIC X(02) VALUE SPACES.
000742 77  RINV-CRMEMO-OPEN-SW      PIC X(01) VALUE 'N'.
000743     88  CRMEMO-IS-OPEN               VALUE 'Y'.
000744 77  RINV-MEMO-PENDING-SW     PIC X(01) VALUE 'N'.
000745     88  CREDIT-MEMO-PENDING          VALUE 'Y'.
000746 77  RINV-MEMO-PRINT-SW       PIC X(01) VALUE 'N'.
000747     88  PRINTING-CREDIT-MEMOS        VALUE 'Y'.
000748 77  RINV-MEMO-SCAN-SW        PIC X(01) VALUE 'N'.
000749     88  MEMO-SCAN-DONE               VALUE 'Y'.
000750 77  RINV-ARBAL-EOF-SWITCH    PIC X(01) VALUE 'N'.
000760     88  END-OF-BALANCES              VALUE 'Y'.
000770 77  RINV-CUSTOMER-FOUND-SW   PIC X(01) VALUE 'N'.
000780     88  RINV-CUSTOMER-WAS-FOUND      VALUE 'Y'.
000790 77  RINV-RUN-DATE            PIC 9(06) VALUE ZERO.
000800 77  RINV-INVOICE-COUNT       PIC 9(07) VALUE ZERO.
000801 77  RINV-CREDIT-COUNT        PIC 9(07) VALUE ZERO.

000810*****************************************************************
000820*    INVOUT INVOICE LINE LAYOUTS (BUILT HERE, MOVED TO THE

000980*****************************************************************
000990*    1000-INITIALIZE
001000*        OPEN THE BALANCE, CUSTOMER MASTER, CREDIT MEMO AND
001010*        INVOICE PRINT FILES, POSITION THE BALANCE FILE AT ITS
001020*        LOWEST KEY AND READ THE FIRST BALANCE RECORD.  A
001021*        CREDIT MEMO FILE NOT YET BUILT (NO CREDIT EVER
001022*        GRANTED) IS SIMPLY LEFT CLOSED.
001030*****************************************************************
001040 1000-INITIALIZE.
001050     DISPLAY ' '.
001250         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
001260         STOP RUN
001270     END-IF.
001271     OPEN I-O CRMEMO-FILE.
001272     IF RINV-CRMEMO-STATUS = '00'
001273         MOVE 'Y' TO RINV-CRMEMO-OPEN-SW
001274     ELSE
001275         IF RINV-CRMEMO-STATUS NOT = '35'
001276             DISPLAY 'CRMEMO OPEN FAIL - STAT ' RINV-CRMEMO-STATUS
001277             PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
001278             STOP RUN
001279         END-IF
001280     END-IF.
001281     PERFORM 1050-GET-BUSINESS-DATE
001290         THRU 1050-GET-BUSINESS-DATE-EXIT.
001300     MOVE SPACES TO ARB-CUST-ID.
001310     START ARBAL-FILE KEY NOT < ARB-CUST-ID
001770*        INVOICE ONE CUSTOMER WITH AN OPEN BALANCE - PRINT THE
001780*        INVOICE, ROLL THE AGING BUCKETS AND REWRITE THE BALANCE
001790*        RECORD - THEN READ THE NEXT ONE.  A ZERO BALANCE PRINTS
001800*        NOTHING AND ROLLS NOTHING, UNLESS A CREDIT MEMO IS
001801*        WAITING TO BE SHOWN - THEN THE INVOICE PRINTS BUT THE
001802*        BUCKETS STILL DO NOT ROLL.
001810*****************************************************************
001820 2000-PROCESS-BALANCE.
001830     PERFORM 2050-CHECK-CREDIT-MEMOS
001831         THRU 2050-CHECK-CREDIT-MEMOS-EXIT.
001832     IF ARB-BALANCE = ZERO AND NOT CREDIT-MEMO-PENDING
001840         GO TO 2000-PROCESS-NEXT
001850     END-IF.
001860     PERFORM 2100-PRINT-INVOICE THRU 2100-PRINT-INVOICE-EXIT.
001870     IF ARB-BALANCE NOT = ZERO
001871         PERFORM 2200-ROLL-BUCKETS THRU 2200-ROLL-BUCKETS-EXIT
001872     END-IF.
001880     ADD 1 TO RINV-INVOICE-COUNT.
001890 2000-PROCESS-NEXT.
001900     PERFORM 1100-READ-BALANCE THRU 1100-READ-BALANCE-EXIT.
001910 2000-PROCESS-BALANCE-EXIT.
001920     EXIT.

001921*****************************************************************
001922*    2050-CHECK-CREDIT-MEMOS
001923*        LOOK THROUGH THE CUSTOMER'S CREDIT MEMOS FOR ONE NOT YET
001924*        INVOICED.
001925*****************************************************************
001926 2050-CHECK-CREDIT-MEMOS.
001927     MOVE 'N' TO RINV-MEMO-PENDING-SW.
001928     MOVE 'N' TO RINV-MEMO-PRINT-SW.
001929     PERFORM 2150-SCAN-CREDIT-MEMOS
001930         THRU 2150-SCAN-CREDIT-MEMOS-EXIT.
001931 2050-CHECK-CREDIT-MEMOS-EXIT.
001932     EXIT.

001933*****************************************************************
001940*    2100-PRINT-INVOICE
001950*        PRINT ONE CUSTOMER'S INVOICE - TITLE, NAME AND ADDRESS
001960*        BLOCK FROM CUSTMAST, ONE AMOUNT LINE PER AGING BUCKET
001970*        AND THE TOTAL DUE, THEN THE CREDIT MEMOS APPLIED SINCE
001971*        THE LAST INVOICE.
001980*****************************************************************
001990 2100-PRINT-INVOICE.
002000     MOVE RINV-RUN-DATE TO INV-T-RUN-DATE.
002410     MOVE ARB-BALANCE TO INV-TO-AMOUNT.
002420     MOVE INV-TOTAL-LINE TO INV-RECORD.
002430     WRITE INV-RECORD.
002431     MOVE 'Y' TO RINV-MEMO-PRINT-SW.
002432     PERFORM 2150-SCAN-CREDIT-MEMOS
002433         THRU 2150-SCAN-CREDIT-MEMOS-EXIT.
002440     MOVE SPACES TO INV-RECORD.
002450     WRITE INV-RECORD.
002460     MOVE SPACES TO INV-RECORD.
002480 2100-PRINT-INVOICE-EXIT.
002490     EXIT.

002491*****************************************************************
002492*    2150-SCAN-CREDIT-MEMOS
002493*        POSITION THE CREDIT MEMO FILE AT THE CUSTOMER'S FIRST
002494*        MEMO AND READ FORWARD THROUGH THEM.  WHEN CHECKING, THE
002495*        SCAN STOPS AT THE FIRST MEMO NOT YET INVOICED; WHEN
002496*        PRINTING, EVERY SUCH MEMO IS PRINTED AND STAMPED.
002497*****************************************************************
002498 2150-SCAN-CREDIT-MEMOS.
002499     IF NOT CRMEMO-IS-OPEN
002500         GO TO 2150-SCAN-CREDIT-MEMOS-EXIT
002501     END-IF.
002502     MOVE ARB-CUST-ID TO CRM-CUST-ID.
002503     MOVE ZERO TO CRM-TS-DATE CRM-TS-TIME CRM-RUN-SEQ.
002504     START CRMEMO-FILE KEY NOT < CRM-KEY
002505         INVALID KEY
002506             GO TO 2150-SCAN-CREDIT-MEMOS-EXIT
002507     END-START.
002508     MOVE 'N' TO RINV-MEMO-SCAN-SW.
002509     PERFORM 2160-READ-ONE-MEMO THRU 2160-READ-ONE-MEMO-EXIT
002510         UNTIL MEMO-SCAN-DONE.
002511 2150-SCAN-CREDIT-MEMOS-EXIT.
002512     EXIT.

002513*****************************************************************
002514*    2160-READ-ONE-MEMO
002515*        READ THE NEXT CREDIT MEMO.  THE SCAN ENDS AT THE NEXT
002516*        CUSTOMER.  A MEMO ALREADY INVOICED IS PASSED OVER; ONE
002517*        NOT YET INVOICED IS PRINTED AS A CREDIT LINE AND STAMPED
002518*        WITH THE INVOICE DATE SO IT NEVER PRINTS AGAIN.
002519*****************************************************************
002520 2160-READ-ONE-MEMO.
002521     READ CRMEMO-FILE NEXT RECORD
002522         AT END
002523             MOVE 'Y' TO RINV-MEMO-SCAN-SW
002524             GO TO 2160-READ-ONE-MEMO-EXIT.
002525     IF CRM-CUST-ID NOT = ARB-CUST-ID
002526         MOVE 'Y' TO RINV-MEMO-SCAN-SW
002527         GO TO 2160-READ-ONE-MEMO-EXIT
002528     END-IF.
002529     IF NOT CRM-NOT-INVOICED
002530         GO TO 2160-READ-ONE-MEMO-EXIT
002531     END-IF.
002532     MOVE 'Y' TO RINV-MEMO-PENDING-SW.
002533     IF NOT PRINTING-CREDIT-MEMOS
002534         MOVE 'Y' TO RINV-MEMO-SCAN-SW
002535         GO TO 2160-READ-ONE-MEMO-EXIT
002536     END-IF.
002537     MOVE CRM-MEMO-DATE TO INV-C-MEMO-DATE.
002538     SUBTRACT CRM-CREDIT-AMT FROM ZERO GIVING INV-C-AMOUNT.
002539     MOVE CRM-TS-DATE TO INV-C-TXN-DATE.
002540     MOVE INV-CREDIT-LINE TO INV-RECORD.
002541     WRITE INV-RECORD.
002542     MOVE RINV-RUN-DATE TO CRM-INVOICED-DATE.
002543     REWRITE CRM-RECORD
002544         INVALID KEY
002545             DISPLAY 'CRMEMO REWRITE FAILED FOR ' CRM-CUST-ID
002546     END-REWRITE.
002547     ADD 1 TO RINV-CREDIT-COUNT.
002548 2160-READ-ONE-MEMO-EXIT.
002549     EXIT.

002550*****************************************************************
002551*    2200-ROLL-BUCKETS
002552*        AGE THE INVOICED CUSTOMER'S BUCKETS ONE INVOICE CYCLE -
002553*        60 DAYS JOINS THE 90+ BUCKET, 30 BECOMES 60, CURRENT
002554*        BECOMES 30 - STAMP THE INVOICE DATE AND REWRITE.  THE
002555*        OPEN BALANCE ITSELF DOES NOT CHANGE.
002560*****************************************************************
002570 2200-ROLL-BUCKETS.
002580     ADD ARB-AGE-60-AMT TO ARB-AGE-90-AMT.
002730*****************************************************************
002740 9000-TERMINATE.
002750     DISPLAY 'INVOICES PRODUCED ' RINV-INVOICE-COUNT.
002751     DISPLAY 'CREDIT MEMOS SHOWN ' RINV-CREDIT-COUNT.
002760     IF RINV-ARBAL-STATUS = '00' OR RINV-ARBAL-STATUS = '10'
002770         CLOSE ARBAL-FILE
002780     END-IF.
002820     IF RINV-INVOUT-STATUS = '00'
002830         CLOSE INVOUT-FILE
002840     END-IF.
002841     IF CRMEMO-IS-OPEN
002842         CLOSE CRMEMO-FILE
002843     END-IF.
002850 9000-TERMINATE-EXIT.
002860     EXIT.
