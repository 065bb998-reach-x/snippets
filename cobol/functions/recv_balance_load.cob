000220*                      BALANCE FILE NOT YET BUILT (FIRST EVER
000230*                      LOAD) IS CREATED EMPTY BY THE I-O OPEN
000240*                      FALLING BACK TO OUTPUT, SAME AS CUSTMAST.
000241*    10/14/2026  DOK   A NEW BALANCE RECORD NOW STARTS WITH A
000242*                      ZERO ARB-LAST-CREDIT-DATE, THE DATE OF THE
000243*                      LAST FEE DISPUTE CREDIT MEMO (FEE-DISPUTE).
000244*    10/15/2026  DOK   NIGHTLY STREAM STEP CONTROL.  THE RUN NOW
000245*                      REGISTERS ITS START AND END ON THE STEP
000246*                      CONTROL FILE (STEPCTL) THROUGH THE
000247*                      STEP-CONTROL SUBROUTINE AS STEP
000248*                      RECV-BALANCE-LOAD.  IT IS REFUSED WITH
000249*                      RETURN CODE 12, BEFORE ANYTHING IS OPENED,
000250*                      WHEN BASIC-OPERATIONS HAS NOT COMPLETED OR
000251*                      WHEN THE STEP HAS ALREADY COMPLETED FOR THE
000252*                      BUSINESS DATE AND NO AUTHORIZED RERUN
000253*                      OVERRIDE WAS SUBMITTED.  ITS RETURN CODE
000254*                      AND COUNTS ARE RECORDED AT END OF JOB.  AN
000255*                      OPEN FAILURE NOW ENDS THE RUN WITH RETURN
000256*                      CODE 16 SO THE STEP IS RECORDED AS FAILED.
000257*****************************************************************

000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000600 77  RBAL-POSTED-COUNT        PIC 9(07) VALUE ZERO.
000610 77  RBAL-NEW-COUNT           PIC 9(07) VALUE ZERO.
000620 77  RBAL-CHARGE-TOTAL        PIC 9(11)V99 VALUE ZERO.
000621 77  RBAL-SAVE-RETURN-CODE    PIC S9(04) COMP VALUE ZERO.

000622*****************************************************************
000623*    STEP-CONTROL COMMUNICATION AREA - THE NIGHTLY STREAM'S STEP
000624*    REGISTER IS A COMMON SUBROUTINE
000625*****************************************************************
000626 COPY STEPCOMM.

000630 PROCEDURE DIVISION.
000640*****************************************************************
000810     DISPLAY ' '.
000820     DISPLAY '=== RECEIVABLES BALANCE LOAD ==='.
000830     DISPLAY ' '.
000831     PERFORM 9800-BEGIN-STEP THRU 9800-BEGIN-STEP-EXIT.
000840     OPEN INPUT BILLIN-FILE.
000850     IF RBAL-BILLIN-STATUS NOT = '00'
000860         DISPLAY 'BILLIN OPEN FAILED - STATUS '
000870             RBAL-BILLIN-STATUS
000871         MOVE 16 TO RETURN-CODE
000880         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
000890         STOP RUN
000900     END-IF.
000960     END-IF.
000970     IF RBAL-ARBAL-STATUS NOT = '00'
000980         DISPLAY 'ARBAL OPEN FAILED - STATUS ' RBAL-ARBAL-STATUS
000981         MOVE 16 TO RETURN-CODE
000990         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
001000         STOP RUN
001010     END-IF.
001330         MOVE ZERO TO ARB-CURR-AMT ARB-AGE-30-AMT
001340             ARB-AGE-60-AMT ARB-AGE-90-AMT ARB-BALANCE
001350             ARB-LAST-BILL-DATE ARB-LAST-PAY-DATE
001351             ARB-LAST-CREDIT-DATE
001360     END-IF.
001370     ADD BILL-TOTAL-CHARGE TO ARB-CURR-AMT.
001380     ADD BILL-TOTAL-CHARGE TO ARB-BALANCE.
001710     IF RBAL-ARBAL-STATUS = '00'
001720         CLOSE ARBAL-FILE
001730     END-IF.
001731     PERFORM 9900-END-STEP THRU 9900-END-STEP-EXIT.
001740 9000-TERMINATE-EXIT.
001750     EXIT.

001760*****************************************************************
001770*    9800-BEGIN-STEP
001780*        REGISTER THE START OF THIS STEP ON THE NIGHTLY STREAM'S
001790*        STEP CONTROL FILE.  A STEP WHOSE PREREQUISITES HAVE NOT
001800*        COMPLETED FOR THE BUSINESS DATE, OR WHICH HAS ALREADY
001810*        COMPLETED AND HAS NO AUTHORIZED RERUN OVERRIDE, IS
001820*        REFUSED HERE WITH RETURN CODE 12 BEFORE ANY FILE IS
001830*        OPENED.
001840*****************************************************************
001850 9800-BEGIN-STEP.
001860     MOVE SPACES TO STEP-COMMAREA.
001870     MOVE 'B' TO STEP-FUNCTION.
001880     MOVE 'RECV-BALANCE-LOAD' TO STEP-NAME.
001890     MOVE ZERO TO STEP-BUSINESS-DATE.
001900     MOVE ZERO TO STEP-RETURN-CODE STEP-READ-COUNT
001910         STEP-WRITTEN-COUNT STEP-REJECT-COUNT.
001920     CALL 'STEP-CONTROL' USING STEP-COMMAREA.
001930     MOVE ZERO TO RETURN-CODE.
001940     IF NOT STEP-MAY-RUN
001950         DISPLAY 'STEP ' STEP-NAME ' REFUSED - ' STEP-REASON-TEXT
001960         MOVE 12 TO RETURN-CODE
001970         STOP RUN
001980     END-IF.
001990     IF STEP-REASON-TEXT NOT = SPACES
002000         DISPLAY 'STEP CONTROL - ' STEP-REASON-TEXT
002010     END-IF.
002020 9800-BEGIN-STEP-EXIT.
002030     EXIT.

002040*****************************************************************
002050*    9900-END-STEP
002060*        RECORD THE END OF THIS STEP ON THE STEP CONTROL FILE
002070*        WITH ITS RETURN CODE AND COUNTS - COMPLETED, OR FAILED AT
002080*        RETURN CODE 8 OR HIGHER.  THE CALL HANDS BACK THE
002090*        SUBROUTINE'S OWN RETURN-CODE, SO THE CONDITION CODE
002100*        RAISED FOR THE SCHEDULER IS SAVED ACROSS IT AND PUT BACK.
002110*****************************************************************
002120 9900-END-STEP.
002130     MOVE RETURN-CODE TO RBAL-SAVE-RETURN-CODE.
002140     MOVE RETURN-CODE TO STEP-RETURN-CODE.
002150     MOVE RBAL-READ-COUNT TO STEP-READ-COUNT.
002160     MOVE RBAL-POSTED-COUNT TO STEP-WRITTEN-COUNT.
002170     MOVE 'E' TO STEP-FUNCTION.
002180     CALL 'STEP-CONTROL' USING STEP-COMMAREA.
002190     MOVE RBAL-SAVE-RETURN-CODE TO RETURN-CODE.
002200     IF STEP-CONTROL-FAILED
002210         DISPLAY 'STEP CONTROL - ' STEP-REASON-TEXT
002220     END-IF.
002230 9900-END-STEP-EXIT.
002240     EXIT.
