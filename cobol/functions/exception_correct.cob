000400*                      THE REGISTER SHOWS A REJECTED LINE WITH THE
000410*                      REASON.  THE OPERATOR IS STAMPED ON EVERY
000420*                      REGISTER DETAIL LINE.
000421*    10/15/2026  DOK   NIGHTLY STREAM STEP CONTROL.  THE RUN NOW
000422*                      REGISTERS ITS START AND END ON THE STEP
000423*                      CONTROL FILE (STEPCTL) THROUGH THE
000424*                      STEP-CONTROL SUBROUTINE AS STEP
000425*                      EXCEPT-CORRECT.  IT IS REFUSED WITH RETURN
000426*                      CODE 12, BEFORE ANYTHING IS OPENED, WHEN
000427*                      THE BUSINESS DAY HAS NOT BEEN OPENED OR
000428*                      WHEN THE STEP HAS ALREADY COMPLETED FOR THE
000429*                      BUSINESS DATE AND NO AUTHORIZED RERUN
000430*                      OVERRIDE WAS SUBMITTED.  ITS RETURN CODE
000431*                      AND COUNTS ARE RECORDED AT END OF JOB.  AN
000432*                      OPEN FAILURE NOW ENDS THE RUN WITH RETURN
000433*                      CODE 16 SO THE STEP IS RECORDED AS FAILED.
000434*    10/15/2026  DOK   A RUN STOPPED BECAUSE THE AUTHORIZATION
000435*                      FILE (OPERAUTH) WOULD NOT OPEN OR THE
000436*                      BUSINESS DATE (BUSDATE) IS MISSING OR EMPTY
000437*                      NOW ENDS WITH RETURN CODE 16 INSTEAD OF
000438*                      ZERO, SO THE SCHEDULER AND THE STEP CONTROL
000439*                      FILE SEE IT AS FAILED.
000440*****************************************************************

000441 ENVIRONMENT DIVISION.
000450 CONFIGURATION SECTION.
000460 SOURCE-COMPUTER.   IBM-370.
000470 OBJECT-COMPUTER.   IBM-370.
001250 77  ECOR-OPER-OK-SWITCH      PIC X(01) VALUE 'N'.
001260     88  CORRECTION-AUTHORIZED        VALUE 'Y'.
001270 77  ECOR-REJECT-REASON       PIC X(35) VALUE SPACES.
001271 77  ECOR-SAVE-RETURN-CODE    PIC S9(04) COMP VALUE ZERO.

001280*****************************************************************
001290*    CORRECTION CARD TABLE - CORRIN IS LOADED HERE ONCE AT
001480*****************************************************************
001490 COPY CORLINES.

001491*****************************************************************
001492*    STEP-CONTROL COMMUNICATION AREA - THE NIGHTLY STREAM'S STEP
001493*    REGISTER IS A COMMON SUBROUTINE
001494*****************************************************************
001495 COPY STEPCOMM.

001500 PROCEDURE DIVISION.
001510*****************************************************************
001520*    0000-MAINLINE
001700     DISPLAY ' '.
001710     DISPLAY '=== EXCEPTION CORRECTION ==='.
001720     DISPLAY ' '.
001721     PERFORM 9800-BEGIN-STEP THRU 9800-BEGIN-STEP-EXIT.
001730     OPEN INPUT EXCIN-FILE.
001740     IF ECOR-EXCIN-STATUS NOT = '00'
001750         DISPLAY 'EXCIN OPEN FAILED - STATUS ' ECOR-EXCIN-STATUS
001751         MOVE 16 TO RETURN-CODE
001760         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
001770         STOP RUN
001780     END-IF.
001800     IF ECOR-CORROUT-STATUS NOT = '00'
001810         DISPLAY 'CORROUT OPEN FAILED - STATUS '
001820             ECOR-CORROUT-STATUS
001821         MOVE 16 TO RETURN-CODE
001830         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
001840         STOP RUN
001850     END-IF.
001870     IF ECOR-EXCHOLD-STATUS NOT = '00'
001880         DISPLAY 'EXCHOLD OPEN FAILED - STATUS '
001890             ECOR-EXCHOLD-STATUS
001891         MOVE 16 TO RETURN-CODE
001900         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
001910         STOP RUN
001920     END-IF.
001940     IF ECOR-CORRPT-STATUS NOT = '00'
001950         DISPLAY 'CORRPT OPEN FAILED - STATUS '
001960             ECOR-CORRPT-STATUS
001961         MOVE 16 TO RETURN-CODE
001970         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
001980         STOP RUN
001990     END-IF.
002000     OPEN INPUT OPERAUTH-FILE.
002010     IF ECOR-OPERAUTH-STATUS NOT = '00'
002020         DISPLAY 'OPERAUTH OPEN FAIL - STAT ' ECOR-OPERAUTH-STATUS
002021         MOVE 16 TO RETURN-CODE
002030         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
002040         STOP RUN
002050     END-IF.
002250     IF ECOR-BUSDATE-STATUS NOT = '00'
002260         DISPLAY 'BUSDATE NOT AVAILABLE - STATUS '
002270             ECOR-BUSDATE-STATUS
002271         MOVE 16 TO RETURN-CODE
002280         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
002290         STOP RUN
002300     END-IF.
002320         AT END
002330             DISPLAY 'BUSDATE FILE IS EMPTY - DAY NEVER OPENED'
002340             CLOSE BUSDATE-FILE
002341             MOVE 16 TO RETURN-CODE
002350             PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
002360             STOP RUN.
002370     CLOSE BUSDATE-FILE.
004990     IF ECOR-OPERAUTH-STATUS = '00'
005000         CLOSE OPERAUTH-FILE
005010     END-IF.
005011     PERFORM 9900-END-STEP THRU 9900-END-STEP-EXIT.
005020 9000-TERMINATE-EXIT.
005030     EXIT.

005040*****************************************************************
005050*    9800-BEGIN-STEP
005060*        REGISTER THE START OF THIS STEP ON THE NIGHTLY STREAM'S
005070*        STEP CONTROL FILE.  A STEP WHOSE PREREQUISITES HAVE NOT
005080*        COMPLETED FOR THE BUSINESS DATE, OR WHICH HAS ALREADY
005090*        COMPLETED AND HAS NO AUTHORIZED RERUN OVERRIDE, IS
005100*        REFUSED HERE WITH RETURN CODE 12 BEFORE ANY FILE IS
005110*        OPENED.
005120*****************************************************************
005130 9800-BEGIN-STEP.
005140     MOVE SPACES TO STEP-COMMAREA.
005150     MOVE 'B' TO STEP-FUNCTION.
005160     MOVE 'EXCEPT-CORRECT' TO STEP-NAME.
005170     MOVE ZERO TO STEP-BUSINESS-DATE.
005180     MOVE ZERO TO STEP-RETURN-CODE STEP-READ-COUNT
005190         STEP-WRITTEN-COUNT STEP-REJECT-COUNT.
005200     CALL 'STEP-CONTROL' USING STEP-COMMAREA.
005210     MOVE ZERO TO RETURN-CODE.
005220     IF NOT STEP-MAY-RUN
005230         DISPLAY 'STEP ' STEP-NAME ' REFUSED - ' STEP-REASON-TEXT
005240         MOVE 12 TO RETURN-CODE
005250         STOP RUN
005260     END-IF.
005270     IF STEP-REASON-TEXT NOT = SPACES
005280         DISPLAY 'STEP CONTROL - ' STEP-REASON-TEXT
005290     END-IF.
005300 9800-BEGIN-STEP-EXIT.
005310     EXIT.

005320*****************************************************************
005330*    9900-END-STEP
005340*        RECORD THE END OF THIS STEP ON THE STEP CONTROL FILE
005350*        WITH ITS RETURN CODE AND COUNTS - COMPLETED, OR FAILED AT
005360*        RETURN CODE 8 OR HIGHER.  THE CALL HANDS BACK THE
005370*        SUBROUTINE'S OWN RETURN-CODE, SO THE CONDITION CODE
005380*        RAISED FOR THE SCHEDULER IS SAVED ACROSS IT AND PUT BACK.
005390*****************************************************************
005400 9900-END-STEP.
005410     MOVE RETURN-CODE TO ECOR-SAVE-RETURN-CODE.
005420     MOVE RETURN-CODE TO STEP-RETURN-CODE.
005430     MOVE ECOR-READ-COUNT TO STEP-READ-COUNT.
005440     MOVE ECOR-CORRECTED-COUNT TO STEP-WRITTEN-COUNT.
005450     MOVE ECOR-DROPPED-COUNT TO STEP-REJECT-COUNT.
005460     MOVE 'E' TO STEP-FUNCTION.
005470     CALL 'STEP-CONTROL' USING STEP-COMMAREA.
005480     MOVE ECOR-SAVE-RETURN-CODE TO RETURN-CODE.
005490     IF STEP-CONTROL-FAILED
005500         DISPLAY 'STEP CONTROL - ' STEP-REASON-TEXT
005510     END-IF.
005520 9900-END-STEP-EXIT.
005530     EXIT.
