000310*                      BY BUSDATE-CTL) INSTEAD OF THE SYSTEM CLOCK,
000320*                      SO POST-MIDNIGHT RUNS AND DELIBERATE RERUNS
000330*                      POST TO THE RIGHT DAY.
000331*    10/15/2026  DOK   NIGHTLY STREAM STEP CONTROL.  THE RUN NOW
000332*                      REGISTERS ITS START AND END ON THE STEP
000333*                      CONTROL FILE (STEPCTL) THROUGH THE
000334*                      STEP-CONTROL SUBROUTINE AS STEP
000335*                      BRANCH-SETTLE.  IT IS REFUSED WITH RETURN
000336*                      CODE 12, BEFORE ANYTHING IS OPENED, WHEN
000337*                      BASIC-OPERATIONS HAS NOT COMPLETED OR WHEN
000338*                      THE STEP HAS ALREADY COMPLETED FOR THE
000339*                      BUSINESS DATE AND NO AUTHORIZED RERUN
000340*                      OVERRIDE WAS SUBMITTED.  ITS RETURN CODE
000341*                      AND COUNTS ARE RECORDED AT END OF JOB.
000342*    10/15/2026  DOK   A FAILED OPEN OF BSETRPT NOW CLOSES THE
000343*                      STEP ON STEPCTL BEFORE THE RUN STOPS.
000344*****************************************************************

000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000810 77  BSET-SETTLIN-EOF-SWITCH  PIC X(01) VALUE 'N'.
000820     88  END-OF-SETTLIN               VALUE 'Y'.
000830 77  BSET-RETURN-CODE         PIC 9(01) VALUE ZERO.
000831 77  BSET-SAVE-RETURN-CODE    PIC S9(04) COMP VALUE ZERO.
000840 77  BSET-RUN-DATE            PIC 9(06) VALUE ZERO.
000850 77  BSET-BREAK-COUNT         PIC 9(05) VALUE ZERO.

001200*****************************************************************
001210 COPY BSTLINES.

001211*****************************************************************
001212*    STEP-CONTROL COMMUNICATION AREA - THE NIGHTLY STREAM'S STEP
001213*    REGISTER IS A COMMON SUBROUTINE
001214*****************************************************************
001215 COPY STEPCOMM.

001220 PROCEDURE DIVISION.
001230*****************************************************************
001240*    0000-MAINLINE
001490     DISPLAY ' '.
001500     DISPLAY '=== NIGHTLY BRANCH SETTLEMENT ==='.
001510     DISPLAY ' '.
001511     PERFORM 9800-BEGIN-STEP THRU 9800-BEGIN-STEP-EXIT.
001520     OPEN OUTPUT BSETRPT-FILE.
001530     IF BSET-BSETRPT-STATUS NOT = '00'
001540         DISPLAY 'BSETRPT OPEN FAILED - STATUS '
001550             BSET-BSETRPT-STATUS
001560         MOVE 8 TO RETURN-CODE
001561         PERFORM 9900-END-STEP THRU 9900-END-STEP-EXIT
001570         STOP RUN
001580     END-IF.
001590     PERFORM 1050-GET-BUSINESS-DATE
004150     IF BSET-SETTLIN-STATUS = '00'
004160         CLOSE SETTLIN-FILE
004170     END-IF.
004171     PERFORM 9900-END-STEP THRU 9900-END-STEP-EXIT.
004180 9000-TERMINATE-EXIT.
004190     EXIT.

004200*****************************************************************
004210*    9800-BEGIN-STEP
004220*        REGISTER THE START OF THIS STEP ON THE NIGHTLY STREAM'S
004230*        STEP CONTROL FILE.  A STEP WHOSE PREREQUISITES HAVE NOT
004240*        COMPLETED FOR THE BUSINESS DATE, OR WHICH HAS ALREADY
004250*        COMPLETED AND HAS NO AUTHORIZED RERUN OVERRIDE, IS
004260*        REFUSED HERE WITH RETURN CODE 12 BEFORE ANY FILE IS
004270*        OPENED.
004280*****************************************************************
004290 9800-BEGIN-STEP.
004300     MOVE SPACES TO STEP-COMMAREA.
004310     MOVE 'B' TO STEP-FUNCTION.
004320     MOVE 'BRANCH-SETTLE' TO STEP-NAME.
004330     MOVE ZERO TO STEP-BUSINESS-DATE.
004340     MOVE ZERO TO STEP-RETURN-CODE STEP-READ-COUNT
004350         STEP-WRITTEN-COUNT STEP-REJECT-COUNT.
004360     CALL 'STEP-CONTROL' USING STEP-COMMAREA.
004370     MOVE ZERO TO RETURN-CODE.
004380     IF NOT STEP-MAY-RUN
004390         DISPLAY 'STEP ' STEP-NAME ' REFUSED - ' STEP-REASON-TEXT
004400         MOVE 12 TO RETURN-CODE
004410         STOP RUN
004420     END-IF.
004430     IF STEP-REASON-TEXT NOT = SPACES
004440         DISPLAY 'STEP CONTROL - ' STEP-REASON-TEXT
004450     END-IF.
004460 9800-BEGIN-STEP-EXIT.
004470     EXIT.

004480*****************************************************************
004490*    9900-END-STEP
004500*        RECORD THE END OF THIS STEP ON THE STEP CONTROL FILE
004510*        WITH ITS RETURN CODE AND COUNTS - COMPLETED, OR FAILED AT
004520*        RETURN CODE 8 OR HIGHER.  THE CALL HANDS BACK THE
004530*        SUBROUTINE'S OWN RETURN-CODE, SO THE CONDITION CODE
004540*        RAISED FOR THE SCHEDULER IS SAVED ACROSS IT AND PUT BACK.
004550*****************************************************************
004560 9900-END-STEP.
004570     MOVE RETURN-CODE TO BSET-SAVE-RETURN-CODE.
004580     MOVE RETURN-CODE TO STEP-RETURN-CODE.
004590     IF BSET-RETURN-CODE > STEP-RETURN-CODE
004600         MOVE BSET-RETURN-CODE TO STEP-RETURN-CODE
004610     END-IF.
004620     MOVE BSET-BR-COUNT TO STEP-WRITTEN-COUNT.
004630     MOVE BSET-BREAK-COUNT TO STEP-REJECT-COUNT.
004640     MOVE 'E' TO STEP-FUNCTION.
004650     CALL 'STEP-CONTROL' USING STEP-COMMAREA.
004660     MOVE BSET-SAVE-RETURN-CODE TO RETURN-CODE.
004670     IF STEP-CONTROL-FAILED
004680         DISPLAY 'STEP CONTROL - ' STEP-REASON-TEXT
004690     END-IF.
004700 9900-END-STEP-EXIT.
004710     EXIT.
