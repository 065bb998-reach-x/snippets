000260*                      THE LOG IS FOR TONIGHT'S BUSINESS DATE.
000270*                      ANY BREAK RETURNS 8 SO THE SCHEDULER
000280*                      HOLDS THE MORNING JOBS.
000281*    10/15/2026  DOK   NIGHTLY STREAM STEP CONTROL.  THE RUN NOW
000282*                      REGISTERS ITS START AND END ON THE STEP
000283*                      CONTROL FILE (STEPCTL) THROUGH THE
000284*                      STEP-CONTROL SUBROUTINE AS STEP
000285*                      PIPE-BALANCE.  IT IS REFUSED WITH RETURN
000286*                      CODE 12, BEFORE ANYTHING IS OPENED, WHEN
000287*                      THE AUDIT HISTORY LOAD OR BRANCH SETTLEMENT
000288*                      HAS NOT COMPLETED OR WHEN THE STEP HAS
000289*                      ALREADY COMPLETED FOR THE BUSINESS DATE AND
000290*                      NO AUTHORIZED RERUN OVERRIDE WAS SUBMITTED.
000291*                      ITS RETURN CODE AND COUNTS ARE RECORDED AT
000292*                      END OF JOB.
000293*    10/15/2026  DOK   A FAILED OPEN OF PBALRPT OR A MISSING
000294*                      BUSINESS DATE NOW CLOSES THE STEP ON
000295*                      STEPCTL BEFORE THE RUN STOPS.
000296*****************************************************************

000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000900 77  PBAL-STAT-FOUND-SWITCH   PIC X(01) VALUE 'N'.
000910     88  STAT-RECORD-FOUND            VALUE 'Y'.
000920 77  PBAL-RETURN-CODE         PIC 9(01) VALUE ZERO.
000921 77  PBAL-SAVE-RETURN-CODE    PIC S9(04) COMP VALUE ZERO.
000930 77  PBAL-RUN-DATE            PIC 9(06) VALUE ZERO.

000940*****************************************************************
001210*****************************************************************
001220 COPY PBLLINES.

001221*****************************************************************
001222*    STEP-CONTROL COMMUNICATION AREA - THE NIGHTLY STREAM'S STEP
001223*    REGISTER IS A COMMON SUBROUTINE
001224*****************************************************************
001225 COPY STEPCOMM.

001230 PROCEDURE DIVISION.
001240*****************************************************************
001250*    0000-MAINLINE
001490     DISPLAY ' '.
001500     DISPLAY '=== NIGHTLY PIPELINE BALANCING ==='.
001510     DISPLAY ' '.
001511     PERFORM 9800-BEGIN-STEP THRU 9800-BEGIN-STEP-EXIT.
001520     PERFORM 1050-GET-BUSINESS-DATE
001530         THRU 1050-GET-BUSINESS-DATE-EXIT.
001540     OPEN OUTPUT PBALRPT-FILE.
001560         DISPLAY 'PBALRPT OPEN FAILED - STATUS '
001570             PBAL-PBALRPT-STATUS
001580         MOVE 8 TO RETURN-CODE
001581         PERFORM 9900-END-STEP THRU 9900-END-STEP-EXIT
001590         STOP RUN
001600     END-IF.
001610     MOVE PBAL-RUN-DATE TO PBL-H-RUN-DATE.
001840         DISPLAY 'BUSDATE NOT AVAILABLE - STATUS '
001850             PBAL-BUSDATE-STATUS
001860         MOVE 8 TO RETURN-CODE
001861         PERFORM 9900-END-STEP THRU 9900-END-STEP-EXIT
001870         STOP RUN
001880     END-IF.
001890     READ BUSDATE-FILE
001910             DISPLAY 'BUSDATE FILE IS EMPTY - DAY NEVER OPENED'
001920             CLOSE BUSDATE-FILE
001930             MOVE 8 TO RETURN-CODE
001931             PERFORM 9900-END-STEP THRU 9900-END-STEP-EXIT
001940             STOP RUN.
001950     CLOSE BUSDATE-FILE.
001960     MOVE BDAT-BUSINESS-DATE TO PBAL-RUN-DATE.
003780     IF PBAL-BCONIN-STATUS = '00' OR PBAL-BCONIN-STATUS = '10'
003790         CLOSE BCONIN-FILE
003800     END-IF.
003801     PERFORM 9900-END-STEP THRU 9900-END-STEP-EXIT.
003810 9000-TERMINATE-EXIT.
003820     EXIT.

003830*****************************************************************
003840*    9800-BEGIN-STEP
003850*        REGISTER THE START OF THIS STEP ON THE NIGHTLY STREAM'S
003860*        STEP CONTROL FILE.  A STEP WHOSE PREREQUISITES HAVE NOT
003870*        COMPLETED FOR THE BUSINESS DATE, OR WHICH HAS ALREADY
003880*        COMPLETED AND HAS NO AUTHORIZED RERUN OVERRIDE, IS
003890*        REFUSED HERE WITH RETURN CODE 12 BEFORE ANY FILE IS
003900*        OPENED.
003910*****************************************************************
003920 9800-BEGIN-STEP.
003930     MOVE SPACES TO STEP-COMMAREA.
003940     MOVE 'B' TO STEP-FUNCTION.
003950     MOVE 'PIPE-BALANCE' TO STEP-NAME.
003960     MOVE ZERO TO STEP-BUSINESS-DATE.
003970     MOVE ZERO TO STEP-RETURN-CODE STEP-READ-COUNT
003980         STEP-WRITTEN-COUNT STEP-REJECT-COUNT.
003990     CALL 'STEP-CONTROL' USING STEP-COMMAREA.
004000     MOVE ZERO TO RETURN-CODE.
004010     IF NOT STEP-MAY-RUN
004020         DISPLAY 'STEP ' STEP-NAME ' REFUSED - ' STEP-REASON-TEXT
004030         MOVE 12 TO RETURN-CODE
004040         STOP RUN
004050     END-IF.
004060     IF STEP-REASON-TEXT NOT = SPACES
004070         DISPLAY 'STEP CONTROL - ' STEP-REASON-TEXT
004080     END-IF.
004090 9800-BEGIN-STEP-EXIT.
004100     EXIT.

004110*****************************************************************
004120*    9900-END-STEP
004130*        RECORD THE END OF THIS STEP ON THE STEP CONTROL FILE
004140*        WITH ITS RETURN CODE AND COUNTS - COMPLETED, OR FAILED AT
004150*        RETURN CODE 8 OR HIGHER.  THE CALL HANDS BACK THE
004160*        SUBROUTINE'S OWN RETURN-CODE, SO THE CONDITION CODE
004170*        RAISED FOR THE SCHEDULER IS SAVED ACROSS IT AND PUT BACK.
004180*****************************************************************
004190 9900-END-STEP.
004200     MOVE RETURN-CODE TO PBAL-SAVE-RETURN-CODE.
004210     MOVE RETURN-CODE TO STEP-RETURN-CODE.
004220     IF PBAL-RETURN-CODE > STEP-RETURN-CODE
004230         MOVE PBAL-RETURN-CODE TO STEP-RETURN-CODE
004240     END-IF.
004250     MOVE PBAL-CONSOLIDATED-COUNT TO STEP-READ-COUNT.
004260     MOVE PBAL-POSTED-COUNT TO STEP-WRITTEN-COUNT.
004270     MOVE 'E' TO STEP-FUNCTION.
004280     CALL 'STEP-CONTROL' USING STEP-COMMAREA.
004290     MOVE PBAL-SAVE-RETURN-CODE TO RETURN-CODE.
004300     IF STEP-CONTROL-FAILED
004310         DISPLAY 'STEP CONTROL - ' STEP-REASON-TEXT
004320     END-IF.
004330 9900-END-STEP-EXIT.
004340     EXIT.
