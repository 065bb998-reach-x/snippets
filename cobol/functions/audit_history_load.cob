000500*                      WORK TRACES TO A PERSON FOR ITS FULL
000510*                      RETENTION LIFE.  ARCH-RECORD WIDENED WITH THE
000520*                      LAYOUT.
000521*    10/15/2026  DOK   NIGHTLY STREAM STEP CONTROL.  THE RUN NOW
000522*                      REGISTERS ITS START AND END ON THE STEP
000523*                      CONTROL FILE (STEPCTL) THROUGH THE
000524*                      STEP-CONTROL SUBROUTINE AS STEP
000525*                      AUDIT-HISTORY.  IT IS REFUSED WITH RETURN
000526*                      CODE 12, BEFORE ANYTHING IS OPENED, WHEN
000527*                      BASIC-OPERATIONS HAS NOT COMPLETED OR WHEN
000528*                      THE STEP HAS ALREADY COMPLETED FOR THE
000529*                      BUSINESS DATE AND NO AUTHORIZED RERUN
000530*                      OVERRIDE WAS SUBMITTED.  ITS RETURN CODE
000531*                      AND COUNTS ARE RECORDED AT END OF JOB.  AN
000532*                      OPEN FAILURE NOW ENDS THE RUN WITH RETURN
000533*                      CODE 16 SO THE STEP IS RECORDED AS FAILED.
000534*    10/15/2026  DOK   A RUN STOPPED BECAUSE THE BUSINESS DATE
000535*                      (BUSDATE) IS MISSING OR EMPTY NOW ENDS WITH
000536*                      RETURN CODE 16 INSTEAD OF ZERO, SO THE
000537*                      SCHEDULER AND THE STEP CONTROL FILE SEE IT
000538*                      AS FAILED.
000539*****************************************************************

000540 ENVIRONMENT DIVISION.
000550 CONFIGURATION SECTION.
001150 77  AHL-MERGED-COUNT         PIC 9(07) VALUE ZERO.
001160 77  AHL-DUPLICATE-COUNT      PIC 9(07) VALUE ZERO.
001170 77  AHL-PURGED-COUNT         PIC 9(07) VALUE ZERO.
001171 77  AHL-SAVE-RETURN-CODE     PIC S9(04) COMP VALUE ZERO.

001180*****************************************************************
001190*    PER-RUN-ID MERGE TALLIES FOR THE AHLSTAT STATUS FILE -
001450     05  AHL-CUTOFF-YY        PIC 9(02).
001460     05  AHL-CUTOFF-MMDD      PIC 9(04).

001461*****************************************************************
001462*    STEP-CONTROL COMMUNICATION AREA - THE NIGHTLY STREAM'S STEP
001463*    REGISTER IS A COMMON SUBROUTINE
001464*****************************************************************
001465 COPY STEPCOMM.

001470 PROCEDURE DIVISION.
001480*****************************************************************
001490*    0000-MAINLINE
001710     DISPLAY ' '.
001720     DISPLAY '=== AUDIT HISTORY LOAD ==='.
001730     DISPLAY ' '.
001731     PERFORM 9800-BEGIN-STEP THRU 9800-BEGIN-STEP-EXIT.
001740     OPEN INPUT AUDIT-FILE.
001750     IF AHL-AUDIT-STATUS NOT = '00'
001760         DISPLAY 'AUDITLOG OPEN FAILED - STATUS '
001770             AHL-AUDIT-STATUS
001771         MOVE 16 TO RETURN-CODE
001780         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
001790         STOP RUN
001800     END-IF.
001870     IF AHL-AUDHIST-STATUS NOT = '00'
001880         DISPLAY 'AUDHIST OPEN FAILED - STATUS '
001890             AHL-AUDHIST-STATUS
001891         MOVE 16 TO RETURN-CODE
001900         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
001910         STOP RUN
001920     END-IF.
002140     IF AHL-BUSDATE-STATUS NOT = '00'
002150         DISPLAY 'BUSDATE NOT AVAILABLE - STATUS '
002160             AHL-BUSDATE-STATUS
002161         MOVE 16 TO RETURN-CODE
002170         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
002180         STOP RUN
002190     END-IF.
002210         AT END
002220             DISPLAY 'BUSDATE FILE IS EMPTY - DAY NEVER OPENED'
002230             CLOSE BUSDATE-FILE
002231             MOVE 16 TO RETURN-CODE
002240             PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
002250             STOP RUN.
002260     CLOSE BUSDATE-FILE.
003990     IF AUDARCH-IS-OPEN
004000         CLOSE AUDARCH-FILE
004010     END-IF.
004011     PERFORM 9900-END-STEP THRU 9900-END-STEP-EXIT.
004020 9000-TERMINATE-EXIT.
004030     EXIT.

004350     WRITE AHS-RECORD.
004360 9110-WRITE-ONE-STATUS-EXIT.
004370     EXIT.

004380*****************************************************************
004390*    9800-BEGIN-STEP
004400*        REGISTER THE START OF THIS STEP ON THE NIGHTLY STREAM'S
004410*        STEP CONTROL FILE.  A STEP WHOSE PREREQUISITES HAVE NOT
004420*        COMPLETED FOR THE BUSINESS DATE, OR WHICH HAS ALREADY
004430*        COMPLETED AND HAS NO AUTHORIZED RERUN OVERRIDE, IS
004440*        REFUSED HERE WITH RETURN CODE 12 BEFORE ANY FILE IS
004450*        OPENED.
004460*****************************************************************
004470 9800-BEGIN-STEP.
004480     MOVE SPACES TO STEP-COMMAREA.
004490     MOVE 'B' TO STEP-FUNCTION.
004500     MOVE 'AUDIT-HISTORY' TO STEP-NAME.
004510     MOVE ZERO TO STEP-BUSINESS-DATE.
004520     MOVE ZERO TO STEP-RETURN-CODE STEP-READ-COUNT
004530         STEP-WRITTEN-COUNT STEP-REJECT-COUNT.
004540     CALL 'STEP-CONTROL' USING STEP-COMMAREA.
004550     MOVE ZERO TO RETURN-CODE.
004560     IF NOT STEP-MAY-RUN
004570         DISPLAY 'STEP ' STEP-NAME ' REFUSED - ' STEP-REASON-TEXT
004580         MOVE 12 TO RETURN-CODE
004590         STOP RUN
004600     END-IF.
004610     IF STEP-REASON-TEXT NOT = SPACES
004620         DISPLAY 'STEP CONTROL - ' STEP-REASON-TEXT
004630     END-IF.
004640 9800-BEGIN-STEP-EXIT.
004650     EXIT.

004660*****************************************************************
004670*    9900-END-STEP
004680*        RECORD THE END OF THIS STEP ON THE STEP CONTROL FILE
004690*        WITH ITS RETURN CODE AND COUNTS - COMPLETED, OR FAILED AT
004700*        RETURN CODE 8 OR HIGHER.  THE CALL HANDS BACK THE
004710*        SUBROUTINE'S OWN RETURN-CODE, SO THE CONDITION CODE
004720*        RAISED FOR THE SCHEDULER IS SAVED ACROSS IT AND PUT BACK.
004730*****************************************************************
004740 9900-END-STEP.
004750     MOVE RETURN-CODE TO AHL-SAVE-RETURN-CODE.
004760     MOVE RETURN-CODE TO STEP-RETURN-CODE.
004770     ADD AHL-MERGED-COUNT AHL-DUPLICATE-COUNT
004780         GIVING STEP-READ-COUNT.
004790     MOVE AHL-MERGED-COUNT TO STEP-WRITTEN-COUNT.
004800     MOVE AHL-DUPLICATE-COUNT TO STEP-REJECT-COUNT.
004810     MOVE 'E' TO STEP-FUNCTION.
004820     CALL 'STEP-CONTROL' USING STEP-COMMAREA.
004830     MOVE AHL-SAVE-RETURN-CODE TO RETURN-CODE.
004840     IF STEP-CONTROL-FAILED
004850         DISPLAY 'STEP CONTROL - ' STEP-REASON-TEXT
004860     END-IF.
004870 9900-END-STEP-EXIT.
004880     EXIT.
