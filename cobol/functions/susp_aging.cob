000260*                      BY BUSDATE-CTL) INSTEAD OF THE SYSTEM CLOCK,
000270*                      SO POST-MIDNIGHT RUNS AND DELIBERATE RERUNS
000280*                      POST TO THE RIGHT DAY.
000281*    10/15/2026  DOK   NIGHTLY STREAM STEP CONTROL.  THE RUN NOW
000282*                      REGISTERS ITS START AND END ON THE STEP
000283*                      CONTROL FILE (STEPCTL) THROUGH THE
000284*                      STEP-CONTROL SUBROUTINE AS STEP SUSP-AGING.
000285*                      IT IS REFUSED WITH RETURN CODE 12, BEFORE
000286*                      ANYTHING IS OPENED, WHEN BASIC-OPERATIONS
000287*                      HAS NOT COMPLETED OR WHEN THE STEP HAS
000288*                      ALREADY COMPLETED FOR THE BUSINESS DATE AND
000289*                      NO AUTHORIZED RERUN OVERRIDE WAS SUBMITTED.
000290*                      ITS RETURN CODE AND COUNTS ARE RECORDED AT
000291*                      END OF JOB.
000292*    10/15/2026  DOK   A RUN STOPPED BECAUSE THE BUSINESS DATE
000293*                      (BUSDATE) IS MISSING OR EMPTY NOW ENDS WITH
000294*                      RETURN CODE 16 INSTEAD OF ZERO, SO THE
000295*                      SCHEDULER AND THE STEP CONTROL FILE SEE IT
000296*                      AS FAILED.
000297*    10/15/2026  DOK   A FAILED OPEN OF SAGRPT NOW ENDS THE RUN
000298*                      WITH RC 8 AND CLOSES THE STEP ON STEPCTL
000299*                      BEFORE THE RUN STOPS.
000300*****************************************************************

000301 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SOURCE-COMPUTER.   IBM-370.
000330 OBJECT-COMPUTER.   IBM-370.
000670     88  END-OF-SUSPIN                VALUE 'Y'.
000680 77  SAGE-RUN-DATE            PIC 9(06) VALUE ZERO.
000690 77  SAGE-NIGHTS              PIC 9(03) VALUE ZERO.
000691 77  SAGE-SAVE-RETURN-CODE    PIC S9(04) COMP VALUE ZERO.

000700*****************************************************************
000710*    AGE BUCKET COUNTS FOR THE TRAILER LINE
000810*****************************************************************
000820 COPY SAGLINES.

000821*****************************************************************
000822*    STEP-CONTROL COMMUNICATION AREA - THE NIGHTLY STREAM'S STEP
000823*    REGISTER IS A COMMON SUBROUTINE
000824*****************************************************************
000825 COPY STEPCOMM.

000830 PROCEDURE DIVISION.
000840*****************************************************************
000850*    0000-MAINLINE
001040     DISPLAY ' '.
001050     DISPLAY '=== SUSPENSE AGING REPORT ==='.
001060     DISPLAY ' '.
001061     PERFORM 9800-BEGIN-STEP THRU 9800-BEGIN-STEP-EXIT.
001070     OPEN OUTPUT SAGRPT-FILE.
001080     IF SAGE-SAGRPT-STATUS NOT = '00'
001090         DISPLAY 'SAGRPT OPEN FAILED - STATUS '
001100             SAGE-SAGRPT-STATUS
001101         MOVE 8 TO RETURN-CODE
001102         PERFORM 9900-END-STEP THRU 9900-END-STEP-EXIT
001110         STOP RUN
001120     END-IF.
001130     PERFORM 1050-GET-BUSINESS-DATE
001390     IF SAGE-BUSDATE-STATUS NOT = '00'
001400         DISPLAY 'BUSDATE NOT AVAILABLE - STATUS '
001410             SAGE-BUSDATE-STATUS
001411         MOVE 16 TO RETURN-CODE
001420         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
001430         STOP RUN
001440     END-IF.
001460         AT END
001470             DISPLAY 'BUSDATE FILE IS EMPTY - DAY NEVER OPENED'
001480             CLOSE BUSDATE-FILE
001481             MOVE 16 TO RETURN-CODE
001490             PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
001500             STOP RUN.
001510     CLOSE BUSDATE-FILE.
002270     IF SAGE-SUSPIN-STATUS = '00' OR SAGE-SUSPIN-STATUS = '10'
002280         CLOSE SUSPIN-FILE
002290     END-IF.
002291     PERFORM 9900-END-STEP THRU 9900-END-STEP-EXIT.
002300 9000-TERMINATE-EXIT.
002310     EXIT.

002320*****************************************************************
002330*    9800-BEGIN-STEP
002340*        REGISTER THE START OF THIS STEP ON THE NIGHTLY STREAM'S
002350*        STEP CONTROL FILE.  A STEP WHOSE PREREQUISITES HAVE NOT
002360*        COMPLETED FOR THE BUSINESS DATE, OR WHICH HAS ALREADY
002370*        COMPLETED AND HAS NO AUTHORIZED RERUN OVERRIDE, IS
002380*        REFUSED HERE WITH RETURN CODE 12 BEFORE ANY FILE IS
002390*        OPENED.
002400*****************************************************************
002410 9800-BEGIN-STEP.
002420     MOVE SPACES TO STEP-COMMAREA.
002430     MOVE 'B' TO STEP-FUNCTION.
002440     MOVE 'SUSP-AGING' TO STEP-NAME.
002450     MOVE ZERO TO STEP-BUSINESS-DATE.
002460     MOVE ZERO TO STEP-RETURN-CODE STEP-READ-COUNT
002470         STEP-WRITTEN-COUNT STEP-REJECT-COUNT.
002480     CALL 'STEP-CONTROL' USING STEP-COMMAREA.
002490     MOVE ZERO TO RETURN-CODE.
002500     IF NOT STEP-MAY-RUN
002510         DISPLAY 'STEP ' STEP-NAME ' REFUSED - ' STEP-REASON-TEXT
002520         MOVE 12 TO RETURN-CODE
002530         STOP RUN
002540     END-IF.
002550     IF STEP-REASON-TEXT NOT = SPACES
002560         DISPLAY 'STEP CONTROL - ' STEP-REASON-TEXT
002570     END-IF.
002580 9800-BEGIN-STEP-EXIT.
002590     EXIT.

002600*****************************************************************
002610*    9900-END-STEP
002620*        RECORD THE END OF THIS STEP ON THE STEP CONTROL FILE
002630*        WITH ITS RETURN CODE AND COUNTS - COMPLETED, OR FAILED AT
002640*        RETURN CODE 8 OR HIGHER.  THE CALL HANDS BACK THE
002650*        SUBROUTINE'S OWN RETURN-CODE, SO THE CONDITION CODE
002660*        RAISED FOR THE SCHEDULER IS SAVED ACROSS IT AND PUT BACK.
002670*****************************************************************
002680 9900-END-STEP.
002690     MOVE RETURN-CODE TO SAGE-SAVE-RETURN-CODE.
002700     MOVE RETURN-CODE TO STEP-RETURN-CODE.
002710     MOVE SAGE-TOTAL-COUNT TO STEP-READ-COUNT.
002720     MOVE 'E' TO STEP-FUNCTION.
002730     CALL 'STEP-CONTROL' USING STEP-COMMAREA.
002740     MOVE SAGE-SAVE-RETURN-CODE TO RETURN-CODE.
002750     IF STEP-CONTROL-FAILED
002760         DISPLAY 'STEP CONTROL - ' STEP-REASON-TEXT
002770     END-IF.
002780 9900-END-STEP-EXIT.
002790     EXIT.
