000270*                      PIPE-BALANCE CROSS-FOOT - THE ROTATING
000280*                      BUFFER ENTRIES WIDENED TO MATCH.  THE
000290*                      PRINTED COLUMNS ARE UNCHANGED.
000291*    10/15/2026  DOK   NIGHTLY STREAM STEP CONTROL.  THE RUN NOW
000292*                      REGISTERS ITS START AND END ON THE STEP
000293*                      CONTROL FILE (STEPCTL) THROUGH THE
000294*                      STEP-CONTROL SUBROUTINE AS STEP
000295*                      OPS-SUMMARY.  IT IS REFUSED WITH RETURN
000296*                      CODE 12, BEFORE ANYTHING IS OPENED, WHEN
000297*                      BASIC-OPERATIONS HAS NOT COMPLETED OR WHEN
000298*                      THE STEP HAS ALREADY COMPLETED FOR THE
000299*                      BUSINESS DATE AND NO AUTHORIZED RERUN
000300*                      OVERRIDE WAS SUBMITTED.  ITS RETURN CODE
000301*                      AND COUNTS ARE RECORDED AT END OF JOB.  AN
000302*                      OPEN FAILURE NOW ENDS THE RUN WITH RETURN
000303*                      CODE 16 SO THE STEP IS RECORDED AS FAILED.
000304*    10/15/2026  DOK   A RUN STOPPED BECAUSE THE BUSINESS DATE
000305*                      (BUSDATE) IS MISSING OR EMPTY NOW ENDS WITH
000306*                      RETURN CODE 16 INSTEAD OF ZERO, SO THE
000307*                      SCHEDULER AND THE STEP CONTROL FILE SEE IT
000308*                      AS FAILED.
000309*****************************************************************

000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000690 77  OPSM-RUN-DATE            PIC 9(06) VALUE ZERO.
000700 77  OPSM-LOG-COUNT           PIC 9(07) VALUE ZERO.
000710 77  OPSM-PRINT-COUNT         PIC 9(07) VALUE ZERO.
000711 77  OPSM-SAVE-RETURN-CODE    PIC S9(04) COMP VALUE ZERO.

000720*****************************************************************
000730*    ROTATING BUFFER OF THE LAST RUNS ON THE LOG.  THE LOG IS
001090*****************************************************************
001100 COPY OPSLINES.

001101*****************************************************************
001102*    STEP-CONTROL COMMUNICATION AREA - THE NIGHTLY STREAM'S STEP
001103*    REGISTER IS A COMMON SUBROUTINE
001104*****************************************************************
001105 COPY STEPCOMM.

001110 PROCEDURE DIVISION.
001120*****************************************************************
001130*    0000-MAINLINE
001320     DISPLAY ' '.
001330     DISPLAY '=== DAILY OPERATIONS SUMMARY ==='.
001340     DISPLAY ' '.
001341     PERFORM 9800-BEGIN-STEP THRU 9800-BEGIN-STEP-EXIT.
001350     OPEN OUTPUT OPSRPT-FILE.
001360     IF OPSM-OPSRPT-STATUS NOT = '00'
001370         DISPLAY 'OPSRPT OPEN FAILED - STATUS '
001380             OPSM-OPSRPT-STATUS
001381         MOVE 16 TO RETURN-CODE
001390         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
001400         STOP RUN
001410     END-IF.
001680     IF OPSM-BUSDATE-STATUS NOT = '00'
001690         DISPLAY 'BUSDATE NOT AVAILABLE - STATUS '
001700             OPSM-BUSDATE-STATUS
001701         MOVE 16 TO RETURN-CODE
001710         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
001720         STOP RUN
001730     END-IF.
001750         AT END
001760             DISPLAY 'BUSDATE FILE IS EMPTY - DAY NEVER OPENED'
001770             CLOSE BUSDATE-FILE
001771             MOVE 16 TO RETURN-CODE
001780             PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
001790             STOP RUN.
001800     CLOSE BUSDATE-FILE.
002680         CLOSE OPSRPT-FILE
002690     END-IF.
002700     CLOSE OPSLOG-FILE.
002701     PERFORM 9900-END-STEP THRU 9900-END-STEP-EXIT.
002710 9000-TERMINATE-EXIT.
002720     EXIT.

002730*****************************************************************
002740*    9800-BEGIN-STEP
002750*        REGISTER THE START OF THIS STEP ON THE NIGHTLY STREAM'S
002760*        STEP CONTROL FILE.  A STEP WHOSE PREREQUISITES HAVE NOT
002770*        COMPLETED FOR THE BUSINESS DATE, OR WHICH HAS ALREADY
002780*        COMPLETED AND HAS NO AUTHORIZED RERUN OVERRIDE, IS
002790*        REFUSED HERE WITH RETURN CODE 12 BEFORE ANY FILE IS
002800*        OPENED.
002810*****************************************************************
002820 9800-BEGIN-STEP.
002830     MOVE SPACES TO STEP-COMMAREA.
002840     MOVE 'B' TO STEP-FUNCTION.
002850     MOVE 'OPS-SUMMARY' TO STEP-NAME.
002860     MOVE ZERO TO STEP-BUSINESS-DATE.
002870     MOVE ZERO TO STEP-RETURN-CODE STEP-READ-COUNT
002880         STEP-WRITTEN-COUNT STEP-REJECT-COUNT.
002890     CALL 'STEP-CONTROL' USING STEP-COMMAREA.
002900     MOVE ZERO TO RETURN-CODE.
002910     IF NOT STEP-MAY-RUN
002920         DISPLAY 'STEP ' STEP-NAME ' REFUSED - ' STEP-REASON-TEXT
002930         MOVE 12 TO RETURN-CODE
002940         STOP RUN
002950     END-IF.
002960     IF STEP-REASON-TEXT NOT = SPACES
002970         DISPLAY 'STEP CONTROL - ' STEP-REASON-TEXT
002980     END-IF.
002990 9800-BEGIN-STEP-EXIT.
003000     EXIT.

003010*****************************************************************
003020*    9900-END-STEP
003030*        RECORD THE END OF THIS STEP ON THE STEP CONTROL FILE
003040*        WITH ITS RETURN CODE AND COUNTS - COMPLETED, OR FAILED AT
003050*        RETURN CODE 8 OR HIGHER.  THE CALL HANDS BACK THE
003060*        SUBROUTINE'S OWN RETURN-CODE, SO THE CONDITION CODE
003070*        RAISED FOR THE SCHEDULER IS SAVED ACROSS IT AND PUT BACK.
003080*****************************************************************
003090 9900-END-STEP.
003100     MOVE RETURN-CODE TO OPSM-SAVE-RETURN-CODE.
003110     MOVE RETURN-CODE TO STEP-RETURN-CODE.
003120     MOVE OPSM-LOG-COUNT TO STEP-READ-COUNT.
003130     MOVE OPSM-PRINT-COUNT TO STEP-WRITTEN-COUNT.
003140     MOVE 'E' TO STEP-FUNCTION.
003150     CALL 'STEP-CONTROL' USING STEP-COMMAREA.
003160     MOVE OPSM-SAVE-RETURN-CODE TO RETURN-CODE.
003170     IF STEP-CONTROL-FAILED
003180         DISPLAY 'STEP CONTROL - ' STEP-REASON-TEXT
003190     END-IF.
003200 9900-END-STEP-EXIT.
003210     EXIT.
