000210*                      CODE 12) UNLESS THE DAY IS OPEN.  RETURN
000220*                      CODE 0 = APPLIED, 16 = BAD CARD OR A
000230*                      CLOSE WITH NO OPEN DAY.
000231*    10/15/2026  DOK   NIGHTLY STREAM STEP CONTROL.  AN OPEN
000232*                      REGISTERS STEP BUSDATE-OPEN, AND A CLOSE
000233*                      STEP BUSDATE-CLOSE, FOR THE DATE ROLLED ON
000234*                      THE STEP CONTROL FILE (STEPCTL) THROUGH THE
000235*                      STEP-CONTROL SUBROUTINE.  RE-OPENING A DAY
000236*                      ALREADY OPENED - THE DELIBERATE-RERUN PATH
000237*                      - NOW NEEDS AN AUTHORIZED RERUN OVERRIDE,
000238*                      AND A CLOSE IS REFUSED UNTIL THE DAY'S
000239*                      FINAL STEPS HAVE COMPLETED.  A REFUSAL IS
000240*                      RETURN CODE 12 AND LEAVES BUSDATE ALONE.
000241*****************************************************************

000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000600     88  PRIOR-RECORD-PRESENT         VALUE 'Y'.
000610 77  BDCT-NEW-DATE            PIC 9(06) VALUE ZERO.
000620 77  BDCT-FUNCTION            PIC X(01) VALUE SPACES.
000621 77  BDCT-STEP-NAME           PIC X(18) VALUE SPACES.
000622 77  BDCT-SAVE-RETURN-CODE    PIC S9(04) COMP VALUE ZERO.

000623*****************************************************************
000624*    STEP-CONTROL COMMUNICATION AREA - THE NIGHTLY STREAM'S STEP
000625*    REGISTER IS A COMMON SUBROUTINE
000626*****************************************************************
000627 COPY STEPCOMM.

000630 PROCEDURE DIVISION.
000640*****************************************************************
001350         MOVE 16 TO RETURN-CODE
001360         GO TO 2000-OPEN-DAY-EXIT
001370     END-IF.
001371     MOVE 'BUSDATE-OPEN' TO BDCT-STEP-NAME.
001372     PERFORM 9800-BEGIN-STEP THRU 9800-BEGIN-STEP-EXIT.
001380     IF PRIOR-RECORD-PRESENT AND BDCT-OLD-STATUS = 'O'
001390         DISPLAY 'WARNING - DAY ' BDCT-OLD-DATE
001400             ' WAS NEVER CLOSED'
001460     END-IF.
001470     PERFORM 4000-WRITE-BUSDATE THRU 4000-WRITE-BUSDATE-EXIT.
001480     DISPLAY 'BUSINESS DAY ' BDCT-NEW-DATE ' IS OPEN'.
001481     PERFORM 9900-END-STEP THRU 9900-END-STEP-EXIT.
001490 2000-OPEN-DAY-EXIT.
001500     EXIT.

001660         GO TO 3000-CLOSE-DAY-EXIT
001670     END-IF.
001680     MOVE BDCT-OLD-DATE TO BDCT-NEW-DATE.
001681     MOVE 'BUSDATE-CLOSE' TO BDCT-STEP-NAME.
001682     PERFORM 9800-BEGIN-STEP THRU 9800-BEGIN-STEP-EXIT.
001690     PERFORM 4000-WRITE-BUSDATE THRU 4000-WRITE-BUSDATE-EXIT.
001700     DISPLAY 'BUSINESS DAY ' BDCT-NEW-DATE ' IS CLOSED'.
001701     PERFORM 9900-END-STEP THRU 9900-END-STEP-EXIT.
001710 3000-CLOSE-DAY-EXIT.
001720     EXIT.

002010     CLOSE BUSDATE-FILE.
002020 4000-WRITE-BUSDATE-EXIT.
002030     EXIT.

002040*****************************************************************
002050*    9800-BEGIN-STEP
002060*        REGISTER THE START OF THIS STEP ON THE NIGHTLY STREAM'S
002070*        STEP CONTROL FILE - BUSDATE-OPEN OR BUSDATE-CLOSE FOR
002080*        THE DATE BEING ROLLED.  OPENING A DAY ALREADY OPENED, OR
002090*        CLOSING ONE ALREADY CLOSED, NEEDS AN AUTHORIZED RERUN
002100*        OVERRIDE, AND A CLOSE IS REFUSED UNTIL THE DAY'S LAST
002110*        STEPS HAVE COMPLETED.  A REFUSAL ENDS THE RUN WITH
002120*        RETURN CODE 12 BEFORE BUSDATE IS TOUCHED.
002130*****************************************************************
002140 9800-BEGIN-STEP.
002150     MOVE SPACES TO STEP-COMMAREA.
002160     MOVE 'B' TO STEP-FUNCTION.
002170     MOVE BDCT-STEP-NAME TO STEP-NAME.
002180     MOVE BDCT-NEW-DATE TO STEP-BUSINESS-DATE.
002190     MOVE ZERO TO STEP-RETURN-CODE STEP-READ-COUNT
002200         STEP-WRITTEN-COUNT STEP-REJECT-COUNT.
002210     CALL 'STEP-CONTROL' USING STEP-COMMAREA.
002220     MOVE ZERO TO RETURN-CODE.
002230     IF NOT STEP-MAY-RUN
002240         DISPLAY 'STEP ' STEP-NAME ' REFUSED - ' STEP-REASON-TEXT
002250         MOVE 12 TO RETURN-CODE
002260         STOP RUN
002270     END-IF.
002280     IF STEP-REASON-TEXT NOT = SPACES
002290         DISPLAY 'STEP CONTROL - ' STEP-REASON-TEXT
002300     END-IF.
002310 9800-BEGIN-STEP-EXIT.
002320     EXIT.

002330*****************************************************************
002340*    9900-END-STEP
002350*        RECORD THE END OF THIS STEP ON THE STEP CONTROL FILE
002360*        WITH ITS RETURN CODE AND COUNTS - COMPLETED, OR FAILED AT
002370*        RETURN CODE 8 OR HIGHER.  THE CALL HANDS BACK THE
002380*        SUBROUTINE'S OWN RETURN-CODE, SO THE CONDITION CODE
002390*        RAISED FOR THE SCHEDULER IS SAVED ACROSS IT AND PUT BACK.
002400*****************************************************************
002410 9900-END-STEP.
002420     MOVE RETURN-CODE TO BDCT-SAVE-RETURN-CODE.
002430     MOVE RETURN-CODE TO STEP-RETURN-CODE.
002440     MOVE ZERO TO STEP-READ-COUNT STEP-WRITTEN-COUNT
002450         STEP-REJECT-COUNT.
002460     MOVE 'E' TO STEP-FUNCTION.
002470     CALL 'STEP-CONTROL' USING STEP-COMMAREA.
002480     MOVE BDCT-SAVE-RETURN-CODE TO RETURN-CODE.
002490     IF STEP-CONTROL-FAILED
002500         DISPLAY 'STEP CONTROL - ' STEP-REASON-TEXT
002510     END-IF.
002520 9900-END-STEP-EXIT.
002530     EXIT.
