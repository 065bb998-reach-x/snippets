000320*                      TO THE REGISTER WITH A REASON LINE, AND THE
000330*                      OPERATOR IS STAMPED ON EVERY REGISTER ACTION
000340*                      LINE SO EACH CHANGE TRACES TO A PERSON.
000341*    10/14/2026  DOK   A KEYED ACCOUNT STATUS NOW CLEARS THE
000342*                      COLLECTIONS HOLD CODE, SO AN ACCOUNT
000343*                      MAINTAINED BY HAND IS NO LONGER TREATED AS
000344*                      A COLLECTIONS HOLD BY THE COLLECTIONS RUN
000345*                      OR RECV-PAYMENT.
000346*    10/15/2026  DOK   A CUSTOMER ID RETIRED BY CUST-MERGE
000347*                      (CUST-MERGED-TO-ID SET) CAN NO LONGER BE
000348*                      CHANGED - A KEYED STATUS WOULD REOPEN AN
000349*                      ACCOUNT WHOSE ACTIVITY NOW LIVES UNDER THE
000350*                      SURVIVING ID.
000351*    10/15/2026  DOK   EVERY ADD, CHANGE AND DELETE APPLIED IS NOW
000352*                      ALSO FILED ON THE PERMANENT CUSTOMER MASTER
000353*                      CHANGE HISTORY (CHGHIST) THROUGH THE
000354*                      CUSTOMER-HISTORY SUBROUTINE, WITH THE
000355*                      BEFORE AND AFTER IMAGES AND THE OPERATOR,
000356*                      SO THE MASTER AS IT STOOD ON ANY DAY CAN BE
000357*                      RECOVERED ONCE MNTRPT IS GONE.  A CHANGE
000358*                      THAT COULD NOT BE FILED IS DISPLAYED AND
000359*                      ENDS THE RUN WITH RETURN CODE 4.
000360*    10/15/2026  DOK   A RETIRED CUSTOMER ID CAN NO LONGER BE
000361*                      DELETED EITHER - DROPPING IT WOULD LOSE THE
000362*                      MERGED-TO POINTER, AND A LATER TRANSACTION
000363*                      ON THE OLD NUMBER WOULD REJECT AS NOT ON
000364*                      FILE RATHER THAN NAME THE SURVIVING ID.
000365*****************************************************************

000366 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 SOURCE-COMPUTER.   IBM-370.
000390 OBJECT-COMPUTER.   IBM-370.
000980 77  CMNT-RUN-DATE            PIC 9(06) VALUE ZERO.
000990 77  CMNT-REJECT-REASON       PIC X(35) VALUE SPACES.
001000 77  CMNT-ACTION-WORD         PIC X(06) VALUE SPACES.
001001 77  CMNT-SAVE-RETURN-CODE    PIC S9(04) COMP VALUE ZERO.

001010*****************************************************************
001020*    BEFORE IMAGE OF THE MASTER RECORD BEING CHANGED OR DELETED,
001110     ==CUST-ACCOUNT-STATUS== BY ==CMNT-OLD-STATUS==
001120     ==CUST-ACCOUNT-ACTIVE== BY ==CMNT-OLD-ACTIVE==
001130     ==CUST-ACCOUNT-CLOSED== BY ==CMNT-OLD-CLOSED==
001140     ==CUST-ACCOUNT-SUSPENDED== BY ==CMNT-OLD-SUSPENDED==
001141     ==CUST-HOLD-CODE==      BY ==CMNT-OLD-HOLD-CODE==
001142     ==CUST-ON-COLLECTIONS-HOLD== BY ==CMNT-OLD-ON-HOLD==
001143     ==CUST-MERGED-TO-ID==   BY ==CMNT-OLD-MERGED-TO-ID==.

001150*****************************************************************
001160*    MNTRPT REGISTER LINE LAYOUTS (BUILT HERE, MOVED TO THE
001180*****************************************************************
001190 COPY MNTLINES.

001191*****************************************************************
001192*    CUSTOMER-HISTORY COMMUNICATION AREA - EVERY CUSTMAST UPDATE
001193*    IS FILED ON THE CUSTOMER MASTER CHANGE HISTORY THROUGH A
001194*    COMMON SUBROUTINE
001195*****************************************************************
001196 COPY CHGCOMM.

001200 PROCEDURE DIVISION.
001210*****************************************************************
001220*    0000-MAINLINE
003130     IF MAINT-WAS-APPLIED
003140         PERFORM 2510-WRITE-AFTER-IMAGE
003150             THRU 2510-WRITE-AFTER-IMAGE-EXIT
003151         MOVE 'A' TO CHGC-ACTION
003152         PERFORM 2700-RECORD-HISTORY
003153             THRU 2700-RECORD-HISTORY-EXIT
003160     END-IF.
003170 2100-APPLY-ADD-EXIT.
003180     EXIT.
003220*        BEFORE IMAGE, REPLACE EACH FIELD THE TRANSACTION CARRIES
003230*        (BLANK NAME/ADDRESS/STATUS AND ZERO AGE MEAN LEAVE THE
003240*        MASTER FIELD ALONE) AND REWRITE.  A KEY NOT ON THE
003250*        MASTER OR AN INVALID STATUS CODE REJECTS THE CHANGE, AS
003251*        DOES A KEY RETIRED BY A CUSTOMER MERGE.
003260*****************************************************************
003270 2200-APPLY-CHANGE.
003280     IF NOT MNT-STATUS-NOT-KEYED
003430     IF MAINT-WAS-REJECTED
003440         GO TO 2200-APPLY-CHANGE-EXIT
003450     END-IF.
003451     IF CUST-MERGED-TO-ID NOT = SPACES
003452         MOVE 'N' TO CMNT-APPLIED-SWITCH
003453         MOVE 'ID RETIRED - MERGED INTO'
003454             TO CMNT-REJECT-REASON
003455         MOVE CUST-MERGED-TO-ID TO CMNT-REJECT-REASON(26:6)
003456         GO TO 2200-APPLY-CHANGE-EXIT
003457     END-IF.
003460     MOVE CUST-RECORD TO CMNT-OLD-RECORD.
003470     PERFORM 2500-WRITE-BEFORE-IMAGE
003480         THRU 2500-WRITE-BEFORE-IMAGE-EXIT.
003570     END-IF.
003580     IF NOT MNT-STATUS-NOT-KEYED
003590         MOVE MNT-ACCOUNT-STATUS TO CUST-ACCOUNT-STATUS
003591         MOVE SPACE TO CUST-HOLD-CODE
003600     END-IF.
003610     REWRITE CUST-RECORD
003620         INVALID KEY
003670     IF MAINT-WAS-APPLIED
003680         PERFORM 2510-WRITE-AFTER-IMAGE
003690             THRU 2510-WRITE-AFTER-IMAGE-EXIT
003691         MOVE 'C' TO CHGC-ACTION
003692         PERFORM 2700-RECORD-HISTORY
003693             THRU 2700-RECORD-HISTORY-EXIT
003700     END-IF.
003710 2200-APPLY-CHANGE-EXIT.
003720     EXIT.
003740*    2300-APPLY-DELETE
003750*        READ THE MASTER RECORD FOR THE TRANSACTION KEY, SAVE ITS
003760*        BEFORE IMAGE AND DELETE IT.  A KEY NOT ON THE MASTER
003770*        REJECTS THE DELETE, AS DOES AN ID RETIRED BY A MERGE -
003771*        ITS MERGED-TO POINTER IS WHAT TELLS THE ARITHMETIC EDITS
003772*        WHERE A TRANSACTION ON THE OLD NUMBER BELONGS.
003780*****************************************************************
003790 2300-APPLY-DELETE.
003800     MOVE MNT-CUST-ID TO CUST-ID.
003870     IF MAINT-WAS-REJECTED
003880         GO TO 2300-APPLY-DELETE-EXIT
003890     END-IF.
003891     IF CUST-MERGED-TO-ID NOT = SPACES
003892         MOVE 'N' TO CMNT-APPLIED-SWITCH
003893         MOVE 'ID RETIRED - MERGED INTO'
003894             TO CMNT-REJECT-REASON
003895         MOVE CUST-MERGED-TO-ID TO CMNT-REJECT-REASON(26:6)
003896         GO TO 2300-APPLY-DELETE-EXIT
003897     END-IF.
003900     MOVE CUST-RECORD TO CMNT-OLD-RECORD.
003910     PERFORM 2500-WRITE-BEFORE-IMAGE
003920         THRU 2500-WRITE-BEFORE-IMAGE-EXIT.
003960             MOVE 'DELETE FAILED ON CUSTMAST'
003970                 TO CMNT-REJECT-REASON
003980     END-DELETE.
003981     IF MAINT-WAS-APPLIED
003982         MOVE 'D' TO CHGC-ACTION
003983         PERFORM 2700-RECORD-HISTORY
003984             THRU 2700-RECORD-HISTORY-EXIT
003985     END-IF.
003990 2300-APPLY-DELETE-EXIT.
004000     EXIT.

004580 2600-WRITE-REJECT-LINE-EXIT.
004590     EXIT.

004591*****************************************************************
004592*    2700-RECORD-HISTORY
004593*        FILE THE MAINTENANCE JUST APPLIED ON THE CUSTOMER MASTER
004594*        CHANGE HISTORY WITH THE MASTER RECORD BEFORE AND AFTER
004595*        AND THE OPERATOR WHO KEYED IT (THE SUBROUTINE DROPS THE
004596*        BEFORE IMAGE OF AN ADD AND THE AFTER IMAGE OF A DELETE).
004597*        THE CALL HANDS BACK THE SUBROUTINE'S OWN RETURN-CODE, SO
004598*        THE RUN'S IS SAVED ACROSS IT AND PUT BACK.  A CHANGE THAT
004599*        COULD NOT BE FILED IS DISPLAYED AND RAISES THE RUN TO
004600*        RETURN CODE 4.
004601*****************************************************************
004602 2700-RECORD-HISTORY.
004603     MOVE RETURN-CODE       TO CMNT-SAVE-RETURN-CODE.
004604     MOVE 'CUSTOMER-MAINT'  TO CHGC-PROGRAM-ID.
004605     MOVE MNT-OPERATOR-ID   TO CHGC-OPERATOR-ID.
004606     MOVE CMNT-RUN-DATE     TO CHGC-BUSINESS-DATE.
004607     MOVE SPACES            TO CHGC-REASON.
004608     MOVE CMNT-OLD-RECORD   TO CHGC-BEFORE-IMAGE.
004609     MOVE CUST-RECORD       TO CHGC-AFTER-IMAGE.
004610     CALL 'CUSTOMER-HISTORY' USING CHG-COMMAREA.
004611     MOVE CMNT-SAVE-RETURN-CODE TO RETURN-CODE.
004612     IF CHGC-HISTORY-FAILED
004613         DISPLAY 'CHANGE HISTORY NOT FILED - CUST ' MNT-CUST-ID
004614             ' - ' CHGC-ERROR-TEXT
004615         IF RETURN-CODE < 4
004616             MOVE 4 TO RETURN-CODE
004617         END-IF
004618     END-IF.
004619 2700-RECORD-HISTORY-EXIT.
004620     EXIT.

004621*****************************************************************
004622*    9000-TERMINATE
004623*        WRITE THE REGISTER TRAILER, CLOSE FILES AND RETURN
004630*        CONTROL TO THE OPERATING SYSTEM.
004640*****************************************************************
004650 9000-TERMINATE.
