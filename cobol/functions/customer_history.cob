000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CUSTOMER-HISTORY.
000030 AUTHOR.        D. OKONKWO.
000040 INSTALLATION.  REACH-X DATA CENTER.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    MODIFICATION HISTORY
000090*    -------------------------------------------------------
000100*    10/15/2026  DOK   ORIGINAL PROGRAM.  CUSTOMER MASTER CHANGE
000110*                      HISTORY - A COMMON SUBROUTINE EVERY PROGRAM
000120*                      THAT ADDS, CHANGES OR DELETES A CUSTMAST
000130*                      RECORD CALLS ONCE THE UPDATE IS MADE, SO
000140*                      THE MASTER RECORD AS IT STOOD ON ANY DAY
000150*                      CAN BE RECOVERED AFTER THE PRINTED
000160*                      REGISTERS ARE GONE.  EACH CALL FILES ONE
000170*                      RECORD ON THE PERMANENT INDEXED CHGHIST
000180*                      FILE (KEYED CUSTOMER ID PLUS EFFECTIVE
000190*                      BUSINESS DATE AND CLOCK DATE AND TIME,
000200*                      CREATED ON FIRST USE) WITH THE BEFORE AND
000210*                      AFTER IMAGES, THE OPERATOR AND THE CALLING
000220*                      PROGRAM.  A CHANGE THAT TOUCHED ONLY THE
000230*                      STATUS, HOLD CODE OR MERGED-TO POINTER IS
000240*                      FILED AS A STATUS CHANGE; ONE THAT CHANGED
000250*                      NOTHING IS NOT FILED.  THE BUSINESS DATE IS
000260*                      READ FROM BUSDATE UNLESS THE CALLER PASSES
000270*                      ONE.  ALL CALLER CONVERSATION GOES THROUGH
000280*                      THE CHG-COMMAREA (CHGCOMM).
000290*****************************************************************

000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SOURCE-COMPUTER.   IBM-370.
000330 OBJECT-COMPUTER.   IBM-370.

000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT CHGHIST-FILE ASSIGN TO CHGHIST
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS RANDOM
000390         RECORD KEY IS CHH-KEY
000400         FILE STATUS IS CHST-CHGHIST-STATUS.
000410     SELECT BUSDATE-FILE ASSIGN TO BUSDATE
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS CHST-BUSDATE-STATUS.

000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  CHGHIST-FILE
000470     LABEL RECORDS ARE STANDARD.
000480 COPY CHGHIST.

000490 FD  BUSDATE-FILE
000500     RECORDING MODE IS F
000510     LABEL RECORDS ARE STANDARD.
000520 COPY BUSDATE.

000530 WORKING-STORAGE SECTION.
000540*****************************************************************
000550*    FILE STATUS AND CONTROL SWITCHES
000560*****************************************************************
000570 77  CHST-CHGHIST-STATUS      PIC X(02) VALUE SPACES.
000580 77  CHST-BUSDATE-STATUS      PIC X(02) VALUE SPACES.
000590 77  CHST-WRITTEN-SWITCH      PIC X(01) VALUE 'N'.
000600     88  HISTORY-WAS-WRITTEN          VALUE 'Y'.
000610 77  CHST-CLOCK-DATE          PIC 9(06) VALUE ZERO.
000620 77  CHST-CLOCK-TIME          PIC 9(08) VALUE ZERO.

000630*****************************************************************
000640*    THE CALLER'S BEFORE AND AFTER IMAGES LAID OUT AS MASTER
000650*    RECORDS, SO A CHANGE CAN BE TOLD FROM A STATUS CHANGE
000660*****************************************************************
000670 COPY CUSTMAST REPLACING ==CUST-RECORD== BY ==CHST-BEF-RECORD==
000680     ==CUST-ID==             BY ==CHST-BEF-ID==
000690     ==CUST-NAME==           BY ==CHST-BEF-NAME==
000700     ==CUST-AGE==            BY ==CHST-BEF-AGE==
000710     ==CUST-ADDRESS==        BY ==CHST-BEF-ADDRESS==
000720     ==CUST-ACCOUNT-STATUS== BY ==CHST-BEF-STATUS==
000730     ==CUST-ACCOUNT-ACTIVE== BY ==CHST-BEF-ACTIVE==
000740     ==CUST-ACCOUNT-CLOSED== BY ==CHST-BEF-CLOSED==
000750     ==CUST-ACCOUNT-SUSPENDED== BY ==CHST-BEF-SUSPENDED==
000760     ==CUST-HOLD-CODE==      BY ==CHST-BEF-HOLD-CODE==
000770     ==CUST-ON-COLLECTIONS-HOLD== BY ==CHST-BEF-ON-HOLD==
000780     ==CUST-MERGED-TO-ID==   BY ==CHST-BEF-MERGED-TO-ID==.

000790 COPY CUSTMAST REPLACING ==CUST-RECORD== BY ==CHST-AFT-RECORD==
000800     ==CUST-ID==             BY ==CHST-AFT-ID==
000810     ==CUST-NAME==           BY ==CHST-AFT-NAME==
000820     ==CUST-AGE==            BY ==CHST-AFT-AGE==
000830     ==CUST-ADDRESS==        BY ==CHST-AFT-ADDRESS==
000840     ==CUST-ACCOUNT-STATUS== BY ==CHST-AFT-STATUS==
000850     ==CUST-ACCOUNT-ACTIVE== BY ==CHST-AFT-ACTIVE==
000860     ==CUST-ACCOUNT-CLOSED== BY ==CHST-AFT-CLOSED==
000870     ==CUST-ACCOUNT-SUSPENDED== BY ==CHST-AFT-SUSPENDED==
000880     ==CUST-HOLD-CODE==      BY ==CHST-AFT-HOLD-CODE==
000890     ==CUST-ON-COLLECTIONS-HOLD== BY ==CHST-AFT-ON-HOLD==
000900     ==CUST-MERGED-TO-ID==   BY ==CHST-AFT-MERGED-TO-ID==.

000910 LINKAGE SECTION.
000920*****************************************************************
000930*    CALLER COMMUNICATION AREA
000940*****************************************************************
000950 COPY CHGCOMM.

000960 PROCEDURE DIVISION USING CHG-COMMAREA.
000970*****************************************************************
000980*    0000-MAINLINE
000990*        CHECK THE ACTION CODE, FILE THE CHANGE AND RETURN TO THE
001000*        CALLER.
001010*****************************************************************
001020 0000-MAINLINE.
001030     MOVE 'G' TO CHGC-RESULT.
001040     MOVE SPACES TO CHGC-FILED-ACTION.
001050     MOVE SPACES TO CHGC-ERROR-TEXT.
001060     IF CHGC-ACTION-ADD OR CHGC-ACTION-CHANGE
001070        OR CHGC-ACTION-DELETE
001080         PERFORM 2000-RECORD-CHANGE THRU 2000-RECORD-CHANGE-EXIT
001090     ELSE
001100         MOVE 'E' TO CHGC-RESULT
001110         MOVE 'INVALID CUSTOMER-HISTORY ACTION CODE'
001120             TO CHGC-ERROR-TEXT
001130     END-IF.
001140     GOBACK.

001150*****************************************************************
001160*    1000-OPEN-HISTORY
001170*        OPEN THE CHANGE HISTORY FOR UPDATE.  A HISTORY NOT YET
001180*        BUILT (THE FIRST MASTER CHANGE EVER FILED) IS CREATED
001190*        EMPTY BY THE I-O OPEN FALLING BACK TO OUTPUT.
001200*****************************************************************
001210 1000-OPEN-HISTORY.
001220     OPEN I-O CHGHIST-FILE.
001230     IF CHST-CHGHIST-STATUS = '35'
001240         OPEN OUTPUT CHGHIST-FILE
001250         CLOSE CHGHIST-FILE
001260         OPEN I-O CHGHIST-FILE
001270     END-IF.
001280     IF CHST-CHGHIST-STATUS NOT = '00'
001290         MOVE 'E' TO CHGC-RESULT
001300         MOVE 'CHGHIST OPEN FAILED - STATUS' TO CHGC-ERROR-TEXT
001310         MOVE CHST-CHGHIST-STATUS TO CHGC-ERROR-TEXT(30:2)
001320     END-IF.
001330 1000-OPEN-HISTORY-EXIT.
001340     EXIT.

001350*****************************************************************
001360*    2000-RECORD-CHANGE
001370*        STAMP THE CHANGE WITH THE BUSINESS DATE AND THE CLOCK
001380*        DATE AND TIME, DECIDE WHAT KIND OF CHANGE IT WAS AND FILE
001390*        IT ON THE CHANGE HISTORY.  AN ADD HAS NO BEFORE IMAGE AND
001400*        A DELETE NO AFTER IMAGE, WHATEVER THE CALLER LEFT IN
001410*        THEM.
001420*****************************************************************
001430 2000-RECORD-CHANGE.
001440     ACCEPT CHST-CLOCK-DATE FROM DATE.
001450     ACCEPT CHST-CLOCK-TIME FROM TIME.
001460     IF CHGC-ACTION-ADD
001470         MOVE SPACES TO CHGC-BEFORE-IMAGE
001480     END-IF.
001490     IF CHGC-ACTION-DELETE
001500         MOVE SPACES TO CHGC-AFTER-IMAGE
001510     END-IF.
001520     MOVE CHGC-BEFORE-IMAGE TO CHST-BEF-RECORD.
001530     MOVE CHGC-AFTER-IMAGE TO CHST-AFT-RECORD.
001540     PERFORM 2100-CLASSIFY-CHANGE THRU 2100-CLASSIFY-CHANGE-EXIT.
001550     IF CHGC-NOTHING-CHANGED
001560         GO TO 2000-RECORD-CHANGE-EXIT
001570     END-IF.
001580     IF CHGC-BUSINESS-DATE NOT NUMERIC
001590         MOVE ZERO TO CHGC-BUSINESS-DATE
001600     END-IF.
001610     IF CHGC-BUSINESS-DATE = ZERO
001620         PERFORM 2050-GET-BUSINESS-DATE
001630             THRU 2050-GET-BUSINESS-DATE-EXIT
001640         IF CHGC-HISTORY-FAILED
001650             GO TO 2000-RECORD-CHANGE-EXIT
001660         END-IF
001670     END-IF.
001680     PERFORM 1000-OPEN-HISTORY THRU 1000-OPEN-HISTORY-EXIT.
001690     IF CHGC-HISTORY-FAILED
001700         GO TO 2000-RECORD-CHANGE-EXIT
001710     END-IF.
001720     MOVE SPACES TO CHH-RECORD.
001730     IF CHGC-ACTION-DELETE
001740         MOVE CHST-BEF-ID TO CHH-CUST-ID
001750     ELSE
001760         MOVE CHST-AFT-ID TO CHH-CUST-ID
001770     END-IF.
001780     MOVE CHGC-BUSINESS-DATE TO CHH-EFF-DATE.
001790     MOVE CHST-CLOCK-DATE    TO CHH-CLOCK-DATE.
001800     MOVE CHST-CLOCK-TIME    TO CHH-EFF-TIME.
001810     MOVE ZERO               TO CHH-SEQ.
001820     MOVE CHGC-FILED-ACTION  TO CHH-ACTION.
001830     MOVE CHGC-OPERATOR-ID   TO CHH-OPERATOR-ID.
001840     MOVE CHGC-PROGRAM-ID    TO CHH-PROGRAM-ID.
001850     MOVE CHGC-REASON        TO CHH-REASON.
001860     MOVE CHGC-BEFORE-IMAGE  TO CHH-BEFORE-IMAGE.
001870     MOVE CHGC-AFTER-IMAGE   TO CHH-AFTER-IMAGE.
001880     MOVE 'N' TO CHST-WRITTEN-SWITCH.
001890     PERFORM 2200-WRITE-HISTORY THRU 2200-WRITE-HISTORY-EXIT
001900         UNTIL HISTORY-WAS-WRITTEN
001910            OR CHGC-HISTORY-FAILED.
001920     CLOSE CHGHIST-FILE.
001930 2000-RECORD-CHANGE-EXIT.
001940     EXIT.

001950*****************************************************************
001960*    2050-GET-BUSINESS-DATE
001970*        THE CALLER LEFT THE BUSINESS DATE TO US - TAKE IT FROM
001980*        THE SHOP BUSINESS DATE CONTROL RECORD.  NO RECORD MEANS
001990*        THE CHANGE CANNOT BE DATED AND IS NOT FILED.
002000*****************************************************************
002010 2050-GET-BUSINESS-DATE.
002020     OPEN INPUT BUSDATE-FILE.
002030     IF CHST-BUSDATE-STATUS NOT = '00'
002040         MOVE 'E' TO CHGC-RESULT
002050         MOVE 'BUSDATE NOT AVAILABLE - STATUS' TO CHGC-ERROR-TEXT
002060         MOVE CHST-BUSDATE-STATUS TO CHGC-ERROR-TEXT(32:2)
002070         GO TO 2050-GET-BUSINESS-DATE-EXIT
002080     END-IF.
002090     READ BUSDATE-FILE
002100         AT END
002110             MOVE 'E' TO CHGC-RESULT
002120             MOVE 'BUSDATE FILE IS EMPTY - DAY NEVER OPENED'
002130                 TO CHGC-ERROR-TEXT
002140         NOT AT END
002150             MOVE BDAT-BUSINESS-DATE TO CHGC-BUSINESS-DATE
002160     END-READ.
002170     CLOSE BUSDATE-FILE.
002180 2050-GET-BUSINESS-DATE-EXIT.
002190     EXIT.

002200*****************************************************************
002210*    2100-CLASSIFY-CHANGE
002220*        AN ADD OR DELETE IS FILED AS SUCH.  A CHANGE THAT LEFT
002230*        THE IMAGE AS IT WAS IS NOT FILED AT ALL, AND ONE THAT
002240*        LEFT THE ID, NAME, AGE AND ADDRESS AS THEY WERE ONLY
002250*        MOVED THE ACCOUNT STATUS, HOLD CODE OR MERGED-TO POINTER
002260*        AND IS FILED AS A STATUS CHANGE.
002270*****************************************************************
002280 2100-CLASSIFY-CHANGE.
002290     MOVE CHGC-ACTION TO CHGC-FILED-ACTION.
002300     IF NOT CHGC-ACTION-CHANGE
002310         GO TO 2100-CLASSIFY-CHANGE-EXIT
002320     END-IF.
002330     IF CHGC-BEFORE-IMAGE = CHGC-AFTER-IMAGE
002340         MOVE 'N' TO CHGC-RESULT
002350         MOVE SPACES TO CHGC-FILED-ACTION
002360         GO TO 2100-CLASSIFY-CHANGE-EXIT
002370     END-IF.
002380     IF CHST-BEF-ID = CHST-AFT-ID
002390         AND CHST-BEF-NAME = CHST-AFT-NAME
002400         AND CHST-BEF-AGE = CHST-AFT-AGE
002410         AND CHST-BEF-ADDRESS = CHST-AFT-ADDRESS
002420         MOVE 'S' TO CHGC-FILED-ACTION
002430     END-IF.
002440 2100-CLASSIFY-CHANGE-EXIT.
002450     EXIT.

002460*****************************************************************
002470*    2200-WRITE-HISTORY
002480*        FILE THE CHANGE.  A KEY ALREADY ON FILE IS AN EARLIER
002490*        CHANGE TO THE SAME CUSTOMER IN THE SAME HUNDREDTH OF A
002500*        SECOND - TAKE THE NEXT SEQUENCE AND TRY AGAIN.  ANY OTHER
002510*        WRITE FAILURE IS RETURNED TO THE CALLER.
002520*****************************************************************
002530 2200-WRITE-HISTORY.
002540     WRITE CHH-RECORD
002550         INVALID KEY
002560             MOVE 'N' TO CHST-WRITTEN-SWITCH
002570         NOT INVALID KEY
002580             MOVE 'Y' TO CHST-WRITTEN-SWITCH
002590     END-WRITE.
002600     IF HISTORY-WAS-WRITTEN
002610         GO TO 2200-WRITE-HISTORY-EXIT
002620     END-IF.
002630     IF CHST-CHGHIST-STATUS = '22' AND CHH-SEQ < 999
002640         ADD 1 TO CHH-SEQ
002650         GO TO 2200-WRITE-HISTORY-EXIT
002660     END-IF.
002670     MOVE 'E' TO CHGC-RESULT.
002680     MOVE 'CHGHIST WRITE FAILED - STATUS' TO CHGC-ERROR-TEXT.
002690     MOVE CHST-CHGHIST-STATUS TO CHGC-ERROR-TEXT(31:2).
002700 2200-WRITE-HISTORY-EXIT.
002710     EXIT.
