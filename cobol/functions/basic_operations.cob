002660*                      TRANSACTIONS CARRY SPACES THERE AND TRACE TO
002670*                      THEIR BRANCH.  AUD-FILE-RECORD WIDENED WITH
002680*                      THE LAYOUT.
002681*    10/15/2026  DOK   EVERY TRANSACTION DISPOSED OF NOW ALSO
002682*                      WRITES A DISPOSITION RECORD (DISPOUT,
002683*                      DISPREC) - BRANCH, SOURCE (FEED, RE-ENTERED
002684*                      OR RELEASED FROM SUSPENSE), THE TRANSACTION
002685*                      AND WHAT BECAME OF IT: POSTED WITH ITS
002686*                      RESULTS AND FEE, REJECTED WITH THE REASON,
002687*                      HELD WITH ITS BOUNCE COUNT, OR ESCALATED.
002688*                      BRANCH-RETURN BUILDS THE PER-BRANCH RETURN
002689*                      FILES FROM IT.  A SUSPENSE RECORD HELD
002690*                      BEFORE THE AGING FIELDS EXISTED NOW TAKES
002691*                      TONIGHT'S DATE AS ITS HELD DATE WHEN
002692*                      RELEASED, SO EVERY RELEASED ITEM CARRIES
002693*                      ONE.
002694*    10/15/2026  DOK   NIGHTLY STREAM STEP CONTROL.  THE RUN NOW
002695*                      REGISTERS ITS START AND END ON THE STEP
002696*                      CONTROL FILE (STEPCTL) THROUGH THE
002697*                      STEP-CONTROL SUBROUTINE AS STEP
002698*                      BASIC-OPERATIONS.  IT IS REFUSED WITH
002699*                      RETURN CODE 12, BEFORE ANYTHING IS OPENED,
002700*                      WHEN BRANCH CONSOLIDATION OR EXCEPTION
002701*                      CORRECTION HAS NOT COMPLETED OR WHEN THE
002702*                      STEP HAS ALREADY COMPLETED FOR THE BUSINESS
002703*                      DATE AND NO AUTHORIZED RERUN OVERRIDE WAS
002704*                      SUBMITTED.  ITS RETURN CODE AND COUNTS ARE
002705*                      RECORDED AT END OF JOB.
002706*    10/15/2026  DOK   THE BRANCH SETTLEMENT TALLIES, THE
002707*                      CHECKPOINT AND THE SETTLOUT EXTRACT NOW
002708*                      CARRY EACH BRANCH'S FEES SPLIT BY OPERATION
002709*                      AS WELL AS IN TOTAL, SO GL-JOURNAL CAN
002710*                      CREDIT FEE REVENUE BY BRANCH AND OPERATION.
002711*****************************************************************

002712 ENVIRONMENT DIVISION.
002713 CONFIGURATION SECTION.
002720 SOURCE-COMPUTER.   IBM-370.
002730 OBJECT-COMPUTER.   IBM-370.

003140     SELECT SETTLOUT-FILE ASSIGN TO SETTLOUT
003150         ORGANIZATION IS LINE SEQUENTIAL
003160         FILE STATUS IS BOP-SETTLOUT-STATUS.
003161     SELECT DISPOUT-FILE ASSIGN TO DISPOUT
003162         ORGANIZATION IS LINE SEQUENTIAL
003163         FILE STATUS IS BOP-DISPOUT-STATUS.
003170     SELECT OPTIONAL OPSLOG-FILE ASSIGN TO OPSLOG
003180         ORGANIZATION IS LINE SEQUENTIAL
003190         FILE STATUS IS BOP-OPSLOG-STATUS.
003920     LABEL RECORDS ARE STANDARD.
003930 COPY SETTLREC.

003931 FD  DISPOUT-FILE
003932     RECORDING MODE IS F
003933     LABEL RECORDS ARE STANDARD.
003934 COPY DISPREC.

003940 FD  OPSLOG-FILE
003950     RECORDING MODE IS F
003960     LABEL RECORDS ARE STANDARD.
004700 77  BOP-SETTLOUT-STATUS      PIC X(02) VALUE SPACES.
004710 77  BOP-SETTLOUT-OPEN-SWITCH PIC X(01) VALUE 'N'.
004720     88  SETTLOUT-IS-OPEN              VALUE 'Y'.
004721 77  BOP-DISPOUT-STATUS       PIC X(02) VALUE SPACES.
004722 77  BOP-DISPOUT-OPEN-SWITCH  PIC X(01) VALUE 'N'.
004723     88  DISPOUT-IS-OPEN               VALUE 'Y'.
004730 77  BOP-RECORD-COUNT         PIC 9(07) VALUE ZERO.
004740 77  BOP-EXCEPTION-COUNT      PIC 9(07) VALUE ZERO.
004750 77  BOP-SUSPENSE-COUNT       PIC 9(07) VALUE ZERO.
004980*****************************************************************
004990 77  BOP-SUSP-MAX-NIGHTS      PIC 9(02) VALUE 10.

004991*****************************************************************
004992*    DISPOSITION CONTROL
004993*        EACH ROUTE THROUGH 2000-PROCESS-TRANS SETS THE
004994*        DISPOSITION CODE (P/R/S/E, AS DISP-DISPOSITION) AND
004995*        2210-PRICE-TRANSACTION ADDS UP THE FEE CHARGED FOR THE
004996*        ONE TRANSACTION, FOR 2080-WRITE-DISPOSITION.
004997*****************************************************************
004998 77  BOP-DISP-CODE            PIC X(01) VALUE SPACE.
004999 77  BOP-TRAN-FEE             PIC 9(05)V99 VALUE ZERO.

005000*****************************************************************
005010*    AUDIT TRAIL CONTROL FIELDS
005020*****************************************************************
006000         10  BOP-BR-REENTERED     PIC 9(07).
006010         10  BOP-BR-RESULT        PIC S9(12)V99.
006020         10  BOP-BR-FEES          PIC 9(09)V99.
006021         10  BOP-BR-ADD-FEES      PIC 9(09)V99.
006022         10  BOP-BR-SUBTRACT-FEES PIC 9(09)V99.
006023         10  BOP-BR-MULTIPLY-FEES PIC 9(09)V99.
006024         10  BOP-BR-DIVIDE-FEES   PIC 9(09)V99.

006030*****************************************************************
006040*    ARITHMETIC WORK AREAS
006320*    COMMON SUBROUTINE SHARED WITH IMMEDIATE-REQUEST
006330*****************************************************************
006340 COPY CALCCOMM.

006341*****************************************************************
006342*    STEP-CONTROL COMMUNICATION AREA - THE NIGHTLY STREAM'S STEP
006343*    REGISTER IS A COMMON SUBROUTINE
006344*****************************************************************
006345 COPY STEPCOMM.
006350 PROCEDURE DIVISION.
006360*****************************************************************
006370*    0000-MAINLINE
006570     DISPLAY ' '.
006580     DISPLAY '=== BASIC OPERATIONS IN COBOL ==='.
006590     DISPLAY ' '.
006591     PERFORM 9800-BEGIN-STEP THRU 9800-BEGIN-STEP-EXIT.
006600     PERFORM 1050-GET-BUSINESS-DATE
006610         THRU 1050-GET-BUSINESS-DATE-EXIT.
006620     SORT SORT-WORK-FILE
007340         STOP RUN
007350     END-IF.
007360     MOVE 'Y' TO BOP-SETTLOUT-OPEN-SWITCH.
007361     IF RESTART-DETECTED
007362         OPEN EXTEND DISPOUT-FILE
007363     ELSE
007364         OPEN OUTPUT DISPOUT-FILE
007365     END-IF.
007366     IF BOP-DISPOUT-STATUS NOT = '00'
007367         DISPLAY 'DISPOUT OPEN FAILED - STATUS '
007368             BOP-DISPOUT-STATUS
007369         MOVE 16 TO RETURN-CODE
007370         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
007371         STOP RUN
007372     END-IF.
007373     MOVE 'Y' TO BOP-DISPOUT-OPEN-SWITCH.
007374*    AUDITLOG IS ALWAYS EXTENDED - THE ON-DEMAND SERVICE
007380*    APPENDS TO IT DURING THE DAY, AND AUDIT-HISTORY CLEARS IT
007390*    ONCE A MERGE HAS TAKEN EVERYTHING ON IT.
007400     OPEN EXTEND AUDIT-FILE.
008540             MOVE 'Y' TO BOP-SUSPIN-EOF-SWITCH
008550             GO TO 1115-RELEASE-ONE-SUSP-EXIT.
008560*    A RECORD HELD BEFORE THE AGING FIELDS EXISTED CARRIES
008570*    SPACES THERE - IT RE-ENTERS THE CYCLE AS IF HELD TONIGHT,
008571*    AND THE DISPOSITION RECORD STILL SHOWS IT AS RELEASED.
008580     IF SUSP-IN-FIRST-HELD-DATE NOT NUMERIC
008590         MOVE BOP-CURRENT-DATE TO SUSP-IN-FIRST-HELD-DATE
008600     END-IF.
008610     IF SUSP-IN-BOUNCE-COUNT NOT NUMERIC
008620         MOVE ZERO TO SUSP-IN-BOUNCE-COUNT
010320         TO BOP-BR-RESULT(BOP-BR-USE-IDX).
010330     ADD CHK-BR-FEES(BOP-CHK-BR-IDX)
010340         TO BOP-BR-FEES(BOP-BR-USE-IDX).
010341     ADD CHK-BR-ADD-FEES(BOP-CHK-BR-IDX)
010342         TO BOP-BR-ADD-FEES(BOP-BR-USE-IDX).
010343     ADD CHK-BR-SUBTRACT-FEES(BOP-CHK-BR-IDX)
010344         TO BOP-BR-SUBTRACT-FEES(BOP-BR-USE-IDX).
010345     ADD CHK-BR-MULTIPLY-FEES(BOP-CHK-BR-IDX)
010346         TO BOP-BR-MULTIPLY-FEES(BOP-BR-USE-IDX).
010347     ADD CHK-BR-DIVIDE-FEES(BOP-CHK-BR-IDX)
010348         TO BOP-BR-DIVIDE-FEES(BOP-BR-USE-IDX).
010350 1165-RESTORE-ONE-BRANCH-EXIT.
010360     EXIT.

011750 2000-PROCESS-TRANS.
011760     MOVE BOP-T-NUM1(BOP-TRANS-IDX) TO NUM1.
011770     MOVE BOP-T-NUM2(BOP-TRANS-IDX) TO NUM2.
011771     MOVE ZERO TO BOP-TRAN-FEE.

011780     MOVE 'C' TO CALC-FUNCTION.
011790     MOVE BOP-T-CUST-ID(BOP-TRANS-IDX) TO CALC-CUST-ID.
011980             PERFORM 2040-WRITE-SUSPENSE
011990                 THRU 2040-WRITE-SUSPENSE-EXIT
012000         WHEN CALC-TRANS-REJECTED
012001             MOVE 'R' TO BOP-DISP-CODE
012010             MOVE CALC-REASON-CODE TO EXC-REASON-CODE
012020             MOVE CALC-REASON-TEXT TO EXC-REASON-TEXT
012030             PERFORM 2060-WRITE-EXCEPTION
012100             PERFORM 2200-POST-RESULTS
012110                 THRU 2200-POST-RESULTS-EXIT
012120     END-EVALUATE.
012121     PERFORM 2080-WRITE-DISPOSITION
012122         THRU 2080-WRITE-DISPOSITION-EXIT.

012130     ADD 1 TO BOP-RECORD-COUNT.
012140     PERFORM 2070-WRITE-CHECKPOINT
012430 2040-WRITE-SUSPENSE.
012440     IF BOP-T-BOUNCE-COUNT(BOP-TRANS-IDX) NOT <
012450             BOP-SUSP-MAX-NIGHTS
012451         MOVE 'E' TO BOP-DISP-CODE
012460         MOVE 07 TO EXC-REASON-CODE
012470         MOVE 'SUSPENSE AGED OUT - NEEDS DECISION'
012480             TO EXC-REASON-TEXT
012500             THRU 2060-WRITE-EXCEPTION-EXIT
012510         GO TO 2040-WRITE-SUSPENSE-EXIT
012520     END-IF.
012521     MOVE 'S' TO BOP-DISP-CODE.
012530     MOVE SPACES TO SUSP-OUT-RECORD.
012540     MOVE BOP-T-CUST-ID(BOP-TRANS-IDX) TO SUSP-OUT-CUST-ID.
012550     MOVE BOP-T-NUM1(BOP-TRANS-IDX)    TO SUSP-OUT-NUM1.
013620             CHK-BR-SUSPENSE(BOP-CHK-BR-IDX)
013630             CHK-BR-RESULT(BOP-CHK-BR-IDX)
013640             CHK-BR-FEES(BOP-CHK-BR-IDX)
013641             CHK-BR-ADD-FEES(BOP-CHK-BR-IDX)
013642             CHK-BR-SUBTRACT-FEES(BOP-CHK-BR-IDX)
013643             CHK-BR-MULTIPLY-FEES(BOP-CHK-BR-IDX)
013644             CHK-BR-DIVIDE-FEES(BOP-CHK-BR-IDX)
013650         GO TO 2075-SAVE-ONE-BRANCH-EXIT
013660     END-IF.
013670     MOVE BOP-BR-CODE(BOP-CHK-BR-IDX)
013760         TO CHK-BR-RESULT(BOP-CHK-BR-IDX).
013770     MOVE BOP-BR-FEES(BOP-CHK-BR-IDX)
013780         TO CHK-BR-FEES(BOP-CHK-BR-IDX).
013781     MOVE BOP-BR-ADD-FEES(BOP-CHK-BR-IDX)
013782         TO CHK-BR-ADD-FEES(BOP-CHK-BR-IDX).
013783     MOVE BOP-BR-SUBTRACT-FEES(BOP-CHK-BR-IDX)
013784         TO CHK-BR-SUBTRACT-FEES(BOP-CHK-BR-IDX).
013785     MOVE BOP-BR-MULTIPLY-FEES(BOP-CHK-BR-IDX)
013786         TO CHK-BR-MULTIPLY-FEES(BOP-CHK-BR-IDX).
013787     MOVE BOP-BR-DIVIDE-FEES(BOP-CHK-BR-IDX)
013788         TO CHK-BR-DIVIDE-FEES(BOP-CHK-BR-IDX).
013790 2075-SAVE-ONE-BRANCH-EXIT.
013800     EXIT.

013801*****************************************************************
013802*    2080-WRITE-DISPOSITION
013803*        WRITE ONE DISPOUT RECORD FOR THE TRANSACTION JUST
013804*        DISPOSED OF.  ITS SOURCE FOLLOWS THE SAME RULES THE
013805*        SETTLEMENT COUNTS USE - A HELD DATE MEANS IT WAS RELEASED
013806*        FROM SUSPIN, A RE-ENTRY FLAG MEANS IT CAME IN FROM THE
013807*        CORRECTION CYCLE, ANYTHING ELSE IS THE BRANCH'S OWN FEED
013808*        WORK.  THE SEQUENCE IS THE TRANSACTION'S PLACE IN THE
013809*        SORTED RUN, WHICH A RESTART REPRODUCES EXACTLY.
013810*****************************************************************
013811 2080-WRITE-DISPOSITION.
013812     MOVE SPACES TO DISP-RECORD.
013813     MOVE BOP-T-BRANCH-CODE(BOP-TRANS-IDX) TO DISP-BRANCH-CODE.
013814     MOVE BOP-RUN-ID TO DISP-RUN-ID.
013815     ADD 1 BOP-RECORD-COUNT GIVING DISP-SEQ.
013816     IF BOP-T-HELD-DATE(BOP-TRANS-IDX) > ZERO
013817         MOVE 'S' TO DISP-SOURCE
013818     ELSE
013819         IF BOP-T-REENTRY-FLAG(BOP-TRANS-IDX) = 'R'
013820             MOVE 'R' TO DISP-SOURCE
013821         ELSE
013822             MOVE 'F' TO DISP-SOURCE
013823         END-IF
013824     END-IF.
013825     MOVE BOP-T-CUST-ID(BOP-TRANS-IDX) TO DISP-CUST-ID.
013826     MOVE BOP-T-NUM1(BOP-TRANS-IDX)    TO DISP-NUM1.
013827     MOVE BOP-T-NUM2(BOP-TRANS-IDX)    TO DISP-NUM2.
013828     MOVE BOP-T-OP-CODE(BOP-TRANS-IDX) TO DISP-OP-CODE.
013829     MOVE BOP-DISP-CODE TO DISP-DISPOSITION.
013830     MOVE ZERO TO DISP-ADD-RESULT DISP-SUBTRACT-RESULT
013831         DISP-MULTIPLY-RESULT DISP-DIVIDE-RESULT DISP-REASON-CODE.
013832     MOVE BOP-TRAN-FEE TO DISP-FEE.
013833     MOVE BOP-T-BOUNCE-COUNT(BOP-TRANS-IDX) TO DISP-BOUNCE-COUNT.
013834     EVALUATE TRUE
013835         WHEN DISP-POSTED
013836             MOVE ADD-RESULT      TO DISP-ADD-RESULT
013837             MOVE SUBTRACT-RESULT TO DISP-SUBTRACT-RESULT
013838             MOVE MULTIPLY-RESULT TO DISP-MULTIPLY-RESULT
013839             MOVE DIVIDE-RESULT   TO DISP-DIVIDE-RESULT
013840         WHEN DISP-SUSPENDED
013841             ADD 1 BOP-T-BOUNCE-COUNT(BOP-TRANS-IDX)
013842                 GIVING DISP-BOUNCE-COUNT
013843         WHEN OTHER
013844             MOVE EXC-REASON-CODE TO DISP-REASON-CODE
013845             MOVE EXC-REASON-TEXT TO DISP-REASON-TEXT
013846     END-EVALUATE.
013847     WRITE DISP-RECORD.
013848     IF BOP-DISPOUT-STATUS NOT = '00'
013849         DISPLAY 'DISPOUT WRITE FAILED - STATUS '
013850             BOP-DISPOUT-STATUS
013851         MOVE 16 TO RETURN-CODE
013852         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
013853         STOP RUN
013854     END-IF.
013855 2080-WRITE-DISPOSITION-EXIT.
013856     EXIT.

013857*****************************************************************
013858*    2090-FIND-BRANCH
013859*        POINT BOP-BR-USE-IDX AT THE SETTLEMENT ACCUMULATOR ENTRY
013860*        FOR BOP-BR-SEARCH-CODE, OPENING A NEW ENTRY THE FIRST
013861*        TIME A BRANCH CODE IS SEEN.  WHEN THE TABLE IS FULL THE
013862*        EXCESS CODES SHARE THE LAST ENTRY, REMARKED '**', SO
013870*        NOTHING IS EVER DROPPED FROM THE SETTLEMENT TOTALS.
013880*****************************************************************
013890 2090-FIND-BRANCH.
014070             BOP-BR-REENTERED(BOP-BR-USE-IDX)
014080             BOP-BR-RESULT(BOP-BR-USE-IDX)
014090             BOP-BR-FEES(BOP-BR-USE-IDX)
014091             BOP-BR-ADD-FEES(BOP-BR-USE-IDX)
014092             BOP-BR-SUBTRACT-FEES(BOP-BR-USE-IDX)
014093             BOP-BR-MULTIPLY-FEES(BOP-BR-USE-IDX)
014094             BOP-BR-DIVIDE-FEES(BOP-BR-USE-IDX)
014100     ELSE
014110         MOVE BOP-MAX-BR-ENTRIES TO BOP-BR-USE-IDX
014120         MOVE '**' TO BOP-BR-CODE(BOP-BR-USE-IDX)
014370 2200-POST-RESULTS.
014380     DISPLAY 'NUM1: ' NUM1.
014390     DISPLAY 'NUM2: ' NUM2.
014391     MOVE 'P' TO BOP-DISP-CODE.

014400*    THE CALC FLAGS COME BACK MASKED TO THE OPERATION THE
014410*    TRANSACTION ACTUALLY BOUGHT, SO THE ECHO, THE PRICING AND
014990*    OPERATION PAYS FOR THAT OPERATION ALONE.
015000*    BOP-BR-USE-IDX STILL POINTS AT THIS TRANSACTION'S BRANCH
015010*    ENTRY (SET IN 2200 BEFORE PRICING), SO THE BRANCH FEE
015020*    TOTAL AND ITS SPLIT BY OPERATION ROLL UP ALONGSIDE THE
015021*    SHOP-WIDE ONE.
015030     IF CALC-ADD-ENABLED
015040         ADD 1 TO BOP-BILL-ADD-COUNT
015050         ADD BOP-USE-ADD-FEE TO BOP-BILL-ADD-CHARGE
015060         ADD BOP-USE-ADD-FEE TO BOP-FEE-TOTAL
015070         ADD BOP-USE-ADD-FEE TO BOP-BR-FEES(BOP-BR-USE-IDX)
015071         ADD BOP-USE-ADD-FEE
015072             TO BOP-BR-ADD-FEES(BOP-BR-USE-IDX)
015073         ADD BOP-USE-ADD-FEE TO BOP-TRAN-FEE
015080     END-IF.
015090     IF CALC-SUBTRACT-ENABLED
015100         ADD 1 TO BOP-BILL-SUBTRACT-COUNT
015110         ADD BOP-USE-SUBTRACT-FEE TO BOP-BILL-SUBTRACT-CHARGE
015120         ADD BOP-USE-SUBTRACT-FEE TO BOP-FEE-TOTAL
015130         ADD BOP-USE-SUBTRACT-FEE TO BOP-BR-FEES(BOP-BR-USE-IDX)
015131         ADD BOP-USE-SUBTRACT-FEE
015132             TO BOP-BR-SUBTRACT-FEES(BOP-BR-USE-IDX)
015133         ADD BOP-USE-SUBTRACT-FEE TO BOP-TRAN-FEE
015140     END-IF.
015150     IF CALC-MULTIPLY-ENABLED
015160         ADD 1 TO BOP-BILL-MULTIPLY-COUNT
015170         ADD BOP-USE-MULTIPLY-FEE TO BOP-BILL-MULTIPLY-CHARGE
015180         ADD BOP-USE-MULTIPLY-FEE TO BOP-FEE-TOTAL
015190         ADD BOP-USE-MULTIPLY-FEE TO BOP-BR-FEES(BOP-BR-USE-IDX)
015191         ADD BOP-USE-MULTIPLY-FEE
015192             TO BOP-BR-MULTIPLY-FEES(BOP-BR-USE-IDX)
015193         ADD BOP-USE-MULTIPLY-FEE TO BOP-TRAN-FEE
015200     END-IF.
015210     IF CALC-DIVIDE-ENABLED
015220         ADD 1 TO BOP-BILL-DIVIDE-COUNT
015230         ADD BOP-USE-DIVIDE-FEE TO BOP-BILL-DIVIDE-CHARGE
015240         ADD BOP-USE-DIVIDE-FEE TO BOP-FEE-TOTAL
015250         ADD BOP-USE-DIVIDE-FEE TO BOP-BR-FEES(BOP-BR-USE-IDX)
015251         ADD BOP-USE-DIVIDE-FEE
015252             TO BOP-BR-DIVIDE-FEES(BOP-BR-USE-IDX)
015253         ADD BOP-USE-DIVIDE-FEE TO BOP-TRAN-FEE
015260     END-IF.
015270 2210-PRICE-TRANSACTION-EXIT.
015280     EXIT.
017050     END-IF.
017060     IF SETTLOUT-IS-OPEN
017070         CLOSE SETTLOUT-FILE
017071     END-IF.
017072     IF DISPOUT-IS-OPEN
017073         CLOSE DISPOUT-FILE
017080     END-IF.
017090     IF SORTOUT-IS-OPEN
017100         CLOSE SORTOUT-FILE
017110         MOVE 'N' TO BOP-SORTOUT-OPEN-SWITCH
017120     END-IF.
017121     PERFORM 9900-END-STEP THRU 9900-END-STEP-EXIT.
017130 9000-TERMINATE-EXIT.
017140     EXIT.

018500     MOVE BOP-BR-REENTERED(BOP-BR-IDX)  TO SETL-REENTRY-COUNT.
018510     MOVE BOP-BR-RESULT(BOP-BR-IDX)     TO SETL-RESULT-TOTAL.
018520     MOVE BOP-BR-FEES(BOP-BR-IDX)       TO SETL-FEE-TOTAL.
018521     MOVE BOP-BR-ADD-FEES(BOP-BR-IDX)   TO SETL-ADD-FEES.
018522     MOVE BOP-BR-SUBTRACT-FEES(BOP-BR-IDX)
018523                                        TO SETL-SUBTRACT-FEES.
018524     MOVE BOP-BR-MULTIPLY-FEES(BOP-BR-IDX)
018525                                        TO SETL-MULTIPLY-FEES.
018526     MOVE BOP-BR-DIVIDE-FEES(BOP-BR-IDX) TO SETL-DIVIDE-FEES.
018530     WRITE SETL-RECORD.
018540 9310-WRITE-ONE-SETTLE-EXIT.
018550     EXIT.
018720     CLOSE CHKPT-FILE.
018730 9050-CLEAR-CHECKPOINT-EXIT.
018740     EXIT.

019300*****************************************************************
019310*    9800-BEGIN-STEP
019320*        REGISTER THE START OF THIS STEP ON THE NIGHTLY STREAM'S
019330*        STEP CONTROL FILE.  A STEP WHOSE PREREQUISITES HAVE NOT
019340*        COMPLETED FOR THE BUSINESS DATE, OR WHICH HAS ALREADY
019350*        COMPLETED AND HAS NO AUTHORIZED RERUN OVERRIDE, IS
019360*        REFUSED HERE WITH RETURN CODE 12 BEFORE ANY FILE IS
019370*        OPENED.
019380*****************************************************************
019390 9800-BEGIN-STEP.
019400     MOVE SPACES TO STEP-COMMAREA.
019410     MOVE 'B' TO STEP-FUNCTION.
019420     MOVE 'BASIC-OPERATIONS' TO STEP-NAME.
019430     MOVE ZERO TO STEP-BUSINESS-DATE.
019440     MOVE ZERO TO STEP-RETURN-CODE STEP-READ-COUNT
019450         STEP-WRITTEN-COUNT STEP-REJECT-COUNT.
019460     CALL 'STEP-CONTROL' USING STEP-COMMAREA.
019470     MOVE ZERO TO RETURN-CODE.
019480     IF NOT STEP-MAY-RUN
019490         DISPLAY 'STEP ' STEP-NAME ' REFUSED - ' STEP-REASON-TEXT
019500         MOVE 12 TO RETURN-CODE
019510         STOP RUN
019520     END-IF.
019530     IF STEP-REASON-TEXT NOT = SPACES
019540         DISPLAY 'STEP CONTROL - ' STEP-REASON-TEXT
019550     END-IF.
019560 9800-BEGIN-STEP-EXIT.
019570     EXIT.

019580*****************************************************************
019590*    9900-END-STEP
019600*        RECORD THE END OF THIS STEP ON THE STEP CONTROL FILE
019610*        WITH ITS RETURN CODE AND COUNTS - COMPLETED, OR FAILED AT
019620*        RETURN CODE 8 OR HIGHER.  THE CALL HANDS BACK THE
019630*        SUBROUTINE'S OWN RETURN-CODE, SO THE CONDITION CODE
019640*        RAISED FOR THE SCHEDULER IS SAVED ACROSS IT AND PUT BACK.
019650*****************************************************************
019660 9900-END-STEP.
019670     MOVE RETURN-CODE TO BOP-SAVE-RETURN-CODE.
019680     MOVE RETURN-CODE TO STEP-RETURN-CODE.
019690     MOVE BOP-RECORD-COUNT TO STEP-READ-COUNT.
019700     SUBTRACT BOP-EXCEPTION-COUNT FROM BOP-RECORD-COUNT
019710         GIVING STEP-WRITTEN-COUNT.
019720     MOVE BOP-EXCEPTION-COUNT TO STEP-REJECT-COUNT.
019730     MOVE 'E' TO STEP-FUNCTION.
019740     CALL 'STEP-CONTROL' USING STEP-COMMAREA.
019750     MOVE BOP-SAVE-RETURN-CODE TO RETURN-CODE.
019760     IF STEP-CONTROL-FAILED
019770         DISPLAY 'STEP CONTROL - ' STEP-REASON-TEXT
019780     END-IF.
019790 9900-END-STEP-EXIT.
019800     EXIT.
