000380*                      BY BUSDATE-CTL) INSTEAD OF THE SYSTEM CLOCK,
000390*                      SO POST-MIDNIGHT RUNS AND DELIBERATE RERUNS
000400*                      POST TO THE RIGHT DAY.
000401*    10/15/2026  DOK   CROSS-NIGHT DUPLICATE DETECTION.  EVERY
000402*                      DETAIL OF AN ACCEPTED BATCH IS NOW LOOKED
000403*                      UP ON A ROLLING FINGERPRINT FILE (FPRINT -
000404*                      CUSTOMER, OPERANDS, OPERATION CODE, BRANCH)
000405*                      OF THE WORK ACCEPTED ON THE PRIOR BUSINESS
000406*                      DAYS RETAINED (BCONCTL RETAIN DAYS, DEFAULT
000407*                      5).  A SUSPECTED REPEAT IS HELD OFF TRANOUT
000408*                      ON THE DUPLICATE REVIEW FILE (DUPOUT) AND
000409*                      REPORT (DUPRPT) AND RAISES RETURN CODE 4.
000410*                      THE PRIOR NIGHT'S REVIEW FILE (DUPIN) IS
000411*                      WORKED AGAINST RELEASE CARDS (DUPREL) FROM
000412*                      OPERATORS WITH CORRECTION AUTHORITY - A
000413*                      RELEASED ITEM GOES TO TRANOUT WITH ITS OWN
000414*                      BCONOUT CONTROL RECORD, A DROPPED ONE IS
000415*                      DISCARDED AND THE REST ARE CARRIED FORWARD.
000416*                      BCONOUT COUNTS NOW EXCLUDE HELD DETAILS.
000417*    10/15/2026  DOK   NIGHTLY STREAM STEP CONTROL.  THE RUN NOW
000418*                      REGISTERS ITS START AND END ON THE STEP
000419*                      CONTROL FILE (STEPCTL) THROUGH THE
000420*                      STEP-CONTROL SUBROUTINE AS STEP
000421*                      BRANCH-CONSOLIDATE.  IT IS REFUSED WITH
000422*                      RETURN CODE 12, BEFORE ANYTHING IS OPENED,
000423*                      WHEN THE BUSINESS DAY HAS NOT BEEN OPENED
000424*                      OR WHEN THE STEP HAS ALREADY COMPLETED FOR
000425*                      THE BUSINESS DATE AND NO AUTHORIZED RERUN
000426*                      OVERRIDE WAS SUBMITTED.  ITS RETURN CODE
000427*                      AND COUNTS ARE RECORDED AT END OF JOB.
000428*    10/15/2026  DOK   DUPLICATE REVIEW LOOP TIDIED - EACH HELD
000429*                      ITEM IS NOW READ AT THE TOP OF ITS OWN
000430*                      REVIEW, SO AN ITEM CARRIED FOR AN
000431*                      UNAUTHORIZED CARD LEAVES THE REVIEW THROUGH
000432*                      ITS EXIT.  NO CHANGE IN RESULTS.
000433*****************************************************************

000434 ENVIRONMENT DIVISION.
000435 CONFIGURATION SECTION.
000440 SOURCE-COMPUTER.   IBM-370.
000450 OBJECT-COMPUTER.   IBM-370.

000660     SELECT BUSDATE-FILE ASSIGN TO BUSDATE
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS BCON-BUSDATE-STATUS.
000681     SELECT FPRINT-FILE ASSIGN TO FPRINT
000682         ORGANIZATION IS INDEXED
000683         ACCESS MODE IS DYNAMIC
000684         RECORD KEY IS FPR-KEY
000685         FILE STATUS IS BCON-FPRINT-STATUS.
000686     SELECT DUPIN-FILE ASSIGN TO DUPIN
000687         ORGANIZATION IS LINE SEQUENTIAL
000688         FILE STATUS IS BCON-DUPIN-STATUS.
000689     SELECT DUPOUT-FILE ASSIGN TO DUPOUT
000690         ORGANIZATION IS LINE SEQUENTIAL
000691         FILE STATUS IS BCON-DUPOUT-STATUS.
000692     SELECT DUPREL-FILE ASSIGN TO DUPREL
000693         ORGANIZATION IS LINE SEQUENTIAL
000694         FILE STATUS IS BCON-DUPREL-STATUS.
000695     SELECT DUPRPT-FILE ASSIGN TO DUPRPT
000696         ORGANIZATION IS LINE SEQUENTIAL
000697         FILE STATUS IS BCON-DUPRPT-STATUS.
000698     SELECT OPERAUTH-FILE ASSIGN TO OPERAUTH
000699         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS RANDOM
000701         RECORD KEY IS OPR-OPERATOR-ID
000702         FILE STATUS IS BCON-OPERAUTH-STATUS.

000703 DATA DIVISION.
000704 FILE SECTION.
000710 FD  BFEEDIN-FILE
000720     RECORDING MODE IS F
000730     LABEL RECORDS ARE STANDARD.
000970     LABEL RECORDS ARE STANDARD.
000980 COPY BUSDATE.

000981 FD  FPRINT-FILE
000982     LABEL RECORDS ARE STANDARD.
000983 COPY FPRINT.

000984 FD  DUPIN-FILE
000985     RECORDING MODE IS F
000986     LABEL RECORDS ARE STANDARD.
000987 01  DUPIN-RECORD             PIC X(60).

000988 FD  DUPOUT-FILE
000989     RECORDING MODE IS F
000990     LABEL RECORDS ARE STANDARD.
000991 COPY DUPREV.

000992 FD  DUPREL-FILE
000993     RECORDING MODE IS F
000994     LABEL RECORDS ARE STANDARD.
000995 COPY DUPREL.

000996 FD  DUPRPT-FILE
000997     RECORDING MODE IS F
000998     LABEL RECORDS ARE STANDARD.
000999 01  DPL-RPT-RECORD           PIC X(132).

001000 FD  OPERAUTH-FILE
001001     LABEL RECORDS ARE STANDARD.
001002 COPY OPERAUTH.

001003 WORKING-STORAGE SECTION.
001004*****************************************************************
001010*    FILE STATUS AND CONTROL SWITCHES
001020*****************************************************************
001030 77  BCON-BFEEDIN-STATUS      PIC X(02) VALUE SPACES.
001200 77  BCON-DUP-FOUND-SWITCH    PIC X(01) VALUE 'N'.
001210     88  BRANCH-ALREADY-ACCEPTED      VALUE 'Y'.
001220 77  BCON-RETURN-CODE         PIC 9(01) VALUE ZERO.
001221 77  BCON-SAVE-RETURN-CODE    PIC S9(04) COMP VALUE ZERO.
001230 77  BCON-RUN-DATE            PIC 9(06) VALUE ZERO.
001231 77  BCON-FPRINT-STATUS       PIC X(02) VALUE SPACES.
001232 77  BCON-FPRINT-OPEN-SWITCH  PIC X(01) VALUE 'N'.
001233     88  FPRINT-IS-OPEN               VALUE 'Y'.
001234 77  BCON-DATE-WALK-SWITCH    PIC X(01) VALUE 'N'.
001235     88  END-OF-DATE-WALK             VALUE 'Y'.
001236 77  BCON-PURGE-END-SWITCH    PIC X(01) VALUE 'N'.
001237     88  END-OF-PURGE-DATE            VALUE 'Y'.
001238 77  BCON-REPEAT-SWITCH       PIC X(01) VALUE 'N'.
001239     88  REPEAT-SUSPECTED             VALUE 'Y'.
001240 77  BCON-DUPIN-STATUS        PIC X(02) VALUE SPACES.
001241 77  BCON-DUPIN-EOF-SWITCH    PIC X(01) VALUE 'N'.
001242     88  END-OF-DUPIN                 VALUE 'Y'.
001243 77  BCON-DUPOUT-STATUS       PIC X(02) VALUE SPACES.
001244 77  BCON-DUPRPT-STATUS       PIC X(02) VALUE SPACES.
001245 77  BCON-DUPREL-STATUS       PIC X(02) VALUE SPACES.
001246 77  BCON-DUPREL-EOF-SWITCH   PIC X(01) VALUE 'N'.
001247     88  END-OF-DUPREL                VALUE 'Y'.
001248 77  BCON-REL-FOUND-SWITCH    PIC X(01) VALUE 'N'.
001249     88  RELEASE-WAS-FOUND            VALUE 'Y'.
001250 77  BCON-OPER-OK-SWITCH      PIC X(01) VALUE 'N'.
001251     88  RELEASE-AUTHORIZED           VALUE 'Y'.
001252 77  BCON-OPERAUTH-STATUS     PIC X(02) VALUE SPACES.
001253 77  BCON-OPER-OPEN-SWITCH    PIC X(01) VALUE 'N'.
001254     88  OPERAUTH-IS-OPEN             VALUE 'Y'.

001255*****************************************************************
001256*    COUNTS FOR THE REGISTER TRAILER
001260*****************************************************************
001270 77  BCON-ACCEPT-COUNT        PIC 9(07) VALUE ZERO.
001280 77  BCON-REJECT-COUNT        PIC 9(07) VALUE ZERO.
001290 77  BCON-WRITTEN-COUNT       PIC 9(07) VALUE ZERO.
001300 77  BCON-ORPHAN-COUNT        PIC 9(07) VALUE ZERO.
001301 77  BCON-CARRIED-COUNT       PIC 9(07) VALUE ZERO.
001302 77  BCON-RELEASED-COUNT      PIC 9(07) VALUE ZERO.
001303 77  BCON-DROPPED-COUNT       PIC 9(07) VALUE ZERO.
001304 77  BCON-REL-REJECT-COUNT    PIC 9(07) VALUE ZERO.
001305 77  BCON-PRINT-ADDED-COUNT   PIC 9(07) VALUE ZERO.
001306 77  BCON-PRINT-PURGED-COUNT  PIC 9(07) VALUE ZERO.

001310*****************************************************************
001320*    CURRENT BATCH - HEADER FIELDS AND ANY REJECT REASON RAISED
001390 77  BCON-BATCH-DATE          PIC 9(06) VALUE ZERO.
001400 77  BCON-BATCH-REASON        PIC X(35) VALUE SPACES.
001410 77  BCON-DETAIL-COUNT        PIC 9(07) VALUE ZERO.
001411 77  BCON-BATCH-HELD-COUNT    PIC 9(07) VALUE ZERO.

001420*****************************************************************
001430*    BRANCHES ALREADY ACCEPTED THIS RUN - A SECOND BATCH FROM
001580                               PIC X(02).
001590 77  BCON-EXPECTED-DATE       PIC 9(06) VALUE ZERO.

001591*****************************************************************
001592*    CROSS-NIGHT DUPLICATE DETECTION - THE FINGERPRINT RETENTION
001593*    WINDOW IN BUSINESS DAYS, TONIGHT'S HOLD SEQUENCE AND THE
001594*    PRIOR ACCEPTANCE A SUSPECTED REPEAT MATCHED.
001595*****************************************************************
001596 77  BCON-RETAIN-DAYS         PIC 9(02) VALUE ZERO.
001597 77  BCON-DEFAULT-RETAIN      PIC 9(02) VALUE 05.
001598 77  BCON-HELD-SEQ            PIC 9(05) VALUE ZERO.
001599 77  BCON-PRIOR-DATE          PIC 9(06) VALUE ZERO.
001600 77  BCON-PRIOR-TRANS-DATE    PIC 9(06) VALUE ZERO.
001601 77  BCON-PRINT-TRANS-DATE    PIC 9(06) VALUE ZERO.
001602 77  BCON-PURGE-DATE          PIC 9(06) VALUE ZERO.
001603 77  BCON-WALK-DATE           PIC 9(06) VALUE ZERO.
001604 77  BCON-REJECT-REASON       PIC X(35) VALUE SPACES.

001605*****************************************************************
001606*    RETAINED FINGERPRINT DATES - THE PRIOR BUSINESS DATES STILL
001607*    INSIDE THE WINDOW, OLDEST FIRST.  EVERY DETAIL IS LOOKED UP
001608*    UNDER EACH OF THEM.
001609*****************************************************************
001610 77  BCON-DATE-COUNT          PIC 9(02) VALUE ZERO.
001611 77  BCON-DATE-IDX            PIC 9(02) VALUE ZERO.
001612 01  BCON-DATE-TABLE.
001613     05  BCON-RETAINED-DATE    OCCURS 99 TIMES
001614                               PIC 9(06).

001615*****************************************************************
001616*    RELEASE CARD TABLE - DUPREL IS LOADED HERE ONCE AT
001617*    INITIALIZATION SO EACH HELD ITEM CAN BE MATCHED TO ITS CARD
001618*    BY HELD DATE AND SEQUENCE WITHOUT RE-READING THE CARD FILE.
001619*****************************************************************
001620 77  BCON-REL-COUNT           PIC 9(05) VALUE ZERO.
001621 77  BCON-REL-IDX             PIC 9(05) VALUE ZERO.
001622 77  BCON-REL-USE-IDX         PIC 9(05) VALUE ZERO.
001623 77  BCON-MAX-REL-ENTRIES     PIC 9(05) VALUE 00500.
001624 01  BCON-REL-TABLE.
001625     05  BCON-REL-ENTRY  OCCURS 500 TIMES.
001626         10  BCON-R-HELD-DATE   PIC 9(06).
001627         10  BCON-R-HELD-SEQ    PIC 9(05).
001628         10  BCON-R-CUST-ID     PIC X(06).
001629         10  BCON-R-ACTION      PIC X(01).
001630         10  BCON-R-OPERATOR    PIC X(08).

001631*****************************************************************
001632*    BATCH CONTROL AND DETAIL RECORD WORK AREAS (THE FD RECORD
001633*    IS MOVED HERE ONCE ITS COLUMN-1 TYPE IS KNOWN)
001634*****************************************************************
001640 COPY BRBATCH.
001650 COPY TRANFILE REPLACING ==TRAN-RECORD== BY ==BCON-TRAN-RECORD==
001660     ==TRAN-CUST-ID==      BY ==BCON-TRAN-CUST-ID==
001810*****************************************************************
001820 COPY BCNLINES.

001821*****************************************************************
001822*    DUPRPT REVIEW REPORT LINE LAYOUTS
001823*****************************************************************
001824 COPY DUPLINES.

001825*****************************************************************
001826*    STEP-CONTROL COMMUNICATION AREA - THE NIGHTLY STREAM'S STEP
001827*    REGISTER IS A COMMON SUBROUTINE
001828*****************************************************************
001829 COPY STEPCOMM.

001830 PROCEDURE DIVISION.
001840*****************************************************************
001850*    0000-MAINLINE
001960*****************************************************************
001970*    1000-INITIALIZE
001980*        OPEN THE FILES, WRITE THE REGISTER HEADER, READ THE
001990*        CONTROL CARD, AGE THE FINGERPRINT FILE, WORK THE PRIOR
001991*        NIGHT'S HELD REPEATS AGAINST THE RELEASE CARDS AND READ
001992*        THE FIRST FEED RECORD.
002000*****************************************************************
002010 1000-INITIALIZE.
002020     DISPLAY ' '.
002030     DISPLAY '=== BRANCH FEED CONSOLIDATION ==='.
002040     DISPLAY ' '.
002041     PERFORM 9800-BEGIN-STEP THRU 9800-BEGIN-STEP-EXIT.
002050     OPEN INPUT BFEEDIN-FILE.
002060     IF BCON-BFEEDIN-STATUS NOT = '00'
002070         DISPLAY 'BFEEDIN OPEN FAILED - STATUS '
002340         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
002350         STOP RUN
002360     END-IF.
002361     OPEN OUTPUT DUPOUT-FILE.
002362     IF BCON-DUPOUT-STATUS NOT = '00'
002363         DISPLAY 'DUPOUT OPEN FAILED - STATUS '
002364             BCON-DUPOUT-STATUS
002365         MOVE 8 TO RETURN-CODE
002366         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
002367         STOP RUN
002368     END-IF.
002369     OPEN OUTPUT DUPRPT-FILE.
002370     IF BCON-DUPRPT-STATUS NOT = '00'
002371         DISPLAY 'DUPRPT OPEN FAILED - STATUS '
002372             BCON-DUPRPT-STATUS
002373         MOVE 8 TO RETURN-CODE
002374         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
002375         STOP RUN
002376     END-IF.
002377     OPEN I-O FPRINT-FILE.
002378     IF BCON-FPRINT-STATUS = '35'
002379         OPEN OUTPUT FPRINT-FILE
002380         CLOSE FPRINT-FILE
002381         OPEN I-O FPRINT-FILE
002382     END-IF.
002383     IF BCON-FPRINT-STATUS NOT = '00'
002384         DISPLAY 'FPRINT OPEN FAILED - STATUS '
002385             BCON-FPRINT-STATUS
002386         MOVE 8 TO RETURN-CODE
002387         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
002388         STOP RUN
002389     END-IF.
002390     MOVE 'Y' TO BCON-FPRINT-OPEN-SWITCH.
002391     PERFORM 1050-GET-BUSINESS-DATE
002392         THRU 1050-GET-BUSINESS-DATE-EXIT.
002393     MOVE BCON-RUN-DATE TO BCN-H-RUN-DATE.
002400     MOVE BCN-HEADER-LINE TO BCN-RPT-RECORD.
002410     WRITE BCN-RPT-RECORD.
002420     PERFORM 1150-READ-CONTROL THRU 1150-READ-CONTROL-EXIT.
002421     MOVE BCON-RUN-DATE TO DPL-H-RUN-DATE.
002422     MOVE BCON-RETAIN-DAYS TO DPL-H-RETAIN-DAYS.
002423     MOVE DPL-HEADER-LINE TO DPL-RPT-RECORD.
002424     WRITE DPL-RPT-RECORD.
002425     MOVE DPL-COLHDR-LINE TO DPL-RPT-RECORD.
002426     WRITE DPL-RPT-RECORD.
002427     PERFORM 1200-AGE-FINGERPRINTS
002428         THRU 1200-AGE-FINGERPRINTS-EXIT.
002429     PERFORM 1300-LOAD-REL-TABLE
002430         THRU 1300-LOAD-REL-TABLE-EXIT.
002431     PERFORM 1400-REVIEW-HELD THRU 1400-REVIEW-HELD-EXIT.
002432     PERFORM 1100-READ-FEED THRU 1100-READ-FEED-EXIT.
002440 1000-INITIALIZE-EXIT.
002450     EXIT.

002850*        READ THE ONE-RECORD BCONCTL CONTROL CARD - THE
002860*        TRANSMISSION DATE TO ENFORCE AND THE BRANCHES EXPECTED
002870*        TONIGHT.  A MISSING CONTROL CARD MEANS CONSOLIDATE
002880*        WHATEVER ARRIVES WITH NO DATE OR COMPLETENESS CHECK.  THE
002881*        FINGERPRINT RETAIN DAYS COME FROM THE CARD, OR THE
002882*        DEFAULT WHEN THE CARD IS MISSING OR LEAVES THEM BLANK.
002890*****************************************************************
002900 1150-READ-CONTROL.
002910     MOVE SPACES TO BCON-EXPECTED-LIST.
002980                 MOVE BCTL-TRANS-DATE TO BCON-EXPECTED-DATE
002990                 MOVE BCTL-BRANCH-LIST TO BCON-EXPECTED-LIST
003000                 MOVE 'Y' TO BCON-CTL-PRESENT-SWITCH
003001                 IF BCTL-RETAIN-DAYS IS NUMERIC
003002                     MOVE BCTL-RETAIN-DAYS TO BCON-RETAIN-DAYS
003003                 END-IF
003010         END-READ
003020         CLOSE BCONCTL-FILE
003030     END-IF.
003031     IF BCON-RETAIN-DAYS = ZERO
003032         MOVE BCON-DEFAULT-RETAIN TO BCON-RETAIN-DAYS
003033     END-IF.
003040 1150-READ-CONTROL-EXIT.
003050     EXIT.

003051*****************************************************************
003052*    1200-AGE-FINGERPRINTS
003053*        PREPARE THE FINGERPRINT FILE FOR TONIGHT.  FINGERPRINTS
003054*        ALREADY UNDER TONIGHT'S DATE ARE LEFT FROM AN EARLIER
003055*        ATTEMPT AT THIS RUN AND ARE REMOVED SO THE RERUN
003056*        REBUILDS THEM.  THE PRIOR DATES ON FILE ARE THEN WALKED
003057*        OLDEST FIRST INTO THE RETAINED-DATE TABLE, WHICH KEEPS
003058*        ONLY THE RETAIN-DAYS MOST RECENT - EACH OLDER DATE IS
003059*        PURGED AS IT FALLS OUT OF THE WINDOW.  DATES AFTER
003060*        TONIGHT (LEFT BEFORE A DELIBERATE RERUN OF AN EARLIER
003061*        DAY) ARE NEITHER CHECKED NOR PURGED.
003062*****************************************************************
003063 1200-AGE-FINGERPRINTS.
003064     MOVE BCON-RUN-DATE TO BCON-PURGE-DATE.
003065     PERFORM 1230-PURGE-ONE-DATE THRU 1230-PURGE-ONE-DATE-EXIT.
003066     MOVE ZERO TO BCON-DATE-COUNT.
003067     MOVE 'N' TO BCON-DATE-WALK-SWITCH.
003068     MOVE LOW-VALUES TO FPR-KEY.
003069     PERFORM 1210-NEXT-PRINT-DATE
003070         THRU 1210-NEXT-PRINT-DATE-EXIT
003071         UNTIL END-OF-DATE-WALK.
003072 1200-AGE-FINGERPRINTS-EXIT.
003073     EXIT.

003074*****************************************************************
003075*    1210-NEXT-PRINT-DATE
003076*        POSITION PAST EVERY FINGERPRINT OF THE LAST DATE SEEN
003077*        AND READ THE FIRST ONE OF THE NEXT DATE ON FILE.  WHEN
003078*        THE WINDOW IS ALREADY FULL ITS OLDEST DATE IS PURGED AND
003079*        THE REST SHIFTED UP BEFORE THE NEW DATE IS ADDED.
003080*****************************************************************
003081 1210-NEXT-PRINT-DATE.
003082     START FPRINT-FILE KEY IS GREATER THAN FPR-KEY
003083         INVALID KEY
003084             MOVE 'Y' TO BCON-DATE-WALK-SWITCH
003085             GO TO 1210-NEXT-PRINT-DATE-EXIT.
003086     READ FPRINT-FILE NEXT RECORD
003087         AT END
003088             MOVE 'Y' TO BCON-DATE-WALK-SWITCH
003089             GO TO 1210-NEXT-PRINT-DATE-EXIT.
003090     IF FPR-ACCEPT-DATE NOT < BCON-RUN-DATE
003091         MOVE 'Y' TO BCON-DATE-WALK-SWITCH
003092         GO TO 1210-NEXT-PRINT-DATE-EXIT
003093     END-IF.
003094     MOVE FPR-ACCEPT-DATE TO BCON-WALK-DATE.
003095     IF BCON-DATE-COUNT NOT < BCON-RETAIN-DAYS
003096         MOVE BCON-RETAINED-DATE(1) TO BCON-PURGE-DATE
003097         PERFORM 1230-PURGE-ONE-DATE
003098             THRU 1230-PURGE-ONE-DATE-EXIT
003099         PERFORM 1220-SHIFT-ONE-DATE
003100             THRU 1220-SHIFT-ONE-DATE-EXIT
003101             VARYING BCON-DATE-IDX FROM 2 BY 1
003102             UNTIL BCON-DATE-IDX > BCON-DATE-COUNT
003103         SUBTRACT 1 FROM BCON-DATE-COUNT
003104     END-IF.
003105     ADD 1 TO BCON-DATE-COUNT.
003106     MOVE BCON-WALK-DATE TO BCON-RETAINED-DATE(BCON-DATE-COUNT).
003107     MOVE BCON-WALK-DATE TO FPR-ACCEPT-DATE.
003108     MOVE HIGH-VALUES TO FPR-PRINT.
003109 1210-NEXT-PRINT-DATE-EXIT.
003110     EXIT.

003111*****************************************************************
003112*    1220-SHIFT-ONE-DATE
003113*        MOVE ONE RETAINED DATE UP A SLOT AFTER THE OLDEST HAS
003114*        BEEN PURGED.
003115*****************************************************************
003116 1220-SHIFT-ONE-DATE.
003117     MOVE BCON-RETAINED-DATE(BCON-DATE-IDX)
003118         TO BCON-RETAINED-DATE(BCON-DATE-IDX - 1).
003119 1220-SHIFT-ONE-DATE-EXIT.
003120     EXIT.

003121*****************************************************************
003122*    1230-PURGE-ONE-DATE
003123*        DELETE EVERY FINGERPRINT ACCEPTED ON THE PURGE DATE.
003124*****************************************************************
003125 1230-PURGE-ONE-DATE.
003126     MOVE 'N' TO BCON-PURGE-END-SWITCH.
003127     MOVE BCON-PURGE-DATE TO FPR-ACCEPT-DATE.
003128     MOVE LOW-VALUES TO FPR-PRINT.
003129     START FPRINT-FILE KEY IS NOT LESS THAN FPR-KEY
003130         INVALID KEY
003131             GO TO 1230-PURGE-ONE-DATE-EXIT.
003132     PERFORM 1235-PURGE-ONE-PRINT THRU 1235-PURGE-ONE-PRINT-EXIT
003133         UNTIL END-OF-PURGE-DATE.
003134 1230-PURGE-ONE-DATE-EXIT.
003135     EXIT.

003136*****************************************************************
003137*    1235-PURGE-ONE-PRINT
003138*        READ THE NEXT FINGERPRINT AND DELETE IT IF IT IS STILL
003139*        UNDER THE PURGE DATE.
003140*****************************************************************
003141 1235-PURGE-ONE-PRINT.
003142     READ FPRINT-FILE NEXT RECORD
003143         AT END
003144             MOVE 'Y' TO BCON-PURGE-END-SWITCH
003145             GO TO 1235-PURGE-ONE-PRINT-EXIT.
003146     IF FPR-ACCEPT-DATE NOT = BCON-PURGE-DATE
003147         MOVE 'Y' TO BCON-PURGE-END-SWITCH
003148         GO TO 1235-PURGE-ONE-PRINT-EXIT
003149     END-IF.
003150     DELETE FPRINT-FILE RECORD
003151         INVALID KEY
003152             DISPLAY 'FPRINT DELETE FAILED - STATUS '
003153                 BCON-FPRINT-STATUS
003154             MOVE 'Y' TO BCON-PURGE-END-SWITCH
003155             GO TO 1235-PURGE-ONE-PRINT-EXIT.
003156     ADD 1 TO BCON-PRINT-PURGED-COUNT.
003157 1235-PURGE-ONE-PRINT-EXIT.
003158     EXIT.

003159*****************************************************************
003160*    1300-LOAD-REL-TABLE
003161*        LOAD THE RELEASE CARDS FROM DUPREL INTO THE TABLE, ONE
003162*        ENTRY PER CARD UNTIL DUPREL IS EXHAUSTED OR THE TABLE IS
003163*        FULL.  A MISSING DUPREL SIMPLY MEANS NO CARDS WERE KEYED
003164*        TODAY.  THE AUTHORIZATION FILE IS OPENED ONLY WHEN THERE
003165*        ARE CARDS TO VALIDATE - IF IT CANNOT BE, EVERY CARD IS
003166*        REJECTED AND ITS ITEM STAYS HELD.
003167*****************************************************************
003168 1300-LOAD-REL-TABLE.
003169     MOVE ZERO TO BCON-REL-COUNT.
003170     OPEN INPUT DUPREL-FILE.
003171     IF BCON-DUPREL-STATUS NOT = '00'
003172         GO TO 1300-LOAD-REL-TABLE-EXIT
003173     END-IF.
003174     PERFORM 1305-LOAD-ONE-REL THRU 1305-LOAD-ONE-REL-EXIT
003175         UNTIL END-OF-DUPREL
003176             OR BCON-REL-COUNT = BCON-MAX-REL-ENTRIES.
003177     IF BCON-REL-COUNT = BCON-MAX-REL-ENTRIES
003178             AND NOT END-OF-DUPREL
003179         DISPLAY 'WARNING - BCON-REL-TABLE FULL AT '
003180             BCON-MAX-REL-ENTRIES ' ENTRIES - REMAINING '
003181             'DUPREL CARDS WERE NOT LOADED THIS RUN'
003182     END-IF.
003183     CLOSE DUPREL-FILE.
003184     IF BCON-REL-COUNT > ZERO
003185         OPEN INPUT OPERAUTH-FILE
003186         IF BCON-OPERAUTH-STATUS = '00'
003187             MOVE 'Y' TO BCON-OPER-OPEN-SWITCH
003188         ELSE
003189             DISPLAY 'OPERAUTH OPEN FAIL - STAT '
003190                 BCON-OPERAUTH-STATUS
003191         END-IF
003192     END-IF.
003193 1300-LOAD-REL-TABLE-EXIT.
003194     EXIT.

003195*****************************************************************
003196*    1305-LOAD-ONE-REL
003197*        READ ONE DUPREL CARD INTO THE NEXT TABLE ENTRY, SETTING
003198*        THE EOF SWITCH WHEN DUPREL IS EXHAUSTED.
003199*****************************************************************
003200 1305-LOAD-ONE-REL.
003201     READ DUPREL-FILE
003202         AT END
003203             MOVE 'Y' TO BCON-DUPREL-EOF-SWITCH
003204             GO TO 1305-LOAD-ONE-REL-EXIT.
003205     ADD 1 TO BCON-REL-COUNT.
003206     MOVE DRL-HELD-DATE   TO BCON-R-HELD-DATE(BCON-REL-COUNT).
003207     MOVE DRL-HELD-SEQ    TO BCON-R-HELD-SEQ(BCON-REL-COUNT).
003208     MOVE DRL-CUST-ID     TO BCON-R-CUST-ID(BCON-REL-COUNT).
003209     MOVE DRL-ACTION-CODE TO BCON-R-ACTION(BCON-REL-COUNT).
003210     MOVE DRL-OPERATOR-ID TO BCON-R-OPERATOR(BCON-REL-COUNT).
003211 1305-LOAD-ONE-REL-EXIT.
003212     EXIT.

003213*****************************************************************
003214*    1400-REVIEW-HELD
003215*        WORK THE PRIOR NIGHT'S DUPLICATE REVIEW FILE (DUPIN)
003216*        AGAINST THE RELEASE CARDS BEFORE TONIGHT'S FEEDS ARE
003217*        READ, SO A RELEASED ITEM'S FINGERPRINT IS ON FILE UNDER
003218*        TONIGHT'S DATE.  A MISSING DUPIN MEANS NOTHING WAS HELD.
003219*****************************************************************
003220 1400-REVIEW-HELD.
003221     OPEN INPUT DUPIN-FILE.
003222     IF BCON-DUPIN-STATUS NOT = '00'
003223         GO TO 1400-REVIEW-HELD-EXIT
003224     END-IF.
003225     PERFORM 1420-REVIEW-ONE-HELD THRU 1420-REVIEW-ONE-HELD-EXIT
003226         UNTIL END-OF-DUPIN.
003227     CLOSE DUPIN-FILE.
003228 1400-REVIEW-HELD-EXIT.
003229     EXIT.

003230*****************************************************************
003231*    1410-READ-DUPIN
003232*        READ THE NEXT HELD ITEM FROM DUPIN.
003233*****************************************************************
003234 1410-READ-DUPIN.
003235     READ DUPIN-FILE
003236         AT END
003237             MOVE 'Y' TO BCON-DUPIN-EOF-SWITCH.
003238 1410-READ-DUPIN-EXIT.
003239     EXIT.

003240*****************************************************************
003241*    1420-REVIEW-ONE-HELD
003242*        READ THE NEXT HELD ITEM, MATCH IT TO ITS RELEASE CARD,
003243*        RELEASE IT TO TRANOUT, DROP IT OR CARRY IT FORWARD TO
003244*        DUPOUT, AND LIST IT ON THE REVIEW REPORT.
003245*****************************************************************
003246 1420-REVIEW-ONE-HELD.
003247     PERFORM 1410-READ-DUPIN THRU 1410-READ-DUPIN-EXIT.
003248     IF END-OF-DUPIN
003249         GO TO 1420-REVIEW-ONE-HELD-EXIT
003250     END-IF.
003251     MOVE DUPIN-RECORD TO DRV-RECORD.
003252     MOVE SPACES TO DPL-D-OPERATOR.
003253     PERFORM 1430-FIND-RELEASE THRU 1430-FIND-RELEASE-EXIT.
003254     IF RELEASE-WAS-FOUND
003255         MOVE BCON-R-OPERATOR(BCON-REL-USE-IDX) TO DPL-D-OPERATOR
003256         PERFORM 1440-CHECK-OPERATOR
003257             THRU 1440-CHECK-OPERATOR-EXIT
003258         IF NOT RELEASE-AUTHORIZED
003259             PERFORM 1480-CARRY-UNAUTHORIZED
003260                 THRU 1480-CARRY-UNAUTHORIZED-EXIT
003261             GO TO 1420-REVIEW-ONE-HELD-EXIT
003262         END-IF
003263     END-IF.
003264     IF RELEASE-WAS-FOUND
003265             AND BCON-R-ACTION(BCON-REL-USE-IDX) = 'R'
003266         PERFORM 1450-RELEASE-HELD THRU 1450-RELEASE-HELD-EXIT
003267     ELSE
003268         IF RELEASE-WAS-FOUND
003269                 AND BCON-R-ACTION(BCON-REL-USE-IDX) = 'D'
003270             ADD 1 TO BCON-DROPPED-COUNT
003271             MOVE 'DROPPED' TO DPL-D-DISPOSITION
003272             PERFORM 1470-WRITE-REVIEW-LINE
003273                 THRU 1470-WRITE-REVIEW-LINE-EXIT
003274         ELSE
003275             PERFORM 1460-CARRY-HELD THRU 1460-CARRY-HELD-EXIT
003276         END-IF
003277     END-IF.
003278 1420-REVIEW-ONE-HELD-EXIT.
003279     EXIT.

003280*****************************************************************
003281*    1430-FIND-RELEASE
003282*        SEARCH THE RELEASE TABLE FOR THE FIRST CARD KEYED TO THIS
003283*        HELD ITEM'S DATE, SEQUENCE AND CUSTOMER ID.
003284*****************************************************************
003285 1430-FIND-RELEASE.
003286     MOVE 'N' TO BCON-REL-FOUND-SWITCH.
003287     MOVE ZERO TO BCON-REL-USE-IDX.
003288     MOVE 1 TO BCON-REL-IDX.
003289     PERFORM 1435-CHECK-ONE-REL THRU 1435-CHECK-ONE-REL-EXIT
003290         UNTIL RELEASE-WAS-FOUND
003291             OR BCON-REL-IDX > BCON-REL-COUNT.
003292 1430-FIND-RELEASE-EXIT.
003293     EXIT.

003294*****************************************************************
003295*    1435-CHECK-ONE-REL
003296*        COMPARE ONE RELEASE TABLE ENTRY AGAINST THE HELD ITEM.
003297*****************************************************************
003298 1435-CHECK-ONE-REL.
003299     IF BCON-R-HELD-DATE(BCON-REL-IDX) = DRV-HELD-DATE
003300             AND BCON-R-HELD-SEQ(BCON-REL-IDX) = DRV-HELD-SEQ
003301             AND BCON-R-CUST-ID(BCON-REL-IDX) = DRV-CUST-ID
003302         MOVE 'Y' TO BCON-REL-FOUND-SWITCH
003303         MOVE BCON-REL-IDX TO BCON-REL-USE-IDX
003304     ELSE
003305         ADD 1 TO BCON-REL-IDX
003306     END-IF.
003307 1435-CHECK-ONE-REL-EXIT.
003308     EXIT.

003309*****************************************************************
003310*    1440-CHECK-OPERATOR
003311*        VALIDATE THE MATCHED CARD'S OPERATOR AGAINST THE
003312*        AUTHORIZATION FILE - THE OPERATOR MUST EXIST AND HOLD
003313*        CORRECTION AUTHORITY, OR THE CARD IS IGNORED AND THE
003314*        ITEM STAYS HELD.
003315*****************************************************************
003316 1440-CHECK-OPERATOR.
003317     MOVE 'Y' TO BCON-OPER-OK-SWITCH.
003318     MOVE SPACES TO BCON-REJECT-REASON.
003319     IF BCON-R-OPERATOR(BCON-REL-USE-IDX) = SPACES
003320         MOVE 'N' TO BCON-OPER-OK-SWITCH
003321         MOVE 'OPERATOR ID MISSING' TO BCON-REJECT-REASON
003322         GO TO 1440-CHECK-OPERATOR-EXIT
003323     END-IF.
003324     IF NOT OPERAUTH-IS-OPEN
003325         MOVE 'N' TO BCON-OPER-OK-SWITCH
003326         MOVE 'AUTHORIZATION FILE NOT AVAILABLE'
003327             TO BCON-REJECT-REASON
003328         GO TO 1440-CHECK-OPERATOR-EXIT
003329     END-IF.
003330     MOVE BCON-R-OPERATOR(BCON-REL-USE-IDX) TO OPR-OPERATOR-ID.
003331     READ OPERAUTH-FILE
003332         INVALID KEY
003333             MOVE 'N' TO BCON-OPER-OK-SWITCH
003334             MOVE 'OPERATOR NOT ON AUTHORIZATION FILE'
003335                 TO BCON-REJECT-REASON
003336             GO TO 1440-CHECK-OPERATOR-EXIT.
003337     IF NOT OPR-MAY-CORRECT
003338         MOVE 'N' TO BCON-OPER-OK-SWITCH
003339         MOVE 'OPERATOR NOT AUTHORIZED FOR CORRECT'
003340             TO BCON-REJECT-REASON
003341     END-IF.
003342 1440-CHECK-OPERATOR-EXIT.
003343     EXIT.

003344*****************************************************************
003345*    1450-RELEASE-HELD
003346*        PUSH A RELEASED ITEM THROUGH - REBUILD THE TRANSACTION
003347*        FOR ITS BRANCH, WRITE IT TO TRANOUT, ADD ITS FINGERPRINT
003348*        UNDER TONIGHT'S DATE AND WRITE A ONE-RECORD BCONOUT
003349*        CONTROL RECORD SO SETTLEMENT AND PIPELINE BALANCING
003350*        COUNT IT AS ACCEPTED FOR THE BRANCH.
003351*****************************************************************
003352 1450-RELEASE-HELD.
003353     MOVE SPACES TO BCON-TRAN-RECORD.
003354     MOVE DRV-CUST-ID      TO BCON-TRAN-CUST-ID.
003355     MOVE DRV-NUM1         TO BCON-TRAN-NUM1.
003356     MOVE DRV-NUM2         TO BCON-TRAN-NUM2.
003357     MOVE DRV-REENTRY-FLAG TO BCON-TRAN-REENTRY-FLAG.
003358     MOVE DRV-BRANCH-CODE  TO BCON-TRAN-BRANCH-CODE.
003359     MOVE DRV-OP-CODE      TO BCON-TRAN-OP-CODE.
003360     MOVE BCON-TRAN-RECORD TO TRAN-RECORD.
003361     WRITE TRAN-RECORD.
003362     ADD 1 TO BCON-WRITTEN-COUNT.
003363     ADD 1 TO BCON-RELEASED-COUNT.
003364     MOVE DRV-TRANS-DATE TO BCON-PRINT-TRANS-DATE.
003365     PERFORM 2280-ADD-FINGERPRINT THRU 2280-ADD-FINGERPRINT-EXIT.
003366     MOVE DRV-BRANCH-CODE TO BCO-BRANCH-CODE.
003367     MOVE DRV-TRANS-DATE  TO BCO-TRANS-DATE.
003368     MOVE 1 TO BCO-RECORD-COUNT.
003369     WRITE BCO-RECORD.
003370     MOVE 'RELEASED' TO DPL-D-DISPOSITION.
003371     PERFORM 1470-WRITE-REVIEW-LINE
003372         THRU 1470-WRITE-REVIEW-LINE-EXIT.
003373 1450-RELEASE-HELD-EXIT.
003374     EXIT.

003375*****************************************************************
003376*    1460-CARRY-HELD
003377*        AN ITEM WITH NO CARD STAYS HELD - CARRY IT FORWARD
003378*        UNCHANGED ON DUPOUT FOR THE NEXT REVIEW.
003379*****************************************************************
003380 1460-CARRY-HELD.
003381     WRITE DRV-RECORD.
003382     ADD 1 TO BCON-CARRIED-COUNT.
003383     MOVE 'CARRIED' TO DPL-D-DISPOSITION.
003384     PERFORM 1470-WRITE-REVIEW-LINE
003385         THRU 1470-WRITE-REVIEW-LINE-EXIT.
003386 1460-CARRY-HELD-EXIT.
003387     EXIT.

003388*****************************************************************
003389*    1470-WRITE-REVIEW-LINE
003390*        LIST THE HELD ITEM IN DRV-RECORD ON THE REVIEW REPORT.
003391*        THE CALLER SETS THE DISPOSITION AND OPERATOR.
003392*****************************************************************
003393 1470-WRITE-REVIEW-LINE.
003394     MOVE DRV-HELD-DATE        TO DPL-D-HELD-DATE.
003395     MOVE DRV-HELD-SEQ         TO DPL-D-HELD-SEQ.
003396     MOVE DRV-BRANCH-CODE      TO DPL-D-BRANCH-CODE.
003397     MOVE DRV-TRANS-DATE       TO DPL-D-TRANS-DATE.
003398     MOVE DRV-CUST-ID          TO DPL-D-CUST-ID.
003399     MOVE DRV-NUM1             TO DPL-D-NUM1.
003400     MOVE DRV-NUM2             TO DPL-D-NUM2.
003401     MOVE DRV-OP-CODE          TO DPL-D-OP-CODE.
003402     MOVE DRV-PRIOR-DATE       TO DPL-D-PRIOR-DATE.
003403     MOVE DRV-PRIOR-TRANS-DATE TO DPL-D-PRIOR-TRANS-DATE.
003404     MOVE DPL-DETAIL-LINE TO DPL-RPT-RECORD.
003405     WRITE DPL-RPT-RECORD.
003406 1470-WRITE-REVIEW-LINE-EXIT.
003407     EXIT.

003408*****************************************************************
003409*    1480-CARRY-UNAUTHORIZED
003410*        A CARD FROM AN UNAUTHORIZED OPERATOR IS NOT ACTED ON -
003411*        CARRY THE ITEM FORWARD, SHOW A REJECTED LINE WITH THE
003412*        CARD'S OPERATOR AND THE REASON UNDER IT.
003413*****************************************************************
003414 1480-CARRY-UNAUTHORIZED.
003415     WRITE DRV-RECORD.
003416     ADD 1 TO BCON-CARRIED-COUNT.
003417     ADD 1 TO BCON-REL-REJECT-COUNT.
003418     MOVE 'REJECTED' TO DPL-D-DISPOSITION.
003419     PERFORM 1470-WRITE-REVIEW-LINE
003420         THRU 1470-WRITE-REVIEW-LINE-EXIT.
003421     MOVE BCON-REJECT-REASON TO DPL-REJ-REASON.
003422     MOVE DPL-REJECT-LINE TO DPL-RPT-RECORD.
003423     WRITE DPL-RPT-RECORD.
003424 1480-CARRY-UNAUTHORIZED-EXIT.
003425     EXIT.

003426*****************************************************************
003427*    2000-PROCESS-FEED-RECORD
003428*        ROUTE ONE FEED RECORD - BATCH HEADER, BATCH TRAILER, OR
003429*        DETAIL - THEN READ THE NEXT.  COLUMN 1 ALONE IS NOT
003430*        TRUSTED: A DETAIL RECORD'S CUSTOMER ID MAY START WITH
003431*        'H' OR 'T', SO A CONTROL RECORD MUST ALSO CARRY A
003432*        NUMERIC DATE AND COUNT AND A KEYED BRANCH CODE.  A
003433*        DETAIL RECORD CANNOT - THE LEADING SEPARATE SIGNS OF
003434*        ITS OPERANDS SIT INSIDE THOSE FIELDS.
003435*****************************************************************
003436 2000-PROCESS-FEED-RECORD.
003437     MOVE BCON-FEED-RECORD TO BRB-RECORD.
003438     EVALUATE TRUE
003439         WHEN BRB-IS-HEADER
003440                 AND BRB-BRANCH-CODE NOT = SPACES
003441                 AND BRB-TRANS-DATE IS NUMERIC
003442                 AND BRB-RECORD-COUNT IS NUMERIC
003443             PERFORM 2100-START-BATCH
003444                 THRU 2100-START-BATCH-EXIT
003445         WHEN BRB-IS-TRAILER
003446                 AND BRB-BRANCH-CODE NOT = SPACES
003447                 AND BRB-TRANS-DATE IS NUMERIC
003448                 AND BRB-RECORD-COUNT IS NUMERIC
003449             PERFORM 2200-END-BATCH
003450                 THRU 2200-END-BATCH-EXIT
003451         WHEN OTHER
003452             PERFORM 2500-BUFFER-DETAIL
003453                 THRU 2500-BUFFER-DETAIL-EXIT
003454     END-EVALUATE.
003455     PERFORM 1100-READ-FEED THRU 1100-READ-FEED-EXIT.
003456 2000-PROCESS-FEED-RECORD-EXIT.
003457     EXIT.

003458*****************************************************************
003459*    2100-START-BATCH
003460*        OPEN A NEW BATCH FROM ITS HEADER.  A HEADER ARRIVING
003461*        WHILE A BATCH IS STILL OPEN MEANS THE PRIOR BATCH LOST
003462*        ITS TRAILER - THAT BATCH IS REJECTED FIRST.  A
003463*        DUPLICATE OR STALE TRANSMISSION IS NOTED NOW AND
003464*        REJECTED WHEN ITS TRAILER ARRIVES.
003465*****************************************************************
003466 2100-START-BATCH.
003470     IF BATCH-IS-OPEN
003480         MOVE 'BATCH TRAILER MISSING' TO BCON-BATCH-REASON
003490         PERFORM 2400-REJECT-BATCH THRU 2400-REJECT-BATCH-EXIT
003520     MOVE BRB-TRANS-DATE  TO BCON-BATCH-DATE.
003530     MOVE SPACES TO BCON-BATCH-REASON.
003540     MOVE ZERO TO BCON-DETAIL-COUNT.
003541     MOVE ZERO TO BCON-BATCH-HELD-COUNT.
003550     OPEN OUTPUT BWORK-FILE.
003560     IF BCON-BWORK-STATUS NOT = '00'
003570         DISPLAY 'BWORK OPEN FAILED - STATUS ' BCON-BWORK-STATUS
003780*        CLOSE THE BATCH AT ITS TRAILER - VERIFY THE CLAIMED
003790*        RECORD COUNT AGAINST WHAT WAS ACTUALLY RECEIVED, THEN
003800*        FLUSH THE BUFFERED DETAILS TO TRANOUT (STAMPED WITH THE
003810*        BRANCH CODE) OR REJECT THE WHOLE BATCH.  THE BCONOUT
003811*        COUNT IS WHAT ACTUALLY REACHED TRANOUT - THE VERIFIED
003812*        COUNT LESS ANY DETAILS HELD FOR DUPLICATE REVIEW.
003820*****************************************************************
003830 2200-END-BATCH.
003840     IF NOT BATCH-IS-OPEN
003860         MOVE BRB-BRANCH-CODE TO BCN-B-BRANCH-CODE
003870         MOVE BRB-TRANS-DATE  TO BCN-B-TRANS-DATE
003880         MOVE ZERO TO BCN-B-RECORD-COUNT
003881         MOVE ZERO TO BCN-B-HELD-COUNT
003890         MOVE 'REJECTED' TO BCN-B-DISPOSITION
003900         MOVE 'TRAILER WITHOUT BATCH HEADER' TO BCN-B-REASON
003910         MOVE BCN-BATCH-LINE TO BCN-RPT-RECORD
004210         MOVE BCON-DETAIL-COUNT TO BCN-B-RECORD-COUNT
004220         MOVE 'ACCEPTED' TO BCN-B-DISPOSITION
004230         MOVE SPACES TO BCN-B-REASON
004231         MOVE BCON-BATCH-HELD-COUNT TO BCN-B-HELD-COUNT
004240         MOVE BCN-BATCH-LINE TO BCN-RPT-RECORD
004250         WRITE BCN-RPT-RECORD
004260         MOVE BCON-BATCH-BRANCH TO BCO-BRANCH-CODE
004270         MOVE BCON-BATCH-DATE   TO BCO-TRANS-DATE
004280         SUBTRACT BCON-BATCH-HELD-COUNT FROM BCON-DETAIL-COUNT
004281             GIVING BCO-RECORD-COUNT
004290         WRITE BCO-RECORD
004300         MOVE 'N' TO BCON-IN-BATCH-SWITCH
004310     ELSE
004360*****************************************************************
004370*    2250-FLUSH-BATCH
004380*        COPY THE VERIFIED BATCH'S SPOOLED DETAILS FROM BWORK TO
004390*        TRANOUT, EACH STAMPED WITH THE BATCH'S BRANCH CODE,
004391*        HOLDING BACK ANY SUSPECTED REPEAT OF EARLIER WORK.
004400*****************************************************************
004410 2250-FLUSH-BATCH.
004420     MOVE 'N' TO BCON-BWORK-EOF-SWITCH.

004570*****************************************************************
004580*    2255-FLUSH-ONE-DETAIL
004590*        READ ONE SPOOLED DETAIL RECORD AND STAMP IT.  A DETAIL
004591*        WHOSE FINGERPRINT WAS ACCEPTED ON A RETAINED PRIOR
004592*        BUSINESS DAY IS HELD FOR DUPLICATE REVIEW; ANY OTHER IS
004593*        WRITTEN TO TRANOUT AND ITS FINGERPRINT ADDED.
004600*****************************************************************
004610 2255-FLUSH-ONE-DETAIL.
004620     READ BWORK-FILE
004650             GO TO 2255-FLUSH-ONE-DETAIL-EXIT.
004660     MOVE BWORK-RECORD TO BCON-TRAN-RECORD.
004670     MOVE BCON-BATCH-BRANCH TO BCON-TRAN-BRANCH-CODE.
004671     PERFORM 2260-CHECK-FINGERPRINT
004672         THRU 2260-CHECK-FINGERPRINT-EXIT.
004673     IF REPEAT-SUSPECTED
004674         PERFORM 2270-HOLD-DETAIL THRU 2270-HOLD-DETAIL-EXIT
004675         GO TO 2255-FLUSH-ONE-DETAIL-EXIT
004676     END-IF.
004680     MOVE BCON-TRAN-RECORD TO TRAN-RECORD.
004690     WRITE TRAN-RECORD.
004700     ADD 1 TO BCON-WRITTEN-COUNT.
004701     MOVE BCON-BATCH-DATE TO BCON-PRINT-TRANS-DATE.
004702     PERFORM 2280-ADD-FINGERPRINT THRU 2280-ADD-FINGERPRINT-EXIT.
004710 2255-FLUSH-ONE-DETAIL-EXIT.
004720     EXIT.

004721*****************************************************************
004722*    2260-CHECK-FINGERPRINT
004723*        LOOK THE DETAIL'S FINGERPRINT UP UNDER EACH RETAINED
004724*        PRIOR BUSINESS DATE, MOST RECENT FIRST.  A HIT MEANS THE
004725*        SAME WORK WAS ALREADY ACCEPTED ON THAT DATE.
004726*****************************************************************
004727 2260-CHECK-FINGERPRINT.
004728     MOVE 'N' TO BCON-REPEAT-SWITCH.
004729     MOVE BCON-DATE-COUNT TO BCON-DATE-IDX.
004730     PERFORM 2265-CHECK-ONE-DATE THRU 2265-CHECK-ONE-DATE-EXIT
004731         UNTIL REPEAT-SUSPECTED
004732             OR BCON-DATE-IDX = ZERO.
004733 2260-CHECK-FINGERPRINT-EXIT.
004734     EXIT.

004735*****************************************************************
004736*    2265-CHECK-ONE-DATE
004737*        READ THE DETAIL'S FINGERPRINT UNDER ONE RETAINED DATE
004738*        AND KEEP THE EARLIER ACCEPTANCE'S DATES WHEN IT IS THERE.
004739*****************************************************************
004740 2265-CHECK-ONE-DATE.
004741     MOVE BCON-RETAINED-DATE(BCON-DATE-IDX) TO FPR-ACCEPT-DATE.
004742     PERFORM 2275-BUILD-PRINT THRU 2275-BUILD-PRINT-EXIT.
004743     READ FPRINT-FILE
004744         INVALID KEY
004745             SUBTRACT 1 FROM BCON-DATE-IDX
004746             GO TO 2265-CHECK-ONE-DATE-EXIT.
004747     MOVE 'Y' TO BCON-REPEAT-SWITCH.
004748     MOVE FPR-ACCEPT-DATE TO BCON-PRIOR-DATE.
004749     MOVE FPR-TRANS-DATE  TO BCON-PRIOR-TRANS-DATE.
004750 2265-CHECK-ONE-DATE-EXIT.
004751     EXIT.

004752*****************************************************************
004753*    2270-HOLD-DETAIL
004754*        HOLD A SUSPECTED REPEAT OFF TRANOUT - WRITE IT TO THE
004755*        DUPLICATE REVIEW FILE UNDER TONIGHT'S DATE AND THE NEXT
004756*        HOLD SEQUENCE, LIST IT ON THE REVIEW REPORT AND RAISE
004757*        THE RETURN CODE SO THE HOLD IS LOOKED AT.
004758*****************************************************************
004759 2270-HOLD-DETAIL.
004760     ADD 1 TO BCON-HELD-SEQ.
004761     ADD 1 TO BCON-BATCH-HELD-COUNT.
004762     MOVE SPACES TO DRV-RECORD.
004763     MOVE BCON-RUN-DATE          TO DRV-HELD-DATE.
004764     MOVE BCON-HELD-SEQ          TO DRV-HELD-SEQ.
004765     MOVE BCON-BATCH-BRANCH      TO DRV-BRANCH-CODE.
004766     MOVE BCON-BATCH-DATE        TO DRV-TRANS-DATE.
004767     MOVE BCON-TRAN-CUST-ID      TO DRV-CUST-ID.
004768     MOVE BCON-TRAN-NUM1         TO DRV-NUM1.
004769     MOVE BCON-TRAN-NUM2         TO DRV-NUM2.
004770     MOVE BCON-TRAN-REENTRY-FLAG TO DRV-REENTRY-FLAG.
004771     MOVE BCON-TRAN-OP-CODE      TO DRV-OP-CODE.
004772     MOVE BCON-PRIOR-DATE        TO DRV-PRIOR-DATE.
004773     MOVE BCON-PRIOR-TRANS-DATE  TO DRV-PRIOR-TRANS-DATE.
004774     WRITE DRV-RECORD.
004775     MOVE 'HELD' TO DPL-D-DISPOSITION.
004776     MOVE SPACES TO DPL-D-OPERATOR.
004777     PERFORM 1470-WRITE-REVIEW-LINE
004778         THRU 1470-WRITE-REVIEW-LINE-EXIT.
004779     IF BCON-RETURN-CODE < 4
004780         MOVE 4 TO BCON-RETURN-CODE
004781     END-IF.
004782 2270-HOLD-DETAIL-EXIT.
004783     EXIT.

004784*****************************************************************
004785*    2275-BUILD-PRINT
004786*        BUILD THE FINGERPRINT PART OF THE FPRINT KEY FROM THE
004787*        STAMPED DETAIL.  THE CALLER SETS THE ACCEPT DATE.
004788*****************************************************************
004789 2275-BUILD-PRINT.
004790     MOVE BCON-TRAN-CUST-ID     TO FPR-CUST-ID.
004791     MOVE BCON-TRAN-NUM1        TO FPR-NUM1.
004792     MOVE BCON-TRAN-NUM2        TO FPR-NUM2.
004793     MOVE BCON-TRAN-OP-CODE     TO FPR-OP-CODE.
004794     MOVE BCON-TRAN-BRANCH-CODE TO FPR-BRANCH-CODE.
004795 2275-BUILD-PRINT-EXIT.
004796     EXIT.

004797*****************************************************************
004798*    2280-ADD-FINGERPRINT
004799*        RECORD AN ACCEPTED DETAIL'S FINGERPRINT UNDER TONIGHT'S
004800*        DATE.  AN IDENTICAL DETAIL ALREADY ACCEPTED TONIGHT ONLY
004801*        BUMPS THE ACCEPT COUNT ON THE EXISTING RECORD.
004802*****************************************************************
004803 2280-ADD-FINGERPRINT.
004804     MOVE SPACES TO FPR-RECORD.
004805     MOVE BCON-RUN-DATE TO FPR-ACCEPT-DATE.
004806     PERFORM 2275-BUILD-PRINT THRU 2275-BUILD-PRINT-EXIT.
004807     MOVE BCON-PRINT-TRANS-DATE TO FPR-TRANS-DATE.
004808     MOVE 1 TO FPR-ACCEPT-COUNT.
004809     WRITE FPR-RECORD
004810         INVALID KEY
004811             GO TO 2280-COUNT-REPEAT.
004812     ADD 1 TO BCON-PRINT-ADDED-COUNT.
004813     GO TO 2280-ADD-FINGERPRINT-EXIT.
004814 2280-COUNT-REPEAT.
004815     READ FPRINT-FILE
004816         INVALID KEY
004817             DISPLAY 'FPRINT READ FAILED - STATUS '
004818                 BCON-FPRINT-STATUS
004819             GO TO 2280-ADD-FINGERPRINT-EXIT.
004820     ADD 1 TO FPR-ACCEPT-COUNT.
004821     REWRITE FPR-RECORD
004822         INVALID KEY
004823             DISPLAY 'FPRINT REWRITE FAILED - STATUS '
004824                 BCON-FPRINT-STATUS.
004825 2280-ADD-FINGERPRINT-EXIT.
004826     EXIT.

004827*****************************************************************
004828*    2300-CHECK-DUPLICATE
004829*        SEE WHETHER THE BATCH'S BRANCH ALREADY HAD A
004830*        TRANSMISSION ACCEPTED THIS RUN.
004831*****************************************************************
004832 2300-CHECK-DUPLICATE.
004833     MOVE 'N' TO BCON-DUP-FOUND-SWITCH.
004834     MOVE 1 TO BCON-ACCEPTED-IDX.
004835     PERFORM 2305-CHECK-ONE-ACCEPTED
004836         THRU 2305-CHECK-ONE-ACCEPTED-EXIT
004837         UNTIL BRANCH-ALREADY-ACCEPTED
004840             OR BCON-ACCEPTED-IDX > BCON-ACCEPTED-COUNT.
004850 2300-CHECK-DUPLICATE-EXIT.
004860     EXIT.
005070     MOVE BCON-BATCH-BRANCH TO BCN-B-BRANCH-CODE.
005080     MOVE BCON-BATCH-DATE   TO BCN-B-TRANS-DATE.
005090     MOVE BCON-DETAIL-COUNT TO BCN-B-RECORD-COUNT.
005091     MOVE ZERO TO BCN-B-HELD-COUNT.
005100     MOVE 'REJECTED' TO BCN-B-DISPOSITION.
005110     MOVE BCON-BATCH-REASON TO BCN-B-REASON.
005120     MOVE BCN-BATCH-LINE TO BCN-RPT-RECORD.
005420*    9000-TERMINATE
005430*        REJECT A BATCH LEFT OPEN AT END OF FEED, REPORT EVERY
005440*        EXPECTED BRANCH THAT NEVER TRANSMITTED, WRITE THE
005450*        REGISTER AND REVIEW TRAILERS, CLOSE FILES AND SET THE
005451*        RETURN CODE.
005460*****************************************************************
005470 9000-TERMINATE.
005480     IF BATCH-IS-OPEN
005700         WRITE BCN-RPT-RECORD
005710         CLOSE BCONRPT-FILE
005720     END-IF.
005721     IF BCON-HELD-SEQ > ZERO
005722         DISPLAY 'SUSPECTED REPEATS HELD FOR REVIEW - '
005723             BCON-HELD-SEQ
005724     END-IF.
005725     IF BCON-DUPRPT-STATUS = '00'
005726         MOVE BCON-HELD-SEQ           TO DPL-T-HELD-COUNT
005727         MOVE BCON-CARRIED-COUNT      TO DPL-T-CARRIED-COUNT
005728         MOVE BCON-RELEASED-COUNT     TO DPL-T-RELEASED-COUNT
005729         MOVE BCON-DROPPED-COUNT      TO DPL-T-DROPPED-COUNT
005730         MOVE BCON-REL-REJECT-COUNT   TO DPL-T-REJECTED-COUNT
005731         MOVE DPL-TRAILER-LINE TO DPL-RPT-RECORD
005732         WRITE DPL-RPT-RECORD
005733         MOVE BCON-PRINT-ADDED-COUNT  TO DPL-P-ADDED-COUNT
005734         MOVE BCON-PRINT-PURGED-COUNT TO DPL-P-PURGED-COUNT
005735         MOVE BCON-DATE-COUNT         TO DPL-P-DATE-COUNT
005736         MOVE DPL-PRINT-LINE TO DPL-RPT-RECORD
005737         WRITE DPL-RPT-RECORD
005738         CLOSE DUPRPT-FILE
005739     END-IF.
005740     CLOSE BFEEDIN-FILE.
005741     CLOSE TRANOUT-FILE.
005750     IF BCON-BCONOUT-STATUS = '00'
005760         CLOSE BCONOUT-FILE
005761     END-IF.
005762     IF BCON-DUPOUT-STATUS = '00'
005763         CLOSE DUPOUT-FILE
005764     END-IF.
005765     IF FPRINT-IS-OPEN
005766         CLOSE FPRINT-FILE
005767     END-IF.
005768     IF OPERAUTH-IS-OPEN
005769         CLOSE OPERAUTH-FILE
005770     END-IF.
005771     PERFORM 9900-END-STEP THRU 9900-END-STEP-EXIT.
005780 9000-TERMINATE-EXIT.
005790     EXIT.

006020     END-IF.
006030 9100-CHECK-ONE-EXPECTED-EXIT.
006040     EXIT.

010860*****************************************************************
010870*    9800-BEGIN-STEP
010880*        REGISTER THE START OF THIS STEP ON THE NIGHTLY STREAM'S
010890*        STEP CONTROL FILE.  A STEP WHOSE PREREQUISITES HAVE NOT
010900*        COMPLETED FOR THE BUSINESS DATE, OR WHICH HAS ALREADY
010910*        COMPLETED AND HAS NO AUTHORIZED RERUN OVERRIDE, IS
010920*        REFUSED HERE WITH RETURN CODE 12 BEFORE ANY FILE IS
010930*        OPENED.
010940*****************************************************************
010950 9800-BEGIN-STEP.
010960     MOVE SPACES TO STEP-COMMAREA.
010970     MOVE 'B' TO STEP-FUNCTION.
010980     MOVE 'BRANCH-CONSOLIDATE' TO STEP-NAME.
010990     MOVE ZERO TO STEP-BUSINESS-DATE.
011000     MOVE ZERO TO STEP-RETURN-CODE STEP-READ-COUNT
011010         STEP-WRITTEN-COUNT STEP-REJECT-COUNT.
011020     CALL 'STEP-CONTROL' USING STEP-COMMAREA.
011030     MOVE ZERO TO RETURN-CODE.
011040     IF NOT STEP-MAY-RUN
011050         DISPLAY 'STEP ' STEP-NAME ' REFUSED - ' STEP-REASON-TEXT
011060         MOVE 12 TO RETURN-CODE
011070         STOP RUN
011080     END-IF.
011090     IF STEP-REASON-TEXT NOT = SPACES
011100         DISPLAY 'STEP CONTROL - ' STEP-REASON-TEXT
011110     END-IF.
011120 9800-BEGIN-STEP-EXIT.
011130     EXIT.

011140*****************************************************************
011150*    9900-END-STEP
011160*        RECORD THE END OF THIS STEP ON THE STEP CONTROL FILE
011170*        WITH ITS RETURN CODE AND COUNTS - COMPLETED, OR FAILED AT
011180*        RETURN CODE 8 OR HIGHER.  THE CALL HANDS BACK THE
011190*        SUBROUTINE'S OWN RETURN-CODE, SO THE CONDITION CODE
011200*        RAISED FOR THE SCHEDULER IS SAVED ACROSS IT AND PUT BACK.
011210*****************************************************************
011220 9900-END-STEP.
011230     MOVE RETURN-CODE TO BCON-SAVE-RETURN-CODE.
011240     MOVE RETURN-CODE TO STEP-RETURN-CODE.
011250     IF BCON-RETURN-CODE > STEP-RETURN-CODE
011260         MOVE BCON-RETURN-CODE TO STEP-RETURN-CODE
011270     END-IF.
011280     ADD BCON-ACCEPT-COUNT BCON-REJECT-COUNT
011290         GIVING STEP-READ-COUNT.
011300     MOVE BCON-WRITTEN-COUNT TO STEP-WRITTEN-COUNT.
011310     MOVE BCON-REJECT-COUNT TO STEP-REJECT-COUNT.
011320     MOVE 'E' TO STEP-FUNCTION.
011330     CALL 'STEP-CONTROL' USING STEP-COMMAREA.
011340     MOVE BCON-SAVE-RETURN-CODE TO RETURN-CODE.
011350     IF STEP-CONTROL-FAILED
011360         DISPLAY 'STEP CONTROL - ' STEP-REASON-TEXT
011370     END-IF.
011380 9900-END-STEP-EXIT.
011390     EXIT.
