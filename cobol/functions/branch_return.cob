000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    BRANCH-RETURN.
000030 AUTHOR.        D. OKONKWO.
000040 INSTALLATION.  REACH-X DATA CENTER.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    MODIFICATION HISTORY
000090*    -------------------------------------------------------
000100*    10/15/2026  DOK   ORIGINAL PROGRAM.  BRANCH DISPOSITION
000110*                      RETURN - SORTS THE DISPOSITION RECORDS THE
000120*                      ARITHMETIC RUN WROTE TO DISPOUT (READ HERE
000130*                      AS DISPIN) BY BRANCH AND RUN SEQUENCE AND
000140*                      WRITES ONE GROUP PER BRANCH TO RETOUT,
000150*                      FRAMED LIKE THE BRANCH FEEDS:  A HEADER
000160*                      WITH THAT BRANCH'S SETTLOUT FIGURES (READ
000170*                      HERE AS SETTLIN, SUMMED BY BRANCH CODE THE
000180*                      SAME WAY BRANCH-SETTLE DOES), ONE DETAIL
000190*                      PER TRANSACTION THE BRANCH SENT OR HAD
000200*                      RELEASED OR RE-ENTERED UNDER ITS CODE WITH
000210*                      ITS FINAL DISPOSITION, AND A TRAILER
000220*                      COUNTED FROM THE DETAILS SENT, MARKED MATCH
000230*                      OR BREAK AGAINST THE HEADER.  A RESTART
000240*                      THAT REPEATED WORK PAST ITS CHECKPOINT
000250*                      LEAVES TWO COPIES OF THE SAME SEQUENCE ON
000260*                      DISPIN - ONLY THE LAST ONE WRITTEN IS
000270*                      RETURNED.  A BRANCH ON SETTLIN WITH NO
000280*                      DISPOSITIONS STILL GETS ITS HEADER AND
000290*                      TRAILER.  THE CONTROL REPORT (RETRPT) SHOWS
000300*                      EVERY BRANCH'S RETURN AND, FOR A BREAK, THE
000310*                      SETTLOUT FIGURES AND THE REASON, AND RAISES
000320*                      RETURN CODE 8 SO THE BREAK IS FIXED BEFORE
000330*                      THE RETURNS ARE TRANSMITTED.
000331*    10/15/2026  DOK   NIGHTLY STREAM STEP CONTROL.  THE RUN NOW
000332*                      REGISTERS ITS START AND END ON THE STEP
000333*                      CONTROL FILE (STEPCTL) THROUGH THE
000334*                      STEP-CONTROL SUBROUTINE AS STEP
000335*                      BRANCH-RETURN.  IT IS REFUSED WITH RETURN
000336*                      CODE 12, BEFORE ANYTHING IS OPENED, WHEN
000337*                      BASIC-OPERATIONS HAS NOT COMPLETED OR WHEN
000338*                      THE STEP HAS ALREADY COMPLETED FOR THE
000339*                      BUSINESS DATE AND NO AUTHORIZED RERUN
000340*                      OVERRIDE WAS SUBMITTED.  ITS RETURN CODE
000341*                      AND COUNTS ARE RECORDED AT END OF JOB.
000342*    10/15/2026  DOK   ITEMS HELD FOR DUPLICATE REVIEW ARE NOW
000343*                      RETURNED.  BRANCH-CONSOLIDATE'S DUPOUT
000344*                      (READ HERE AS HELDIN) IS LOADED AT THE
000345*                      START OF THE RUN AND EACH ITEM STILL HELD
000346*                      IS WRITTEN UNDER ITS BRANCH'S GROUP, AFTER
000347*                      THE DISPOSITIONS, AS A DETAIL WITH
000348*                      DISPOSITION 'H' AND THE DATE IT WAS HELD.
000349*                      HELD ITEMS ARE NOT ON SETTLOUT - THE
000350*                      TRAILER COUNTS THEM IN THEIR OWN FIELD,
000351*                      OUTSIDE THE DETAIL COUNT AND THE MATCH OR
000352*                      BREAK, AND THE REPORT SHOWS THEM IN THEIR
000353*                      OWN COLUMN.  A BRANCH WHOSE ONLY WORK
000354*                      TONIGHT WAS HELD STILL GETS ITS GROUP.  A
000355*                      MISSING HELDIN MEANS NOTHING IS HELD.
000356*    10/15/2026  DOK   A FAILED OPEN OF RETRPT NOW CLOSES THE STEP
000357*                      ON STEPCTL BEFORE THE RUN STOPS.
000358*****************************************************************

000359 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 SOURCE-COMPUTER.   IBM-370.
000380 OBJECT-COMPUTER.   IBM-370.

000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT DISPIN-FILE ASSIGN TO DISPIN
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS BRET-DISPIN-STATUS.
000440     SELECT SETTLIN-FILE ASSIGN TO SETTLIN
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS BRET-SETTLIN-STATUS.
000470     SELECT DISPSRT-FILE ASSIGN TO SRTOUT
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS BRET-DISPSRT-STATUS.
000500     SELECT RETOUT-FILE ASSIGN TO RETOUT
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS BRET-RETOUT-STATUS.
000530     SELECT RETRPT-FILE ASSIGN TO RETRPT
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS BRET-RETRPT-STATUS.
000560     SELECT BUSDATE-FILE ASSIGN TO BUSDATE
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS BRET-BUSDATE-STATUS.
000581     SELECT HELDIN-FILE ASSIGN TO HELDIN
000582         ORGANIZATION IS LINE SEQUENTIAL
000583         FILE STATUS IS BRET-HELDIN-STATUS.
000590     SELECT SORT-WORK-FILE ASSIGN TO SRTWORK1.

000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  DISPIN-FILE
000630     RECORDING MODE IS F
000640     LABEL RECORDS ARE STANDARD.
000650 01  DISP-IN-RECORD           PIC X(132).

000660 FD  SETTLIN-FILE
000670     RECORDING MODE IS F
000680     LABEL RECORDS ARE STANDARD.
000690 COPY SETTLREC.

000700 FD  DISPSRT-FILE
000710     RECORDING MODE IS F
000720     LABEL RECORDS ARE STANDARD.
000730 01  DISP-SRT-RECORD          PIC X(132).

000740 FD  RETOUT-FILE
000750     RECORDING MODE IS F
000760     LABEL RECORDS ARE STANDARD.
000770 COPY RETREC.

000780 FD  RETRPT-FILE
000790     RECORDING MODE IS F
000800     LABEL RECORDS ARE STANDARD.
000810 01  RTN-RPT-RECORD           PIC X(132).

000820 FD  BUSDATE-FILE
000830     RECORDING MODE IS F
000840     LABEL RECORDS ARE STANDARD.
000850 COPY BUSDATE.

000851 FD  HELDIN-FILE
000852     RECORDING MODE IS F
000853     LABEL RECORDS ARE STANDARD.
000854 COPY DUPREV.

000860 SD  SORT-WORK-FILE.
000870 COPY DISPREC REPLACING ==DISP-RECORD== BY ==SRT-RECORD==
000880     ==DISP-BRANCH-CODE==     BY ==SRT-BRANCH-CODE==
000890     ==DISP-RUN-ID==          BY ==SRT-RUN-ID==
000900     ==DISP-SEQ==             BY ==SRT-SEQ==
000910     ==DISP-SOURCE==          BY ==SRT-SOURCE==
000920     ==DISP-FROM-FEED==       BY ==SRT-FROM-FEED==
000930     ==DISP-FROM-REENTRY==    BY ==SRT-FROM-REENTRY==
000940     ==DISP-FROM-SUSPENSE==   BY ==SRT-FROM-SUSPENSE==
000950     ==DISP-CUST-ID==         BY ==SRT-CUST-ID==
000960     ==DISP-NUM1==            BY ==SRT-NUM1==
000970     ==DISP-NUM2==            BY ==SRT-NUM2==
000980     ==DISP-OP-CODE==         BY ==SRT-OP-CODE==
000990     ==DISP-DISPOSITION==     BY ==SRT-DISPOSITION==
001000     ==DISP-POSTED==          BY ==SRT-POSTED==
001010     ==DISP-REJECTED==        BY ==SRT-REJECTED==
001020     ==DISP-SUSPENDED==       BY ==SRT-SUSPENDED==
001030     ==DISP-ESCALATED==       BY ==SRT-ESCALATED==
001040     ==DISP-ADD-RESULT==      BY ==SRT-ADD-RESULT==
001050     ==DISP-SUBTRACT-RESULT== BY ==SRT-SUBTRACT-RESULT==
001060     ==DISP-MULTIPLY-RESULT== BY ==SRT-MULTIPLY-RESULT==
001070     ==DISP-DIVIDE-RESULT==   BY ==SRT-DIVIDE-RESULT==
001080     ==DISP-FEE==             BY ==SRT-FEE==
001090     ==DISP-REASON-CODE==     BY ==SRT-REASON-CODE==
001100     ==DISP-REASON-TEXT==     BY ==SRT-REASON-TEXT==
001110     ==DISP-BOUNCE-COUNT==    BY ==SRT-BOUNCE-COUNT==.

001120 WORKING-STORAGE SECTION.
001130*****************************************************************
001140*    FILE STATUS AND CONTROL SWITCHES
001150*****************************************************************
001160 77  BRET-DISPIN-STATUS       PIC X(02) VALUE SPACES.
001170 77  BRET-SETTLIN-STATUS      PIC X(02) VALUE SPACES.
001180 77  BRET-DISPSRT-STATUS      PIC X(02) VALUE SPACES.
001190 77  BRET-RETOUT-STATUS       PIC X(02) VALUE SPACES.
001200 77  BRET-RETRPT-STATUS       PIC X(02) VALUE SPACES.
001210 77  BRET-BUSDATE-STATUS      PIC X(02) VALUE SPACES.
001211 77  BRET-HELDIN-STATUS       PIC X(02) VALUE SPACES.
001220 77  BRET-SETTLIN-EOF-SWITCH  PIC X(01) VALUE 'N'.
001230     88  END-OF-SETTLIN               VALUE 'Y'.
001240 77  BRET-DISPSRT-EOF-SWITCH  PIC X(01) VALUE 'N'.
001250     88  END-OF-DISPSRT               VALUE 'Y'.
001251 77  BRET-HELDIN-EOF-SWITCH   PIC X(01) VALUE 'N'.
001252     88  END-OF-HELDIN                VALUE 'Y'.
001260 77  BRET-DISPSRT-OPEN-SWITCH PIC X(01) VALUE 'N'.
001270     88  DISPSRT-IS-OPEN              VALUE 'Y'.
001280 77  BRET-RETOUT-OPEN-SWITCH  PIC X(01) VALUE 'N'.
001290     88  RETOUT-IS-OPEN               VALUE 'Y'.
001300 77  BRET-RETURN-CODE         PIC 9(01) VALUE ZERO.
001301 77  BRET-SAVE-RETURN-CODE    PIC S9(04) COMP VALUE ZERO.
001310 77  BRET-RUN-DATE            PIC 9(06) VALUE ZERO.
001320 77  BRET-RETURN-COUNT        PIC 9(05) VALUE ZERO.
001330 77  BRET-DETAIL-COUNT        PIC 9(07) VALUE ZERO.
001340 77  BRET-DUP-COUNT           PIC 9(07) VALUE ZERO.
001350 77  BRET-BREAK-COUNT         PIC 9(05) VALUE ZERO.
001351 77  BRET-HELD-COUNT          PIC 9(07) VALUE ZERO.

001360*****************************************************************
001370*    SORTED DISPOSITION LOOK-AHEAD
001380*        THE NEXT SORTED RECORD IS READ AHEAD INTO
001390*        BRET-NEXT-RECORD BEFORE THE CURRENT ONE (DISP-RECORD) IS
001400*        RETURNED - WHEN THE NEXT ONE CARRIES THE SAME BRANCH, RUN
001410*        AND SEQUENCE IT IS A RESTART'S REPEAT OF THE SAME
001420*        TRANSACTION AND THE CURRENT COPY IS DROPPED.  THE SORT
001430*        KEEPS DUPLICATE KEYS IN THE ORDER THEY WERE WRITTEN, SO
001440*        THE COPY THAT SURVIVES IS THE LAST ONE WRITTEN.
001450*****************************************************************
001460 01  BRET-NEXT-RECORD         PIC X(132) VALUE SPACES.
001470 01  BRET-NEXT-KEY REDEFINES BRET-NEXT-RECORD.
001480     05  BRET-NEXT-MATCH-KEY  PIC X(23).
001490     05  FILLER               PIC X(109).
001500 COPY DISPREC.
001510 01  BRET-CURR-KEY REDEFINES DISP-RECORD.
001520     05  BRET-CURR-MATCH-KEY  PIC X(23).
001530     05  FILLER               PIC X(109).

001540*****************************************************************
001550*    CURRENT BRANCH GROUP - THE FIGURES COUNTED FROM THE DETAILS
001560*    WRITTEN SO FAR FOR THE BRANCH WHOSE GROUP IS OPEN ON RETOUT.
001570*    EXCEPTIONS INCLUDE THE ESCALATIONS, AS THEY DO ON SETTLOUT.
001580*****************************************************************
001590 77  BRET-GROUP-OPEN-SWITCH   PIC X(01) VALUE 'N'.
001600     88  GROUP-IS-OPEN                VALUE 'Y'.
001610 77  BRET-RUN-MISMATCH-SWITCH PIC X(01) VALUE 'N'.
001620     88  RUN-ID-MISMATCH              VALUE 'Y'.
001630 77  BRET-GROUP-CODE          PIC X(02) VALUE SPACES.
001640 77  BRET-GROUP-RUN-ID        PIC X(14) VALUE SPACES.
001650 77  BRET-GROUP-IDX           PIC 9(02) VALUE ZERO.
001660 01  BRET-GROUP-TOTALS.
001670     05  BRET-G-DETAILS       PIC 9(07) VALUE ZERO.
001680     05  BRET-G-POSTED        PIC 9(07) VALUE ZERO.
001690     05  BRET-G-EXCEPTIONS    PIC 9(07) VALUE ZERO.
001700     05  BRET-G-ESCALATED     PIC 9(07) VALUE ZERO.
001710     05  BRET-G-SUSPENSE      PIC 9(07) VALUE ZERO.
001720     05  BRET-G-RELEASED      PIC 9(07) VALUE ZERO.
001730     05  BRET-G-REENTERED     PIC 9(07) VALUE ZERO.
001740     05  BRET-G-RESULT        PIC S9(12)V99 VALUE ZERO.
001750     05  BRET-G-FEES          PIC 9(09)V99 VALUE ZERO.
001751     05  BRET-G-HELD          PIC 9(07) VALUE ZERO.

001760*****************************************************************
001770*    PER-BRANCH SETTLEMENT TABLE - SETTLIN SUMMED BY BRANCH CODE
001780*    (A RESTARTED RUN SPLITS A BRANCH ACROSS RECORDS).  THE
001790*    SETTLE SWITCH MARKS A BRANCH THAT IS ON SETTLIN; THE RETURN
001800*    SWITCH MARKS ONE WHOSE GROUP HAS BEEN WRITTEN, SO BRANCHES
001810*    WITH NO DISPOSITIONS CAN BE RETURNED EMPTY AT THE END.
001820*****************************************************************
001830 77  BRET-BR-COUNT            PIC 9(02) VALUE ZERO.
001840 77  BRET-BR-IDX              PIC 9(02) VALUE ZERO.
001850 77  BRET-BR-USE-IDX          PIC 9(02) VALUE ZERO.
001860 77  BRET-QUIET-IDX           PIC 9(02) VALUE ZERO.
001870 77  BRET-MAX-BR-ENTRIES      PIC 9(02) VALUE 12.
001880 77  BRET-BR-SEARCH-CODE      PIC X(02) VALUE SPACES.
001890 77  BRET-BR-FOUND-SWITCH     PIC X(01) VALUE 'N'.
001900     88  RETURN-ENTRY-FOUND           VALUE 'Y'.
001910 01  BRET-BRANCH-TABLE.
001920     05  BRET-BRANCH-ENTRY  OCCURS 12 TIMES.
001930         10  BRET-T-CODE          PIC X(02).
001940         10  BRET-T-RUN-DATE      PIC 9(06).
001950         10  BRET-T-RUN-ID        PIC X(14).
001960         10  BRET-T-POSTED        PIC 9(07).
001970         10  BRET-T-EXCEPTIONS    PIC 9(07).
001980         10  BRET-T-SUSPENSE      PIC 9(07).
001990         10  BRET-T-RELEASED      PIC 9(07).
002000         10  BRET-T-REENTERED     PIC 9(07).
002010         10  BRET-T-RESULT        PIC S9(12)V99.
002020         10  BRET-T-FEES          PIC 9(09)V99.
002030         10  BRET-T-SETTLE-SW     PIC X(01).
002040             88  BRET-HAS-SETTLED       VALUE 'Y'.
002050         10  BRET-T-RETURN-SW     PIC X(01).
002060             88  BRET-WAS-RETURNED      VALUE 'Y'.

002061*****************************************************************
002062*    ITEMS HELD FOR DUPLICATE REVIEW
002063*        LOADED FROM HELDIN AT THE START OF THE RUN AND WRITTEN
002064*        UNDER THEIR BRANCH'S GROUP JUST AHEAD OF ITS TRAILER.  A
002065*        BRANCH CODE IS LOOKED UP IN THE BRANCH TABLE AS EACH ITEM
002066*        IS LOADED, SO A BRANCH WHOSE ONLY WORK WAS HELD IS STILL
002067*        RETURNED.  ITEMS PAST THE END OF THE TABLE ARE NOT
002068*        RETURNED AND ARE SHOWN ON SYSOUT.
002069*****************************************************************
002070 77  BRET-HELD-LOADED         PIC 9(05) VALUE ZERO.
002071 77  BRET-HELD-IDX            PIC 9(05) VALUE ZERO.
002072 77  BRET-MAX-HELD-ENTRIES    PIC 9(05) VALUE 00500.
002073 01  BRET-HELD-TABLE.
002074     05  BRET-HELD-ENTRY  OCCURS 500 TIMES.
002075         10  BRET-H-BRANCH        PIC X(02).
002076         10  BRET-H-HELD-DATE     PIC 9(06).
002077         10  BRET-H-HELD-SEQ      PIC 9(05).
002078         10  BRET-H-CUST-ID       PIC X(06).
002079         10  BRET-H-NUM1          PIC S9(03)V99.
002080         10  BRET-H-NUM2          PIC S9(03)V99.
002081         10  BRET-H-REENTRY-FLAG  PIC X(01).
002082         10  BRET-H-OP-CODE       PIC X(01).

002083*****************************************************************
002084*    RETRPT REPORT LINE LAYOUTS (BUILT HERE, MOVED TO THE
002090*    RTN-RPT-RECORD FD AREA BEFORE EACH WRITE)
002100*****************************************************************
002110 COPY RETLINES.

002111*****************************************************************
002112*    STEP-CONTROL COMMUNICATION AREA - THE NIGHTLY STREAM'S STEP
002113*    REGISTER IS A COMMON SUBROUTINE
002114*****************************************************************
002115 COPY STEPCOMM.

002120 PROCEDURE DIVISION.
002130*****************************************************************
002140*    0000-MAINLINE
002150*        TOP LEVEL CONTROL FOR THE BRANCH RETURN RUN.
002160*****************************************************************
002170 0000-MAINLINE.
002180     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
002190     PERFORM 2000-LOAD-ONE-SETTLE
002200         THRU 2000-LOAD-ONE-SETTLE-EXIT
002210         UNTIL END-OF-SETTLIN.
002220     SORT SORT-WORK-FILE
002230         ON ASCENDING KEY SRT-BRANCH-CODE
002240         ON ASCENDING KEY SRT-RUN-ID
002250         ON ASCENDING KEY SRT-SEQ
002260         WITH DUPLICATES IN ORDER
002270         USING DISPIN-FILE
002280         GIVING DISPSRT-FILE.
002290     IF SORT-RETURN NOT = ZERO
002300         DISPLAY 'SORT FAILED - RETURN CODE ' SORT-RETURN
002310         MOVE 16 TO RETURN-CODE
002320         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
002330         STOP RUN
002340     END-IF.
002350     PERFORM 3000-RETURN-DISPOSITIONS
002360         THRU 3000-RETURN-DISPOSITIONS-EXIT.
002370     PERFORM 4000-RETURN-ONE-QUIET
002380         THRU 4000-RETURN-ONE-QUIET-EXIT
002390         VARYING BRET-QUIET-IDX FROM 1 BY 1
002400         UNTIL BRET-QUIET-IDX > BRET-BR-COUNT.
002401     IF BRET-HELD-COUNT < BRET-HELD-LOADED
002402         DISPLAY 'WARNING - HELD ITEMS NOT RETURNED - BRANCH '
002403             'TABLE FULL AT ' BRET-MAX-BR-ENTRIES ' ENTRIES'
002404     END-IF.
002410     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
002420     MOVE BRET-RETURN-CODE TO RETURN-CODE.
002430     STOP RUN.

002440*****************************************************************
002450*    1000-INITIALIZE
002460*        OPEN THE REPORT AND THE RETURN FILE, WRITE THE REPORT
002470*        HEADER AND COLUMN HEADINGS AND READ THE FIRST SETTLEMENT
002480*        RECORD.  A MISSING SETTLIN LEAVES EVERY HEADER AT ZERO,
002490*        WHICH THE TRAILERS THEN FLAG AS BREAKS.  LOAD THE
002491*        ITEMS HELD FOR DUPLICATE REVIEW.
002500*****************************************************************
002510 1000-INITIALIZE.
002520     DISPLAY ' '.
002530     DISPLAY '=== BRANCH DISPOSITION RETURN ==='.
002540     DISPLAY ' '.
002541     PERFORM 9800-BEGIN-STEP THRU 9800-BEGIN-STEP-EXIT.
002550     OPEN OUTPUT RETRPT-FILE.
002560     IF BRET-RETRPT-STATUS NOT = '00'
002570         DISPLAY 'RETRPT OPEN FAILED - STATUS '
002580             BRET-RETRPT-STATUS
002590         MOVE 8 TO RETURN-CODE
002591         PERFORM 9900-END-STEP THRU 9900-END-STEP-EXIT
002600         STOP RUN
002610     END-IF.
002620     PERFORM 1050-GET-BUSINESS-DATE
002630         THRU 1050-GET-BUSINESS-DATE-EXIT.
002640     MOVE BRET-RUN-DATE TO RTN-H-RUN-DATE.
002650     MOVE RTN-HEADER-LINE TO RTN-RPT-RECORD.
002660     WRITE RTN-RPT-RECORD.
002670     MOVE RTN-COLHDR-LINE TO RTN-RPT-RECORD.
002680     WRITE RTN-RPT-RECORD.
002690     OPEN OUTPUT RETOUT-FILE.
002700     IF BRET-RETOUT-STATUS NOT = '00'
002710         DISPLAY 'RETOUT OPEN FAILED - STATUS '
002720             BRET-RETOUT-STATUS
002730         MOVE 16 TO RETURN-CODE
002740         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
002750         STOP RUN
002760     END-IF.
002770     MOVE 'Y' TO BRET-RETOUT-OPEN-SWITCH.
002780     OPEN INPUT SETTLIN-FILE.
002790     IF BRET-SETTLIN-STATUS NOT = '00'
002800         DISPLAY 'SETTLIN NOT AVAILABLE - STATUS '
002810             BRET-SETTLIN-STATUS
002820         MOVE 'Y' TO BRET-SETTLIN-EOF-SWITCH
002830     ELSE
002840         PERFORM 1200-READ-SETTLIN THRU 1200-READ-SETTLIN-EXIT
002850     END-IF.
002851     PERFORM 1400-LOAD-HELD-TABLE
002852         THRU 1400-LOAD-HELD-TABLE-EXIT.
002860 1000-INITIALIZE-EXIT.
002870     EXIT.

002880*****************************************************************
002890*    1050-GET-BUSINESS-DATE
002900*        READ THE SHOP BUSINESS DATE CONTROL RECORD AND STAMP
002910*        THE RUN FROM IT.  A MISSING OR EMPTY BUSDATE MEANS
002920*        OPERATIONS NEVER ROLLED THE DAY - THE RUN STOPS RATHER
002930*        THAN TRUST THE WALL CLOCK.
002940*****************************************************************
002950 1050-GET-BUSINESS-DATE.
002960     OPEN INPUT BUSDATE-FILE.
002970     IF BRET-BUSDATE-STATUS NOT = '00'
002980         DISPLAY 'BUSDATE NOT AVAILABLE - STATUS '
002990             BRET-BUSDATE-STATUS
003000         MOVE 8 TO RETURN-CODE
003010         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
003020         STOP RUN
003030     END-IF.
003040     READ BUSDATE-FILE
003050         AT END
003060             DISPLAY 'BUSDATE FILE IS EMPTY - DAY NEVER OPENED'
003070             CLOSE BUSDATE-FILE
003080             MOVE 8 TO RETURN-CODE
003090             PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
003100             STOP RUN.
003110     CLOSE BUSDATE-FILE.
003120     MOVE BDAT-BUSINESS-DATE TO BRET-RUN-DATE.
003130 1050-GET-BUSINESS-DATE-EXIT.
003140     EXIT.

003150*****************************************************************
003160*    1200-READ-SETTLIN
003170*        READ THE NEXT SETTLEMENT EXTRACT RECORD.
003180*****************************************************************
003190 1200-READ-SETTLIN.
003200     READ SETTLIN-FILE
003210         AT END
003220             MOVE 'Y' TO BRET-SETTLIN-EOF-SWITCH.
003230 1200-READ-SETTLIN-EXIT.
003240     EXIT.

003250*****************************************************************
003260*    1300-READ-DISPSRT
003270*        READ THE NEXT SORTED DISPOSITION RECORD INTO THE
003280*        LOOK-AHEAD AREA.
003290*****************************************************************
003300 1300-READ-DISPSRT.
003310     READ DISPSRT-FILE INTO BRET-NEXT-RECORD
003320         AT END
003330             MOVE 'Y' TO BRET-DISPSRT-EOF-SWITCH.
003340 1300-READ-DISPSRT-EXIT.
003350     EXIT.

003351*****************************************************************
003352*    1400-LOAD-HELD-TABLE
003353*        LOAD THE ITEMS BRANCH-CONSOLIDATE HELD FOR DUPLICATE
003354*        REVIEW (TONIGHT'S AND THOSE CARRIED FORWARD) INTO THE
003355*        HELD TABLE.  A MISSING HELDIN MEANS NOTHING IS HELD.
003356*        ITEMS PAST THE END OF THE TABLE ARE NOT LOADED AND ARE
003357*        SHOWN ON SYSOUT.
003358*****************************************************************
003359 1400-LOAD-HELD-TABLE.
003360     MOVE ZERO TO BRET-HELD-LOADED.
003361     OPEN INPUT HELDIN-FILE.
003362     IF BRET-HELDIN-STATUS NOT = '00'
003363         DISPLAY 'HELDIN NOT AVAILABLE - STATUS '
003364             BRET-HELDIN-STATUS
003365         GO TO 1400-LOAD-HELD-TABLE-EXIT
003366     END-IF.
003367     PERFORM 1410-LOAD-ONE-HELD THRU 1410-LOAD-ONE-HELD-EXIT
003368         UNTIL END-OF-HELDIN
003369             OR BRET-HELD-LOADED = BRET-MAX-HELD-ENTRIES.
003370     IF BRET-HELD-LOADED = BRET-MAX-HELD-ENTRIES
003371             AND NOT END-OF-HELDIN
003372         DISPLAY 'WARNING - BRET-HELD-TABLE FULL AT '
003373             BRET-MAX-HELD-ENTRIES ' ENTRIES - REMAINING '
003374             'HELD ITEMS WERE NOT RETURNED THIS RUN'
003375     END-IF.
003376     CLOSE HELDIN-FILE.
003377 1400-LOAD-HELD-TABLE-EXIT.
003378     EXIT.

003379*****************************************************************
003380*    1410-LOAD-ONE-HELD
003381*        READ ONE HELD ITEM INTO THE NEXT TABLE ENTRY, SETTING THE
003382*        EOF SWITCH WHEN HELDIN IS EXHAUSTED, AND MAKE SURE ITS
003383*        BRANCH HAS AN ENTRY IN THE BRANCH TABLE.
003384*****************************************************************
003385 1410-LOAD-ONE-HELD.
003386     READ HELDIN-FILE
003387         AT END
003388             MOVE 'Y' TO BRET-HELDIN-EOF-SWITCH.
003389     IF END-OF-HELDIN
003390         GO TO 1410-LOAD-ONE-HELD-EXIT
003391     END-IF.
003392     ADD 1 TO BRET-HELD-LOADED.
003393     MOVE DRV-BRANCH-CODE TO BRET-H-BRANCH(BRET-HELD-LOADED).
003394     MOVE DRV-HELD-DATE   TO BRET-H-HELD-DATE(BRET-HELD-LOADED).
003395     MOVE DRV-HELD-SEQ    TO BRET-H-HELD-SEQ(BRET-HELD-LOADED).
003396     MOVE DRV-CUST-ID     TO BRET-H-CUST-ID(BRET-HELD-LOADED).
003397     MOVE DRV-NUM1        TO BRET-H-NUM1(BRET-HELD-LOADED).
003398     MOVE DRV-NUM2        TO BRET-H-NUM2(BRET-HELD-LOADED).
003399     MOVE DRV-REENTRY-FLAG
003400         TO BRET-H-REENTRY-FLAG(BRET-HELD-LOADED).
003401     MOVE DRV-OP-CODE     TO BRET-H-OP-CODE(BRET-HELD-LOADED).
003402     MOVE DRV-BRANCH-CODE TO BRET-BR-SEARCH-CODE.
003403     PERFORM 5000-FIND-BRANCH THRU 5000-FIND-BRANCH-EXIT.
003404 1410-LOAD-ONE-HELD-EXIT.
003405     EXIT.

003406*****************************************************************
003407*    2000-LOAD-ONE-SETTLE
003408*        ROLL ONE SETTLEMENT EXTRACT RECORD INTO ITS BRANCH'S
003409*        TABLE ENTRY AND READ THE NEXT.
003410*****************************************************************
003411 2000-LOAD-ONE-SETTLE.
003420     MOVE SETL-BRANCH-CODE TO BRET-BR-SEARCH-CODE.
003430     PERFORM 5000-FIND-BRANCH THRU 5000-FIND-BRANCH-EXIT.
003440     MOVE SETL-RUN-DATE TO BRET-T-RUN-DATE(BRET-BR-USE-IDX).
003450     MOVE SETL-RUN-ID   TO BRET-T-RUN-ID(BRET-BR-USE-IDX).
003460     ADD SETL-POSTED-COUNT
003470         TO BRET-T-POSTED(BRET-BR-USE-IDX).
003480     ADD SETL-EXCEPTION-COUNT
003490         TO BRET-T-EXCEPTIONS(BRET-BR-USE-IDX).
003500     ADD SETL-SUSPENSE-COUNT
003510         TO BRET-T-SUSPENSE(BRET-BR-USE-IDX).
003520     ADD SETL-RELEASED-COUNT
003530         TO BRET-T-RELEASED(BRET-BR-USE-IDX).
003540     ADD SETL-REENTRY-COUNT
003550         TO BRET-T-REENTERED(BRET-BR-USE-IDX).
003560     ADD SETL-RESULT-TOTAL
003570         TO BRET-T-RESULT(BRET-BR-USE-IDX).
003580     ADD SETL-FEE-TOTAL
003590         TO BRET-T-FEES(BRET-BR-USE-IDX).
003600     MOVE 'Y' TO BRET-T-SETTLE-SW(BRET-BR-USE-IDX).
003610     PERFORM 1200-READ-SETTLIN THRU 1200-READ-SETTLIN-EXIT.
003620 2000-LOAD-ONE-SETTLE-EXIT.
003630     EXIT.

003640*****************************************************************
003650*    3000-RETURN-DISPOSITIONS
003660*        READ THE SORTED DISPOSITIONS THROUGH, RETURNING EACH
003670*        UNDER ITS BRANCH'S GROUP, AND CLOSE THE LAST GROUP.
003680*****************************************************************
003690 3000-RETURN-DISPOSITIONS.
003700     OPEN INPUT DISPSRT-FILE.
003710     IF BRET-DISPSRT-STATUS NOT = '00'
003720         DISPLAY 'SRTOUT OPEN FAILED - STATUS '
003730             BRET-DISPSRT-STATUS
003740         MOVE 16 TO RETURN-CODE
003750         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
003760         STOP RUN
003770     END-IF.
003780     MOVE 'Y' TO BRET-DISPSRT-OPEN-SWITCH.
003790     PERFORM 1300-READ-DISPSRT THRU 1300-READ-DISPSRT-EXIT.
003800     PERFORM 3100-RETURN-ONE-DISP
003810         THRU 3100-RETURN-ONE-DISP-EXIT
003820         UNTIL END-OF-DISPSRT.
003830     IF GROUP-IS-OPEN
003840         PERFORM 3300-END-BRANCH THRU 3300-END-BRANCH-EXIT
003850     END-IF.
003860 3000-RETURN-DISPOSITIONS-EXIT.
003870     EXIT.

003880*****************************************************************
003890*    3100-RETURN-ONE-DISP
003900*        TAKE THE LOOK-AHEAD RECORD AS THE CURRENT ONE AND READ
003910*        THE NEXT.  A CURRENT RECORD REPEATED BY THE NEXT ONE IS
003920*        DROPPED; OTHERWISE A CHANGE OF BRANCH CLOSES THE PRIOR
003930*        GROUP AND OPENS THE NEW ONE, AND THE DETAIL IS WRITTEN
003940*        AND COUNTED INTO THE GROUP.
003950*****************************************************************
003960 3100-RETURN-ONE-DISP.
003970     MOVE BRET-NEXT-RECORD TO DISP-RECORD.
003980     PERFORM 1300-READ-DISPSRT THRU 1300-READ-DISPSRT-EXIT.
003990     IF NOT END-OF-DISPSRT
004000             AND BRET-NEXT-MATCH-KEY = BRET-CURR-MATCH-KEY
004010         ADD 1 TO BRET-DUP-COUNT
004020         GO TO 3100-RETURN-ONE-DISP-EXIT
004030     END-IF.
004040     IF GROUP-IS-OPEN
004050             AND DISP-BRANCH-CODE NOT = BRET-GROUP-CODE
004060         PERFORM 3300-END-BRANCH THRU 3300-END-BRANCH-EXIT
004070     END-IF.
004080     IF NOT GROUP-IS-OPEN
004090         MOVE DISP-BRANCH-CODE TO BRET-GROUP-CODE
004100         MOVE DISP-RUN-ID TO BRET-GROUP-RUN-ID
004110         PERFORM 3200-START-BRANCH THRU 3200-START-BRANCH-EXIT
004120     END-IF.
004130     IF BRET-HAS-SETTLED(BRET-GROUP-IDX)
004140             AND DISP-RUN-ID NOT = BRET-T-RUN-ID(BRET-GROUP-IDX)
004150         MOVE 'Y' TO BRET-RUN-MISMATCH-SWITCH
004160     END-IF.
004170     MOVE SPACES TO RET-RECORD.
004180     MOVE 'D' TO RET-RECORD-TYPE.
004190     MOVE DISP-BRANCH-CODE     TO RET-BRANCH-CODE.
004200     MOVE DISP-SEQ             TO RET-D-SEQ.
004210     MOVE DISP-SOURCE          TO RET-D-SOURCE.
004220     MOVE DISP-CUST-ID         TO RET-D-CUST-ID.
004230     MOVE DISP-NUM1            TO RET-D-NUM1.
004240     MOVE DISP-NUM2            TO RET-D-NUM2.
004250     MOVE DISP-OP-CODE         TO RET-D-OP-CODE.
004260     MOVE DISP-DISPOSITION     TO RET-D-DISPOSITION.
004270     MOVE DISP-ADD-RESULT      TO RET-D-ADD-RESULT.
004280     MOVE DISP-SUBTRACT-RESULT TO RET-D-SUBTRACT-RESULT.
004290     MOVE DISP-MULTIPLY-RESULT TO RET-D-MULTIPLY-RESULT.
004300     MOVE DISP-DIVIDE-RESULT   TO RET-D-DIVIDE-RESULT.
004310     MOVE DISP-FEE             TO RET-D-FEE.
004320     MOVE DISP-REASON-CODE     TO RET-D-REASON-CODE.
004330     MOVE DISP-REASON-TEXT     TO RET-D-REASON-TEXT.
004340     MOVE DISP-BOUNCE-COUNT    TO RET-D-BOUNCE-COUNT.
004341     MOVE ZERO                 TO RET-D-HELD-DATE.
004350     WRITE RET-RECORD.
004360     ADD 1 TO BRET-G-DETAILS.
004370     ADD 1 TO BRET-DETAIL-COUNT.
004380     EVALUATE TRUE
004390         WHEN DISP-POSTED
004400             ADD 1 TO BRET-G-POSTED
004410             ADD DISP-ADD-RESULT DISP-SUBTRACT-RESULT
004420                 DISP-MULTIPLY-RESULT DISP-DIVIDE-RESULT
004430                 TO BRET-G-RESULT
004440         WHEN DISP-SUSPENDED
004450             ADD 1 TO BRET-G-SUSPENSE
004460         WHEN DISP-ESCALATED
004470             ADD 1 TO BRET-G-EXCEPTIONS
004480             ADD 1 TO BRET-G-ESCALATED
004490         WHEN OTHER
004500             ADD 1 TO BRET-G-EXCEPTIONS
004510     END-EVALUATE.
004520     ADD DISP-FEE TO BRET-G-FEES.
004530     IF DISP-FROM-SUSPENSE
004540         ADD 1 TO BRET-G-RELEASED
004550     END-IF.
004560     IF DISP-FROM-REENTRY
004570         ADD 1 TO BRET-G-REENTERED
004580     END-IF.
004590 3100-RETURN-ONE-DISP-EXIT.
004600     EXIT.

004610*****************************************************************
004620*    3200-START-BRANCH
004630*        OPEN THE GROUP FOR THE BRANCH IN BRET-GROUP-CODE - FIND
004640*        ITS SETTLEMENT ENTRY, WRITE THE HEADER WITH THE SETTLOUT
004650*        FIGURES AND CLEAR THE GROUP COUNTS.  THE HEADER TAKES THE
004660*        RUN FROM SETTLIN; A BRANCH NOT ON SETTLIN TAKES THE RUN
004670*        OF ITS FIRST DETAIL (BRET-GROUP-RUN-ID) AND TONIGHT'S
004680*        BUSINESS DATE, WITH ZERO FIGURES.
004690*****************************************************************
004700 3200-START-BRANCH.
004710     MOVE BRET-GROUP-CODE TO BRET-BR-SEARCH-CODE.
004720     PERFORM 5000-FIND-BRANCH THRU 5000-FIND-BRANCH-EXIT.
004730     MOVE BRET-BR-USE-IDX TO BRET-GROUP-IDX.
004740     MOVE 'Y' TO BRET-T-RETURN-SW(BRET-GROUP-IDX).
004750     MOVE SPACES TO RET-RECORD.
004760     MOVE 'H' TO RET-RECORD-TYPE.
004770     MOVE BRET-GROUP-CODE TO RET-BRANCH-CODE.
004780     IF BRET-HAS-SETTLED(BRET-GROUP-IDX)
004790         MOVE BRET-T-RUN-DATE(BRET-GROUP-IDX) TO RET-H-RUN-DATE
004800         MOVE BRET-T-RUN-ID(BRET-GROUP-IDX)   TO RET-H-RUN-ID
004810     ELSE
004820         MOVE BRET-RUN-DATE     TO RET-H-RUN-DATE
004830         MOVE BRET-GROUP-RUN-ID TO RET-H-RUN-ID
004840     END-IF.
004850     MOVE BRET-T-POSTED(BRET-GROUP-IDX)
004860         TO RET-H-POSTED-COUNT.
004870     MOVE BRET-T-EXCEPTIONS(BRET-GROUP-IDX)
004880         TO RET-H-EXCEPTION-COUNT.
004890     MOVE BRET-T-SUSPENSE(BRET-GROUP-IDX)
004900         TO RET-H-SUSPENSE-COUNT.
004910     MOVE BRET-T-RELEASED(BRET-GROUP-IDX)
004920         TO RET-H-RELEASED-COUNT.
004930     MOVE BRET-T-REENTERED(BRET-GROUP-IDX)
004940         TO RET-H-REENTRY-COUNT.
004950     MOVE BRET-T-RESULT(BRET-GROUP-IDX) TO RET-H-RESULT-TOTAL.
004960     MOVE BRET-T-FEES(BRET-GROUP-IDX)   TO RET-H-FEE-TOTAL.
004970     WRITE RET-RECORD.
004980     MOVE 'Y' TO BRET-GROUP-OPEN-SWITCH.
004990     MOVE 'N' TO BRET-RUN-MISMATCH-SWITCH.
005000     MOVE ZERO TO BRET-G-DETAILS BRET-G-POSTED BRET-G-EXCEPTIONS
005010         BRET-G-ESCALATED BRET-G-SUSPENSE BRET-G-RELEASED
005020         BRET-G-REENTERED BRET-G-RESULT BRET-G-FEES BRET-G-HELD.
005030 3200-START-BRANCH-EXIT.
005040     EXIT.

005050*****************************************************************
005060*    3300-END-BRANCH
005070*        CLOSE THE OPEN GROUP - WRITE THE BRANCH'S ITEMS STILL
005080*        HELD FOR DUPLICATE REVIEW, THEN THE TRAILER WITH THE
005090*        FIGURES COUNTED FROM ITS DETAILS, MATCHED AGAINST THE
005100*        BRANCH'S SETTLOUT FIGURES, AND THE BRANCH'S REPORT LINE.
005110*        HELD ITEMS ARE COUNTED ON THEIR OWN AND TAKE NO PART IN
005120*        THE MATCH - A BRANCH NOT ON SETTLIN WHOSE ONLY WORK WAS
005121*        HELD HAS NOTHING TO MATCH AND IS NOT A BREAK.  A BREAK
005122*        ALSO PRINTS THE SETTLOUT FIGURES AND THE REASON AND
005123*        RAISES THE RETURN CODE.
005124*****************************************************************
005130 3300-END-BRANCH.
005140     MOVE 'N' TO BRET-GROUP-OPEN-SWITCH.
005141     PERFORM 3500-RETURN-ONE-HELD
005142         THRU 3500-RETURN-ONE-HELD-EXIT
005143         VARYING BRET-HELD-IDX FROM 1 BY 1
005144         UNTIL BRET-HELD-IDX > BRET-HELD-LOADED.
005150     MOVE SPACES TO RET-RECORD.
005160     MOVE 'T' TO RET-RECORD-TYPE.
005170     MOVE BRET-GROUP-CODE   TO RET-BRANCH-CODE.
005180     MOVE BRET-G-DETAILS    TO RET-T-DETAIL-COUNT.
005190     MOVE BRET-G-POSTED     TO RET-T-POSTED-COUNT.
005200     MOVE BRET-G-EXCEPTIONS TO RET-T-EXCEPTION-COUNT.
005210     MOVE BRET-G-ESCALATED  TO RET-T-ESCALATED-COUNT.
005220     MOVE BRET-G-SUSPENSE   TO RET-T-SUSPENSE-COUNT.
005230     MOVE BRET-G-RELEASED   TO RET-T-RELEASED-COUNT.
005240     MOVE BRET-G-REENTERED  TO RET-T-REENTRY-COUNT.
005250     MOVE BRET-G-RESULT     TO RET-T-RESULT-TOTAL.
005260     MOVE BRET-G-FEES       TO RET-T-FEE-TOTAL.
005261     MOVE BRET-G-HELD       TO RET-T-HELD-COUNT.
005270     IF (BRET-HAS-SETTLED(BRET-GROUP-IDX)
005271                 OR BRET-G-DETAILS = ZERO)
005280             AND NOT RUN-ID-MISMATCH
005290             AND BRET-G-POSTED = BRET-T-POSTED(BRET-GROUP-IDX)
005300             AND BRET-G-EXCEPTIONS
005310                 = BRET-T-EXCEPTIONS(BRET-GROUP-IDX)
005320             AND BRET-G-SUSPENSE = BRET-T-SUSPENSE(BRET-GROUP-IDX)
005330             AND BRET-G-RELEASED = BRET-T-RELEASED(BRET-GROUP-IDX)
005340             AND BRET-G-REENTERED
005350                 = BRET-T-REENTERED(BRET-GROUP-IDX)
005360             AND BRET-G-RESULT = BRET-T-RESULT(BRET-GROUP-IDX)
005370             AND BRET-G-FEES = BRET-T-FEES(BRET-GROUP-IDX)
005380         MOVE 'MATCH' TO RET-T-BALANCE
005390     ELSE
005400         MOVE 'BREAK' TO RET-T-BALANCE
005410     END-IF.
005420     WRITE RET-RECORD.
005430     ADD 1 TO BRET-RETURN-COUNT.
005440     MOVE BRET-GROUP-CODE   TO RTN-D-BRANCH.
005450     MOVE 'RETURN'          TO RTN-D-TAG.
005460     MOVE BRET-G-DETAILS    TO RTN-D-DETAILS.
005470     MOVE BRET-G-POSTED     TO RTN-D-POSTED.
005480     MOVE BRET-G-EXCEPTIONS TO RTN-D-EXCEPTIONS.
005490     MOVE BRET-G-SUSPENSE   TO RTN-D-SUSPENSE.
005500     MOVE BRET-G-RELEASED   TO RTN-D-RELEASED.
005510     MOVE BRET-G-REENTERED  TO RTN-D-REENTERED.
005520     MOVE BRET-G-RESULT     TO RTN-D-RESULT.
005530     MOVE BRET-G-FEES       TO RTN-D-FEES.
005531     MOVE BRET-G-HELD       TO RTN-D-HELD.
005540     MOVE RET-T-BALANCE     TO RTN-D-STATUS.
005550     MOVE RTN-DETAIL-LINE TO RTN-RPT-RECORD.
005560     WRITE RTN-RPT-RECORD.
005570     IF RET-T-BALANCE = 'MATCH'
005580         GO TO 3300-END-BRANCH-EXIT
005590     END-IF.
005600     PERFORM 3400-REPORT-BREAK THRU 3400-REPORT-BREAK-EXIT.
005610 3300-END-BRANCH-EXIT.
005620     EXIT.

005630*****************************************************************
005640*    3400-REPORT-BREAK
005650*        UNDER A BRANCH WHOSE TRAILER BROKE, PRINT WHAT SETTLOUT
005660*        SAYS (ITS DETAIL FIGURE IS POSTED + EXCEPTIONS +
005670*        SUSPENSE, THE NUMBER OF DETAILS IT ACCOUNTS FOR) AND THE
005680*        REASON, AND RAISE THE RETURN CODE.
005690*****************************************************************
005700 3400-REPORT-BREAK.
005710     ADD 1 TO BRET-BREAK-COUNT.
005720     MOVE 8 TO BRET-RETURN-CODE.
005730     MOVE SPACES TO RTN-D-BRANCH.
005740     MOVE 'SETTLOUT' TO RTN-D-TAG.
005750     ADD BRET-T-POSTED(BRET-GROUP-IDX)
005760         BRET-T-EXCEPTIONS(BRET-GROUP-IDX)
005770         BRET-T-SUSPENSE(BRET-GROUP-IDX)
005780         GIVING RTN-D-DETAILS.
005790     MOVE BRET-T-POSTED(BRET-GROUP-IDX)     TO RTN-D-POSTED.
005800     MOVE BRET-T-EXCEPTIONS(BRET-GROUP-IDX) TO RTN-D-EXCEPTIONS.
005810     MOVE BRET-T-SUSPENSE(BRET-GROUP-IDX)   TO RTN-D-SUSPENSE.
005820     MOVE BRET-T-RELEASED(BRET-GROUP-IDX)   TO RTN-D-RELEASED.
005830     MOVE BRET-T-REENTERED(BRET-GROUP-IDX)  TO RTN-D-REENTERED.
005840     MOVE BRET-T-RESULT(BRET-GROUP-IDX)     TO RTN-D-RESULT.
005850     MOVE BRET-T-FEES(BRET-GROUP-IDX)       TO RTN-D-FEES.
005851     MOVE ZERO TO RTN-D-HELD.
005860     MOVE SPACES TO RTN-D-STATUS.
005870     MOVE RTN-DETAIL-LINE TO RTN-RPT-RECORD.
005880     WRITE RTN-RPT-RECORD.
005890     MOVE BRET-GROUP-CODE TO RTN-R-BRANCH.
005900     EVALUATE TRUE
005910         WHEN NOT BRET-HAS-SETTLED(BRET-GROUP-IDX)
005920             MOVE 'NO SETTLOUT RECORD FOR THIS BRANCH'
005930                 TO RTN-R-REASON
005940         WHEN RUN-ID-MISMATCH
005950             MOVE 'DISPOSITIONS ARE FROM A DIFFERENT RUN'
005960                 TO RTN-R-REASON
005970         WHEN OTHER
005980             MOVE 'RETURNED COUNTS DO NOT MATCH SETTLOUT'
005990                 TO RTN-R-REASON
006000     END-EVALUATE.
006010     MOVE RTN-REASON-LINE TO RTN-RPT-RECORD.
006020     WRITE RTN-RPT-RECORD.
006030     DISPLAY 'RETURN BREAK - BRANCH '
006040         BRET-GROUP-CODE ' - ' RTN-R-REASON.
006050 3400-REPORT-BREAK-EXIT.
006060     EXIT.

006061*****************************************************************
006062*    3500-RETURN-ONE-HELD
006063*        WHEN THE HELD TABLE ENTRY BELONGS TO THE BRANCH WHOSE
006064*        GROUP IS CLOSING, WRITE IT AS A DETAIL WITH DISPOSITION
006065*        'H', THE HELD SEQUENCE AND THE DATE IT WAS HELD, AND
006066*        COUNT IT.  AN ITEM HELD TONIGHT IS NEW TO THE BRANCH; ONE
006067*        CARRIED FORWARD IS STILL WAITING ON ITS RELEASE CARD.
006068*****************************************************************
006069 3500-RETURN-ONE-HELD.
006070     IF BRET-H-BRANCH(BRET-HELD-IDX) NOT = BRET-GROUP-CODE
006071         GO TO 3500-RETURN-ONE-HELD-EXIT
006072     END-IF.
006073     MOVE SPACES TO RET-RECORD.
006074     MOVE 'D' TO RET-RECORD-TYPE.
006075     MOVE BRET-GROUP-CODE TO RET-BRANCH-CODE.
006076     MOVE BRET-H-HELD-SEQ(BRET-HELD-IDX)  TO RET-D-SEQ.
006077     IF BRET-H-REENTRY-FLAG(BRET-HELD-IDX) = 'R'
006078         MOVE 'R' TO RET-D-SOURCE
006079     ELSE
006080         MOVE 'F' TO RET-D-SOURCE
006081     END-IF.
006082     MOVE BRET-H-CUST-ID(BRET-HELD-IDX)   TO RET-D-CUST-ID.
006083     MOVE BRET-H-NUM1(BRET-HELD-IDX)      TO RET-D-NUM1.
006084     MOVE BRET-H-NUM2(BRET-HELD-IDX)      TO RET-D-NUM2.
006085     MOVE BRET-H-OP-CODE(BRET-HELD-IDX)   TO RET-D-OP-CODE.
006086     MOVE 'H'                             TO RET-D-DISPOSITION.
006087     MOVE ZERO TO RET-D-ADD-RESULT RET-D-SUBTRACT-RESULT
006088         RET-D-MULTIPLY-RESULT RET-D-DIVIDE-RESULT RET-D-FEE
006089         RET-D-REASON-CODE RET-D-BOUNCE-COUNT.
006090     IF BRET-H-HELD-DATE(BRET-HELD-IDX) = BRET-RUN-DATE
006091         MOVE 'HELD FOR DUPLICATE REVIEW' TO RET-D-REASON-TEXT
006092     ELSE
006093         MOVE 'STILL HELD FOR DUPLICATE REVIEW'
006094             TO RET-D-REASON-TEXT
006095     END-IF.
006096     MOVE BRET-H-HELD-DATE(BRET-HELD-IDX) TO RET-D-HELD-DATE.
006097     WRITE RET-RECORD.
006098     ADD 1 TO BRET-G-HELD.
006099     ADD 1 TO BRET-HELD-COUNT.
006100 3500-RETURN-ONE-HELD-EXIT.
006101     EXIT.

006102*****************************************************************
006103*    4000-RETURN-ONE-QUIET
006104*        A BRANCH ON SETTLIN THAT HAD NO DISPOSITIONS STILL GETS
006105*        A HEADER AND TRAILER, SO IT HEARS FROM US EVERY NIGHT IT
006110*        IS ON THE SETTLEMENT - AN EMPTY GROUP AGAINST NON-ZERO
006120*        SETTLOUT FIGURES IS A BREAK.
006130*****************************************************************
006140 4000-RETURN-ONE-QUIET.
006150     IF BRET-WAS-RETURNED(BRET-QUIET-IDX)
006160         GO TO 4000-RETURN-ONE-QUIET-EXIT
006170     END-IF.
006180     MOVE BRET-T-CODE(BRET-QUIET-IDX)   TO BRET-GROUP-CODE.
006190     MOVE BRET-T-RUN-ID(BRET-QUIET-IDX) TO BRET-GROUP-RUN-ID.
006200     PERFORM 3200-START-BRANCH THRU 3200-START-BRANCH-EXIT.
006210     PERFORM 3300-END-BRANCH THRU 3300-END-BRANCH-EXIT.
006220 4000-RETURN-ONE-QUIET-EXIT.
006230     EXIT.

006240*****************************************************************
006250*    5000-FIND-BRANCH
006260*        POINT BRET-BR-USE-IDX AT THE TABLE ENTRY FOR THE BRANCH
006270*        CODE IN BRET-BR-SEARCH-CODE, OPENING A NEW ENTRY THE
006280*        FIRST TIME A CODE IS SEEN.  WHEN THE TABLE IS FULL THE
006290*        EXCESS CODES SHARE THE LAST ENTRY, REMARKED '**'.
006300*****************************************************************
006310 5000-FIND-BRANCH.
006320     MOVE 'N' TO BRET-BR-FOUND-SWITCH.
006330     MOVE 1 TO BRET-BR-IDX.
006340     PERFORM 5100-CHECK-ONE-BRANCH
006350         THRU 5100-CHECK-ONE-BRANCH-EXIT
006360         UNTIL RETURN-ENTRY-FOUND
006370             OR BRET-BR-IDX > BRET-BR-COUNT.
006380     IF RETURN-ENTRY-FOUND
006390         GO TO 5000-FIND-BRANCH-EXIT
006400     END-IF.
006410     IF BRET-BR-COUNT < BRET-MAX-BR-ENTRIES
006420         ADD 1 TO BRET-BR-COUNT
006430         MOVE BRET-BR-COUNT TO BRET-BR-USE-IDX
006440         MOVE BRET-BR-SEARCH-CODE
006450             TO BRET-T-CODE(BRET-BR-USE-IDX)
006460         MOVE ZERO TO BRET-T-RUN-DATE(BRET-BR-USE-IDX)
006470             BRET-T-POSTED(BRET-BR-USE-IDX)
006480             BRET-T-EXCEPTIONS(BRET-BR-USE-IDX)
006490             BRET-T-SUSPENSE(BRET-BR-USE-IDX)
006500             BRET-T-RELEASED(BRET-BR-USE-IDX)
006510             BRET-T-REENTERED(BRET-BR-USE-IDX)
006520             BRET-T-RESULT(BRET-BR-USE-IDX)
006530             BRET-T-FEES(BRET-BR-USE-IDX)
006540         MOVE SPACES TO BRET-T-RUN-ID(BRET-BR-USE-IDX)
006550         MOVE 'N' TO BRET-T-SETTLE-SW(BRET-BR-USE-IDX)
006560         MOVE 'N' TO BRET-T-RETURN-SW(BRET-BR-USE-IDX)
006570     ELSE
006580         MOVE BRET-MAX-BR-ENTRIES TO BRET-BR-USE-IDX
006590         MOVE '**' TO BRET-T-CODE(BRET-BR-USE-IDX)
006600     END-IF.
006610 5000-FIND-BRANCH-EXIT.
006620     EXIT.

006630*****************************************************************
006640*    5100-CHECK-ONE-BRANCH
006650*        COMPARE ONE TABLE ENTRY AGAINST THE BRANCH CODE BEING
006660*        LOOKED UP.
006670*****************************************************************
006680 5100-CHECK-ONE-BRANCH.
006690     IF BRET-T-CODE(BRET-BR-IDX) = BRET-BR-SEARCH-CODE
006700         MOVE 'Y' TO BRET-BR-FOUND-SWITCH
006710         MOVE BRET-BR-IDX TO BRET-BR-USE-IDX
006720     ELSE
006730         ADD 1 TO BRET-BR-IDX
006740     END-IF.
006750 5100-CHECK-ONE-BRANCH-EXIT.
006760     EXIT.

006770*****************************************************************
006780*    9000-TERMINATE
006790*        WRITE THE REPORT TRAILER, CLOSE FILES AND RETURN
006800*        CONTROL TO THE OPERATING SYSTEM.
006810*****************************************************************
006820 9000-TERMINATE.
006830     IF BRET-RETRPT-STATUS = '00'
006840         MOVE BRET-RETURN-COUNT TO RTN-T-BRANCH-COUNT
006850         MOVE BRET-DETAIL-COUNT TO RTN-T-DETAIL-COUNT
006860         MOVE BRET-DUP-COUNT    TO RTN-T-DUP-COUNT
006870         MOVE BRET-BREAK-COUNT  TO RTN-T-BREAK-COUNT
006871         MOVE BRET-HELD-COUNT   TO RTN-T-HELD-COUNT
006880         MOVE RTN-TRAILER-LINE TO RTN-RPT-RECORD
006890         WRITE RTN-RPT-RECORD
006900         CLOSE RETRPT-FILE
006910     END-IF.
006920     IF RETOUT-IS-OPEN
006930         CLOSE RETOUT-FILE
006940     END-IF.
006950     IF DISPSRT-IS-OPEN
006960         CLOSE DISPSRT-FILE
006970     END-IF.
006980     IF BRET-SETTLIN-STATUS = '00'
006990         CLOSE SETTLIN-FILE
007000     END-IF.
007001     PERFORM 9900-END-STEP THRU 9900-END-STEP-EXIT.
007010 9000-TERMINATE-EXIT.
007020     EXIT.

007030*****************************************************************
007040*    9800-BEGIN-STEP
007050*        REGISTER THE START OF THIS STEP ON THE NIGHTLY STREAM'S
007060*        STEP CONTROL FILE.  A STEP WHOSE PREREQUISITES HAVE NOT
007070*        COMPLETED FOR THE BUSINESS DATE, OR WHICH HAS ALREADY
007080*        COMPLETED AND HAS NO AUTHORIZED RERUN OVERRIDE, IS
007090*        REFUSED HERE WITH RETURN CODE 12 BEFORE ANY FILE IS
007100*        OPENED.
007110*****************************************************************
007120 9800-BEGIN-STEP.
007130     MOVE SPACES TO STEP-COMMAREA.
007140     MOVE 'B' TO STEP-FUNCTION.
007150     MOVE 'BRANCH-RETURN' TO STEP-NAME.
007160     MOVE ZERO TO STEP-BUSINESS-DATE.
007170     MOVE ZERO TO STEP-RETURN-CODE STEP-READ-COUNT
007180         STEP-WRITTEN-COUNT STEP-REJECT-COUNT.
007190     CALL 'STEP-CONTROL' USING STEP-COMMAREA.
007200     MOVE ZERO TO RETURN-CODE.
007210     IF NOT STEP-MAY-RUN
007220         DISPLAY 'STEP ' STEP-NAME ' REFUSED - ' STEP-REASON-TEXT
007230         MOVE 12 TO RETURN-CODE
007240         STOP RUN
007250     END-IF.
007260     IF STEP-REASON-TEXT NOT = SPACES
007270         DISPLAY 'STEP CONTROL - ' STEP-REASON-TEXT
007280     END-IF.
007290 9800-BEGIN-STEP-EXIT.
007300     EXIT.

007310*****************************************************************
007320*    9900-END-STEP
007330*        RECORD THE END OF THIS STEP ON THE STEP CONTROL FILE
007340*        WITH ITS RETURN CODE AND COUNTS - COMPLETED, OR FAILED AT
007350*        RETURN CODE 8 OR HIGHER.  THE CALL HANDS BACK THE
007360*        SUBROUTINE'S OWN RETURN-CODE, SO THE CONDITION CODE
007370*        RAISED FOR THE SCHEDULER IS SAVED ACROSS IT AND PUT BACK.
007380*****************************************************************
007390 9900-END-STEP.
007400     MOVE RETURN-CODE TO BRET-SAVE-RETURN-CODE.
007410     MOVE RETURN-CODE TO STEP-RETURN-CODE.
007420     IF BRET-RETURN-CODE > STEP-RETURN-CODE
007430         MOVE BRET-RETURN-CODE TO STEP-RETURN-CODE
007440     END-IF.
007450     ADD BRET-DETAIL-COUNT BRET-DUP-COUNT BRET-HELD-LOADED
007460         GIVING STEP-READ-COUNT.
007470     ADD BRET-DETAIL-COUNT BRET-HELD-COUNT
007471         GIVING STEP-WRITTEN-COUNT.
007480     MOVE BRET-BREAK-COUNT TO STEP-REJECT-COUNT.
007490     MOVE 'E' TO STEP-FUNCTION.
007500     CALL 'STEP-CONTROL' USING STEP-COMMAREA.
007510     MOVE BRET-SAVE-RETURN-CODE TO RETURN-CODE.
007520     IF STEP-CONTROL-FAILED
007530         DISPLAY 'STEP CONTROL - ' STEP-REASON-TEXT
007540     END-IF.
007550 9900-END-STEP-EXIT.
007560     EXIT.
