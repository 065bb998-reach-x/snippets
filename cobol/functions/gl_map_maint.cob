000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    GLMAP-MAINT.
000030 AUTHOR.        D. OKONKWO.
000040 INSTALLATION.  REACH-X DATA CENTER.
000050 DATE-WRITTEN.  10/14/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    MODIFICATION HISTORY
000090*    -------------------------------------------------------
000100*    10/14/2026  DOK   ORIGINAL PROGRAM.  GL ACCOUNT MAPPING
000110*                      MAINTENANCE - READS ADD/CHANGE/DELETE
000120*                      TRANSACTIONS FROM GLMIN, APPLIES THEM TO
000130*                      THE INDEXED GLMAP FILE (KEYED JOURNAL ENTRY
000140*                      TYPE PLUS BRANCH CODE) AND PRINTS A
000150*                      MAINTENANCE REGISTER (GLMRPT) WITH THE
000160*                      BEFORE AND AFTER IMAGE OF EACH MAPPING
000170*                      TOUCHED AND A REASON LINE FOR EACH
000180*                      TRANSACTION REJECTED.  GLMAP TELLS THE
000190*                      NIGHTLY GL-JOURNAL EXTRACT WHICH LEDGER
000200*                      ACCOUNT AND COST CENTER EACH KIND OF ENTRY
000210*                      POSTS TO, SO FINANCE CAN RE-POINT AN
000220*                      ACCOUNT WITHOUT A PROGRAM CHANGE.  EVERY
000230*                      TRANSACTION CARRIES ITS OPERATOR, VALIDATED
000240*                      AGAINST OPERAUTH FOR MASTER MAINTENANCE
000250*                      AUTHORITY, SAME AS RATE-MAINT.
000260*****************************************************************

000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000290 SOURCE-COMPUTER.   IBM-370.
000300 OBJECT-COMPUTER.   IBM-370.

000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT GLMIN-FILE ASSIGN TO GLMIN
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS GMNT-GLMIN-STATUS.
000360     SELECT GLMAP-FILE ASSIGN TO GLMAP
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS RANDOM
000390         RECORD KEY IS GLM-KEY
000400         FILE STATUS IS GMNT-GLMAP-STATUS.
000410     SELECT GLMRPT-FILE ASSIGN TO GLMRPT
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS GMNT-GLMRPT-STATUS.
000440     SELECT OPERAUTH-FILE ASSIGN TO OPERAUTH
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS RANDOM
000470         RECORD KEY IS OPR-OPERATOR-ID
000480         FILE STATUS IS GMNT-OPERAUTH-STATUS.
000490     SELECT BUSDATE-FILE ASSIGN TO BUSDATE
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS GMNT-BUSDATE-STATUS.

000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  GLMIN-FILE
000550     RECORDING MODE IS F
000560     LABEL RECORDS ARE STANDARD.
000570 COPY GLMTRAN.

000580 FD  GLMAP-FILE
000590     LABEL RECORDS ARE STANDARD.
000600 COPY GLMAP.

000610 FD  GLMRPT-FILE
000620     RECORDING MODE IS F
000630     LABEL RECORDS ARE STANDARD.
000640 01  GLM-RPT-RECORD           PIC X(132).

000650 FD  OPERAUTH-FILE
000660     LABEL RECORDS ARE STANDARD.
000670 COPY OPERAUTH.

000680 FD  BUSDATE-FILE
000690     RECORDING MODE IS F
000700     LABEL RECORDS ARE STANDARD.
000710 COPY BUSDATE.

000720 WORKING-STORAGE SECTION.
000730*****************************************************************
000740*    FILE STATUS AND CONTROL SWITCHES
000750*****************************************************************
000760 77  GMNT-GLMIN-STATUS        PIC X(02) VALUE SPACES.
000770 77  GMNT-GLMAP-STATUS        PIC X(02) VALUE SPACES.
000780 77  GMNT-GLMRPT-STATUS       PIC X(02) VALUE SPACES.
000790 77  GMNT-OPERAUTH-STATUS     PIC X(02) VALUE SPACES.
000800 77  GMNT-BUSDATE-STATUS      PIC X(02) VALUE SPACES.
000810 77  GMNT-GLMIN-EOF-SWITCH    PIC X(01) VALUE 'N'.
000820     88  END-OF-GLMIN                 VALUE 'Y'.
000830 77  GMNT-APPLIED-SWITCH      PIC X(01) VALUE 'N'.
000840     88  GMAINT-WAS-APPLIED           VALUE 'Y'.
000850     88  GMAINT-WAS-REJECTED          VALUE 'N'.
000860 77  GMNT-READ-COUNT          PIC 9(07) VALUE ZERO.
000870 77  GMNT-APPLIED-COUNT       PIC 9(07) VALUE ZERO.
000880 77  GMNT-REJECT-COUNT        PIC 9(07) VALUE ZERO.
000890 77  GMNT-RUN-DATE            PIC 9(06) VALUE ZERO.
000900 77  GMNT-REJECT-REASON       PIC X(35) VALUE SPACES.
000910 77  GMNT-ACTION-WORD         PIC X(06) VALUE SPACES.

000920*****************************************************************
000930*    BEFORE IMAGE OF THE MAPPING RECORD BEING CHANGED OR DELETED,
000940*    SAVED AHEAD OF THE REWRITE/DELETE SO THE REGISTER CAN SHOW
000950*    BOTH SIDES OF THE MAINTENANCE.
000960*****************************************************************
000970 COPY GLMAP REPLACING ==GLM-RECORD==      BY ==GMNT-OLD-RECORD==
000980     ==GLM-KEY==                BY ==GMNT-OLD-KEY==
000990     ==GLM-ENTRY-TYPE==         BY ==GMNT-OLD-ENTRY-TYPE==
001000     ==GLM-TYPE-ADD-REVENUE==   BY ==GMNT-OLD-TYPE-ADD-REVENUE==
001010     ==GLM-TYPE-SUB-REVENUE==   BY ==GMNT-OLD-TYPE-SUB-REVENUE==
001020     ==GLM-TYPE-MUL-REVENUE==   BY ==GMNT-OLD-TYPE-MUL-REVENUE==
001030     ==GLM-TYPE-DIV-REVENUE==   BY ==GMNT-OLD-TYPE-DIV-REVENUE==
001040     ==GLM-TYPE-RECEIVABLE==    BY ==GMNT-OLD-TYPE-RECEIVABLE==
001050     ==GLM-TYPE-CASH==          BY ==GMNT-OLD-TYPE-CASH==
001060     ==GLM-TYPE-VALID==         BY ==GMNT-OLD-TYPE-VALID==
001070     ==GLM-BRANCH-CODE==        BY ==GMNT-OLD-BRANCH-CODE==
001080     ==GLM-GL-ACCOUNT==         BY ==GMNT-OLD-GL-ACCOUNT==
001090     ==GLM-COST-CENTER==        BY ==GMNT-OLD-COST-CENTER==
001100     ==GLM-DESCRIPTION==        BY ==GMNT-OLD-DESCRIPTION==.

001110*****************************************************************
001120*    GLMRPT REGISTER LINE LAYOUTS (BUILT HERE, MOVED TO THE
001130*    GLM-RPT-RECORD FD AREA BEFORE EACH WRITE)
001140*****************************************************************
001150 COPY GLMLINES.

001160 PROCEDURE DIVISION.
001170*****************************************************************
001180*    0000-MAINLINE
001190*        TOP LEVEL CONTROL FOR THE GL MAPPING MAINTENANCE RUN.
001200*****************************************************************
001210 0000-MAINLINE.
001220     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001230     PERFORM 2000-PROCESS-MAINT THRU 2000-PROCESS-MAINT-EXIT
001240         UNTIL END-OF-GLMIN.
001250     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
001260     STOP RUN.

001270*****************************************************************
001280*    1000-INITIALIZE
001290*        OPEN THE TRANSACTION, MAPPING MASTER AND REGISTER FILES,
001300*        WRITE THE REGISTER HEADER AND READ THE FIRST
001310*        TRANSACTION.  A GLMAP NOT YET BUILT (FIRST EVER
001320*        MAINTENANCE RUN) IS CREATED EMPTY BY THE I-O OPEN
001330*        FALLING BACK TO OUTPUT, SAME AS RATEMAST.
001340*****************************************************************
001350 1000-INITIALIZE.
001360     DISPLAY ' '.
001370     DISPLAY '=== GL ACCOUNT MAPPING MAINTENANCE ==='.
001380     DISPLAY ' '.
001390     OPEN INPUT GLMIN-FILE.
001400     IF GMNT-GLMIN-STATUS NOT = '00'
001410         DISPLAY 'GLMIN OPEN FAILED - STATUS ' GMNT-GLMIN-STATUS
001420         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
001430         STOP RUN
001440     END-IF.
001450     OPEN I-O GLMAP-FILE.
001460     IF GMNT-GLMAP-STATUS = '35'
001470         OPEN OUTPUT GLMAP-FILE
001480         CLOSE GLMAP-FILE
001490         OPEN I-O GLMAP-FILE
001500     END-IF.
001510     IF GMNT-GLMAP-STATUS NOT = '00'
001520         DISPLAY 'GLMAP OPEN FAIL - STAT ' GMNT-GLMAP-STATUS
001530         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
001540         STOP RUN
001550     END-IF.
001560     OPEN OUTPUT GLMRPT-FILE.
001570     IF GMNT-GLMRPT-STATUS NOT = '00'
001580         DISPLAY 'GLMRPT OPEN FAILED - STATUS '
001590             GMNT-GLMRPT-STATUS
001600         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
001610         STOP RUN
001620     END-IF.
001630     OPEN INPUT OPERAUTH-FILE.
001640     IF GMNT-OPERAUTH-STATUS NOT = '00'
001650         DISPLAY 'OPERAUTH OPEN FAIL - STAT ' GMNT-OPERAUTH-STATUS
001660         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
001670         STOP RUN
001680     END-IF.
001690     PERFORM 1050-GET-BUSINESS-DATE
001700         THRU 1050-GET-BUSINESS-DATE-EXIT.
001710     MOVE GMNT-RUN-DATE TO GLM-H-RUN-DATE.
001720     MOVE GLM-HEADER-LINE TO GLM-RPT-RECORD.
001730     WRITE GLM-RPT-RECORD.
001740     PERFORM 1100-READ-GLMIN THRU 1100-READ-GLMIN-EXIT.
001750 1000-INITIALIZE-EXIT.
001760     EXIT.

001770*****************************************************************
001780*    1050-GET-BUSINESS-DATE
001790*        READ THE SHOP BUSINESS DATE CONTROL RECORD AND STAMP
001800*        THE RUN FROM IT.  A MISSING OR EMPTY BUSDATE MEANS
001810*        OPERATIONS NEVER ROLLED THE DAY - THE RUN STOPS RATHER
001820*        THAN TRUST THE WALL CLOCK.
001830*****************************************************************
001840 1050-GET-BUSINESS-DATE.
001850     OPEN INPUT BUSDATE-FILE.
001860     IF GMNT-BUSDATE-STATUS NOT = '00'
001870         DISPLAY 'BUSDATE NOT AVAILABLE - STATUS '
001880             GMNT-BUSDATE-STATUS
001890         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
001900         STOP RUN
001910     END-IF.
001920     READ BUSDATE-FILE
001930         AT END
001940             DISPLAY 'BUSDATE FILE IS EMPTY - DAY NEVER OPENED'
001950             CLOSE BUSDATE-FILE
001960             PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
001970             STOP RUN.
001980     CLOSE BUSDATE-FILE.
001990     MOVE BDAT-BUSINESS-DATE TO GMNT-RUN-DATE.
002000 1050-GET-BUSINESS-DATE-EXIT.
002010     EXIT.

002020*****************************************************************
002030*    1100-READ-GLMIN
002040*        READ THE NEXT GL MAPPING MAINTENANCE TRANSACTION.
002050*****************************************************************
002060 1100-READ-GLMIN.
002070     READ GLMIN-FILE
002080         AT END
002090             MOVE 'Y' TO GMNT-GLMIN-EOF-SWITCH.
002100 1100-READ-GLMIN-EXIT.
002110     EXIT.

002120*****************************************************************
002130*    2000-PROCESS-MAINT
002140*        EDIT AND APPLY ONE TRANSACTION TO GLMAP, WRITE ITS
002150*        REGISTER LINES, AND READ THE NEXT TRANSACTION.
002160*****************************************************************
002170 2000-PROCESS-MAINT.
002180     ADD 1 TO GMNT-READ-COUNT.
002190     MOVE 'Y' TO GMNT-APPLIED-SWITCH.
002200     MOVE SPACES TO GMNT-REJECT-REASON.
002210     PERFORM 2050-EDIT-TRANS THRU 2050-EDIT-TRANS-EXIT.
002220     IF GMAINT-WAS-REJECTED
002230         MOVE GMT-ACTION-CODE TO GMNT-ACTION-WORD
002240         GO TO 2000-WRITE-REGISTER
002250     END-IF.
002260     EVALUATE TRUE
002270         WHEN GMT-ACTION-ADD
002280             MOVE 'ADD   ' TO GMNT-ACTION-WORD
002290             PERFORM 2100-APPLY-ADD THRU 2100-APPLY-ADD-EXIT
002300         WHEN GMT-ACTION-CHANGE
002310             MOVE 'CHANGE' TO GMNT-ACTION-WORD
002320             PERFORM 2200-APPLY-CHANGE
002330                 THRU 2200-APPLY-CHANGE-EXIT
002340         WHEN GMT-ACTION-DELETE
002350             MOVE 'DELETE' TO GMNT-ACTION-WORD
002360             PERFORM 2300-APPLY-DELETE
002370                 THRU 2300-APPLY-DELETE-EXIT
002380     END-EVALUATE.
002390 2000-WRITE-REGISTER.
002400     PERFORM 2400-WRITE-ACTION-LINE
002410         THRU 2400-WRITE-ACTION-LINE-EXIT.
002420     IF GMAINT-WAS-APPLIED
002430         ADD 1 TO GMNT-APPLIED-COUNT
002440     ELSE
002450         ADD 1 TO GMNT-REJECT-COUNT
002460         PERFORM 2600-WRITE-REJECT-LINE
002470             THRU 2600-WRITE-REJECT-LINE-EXIT
002480     END-IF.
002490     PERFORM 1100-READ-GLMIN THRU 1100-READ-GLMIN-EXIT.
002500 2000-PROCESS-MAINT-EXIT.
002510     EXIT.

002520*****************************************************************
002530*    2050-EDIT-TRANS
002540*        THE ACTION CODE MUST BE A, C OR D AND THE ENTRY TYPE
002550*        ONE THE JOURNAL EXTRACT KNOWS.  AN ADD OR CHANGE MUST
002560*        CARRY THE LEDGER ACCOUNT - A MAPPING WITH NO ACCOUNT
002570*        WOULD POST THE NIGHT'S JOURNAL LINE NOWHERE.  A DELETE
002580*        CARD'S ACCOUNT FIELDS ARE IGNORED AND NOT EDITED.
002590*****************************************************************
002600 2050-EDIT-TRANS.
002610     PERFORM 2080-CHECK-OPERATOR THRU 2080-CHECK-OPERATOR-EXIT.
002620     IF GMAINT-WAS-REJECTED
002630         GO TO 2050-EDIT-TRANS-EXIT
002640     END-IF.
002650     IF NOT GMT-ACTION-ADD AND NOT GMT-ACTION-CHANGE
002660             AND NOT GMT-ACTION-DELETE
002670         MOVE 'N' TO GMNT-APPLIED-SWITCH
002680         MOVE 'INVALID ACTION CODE'
002690             TO GMNT-REJECT-REASON
002700         GO TO 2050-EDIT-TRANS-EXIT
002710     END-IF.
002720     MOVE GMT-ENTRY-TYPE TO GLM-ENTRY-TYPE.
002730     IF NOT GLM-TYPE-VALID
002740         MOVE 'N' TO GMNT-APPLIED-SWITCH
002750         MOVE 'ENTRY TYPE MISSING OR NOT KNOWN'
002760             TO GMNT-REJECT-REASON
002770         GO TO 2050-EDIT-TRANS-EXIT
002780     END-IF.
002790     IF GMT-ACTION-DELETE
002800         GO TO 2050-EDIT-TRANS-EXIT
002810     END-IF.
002820     IF GMT-GL-ACCOUNT = SPACES
002830         MOVE 'N' TO GMNT-APPLIED-SWITCH
002840         MOVE 'GL ACCOUNT MISSING'
002850             TO GMNT-REJECT-REASON
002860     END-IF.
002870 2050-EDIT-TRANS-EXIT.
002880     EXIT.

002890*****************************************************************
002900*    2080-CHECK-OPERATOR
002910*        VALIDATE THE TRANSACTION'S OPERATOR AGAINST THE
002920*        AUTHORIZATION FILE - THE OPERATOR MUST EXIST AND HOLD
002930*        MASTER MAINTENANCE AUTHORITY, OR THE TRANSACTION IS
002940*        REJECTED TO THE REGISTER.
002950*****************************************************************
002960 2080-CHECK-OPERATOR.
002970     IF GMT-OPERATOR-ID = SPACES
002980         MOVE 'N' TO GMNT-APPLIED-SWITCH
002990         MOVE 'OPERATOR ID MISSING' TO GMNT-REJECT-REASON
003000         GO TO 2080-CHECK-OPERATOR-EXIT
003010     END-IF.
003020     MOVE GMT-OPERATOR-ID TO OPR-OPERATOR-ID.
003030     READ OPERAUTH-FILE
003040         INVALID KEY
003050             MOVE 'N' TO GMNT-APPLIED-SWITCH
003060             MOVE 'OPERATOR NOT ON AUTHORIZATION FILE'
003070                 TO GMNT-REJECT-REASON
003080             GO TO 2080-CHECK-OPERATOR-EXIT.
003090     IF NOT OPR-MAY-MAINTAIN
003100         MOVE 'N' TO GMNT-APPLIED-SWITCH
003110         MOVE 'OPERATOR NOT AUTHORIZED FOR MAINT'
003120             TO GMNT-REJECT-REASON
003130     END-IF.
003140 2080-CHECK-OPERATOR-EXIT.
003150     EXIT.

003160*****************************************************************
003170*    2100-APPLY-ADD
003180*        BUILD A NEW GLMAP RECORD FROM THE TRANSACTION AND WRITE
003190*        IT.  A KEY ALREADY ON THE MASTER REJECTS THE ADD AS A
003200*        DUPLICATE.
003210*****************************************************************
003220 2100-APPLY-ADD.
003230     MOVE SPACES          TO GLM-RECORD.
003240     MOVE GMT-ENTRY-TYPE  TO GLM-ENTRY-TYPE.
003250     MOVE GMT-BRANCH-CODE TO GLM-BRANCH-CODE.
003260     MOVE GMT-GL-ACCOUNT  TO GLM-GL-ACCOUNT.
003270     MOVE GMT-COST-CENTER TO GLM-COST-CENTER.
003280     MOVE GMT-DESCRIPTION TO GLM-DESCRIPTION.
003290     WRITE GLM-RECORD
003300         INVALID KEY
003310             MOVE 'N' TO GMNT-APPLIED-SWITCH
003320             MOVE 'DUPLICATE ADD - KEY ALREADY ON FILE'
003330                 TO GMNT-REJECT-REASON
003340     END-WRITE.
003350     IF GMAINT-WAS-APPLIED
003360         PERFORM 2510-WRITE-AFTER-IMAGE
003370             THRU 2510-WRITE-AFTER-IMAGE-EXIT
003380     END-IF.
003390 2100-APPLY-ADD-EXIT.
003400     EXIT.

003410*****************************************************************
003420*    2200-APPLY-CHANGE
003430*        READ THE MAPPING RECORD FOR THE TRANSACTION KEY, SAVE
003440*        ITS BEFORE IMAGE, REPLACE THE ACCOUNT, COST CENTER AND
003450*        DESCRIPTION AND REWRITE.  A KEY NOT ON THE MASTER
003460*        REJECTS THE CHANGE.
003470*****************************************************************
003480 2200-APPLY-CHANGE.
003490     MOVE GMT-ENTRY-TYPE  TO GLM-ENTRY-TYPE.
003500     MOVE GMT-BRANCH-CODE TO GLM-BRANCH-CODE.
003510     READ GLMAP-FILE
003520         INVALID KEY
003530             MOVE 'N' TO GMNT-APPLIED-SWITCH
003540             MOVE 'CHANGE TO KEY NOT ON FILE'
003550                 TO GMNT-REJECT-REASON
003560     END-READ.
003570     IF GMAINT-WAS-REJECTED
003580         GO TO 2200-APPLY-CHANGE-EXIT
003590     END-IF.
003600     MOVE GLM-RECORD TO GMNT-OLD-RECORD.
003610     PERFORM 2500-WRITE-BEFORE-IMAGE
003620         THRU 2500-WRITE-BEFORE-IMAGE-EXIT.
003630     MOVE GMT-GL-ACCOUNT  TO GLM-GL-ACCOUNT.
003640     MOVE GMT-COST-CENTER TO GLM-COST-CENTER.
003650     MOVE GMT-DESCRIPTION TO GLM-DESCRIPTION.
003660     REWRITE GLM-RECORD
003670         INVALID KEY
003680             MOVE 'N' TO GMNT-APPLIED-SWITCH
003690             MOVE 'REWRITE FAILED ON GLMAP'
003700                 TO GMNT-REJECT-REASON
003710     END-REWRITE.
003720     IF GMAINT-WAS-APPLIED
003730         PERFORM 2510-WRITE-AFTER-IMAGE
003740             THRU 2510-WRITE-AFTER-IMAGE-EXIT
003750     END-IF.
003760 2200-APPLY-CHANGE-EXIT.
003770     EXIT.

003780*****************************************************************
003790*    2300-APPLY-DELETE
003800*        READ THE MAPPING RECORD FOR THE TRANSACTION KEY, SAVE
003810*        ITS BEFORE IMAGE AND DELETE IT.  DELETING A BRANCH
003820*        OVERRIDE SENDS THAT BRANCH BACK TO THE SHOP-WIDE
003830*        MAPPING.  A KEY NOT ON THE MASTER REJECTS THE DELETE.
003840*****************************************************************
003850 2300-APPLY-DELETE.
003860     MOVE GMT-ENTRY-TYPE  TO GLM-ENTRY-TYPE.
003870     MOVE GMT-BRANCH-CODE TO GLM-BRANCH-CODE.
003880     READ GLMAP-FILE
003890         INVALID KEY
003900             MOVE 'N' TO GMNT-APPLIED-SWITCH
003910             MOVE 'DELETE OF KEY NOT ON FILE'
003920                 TO GMNT-REJECT-REASON
003930     END-READ.
003940     IF GMAINT-WAS-REJECTED
003950         GO TO 2300-APPLY-DELETE-EXIT
003960     END-IF.
003970     MOVE GLM-RECORD TO GMNT-OLD-RECORD.
003980     PERFORM 2500-WRITE-BEFORE-IMAGE
003990         THRU 2500-WRITE-BEFORE-IMAGE-EXIT.
004000     DELETE GLMAP-FILE
004010         INVALID KEY
004020             MOVE 'N' TO GMNT-APPLIED-SWITCH
004030             MOVE 'DELETE FAILED ON GLMAP'
004040                 TO GMNT-REJECT-REASON
004050     END-DELETE.
004060 2300-APPLY-DELETE-EXIT.
004070     EXIT.

004080*****************************************************************
004090*    2400-WRITE-ACTION-LINE
004100*        WRITE THE REGISTER LINE IDENTIFYING THE TRANSACTION AND
004110*        WHETHER IT WAS APPLIED OR REJECTED.
004120*****************************************************************
004130 2400-WRITE-ACTION-LINE.
004140     MOVE GMNT-ACTION-WORD TO GLM-A-ACTION.
004150     MOVE GMT-ENTRY-TYPE   TO GLM-A-ENTRY-TYPE.
004160     MOVE GMT-BRANCH-CODE  TO GLM-A-BRANCH-CODE.
004170     MOVE GMT-OPERATOR-ID  TO GLM-A-OPERATOR.
004180     IF GMAINT-WAS-APPLIED
004190         MOVE 'APPLIED ' TO GLM-A-DISPOSITION
004200     ELSE
004210         MOVE 'REJECTED' TO GLM-A-DISPOSITION
004220     END-IF.
004230     MOVE GLM-ACTION-LINE TO GLM-RPT-RECORD.
004240     WRITE GLM-RPT-RECORD.
004250 2400-WRITE-ACTION-LINE-EXIT.
004260     EXIT.

004270*****************************************************************
004280*    2500-WRITE-BEFORE-IMAGE
004290*        WRITE THE MAPPING RECORD AS IT STOOD BEFORE THE CHANGE
004300*        OR DELETE WAS APPLIED.
004310*****************************************************************
004320 2500-WRITE-BEFORE-IMAGE.
004330     MOVE 'BEFORE  '            TO GLM-I-TAG.
004340     MOVE GMNT-OLD-GL-ACCOUNT   TO GLM-I-GL-ACCOUNT.
004350     MOVE GMNT-OLD-COST-CENTER  TO GLM-I-COST-CENTER.
004360     MOVE GMNT-OLD-DESCRIPTION  TO GLM-I-DESCRIPTION.
004370     MOVE GLM-IMAGE-LINE TO GLM-RPT-RECORD.
004380     WRITE GLM-RPT-RECORD.
004390 2500-WRITE-BEFORE-IMAGE-EXIT.
004400     EXIT.

004410*****************************************************************
004420*    2510-WRITE-AFTER-IMAGE
004430*        WRITE THE MAPPING RECORD AS IT STANDS AFTER THE ADD OR
004440*        CHANGE WAS APPLIED.
004450*****************************************************************
004460 2510-WRITE-AFTER-IMAGE.
004470     MOVE 'AFTER   '         TO GLM-I-TAG.
004480     MOVE GLM-GL-ACCOUNT     TO GLM-I-GL-ACCOUNT.
004490     MOVE GLM-COST-CENTER    TO GLM-I-COST-CENTER.
004500     MOVE GLM-DESCRIPTION    TO GLM-I-DESCRIPTION.
004510     MOVE GLM-IMAGE-LINE TO GLM-RPT-RECORD.
004520     WRITE GLM-RPT-RECORD.
004530 2510-WRITE-AFTER-IMAGE-EXIT.
004540     EXIT.

004550*****************************************************************
004560*    2600-WRITE-REJECT-LINE
004570*        WRITE THE REGISTER LINE CARRYING THE REASON THE
004580*        TRANSACTION WAS REJECTED.
004590*****************************************************************
004600 2600-WRITE-REJECT-LINE.
004610     MOVE GMNT-REJECT-REASON TO GLM-REJ-REASON.
004620     MOVE GLM-REJECT-LINE TO GLM-RPT-RECORD.
004630     WRITE GLM-RPT-RECORD.
004640 2600-WRITE-REJECT-LINE-EXIT.
004650     EXIT.

004660*****************************************************************
004670*    9000-TERMINATE
004680*        WRITE THE REGISTER TRAILER, CLOSE FILES AND RETURN
004690*        CONTROL TO THE OPERATING SYSTEM.
004700*****************************************************************
004710 9000-TERMINATE.
004720     IF GMNT-GLMRPT-STATUS = '00'
004730         MOVE GMNT-READ-COUNT    TO GLM-T-READ-COUNT
004740         MOVE GMNT-APPLIED-COUNT TO GLM-T-APPLIED-COUNT
004750         MOVE GMNT-REJECT-COUNT  TO GLM-T-REJECT-COUNT
004760         MOVE GLM-TRAILER-LINE TO GLM-RPT-RECORD
004770         WRITE GLM-RPT-RECORD
004780         CLOSE GLMRPT-FILE
004790     END-IF.
004800     IF GMNT-GLMIN-STATUS = '00' OR GMNT-GLMIN-STATUS = '10'
004810         CLOSE GLMIN-FILE
004820     END-IF.
004830     IF GMNT-GLMAP-STATUS = '00'
004840         CLOSE GLMAP-FILE
004850     END-IF.
004860     IF GMNT-OPERAUTH-STATUS = '00'
004870         CLOSE OPERAUTH-FILE
004880     END-IF.
004890 9000-TERMINATE-EXIT.
004900     EXIT.
