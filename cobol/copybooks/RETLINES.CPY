000010*****************************************************************
000020*    COPYBOOK    : RETLINES.CPY
000030*    DESCRIPTION : BRANCH DISPOSITION RETURN CONTROL REPORT LINE
000040*                  LAYOUTS FOR RETRPT.  HEADER, COLUMN HEADING,
000050*                  ONE LINE PER BRANCH RETURN (THE FIGURES COUNTED
000060*                  INTO ITS TRAILER, WITH THE ITEMS STILL HELD
000065*                  FOR DUPLICATE REVIEW SHOWN ON THEIR OWN), AND
000070*                  UNDER A BREAK THE SETTLOUT FIGURES AND A REASON
000080*                  LINE, THEN A TRAILING COUNT LINE SHARE THE SAME
000090*                  FD RECORD AREA.
000100*****************************************************************
000110 01  RTN-HEADER-LINE.
000120     05  FILLER          PIC X(42) VALUE
000130         'BRANCH DISPOSITION RETURN CONTROL - RUN   '.
000140     05  RTN-H-RUN-DATE  PIC 9(06).
000150     05  FILLER          PIC X(84) VALUE SPACES.
000160
000170 01  RTN-COLHDR-LINE.
000180     05  FILLER          PIC X(02) VALUE 'BR'.
000190     05  FILLER          PIC X(10) VALUE SPACES.
000200     05  FILLER          PIC X(09) VALUE '  DETAILS'.
000210     05  FILLER          PIC X(09) VALUE '   POSTED'.
000220     05  FILLER          PIC X(09) VALUE '   EXCPTS'.
000230     05  FILLER          PIC X(09) VALUE '  SUSPNSE'.
000240     05  FILLER          PIC X(09) VALUE ' RELEASED'.
000250     05  FILLER          PIC X(09) VALUE ' REENTERD'.
000255     05  FILLER          PIC X(09) VALUE '     HELD'.
000260     05  FILLER          PIC X(21) VALUE '         RESULT TOTAL'.
000270     05  FILLER          PIC X(16) VALUE '     FEES BILLED'.
000280     05  FILLER          PIC X(07) VALUE ' STATUS'.
000290     05  FILLER          PIC X(13) VALUE SPACES.
000300
000310 01  RTN-DETAIL-LINE.
000320     05  RTN-D-BRANCH         PIC X(02).
000330     05  FILLER               PIC X(02) VALUE SPACES.
000340     05  RTN-D-TAG            PIC X(08).
000350     05  FILLER               PIC X(02) VALUE SPACES.
000360     05  RTN-D-DETAILS        PIC ZZZ,ZZ9.
000370     05  FILLER               PIC X(02) VALUE SPACES.
000380     05  RTN-D-POSTED         PIC ZZZ,ZZ9.
000390     05  FILLER               PIC X(02) VALUE SPACES.
000400     05  RTN-D-EXCEPTIONS     PIC ZZZ,ZZ9.
000410     05  FILLER               PIC X(02) VALUE SPACES.
000420     05  RTN-D-SUSPENSE       PIC ZZZ,ZZ9.
000430     05  FILLER               PIC X(02) VALUE SPACES.
000440     05  RTN-D-RELEASED       PIC ZZZ,ZZ9.
000450     05  FILLER               PIC X(02) VALUE SPACES.
000460     05  RTN-D-REENTERED      PIC ZZZ,ZZ9.
000465     05  FILLER               PIC X(02) VALUE SPACES.
000466     05  RTN-D-HELD           PIC ZZZ,ZZ9 BLANK WHEN ZERO.
000470     05  FILLER               PIC X(02) VALUE SPACES.
000480     05  RTN-D-RESULT         PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
000490     05  FILLER               PIC X(02) VALUE SPACES.
000500     05  RTN-D-FEES           PIC ZZZ,ZZZ,ZZ9.99.
000510     05  FILLER               PIC X(02) VALUE SPACES.
000520     05  RTN-D-STATUS         PIC X(05).
000530     05  FILLER               PIC X(13) VALUE SPACES.
000540
000550 01  RTN-REASON-LINE.
000560     05  FILLER          PIC X(07) VALUE 'BRANCH '.
000570     05  RTN-R-BRANCH         PIC X(02).
000580     05  FILLER               PIC X(03) VALUE ' - '.
000590     05  RTN-R-REASON         PIC X(45).
000600     05  FILLER               PIC X(75) VALUE SPACES.
000610
000620 01  RTN-TRAILER-LINE.
000630     05  FILLER          PIC X(18) VALUE 'BRANCHES RETURNED '.
000640     05  RTN-T-BRANCH-COUNT   PIC ZZZ,ZZ9.
000650     05  FILLER               PIC X(04) VALUE SPACES.
000660     05  FILLER          PIC X(15) VALUE 'DETAIL RECORDS '.
000670     05  RTN-T-DETAIL-COUNT   PIC ZZZ,ZZZ,ZZ9.
000680     05  FILLER               PIC X(04) VALUE SPACES.
000690     05  FILLER          PIC X(23) VALUE
000700         'RESTART COPIES DROPPED '.
000710     05  RTN-T-DUP-COUNT      PIC ZZZ,ZZ9.
000720     05  FILLER               PIC X(04) VALUE SPACES.
000730     05  FILLER          PIC X(07) VALUE 'BREAKS '.
000740     05  RTN-T-BREAK-COUNT    PIC ZZZ,ZZ9.
000745     05  FILLER               PIC X(04) VALUE SPACES.
000746     05  FILLER          PIC X(05) VALUE 'HELD '.
000747     05  RTN-T-HELD-COUNT     PIC ZZZ,ZZ9.
000750     05  FILLER               PIC X(09) VALUE SPACES.
