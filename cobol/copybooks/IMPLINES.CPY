000010*****************************************************************
000020*    COPYBOOK    : IMPLINES.CPY
000030*    DESCRIPTION : RATE IMPACT SIMULATION REPORT LINE LAYOUTS FOR
000040*                  IMPRPT.  HEADER, PERIOD LINE, A TITLE AND
000050*                  COLUMN HEADING FOR EACH SECTION (BY CUSTOMER,
000060*                  BY BRANCH, BY OPERATION), ONE DETAIL LINE PER
000070*                  CUSTOMER, BRANCH OR OPERATION (ALSO USED FOR
000080*                  THE SECTION TOTALS) AND A TRAILING COUNT LINE
000090*                  SHARE THE SAME FD RECORD AREA (ONE LINE AT A
000100*                  TIME).
000110*****************************************************************
000120 01  IMP-HEADER-LINE.
000130     05  FILLER          PIC X(36) VALUE
000140         'RATE CHANGE IMPACT SIMULATION - RUN '.
000150     05  IMP-H-RUN-DATE  PIC 9(06).
000160     05  FILLER          PIC X(90) VALUE SPACES.
000170
000180 01  IMP-PERIOD-LINE.
000190     05  FILLER          PIC X(13) VALUE 'HISTORY FROM '.
000200     05  IMP-P-FROM-DATE      PIC 9(06).
000210     05  FILLER          PIC X(06) VALUE ' THRU '.
000220     05  IMP-P-THRU-DATE      PIC 9(06).
000230     05  FILLER          PIC X(24) VALUE
000240         '   PROPOSED RATES AS OF '.
000250     05  IMP-P-PROPOSED-DATE  PIC 9(06).
000260     05  FILLER          PIC X(45) VALUE
000270         '   ACTUAL RATES AS IN EFFECT ON EACH TXN DATE'.
000280     05  FILLER          PIC X(26) VALUE SPACES.
000290
000300 01  IMP-SECTION-LINE.
000310     05  IMP-S-TITLE          PIC X(50).
000320     05  FILLER               PIC X(82) VALUE SPACES.
000330
000340 01  IMP-COLHDR-LINE.
000350     05  FILLER          PIC X(08) VALUE 'KEY     '.
000360     05  FILLER          PIC X(22) VALUE 'NAME / DESCRIPTION    '.
000370     05  FILLER          PIC X(11) VALUE '      COUNT'.
000380     05  FILLER          PIC X(16) VALUE '          ACTUAL'.
000390     05  FILLER          PIC X(16) VALUE '        PROPOSED'.
000400     05  FILLER          PIC X(17) VALUE '          CHANGE '.
000410     05  FILLER          PIC X(42) VALUE SPACES.
000420
000430 01  IMP-DETAIL-LINE.
000440     05  IMP-D-KEY            PIC X(06).
000450     05  FILLER               PIC X(02) VALUE SPACES.
000460     05  IMP-D-NAME           PIC X(20).
000470     05  FILLER               PIC X(02) VALUE SPACES.
000480     05  IMP-D-COUNT          PIC ZZZ,ZZZ,ZZ9.
000490     05  FILLER               PIC X(02) VALUE SPACES.
000500     05  IMP-D-ACTUAL         PIC ZZZ,ZZZ,ZZ9.99.
000510     05  FILLER               PIC X(02) VALUE SPACES.
000520     05  IMP-D-PROPOSED       PIC ZZZ,ZZZ,ZZ9.99.
000530     05  FILLER               PIC X(02) VALUE SPACES.
000540     05  IMP-D-CHANGE         PIC ZZZ,ZZZ,ZZ9.99-.
000550     05  FILLER               PIC X(42) VALUE SPACES.
000560
000570 01  IMP-TRAILER-LINE.
000580     05  FILLER          PIC X(13) VALUE 'HISTORY READ '.
000590     05  IMP-T-READ-COUNT     PIC ZZZ,ZZZ,ZZ9.
000600     05  FILLER               PIC X(03) VALUE SPACES.
000610     05  FILLER          PIC X(10) VALUE 'IN PERIOD '.
000620     05  IMP-T-PERIOD-COUNT   PIC ZZZ,ZZZ,ZZ9.
000630     05  FILLER               PIC X(03) VALUE SPACES.
000640     05  FILLER          PIC X(09) VALUE 'UNPRICED '.
000650     05  IMP-T-UNPRICED-COUNT PIC ZZZ,ZZZ,ZZ9.
000660     05  FILLER               PIC X(03) VALUE SPACES.
000670     05  FILLER          PIC X(10) VALUE 'CUSTOMERS '.
000680     05  IMP-T-CUST-COUNT     PIC ZZZ,ZZ9.
000690     05  FILLER               PIC X(41) VALUE SPACES.
