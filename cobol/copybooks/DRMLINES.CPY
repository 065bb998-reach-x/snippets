000010*****************************************************************
000020*    COPYBOOK    : DRMLINES.CPY
000030*    DESCRIPTION : DORMANCY REVIEW REPORT LINE LAYOUTS FOR DRMRPT.
000040*                  HEADER, CUTOFF LINE, A HEADING FOR EACH BRANCH,
000050*                  COLUMN HEADING, ONE DETAIL LINE PER DORMANT
000060*                  CUSTOMER WITH ITS DISPOSITION (ELIGIBLE, CLOSE
000070*                  GENERATED, NOT CLOSED OR EXCLUDED) AND REASON,
000080*                  A TOTAL LINE PER BRANCH AND FOR THE RUN, THE
000090*                  APPROVAL CARDS NOT APPLIED AND A TRAILING COUNT
000100*                  LINE SHARE THE SAME FD RECORD AREA (ONE LINE AT
000110*                  A TIME).
000120*****************************************************************
000130 01  DRM-HEADER-LINE.
000140     05  FILLER          PIC X(29) VALUE
000150         'DORMANT ACCOUNT REVIEW - RUN '.
000160     05  DRM-H-RUN-DATE  PIC 9(06).
000170     05  FILLER          PIC X(97) VALUE SPACES.
000180
000190 01  DRM-CUTOFF-LINE.
000200     05  FILLER          PIC X(32) VALUE
000210         'NO AUDIT HISTORY ACTIVITY SINCE '.
000220     05  DRM-C-CUTOFF-DATE    PIC 9(06).
000230     05  FILLER          PIC X(02) VALUE ' ('.
000240     05  DRM-C-MONTHS         PIC Z9.
000250     05  FILLER          PIC X(08) VALUE ' MONTHS)'.
000260     05  FILLER          PIC X(50) VALUE
000270         '   LIFETIME FEES PRICED FROM THE HISTORY ON FILE  '.
000280     05  FILLER          PIC X(32) VALUE SPACES.
000290
000300 01  DRM-SECTION-LINE.
000310     05  DRM-S-TITLE          PIC X(50).
000320     05  FILLER               PIC X(82) VALUE SPACES.
000330
000340 01  DRM-BRANCH-LINE.
000350     05  FILLER          PIC X(07) VALUE 'BRANCH '.
000360     05  DRM-B-BRANCH-CODE    PIC X(02).
000370     05  FILLER               PIC X(02) VALUE SPACES.
000380     05  DRM-B-DESCRIPTION    PIC X(30).
000390     05  FILLER               PIC X(91) VALUE SPACES.
000400
000410 01  DRM-COLHDR-LINE.
000420     05  FILLER          PIC X(08) VALUE 'CUST    '.
000430     05  FILLER          PIC X(22) VALUE 'NAME                  '.
000440     05  FILLER          PIC X(03) VALUE 'ST '.
000450     05  FILLER          PIC X(08) VALUE 'LAST    '.
000460     05  FILLER          PIC X(09) VALUE '     TXNS'.
000470     05  FILLER          PIC X(15) VALUE '  LIFETIME FEES'.
000480     05  FILLER          PIC X(16) VALUE '   ARBAL BALANCE'.
000490     05  FILLER          PIC X(17) VALUE ' DISPOSITION     '.
000500     05  FILLER          PIC X(06) VALUE 'REASON'.
000510     05  FILLER          PIC X(28) VALUE SPACES.
000520
000530 01  DRM-DETAIL-LINE.
000540     05  DRM-D-CUST-ID        PIC X(06).
000550     05  FILLER               PIC X(02) VALUE SPACES.
000560     05  DRM-D-NAME           PIC X(20).
000570     05  FILLER               PIC X(02) VALUE SPACES.
000580     05  DRM-D-STATUS         PIC X(01).
000590     05  FILLER               PIC X(02) VALUE SPACES.
000600     05  DRM-D-LAST-DATE      PIC X(06).
000610     05  FILLER               PIC X(02) VALUE SPACES.
000620     05  DRM-D-TXN-COUNT      PIC Z,ZZZ,ZZ9.
000630     05  FILLER               PIC X(02) VALUE SPACES.
000640     05  DRM-D-FEES           PIC ZZ,ZZZ,ZZ9.99.
000650     05  FILLER               PIC X(02) VALUE SPACES.
000660     05  DRM-D-BALANCE        PIC ZZ,ZZZ,ZZ9.99-.
000670     05  FILLER               PIC X(01) VALUE SPACES.
000680     05  DRM-D-DISPOSITION    PIC X(15).
000690     05  FILLER               PIC X(01) VALUE SPACES.
000700     05  DRM-D-REASON         PIC X(34).
000720
000730 01  DRM-TOTAL-LINE.
000740     05  DRM-TL-LABEL         PIC X(14).
000750     05  FILLER          PIC X(08) VALUE ' LISTED '.
000760     05  DRM-TL-LISTED        PIC ZZZ,ZZ9.
000770     05  FILLER          PIC X(11) VALUE '   ELIGIBLE'.
000780     05  DRM-TL-ELIGIBLE      PIC ZZZ,ZZ9.
000790     05  FILLER          PIC X(11) VALUE '   EXCLUDED'.
000800     05  DRM-TL-EXCLUDED      PIC ZZZ,ZZ9.
000810     05  FILLER          PIC X(19) VALUE '   CLOSES GENERATED'.
000820     05  DRM-TL-CLOSED        PIC ZZZ,ZZ9.
000830     05  FILLER          PIC X(16) VALUE '   LIFETIME FEES'.
000840     05  DRM-TL-FEES          PIC ZZ,ZZZ,ZZ9.99.
000850     05  FILLER               PIC X(12) VALUE SPACES.
000860
000870 01  DRM-CARD-LINE.
000880     05  DRM-K-CUST-ID        PIC X(06).
000890     05  FILLER               PIC X(02) VALUE SPACES.
000900     05  DRM-K-OPERATOR-ID    PIC X(08).
000910     05  FILLER               PIC X(02) VALUE SPACES.
000920     05  DRM-K-REASON         PIC X(34).
000930     05  FILLER               PIC X(80) VALUE SPACES.
000940
000950 01  DRM-TRAILER-LINE.
000960     05  FILLER          PIC X(15) VALUE 'CUSTOMERS READ '.
000970     05  DRM-T-READ-COUNT     PIC ZZZ,ZZZ,ZZ9.
000980     05  FILLER          PIC X(10) VALUE '   DORMANT'.
000990     05  DRM-T-DORMANT-COUNT  PIC ZZZ,ZZ9.
001000     05  FILLER          PIC X(17) VALUE '   APPROVAL CARDS'.
001010     05  DRM-T-CARD-COUNT     PIC ZZZ,ZZ9.
001020     05  FILLER          PIC X(10) VALUE '   APPLIED'.
001030     05  DRM-T-APPLIED-COUNT  PIC ZZZ,ZZ9.
001040     05  FILLER          PIC X(14) VALUE '   NOT APPLIED'.
001050     05  DRM-T-NOT-APPLIED    PIC ZZZ,ZZ9.
001060     05  FILLER               PIC X(27) VALUE SPACES.
