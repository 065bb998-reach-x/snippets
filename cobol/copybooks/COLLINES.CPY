000010*****************************************************************
000020*    COPYBOOK    : COLLINES.CPY
000030*    DESCRIPTION : COLLECTIONS REGISTER LINE LAYOUTS FOR COLRPT.
000040*                  HEADER WITH THE HOLD THRESHOLD IN FORCE,
000050*                  SECTION TITLES, COLUMN HEADING, ONE LINE PER
000060*                  CREDIT HOLD PLACED OR RELEASED (OR CUSTOMER
000070*                  SKIPPED) WITH ITS REASON AND OPERATOR, AND
000080*                  TRAILING COUNT LINES - THIS RUN'S OWN HOLDS AND
000085*                  RELEASES, THEN THOSE LOGGED BY PAYMENT ENTRY
000086*                  SINCE THE LAST RUN - SHARE THE SAME FD RECORD
000090*                  AREA.
000100*****************************************************************
000110 01  COL-HEADER-LINE.
000120     05  FILLER          PIC X(27) VALUE
000130         'COLLECTIONS REGISTER - RUN '.
000140     05  COL-H-RUN-DATE       PIC 9(06).
000150     05  FILLER               PIC X(04) VALUE SPACES.
000160     05  FILLER          PIC X(08) VALUE 'HOLD AT '.
000170     05  COL-H-HOLD-AGE       PIC 9(02).
000180     05  FILLER          PIC X(20) VALUE
000190         '+ DAYS PAST DUE OVER'.
000200     05  FILLER               PIC X(01) VALUE SPACES.
000210     05  COL-H-HOLD-MINIMUM   PIC Z,ZZZ,ZZ9.99.
000220     05  FILLER               PIC X(52) VALUE SPACES.
000230
000240 01  COL-SECTION-LINE.
000250     05  COL-S-TITLE          PIC X(60).
000260     05  FILLER               PIC X(72) VALUE SPACES.
000270
000280 01  COL-COLHDR-LINE.
000290     05  FILLER          PIC X(08) VALUE 'CUST-ID '.
000300     05  FILLER          PIC X(22) VALUE
000310         'CUSTOMER NAME         '.
000320     05  FILLER          PIC X(10) VALUE 'ACTION    '.
000330     05  FILLER          PIC X(08) VALUE '  DATE  '.
000340     05  FILLER          PIC X(17) VALUE '        BALANCE  '.
000350     05  FILLER          PIC X(17) VALUE '       PAST DUE  '.
000360     05  FILLER          PIC X(37) VALUE 'REASON'.
000370     05  FILLER          PIC X(08) VALUE 'OPERATOR'.
000380     05  FILLER               PIC X(05) VALUE SPACES.
000390
000400 01  COL-DETAIL-LINE.
000410     05  COL-D-CUST-ID        PIC X(06).
000420     05  FILLER               PIC X(02) VALUE SPACES.
000430     05  COL-D-NAME           PIC X(20).
000440     05  FILLER               PIC X(02) VALUE SPACES.
000450     05  COL-D-ACTION         PIC X(08).
000460     05  FILLER               PIC X(02) VALUE SPACES.
000470     05  COL-D-DATE           PIC 9(06).
000480     05  FILLER               PIC X(02) VALUE SPACES.
000490     05  COL-D-BALANCE        PIC ZZZ,ZZZ,ZZ9.99-.
000500     05  FILLER               PIC X(02) VALUE SPACES.
000510     05  COL-D-PAST-DUE       PIC ZZZ,ZZZ,ZZ9.99-.
000520     05  FILLER               PIC X(02) VALUE SPACES.
000530     05  COL-D-REASON         PIC X(35).
000540     05  FILLER               PIC X(02) VALUE SPACES.
000550     05  COL-D-OPERATOR       PIC X(08).
000560     05  FILLER               PIC X(05) VALUE SPACES.
000570
000580 01  COL-TRAILER-LINE.
000590     05  FILLER          PIC X(16) VALUE 'FIRST REMINDERS '.
000600     05  COL-T-FIRST-COUNT    PIC ZZZ,ZZ9.
000610     05  FILLER               PIC X(03) VALUE SPACES.
000620     05  FILLER          PIC X(17) VALUE 'SECOND REMINDERS '.
000630     05  COL-T-SECOND-COUNT   PIC ZZZ,ZZ9.
000640     05  FILLER               PIC X(03) VALUE SPACES.
000650     05  FILLER          PIC X(14) VALUE 'FINAL NOTICES '.
000660     05  COL-T-FINAL-COUNT    PIC ZZZ,ZZ9.
000670     05  FILLER               PIC X(03) VALUE SPACES.
000680     05  FILLER          PIC X(13) VALUE 'HOLDS PLACED '.
000690     05  COL-T-HOLD-COUNT     PIC ZZZ,ZZ9.
000700     05  FILLER               PIC X(03) VALUE SPACES.
000710     05  FILLER          PIC X(15) VALUE 'HOLDS RELEASED '.
000720     05  COL-T-RELEASE-COUNT  PIC ZZZ,ZZ9.
000730     05  FILLER               PIC X(10) VALUE SPACES.
000740
000750 01  COL-LOGGED-LINE.
000760     05  FILLER          PIC X(41) VALUE
000770         'LOGGED BY PAYMENT ENTRY SINCE LAST RUN - '.
000780     05  FILLER          PIC X(06) VALUE 'HOLDS '.
000790     05  COL-L-HOLD-COUNT     PIC ZZZ,ZZ9.
000800     05  FILLER               PIC X(03) VALUE SPACES.
000810     05  FILLER          PIC X(09) VALUE 'RELEASES '.
000820     05  COL-L-RELEASE-COUNT  PIC ZZZ,ZZ9.
000830     05  FILLER               PIC X(59) VALUE SPACES.
