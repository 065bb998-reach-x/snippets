000010*****************************************************************
000020*    COPYBOOK    : GLJLINES.CPY
000030*    DESCRIPTION : GENERAL LEDGER JOURNAL CONTROL REPORT LINE
000040*                  LAYOUTS FOR GLJRPT.  HEADER, COLUMN HEADING,
000050*                  ONE DETAIL LINE PER JOURNAL LINE WRITTEN, ONE
000060*                  CHECK LINE PER TIE-OUT, NOTE LINES, THE RELEASE
000070*                  VERDICT AND A TRAILER SHARE THE SAME FD RECORD
000080*                  AREA.
000090*****************************************************************
000100 01  GLJ-HEADER-LINE.
000110     05  FILLER          PIC X(44) VALUE
000120         'GENERAL LEDGER JOURNAL CONTROL REPORT - RUN '.
000130     05  GLJ-H-RUN-DATE  PIC 9(06).
000140     05  FILLER          PIC X(82) VALUE SPACES.
000150
000160 01  GLJ-COLUMN-LINE.
000170     05  FILLER          PIC X(39) VALUE
000180         'SRCE   LINE  TYPE  BR  GL ACCOUNT    CC'.
000190     05  FILLER          PIC X(24) VALUE
000200         '                   DEBIT'.
000210     05  FILLER          PIC X(33) VALUE
000220         '              CREDIT  DESCRIPTION'.
000230     05  FILLER          PIC X(36) VALUE SPACES.
000240
000250 01  GLJ-DETAIL-LINE.
000260     05  GLJ-D-SOURCE         PIC X(04).
000270     05  FILLER               PIC X(02) VALUE SPACES.
000280     05  GLJ-D-LINE-NUMBER    PIC ZZZZ9.
000290     05  FILLER               PIC X(02) VALUE SPACES.
000300     05  GLJ-D-ENTRY-TYPE     PIC X(04).
000310     05  FILLER               PIC X(02) VALUE SPACES.
000320     05  GLJ-D-BRANCH-CODE    PIC X(02).
000330     05  FILLER               PIC X(02) VALUE SPACES.
000340     05  GLJ-D-GL-ACCOUNT     PIC X(12).
000350     05  FILLER               PIC X(02) VALUE SPACES.
000360     05  GLJ-D-COST-CENTER    PIC X(06).
000370     05  FILLER               PIC X(02) VALUE SPACES.
000380     05  GLJ-D-DEBIT          PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
000390     05  FILLER               PIC X(02) VALUE SPACES.
000400     05  GLJ-D-CREDIT         PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
000410     05  FILLER               PIC X(02) VALUE SPACES.
000420     05  GLJ-D-DESCRIPTION    PIC X(30).
000430     05  FILLER               PIC X(17) VALUE SPACES.
000440
000450 01  GLJ-CHECK-LINE.
000460     05  GLJ-C-CHECK          PIC X(40).
000470     05  FILLER               PIC X(02) VALUE SPACES.
000480     05  GLJ-C-LHS            PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
000490     05  FILLER               PIC X(04) VALUE ' VS '.
000500     05  GLJ-C-RHS            PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
000510     05  FILLER               PIC X(02) VALUE SPACES.
000520     05  GLJ-C-STATUS         PIC X(05).
000530     05  FILLER               PIC X(43) VALUE SPACES.
000540
000550 01  GLJ-NOTE-LINE.
000560     05  GLJ-N-TEXT           PIC X(70).
000570     05  FILLER               PIC X(62) VALUE SPACES.
000580
000590 01  GLJ-VERDICT-LINE.
000600     05  FILLER          PIC X(18) VALUE 'RELEASE TO FINANCE'.
000610     05  FILLER          PIC X(03) VALUE ' - '.
000620     05  GLJ-V-VERDICT        PIC X(30).
000630     05  FILLER               PIC X(81) VALUE SPACES.
000640
000650 01  GLJ-TRAILER-LINE.
000660     05  FILLER          PIC X(14) VALUE 'JOURNAL LINES '.
000670     05  GLJ-T-LINE-COUNT     PIC ZZZ,ZZ9.
000680     05  FILLER               PIC X(05) VALUE SPACES.
000690     05  FILLER          PIC X(07) VALUE 'DEBITS '.
000700     05  GLJ-T-DEBIT-TOTAL    PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
000710     05  FILLER               PIC X(05) VALUE SPACES.
000720     05  FILLER          PIC X(08) VALUE 'CREDITS '.
000730     05  GLJ-T-CREDIT-TOTAL   PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
000740     05  FILLER               PIC X(50) VALUE SPACES.
