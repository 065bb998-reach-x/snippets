000010*****************************************************************
000020*    COPYBOOK    : DUPLINES.CPY
000030*    DESCRIPTION : DUPLICATE REVIEW REPORT LINE LAYOUTS FOR
000040*                  DUPRPT.  HEADER, COLUMN HEADINGS, ONE DETAIL
000050*                  LINE PER SUSPECTED REPEAT HELD TONIGHT OR
000060*                  CARRIED, RELEASED OR DROPPED FROM AN EARLIER
000070*                  NIGHT (WITH A REJECT LINE UNDER A CARD THAT WAS
000080*                  NOT ACCEPTED), AND TWO TRAILING COUNT LINES
000090*                  SHARE THE SAME FD RECORD AREA.
000100*****************************************************************
000110 01  DPL-HEADER-LINE.
000120     05  FILLER          PIC X(35) VALUE
000130         'DUPLICATE TRANSACTION REVIEW - RUN '.
000140     05  DPL-H-RUN-DATE  PIC 9(06).
000150     05  FILLER          PIC X(09) VALUE '  RETAIN '.
000160     05  DPL-H-RETAIN-DAYS    PIC Z9.
000170     05  FILLER          PIC X(14) VALUE ' BUSINESS DAYS'.
000180     05  FILLER          PIC X(66) VALUE SPACES.
000190
000200 01  DPL-COLHDR-LINE.
000210     05  FILLER          PIC X(14) VALUE 'HELD   SEQ    '.
000220     05  FILLER          PIC X(12) VALUE 'BR  SENT    '.
000230     05  FILLER          PIC X(08) VALUE 'CUST    '.
000240     05  FILLER          PIC X(18) VALUE '   NUM1     NUM2  '.
000250     05  FILLER          PIC X(04) VALUE 'OP  '.
000260     05  FILLER          PIC X(16) VALUE 'PRIOR   PR-SENT '.
000270     05  FILLER          PIC X(10) VALUE 'ACTION    '.
000280     05  FILLER          PIC X(08) VALUE 'OPERATOR'.
000290     05  FILLER          PIC X(42) VALUE SPACES.
000300
000310 01  DPL-DETAIL-LINE.
000320     05  DPL-D-HELD-DATE      PIC 9(06).
000330     05  FILLER               PIC X(01) VALUE SPACES.
000340     05  DPL-D-HELD-SEQ       PIC 9(05).
000350     05  FILLER               PIC X(02) VALUE SPACES.
000360     05  DPL-D-BRANCH-CODE    PIC X(02).
000370     05  FILLER               PIC X(02) VALUE SPACES.
000380     05  DPL-D-TRANS-DATE     PIC 9(06).
000390     05  FILLER               PIC X(02) VALUE SPACES.
000400     05  DPL-D-CUST-ID        PIC X(06).
000410     05  FILLER               PIC X(02) VALUE SPACES.
000420     05  DPL-D-NUM1           PIC ZZ9.99-.
000430     05  FILLER               PIC X(02) VALUE SPACES.
000440     05  DPL-D-NUM2           PIC ZZ9.99-.
000450     05  FILLER               PIC X(02) VALUE SPACES.
000460     05  DPL-D-OP-CODE        PIC X(01).
000470     05  FILLER               PIC X(03) VALUE SPACES.
000480     05  DPL-D-PRIOR-DATE     PIC 9(06).
000490     05  FILLER               PIC X(02) VALUE SPACES.
000500     05  DPL-D-PRIOR-TRANS-DATE PIC 9(06).
000510     05  FILLER               PIC X(02) VALUE SPACES.
000520     05  DPL-D-DISPOSITION    PIC X(08).
000530     05  FILLER               PIC X(02) VALUE SPACES.
000540     05  DPL-D-OPERATOR       PIC X(08).
000550     05  FILLER               PIC X(42) VALUE SPACES.
000560
000570 01  DPL-REJECT-LINE.
000580     05  FILLER          PIC X(10) VALUE 'REJECTED -'.
000590     05  FILLER               PIC X(01) VALUE SPACES.
000600     05  DPL-REJ-REASON       PIC X(35).
000610     05  FILLER               PIC X(86) VALUE SPACES.
000620
000630 01  DPL-TRAILER-LINE.
000640     05  FILLER          PIC X(13) VALUE 'HELD TONIGHT '.
000650     05  DPL-T-HELD-COUNT     PIC ZZZ,ZZ9.
000660     05  FILLER               PIC X(05) VALUE SPACES.
000670     05  FILLER          PIC X(08) VALUE 'CARRIED '.
000680     05  DPL-T-CARRIED-COUNT  PIC ZZZ,ZZ9.
000690     05  FILLER               PIC X(05) VALUE SPACES.
000700     05  FILLER          PIC X(09) VALUE 'RELEASED '.
000710     05  DPL-T-RELEASED-COUNT PIC ZZZ,ZZ9.
000720     05  FILLER               PIC X(05) VALUE SPACES.
000730     05  FILLER          PIC X(08) VALUE 'DROPPED '.
000740     05  DPL-T-DROPPED-COUNT  PIC ZZZ,ZZ9.
000750     05  FILLER               PIC X(05) VALUE SPACES.
000760     05  FILLER          PIC X(09) VALUE 'REJECTED '.
000770     05  DPL-T-REJECTED-COUNT PIC ZZZ,ZZ9.
000780     05  FILLER               PIC X(30) VALUE SPACES.
000790
000800 01  DPL-PRINT-LINE.
000810     05  FILLER          PIC X(19) VALUE 'FINGERPRINTS ADDED '.
000820     05  DPL-P-ADDED-COUNT    PIC ZZZ,ZZ9.
000830     05  FILLER               PIC X(05) VALUE SPACES.
000840     05  FILLER          PIC X(07) VALUE 'PURGED '.
000850     05  DPL-P-PURGED-COUNT   PIC ZZZ,ZZ9.
000860     05  FILLER               PIC X(05) VALUE SPACES.
000870     05  FILLER          PIC X(15) VALUE 'DATES RETAINED '.
000880     05  DPL-P-DATE-COUNT     PIC ZZ9.
000890     05  FILLER               PIC X(64) VALUE SPACES.
