000020*    COPYBOOK    : INVLINES.CPY
000030*    DESCRIPTION : MONTHLY CUSTOMER INVOICE LINE LAYOUTS FOR
000040*                  INVOUT.  TITLE, NAME/ADDRESS BLOCK, ONE
000050*                  AMOUNT LINE PER AGING BUCKET, THE TOTAL DUE
000060*                  LINE AND ONE LINE PER FEE DISPUTE CREDIT MEMO
000061*                  APPLIED SINCE THE LAST INVOICE (ALREADY IN THE
000062*                  BUCKETS AND TOTAL ABOVE IT) SHARE THE SAME FD
000063*                  RECORD AREA.
000070*****************************************************************
000080 01  INV-TITLE-LINE.
000090     05  FILLER          PIC X(40) VALUE
000320     05  FILLER          PIC X(22) VALUE 'TOTAL DUE             '.
000330     05  INV-TO-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99-.
000340     05  FILLER               PIC X(95) VALUE SPACES.
000350
000360 01  INV-CREDIT-LINE.
000370     05  FILLER          PIC X(15) VALUE 'CREDIT APPLIED '.
000380     05  INV-C-MEMO-DATE      PIC 9(06).
000390     05  FILLER               PIC X(01) VALUE SPACES.
000400     05  INV-C-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99-.
000410     05  FILLER               PIC X(02) VALUE SPACES.
000420     05  FILLER          PIC X(20) VALUE 'RE-RATED FEE ON TXN '.
000430     05  INV-C-TXN-DATE       PIC 9(06).
000440     05  FILLER               PIC X(67) VALUE SPACES.
