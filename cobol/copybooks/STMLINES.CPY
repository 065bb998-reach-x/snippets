000030*    DESCRIPTION : MONTHLY CUSTOMER STATEMENT LINE LAYOUTS FOR
000040*                  STMTOUT.  TITLE, NAME/ADDRESS BLOCK, COLUMN
000050*                  HEADING, ONE ACTIVITY LINE PER TRANSACTION,
000060*                  THE MONTH-TO-DATE COUNT AND TOTAL LINES, AND
000070*                  ONE LINE PER FEE DISPUTE CREDIT MEMO POSTED
000071*                  IN THE MONTH SHARE THE SAME FD RECORD AREA.
000080*****************************************************************
000090 01  STM-TITLE-LINE.
000100     05  FILLER          PIC X(36) VALUE
000700     05  FILLER               PIC X(01) VALUE SPACES.
000710     05  STM-TO-DIVIDE        PIC ZZ,ZZZ,ZZ9.99-.
000720     05  FILLER               PIC X(31) VALUE SPACES.
000730
000740 01  STM-CREDIT-LINE.
000750     05  FILLER          PIC X(12) VALUE 'CREDIT MEMO '.
000760     05  STM-R-MEMO-DATE      PIC 9(06).
000770     05  FILLER               PIC X(02) VALUE SPACES.
000780     05  FILLER          PIC X(20) VALUE 'FEE RE-RATED ON TXN '.
000790     05  STM-R-TXN-DATE       PIC 9(06).
000800     05  FILLER               PIC X(02) VALUE SPACES.
000810     05  FILLER          PIC X(07) VALUE 'CREDIT '.
000820     05  STM-R-AMOUNT         PIC ZZ,ZZ9.99-.
000830     05  FILLER               PIC X(67) VALUE SPACES.
