000060*                  TRANSMIT (BLANK ENTRIES UNUSED).  A FEED
000070*                  DATED OTHERWISE IS STALE; AN EXPECTED BRANCH
000080*                  THAT NEVER ARRIVES IS REPORTED AS MISSING
000090*                  BEFORE THE ARITHMETIC RUN EVER STARTS.  THE
000092*                  RETAIN DAYS ARE HOW MANY PRIOR BUSINESS DAYS
000094*                  OF ACCEPTED-TRANSACTION FINGERPRINTS TONIGHT'S
000096*                  DETAILS ARE CHECKED AGAINST FOR REPEATS (BLANK
000098*                  OR ZERO TAKES THE PROGRAM DEFAULT).
000100*****************************************************************
000110 01  BCTL-RECORD.
000120     05  BCTL-TRANS-DATE      PIC 9(06).
000130     05  BCTL-BRANCH-LIST.
000140         10  BCTL-BRANCH-ENTRY    OCCURS 4 TIMES.
000150             15  BCTL-BRANCH-CODE PIC X(02).
000160     05  BCTL-RETAIN-DAYS     PIC 9(02).
000170     05  FILLER               PIC X(04).
