000010*****************************************************************
000020*    COPYBOOK    : FPRINT.CPY
000030*    DESCRIPTION : ACCEPTED TRANSACTION FINGERPRINT RECORD - ONE
000040*                  PER DISTINCT TRANSACTION BRANCH-CONSOLIDATE
000050*                  PASSED TO TRANOUT, KEYED BY THE BUSINESS DATE
000060*                  IT WAS ACCEPTED ON AND ITS FINGERPRINT
000070*                  (CUSTOMER, OPERANDS, OPERATION CODE, BRANCH).
000080*                  EACH NIGHT'S FEED DETAILS ARE LOOKED UP UNDER
000090*                  EVERY RETAINED PRIOR DATE SO A BRANCH
000100*                  RE-SENDING EARLIER WORK UNDER A NEW BATCH
000110*                  HEADER IS CAUGHT.  DATES OLDER THAN THE
000120*                  RETENTION WINDOW (BCONCTL, IN BUSINESS DAYS)
000130*                  ARE PURGED AT THE START OF EACH RUN.  THE
000140*                  ACCEPT COUNT IS THE NUMBER OF IDENTICAL DETAILS
000150*                  ACCEPTED THAT NIGHT.
000160*****************************************************************
000170 01  FPR-RECORD.
000180     05  FPR-KEY.
000190         10  FPR-ACCEPT-DATE      PIC 9(06).
000200         10  FPR-PRINT.
000210             15  FPR-CUST-ID      PIC X(06).
000220             15  FPR-NUM1         PIC S9(03)V99
000230                                  SIGN IS LEADING SEPARATE.
000240             15  FPR-NUM2         PIC S9(03)V99
000250                                  SIGN IS LEADING SEPARATE.
000260             15  FPR-OP-CODE      PIC X(01).
000270             15  FPR-BRANCH-CODE  PIC X(02).
000280     05  FPR-TRANS-DATE       PIC 9(06).
000290     05  FPR-ACCEPT-COUNT     PIC 9(05).
000300     05  FILLER               PIC X(08).
