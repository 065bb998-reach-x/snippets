000010*****************************************************************
000020*    COPYBOOK    : DUPREV.CPY
000030*    DESCRIPTION : DUPLICATE REVIEW RECORD (DUPOUT, READ BACK THE
000040*                  NEXT NIGHT AS DUPIN) - ONE PER FEED DETAIL
000050*                  BRANCH-CONSOLIDATE HELD BACK FROM TRANOUT AS A
000060*                  SUSPECTED REPEAT OF WORK ACCEPTED ON AN EARLIER
000070*                  BUSINESS DATE.  THE HELD DATE AND SEQUENCE
000080*                  IDENTIFY THE ITEM ON THE RELEASE CARD (DUPREL).
000090*                  CARRIES THE TRANSACTION AS TRANSMITTED, THE
000100*                  BRANCH AND TRANSMISSION DATE OF THE BATCH IT
000110*                  CAME IN, AND THE BUSINESS AND TRANSMISSION
000120*                  DATES OF THE EARLIER ACCEPTED TRANSACTION IT
000130*                  MATCHED.  AN ITEM WITH NO CARD IS CARRIED
000140*                  FORWARD UNCHANGED.
000150*****************************************************************
000160 01  DRV-RECORD.
000170     05  DRV-HELD-DATE        PIC 9(06).
000180     05  DRV-HELD-SEQ         PIC 9(05).
000190     05  DRV-BRANCH-CODE      PIC X(02).
000200     05  DRV-TRANS-DATE       PIC 9(06).
000210     05  DRV-CUST-ID          PIC X(06).
000220     05  DRV-NUM1             PIC S9(03)V99
000230                              SIGN IS LEADING SEPARATE.
000240     05  DRV-NUM2             PIC S9(03)V99
000250                              SIGN IS LEADING SEPARATE.
000260     05  DRV-REENTRY-FLAG     PIC X(01).
000270     05  DRV-OP-CODE          PIC X(01).
000280     05  DRV-PRIOR-DATE       PIC 9(06).
000290     05  DRV-PRIOR-TRANS-DATE PIC 9(06).
000300     05  FILLER               PIC X(09).
