000010*****************************************************************
000020*    COPYBOOK    : CRMEMO.CPY
000030*    DESCRIPTION : FEE DISPUTE CREDIT MEMO RECORD, KEYED BY THE
000040*                  AUDIT HISTORY KEY OF THE DISPUTED TRANSACTION,
000050*                  SO A TRANSACTION CAN ONLY EVER BE CREDITED
000060*                  ONCE.  WRITTEN BY FEE-DISPUTE WHEN AN APPROVED
000070*                  CREDIT IS POSTED TO ARBAL; CARRIES THE CHARGE
000080*                  BILLED, THE CHARGE RE-RATED AT THE RATE IN
000090*                  EFFECT ON THE TRANSACTION DATE, THE RATEMAST
000100*                  RECORD THAT RATE CAME FROM (THE CUSTOMER'S OWN
000110*                  OR 'DFLT') AND THE CREDIT GRANTED.
000120*                  RECV-INVOICE PRINTS EACH MEMO ONCE AS A CREDIT
000130*                  LINE AND STAMPS CRM-INVOICED-DATE;
000140*                  CUSTOMER-STATEMENT SHOWS THE MEMOS POSTED IN
000150*                  THE STATEMENT MONTH.  PERMANENT FILE - MEMOS
000160*                  ARE NEVER DELETED.
000161*                  EACH MEMO IS ALSO WRITTEN IN THIS LAYOUT TO THE
000162*                  CRMOUT FEED, WHICH THE GL JOURNAL RUN READS AS
000163*                  CRMIN AND CLEARS ONCE A RELEASED JOURNAL HAS
000164*                  TAKEN IT.
000170*****************************************************************
000180 01  CRM-RECORD.
000190     05  CRM-KEY.
000200         10  CRM-CUST-ID        PIC X(06).
000210         10  CRM-TS-DATE        PIC 9(06).
000220         10  CRM-TS-TIME        PIC 9(08).
000230         10  CRM-RUN-SEQ        PIC 9(07).
000240     05  CRM-MEMO-DATE        PIC 9(06).
000250     05  CRM-OP-CODE          PIC X(01).
000260     05  CRM-BRANCH-CODE      PIC X(02).
000270     05  CRM-ORIGINAL-CHARGE  PIC 9(05)V99.
000280     05  CRM-RERATED-CHARGE   PIC 9(05)V99.
000290     05  CRM-CREDIT-AMT       PIC 9(05)V99.
000300     05  CRM-RATE-CUST-ID     PIC X(06).
000310     05  CRM-RATE-EFF-DATE    PIC 9(06).
000320     05  CRM-OPERATOR-ID      PIC X(08).
000330     05  CRM-INVOICED-DATE    PIC 9(06).
000340         88  CRM-NOT-INVOICED       VALUE ZERO.
000350     05  FILLER               PIC X(10) VALUE SPACES.
