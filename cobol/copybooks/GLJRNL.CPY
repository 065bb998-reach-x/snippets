000010*****************************************************************
000020*    COPYBOOK    : GLJRNL.CPY
000030*    DESCRIPTION : GENERAL LEDGER JOURNAL INTERFACE RECORD - ONE
000040*                  DEBIT OR CREDIT LINE PER RECORD, WRITTEN BY THE
000050*                  NIGHTLY GL-JOURNAL EXTRACT FOR FINANCE TO LOAD.
000060*                  SOURCE 'BILL' LINES CARRY THE NIGHT'S FEE
000070*                  REVENUE (CREDITED BY BRANCH AND OPERATION,
000080*                  DEBITED TO RECEIVABLES BY BRANCH); SOURCE
000090*                  'CASH' LINES CARRY THE APPLIED PAYMENTS (DEBIT
000100*                  CASH, CREDIT RECEIVABLES); SOURCE 'CRED' LINES
000101*                  CARRY THE FEE DISPUTE CREDIT MEMOS (DEBIT FEE
000102*                  REVENUE BY BRANCH AND OPERATION, CREDIT
000103*                  RECEIVABLES BY BRANCH).  WITHIN EACH SOURCE THE
000110*                  DEBITS EQUAL THE CREDITS.  AMOUNTS ARE UNSIGNED
000120*                  WITH TWO ASSUMED DECIMALS - THE SIDE IS CARRIED
000130*                  IN JRN-DR-CR.
000140*****************************************************************
000150 01  JRN-RECORD.
000160     05  JRN-BUSINESS-DATE    PIC 9(06).
000170     05  JRN-SOURCE           PIC X(04).
000180         88  JRN-SOURCE-BILLING     VALUE 'BILL'.
000190         88  JRN-SOURCE-CASH        VALUE 'CASH'.
000191         88  JRN-SOURCE-CREDIT      VALUE 'CRED'.
000200     05  JRN-LINE-NUMBER      PIC 9(05).
000210     05  JRN-ENTRY-TYPE       PIC X(04).
000220     05  JRN-BRANCH-CODE      PIC X(02).
000230     05  JRN-GL-ACCOUNT       PIC X(12).
000240     05  JRN-COST-CENTER      PIC X(06).
000250     05  JRN-DR-CR            PIC X(01).
000260         88  JRN-IS-DEBIT           VALUE 'D'.
000270         88  JRN-IS-CREDIT          VALUE 'C'.
000280     05  JRN-AMOUNT           PIC 9(11)V99.
000290     05  JRN-DESCRIPTION      PIC X(30).
000300     05  FILLER               PIC X(05) VALUE SPACES.
