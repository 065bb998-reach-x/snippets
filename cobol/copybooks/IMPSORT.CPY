000010*****************************************************************
000020*    COPYBOOK    : IMPSORT.CPY
000030*    DESCRIPTION : RATE IMPACT CUSTOMER SUMMARY RECORD - ONE PER
000040*                  CUSTOMER WITH PRICED ACTIVITY IN THE SIMULATED
000050*                  PERIOD, CARRYING THE TRANSACTION COUNT, THE
000060*                  FEES AT THE RATES ACTUALLY IN EFFECT, THE FEES
000070*                  AT THE PROPOSED RATES AND THE SIGNED CHANGE.
000080*                  RATE-IMPACT SORTS THESE ON THE CHANGE, LARGEST
000090*                  INCREASE FIRST, TO PRINT THE CUSTOMERS HIT
000100*                  HARDEST AT THE TOP.
000110*****************************************************************
000120 01  IMPS-RECORD.
000130     05  IMPS-CUST-ID         PIC X(06).
000140     05  IMPS-TXN-COUNT       PIC 9(07).
000150     05  IMPS-ACTUAL-FEES     PIC 9(09)V99.
000160     05  IMPS-PROPOSED-FEES   PIC 9(09)V99.
000170     05  IMPS-FEE-CHANGE      PIC S9(09)V99
000180                              SIGN IS LEADING SEPARATE.
000190     05  FILLER               PIC X(10).
