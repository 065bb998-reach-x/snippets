000010*****************************************************************
000020*    COPYBOOK    : DSPCTL.CPY
000030*    DESCRIPTION : FEE DISPUTE CONTROL CARD LAYOUT - ONE RECORD
000040*                  GIVING THE BUSINESS DATE (YYMMDD) OF THE
000050*                  BILLING EXTRACT GENERATION SUPPLIED AS BILLIN.
000060*                  BILLOUT CARRIES NO DATE OF ITS OWN, SO THIS IS
000070*                  THE ONLY WAY THE RUN KNOWS WHICH NIGHT'S
000080*                  CHARGES IT HOLDS - A DISPUTED TRANSACTION FROM
000090*                  ANY OTHER BUSINESS DATE IS REJECTED RATHER THAN
000100*                  RE-RATED AGAINST THE WRONG NIGHT'S RATES.  A
000110*                  MISSING OR EMPTY CONTROL CARD FILE, OR A ZERO
000120*                  OR NON-NUMERIC DATE, DEFAULTS TO THE CURRENT
000130*                  BUSINESS DATE.
000140*****************************************************************
000150 01  DSPC-RECORD.
000160     05  DSPC-BILL-DATE       PIC 9(06).
000170     05  FILLER               PIC X(14).
