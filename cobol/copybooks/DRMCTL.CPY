000010*****************************************************************
000020*    COPYBOOK    : DRMCTL.CPY
000030*    DESCRIPTION : DORMANCY REVIEW CONTROL CARD LAYOUT - ONE
000040*                  RECORD GIVING THE NUMBER OF MONTHS WITHOUT
000050*                  AUDIT HISTORY ACTIVITY THAT MAKES A CUSTOMER
000060*                  DORMANT.  THE CUTOFF IS THAT MANY MONTHS BEFORE
000070*                  THE BUSINESS DATE.  A MISSING OR EMPTY CONTROL
000080*                  CARD FILE, OR A ZERO OR NON-NUMERIC MONTH
000090*                  COUNT, DEFAULTS TO TWELVE MONTHS.
000100*****************************************************************
000110 01  DRC-RECORD.
000120     05  DRC-DORMANT-MONTHS   PIC 9(02).
000130     05  FILLER               PIC X(18).
