000010*****************************************************************
000020*    COPYBOOK    : CHQREQ.CPY
000030*    DESCRIPTION : CUSTOMER CHANGE HISTORY INQUIRY REQUEST CARD.
000040*                  FUNCTION 'A' ASKS WHAT THE CUSTOMER'S MASTER
000050*                  RECORD LOOKED LIKE AS OF THE CLOSE OF BUSINESS
000060*                  ON THE REQUEST DATE.  FUNCTION 'L' LISTS EVERY
000070*                  CHANGE MADE TO THE CUSTOMER FROM THE REQUEST
000080*                  DATE THROUGH THE TO DATE (ZERO FROM DATE = FROM
000090*                  THE FIRST CHANGE, ZERO TO DATE = THROUGH THE
000100*                  BUSINESS DATE).  THE OPERATOR ASKING MUST HOLD
000110*                  INQUIRY AUTHORITY ON OPERAUTH.
000120*****************************************************************
000130 01  CHQR-RECORD.
000140     05  CHQR-FUNCTION        PIC X(01).
000150         88  CHQR-FUNC-AS-OF        VALUE 'A'.
000160         88  CHQR-FUNC-LIST         VALUE 'L'.
000170     05  CHQR-CUST-ID         PIC X(06).
000180     05  CHQR-DATE            PIC 9(06).
000190     05  CHQR-TO-DATE         PIC 9(06).
000200     05  CHQR-OPERATOR-ID     PIC X(08).
000210     05  FILLER               PIC X(13).
