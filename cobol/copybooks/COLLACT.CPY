000010*****************************************************************
000020*    COPYBOOK    : COLLACT.CPY
000030*    DESCRIPTION : COLLECTIONS ACTIVITY RECORD - ONE CREDIT HOLD
000040*                  RELEASED OUTSIDE THE COLLECTIONS RUN.
000050*                  RECV-PAYMENT EXTENDS THE FILE WHEN A PAYMENT
000060*                  BRINGS A HELD ACCOUNT BACK UNDER THE THRESHOLD
000070*                  AND LIFTS THE HOLD; THE NEXT COLLECTIONS RUN
000080*                  PRINTS EVERY RECORD ON ITS REGISTER AND THEN
000090*                  CLEARS THE FILE, SO EVERY HOLD AND RELEASE
000100*                  APPEARS ON THE COLLECTIONS REGISTER ONCE.
000110*                  AMOUNTS ARE SIGNED, AS ON ARBAL.
000120*****************************************************************
000130 01  CACT-RECORD.
000140     05  CACT-CUST-ID         PIC X(06).
000150     05  CACT-ACTION          PIC X(01).
000160         88  CACT-IS-HOLD           VALUE 'H'.
000170         88  CACT-IS-RELEASE        VALUE 'R'.
000180     05  CACT-DATE            PIC 9(06).
000190     05  CACT-BALANCE         PIC S9(09)V99
000200                              SIGN IS LEADING SEPARATE.
000210     05  CACT-PAST-DUE        PIC S9(09)V99
000220                              SIGN IS LEADING SEPARATE.
000230     05  CACT-OPERATOR-ID     PIC X(08).
000240     05  CACT-REASON          PIC X(35).
000250     05  FILLER               PIC X(05).
