000010*****************************************************************
000020*    COPYBOOK    : COLLCTL.CPY
000030*    DESCRIPTION : COLLECTIONS CONTROL CARD LAYOUT - ONE RECORD
000040*                  SETTING THE CREDIT HOLD THRESHOLD SHARED BY THE
000050*                  COLLECTIONS RUN (WHICH PLACES HOLDS) AND
000060*                  RECV-PAYMENT (WHICH LIFTS THEM).  AN ACCOUNT IS
000070*                  PAST THE THRESHOLD WHEN ITS BALANCE AGED AT OR
000080*                  BEYOND THE HOLD AGE (30, 60 OR 90 DAYS) IS MORE
000090*                  THAN THE HOLD MINIMUM.  A MISSING OR EMPTY
000100*                  CONTROL CARD FILE, OR A HOLD AGE OTHER THAN 30,
000110*                  60 OR 90, DEFAULTS TO 90 DAYS WITH NO MINIMUM.
000120*****************************************************************
000130 01  COLCTL-RECORD.
000140     05  COLCTL-HOLD-AGE      PIC 9(02).
000150     05  COLCTL-HOLD-MINIMUM  PIC 9(07)V99.
000160     05  FILLER               PIC X(09).
