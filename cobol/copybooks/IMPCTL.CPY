000010*****************************************************************
000020*    COPYBOOK    : IMPCTL.CPY
000030*    DESCRIPTION : RATE IMPACT SIMULATION CONTROL CARD LAYOUT -
000040*                  ONE RECORD NAMING THE PAST PERIOD OF AUDIT
000050*                  HISTORY TO PRICE (FROM AND THRU DATES, YYMMDD)
000060*                  AND THE DATE THE PROPOSED RATES ARE TAKEN AS
000070*                  OF.  THE PROPOSED PRICE OF EACH CUSTOMER IS THE
000080*                  RATEMAST RECORD THE ARITHMETIC RUN WOULD PICK
000090*                  ON THAT DATE, SO STAGED (FUTURE-DATED) RATES
000100*                  LOADED THROUGH RATE-MAINT ARE PRICED WITHOUT
000110*                  BEING IN EFFECT.  A MISSING OR EMPTY CONTROL
000120*                  CARD FILE, OR A PERIOD THAT IS ZERO OR
000130*                  BACKWARDS, DEFAULTS TO THE MONTH BEFORE THE RUN
000140*                  DATE; A ZERO PROPOSED DATE MEANS THE LATEST
000150*                  RATES ON FILE (999999).
000160*****************************************************************
000170 01  IMPCTL-RECORD.
000180     05  IMPCTL-FROM-DATE     PIC 9(06).
000190     05  IMPCTL-THRU-DATE     PIC 9(06).
000200     05  IMPCTL-PROPOSED-DATE PIC 9(06).
000210     05  FILLER               PIC X(02).
