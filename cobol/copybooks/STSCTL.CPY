000010*****************************************************************
000020*    COPYBOOK    : STSCTL.CPY
000030*    DESCRIPTION : STREAM STATUS REPORT CONTROL CARD LAYOUT - ONE
000040*                  RECORD NAMING THE BUSINESS DATES (FROM AND
000050*                  THRU, YYMMDD) WHOSE STEPS STEP-STATUS PRINTS
000060*                  FROM THE STEP REGISTER.  A MISSING OR EMPTY
000070*                  CONTROL CARD FILE, OR A RANGE THAT IS ZERO OR
000080*                  BACKWARDS, DEFAULTS TO THE CURRENT BUSINESS
000090*                  DATE ALONE.
000100*****************************************************************
000110 01  SSC-RECORD.
000120     05  SSC-FROM-DATE        PIC 9(06).
000130     05  SSC-THRU-DATE        PIC 9(06).
000140     05  FILLER               PIC X(68).
