000010*****************************************************************
000020*    COPYBOOK    : STEPOVR.CPY
000030*    DESCRIPTION : RERUN OVERRIDE CARD (STEPOVR).  NAMES ONE STEP
000040*                  OF THE NIGHTLY STREAM FOR ONE BUSINESS DATE
000050*                  THAT MAY RUN AGAIN ALTHOUGH THE REGISTER SHOWS
000060*                  IT COMPLETED, THE OPERATOR SUBMITTING THE
000070*                  OVERRIDE (WHO MUST HOLD RERUN AUTHORITY ON
000080*                  OPERAUTH) AND WHY.  A CARD IS GOOD FOR ONE
000090*                  RERUN - ONCE IT HAS BEEN HONORED, THE SAME
000100*                  OPERATOR AND REASON DO NOT LET THE STEP RUN A
000110*                  THIRD TIME.
000120*****************************************************************
000130 01  SOV-RECORD.
000140     05  SOV-BUSINESS-DATE    PIC 9(06).
000150     05  SOV-STEP-NAME        PIC X(18).
000160     05  SOV-OPERATOR-ID      PIC X(08).
000170     05  SOV-REASON           PIC X(30).
000180     05  FILLER               PIC X(18).
