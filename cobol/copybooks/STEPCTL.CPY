000010*****************************************************************
000020*    COPYBOOK    : STEPCTL.CPY
000030*    DESCRIPTION : NIGHTLY STREAM STEP REGISTER RECORD (STEPCTL),
000040*                  KEYED BY BUSINESS DATE PLUS STEP NAME.  WRITTEN
000050*                  AND REWRITTEN ONLY BY THE STEP-CONTROL
000060*                  SUBROUTINE - STARTED WHEN A STEP IS LET RUN,
000070*                  COMPLETED OR FAILED (RETURN CODE 8 OR HIGHER)
000080*                  WITH ITS RETURN CODE AND COUNTS WHEN IT ENDS,
000090*                  AND REFUSED WHEN IT WAS STOPPED BEFORE IT EVER
000100*                  RAN.  A STEP LEFT STARTED NEVER REACHED ITS END
000110*                  OF JOB.  THE LAST RERUN OVERRIDE AND THE LAST
000120*                  REFUSAL ARE KEPT WITH THEIR COUNTS FOR THE
000130*                  STREAM STATUS REPORT (STEP-STATUS).
000140*****************************************************************
000150 01  STC-RECORD.
000160     05  STC-KEY.
000170         10  STC-BUSINESS-DATE    PIC 9(06).
000180         10  STC-STEP-NAME        PIC X(18).
000190     05  STC-STATE            PIC X(01).
000200         88  STC-REFUSED            VALUE 'R'.
000210         88  STC-STARTED            VALUE 'S'.
000220         88  STC-COMPLETED          VALUE 'C'.
000230         88  STC-FAILED             VALUE 'F'.
000240     05  STC-RUN-COUNT        PIC 9(03).
000250     05  STC-START-DATE       PIC 9(06).
000260     05  STC-START-TIME       PIC 9(08).
000270     05  STC-END-DATE         PIC 9(06).
000280     05  STC-END-TIME         PIC 9(08).
000290     05  STC-RETURN-CODE      PIC 9(04).
000300     05  STC-READ-COUNT       PIC 9(07).
000310     05  STC-WRITTEN-COUNT    PIC 9(07).
000320     05  STC-REJECT-COUNT     PIC 9(07).
000330     05  STC-OVERRIDE-COUNT   PIC 9(03).
000340     05  STC-OVR-OPERATOR-ID  PIC X(08).
000350     05  STC-OVR-DATE         PIC 9(06).
000360     05  STC-OVR-TIME         PIC 9(08).
000370     05  STC-OVR-REASON       PIC X(30).
000380     05  STC-REFUSE-COUNT     PIC 9(03).
000390     05  STC-REFUSE-DATE      PIC 9(06).
000400     05  STC-REFUSE-TIME      PIC 9(08).
000410     05  STC-REFUSE-REASON    PIC X(40).
000420     05  FILLER               PIC X(10).
