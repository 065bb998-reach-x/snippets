000010*****************************************************************
000020*    COPYBOOK    : STEPCOMM.CPY
000030*    DESCRIPTION : COMMUNICATION AREA FOR THE STEP-CONTROL
000040*                  SUBROUTINE - THE NIGHTLY STREAM'S STEP
000050*                  REGISTER.  EVERY STREAM PROGRAM CALLS IT WITH
000060*                  THE BEGIN FUNCTION BEFORE IT OPENS ANYTHING AND
000070*                  WITH THE END FUNCTION AS IT FINISHES.  ON BEGIN
000080*                  THE CALLER PASSES ITS STEP NAME (AND THE
000090*                  BUSINESS DATE ONLY WHEN IT IS NOT THE ONE ON
000100*                  BUSDATE) AND GETS BACK GO, OR A REFUSAL WITH
000110*                  ITS REASON WHEN A PREREQUISITE STEP HAS NOT
000120*                  COMPLETED FOR THE BUSINESS DATE OR THE STEP
000130*                  ITSELF ALREADY HAS AND NO AUTHORIZED RERUN
000140*                  OVERRIDE WAS SUBMITTED.  ON END THE CALLER
000150*                  PASSES ITS RETURN CODE AND COUNTS FOR THE
000160*                  REGISTER.
000170*****************************************************************
000180 01  STEP-COMMAREA.
000190     05  STEP-FUNCTION        PIC X(01).
000200         88  STEP-FUNC-BEGIN        VALUE 'B'.
000210         88  STEP-FUNC-END          VALUE 'E'.
000220     05  STEP-NAME            PIC X(18).
000230     05  STEP-BUSINESS-DATE   PIC 9(06).
000240     05  STEP-RETURN-CODE     PIC 9(04).
000250     05  STEP-READ-COUNT      PIC 9(07).
000260     05  STEP-WRITTEN-COUNT   PIC 9(07).
000270     05  STEP-REJECT-COUNT    PIC 9(07).
000280     05  STEP-RESULT          PIC X(01).
000290         88  STEP-MAY-RUN           VALUE 'G'.
000300         88  STEP-REFUSED           VALUE 'R'.
000310         88  STEP-CONTROL-FAILED    VALUE 'E'.
000320     05  STEP-RERUN-SWITCH    PIC X(01).
000330         88  STEP-IS-RERUN          VALUE 'Y'.
000340     05  STEP-OVERRIDE-OPERATOR PIC X(08).
000350     05  STEP-REASON-TEXT     PIC X(40).
000360     05  FILLER               PIC X(10).
