000010*****************************************************************
000020*    COPYBOOK    : DSPCARD.CPY
000030*    DESCRIPTION : FEE DISPUTE CARD - NAMES ONE AUDIT HISTORY
000040*                  TRANSACTION BY ITS FULL AHST KEY (CUSTOMER ID,
000050*                  RUN DATE AND TIME, RUN SEQUENCE).  A REVIEW
000060*                  CARD ONLY RE-PRICES THE TRANSACTION AT THE
000070*                  RATE IN EFFECT ON ITS DATE AND PRINTS THE
000080*                  COMPARISON.  AN APPROVE CARD ALSO POSTS ANY
000090*                  OVERCHARGE AS A CREDIT MEMO - THE OPERATOR ID
000100*                  IS VALIDATED AGAINST THE OPERAUTH FILE AND
000110*                  MUST HOLD CREDIT AUTHORITY, OR NOTHING IS
000120*                  POSTED.
000130*****************************************************************
000140 01  DSP-RECORD.
000150     05  DSP-AHST-KEY.
000160         10  DSP-CUST-ID        PIC X(06).
000170         10  DSP-TS-DATE        PIC 9(06).
000180         10  DSP-TS-TIME        PIC 9(08).
000190         10  DSP-RUN-SEQ        PIC 9(07).
000200     05  DSP-ACTION-CODE      PIC X(01).
000210         88  DSP-ACTION-APPROVE     VALUE 'A'.
000220         88  DSP-ACTION-REVIEW      VALUE 'R'.
000230     05  DSP-OPERATOR-ID      PIC X(08).
000240     05  FILLER               PIC X(04).
