000010*****************************************************************
000020*    COPYBOOK    : DUPREL.CPY
000030*    DESCRIPTION : DUPLICATE RELEASE CARD - KEYED BY THE HELD DATE
000040*                  AND SEQUENCE PRINTED FOR THE ITEM ON THE
000050*                  DUPLICATE REVIEW REPORT, WITH ITS CUSTOMER ID
000060*                  AS A CROSS-CHECK AGAINST A MIS-KEYED SEQUENCE.
000070*                  A RELEASE CARD PUSHES A GENUINE REPEAT THROUGH
000080*                  TO TRANOUT ON THE NEXT CONSOLIDATION RUN; A
000090*                  DROP CARD CONFIRMS THE DUPLICATE AND DISCARDS
000100*                  IT.  THE OPERATOR ID IS VALIDATED AGAINST THE
000110*                  OPERAUTH FILE AND MUST HOLD CORRECTION
000120*                  AUTHORITY - A CARD FROM AN UNAUTHORIZED
000130*                  OPERATOR IS IGNORED AND THE ITEM STAYS HELD.
000140*****************************************************************
000150 01  DRL-RECORD.
000160     05  DRL-HELD-DATE        PIC 9(06).
000170     05  DRL-HELD-SEQ         PIC 9(05).
000180     05  DRL-CUST-ID          PIC X(06).
000190     05  DRL-ACTION-CODE      PIC X(01).
000200         88  DRL-ACTION-RELEASE     VALUE 'R'.
000210         88  DRL-ACTION-DROP        VALUE 'D'.
000220     05  DRL-OPERATOR-ID      PIC X(08).
000230     05  FILLER               PIC X(14).
