000010*****************************************************************
000020*    COPYBOOK    : MRGCARD.CPY
000030*    DESCRIPTION : CUSTOMER MERGE CARD - ONE CARD PER CUSTOMER ID
000040*                  TO BE RETIRED, NAMING THE SURVIVING ID
000050*                  EVERYTHING MOVES TO AND THE OPERATOR WHO
000060*                  SUBMITTED IT.  WHEN THE SURVIVING ID IS NOT YET
000070*                  ON CUSTMAST THE CARD IS A RENUMBER - THE
000080*                  RETIRED MASTER RECORD IS COPIED TO THE NEW ID
000090*                  FIRST.  THE OPERATOR MUST HOLD MASTER
000100*                  MAINTENANCE AUTHORITY ON OPERAUTH OR THE CARD
000110*                  IS REJECTED.
000120*****************************************************************
000130 01  MRG-RECORD.
000140     05  MRG-SURVIVOR-ID      PIC X(06).
000150     05  MRG-RETIRED-ID       PIC X(06).
000160     05  MRG-OPERATOR-ID      PIC X(08).
000170     05  FILLER               PIC X(10).
