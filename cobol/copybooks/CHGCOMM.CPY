000010*****************************************************************
000020*    COPYBOOK    : CHGCOMM.CPY
000030*    DESCRIPTION : COMMUNICATION AREA FOR THE CUSTOMER-HISTORY
000040*                  SUBROUTINE - THE CUSTOMER MASTER CHANGE
000050*                  HISTORY.  EVERY PROGRAM THAT ADDS, CHANGES OR
000060*                  DELETES A CUSTMAST RECORD CALLS IT ONCE THE
000070*                  MASTER UPDATE HAS BEEN MADE, PASSING THE
000080*                  ACTION, ITS OWN PROGRAM NAME, THE OPERATOR
000090*                  RESPONSIBLE (BATCH FOR AN AUTOMATED ACTION), AN
000100*                  OPTIONAL REASON AND THE MASTER RECORD BEFORE
000110*                  AND AFTER THE UPDATE.  THE BUSINESS DATE IS
000120*                  READ FROM BUSDATE UNLESS THE CALLER PASSES ONE.
000130*                  A CHANGE THAT TOUCHED ONLY THE STATUS, HOLD
000140*                  CODE OR MERGED-TO POINTER IS FILED AS A STATUS
000150*                  CHANGE, AND ONE THAT CHANGED NOTHING IS NOT
000160*                  FILED.  THE RESULT TELLS THE CALLER WHETHER THE
000170*                  CHANGE WAS RECORDED.
000180*****************************************************************
000190 01  CHG-COMMAREA.
000200     05  CHGC-ACTION          PIC X(01).
000210         88  CHGC-ACTION-ADD        VALUE 'A'.
000220         88  CHGC-ACTION-CHANGE     VALUE 'C'.
000230         88  CHGC-ACTION-DELETE     VALUE 'D'.
000240     05  CHGC-PROGRAM-ID      PIC X(18).
000250     05  CHGC-OPERATOR-ID     PIC X(08).
000260     05  CHGC-BUSINESS-DATE   PIC 9(06).
000270     05  CHGC-REASON          PIC X(35).
000280     05  CHGC-BEFORE-IMAGE    PIC X(70).
000290     05  CHGC-AFTER-IMAGE     PIC X(70).
000300     05  CHGC-RESULT          PIC X(01).
000310         88  CHGC-RECORDED          VALUE 'G'.
000320         88  CHGC-NOTHING-CHANGED   VALUE 'N'.
000330         88  CHGC-HISTORY-FAILED    VALUE 'E'.
000340     05  CHGC-FILED-ACTION    PIC X(01).
000350     05  CHGC-ERROR-TEXT      PIC X(40).
000360     05  FILLER               PIC X(10).
