000010*****************************************************************
000020*    COPYBOOK    : DRMAPR.CPY
000030*    DESCRIPTION : DORMANCY REVIEW APPROVAL CARD - ONE CARD PER
000040*                  CUSTOMER ON THE LAST REVIEW LIST THAT A
000050*                  SUPERVISOR HAS APPROVED FOR CLOSURE, NAMING THE
000060*                  APPROVING SUPERVISOR.  THE SUPERVISOR MUST HOLD
000070*                  MASTER MAINTENANCE AUTHORITY ON OPERAUTH, AND
000080*                  THE ACCOUNT MUST STILL BE DORMANT AND PASS THE
000090*                  ZERO-BALANCE AND NO-OPEN-WORK CHECKS ON THE
000100*                  NIGHT THE CARD IS RUN, OR NO CLOSE TRANSACTION
000110*                  IS GENERATED FOR IT.
000120*****************************************************************
000130 01  DRA-RECORD.
000140     05  DRA-CUST-ID          PIC X(06).
000150     05  DRA-OPERATOR-ID      PIC X(08).
000160     05  FILLER               PIC X(16).
