000010*****************************************************************
000020*    COPYBOOK    : DRMSORT.CPY
000030*    DESCRIPTION : DORMANCY REVIEW CUSTOMER RECORD - ONE PER
000040*                  DORMANT CUSTOMER, CARRYING THE BRANCH OF ITS
000050*                  LAST TRANSACTION (BLANK FOR COUNTER WORK, '--'
000060*                  WHEN IT HAS NO HISTORY ON FILE), ITS LAST
000070*                  ACTIVITY DATE, TRANSACTION COUNT AND LIFETIME
000080*                  FEES, ITS ARBAL BALANCE, AND WHETHER IT PASSED
000090*                  THE CLOSURE CHECKS (WITH THE REASON WHEN IT DID
000100*                  NOT).  DORMANCY-REVIEW SORTS THESE BY BRANCH
000110*                  AND CUSTOMER ID TO PRINT THE REVIEW LIST.
000120*****************************************************************
000130 01  DRMS-RECORD.
000140     05  DRMS-BRANCH-CODE     PIC X(02).
000150     05  DRMS-CUST-ID         PIC X(06).
000160     05  DRMS-CUST-NAME       PIC X(20).
000170     05  DRMS-ACCOUNT-STATUS  PIC X(01).
000180     05  DRMS-LAST-DATE       PIC 9(06).
000190     05  DRMS-TXN-COUNT       PIC 9(07).
000200     05  DRMS-LIFETIME-FEES   PIC 9(09)V99.
000210     05  DRMS-BALANCE         PIC S9(09)V99
000220                              SIGN IS LEADING SEPARATE.
000230     05  DRMS-ELIGIBLE-FLAG   PIC X(01).
000240         88  DRMS-IS-ELIGIBLE       VALUE 'Y'.
000250     05  DRMS-REASON          PIC X(34).
000260     05  FILLER               PIC X(20).
