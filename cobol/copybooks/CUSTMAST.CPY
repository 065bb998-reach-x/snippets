000030*    DESCRIPTION : CUSTOMER MASTER RECORD.  KEYED BY CUST-ID SO
000040*                  BASIC-OPERATIONS CAN LOOK UP A CUSTOMER'S NAME
000050*                  AND AGE FOR EACH TRANSACTION INSTEAD OF USING
000060*                  A FIXED DEMO NAME.  THE HOLD CODE MARKS A
000062*                  SUSPENSION PLACED BY THE COLLECTIONS RUN FOR A
000064*                  PAST DUE BALANCE - ONLY THOSE ARE LIFTED
000066*                  AUTOMATICALLY WHEN THE BALANCE IS PAID DOWN; A
000068*                  SUSPENSION KEYED THROUGH CUSTOMER-MAINT CARRIES
000069*                  NO HOLD CODE AND STAYS UNTIL MAINTAINED.
000070*                  A CUSTOMER MERGED INTO ANOTHER ID (CUST-MERGE)
000071*                  IS CLOSED WITH THE SURVIVING ID IN ITS
000072*                  MERGED-TO POINTER; THE ARITHMETIC EDITS REFUSE
000073*                  WORK FOR IT AND NAME THE SURVIVOR.
000074*****************************************************************
000080 01  CUST-RECORD.
000090     05  CUST-ID              PIC X(06).
000100     05  CUST-NAME            PIC X(20).
000140         88  CUST-ACCOUNT-ACTIVE    VALUE 'A'.
000150         88  CUST-ACCOUNT-CLOSED    VALUE 'C'.
000160         88  CUST-ACCOUNT-SUSPENDED VALUE 'S'.
000170     05  CUST-HOLD-CODE       PIC X(01).
000172         88  CUST-ON-COLLECTIONS-HOLD VALUE 'H'.
000174     05  CUST-MERGED-TO-ID    PIC X(06).
000175     05  FILLER               PIC X(03) VALUE SPACES.
