000010*****************************************************************
000020*    COPYBOOK    : GLMTRAN.CPY
000030*    DESCRIPTION : GL ACCOUNT MAPPING MAINTENANCE TRANSACTION -
000040*                  ONE ADD/CHANGE/DELETE ACTION AGAINST A GLMAP
000050*                  RECORD, KEYED BY ENTRY TYPE PLUS BRANCH CODE
000060*                  (BLANK FOR THE SHOP-WIDE MAPPING).  A CHANGE
000070*                  CARD CARRIES THE COMPLETE REPLACEMENT ACCOUNT,
000080*                  COST CENTER AND DESCRIPTION.  THE OPERATOR ID
000090*                  IS VALIDATED AGAINST THE OPERAUTH FILE - AN
000100*                  UNAUTHORIZED OR MISSING OPERATOR REJECTS THE
000110*                  TRANSACTION TO THE REGISTER.
000120*****************************************************************
000130 01  GMT-RECORD.
000140     05  GMT-ACTION-CODE      PIC X(01).
000150         88  GMT-ACTION-ADD         VALUE 'A'.
000160         88  GMT-ACTION-CHANGE      VALUE 'C'.
000170         88  GMT-ACTION-DELETE      VALUE 'D'.
000180     05  GMT-ENTRY-TYPE       PIC X(04).
000190     05  GMT-BRANCH-CODE      PIC X(02).
000200     05  GMT-GL-ACCOUNT       PIC X(12).
000210     05  GMT-COST-CENTER      PIC X(06).
000220     05  GMT-DESCRIPTION      PIC X(30).
000230     05  GMT-OPERATOR-ID      PIC X(08).
000240     05  FILLER               PIC X(05).
