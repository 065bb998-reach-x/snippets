000060*                  CARDS AGAINST THIS FILE BEFORE APPLYING
000070*                  ANYTHING - WHO MAY MAINTAIN MASTERS, WHO MAY
000080*                  APPLY CORRECTIONS, WHO MAY RUN COUNTER
000090*                  REQUESTS, WHO MAY ENTER PAYMENTS, WHO MAY
000100*                  GRANT FEE DISPUTE CREDITS, WHO MAY AUTHORIZE
000101*                  THE RERUN OF A NIGHTLY STEP THAT HAS ALREADY
000102*                  COMPLETED AND WHO MAY ONLY INQUIRE.
000103*                  MAINTAINED BY THE SECURITY ADMINISTRATOR
000110*                  OUTSIDE THE NIGHTLY STREAM.
000120*****************************************************************
000130 01  OPR-RECORD.
000140     05  OPR-OPERATOR-ID      PIC X(08).
000230         88  OPR-MAY-INQUIRE        VALUE 'Y'.
000240     05  OPR-PAYMENT-AUTH     PIC X(01).
000250         88  OPR-MAY-PAY            VALUE 'Y'.
000260     05  OPR-CREDIT-AUTH      PIC X(01).
000261         88  OPR-MAY-CREDIT         VALUE 'Y'.
000262     05  OPR-RERUN-AUTH       PIC X(01).
000263         88  OPR-MAY-RERUN          VALUE 'Y'.
000264     05  FILLER               PIC X(03) VALUE SPACES.
