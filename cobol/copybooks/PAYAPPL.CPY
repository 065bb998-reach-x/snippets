000010*****************************************************************
000020*    COPYBOOK    : PAYAPPL.CPY
000030*    DESCRIPTION : APPLIED PAYMENT EXTRACT RECORD - WRITTEN BY
000040*                  RECV-PAYMENT TO APPLOUT, ONE DETAIL RECORD PER
000050*                  PAYMENT CARD ACTUALLY APPLIED TO ARBAL AND ONE
000060*                  TRAILER RECORD AT END OF RUN CARRYING THE SAME
000070*                  APPLIED COUNT AND AMOUNT AS THE PAYRPT TRAILER.
000080*                  THE MACHINE-READABLE TWIN OF PAYRPT, READ BY
000090*                  THE NIGHTLY GL-JOURNAL EXTRACT SO CASH RECEIPTS
000100*                  REACH THE LEDGER WITHOUT ANYONE REKEYING THE
000110*                  REGISTER.  AMOUNTS ARE UNSIGNED WITH TWO
000120*                  ASSUMED DECIMALS.
000121*                  APPLOUT IS EXTENDED BY EVERY PAYMENT RUN, EACH
000122*                  RUN ENDING IN ITS OWN TRAILER, UNTIL A RELEASED
000123*                  GL JOURNAL HAS TAKEN THEM AND CLEARS THE FILE.
000130*****************************************************************
000140 01  PAPL-RECORD.
000150     05  PAPL-RECORD-TYPE     PIC X(01).
000160         88  PAPL-IS-DETAIL         VALUE 'D'.
000170         88  PAPL-IS-TRAILER        VALUE 'T'.
000180     05  PAPL-RUN-DATE        PIC 9(06).
000190     05  PAPL-CUST-ID         PIC X(06).
000200     05  PAPL-PAY-DATE        PIC 9(06).
000210     05  PAPL-OPERATOR-ID     PIC X(08).
000220     05  PAPL-APPLIED-COUNT   PIC 9(07).
000230     05  PAPL-AMOUNT          PIC 9(11)V99.
000240     05  FILLER               PIC X(05) VALUE SPACES.
