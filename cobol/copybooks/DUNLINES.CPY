000010*****************************************************************
000020*    COPYBOOK    : DUNLINES.CPY
000030*    DESCRIPTION : DUNNING LETTER LINE LAYOUTS FOR DUNOUT.  EACH
000040*                  LETTER IS A TITLE LINE NAMING THE LETTER LEVEL
000050*                  (FIRST REMINDER, SECOND REMINDER OR FINAL
000060*                  NOTICE), THE NAME/ADDRESS BLOCK FROM CUSTMAST,
000070*                  THE AGED BALANCE FROM ARBAL AND THE MESSAGE
000080*                  TEXT FOR THE LEVEL, WITH THE CREDIT HOLD TEXT
000090*                  ADDED WHEN THE ACCOUNT IS ON COLLECTIONS HOLD.
000100*                  THE MESSAGE TEXTS ARE KEPT HERE SO THE WORDING
000110*                  IS CHANGED IN ONE PLACE.
000120*****************************************************************
000130 01  DUN-TITLE-LINE.
000140     05  FILLER          PIC X(24) VALUE
000150         'REACH-X DATA CENTER  -  '.
000160     05  DUN-T-LEVEL          PIC X(20).
000170     05  FILLER          PIC X(06) VALUE 'DATED '.
000180     05  DUN-T-DATE           PIC 9(06).
000190     05  FILLER               PIC X(76) VALUE SPACES.
000200
000210 01  DUN-NAME-LINE.
000220     05  DUN-N-NAME           PIC X(20).
000230     05  FILLER               PIC X(112) VALUE SPACES.
000240
000250 01  DUN-ADDR-LINE.
000260     05  DUN-A-ADDRESS        PIC X(30).
000270     05  FILLER               PIC X(102) VALUE SPACES.
000280
000290 01  DUN-ID-LINE.
000300     05  FILLER          PIC X(12) VALUE 'CUSTOMER ID '.
000310     05  DUN-I-CUST-ID        PIC X(06).
000320     05  FILLER               PIC X(114) VALUE SPACES.
000330
000340 01  DUN-BUCKET-HDR-LINE.
000350     05  FILLER          PIC X(17) VALUE '          CURRENT'.
000360     05  FILLER          PIC X(17) VALUE '          30 DAYS'.
000370     05  FILLER          PIC X(17) VALUE '          60 DAYS'.
000380     05  FILLER          PIC X(17) VALUE '         90+ DAYS'.
000390     05  FILLER          PIC X(17) VALUE '      BALANCE DUE'.
000400     05  FILLER               PIC X(47) VALUE SPACES.
000410
000420 01  DUN-BUCKET-LINE.
000430     05  FILLER               PIC X(02) VALUE SPACES.
000440     05  DUN-B-CURRENT        PIC ZZZ,ZZZ,ZZ9.99-.
000450     05  FILLER               PIC X(02) VALUE SPACES.
000460     05  DUN-B-AGE-30         PIC ZZZ,ZZZ,ZZ9.99-.
000470     05  FILLER               PIC X(02) VALUE SPACES.
000480     05  DUN-B-AGE-60         PIC ZZZ,ZZZ,ZZ9.99-.
000490     05  FILLER               PIC X(02) VALUE SPACES.
000500     05  DUN-B-AGE-90         PIC ZZZ,ZZZ,ZZ9.99-.
000510     05  FILLER               PIC X(02) VALUE SPACES.
000520     05  DUN-B-BALANCE        PIC ZZZ,ZZZ,ZZ9.99-.
000530     05  FILLER               PIC X(47) VALUE SPACES.
000540
000550 01  DUN-TEXT-LINE.
000560     05  DUN-X-TEXT           PIC X(60).
000570     05  FILLER               PIC X(72) VALUE SPACES.
000580
000590 01  DUN-MESSAGE-TEXTS.
000600     05  DUN-FIRST-TEXT-1     PIC X(60) VALUE
000610         'PART OF YOUR BALANCE IS NOW 30 DAYS PAST DUE.'.
000620     05  DUN-FIRST-TEXT-2     PIC X(60) VALUE
000630         'PLEASE REMIT THE PAST DUE AMOUNT PROMPTLY.'.
000640     05  DUN-SECOND-TEXT-1    PIC X(60) VALUE
000650         'PART OF YOUR BALANCE IS NOW 60 DAYS PAST DUE AND'.
000660     05  DUN-SECOND-TEXT-2    PIC X(60) VALUE
000670         'NO PAYMENT HAS BEEN RECEIVED.  PLEASE REMIT NOW.'.
000680     05  DUN-FINAL-TEXT-1     PIC X(60) VALUE
000690         'FINAL NOTICE - PART OF YOUR BALANCE IS 90 OR MORE'.
000700     05  DUN-FINAL-TEXT-2     PIC X(60) VALUE
000710         'DAYS PAST DUE.  PAY NOW TO AVOID A CREDIT HOLD.'.
000720     05  DUN-HOLD-TEXT-1      PIC X(60) VALUE
000730         'YOUR ACCOUNT IS ON CREDIT HOLD.  NEW WORK IS HELD'.
000740     05  DUN-HOLD-TEXT-2      PIC X(60) VALUE
000750         'UNPROCESSED UNTIL THE PAST DUE BALANCE IS PAID.'.
