000030*    DESCRIPTION : PAYMENT ENTRY REGISTER LINE LAYOUTS FOR
000040*                  PAYRPT.  HEADER, ONE DETAIL LINE PER PAYMENT
000050*                  CARD AND A TRAILING COUNT LINE SHARE THE SAME
000060*                  FD RECORD AREA.  THE TRAILER ALSO COUNTS THE
000062*                  COLLECTIONS HOLDS LIFTED BY THE RUN'S PAYMENTS.
000070*****************************************************************
000080 01  PAY-HEADER-LINE.
000090     05  FILLER          PIC X(30) VALUE
000360     05  FILLER               PIC X(05) VALUE SPACES.
000370     05  FILLER          PIC X(15) VALUE 'AMOUNT APPLIED '.
000380     05  PAY-T-APPLIED-TOTAL  PIC ZZZ,ZZZ,ZZ9.99.
000390     05  FILLER               PIC X(05) VALUE SPACES.
000392     05  FILLER          PIC X(13) VALUE 'HOLDS LIFTED '.
000394     05  PAY-T-RELEASE-COUNT  PIC ZZZ,ZZ9.
000396     05  FILLER               PIC X(11) VALUE SPACES.
