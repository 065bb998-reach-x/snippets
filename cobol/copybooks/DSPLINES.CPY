000010*****************************************************************
000020*    COPYBOOK    : DSPLINES.CPY
000030*    DESCRIPTION : FEE DISPUTE REGISTER LINE LAYOUTS FOR DSPRPT.
000040*                  HEADER, COLUMN HEADING, ONE DETAIL LINE PER
000050*                  DISPUTE CARD (ORIGINAL CHARGE, RE-RATED CHARGE,
000060*                  CREDIT GRANTED, THE RATE RECORD USED AND THE
000070*                  OPERATOR), A REASON LINE UNDER EVERY REJECTED
000080*                  CARD, AND A TRAILING COUNT LINE SHARE THE SAME
000090*                  FD RECORD AREA (ONE LINE AT A TIME).
000100*****************************************************************
000110 01  DSP-HEADER-LINE.
000120     05  FILLER          PIC X(37) VALUE
000130         'FEE DISPUTE RE-RATING REGISTER - RUN '.
000140     05  DSP-H-RUN-DATE  PIC 9(06).
000150     05  FILLER          PIC X(89) VALUE SPACES.
000160
000170 01  DSP-COLHDR-LINE.
000180     05  FILLER          PIC X(08) VALUE 'CUST ID '.
000190     05  FILLER          PIC X(07) VALUE 'TXN DT '.
000200     05  FILLER          PIC X(09) VALUE 'TXN TIME '.
000210     05  FILLER          PIC X(09) VALUE 'RUN SEQ  '.
000220     05  FILLER          PIC X(03) VALUE 'OP '.
000230     05  FILLER          PIC X(11) VALUE ' ORIGINAL  '.
000240     05  FILLER          PIC X(11) VALUE ' RE-RATED  '.
000250     05  FILLER          PIC X(11) VALUE '   CREDIT  '.
000260     05  FILLER          PIC X(07) VALUE 'RT EFF '.
000270     05  FILLER          PIC X(08) VALUE 'RATE BY '.
000280     05  FILLER          PIC X(11) VALUE 'DISPOSITION'.
000290     05  FILLER          PIC X(01) VALUE SPACES.
000300     05  FILLER          PIC X(08) VALUE 'OPERATOR'.
000310     05  FILLER          PIC X(28) VALUE SPACES.
000320
000330 01  DSP-DETAIL-LINE.
000340     05  DSP-D-CUST-ID        PIC X(06).
000350     05  FILLER               PIC X(02) VALUE SPACES.
000360     05  DSP-D-TXN-DATE       PIC 9(06).
000370     05  FILLER               PIC X(01) VALUE SPACES.
000380     05  DSP-D-TXN-TIME       PIC 9(08).
000390     05  FILLER               PIC X(01) VALUE SPACES.
000400     05  DSP-D-RUN-SEQ        PIC 9(07).
000410     05  FILLER               PIC X(02) VALUE SPACES.
000420     05  DSP-D-OP-CODE        PIC X(01).
000430     05  FILLER               PIC X(02) VALUE SPACES.
000440     05  DSP-D-ORIGINAL       PIC ZZ,ZZ9.99.
000450     05  FILLER               PIC X(02) VALUE SPACES.
000460     05  DSP-D-RERATED        PIC ZZ,ZZ9.99.
000470     05  FILLER               PIC X(02) VALUE SPACES.
000480     05  DSP-D-CREDIT         PIC ZZ,ZZ9.99.
000490     05  FILLER               PIC X(02) VALUE SPACES.
000500     05  DSP-D-RATE-EFF-DATE  PIC 9(06).
000510     05  FILLER               PIC X(01) VALUE SPACES.
000520     05  DSP-D-RATE-CUST-ID   PIC X(06).
000530     05  FILLER               PIC X(02) VALUE SPACES.
000540     05  DSP-D-DISPOSITION    PIC X(09).
000550     05  FILLER               PIC X(03) VALUE SPACES.
000560     05  DSP-D-OPERATOR       PIC X(08).
000570     05  FILLER               PIC X(28) VALUE SPACES.
000580
000590 01  DSP-REJECT-LINE.
000600     05  FILLER          PIC X(10) VALUE 'REJECTED -'.
000610     05  FILLER               PIC X(01) VALUE SPACES.
000620     05  DSP-REJ-REASON       PIC X(35).
000630     05  FILLER               PIC X(86) VALUE SPACES.
000640
000650 01  DSP-TRAILER-LINE.
000660     05  FILLER          PIC X(11) VALUE 'CARDS READ '.
000670     05  DSP-T-READ-COUNT     PIC ZZZ,ZZ9.
000680     05  FILLER               PIC X(03) VALUE SPACES.
000690     05  FILLER          PIC X(09) VALUE 'CREDITED '.
000700     05  DSP-T-CREDITED-COUNT PIC ZZZ,ZZ9.
000710     05  FILLER               PIC X(03) VALUE SPACES.
000720     05  FILLER          PIC X(07) VALUE 'REVIEW '.
000730     05  DSP-T-REVIEW-COUNT   PIC ZZZ,ZZ9.
000740     05  FILLER               PIC X(03) VALUE SPACES.
000750     05  FILLER          PIC X(10) VALUE 'NO CREDIT '.
000760     05  DSP-T-NO-CREDIT-COUNT PIC ZZZ,ZZ9.
000770     05  FILLER               PIC X(03) VALUE SPACES.
000780     05  FILLER          PIC X(09) VALUE 'REJECTED '.
000790     05  DSP-T-REJECTED-COUNT PIC ZZZ,ZZ9.
000800     05  FILLER               PIC X(03) VALUE SPACES.
000810     05  FILLER          PIC X(15) VALUE 'TOTAL CREDITED '.
000820     05  DSP-T-CREDIT-TOTAL   PIC ZZZ,ZZZ,ZZ9.99.
000830     05  FILLER               PIC X(07) VALUE SPACES.
