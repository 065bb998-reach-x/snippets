000010*****************************************************************
000020*    COPYBOOK    : MRGLINES.CPY
000030*    DESCRIPTION : CUSTOMER MERGE REGISTER LINE LAYOUTS FOR
000040*                  MRGRPT.  HEADER, ONE CARD LINE PER MERGE CARD,
000050*                  A REASON LINE UNDER EVERY REJECTED CARD, THE
000060*                  CUSTMAST AND ARBAL BEFORE/AFTER IMAGES AND ONE
000070*                  COUNT LINE PER FILE FOR EACH CARD APPLIED, THEN
000080*                  A SECTION OF RUN CONTROL COUNTS PER FILE AND A
000090*                  TRAILING COUNT LINE SHARE THE SAME FD RECORD
000100*                  AREA (ONE LINE AT A TIME).
000110*****************************************************************
000120 01  MRG-HEADER-LINE.
000130     05  FILLER          PIC X(41) VALUE
000140         'CUSTOMER MERGE / RENUMBER REGISTER - RUN '.
000150     05  MRG-H-RUN-DATE  PIC 9(06).
000160     05  FILLER          PIC X(85) VALUE SPACES.
000170
000180 01  MRG-CARD-LINE.
000190     05  FILLER          PIC X(09) VALUE 'SURVIVOR '.
000200     05  MRG-C-SURVIVOR       PIC X(06).
000210     05  FILLER          PIC X(11) VALUE '  RETIRED '.
000220     05  MRG-C-RETIRED        PIC X(06).
000230     05  FILLER          PIC X(11) VALUE '  OPERATOR '.
000240     05  MRG-C-OPERATOR       PIC X(08).
000250     05  FILLER               PIC X(02) VALUE SPACES.
000260     05  MRG-C-DISPOSITION    PIC X(11).
000270     05  FILLER               PIC X(68) VALUE SPACES.
000280
000290 01  MRG-REJECT-LINE.
000300     05  FILLER          PIC X(10) VALUE 'REJECTED -'.
000310     05  FILLER               PIC X(01) VALUE SPACES.
000320     05  MRG-REJ-REASON       PIC X(35).
000330     05  FILLER               PIC X(86) VALUE SPACES.
000340
000350 01  MRG-CUST-LINE.
000360     05  FILLER               PIC X(04) VALUE SPACES.
000370     05  MRG-M-TAG            PIC X(16).
000380     05  MRG-M-CUST-ID        PIC X(06).
000390     05  FILLER               PIC X(02) VALUE SPACES.
000400     05  MRG-M-NAME           PIC X(20).
000410     05  FILLER               PIC X(02) VALUE SPACES.
000420     05  FILLER          PIC X(07) VALUE 'STATUS '.
000430     05  MRG-M-STATUS         PIC X(01).
000440     05  FILLER               PIC X(02) VALUE SPACES.
000450     05  FILLER          PIC X(10) VALUE 'MERGED TO '.
000460     05  MRG-M-MERGED-TO      PIC X(06).
000470     05  FILLER               PIC X(56) VALUE SPACES.
000480
000490 01  MRG-BALHDR-LINE.
000500     05  FILLER               PIC X(28) VALUE SPACES.
000510     05  FILLER          PIC X(16) VALUE '        CURRENT '.
000520     05  FILLER          PIC X(16) VALUE '        30 DAYS '.
000530     05  FILLER          PIC X(16) VALUE '        60 DAYS '.
000540     05  FILLER          PIC X(16) VALUE '       90+ DAYS '.
000550     05  FILLER          PIC X(15) VALUE '        BALANCE'.
000560     05  FILLER               PIC X(25) VALUE SPACES.
000570
000580 01  MRG-BAL-LINE.
000590     05  FILLER               PIC X(04) VALUE SPACES.
000600     05  MRG-B-TAG            PIC X(16).
000610     05  MRG-B-CUST-ID        PIC X(06).
000620     05  FILLER               PIC X(02) VALUE SPACES.
000630     05  MRG-B-CURR           PIC ZZZ,ZZZ,ZZ9.99-.
000640     05  FILLER               PIC X(01) VALUE SPACES.
000650     05  MRG-B-AGE-30         PIC ZZZ,ZZZ,ZZ9.99-.
000660     05  FILLER               PIC X(01) VALUE SPACES.
000670     05  MRG-B-AGE-60         PIC ZZZ,ZZZ,ZZ9.99-.
000680     05  FILLER               PIC X(01) VALUE SPACES.
000690     05  MRG-B-AGE-90         PIC ZZZ,ZZZ,ZZ9.99-.
000700     05  FILLER               PIC X(01) VALUE SPACES.
000710     05  MRG-B-BALANCE        PIC ZZZ,ZZZ,ZZ9.99-.
000720     05  FILLER               PIC X(25) VALUE SPACES.
000730
000740 01  MRG-FILE-LINE.
000750     05  FILLER               PIC X(04) VALUE SPACES.
000760     05  MRG-F-FILE           PIC X(08).
000770     05  FILLER               PIC X(02) VALUE SPACES.
000780     05  MRG-F-LABEL-1        PIC X(10).
000790     05  MRG-F-COUNT-1        PIC ZZZ,ZZ9.
000800     05  FILLER               PIC X(02) VALUE SPACES.
000810     05  MRG-F-LABEL-2        PIC X(10).
000820     05  MRG-F-COUNT-2        PIC ZZZ,ZZ9.
000830     05  FILLER               PIC X(02) VALUE SPACES.
000840     05  MRG-F-LABEL-3        PIC X(10).
000850     05  MRG-F-COUNT-3        PIC ZZZ,ZZ9.
000860     05  FILLER               PIC X(63) VALUE SPACES.
000870
000880 01  MRG-AMOUNT-LINE.
000890     05  FILLER               PIC X(04) VALUE SPACES.
000900     05  MRG-A-FILE           PIC X(08).
000910     05  FILLER               PIC X(02) VALUE SPACES.
000920     05  MRG-A-LABEL          PIC X(24).
000930     05  MRG-A-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99-.
000940     05  FILLER               PIC X(79) VALUE SPACES.
000950
000960 01  MRG-SECTION-LINE.
000970     05  MRG-S-TITLE          PIC X(50).
000980     05  FILLER               PIC X(82) VALUE SPACES.
000990
001000 01  MRG-TRAILER-LINE.
001010     05  FILLER          PIC X(11) VALUE 'CARDS READ '.
001020     05  MRG-T-READ-COUNT     PIC ZZZ,ZZ9.
001030     05  FILLER               PIC X(03) VALUE SPACES.
001040     05  FILLER          PIC X(07) VALUE 'MERGED '.
001050     05  MRG-T-MERGED-COUNT   PIC ZZZ,ZZ9.
001060     05  FILLER               PIC X(03) VALUE SPACES.
001070     05  FILLER          PIC X(11) VALUE 'RENUMBERED '.
001080     05  MRG-T-RENUM-COUNT    PIC ZZZ,ZZ9.
001090     05  FILLER               PIC X(03) VALUE SPACES.
001100     05  FILLER          PIC X(09) VALUE 'REJECTED '.
001110     05  MRG-T-REJECT-COUNT   PIC ZZZ,ZZ9.
001120     05  FILLER               PIC X(57) VALUE SPACES.
