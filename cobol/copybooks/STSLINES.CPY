000010*****************************************************************
000020*    COPYBOOK    : STSLINES.CPY
000030*    DESCRIPTION : STREAM STATUS REPORT LINE LAYOUTS FOR STSRPT.
000040*                  HEADER, THEN FOR EACH BUSINESS DATE A DATE
000050*                  LINE, COLUMN HEADINGS, ONE LINE PER STREAM STEP
000060*                  IN RUNNING ORDER (WITH AN OVERRIDE LINE UNDER A
000070*                  STEP RERUN ON AN OPERATOR'S OVERRIDE AND A
000080*                  REFUSAL LINE UNDER A STEP THAT WAS TURNED AWAY)
000090*                  AND A DAY TOTAL LINE, AND A TRAILING COUNT LINE
000100*                  SHARE THE SAME FD RECORD AREA.
000110*****************************************************************
000120 01  SSL-HEADER-LINE.
000130     05  FILLER          PIC X(28) VALUE
000140         'NIGHTLY STREAM STATUS - RUN '.
000150     05  SSL-H-RUN-DATE  PIC 9(06).
000160     05  FILLER          PIC X(17) VALUE '  BUSINESS DATES '.
000170     05  SSL-H-FROM-DATE PIC 9(06).
000180     05  FILLER          PIC X(06) VALUE ' THRU '.
000190     05  SSL-H-THRU-DATE PIC 9(06).
000200     05  FILLER          PIC X(63) VALUE SPACES.
000210
000220 01  SSL-DATE-LINE.
000230     05  FILLER          PIC X(14) VALUE 'BUSINESS DATE '.
000240     05  SSL-D-BUSINESS-DATE  PIC 9(06).
000250     05  FILLER               PIC X(112) VALUE SPACES.
000260
000270 01  SSL-COLHDR-LINE.
000280     05  FILLER          PIC X(20) VALUE 'STEP NAME'.
000290     05  FILLER          PIC X(11) VALUE 'STATE'.
000300     05  FILLER          PIC X(05) VALUE 'RUNS '.
000310     05  FILLER          PIC X(06) VALUE '  RC  '.
000320     05  FILLER          PIC X(15) VALUE 'STARTED'.
000330     05  FILLER          PIC X(15) VALUE 'ENDED'.
000340     05  FILLER          PIC X(09) VALUE '   READ  '.
000350     05  FILLER          PIC X(09) VALUE 'WRITTEN  '.
000360     05  FILLER          PIC X(09) VALUE 'REJECTS  '.
000370     05  FILLER          PIC X(05) VALUE 'OVR  '.
000380     05  FILLER          PIC X(28) VALUE SPACES.
000390
000400 01  SSL-STEP-LINE.
000410     05  SSL-S-STEP-NAME      PIC X(18).
000420     05  FILLER               PIC X(02) VALUE SPACES.
000430     05  SSL-S-STATE          PIC X(09).
000440     05  FILLER               PIC X(02) VALUE SPACES.
000450     05  SSL-S-RUN-COUNT      PIC ZZ9.
000460     05  FILLER               PIC X(02) VALUE SPACES.
000470     05  SSL-S-RETURN-CODE    PIC ZZZ9.
000480     05  FILLER               PIC X(02) VALUE SPACES.
000490     05  SSL-S-START-DATE     PIC X(06).
000500     05  FILLER               PIC X(01) VALUE SPACES.
000510     05  SSL-S-START-TIME     PIC X(06).
000520     05  FILLER               PIC X(02) VALUE SPACES.
000530     05  SSL-S-END-DATE       PIC X(06).
000540     05  FILLER               PIC X(01) VALUE SPACES.
000550     05  SSL-S-END-TIME       PIC X(06).
000560     05  FILLER               PIC X(02) VALUE SPACES.
000570     05  SSL-S-READ-COUNT     PIC Z(06)9.
000580     05  FILLER               PIC X(02) VALUE SPACES.
000590     05  SSL-S-WRITTEN-COUNT  PIC Z(06)9.
000600     05  FILLER               PIC X(02) VALUE SPACES.
000610     05  SSL-S-REJECT-COUNT   PIC Z(06)9.
000620     05  FILLER               PIC X(02) VALUE SPACES.
000630     05  SSL-S-OVERRIDE-COUNT PIC ZZ9.
000640     05  FILLER               PIC X(30) VALUE SPACES.
000650
000660 01  SSL-OVERRIDE-LINE.
000670     05  FILLER          PIC X(20) VALUE SPACES.
000680     05  FILLER          PIC X(18) VALUE 'RERUN OVERRIDE BY '.
000690     05  SSL-O-OPERATOR       PIC X(08).
000700     05  FILLER               PIC X(04) VALUE ' ON '.
000710     05  SSL-O-DATE           PIC 9(06).
000720     05  FILLER               PIC X(01) VALUE SPACES.
000730     05  SSL-O-TIME           PIC X(06).
000740     05  FILLER               PIC X(03) VALUE ' - '.
000750     05  SSL-O-REASON         PIC X(30).
000760     05  FILLER               PIC X(36) VALUE SPACES.
000770
000780 01  SSL-REFUSE-LINE.
000790     05  FILLER          PIC X(20) VALUE SPACES.
000800     05  FILLER          PIC X(08) VALUE 'REFUSED '.
000810     05  SSL-R-COUNT          PIC ZZ9.
000820     05  FILLER          PIC X(15) VALUE ' TIME(S), LAST '.
000830     05  SSL-R-DATE           PIC 9(06).
000840     05  FILLER               PIC X(01) VALUE SPACES.
000850     05  SSL-R-TIME           PIC X(06).
000860     05  FILLER               PIC X(03) VALUE ' - '.
000870     05  SSL-R-REASON         PIC X(40).
000880     05  FILLER               PIC X(30) VALUE SPACES.
000890
000900 01  SSL-DAY-TOTAL-LINE.
000910     05  FILLER          PIC X(16) VALUE 'STEPS COMPLETED '.
000920     05  SSL-T-COMPLETED      PIC ZZ9.
000930     05  FILLER          PIC X(09) VALUE '  FAILED '.
000940     05  SSL-T-FAILED         PIC ZZ9.
000950     05  FILLER          PIC X(10) VALUE '  STARTED '.
000960     05  SSL-T-STARTED        PIC ZZ9.
000970     05  FILLER          PIC X(10) VALUE '  REFUSED '.
000980     05  SSL-T-REFUSED        PIC ZZ9.
000990     05  FILLER          PIC X(10) VALUE '  NOT RUN '.
001000     05  SSL-T-NOT-RUN        PIC ZZ9.
001010     05  FILLER          PIC X(20) VALUE '  RERUNS OVERRIDDEN '.
001020     05  SSL-T-OVERRIDES      PIC ZZ9.
001030     05  FILLER               PIC X(39) VALUE SPACES.
001040
001050 01  SSL-TRAILER-LINE.
001060     05  FILLER          PIC X(15) VALUE 'DATES REPORTED '.
001070     05  SSL-E-DATE-COUNT     PIC ZZZ9.
001080     05  FILLER          PIC X(22) VALUE '   STEPS NOT COMPLETE '.
001090     05  SSL-E-INCOMPLETE     PIC ZZZZ9.
001100     05  FILLER          PIC X(19) VALUE '   RERUN OVERRIDES '.
001110     05  SSL-E-OVERRIDES      PIC ZZZZ9.
001120     05  FILLER               PIC X(62) VALUE SPACES.
