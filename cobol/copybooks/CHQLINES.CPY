000010*****************************************************************
000020*    COPYBOOK    : CHQLINES.CPY
000030*    DESCRIPTION : CUSTOMER CHANGE HISTORY INQUIRY REPORT LINE
000040*                  LAYOUTS FOR CHQRPT.  HEADER, A LINE ECHOING
000050*                  EACH REQUEST, THE AS-OF RESULT WITH THE MASTER
000060*                  RECORD IMAGE IT FOUND, THE LISTING COLUMN
000070*                  HEADING, ONE LINE PER CHANGE FOLLOWED BY ITS
000080*                  BEFORE AND AFTER IMAGES, THE LISTING COUNT, THE
000090*                  REJECT LINE AND THE TRAILING COUNT LINE SHARE
000100*                  THE SAME FD RECORD AREA (ONE LINE AT A TIME).
000110*****************************************************************
000120 01  CHL-HEADER-LINE.
000130     05  FILLER          PIC X(41) VALUE
000140         'CUSTOMER MASTER CHANGE HISTORY INQUIRY - '.
000150     05  FILLER          PIC X(14) VALUE 'BUSINESS DATE '.
000160     05  CHL-H-RUN-DATE  PIC 9(06).
000170     05  FILLER          PIC X(71) VALUE SPACES.
000180
000190 01  CHL-REQUEST-LINE.
000200     05  FILLER          PIC X(08) VALUE 'REQUEST '.
000210     05  CHL-R-FUNCTION       PIC X(08).
000220     05  FILLER               PIC X(02) VALUE SPACES.
000230     05  FILLER          PIC X(05) VALUE 'CUST '.
000240     05  CHL-R-CUST-ID        PIC X(06).
000250     05  FILLER               PIC X(02) VALUE SPACES.
000260     05  CHL-R-DATE-TAG       PIC X(08).
000270     05  CHL-R-DATE           PIC X(06).
000280     05  CHL-R-TO-TAG         PIC X(09).
000290     05  CHL-R-TO-DATE        PIC X(06).
000300     05  FILLER               PIC X(02) VALUE SPACES.
000310     05  FILLER          PIC X(09) VALUE 'OPERATOR '.
000320     05  CHL-R-OPERATOR       PIC X(08).
000330     05  FILLER               PIC X(53) VALUE SPACES.
000340
000350 01  CHL-RESULT-LINE.
000360     05  FILLER          PIC X(09) VALUE 'RESULT - '.
000370     05  CHL-RS-TEXT          PIC X(40).
000380     05  CHL-RS-DATE          PIC X(06).
000390     05  FILLER               PIC X(01) VALUE SPACES.
000400     05  CHL-RS-TIME          PIC X(08).
000410     05  FILLER               PIC X(68) VALUE SPACES.
000420
000430 01  CHL-COLHDR-LINE.
000440     05  FILLER          PIC X(08) VALUE 'EFF DATE'.
000450     05  FILLER          PIC X(10) VALUE '  TIME    '.
000460     05  FILLER          PIC X(10) VALUE 'ACTION    '.
000470     05  FILLER          PIC X(10) VALUE 'OPERATOR  '.
000480     05  FILLER          PIC X(20) VALUE 'PROGRAM             '.
000490     05  FILLER          PIC X(06) VALUE 'REASON'.
000500     05  FILLER          PIC X(68) VALUE SPACES.
000510
000520 01  CHL-CHANGE-LINE.
000530     05  CHL-C-EFF-DATE       PIC 9(06).
000540     05  FILLER               PIC X(02) VALUE SPACES.
000550     05  CHL-C-EFF-TIME       PIC 9(08).
000560     05  FILLER               PIC X(02) VALUE SPACES.
000570     05  CHL-C-ACTION         PIC X(08).
000580     05  FILLER               PIC X(02) VALUE SPACES.
000590     05  CHL-C-OPERATOR       PIC X(08).
000600     05  FILLER               PIC X(02) VALUE SPACES.
000610     05  CHL-C-PROGRAM        PIC X(18).
000620     05  FILLER               PIC X(02) VALUE SPACES.
000630     05  CHL-C-REASON         PIC X(35).
000640     05  FILLER               PIC X(39) VALUE SPACES.
000650
000660 01  CHL-IMAGE-LINE.
000670     05  CHL-I-TAG            PIC X(08).
000680     05  FILLER               PIC X(02) VALUE SPACES.
000690     05  CHL-I-CUST-ID        PIC X(06).
000700     05  FILLER               PIC X(02) VALUE SPACES.
000710     05  CHL-I-NAME           PIC X(20).
000720     05  FILLER               PIC X(02) VALUE SPACES.
000730     05  CHL-I-AGE            PIC ZZ9.
000740     05  FILLER               PIC X(02) VALUE SPACES.
000750     05  CHL-I-ADDRESS        PIC X(30).
000760     05  FILLER               PIC X(02) VALUE SPACES.
000770     05  CHL-I-STATUS         PIC X(01).
000780     05  FILLER               PIC X(02) VALUE SPACES.
000790     05  CHL-I-HOLD-CODE      PIC X(01).
000800     05  FILLER               PIC X(02) VALUE SPACES.
000810     05  CHL-I-MERGED-TAG     PIC X(10).
000820     05  CHL-I-MERGED-TO-ID   PIC X(06).
000830     05  FILLER               PIC X(33) VALUE SPACES.
000840
000850 01  CHL-COUNT-LINE.
000860     05  FILLER          PIC X(15) VALUE 'CHANGES LISTED '.
000870     05  CHL-CT-COUNT         PIC ZZZ,ZZ9.
000880     05  FILLER               PIC X(110) VALUE SPACES.
000890
000900 01  CHL-REJECT-LINE.
000910     05  FILLER          PIC X(10) VALUE 'REJECTED -'.
000920     05  FILLER               PIC X(01) VALUE SPACES.
000930     05  CHL-REJ-REASON       PIC X(40).
000940     05  FILLER               PIC X(81) VALUE SPACES.
000950
000960 01  CHL-TRAILER-LINE.
000970     05  FILLER          PIC X(14) VALUE 'REQUESTS READ '.
000980     05  CHL-T-READ-COUNT     PIC ZZZ,ZZ9.
000990     05  FILLER               PIC X(05) VALUE SPACES.
001000     05  FILLER          PIC X(09) VALUE 'ANSWERED '.
001010     05  CHL-T-ANSWER-COUNT   PIC ZZZ,ZZ9.
001020     05  FILLER               PIC X(05) VALUE SPACES.
001030     05  FILLER          PIC X(09) VALUE 'REJECTED '.
001040     05  CHL-T-REJECT-COUNT   PIC ZZZ,ZZ9.
001050     05  FILLER               PIC X(69) VALUE SPACES.
