000010*****************************************************************
000020*    COPYBOOK    : GLMLINES.CPY
000030*    DESCRIPTION : GL ACCOUNT MAPPING MAINTENANCE REGISTER LINE
000040*                  LAYOUTS FOR GLMRPT.  HEADER, ACTION, BEFORE/
000050*                  AFTER IMAGE, REJECT AND TRAILER LINES SHARE THE
000060*                  SAME FD RECORD AREA (ONE LINE WRITTEN AT A
000070*                  TIME).
000080*****************************************************************
000090 01  GLM-HEADER-LINE.
000100     05  FILLER          PIC X(46) VALUE
000110         'GL ACCOUNT MAPPING MAINTENANCE REGISTER - RUN '.
000120     05  GLM-H-RUN-DATE  PIC 9(06).
000130     05  FILLER          PIC X(80) VALUE SPACES.
000140
000150 01  GLM-ACTION-LINE.
000160     05  GLM-A-ACTION         PIC X(06).
000170     05  FILLER               PIC X(02) VALUE SPACES.
000180     05  FILLER          PIC X(06) VALUE 'ENTRY '.
000190     05  GLM-A-ENTRY-TYPE     PIC X(04).
000200     05  FILLER               PIC X(02) VALUE SPACES.
000210     05  FILLER          PIC X(07) VALUE 'BRANCH '.
000220     05  GLM-A-BRANCH-CODE    PIC X(02).
000230     05  FILLER               PIC X(02) VALUE SPACES.
000240     05  GLM-A-DISPOSITION    PIC X(08).
000250     05  FILLER               PIC X(02) VALUE SPACES.
000260     05  FILLER          PIC X(09) VALUE 'OPERATOR '.
000270     05  GLM-A-OPERATOR       PIC X(08).
000280     05  FILLER               PIC X(74) VALUE SPACES.
000290
000300 01  GLM-IMAGE-LINE.
000310     05  GLM-I-TAG            PIC X(08).
000320     05  FILLER               PIC X(02) VALUE SPACES.
000330     05  FILLER          PIC X(08) VALUE 'ACCOUNT '.
000340     05  GLM-I-GL-ACCOUNT     PIC X(12).
000350     05  FILLER          PIC X(06) VALUE '  CC  '.
000360     05  GLM-I-COST-CENTER    PIC X(06).
000370     05  FILLER               PIC X(02) VALUE SPACES.
000380     05  GLM-I-DESCRIPTION    PIC X(30).
000390     05  FILLER               PIC X(58) VALUE SPACES.
000400
000410 01  GLM-REJECT-LINE.
000420     05  FILLER          PIC X(10) VALUE 'REJECTED -'.
000430     05  FILLER               PIC X(01) VALUE SPACES.
000440     05  GLM-REJ-REASON       PIC X(35).
000450     05  FILLER               PIC X(86) VALUE SPACES.
000460
000470 01  GLM-TRAILER-LINE.
000480     05  FILLER          PIC X(11) VALUE 'TRANS READ '.
000490     05  GLM-T-READ-COUNT     PIC ZZZ,ZZ9.
000500     05  FILLER               PIC X(05) VALUE SPACES.
000510     05  FILLER          PIC X(08) VALUE 'APPLIED '.
000520     05  GLM-T-APPLIED-COUNT  PIC ZZZ,ZZ9.
000530     05  FILLER               PIC X(05) VALUE SPACES.
000540     05  FILLER          PIC X(09) VALUE 'REJECTED '.
000550     05  GLM-T-REJECT-COUNT   PIC ZZZ,ZZ9.
000560     05  FILLER               PIC X(73) VALUE SPACES.
