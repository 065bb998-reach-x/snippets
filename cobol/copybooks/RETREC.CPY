000010*****************************************************************
000020*    COPYBOOK    : RETREC.CPY
000030*    DESCRIPTION : BRANCH DISPOSITION RETURN RECORD (RETOUT).  THE
000040*                  RETURN IS FRAMED THE SAME WAY THE BRANCH FEEDS
000050*                  ARE - EACH BRANCH'S GROUP OPENS WITH A HEADER
000060*                  ('H' IN COLUMN 1) CARRYING THE RUN AND THAT
000070*                  BRANCH'S SETTLOUT FIGURES (POSTED, EXCEPTIONS,
000080*                  SUSPENSE, RELEASED, RE-ENTERED, RESULT TOTAL,
000090*                  FEES), THEN ONE DETAIL ('D') PER TRANSACTION
000100*                  DISPOSED OF WITH ITS FINAL DISPOSITION, AND
000110*                  CLOSES WITH A TRAILER ('T') CARRYING THE SAME
000120*                  FIGURES COUNTED FROM THE DETAILS ACTUALLY SENT
000130*                  AND 'MATCH' OR 'BREAK' AGAINST THE HEADER.
000140*                  EXCEPTIONS INCLUDE THE ESCALATED SUSPENSE
000150*                  ITEMS, WHICH THE TRAILER ALSO SHOWS ON THEIR
000160*                  OWN.  THE TRANSMISSION STEP SPLITS THE FILE ON
000170*                  THE BRANCH CODE IN COLUMNS 2-3.  ITEMS STILL
000171*                  HELD FOR DUPLICATE REVIEW FOLLOW THE BRANCH'S
000172*                  DETAILS AS DISPOSITION 'H' WITH THE DATE THEY
000173*                  WERE HELD.  THEY ARE NOT ON SETTLOUT, SO THE
000174*                  TRAILER COUNTS THEM ON THEIR OWN, OUTSIDE THE
000175*                  DETAIL COUNT AND THE MATCH.
000180*****************************************************************
000190 01  RET-RECORD.
000200     05  RET-RECORD-TYPE      PIC X(01).
000210         88  RET-IS-HEADER          VALUE 'H'.
000220         88  RET-IS-DETAIL          VALUE 'D'.
000230         88  RET-IS-TRAILER         VALUE 'T'.
000240     05  RET-BRANCH-CODE      PIC X(02).
000250     05  RET-BODY             PIC X(117).
000260
000270     05  RET-HEADER-BODY REDEFINES RET-BODY.
000280         10  RET-H-RUN-DATE       PIC 9(06).
000290         10  RET-H-RUN-ID         PIC X(14).
000300         10  RET-H-POSTED-COUNT   PIC 9(07).
000310         10  RET-H-EXCEPTION-COUNT PIC 9(07).
000320         10  RET-H-SUSPENSE-COUNT PIC 9(07).
000330         10  RET-H-RELEASED-COUNT PIC 9(07).
000340         10  RET-H-REENTRY-COUNT  PIC 9(07).
000350         10  RET-H-RESULT-TOTAL   PIC S9(12)V99
000360                                  SIGN IS LEADING SEPARATE.
000370         10  RET-H-FEE-TOTAL      PIC 9(09)V99.
000380         10  FILLER               PIC X(36).
000390
000400     05  RET-DETAIL-BODY REDEFINES RET-BODY.
000410         10  RET-D-SEQ            PIC 9(07).
000420         10  RET-D-SOURCE         PIC X(01).
000430         10  RET-D-CUST-ID        PIC X(06).
000440         10  RET-D-NUM1           PIC S9(03)V99
000450                                  SIGN IS LEADING SEPARATE.
000460         10  RET-D-NUM2           PIC S9(03)V99
000470                                  SIGN IS LEADING SEPARATE.
000480         10  RET-D-OP-CODE        PIC X(01).
000490         10  RET-D-DISPOSITION    PIC X(01).
000500         10  RET-D-ADD-RESULT     PIC S9(06)V99
000510                                  SIGN IS LEADING SEPARATE.
000520         10  RET-D-SUBTRACT-RESULT PIC S9(06)V99
000530                                  SIGN IS LEADING SEPARATE.
000540         10  RET-D-MULTIPLY-RESULT PIC S9(06)V99
000550                                  SIGN IS LEADING SEPARATE.
000560         10  RET-D-DIVIDE-RESULT  PIC S9(06)V99
000570                                  SIGN IS LEADING SEPARATE.
000580         10  RET-D-FEE            PIC 9(05)V99.
000590         10  RET-D-REASON-CODE    PIC 9(02).
000600         10  RET-D-REASON-TEXT    PIC X(35).
000610         10  RET-D-BOUNCE-COUNT   PIC 9(03).
000620         10  RET-D-HELD-DATE      PIC 9(06).
000630
000640     05  RET-TRAILER-BODY REDEFINES RET-BODY.
000650         10  RET-T-DETAIL-COUNT   PIC 9(07).
000660         10  RET-T-POSTED-COUNT   PIC 9(07).
000670         10  RET-T-EXCEPTION-COUNT PIC 9(07).
000680         10  RET-T-ESCALATED-COUNT PIC 9(07).
000690         10  RET-T-SUSPENSE-COUNT PIC 9(07).
000700         10  RET-T-RELEASED-COUNT PIC 9(07).
000710         10  RET-T-REENTRY-COUNT  PIC 9(07).
000720         10  RET-T-RESULT-TOTAL   PIC S9(12)V99
000730                                  SIGN IS LEADING SEPARATE.
000740         10  RET-T-FEE-TOTAL      PIC 9(09)V99.
000750         10  RET-T-BALANCE        PIC X(05).
000755         10  RET-T-HELD-COUNT     PIC 9(07).
000760         10  FILLER               PIC X(30).
