000010*****************************************************************
000020*    COPYBOOK    : GLMAP.CPY
000030*    DESCRIPTION : GENERAL LEDGER ACCOUNT MAPPING RECORD, KEYED BY
000040*                  JOURNAL ENTRY TYPE PLUS BRANCH CODE.  TELLS THE
000050*                  NIGHTLY GL-JOURNAL EXTRACT WHICH LEDGER ACCOUNT
000060*                  AND COST CENTER EACH KIND OF ENTRY POSTS TO -
000070*                  FEE REVENUE FOR EACH OF THE FOUR OPERATIONS,
000080*                  THE RECEIVABLES CONTROL ACCOUNT AND CASH.  A
000090*                  RECORD KEYED WITH A BRANCH CODE OVERRIDES THE
000100*                  RECORD KEYED WITH A BLANK BRANCH FOR THAT
000110*                  BRANCH ONLY; THE BLANK-BRANCH RECORD IS THE
000120*                  SHOP-WIDE MAPPING.  MAINTAINED BY THE
000130*                  GLMAP-MAINT REGISTER PROGRAM, NOT BY HAND.
000140*****************************************************************
000150 01  GLM-RECORD.
000160     05  GLM-KEY.
000170         10  GLM-ENTRY-TYPE   PIC X(04).
000180             88  GLM-TYPE-ADD-REVENUE   VALUE 'FADD'.
000190             88  GLM-TYPE-SUB-REVENUE   VALUE 'FSUB'.
000200             88  GLM-TYPE-MUL-REVENUE   VALUE 'FMUL'.
000210             88  GLM-TYPE-DIV-REVENUE   VALUE 'FDIV'.
000220             88  GLM-TYPE-RECEIVABLE    VALUE 'ARCV'.
000230             88  GLM-TYPE-CASH          VALUE 'CASH'.
000240             88  GLM-TYPE-VALID         VALUE 'FADD' 'FSUB'
000250                                              'FMUL' 'FDIV'
000260                                              'ARCV' 'CASH'.
000270         10  GLM-BRANCH-CODE  PIC X(02).
000280     05  GLM-GL-ACCOUNT       PIC X(12).
000290     05  GLM-COST-CENTER      PIC X(06).
000300     05  GLM-DESCRIPTION      PIC X(30).
000310     05  FILLER               PIC X(06).
