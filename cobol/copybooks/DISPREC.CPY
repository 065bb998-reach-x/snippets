000010*****************************************************************
000020*    COPYBOOK    : DISPREC.CPY
000030*    DESCRIPTION : TRANSACTION DISPOSITION RECORD - ONE PER
000040*                  TRANSACTION THE ARITHMETIC RUN DISPOSES OF,
000050*                  WRITTEN TO DISPOUT AS IT GOES.  CARRIES THE
000060*                  BRANCH THE WORK IS ATTRIBUTED TO, WHERE IT CAME
000070*                  FROM (FIRST-PASS FEED WORK, A RE-ENTERED
000080*                  CORRECTION OR A RELEASE FROM SUSPENSE), THE
000090*                  TRANSACTION ITSELF AND WHAT BECAME OF IT:
000100*                  POSTED (RESULTS AND FEE CHARGED), REJECTED
000110*                  (REASON CODE AND TEXT), HELD IN SUSPENSE
000120*                  (BOUNCE COUNT AFTER TONIGHT'S HOLD) OR
000130*                  ESCALATED OUT OF SUSPENSE (REASON 07).  THE
000140*                  SEQUENCE IS THE TRANSACTION'S PLACE IN THE
000150*                  RUN, SO A RESTART THAT REPEATS WORK PAST ITS
000160*                  CHECKPOINT REPEATS THE SAME SEQUENCE AND
000170*                  BRANCH-RETURN KEEPS ONLY THE LAST COPY.
000180*****************************************************************
000190 01  DISP-RECORD.
000200     05  DISP-BRANCH-CODE     PIC X(02).
000210     05  DISP-RUN-ID          PIC X(14).
000220     05  DISP-SEQ             PIC 9(07).
000230     05  DISP-SOURCE          PIC X(01).
000240         88  DISP-FROM-FEED         VALUE 'F'.
000250         88  DISP-FROM-REENTRY      VALUE 'R'.
000260         88  DISP-FROM-SUSPENSE     VALUE 'S'.
000270     05  DISP-CUST-ID         PIC X(06).
000280     05  DISP-NUM1            PIC S9(03)V99
000290                              SIGN IS LEADING SEPARATE.
000300     05  DISP-NUM2            PIC S9(03)V99
000310                              SIGN IS LEADING SEPARATE.
000320     05  DISP-OP-CODE         PIC X(01).
000330     05  DISP-DISPOSITION     PIC X(01).
000340         88  DISP-POSTED            VALUE 'P'.
000350         88  DISP-REJECTED          VALUE 'R'.
000360         88  DISP-SUSPENDED         VALUE 'S'.
000370         88  DISP-ESCALATED         VALUE 'E'.
000380     05  DISP-ADD-RESULT      PIC S9(06)V99
000390                              SIGN IS LEADING SEPARATE.
000400     05  DISP-SUBTRACT-RESULT PIC S9(06)V99
000410                              SIGN IS LEADING SEPARATE.
000420     05  DISP-MULTIPLY-RESULT PIC S9(06)V99
000430                              SIGN IS LEADING SEPARATE.
000440     05  DISP-DIVIDE-RESULT   PIC S9(06)V99
000450                              SIGN IS LEADING SEPARATE.
000460     05  DISP-FEE             PIC 9(05)V99.
000470     05  DISP-REASON-CODE     PIC 9(02).
000480     05  DISP-REASON-TEXT     PIC X(35).
000490     05  DISP-BOUNCE-COUNT    PIC 9(03).
000500     05  FILLER               PIC X(05).
