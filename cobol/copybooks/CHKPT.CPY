000300*    RESTORED ON RESTART SO THE SETTLOUT EXTRACT STILL CARRIES
000310*    THE WHOLE NIGHT.  THE RELEASED AND RE-ENTRY COUNTS ARE NOT
000320*    CHECKPOINTED - THE RESTART RE-READS AND RECOUNTS THE WHOLE
000330*    INPUT DURING ITS OWN SORT.  THE FEES ARE HELD IN TOTAL AND
000331*    SPLIT BY OPERATION, AS SETTLOUT CARRIES THEM.
000340     05  CHK-BR-COUNT         PIC 9(02).
000350     05  CHK-BRANCH-ENTRY  OCCURS 10 TIMES.
000360         10  CHK-BR-CODE          PIC X(02).
000400         10  CHK-BR-RESULT        PIC S9(12)V99
000410                                  SIGN IS LEADING SEPARATE.
000420         10  CHK-BR-FEES          PIC 9(09)V99.
000421         10  CHK-BR-ADD-FEES      PIC 9(09)V99.
000422         10  CHK-BR-SUBTRACT-FEES PIC 9(09)V99.
000423         10  CHK-BR-MULTIPLY-FEES PIC 9(09)V99.
000424         10  CHK-BR-DIVIDE-FEES   PIC 9(09)V99.
