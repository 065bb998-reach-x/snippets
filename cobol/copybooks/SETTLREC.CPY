000150*                  NIGHT.  THE SETTLEMENT JOB STILL SUMS BY
000160*                  BRANCH CODE WHEN LOADING, SO A DOUBLED EXTRACT
000165*                  SURFACES AS A BREAK INSTEAD OF HIDING.
000166*                  THE FEES CHARGED ARE ALSO SPLIT BY OPERATION
000167*                  (ADD, SUBTRACT, MULTIPLY, DIVIDE) - THE FOUR
000168*                  ALWAYS SUM TO THE FEE TOTAL - SO THE GENERAL
000169*                  LEDGER CAN TAKE FEE REVENUE BY BRANCH AND
000170*                  OPERATION.
000171*****************************************************************
000180 01  SETL-RECORD.
000190     05  SETL-BRANCH-CODE     PIC X(02).
000200     05  SETL-RUN-DATE        PIC 9(06).
000260     05  SETL-RESULT-TOTAL    PIC S9(12)V99
000270                              SIGN IS LEADING SEPARATE.
000280     05  SETL-FEE-TOTAL       PIC 9(09)V99.
000281     05  SETL-ADD-FEES        PIC 9(09)V99.
000282     05  SETL-SUBTRACT-FEES   PIC 9(09)V99.
000283     05  SETL-MULTIPLY-FEES   PIC 9(09)V99.
000284     05  SETL-DIVIDE-FEES     PIC 9(09)V99.
000290     05  FILLER               PIC X(05) VALUE SPACES.
