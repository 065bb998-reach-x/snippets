000090*                  APPLIED OLDEST BUCKET FIRST.  AMOUNTS ARE
000100*                  SIGNED - AN OVERPAYMENT LEAVES A CREDIT IN THE
000110*                  CURRENT BUCKET.
000111*                  A FEE DISPUTE CREDIT MEMO (FEE-DISPUTE) IS
000112*                  APPLIED OLDEST BUCKET FIRST LIKE A PAYMENT BUT
000113*                  STAMPS ITS OWN DATE - THE LAST PAYMENT DATE
000114*                  ONLY EVER REFLECTS REAL REMITTANCES.
000120*****************************************************************
000130 01  ARB-RECORD.
000140     05  ARB-CUST-ID          PIC X(06).
000240                              SIGN IS LEADING SEPARATE.
000250     05  ARB-LAST-BILL-DATE   PIC 9(06).
000260     05  ARB-LAST-PAY-DATE    PIC 9(06).
000270     05  ARB-LAST-CREDIT-DATE PIC 9(06).
