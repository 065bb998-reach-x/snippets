000209*                      THE ZERO-DIVISOR EDIT NOW ONLY FIRES WHEN
000210*                      DIVIDE IS ACTUALLY WANTED, SO AN ADD-ONLY
000211*                      TRANSACTION WITH A ZERO NUM1 POSTS.
000212*    10/15/2026  DOK   A CUSTOMER RETIRED BY CUST-MERGE (CUSTMAST
000213*                      CUST-MERGED-TO-ID SET) NOW REJECTS AS ITS
000214*                      OWN REASON (08) NAMING THE SURVIVING ID,
000215*                      SO A BRANCH STILL KEYING THE OLD NUMBER IS
000216*                      TOLD WHICH NUMBER TO USE INSTEAD.
000217*****************************************************************

000220 ENVIRONMENT DIVISION.
000230 CONFIGURATION SECTION.
000450 77  CENG-CUSTOMER-FOUND-SW   PIC X(01) VALUE 'N'.
000460     88  CENG-CUSTOMER-WAS-FOUND      VALUE 'Y'.
000470     88  CENG-CUSTOMER-NOT-FOUND      VALUE 'N'.
000471 77  CENG-MERGED-TO-ID        PIC X(06) VALUE SPACES.
000480 77  CENG-MAX-VALID-AGE       PIC 9(03) VALUE 120.

000490 LINKAGE SECTION.
001180             MOVE SPACES TO CALC-CUST-NAME
001190             MOVE ZERO TO CALC-CUST-AGE
001200             MOVE SPACES TO CALC-ACCOUNT-STATUS
001201             MOVE SPACES TO CENG-MERGED-TO-ID
001210     END-READ.
001220     IF CENG-CUSTOMER-WAS-FOUND
001230         MOVE CUST-NAME TO CALC-CUST-NAME
001240         MOVE CUST-AGE TO CALC-CUST-AGE
001250         MOVE CUST-ACCOUNT-STATUS TO CALC-ACCOUNT-STATUS
001251         MOVE CUST-MERGED-TO-ID TO CENG-MERGED-TO-ID
001260     END-IF.
001270 2030-LOOKUP-CUSTOMER-EXIT.
001280     EXIT.
001330*        REJECTS, A SUSPENDED ACCOUNT IS RETURNED AS ITS OWN
001340*        STATUS FOR THE CALLER TO ROUTE, A ZERO DIVISOR
001350*        REJECTS WHEN DIVIDE IS WANTED, AND AN OUT-OF-RANGE
001360*        AGE REJECTS.  A CUSTOMER ID RETIRED BY A MERGE
001361*        REJECTS WITH THE SURVIVING ID IN THE REASON TEXT.
001370*****************************************************************
001380 2050-VALIDATE-REQUEST.
001381     IF NOT CALC-OP-CODE-VALID
001430             TO CALC-REASON-TEXT
001440         GO TO 2050-VALIDATE-REQUEST-EXIT
001450     END-IF.
001451     IF CENG-MERGED-TO-ID NOT = SPACES
001452         MOVE 'R' TO CALC-RETURN-STATUS
001453         MOVE 08 TO CALC-REASON-CODE
001454         MOVE 'ID RETIRED - MERGED INTO'
001455             TO CALC-REASON-TEXT
001456         MOVE CENG-MERGED-TO-ID TO CALC-REASON-TEXT(26:6)
001457         GO TO 2050-VALIDATE-REQUEST-EXIT
001458     END-IF.
001460     IF CALC-ACCOUNT-STATUS = 'S'
001470         MOVE 'S' TO CALC-RETURN-STATUS
001480         MOVE ZERO TO CALC-REASON-CODE
