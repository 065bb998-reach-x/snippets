000040*                  BCONRPT.  HEADER, ONE LINE PER BATCH RECEIVED,
000050*                  ONE LINE PER EXPECTED FEED THAT NEVER
000060*                  ARRIVED, AND A TRAILING COUNT LINE SHARE THE
000070*                  SAME FD RECORD AREA.  THE BATCH LINE SHOWS
000072*                  HOW MANY OF AN ACCEPTED BATCH'S DETAILS WERE
000074*                  HELD FOR DUPLICATE REVIEW.
000080*****************************************************************
000090 01  BCN-HEADER-LINE.
000100     05  FILLER          PIC X(42) VALUE
000240     05  BCN-B-DISPOSITION    PIC X(08).
000250     05  FILLER               PIC X(02) VALUE SPACES.
000260     05  BCN-B-REASON         PIC X(35).
000262     05  FILLER               PIC X(02) VALUE SPACES.
000264     05  FILLER          PIC X(05) VALUE 'HELD '.
000266     05  BCN-B-HELD-COUNT     PIC ZZZ,ZZ9.
000270     05  FILLER               PIC X(32) VALUE SPACES.
000280
000290 01  BCN-MISSING-LINE.
000300     05  FILLER          PIC X(07) VALUE 'BRANCH '.
