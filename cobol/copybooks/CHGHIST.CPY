000010*****************************************************************
000020*    COPYBOOK    : CHGHIST.CPY
000030*    DESCRIPTION : CUSTOMER MASTER CHANGE HISTORY RECORD - THE
000040*                  PERMANENT INDEXED CHGHIST FILE, ONE RECORD FOR
000050*                  EVERY ADD, CHANGE, DELETE AND STATUS CHANGE
000060*                  MADE TO CUSTMAST BY ANY PROGRAM.  KEYED BY
000070*                  CUSTOMER ID, THE EFFECTIVE BUSINESS DATE AND
000080*                  THE CLOCK DATE AND TIME OF THE CHANGE, WITH A
000090*                  SEQUENCE TO KEEP TWO CHANGES IN THE SAME
000100*                  HUNDREDTH OF A SECOND APART.  THE CLOCK DATE
000110*                  RIDES AHEAD OF THE CLOCK TIME SO A CHANGE MADE
000120*                  PAST MIDNIGHT UNDER THE SAME BUSINESS DATE
000130*                  STILL FOLLOWS THAT EVENING'S CHANGES - A
000140*                  CUSTOMER'S CHANGES READ BACK IN THE ORDER THEY
000150*                  WERE MADE.  CARRIES THE MASTER RECORD BEFORE
000160*                  AND AFTER THE CHANGE (BEFORE IS SPACES ON AN
000170*                  ADD, AFTER IS SPACES ON A DELETE), THE OPERATOR
000180*                  AND THE PROGRAM THAT MADE IT.  WRITTEN ONLY
000190*                  THROUGH THE CUSTOMER-HISTORY SUBROUTINE.  A
000200*                  STATUS CHANGE ('S') IS ONE THAT TOUCHED ONLY
000210*                  THE ACCOUNT STATUS, HOLD CODE OR MERGED-TO
000220*                  POINTER.
000230*****************************************************************
000240 01  CHH-RECORD.
000250     05  CHH-KEY.
000260         10  CHH-CUST-ID      PIC X(06).
000270         10  CHH-EFF-DATE     PIC 9(06).
000280         10  CHH-CLOCK-DATE   PIC 9(06).
000290         10  CHH-EFF-TIME     PIC 9(08).
000300         10  CHH-SEQ          PIC 9(03).
000310     05  CHH-ACTION           PIC X(01).
000320         88  CHH-ACTION-ADD         VALUE 'A'.
000330         88  CHH-ACTION-CHANGE      VALUE 'C'.
000340         88  CHH-ACTION-DELETE      VALUE 'D'.
000350         88  CHH-ACTION-STATUS      VALUE 'S'.
000360     05  CHH-OPERATOR-ID      PIC X(08).
000370     05  CHH-PROGRAM-ID       PIC X(18).
000380     05  CHH-REASON           PIC X(35).
000390     05  CHH-BEFORE-IMAGE     PIC X(70).
000400     05  CHH-AFTER-IMAGE      PIC X(70).
000410     05  FILLER               PIC X(19).
