000010*****************************************************************
000020*    COPYBOOK    : STEPDEF.CPY
000030*    DESCRIPTION : NIGHTLY STREAM STEP DEFINITIONS - EVERY STEP OF
000040*                  THE STREAM IN RUNNING ORDER WITH UP TO FOUR
000050*                  PREREQUISITE STEPS THAT MUST HAVE COMPLETED FOR
000060*                  THE SAME BUSINESS DATE BEFORE IT MAY START.
000070*                  STEP-CONTROL ENFORCES THE PREREQUISITES;
000080*                  STEP-STATUS PRINTS EACH DAY'S STEPS IN THIS
000090*                  ORDER.  A STEP NAME NOT IN THE TABLE HAS NO
000100*                  PREREQUISITES.  BUSINESS DATE CONTROL REGISTERS
000110*                  ITS OPEN AND ITS CLOSE AS SEPARATE STEPS; THE
000120*                  DAY MAY NOT CLOSE UNTIL THE STREAM HAS BALANCED
000130*                  AND POSTED.
000140*****************************************************************
000150 01  STD-STEP-TABLE.
000160     05  STD-STEP-COUNT       PIC 9(02) VALUE 13.
000170     05  STD-STEP-VALUES.
000180         10  FILLER           PIC X(18) VALUE 'BUSDATE-OPEN'.
000190         10  FILLER           PIC X(72) VALUE SPACES.
000200
000210         10  FILLER           PIC X(18) VALUE 'EXCEPT-CORRECT'.
000220         10  FILLER           PIC X(18) VALUE 'BUSDATE-OPEN'.
000230         10  FILLER           PIC X(54) VALUE SPACES.
000240
000250         10  FILLER           PIC X(18) VALUE
000260             'BRANCH-CONSOLIDATE'.
000270         10  FILLER           PIC X(18) VALUE 'BUSDATE-OPEN'.
000280         10  FILLER           PIC X(54) VALUE SPACES.
000290
000300         10  FILLER           PIC X(18) VALUE 'BASIC-OPERATIONS'.
000310         10  FILLER           PIC X(18) VALUE
000320             'BRANCH-CONSOLIDATE'.
000330         10  FILLER           PIC X(18) VALUE 'EXCEPT-CORRECT'.
000340         10  FILLER           PIC X(36) VALUE SPACES.
000350
000360         10  FILLER           PIC X(18) VALUE 'AUDIT-HISTORY'.
000370         10  FILLER           PIC X(18) VALUE 'BASIC-OPERATIONS'.
000380         10  FILLER           PIC X(54) VALUE SPACES.
000390
000400         10  FILLER           PIC X(18) VALUE
000410             'RECV-BALANCE-LOAD'.
000420         10  FILLER           PIC X(18) VALUE 'BASIC-OPERATIONS'.
000430         10  FILLER           PIC X(54) VALUE SPACES.
000440
000450         10  FILLER           PIC X(18) VALUE 'BRANCH-SETTLE'.
000460         10  FILLER           PIC X(18) VALUE 'BASIC-OPERATIONS'.
000470         10  FILLER           PIC X(54) VALUE SPACES.
000480
000490         10  FILLER           PIC X(18) VALUE 'BRANCH-RETURN'.
000500         10  FILLER           PIC X(18) VALUE 'BASIC-OPERATIONS'.
000510         10  FILLER           PIC X(54) VALUE SPACES.
000520
000530         10  FILLER           PIC X(18) VALUE 'GL-JOURNAL'.
000540         10  FILLER           PIC X(18) VALUE 'BASIC-OPERATIONS'.
000550         10  FILLER           PIC X(54) VALUE SPACES.
000560
000570         10  FILLER           PIC X(18) VALUE 'PIPE-BALANCE'.
000580         10  FILLER           PIC X(18) VALUE 'AUDIT-HISTORY'.
000590         10  FILLER           PIC X(18) VALUE 'BRANCH-SETTLE'.
000600         10  FILLER           PIC X(36) VALUE SPACES.
000610
000620         10  FILLER           PIC X(18) VALUE 'SUSP-AGING'.
000630         10  FILLER           PIC X(18) VALUE 'BASIC-OPERATIONS'.
000640         10  FILLER           PIC X(54) VALUE SPACES.
000650
000660         10  FILLER           PIC X(18) VALUE 'OPS-SUMMARY'.
000670         10  FILLER           PIC X(18) VALUE 'BASIC-OPERATIONS'.
000680         10  FILLER           PIC X(54) VALUE SPACES.
000690
000700         10  FILLER           PIC X(18) VALUE 'BUSDATE-CLOSE'.
000710         10  FILLER           PIC X(18) VALUE 'PIPE-BALANCE'.
000720         10  FILLER           PIC X(18) VALUE
000730             'RECV-BALANCE-LOAD'.
000740         10  FILLER           PIC X(18) VALUE 'BRANCH-RETURN'.
000750         10  FILLER           PIC X(18) VALUE 'GL-JOURNAL'.
000760     05  STD-STEP-ENTRIES REDEFINES STD-STEP-VALUES.
000770         10  STD-STEP-ENTRY  OCCURS 13 TIMES.
000780             15  STD-STEP-NAME        PIC X(18).
000790             15  STD-PREREQ-NAME      PIC X(18) OCCURS 4 TIMES.
