000210*                 OUT.  DIVSTMT REFUSES A SECOND REVERSAL OF    *
000220*                 THE SAME RECORD.  RECORD LENGTH IS UNCHANGED  *
000230*                 AT 80.                                        *
000231*                 2026-10-15 RSH  ADDED HI-RUN-NO OUT OF FILLER  *
000232*                 -- WHICH RUN OF THE BUSINESS DATE PRODUCED THE *
000233*                 CALCULATION.  NOT PART OF THE KEY: TRANS SEQ   *
000234*                 CARRIES ON FROM RUN TO RUN WITHIN A DATE, SO   *
000235*                 (RUN-DATE, TRANS-SEQ) STAYS UNIQUE.  RECORD    *
000236*                 LENGTH IS UNCHANGED AT 80.                     *
000237*                 2026-10-15 RSH  ADDED HI-ALLOC-FOOTED-SW OUT   *
000238*                 OF FILLER.  AN ALLOCATION (CALC TYPE 'A', SEE  *
000239*                 DVCALCR) IS ONE HISTORY RECORD BUILT FROM ITS  *
000240*                 SHARE ROWS ON THE GL EXTRACT: HI-DIVIDEND IS   *
000241*                 THE SOURCE AMOUNT, HI-DIVISOR THE NUMBER OF    *
000242*                 SHARES, HI-QUOTIENT THE SHARES ADDED UP, AND   *
000243*                 HI-REMAINDER THE ROUNDING RESIDUE.  THE SWITCH *
000244*                 IS 'Y' WHEN THE SHARES FOOT TO THE SOURCE      *
000245*                 AMOUNT AND 'N' WHEN THEY DO NOT (THE RECORD IS *
000246*                 THEN ALSO FLAGGED DISCREPANT); SPACE ON ANY    *
000247*                 OTHER CALC TYPE.  RECORD LENGTH IS UNCHANGED   *
000248*                 AT 80.                                         *
000249******************************************************************
000250 01  DVSTMT-HIST-REC.
000260     05  HI-KEY.
000270         10  HI-RUN-DATE             PIC X(08).
000360         88  HI-IS-DISCREPANT            VALUE 'Y'.
000370     05  HI-REVERSED-SW              PIC X(01).
000380         88  HI-REVERSED                 VALUE 'Y'.
000390     05  HI-RUN-NO                   PIC 9(02).
000400     05  HI-ALLOC-FOOTED-SW          PIC X(01).
000410         88  HI-ALLOC-FOOTED             VALUE 'Y'.
000420         88  HI-ALLOC-NOT-FOOTED         VALUE 'N'.
000430     05  FILLER                      PIC X(03).
