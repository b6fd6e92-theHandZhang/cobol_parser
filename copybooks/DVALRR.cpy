000100******************************************************************
000200*    COPYBOOK:    DVALRR                                         *
000300*    DESCRIPTION: ALLOCATION-RULE MASTER RECORD.  ONE RECORD PER *
000400*                 RULE, KEYED BY AR-RULE-ID, LISTING THE         *
000500*                 DEPARTMENTS AN ALLOCATION TRANSACTION (CALC    *
000600*                 TYPE 'A', SEE DVCALCR) SPLITS ITS AMOUNT       *
000700*                 ACROSS AND EACH ONE'S PERCENTAGE.  DIVSTMT     *
000800*                 COMPUTES EVERY SHARE AS AMOUNT TIMES           *
000900*                 PERCENTAGE AND PUTS WHATEVER ROUNDING LEAVES   *
001000*                 OVER ON AR-RESIDUE-DEPT, SO THE SHARES FOOT TO *
001100*                 THE AMOUNT EXACTLY.  A RULE IS USABLE ONLY     *
001200*                 WHEN IT IS ACTIVE, ITS PERCENTAGES ADD UP TO   *
001300*                 100.00, AND THE RESIDUE DEPARTMENT IS ONE OF   *
001400*                 ITS SHARES -- DVEDIT AND DIVSTMT BOTH REFUSE   *
001500*                 ANY OTHER.  MAINTAINED BY DVALRUL FROM RULE    *
001600*                 AND SHARE CARDS (SEE DVALMR).  A DEACTIVATED   *
001700*                 RULE KEEPS ITS RECORD FOR RESEARCH.            *
001800*    HISTORY:     2026-10-15 RSH  ORIGINAL COPYBOOK.             *
001900******************************************************************
002000 01  DVALRUL-RULE-REC.
002100     05  AR-RULE-ID                  PIC X(08).
002200     05  AR-DESCRIPTION              PIC X(30).
002300     05  AR-STATUS                   PIC X(01).
002400         88  AR-ACTIVE                   VALUE 'A'.
002500         88  AR-INACTIVE                 VALUE 'I'.
002600     05  AR-RESIDUE-DEPT             PIC X(04).
002700     05  AR-SHARE-COUNT              PIC 9(02).
002800     05  AR-SHARE-ENTRY OCCURS 20 TIMES.
002900         10  AR-SHARE-DEPT           PIC X(04).
003000         10  AR-SHARE-PCT            PIC 9(03)V99.
003100     05  FILLER                      PIC X(25).
