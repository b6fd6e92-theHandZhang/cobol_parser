000100******************************************************************
000200*    COPYBOOK:    DVALMR                                         *
000300*    DESCRIPTION: ALLOCATION-RULE MAINTENANCE TRANSACTION        *
000400*                 RECORD.  ONE CARD ADDS A RULE, CHANGES ITS     *
000500*                 DESCRIPTION OR RESIDUE DEPARTMENT, SETS ONE    *
000600*                 DEPARTMENT'S SHARE, OR DEACTIVATES OR          *
000700*                 REACTIVATES THE RULE ON THE ALLOCATION-RULE    *
000800*                 MASTER (SEE DVALRR).  ON AN ADD OR CHANGE      *
000900*                 RM-DEPT-CODE IS THE RESIDUE DEPARTMENT; ON A   *
001000*                 SHARE CARD IT IS THE RECEIVING DEPARTMENT AND  *
001100*                 RM-SHARE-PCT ITS PERCENTAGE (ZERO TAKES THE    *
001200*                 DEPARTMENT OFF THE RULE).  ON A CHANGE A BLANK *
001300*                 FIELD IS LEFT AS IT IS.  MODELED ON THE        *
001400*                 ACCOUNT-MAPPING MASTER'S DVAMTR RECORD.        *
001500*    HISTORY:     2026-10-15 RSH  ORIGINAL COPYBOOK.             *
001600******************************************************************
001700 01  DVALRUL-MAINT-TRAN.
001800     05  RM-FUNCTION                 PIC X(01).
001900         88  RM-ADD                      VALUE 'A'.
002000         88  RM-CHANGE                   VALUE 'C'.
002100         88  RM-SET-SHARE                VALUE 'S'.
002200         88  RM-DEACTIVATE               VALUE 'D'.
002300         88  RM-REACTIVATE               VALUE 'R'.
002400     05  RM-RULE-ID                  PIC X(08).
002500     05  RM-DEPT-CODE                PIC X(04).
002600     05  RM-SHARE-PCT                PIC 9(03)V99.
002700     05  RM-SHARE-PCT-X REDEFINES RM-SHARE-PCT
002800                                     PIC X(05).
002900     05  RM-DESCRIPTION              PIC X(30).
003000     05  FILLER                      PIC X(32).
