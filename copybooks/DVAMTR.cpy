000100******************************************************************
000200*    COPYBOOK:    DVAMTR                                         *
000300*    DESCRIPTION: GL ACCOUNT-MAPPING MAINTENANCE TRANSACTION      *
000400*                 RECORD.  ONE CARD ADDS, CHANGES, OR             *
000500*                 DEACTIVATES ONE (DEPARTMENT, CALC TYPE)         *
000600*                 MAPPING ON THE ACCOUNT-MAPPING MASTER (SEE      *
000700*                 DVACMR).  ON A CHANGE, A BLANK ACCOUNT, OFFSET  *
000800*                 ACCOUNT, OR DESCRIPTION LEAVES THE FIELD AS IT  *
000900*                 IS.  MODELED ON THE DEPARTMENT MASTER'S DVDMTR  *
001000*                 MAINTENANCE RECORD.                             *
001100*    HISTORY:     2026-10-06 RSH  ORIGINAL COPYBOOK.             *
001200******************************************************************
001300 01  DVACCT-MAINT-TRAN.
001400     05  MA-FUNCTION                 PIC X(01).
001500         88  MA-ADD                      VALUE 'A'.
001600         88  MA-CHANGE                   VALUE 'C'.
001700         88  MA-DEACTIVATE               VALUE 'D'.
001800     05  MA-DEPT-CODE                PIC X(04).
001900     05  MA-CALC-TYPE                PIC X(01).
002000     05  MA-GL-ACCOUNT               PIC X(08).
002100     05  MA-OFFSET-ACCOUNT           PIC X(08).
002200     05  MA-DESCRIPTION              PIC X(30).
002300     05  FILLER                      PIC X(28).
