000400*                 ONE RECORD ADDS, CHANGES, OR DELETES ONE NAMED  *
000500*                 PARAMETER IN THE PARAMETER MASTER FILE.         *
000600*    HISTORY:     2026-08-08 RSH  ORIGINAL COPYBOOK.             *
000610*                 2026-10-15 RSH  ADDED MT-REQUESTER-ID AND       *
000620*                 MT-EFFECTIVE-DATE OUT OF FILLER, AND FUNCTION   *
000630*                 'X' TO CANCEL A PENDING CHANGE.  A CARD WITH    *
000640*                 AN EFFECTIVE DATE LATER THAN THE CURRENT        *
000650*                 BUSINESS DATE IS HELD ON THE PENDING FILE       *
000660*                 (SCPNDR) UNTIL THAT DATE; BLANK MEANS AT ONCE.  *
000670*                 EVERY CARD IS LOGGED ON THE CHANGE HISTORY      *
000680*                 (SCPHSR).                                       *
000700******************************************************************
000800 01  SCTN-MAINT-TRAN.
000900     05  MT-FUNCTION                 PIC X(01).
001000         88  MT-ADD                      VALUE 'A'.
001100         88  MT-CHANGE                   VALUE 'C'.
001200         88  MT-DELETE                   VALUE 'D'.
001210         88  MT-CANCEL                   VALUE 'X'.
001300     05  MT-PARM-NAME                PIC X(08).
001400     05  MT-PARM-VALUE               PIC X(30).
001410     05  MT-REQUESTER-ID             PIC X(08).
001420     05  MT-EFFECTIVE-DATE           PIC X(08).
001430     05  MT-EFFECTIVE-DATE-N REDEFINES MT-EFFECTIVE-DATE
001440                                     PIC 9(08).
001450     05  FILLER                      PIC X(25).
