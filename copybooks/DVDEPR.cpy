001200*                 DEACTIVATED DEPARTMENT KEEPS ITS RECORD SO      *
001300*                 OLD OUTPUT STILL RESOLVES TO A NAME.            *
001400*    HISTORY:     2026-09-02 RSH  ORIGINAL COPYBOOK.             *
001410*                 2026-10-15 RSH  ADDED DP-APPROVAL-LIMIT OUT OF  *
001420*                 FILLER -- THE LARGEST AMOUNT DVEDIT PASSES FOR  *
001430*                 THE DEPARTMENT WITHOUT SUPERVISOR APPROVAL.     *
001440*                 ANYTHING OVER IT GOES TO THE APPROVAL-HOLD      *
001450*                 MASTER (SEE DVAPPR) INSTEAD OF THE CLEAN FILE.  *
001460*                 ZERO, OR SPACES ON RECORDS WRITTEN BEFORE THIS  *
001470*                 CHANGE, MEANS NO LIMIT.                         *
001500******************************************************************
001600 01  DVDEPT-MASTER-REC.
001700     05  DP-DEPT-CODE                PIC X(04).
002000     05  DP-STATUS                   PIC X(01).
002100         88  DP-ACTIVE                   VALUE 'A'.
002200         88  DP-INACTIVE                 VALUE 'I'.
002210     05  DP-APPROVAL-LIMIT           PIC 9(10)V99.
002220     05  FILLER                      PIC X(08).
