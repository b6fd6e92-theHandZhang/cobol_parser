000100******************************************************************
000200*    COPYBOOK:    DVAPCR                                         *
000300*    DESCRIPTION: APPROVAL DECISION CARD.  ONE CARD RELEASES OR  *
000400*                 DECLINES ONE ITEM PENDING ON THE APPROVAL-HOLD *
000500*                 MASTER (SEE DVAPPR), NAMED BY ITS DEPARTMENT   *
000600*                 AND SUBMIT REFERENCE.  R RELEASES THE ITEM TO  *
000700*                 THE NEXT CYCLE; D DECLINES IT, AND THE NEXT    *
000800*                 CYCLE REJECTS IT WITH REASON CODE DECL SO IT   *
000900*                 LANDS ON THE REJECT FILE LIKE ANY OTHER        *
001000*                 REJECT.  THE APPROVER ID IS REQUIRED; THE      *
001100*                 REASON IS OPTIONAL AND IS KEPT ON THE MASTER.  *
001200*                 MODELED ON THE SUSPENSE RESOLUTION CARD        *
001300*                 (DVSDSR).                                      *
001400*    HISTORY:     2026-10-15 RSH  ORIGINAL COPYBOOK.             *
001500******************************************************************
001600 01  DVAPPR-DECISION-CARD.
001700     05  AC-FUNCTION                 PIC X(01).
001800         88  AC-RELEASE                  VALUE 'R'.
001900         88  AC-DECLINE                  VALUE 'D'.
002000     05  AC-DEPT-CODE                PIC X(04).
002100     05  AC-SUBMIT-REF               PIC X(10).
002200     05  AC-APPROVER-ID              PIC X(08).
002300     05  AC-REASON                   PIC X(30).
002400     05  FILLER                      PIC X(27).
