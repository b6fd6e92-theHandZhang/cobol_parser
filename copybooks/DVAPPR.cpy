000100******************************************************************
000200*    COPYBOOK:    DVAPPR                                         *
000300*    DESCRIPTION: APPROVAL-HOLD MASTER RECORD.  ONE RECORD PER   *
000400*                 TRANSACTION DVEDIT HELD BACK BECAUSE ITS       *
000500*                 AMOUNT WAS OVER THE SUBMITTING DEPARTMENT'S    *
000600*                 APPROVAL LIMIT (DP-APPROVAL-LIMIT, SEE         *
000700*                 DVDEPR), KEYED BY (AP-DEPT-CODE,               *
000800*                 AP-SUBMIT-REF).  AP-TRANS-IMAGE IS THE ITEM    *
000900*                 EXACTLY AS IT PASSED THE EDITS; AP-AMOUNT IS   *
001000*                 THE AMOUNT TESTED AND AP-LIMIT THE LIMIT IN    *
001100*                 FORCE.  AP-HOLD-DATE AND AP-HOLD-RUN-NO ARE    *
001200*                 THE CYCLE THAT HELD IT -- DVAPPAGE AGES        *
001300*                 PENDING ITEMS FROM AP-HOLD-DATE.  DVAPPRV      *
001400*                 APPLIES THE SUPERVISORS' RELEASE AND DECLINE   *
001500*                 CARDS (SEE DVAPCR): THE ITEM IS MARKED WITH    *
001600*                 THE DECISION, THE DATE, THE APPROVER, AND ANY  *
001700*                 REASON GIVEN, AND ITS IMAGE GOES BACK INTO     *
001800*                 THE NEXT CYCLE'S TRANSACTION STREAM WITH       *
001900*                 DC-APPROVAL-SW SET.  A DECIDED ITEM STAYS ON   *
002000*                 FILE, AS A DISPOSED SUSPENSE ITEM DOES.        *
002100*    HISTORY:     2026-10-15 RSH  ORIGINAL COPYBOOK.             *
002200******************************************************************
002300 01  DVAPPR-HOLD-REC.
002400     05  AP-KEY.
002500         10  AP-DEPT-CODE            PIC X(04).
002600         10  AP-SUBMIT-REF           PIC X(10).
002700     05  AP-STATUS                   PIC X(01).
002800         88  AP-PENDING                  VALUE 'P'.
002900         88  AP-RELEASED                 VALUE 'R'.
003000         88  AP-DECLINED                 VALUE 'D'.
003100     05  AP-HOLD-DATE                PIC X(08).
003200     05  AP-HOLD-RUN-NO              PIC 9(02).
003300     05  AP-HOLD-REC-NO              PIC 9(09).
003400     05  AP-AMOUNT                   PIC 9(10)V99.
003500     05  AP-LIMIT                    PIC 9(10)V99.
003600     05  AP-TRANS-IMAGE              PIC X(80).
003700     05  AP-ACTION-DATE              PIC X(08).
003800     05  AP-APPROVER-ID              PIC X(08).
003900     05  AP-ACTION-REASON            PIC X(30).
004000     05  FILLER                      PIC X(16).
