000100******************************************************************
000200*    COPYBOOK:    DVENVR                                         *
000300*    DESCRIPTION: GATHERED-ENVELOPE REGISTER RECORD.  ONE RECORD  *
000400*                 PER DEPARTMENT SUBMISSION ENVELOPE DVGATHR HAS  *
000500*                 RELEASED, KEYED BY THE ENVELOPE HEADER'S OWN    *
000600*                 IDENTITY -- DEPARTMENT, BUSINESS DATE, RECORD   *
000700*                 COUNT, AND DIVIDEND HASH (SEE DVSUBR).  AN      *
000800*                 ENVELOPE WHOSE HEADER IS ALREADY ON THE         *
000900*                 REGISTER IS A RESEND OF A FILE ALREADY          *
001000*                 GATHERED AND IS REFUSED WHOLE.  EV-GATHER-DATE  *
001100*                 AND EV-GATHER-TIME ARE THE CYCLE BUSINESS DATE  *
001200*                 AND THE START TIME OF THE DVGATHR RUN THAT      *
001300*                 RELEASED IT, SO THE STATUS REPORT CAN SAY WHEN  *
001400*                 THE ORIGINAL WENT THROUGH AND A RESTARTED       *
001500*                 CYCLE CAN TELL ITS OWN EARLIER GATHER FROM A    *
001600*                 GENUINE RESEND.                                 *
001700*    HISTORY:     2026-10-08 RSH  ORIGINAL COPYBOOK.             *
001710*                 2026-10-15 RSH  ADDED EV-GATHER-RUN-NO OUT OF   *
001720*                 FILLER -- THE RUN OF THE BUSINESS DATE THAT     *
001730*                 GATHERED THE ENVELOPE.                          *
001800******************************************************************
001900 01  DVSTMT-ENVREG-REC.
002000     05  EV-KEY.
002100         10  EV-DEPT-CODE            PIC X(04).
002200         10  EV-BUS-DATE             PIC X(08).
002300         10  EV-REC-COUNT            PIC 9(09).
002400         10  EV-DIVIDEND-HASH        PIC S9(13)V99.
002500     05  EV-GATHER-DATE              PIC X(08).
002600     05  EV-GATHER-TIME              PIC X(08).
002610     05  EV-GATHER-RUN-NO            PIC 9(02).
002620     05  FILLER                      PIC X(26).
