000100******************************************************************
000200*    COPYBOOK:    DVEDSR                                         *
000300*    DESCRIPTION: DVEDIT EDIT-DISPOSITION RECORD.  ONE RECORD     *
000400*                 PER TRANSACTION DVEDIT READS, IN INPUT ORDER,   *
000500*                 SAYING WHETHER IT WENT TO THE CLEAN FILE AND,   *
000600*                 IF SO, ITS POSITION THERE -- THE TRANS SEQ      *
000700*                 DIVSTMT WILL GIVE IT -- OR, IF NOT, THE FIRST   *
000800*                 EDIT FAILURE THAT HELD IT OUT.  READ BY DVRSLT  *
000900*                 TO TELL EACH SUBMITTING DEPARTMENT WHAT         *
001000*                 BECAME OF EVERY ITEM IT SENT.                   *
001100*    HISTORY:     2026-10-09 RSH  ORIGINAL COPYBOOK.             *
001110*                 2026-10-15 RSH  ADDED STATUS 'H' -- HELD ON     *
001120*                 THE APPROVAL-HOLD MASTER (SEE DVAPPR) BECAUSE   *
001130*                 THE AMOUNT WAS OVER THE DEPARTMENT'S APPROVAL   *
001140*                 LIMIT -- AND, OUT OF FILLER, ED-APPROVAL-SW     *
001150*                 AND ED-CALC-TYPE COPIED FROM THE TRANSACTION,   *
001160*                 SO DVRSLT CAN REPORT A RELEASED OR DECLINED     *
001170*                 ITEM THAT CAME IN OUTSIDE ANY ENVELOPE.         *
001200******************************************************************
001300 01  DVEDIT-DISP-REC.
001400     05  ED-STATUS                   PIC X(01).
001500         88  ED-CLEAN                    VALUE 'C'.
001600         88  ED-IN-ERROR                 VALUE 'E'.
001610         88  ED-HELD                     VALUE 'H'.
001700     05  ED-CLEAN-SEQ                PIC 9(09).
001800     05  ED-DEPT-CODE                PIC X(04).
001900     05  ED-SUBMIT-REF               PIC X(10).
002000     05  ED-REASON-TEXT              PIC X(30).
002010     05  ED-APPROVAL-SW              PIC X(01).
002020     05  ED-CALC-TYPE                PIC X(01).
002030     05  FILLER                      PIC X(24).
