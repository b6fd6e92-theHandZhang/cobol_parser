001000*                 SAYS WHETHER THE LEDGER ACCEPTED OR REFUSED     *
001100*                 THE BATCH.                                      *
001200*    HISTORY:     2026-09-02 RSH  ORIGINAL COPYBOOK.             *
001210*                 2026-10-15 RSH  ADDED AK-RUN-NO OUT OF FILLER   *
001220*                 -- THE RUN NUMBER FROM THE BATCH HEADER,        *
001230*                 ECHOED BACK.  SPACES READ AS RUN 01.            *
001300******************************************************************
001400 01  LEDGER-ACK-REC.
001500     05  AK-RUN-DATE                 PIC X(08).
001900     05  AK-REC-COUNT                PIC 9(09).
002000     05  AK-DIVIDEND-HASH            PIC S9(13)V99.
002100     05  AK-QUOT-SUM                 PIC S9(13)V99.
002110     05  AK-RUN-NO                   PIC 9(02).
002120     05  AK-RUN-NO-X REDEFINES AK-RUN-NO
002130                                     PIC X(02).
002140     05  FILLER                      PIC X(30).
