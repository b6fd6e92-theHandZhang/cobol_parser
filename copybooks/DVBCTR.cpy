001310*                 2026-09-03 RSH  ADDED THE SUPERSEDED STATUS    *
001320*                 FOR ENTRIES REPLACED BY A RERUN OF THE SAME    *
001330*                 RUN DATE.                                      *
001340*                 2026-10-15 RSH  ADDED BR-RUN-NO OUT OF FILLER.  *
001350*                 EACH RUN OF A BUSINESS DATE CUTS ITS OWN        *
001360*                 BATCH; THE ENTRY IS NOW IDENTIFIED BY           *
001370*                 (BR-RUN-DATE, BR-RUN-NO).  SPACES READ AS RUN   *
001380*                 01.                                             *
001400******************************************************************
001500 01  DVGLPOST-BATCH-REG-REC.
001600     05  BR-RUN-DATE                 PIC X(08).
002400         88  BR-MISMATCHED               VALUE 'M'.
002500         88  BR-REFUSED                  VALUE 'R'.
002550         88  BR-SUPERSEDED               VALUE 'S'.
002560     05  BR-RUN-NO                   PIC 9(02).
002570     05  BR-RUN-NO-X REDEFINES BR-RUN-NO
002580                                     PIC X(02).
002590     05  FILLER                      PIC X(22).
