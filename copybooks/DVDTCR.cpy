001100*                 BUSINESS DATE OF THE CYCLE, NOT THE NEW         *
001200*                 CALENDAR DAY.                                   *
001300*    HISTORY:     2026-08-21 RSH  ORIGINAL COPYBOOK.             *
001305*                 2026-10-15 RSH  ADDED DTC-RUN-NO,               *
001310*                 DTC-SEQ-BASE, AND DTC-SEQ-HIGH OUT OF FILLER    *
001315*                 SO AN OFF-CYCLE RUN CAN PROCESS UNDER A         *
001320*                 BUSINESS DATE ALREADY RUN.  DTC-RUN-NO IS THE   *
001325*                 RUN NOW GOING (01 FOR THE NIGHTLY CYCLE).       *
001330*                 DTC-SEQ-BASE IS THE LAST TRANS SEQ USED BY      *
001335*                 EARLIER RUNS OF THE DATE; DIVSTMT NUMBERS THIS  *
001340*                 RUN FROM BASE + 1 SO THE (RUN-DATE, TRANS-SEQ)  *
001345*                 KEYS NEVER COLLIDE.  DTC-SEQ-HIGH IS THE LAST   *
001350*                 SEQ USED ONCE THE RUN COMPLETES.  A RECORD CUT  *
001355*                 BEFORE THIS CHANGE HAS SPACES THERE AND READS   *
001360*                 AS RUN 01, BASE ZERO.                           *
001400******************************************************************
001500 01  PRDNITE-DATE-CTL-REC.
001600     05  DTC-BUSINESS-DATE           PIC X(08).
001700     05  DTC-STATUS                  PIC X(01).
001800         88  DTC-COMPLETE                VALUE 'C'.
001900         88  DTC-PENDING                 VALUE 'P'.
001910     05  DTC-RUN-NO                  PIC 9(02).
001920     05  DTC-RUN-NO-X REDEFINES DTC-RUN-NO
001930                                     PIC X(02).
001940     05  DTC-SEQ-BASE                PIC 9(09).
001950     05  DTC-SEQ-HIGH                PIC 9(09).
001960     05  FILLER                      PIC X(11).
