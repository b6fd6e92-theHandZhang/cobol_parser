000900*                 FINISHED CROSS-FOOTED CLEAN -- TWO DAYS ARE     *
001000*                 NEVER POSTED ON TOP OF A BAD ONE.               *
001100*    HISTORY:     2026-09-03 RSH  ORIGINAL COPYBOOK.             *
001110*                 2026-10-15 RSH  ADDED BL-RUN-NO OUT OF FILLER   *
001120*                 -- THE RUN JUST BALANCED.  BL-STATUS IS THE     *
001130*                 VERDICT FOR THE WHOLE BUSINESS DATE: 'B' ONLY   *
001140*                 WHEN EVERY COMPLETED RUN OF THE DATE BALANCED.  *
001200******************************************************************
001300 01  PRDNITE-BAL-STATUS-REC.
001400     05  BL-RUN-DATE                 PIC X(08).
001500     05  BL-STATUS                   PIC X(01).
001600         88  BL-IN-BALANCE               VALUE 'B'.
001700         88  BL-OUT-OF-BALANCE           VALUE 'O'.
001710     05  BL-RUN-NO                   PIC 9(02).
001720     05  FILLER                      PIC X(29).
