000200*                 WIDENED FROM 80 TO 90 BYTES; THE CHECKPOINT   *
000210*                 IS REWRITTEN EVERY RUN SO NO CONVERSION IS    *
000220*                 NEEDED.                                       *
000221*                 2026-10-15 RSH  ADDED CKPT-RUN-NO OUT OF      *
000222*                 FILLER.  A CHECKPOINT BELONGS TO ONE RUN OF   *
000223*                 ONE BUSINESS DATE; A RESTART MATCHES ON BOTH. *
000224*                 SPACES (A RECORD CUT BEFORE THIS CHANGE) READ *
000225*                 AS RUN 01.                                    *
000226*                 2026-10-15 RSH  ADDED CKPT-ALLOC-COUNT,       *
000227*                 CKPT-SHARE-ROW-COUNT, AND CKPT-PPA-COUNT SO A *
000228*                 RESTART CARRIES THE ALLOCATION AND            *
000229*                 PRIOR-PERIOD ADJUSTMENT COUNTS FORWARD LIKE   *
000230*                 THE REVERSAL COUNT.  RECORD WIDENED FROM 90   *
000231*                 TO 117 BYTES; SPACES (A RECORD CUT BEFORE     *
000232*                 THIS CHANGE) READ AS ZERO.                    *
000233******************************************************************
000240 01  DVSTMT-CKPT-REC.
000250     05  CKPT-RUN-DATE               PIC X(08).
000260     05  CKPT-STATUS                 PIC X(01).
000330     05  CKPT-QUOTIENT-TOTAL         PIC S9(13)V99.
000340     05  CKPT-REMAINDER-TOTAL        PIC S9(13)V9(04).
000350     05  CKPT-REVERSAL-COUNT         PIC 9(09).
000360     05  CKPT-RUN-NO                 PIC 9(02).
000370     05  CKPT-RUN-NO-X REDEFINES CKPT-RUN-NO
000380                                     PIC X(02).
000390     05  CKPT-ALLOC-COUNT            PIC 9(09).
000400     05  CKPT-SHARE-ROW-COUNT        PIC 9(09).
000410     05  CKPT-PPA-COUNT              PIC 9(09).
000420     05  FILLER                      PIC X(02).
