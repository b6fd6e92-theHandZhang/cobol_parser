000100******************************************************************
000200*    COPYBOOK:    DVRBCR                                         *
000300*    DESCRIPTION: DVRBLD CONTROL CARD.  RB-MODE R REBUILDS THE   *
000400*                 CALCULATION-HISTORY MASTER AND THE SUBMITTER   *
000500*                 CROSS-REFERENCE FROM THE GL EXTRACT FOR THE    *
000600*                 DATE RANGE; V VERIFIES THEM AGAINST THE        *
000700*                 EXTRACT AND CHANGES NOTHING.  RB-FROM-DATE IS  *
000800*                 REQUIRED (YYYYMMDD); RB-TO-DATE BLANK MEANS    *
000900*                 THE SINGLE FROM DATE.  THE RANGE IS THE RUN    *
001000*                 DATE OF THE CALCULATIONS, INCLUSIVE.  MODELED  *
001100*                 ON THE DVHINQ REQUEST CARD (DVHIQR).           *
001200*    HISTORY:     2026-10-15 RSH  ORIGINAL COPYBOOK.             *
001300******************************************************************
001400 01  DVRBLD-CONTROL-CARD.
001500     05  RB-MODE                     PIC X(01).
001600         88  RB-REBUILD                  VALUE 'R'.
001700         88  RB-VERIFY                   VALUE 'V'.
001800     05  RB-FROM-DATE                PIC X(08).
001900     05  RB-TO-DATE                  PIC X(08).
002000     05  FILLER                      PIC X(63).
