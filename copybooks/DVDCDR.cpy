000900*    HISTORY:     2026-08-21 RSH  ORIGINAL COPYBOOK.             *
000910*                 2026-09-03 RSH  ADDED DT-CARD-TO-DATE OUT OF   *
000920*                 FILLER FOR THE CATCH-UP RANGE.                 *
000930*                 2026-10-15 RSH  ADDED DT-CARD-RUN-TYPE OUT OF   *
000940*                 FILLER.  'O' IN COLUMN 17 ASKS FOR AN           *
000950*                 OFF-CYCLE RUN UNDER THE BUSINESS DATE ON THE    *
000960*                 CONTROL RECORD: DVCALDT GIVES IT THE NEXT RUN   *
000970*                 NUMBER FOR THE DATE.  BLANK IS THE NORMAL       *
000980*                 CYCLE.                                          *
001000******************************************************************
001100 01  PRDNITE-DATE-CARD.
001200     05  DT-CARD-DATE                PIC X(08).
001250     05  DT-CARD-TO-DATE             PIC X(08).
001260     05  DT-CARD-RUN-TYPE            PIC X(01).
001270         88  DT-CARD-OFF-CYCLE           VALUE 'O'.
001280     05  FILLER                      PIC X(63).
