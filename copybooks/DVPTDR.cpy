000100******************************************************************
000200*    COPYBOOK:    DVPTDR                                         *
000300*    DESCRIPTION: PERIOD-TOTALS MASTER RECORD.  ONE RECORD PER   *
000400*                 (PERIOD, DEPARTMENT, CALC TYPE), KEYED BY      *
000500*                 PT-KEY, WHERE THE PERIOD IS THE YYYYMM OF THE  *
000600*                 GL-RUN-DATE.  HOLDS THE MONTH-TO-DATE AND      *
000700*                 YEAR-TO-DATE CALCULATION COUNT, REVERSAL       *
000800*                 COUNT, AND NET QUOTIENT AND REMAINDER TOTALS.  *
000900*                 A REVERSAL NETS UNDER ITS ORIGINAL CALC TYPE,  *
001000*                 AS ON THE GL EXTRACT.  DVPTDUPD ADDS EACH      *
001100*                 DIVSTMT RUN'S GL EXTRACT ROWS (DVGLCUR) AND    *
001200*                 STAMPS PT-LAST-RUN-DATE/-RUN-NO SO A RERUN     *
001300*                 NEVER ADDS A RUN TWICE.  THE ROW WITH A BLANK  *
001400*                 DEPARTMENT AND CALC TYPE IS THE PERIOD'S       *
001500*                 CONTROL ROW (PT-CONTROL-DATA VIEW): IT CARRIES *
001600*                 THE LAST RUN APPLIED AND THE PERIOD STATUS.    *
001700*                 DVMECLS CLOSES THE PERIOD ONCE ITS LAST        *
001800*                 BUSINESS DAY ON THE CALENDAR HAS PASSED, AND   *
001900*                 DIVSTMT REFUSES A REVERSAL WHOSE ORIGINAL RUN  *
002000*                 DATE FALLS IN A CLOSED PERIOD.                 *
002100*    HISTORY:     2026-10-15 RSH  ORIGINAL COPYBOOK.             *
002200******************************************************************
002300 01  DVPTD-PERIOD-REC.
002400     05  PT-KEY.
002500         10  PT-PERIOD               PIC X(06).
002600         10  PT-PERIOD-R REDEFINES PT-PERIOD.
002700             15  PT-PERIOD-YEAR      PIC 9(04).
002800             15  PT-PERIOD-MONTH     PIC 9(02).
002900         10  PT-DEPT-CODE            PIC X(04).
003000         10  PT-CALC-TYPE            PIC X(01).
003100             88  PT-CONTROL-ROW          VALUE SPACE.
003200     05  PT-LAST-RUN-DATE            PIC X(08).
003300     05  PT-LAST-RUN-NO              PIC 9(02).
003400     05  PT-TOTALS-DATA.
003500         10  PT-MTD-COUNT            PIC 9(09).
003600         10  PT-MTD-RVSL-COUNT       PIC 9(09).
003700         10  PT-MTD-QUOTIENT         PIC S9(13)V99.
003800         10  PT-MTD-REMAINDER        PIC S9(13)V9(04).
003900         10  PT-YTD-COUNT            PIC 9(09).
004000         10  PT-YTD-RVSL-COUNT       PIC 9(09).
004100         10  PT-YTD-QUOTIENT         PIC S9(13)V99.
004200         10  PT-YTD-REMAINDER        PIC S9(13)V9(04).
004300         10  FILLER                  PIC X(29).
004400     05  PT-CONTROL-DATA REDEFINES PT-TOTALS-DATA.
004500         10  PT-PERIOD-STATUS        PIC X(01).
004600             88  PT-PERIOD-OPEN          VALUE 'O'.
004700             88  PT-PERIOD-CLOSED        VALUE 'C'.
004800         10  PT-LAST-BUS-DATE        PIC X(08).
004900         10  PT-CLOSED-ON-DATE       PIC X(08).
005000         10  FILLER                  PIC X(112).
