000100******************************************************************
000200*    COPYBOOK:    DVRESR                                         *
000300*    DESCRIPTION: DEPARTMENT RESULTS RECORD.  THE OUTBOUND TWIN   *
000400*                 OF THE SUBMISSION ENVELOPE (SEE DVSUBR): EACH   *
000500*                 DEPARTMENT GETS BACK ONE FILE PER CYCLE,        *
000600*                 WRAPPED IN A HEADER (DEPARTMENT, BUSINESS       *
000700*                 DATE, RECORD COUNT, DIVIDEND HASH) AND A        *
000800*                 TRAILER REPEATING THE COUNT AND HASH, WITH ONE  *
000900*                 DETAIL PER ITEM OF THE ENVELOPE DVGATHR         *
001000*                 ACCEPTED FROM IT.  THE COUNT AND HASH ARE       *
001100*                 FIGURED THE SAME WAY AS ON THE INBOUND          *
001200*                 ENVELOPE, SO THE DEPARTMENT CAN TIE THE TWO     *
001300*                 OUT.  A DEPARTMENT WITH NOTHING ACCEPTED GETS   *
001400*                 A HEADER AND TRAILER WITH ZERO COUNTS.          *
001500*                 RS-DEPT-CODE IS ON EVERY RECORD.  RS-OUTCOME    *
001600*                 SAYS WHAT BECAME OF THE ITEM: ACCEPTED (WITH    *
001700*                 QUOTIENT, REMAINDER, RUN DATE AND TRANS SEQ),   *
001800*                 REJECTED BY THE CALCULATION (WITH THE DVREJR    *
001900*                 REASON), FAILED THE DVEDIT EDITS (WITH THE      *
002000*                 FIRST EDIT FAILURE), HELD IN SUSPENSE, OR       *
002100*                 REVERSAL APPLIED.  RS-REC-TYPE SELECTS WHICH    *
002200*                 REDEFINED VIEW OF RS-DATA APPLIES.              *
002300*    HISTORY:     2026-10-09 RSH  ORIGINAL COPYBOOK.             *
002310*                 2026-10-15 RSH  ADDED RS-HDR-RUN-NO OUT OF      *
002320*                 FILLER -- THE RUN OF THE BUSINESS DATE THE      *
002330*                 FILE REPORTS ON, SO A DEPARTMENT CAN TELL AN    *
002340*                 OFF-CYCLE RUN'S RESULTS FROM THE NIGHTLY ONE.   *
002345*                 2026-10-15 RSH  ADDED OUTCOME 'H' -- HELD FOR   *
002350*                 SUPERVISOR APPROVAL (SEE DVAPPR).  AN ITEM A    *
002355*                 SUPERVISOR RELEASED OR DECLINED COMES BACK      *
002360*                 THROUGH THE NEXT CYCLE OUTSIDE ANY ENVELOPE;    *
002365*                 IT IS REPORTED AS AN EXTRA DETAIL AFTER THE     *
002370*                 ENVELOPE ITEMS, WITH RS-APPROVAL-SW 'R' OR 'D'  *
002375*                 OUT OF FILLER, AND COUNTED IN                   *
002380*                 RS-TRL-APPR-COUNT OUT OF FILLER.  THOSE         *
002385*                 DETAILS ARE NOT IN THE HEADER/TRAILER COUNT OR  *
002390*                 HASH, WHICH STILL TIE TO THE INBOUND ENVELOPE.  *
002400******************************************************************
002500 01  DEPT-RESULT-REC.
002600     05  RS-REC-TYPE                 PIC X(01).
002700         88  RS-HEADER                   VALUE 'H'.
002800         88  RS-DETAIL                   VALUE 'D'.
002900         88  RS-TRAILER                  VALUE 'T'.
003000     05  RS-DEPT-CODE                PIC X(04).
003100     05  RS-DATA                     PIC X(95).
003200     05  RS-HDR-DATA REDEFINES RS-DATA.
003300         10  RS-HDR-BUS-DATE         PIC X(08).
003400         10  RS-HDR-REC-COUNT        PIC 9(09).
003500         10  RS-HDR-DIVIDEND-HASH    PIC S9(13)V99.
003510         10  RS-HDR-RUN-NO           PIC 9(02).
003520         10  FILLER                  PIC X(61).
003700     05  RS-DTL-DATA REDEFINES RS-DATA.
003800         10  RS-SUBMIT-REF           PIC X(10).
003900         10  RS-CALC-TYPE            PIC X(01).
004000         10  RS-OUTCOME              PIC X(01).
004100             88  RS-ACCEPTED             VALUE 'A'.
004200             88  RS-REJECTED             VALUE 'J'.
004300             88  RS-EDIT-FAILED          VALUE 'E'.
004400             88  RS-SUSPENSE             VALUE 'S'.
004500             88  RS-REVERSED             VALUE 'R'.
004510             88  RS-HELD                 VALUE 'H'.
004600         10  RS-RUN-DATE             PIC X(08).
004700         10  RS-TRANS-SEQ            PIC 9(09).
004800         10  RS-QUOTIENT             PIC S9(10)V99.
004900         10  RS-REMAINDER            PIC S9(10)V9(04).
005000         10  RS-REASON-TEXT          PIC X(30).
005010         10  RS-APPROVAL-SW          PIC X(01).
005020         10  FILLER                  PIC X(09).
005200     05  RS-TRL-DATA REDEFINES RS-DATA.
005300         10  RS-TRL-REC-COUNT        PIC 9(09).
005400         10  RS-TRL-DIVIDEND-HASH    PIC S9(13)V99.
005410         10  RS-TRL-APPR-COUNT       PIC 9(09).
005420         10  FILLER                  PIC X(62).
