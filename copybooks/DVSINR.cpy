000100******************************************************************
000200*    COPYBOOK:    DVSINR                                         *
000300*    DESCRIPTION: STANDING-INSTRUCTION MASTER RECORD.  ONE       *
000400*                 RECORD PER RECURRING CALCULATION A DEPARTMENT  *
000500*                 WANTS SUBMITTED FOR IT, KEYED BY               *
000600*                 (SI-DEPT-CODE, SI-INSTR-ID).  SI-TRANS-IMAGE   *
000700*                 IS THE DIVSTMT TRANSACTION TO SUBMIT (SEE      *
000800*                 DVCALCR) -- CALC TYPE, AMOUNTS, ROUNDING, AND  *
000900*                 VERSION; DVSIGEN STAMPS THE DEPARTMENT AND A   *
001000*                 SUBMIT REFERENCE ON EACH INSTANCE.  THE        *
001100*                 FREQUENCY IS MONTHLY ('M') OR QUARTERLY ('Q')  *
001200*                 ON CALENDAR DAY SI-DAY OF THE MONTH (THE       *
001300*                 FIRST BUSINESS DAY ON OR AFTER IT, OR THE      *
001400*                 MONTH'S LAST BUSINESS DAY WHEN THERE IS NONE   *
001500*                 AFTER IT), OR THE SI-DAY'TH BUSINESS DAY OF    *
001600*                 EVERY MONTH ('B', THE LAST BUSINESS DAY WHEN   *
001700*                 THE MONTH HAS FEWER).  QUARTERLY COUNTS EVERY  *
001800*                 THIRD MONTH FROM THE MONTH OF SI-START-DATE.   *
001900*                 NO INSTANCE IS DUE BEFORE SI-START-DATE OR     *
002000*                 AFTER SI-END-DATE (SPACES = NO END).           *
002100*                 MAINTAINED BY DVSINST FROM ADD/CHANGE/         *
002200*                 DEACTIVATE CARDS (SEE DVSIMR); A DEACTIVATED   *
002300*                 INSTRUCTION KEEPS ITS RECORD AND GENERATES     *
002400*                 NOTHING MORE.                                  *
002500*                 SI-LAST-DUE-DATE IS THE DUE DATE OF THE LAST   *
002600*                 INSTANCE GENERATED -- SET TO THE BUSINESS DATE *
002700*                 ON THE DATE CONTROL RECORD WHEN THE            *
002800*                 INSTRUCTION IS ADDED, SO NOTHING ALREADY PAST  *
002900*                 IS BACK-FILLED -- AND SI-INSTANCE-NO THE       *
003000*                 NUMBER OF INSTANCES GENERATED, WHICH MAKES UP  *
003100*                 THE SUBMIT REFERENCE ('#' + SI-INSTR-ID +      *
003200*                 SI-INSTANCE-NO).  SI-GEN-BUS-DATE IS THE       *
003300*                 CYCLE THAT LAST GENERATED FROM THE RECORD AND  *
003400*                 SI-GEN-FROM-DUE/SI-GEN-FROM-INST THE TWO       *
003500*                 VALUES AS THEY STOOD BEFORE IT, SO A RERUN OF  *
003600*                 THAT CYCLE GENERATES THE SAME INSTANCES UNDER  *
003700*                 THE SAME REFERENCES.                           *
003800*    HISTORY:     2026-10-15 RSH  ORIGINAL COPYBOOK.             *
003900******************************************************************
004000 01  DVSTND-INSTR-REC.
004100     05  SI-KEY.
004200         10  SI-DEPT-CODE            PIC X(04).
004300         10  SI-INSTR-ID             PIC X(04).
004400     05  SI-STATUS                   PIC X(01).
004500         88  SI-ACTIVE                   VALUE 'A'.
004600         88  SI-INACTIVE                 VALUE 'I'.
004700     05  SI-FREQUENCY                PIC X(01).
004800         88  SI-MONTHLY                  VALUE 'M'.
004900         88  SI-QUARTERLY                VALUE 'Q'.
005000         88  SI-BUSINESS-DAY             VALUE 'B'.
005100     05  SI-DAY                      PIC 9(02).
005200     05  SI-START-DATE               PIC X(08).
005300     05  SI-END-DATE                 PIC X(08).
005400     05  SI-DESCRIPTION              PIC X(20).
005500     05  SI-TRANS-IMAGE              PIC X(80).
005600     05  SI-ADD-DATE                 PIC X(08).
005700     05  SI-LAST-DUE-DATE            PIC X(08).
005800     05  SI-INSTANCE-NO              PIC 9(05).
005900     05  SI-GEN-BUS-DATE             PIC X(08).
006000     05  SI-GEN-FROM-DUE             PIC X(08).
006100     05  SI-GEN-FROM-INST            PIC 9(05).
006200     05  FILLER                      PIC X(30).
