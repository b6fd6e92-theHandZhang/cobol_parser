000100******************************************************************
000200*    COPYBOOK:    DVSIMR                                         *
000300*    DESCRIPTION: STANDING-INSTRUCTION MAINTENANCE TRANSACTION   *
000400*                 RECORD.  ONE CARD ADDS, CHANGES, OR            *
000500*                 DEACTIVATES ONE INSTRUCTION ON THE             *
000600*                 STANDING-INSTRUCTION MASTER (SEE DVSINR).  THE *
000700*                 AMOUNT COLUMNS FOLLOW SM-RECORD-VERSION AS ON  *
000800*                 THE TRANSACTION ITSELF (SEE DVCALCR): VERSION  *
000900*                 1 (OR BLANK) KEYS A TEN-DIGIT INTEGER IN THE   *
001000*                 FIRST TEN COLUMNS OF EACH FIELD, VERSION 2 A   *
001100*                 SIGNED AMOUNT WITH TWO ASSUMED DECIMALS        *
001200*                 (LEADING SEPARATE SIGN).  ON A CHANGE, A       *
001300*                 BLANK FIELD LEAVES THE MASTER AS IT IS; A      *
001400*                 CALC TYPE ON A CHANGE REPLACES THE WHOLE       *
001500*                 TRANSACTION -- TYPE, ROUNDING, VERSION, AND    *
001600*                 BOTH AMOUNTS.  MODELED ON THE DEPARTMENT       *
001700*                 MASTER'S DVDMTR MAINTENANCE RECORD.            *
001800*    HISTORY:     2026-10-15 RSH  ORIGINAL COPYBOOK.             *
001900******************************************************************
002000 01  DVSTND-MAINT-TRAN.
002100     05  SM-FUNCTION                 PIC X(01).
002200         88  SM-ADD                      VALUE 'A'.
002300         88  SM-CHANGE                   VALUE 'C'.
002400         88  SM-DEACTIVATE               VALUE 'D'.
002500     05  SM-DEPT-CODE                PIC X(04).
002600     05  SM-INSTR-ID                 PIC X(04).
002700     05  SM-FREQUENCY                PIC X(01).
002800     05  SM-DAY-X                    PIC X(02).
002900     05  SM-DAY REDEFINES SM-DAY-X   PIC 9(02).
003000     05  SM-START-DATE               PIC X(08).
003100     05  SM-START-DATE-N REDEFINES SM-START-DATE
003200                                     PIC 9(08).
003300     05  SM-END-DATE                 PIC X(08).
003400     05  SM-END-DATE-N REDEFINES SM-END-DATE
003500                                     PIC 9(08).
003600     05  SM-CALC-TYPE                PIC X(01).
003700     05  SM-ROUNDED-SW               PIC X(01).
003800     05  SM-RECORD-VERSION           PIC X(01).
003900     05  SM-DIVIDEND-X               PIC X(13).
004000     05  SM-DIVIDEND-2 REDEFINES SM-DIVIDEND-X
004100                                     PIC S9(10)V99
004200                                     SIGN LEADING SEPARATE.
004300     05  SM-DIVIDEND-1-AREA REDEFINES SM-DIVIDEND-X.
004400         10  SM-DIVIDEND-1           PIC 9(10).
004500         10  FILLER                  PIC X(03).
004600     05  SM-DIVISOR-X                PIC X(13).
004700     05  SM-DIVISOR-2 REDEFINES SM-DIVISOR-X
004800                                     PIC S9(10)V99
004900                                     SIGN LEADING SEPARATE.
005000     05  SM-DIVISOR-1-AREA REDEFINES SM-DIVISOR-X.
005100         10  SM-DIVISOR-1            PIC 9(10).
005200         10  FILLER                  PIC X(03).
005300     05  SM-DESCRIPTION              PIC X(20).
005400     05  FILLER                      PIC X(03).
