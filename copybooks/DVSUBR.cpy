001600*                 VIEW OF SB-DATA APPLIES (SEE DVPSTR FOR THE    *
001700*                 SAME ARRANGEMENT ON THE POSTING INTERFACE).    *
001800*    HISTORY:     2026-09-03 RSH  ORIGINAL COPYBOOK.             *
001810*                 2026-10-15 RSH  ADDED SB-HDR-SOURCE OUT OF     *
001820*                 FILLER.  'S' MARKS AN ENVELOPE DVSIGEN         *
001830*                 GENERATED FROM THE STANDING-INSTRUCTION MASTER *
001840*                 (SEE DVSINR) RATHER THAN ONE A DEPARTMENT      *
001850*                 SENT; SPACES ON EVERYTHING ELSE.  RECORD       *
001860*                 LENGTH IS UNCHANGED AT 96.                     *
001900******************************************************************
002000 01  DEPT-SUBMISSION-REC.
002100     05  SB-REC-TYPE                 PIC X(01).
002800         10  SB-HDR-BUS-DATE         PIC X(08).
002900         10  SB-HDR-REC-COUNT        PIC 9(09).
003000         10  SB-HDR-DIVIDEND-HASH    PIC S9(13)V99.
003010         10  SB-HDR-SOURCE           PIC X(01).
003020             88  SB-HDR-STANDING         VALUE 'S'.
003030         10  FILLER                  PIC X(58).
003200     05  SB-DTL-DATA REDEFINES SB-DATA.
003300         10  SB-DTL-TRANS            PIC X(80).
003400         10  FILLER                  PIC X(15).
