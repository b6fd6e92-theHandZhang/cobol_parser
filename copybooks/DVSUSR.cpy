001800*                 ONLY BY DISPOSITION: WRITTEN OFF (WITH AN      *
001900*                 AUDIT RECORD) OR REINSTATED.                   *
002000*    HISTORY:     2026-09-03 RSH  ORIGINAL COPYBOOK.             *
002005*                 2026-10-15 RSH  ADDED SU-SHARE-NO AND          *
002010*                 SU-SOURCE-DEPT OUT OF FILLER FOR A HELD-OUT    *
002015*                 SHARE ROW OF AN ALLOCATION (SEE DVGLR), SO     *
002020*                 DVSUSDSP CAN REBUILD THE ROW WITH ITS SHARE    *
002025*                 NUMBER AND SUBMITTING DEPARTMENT.  EVERY SHARE *
002030*                 OF ONE ALLOCATION HAS THE SAME RUN DATE AND    *
002035*                 TRANS SEQ, SO ONLY ONE OF THEM CAN BE ON THE   *
002040*                 MASTER AT A TIME; DVGLPOST LEAVES ANY OTHER ON *
002045*                 THE FLAT SUSPENSE FILE.  OLDER RECORDS HAVE    *
002050*                 SPACES IN THE NEW FIELDS.  THE RULE ID IS NOT  *
002055*                 CARRIED.                                       *
002100******************************************************************
002200 01  DVSUSP-MASTER-REC.
002300     05  SU-KEY.
005200     05  SU-CYCLE-COUNT              PIC 9(02).
005300     05  SU-ADD-DATE                 PIC X(08).
005400     05  SU-REASON-TEXT              PIC X(30).
005410     05  SU-SHARE-NO                 PIC 9(02).
005420     05  SU-SHARE-NO-X REDEFINES SU-SHARE-NO
005430                                     PIC X(02).
005440     05  SU-SOURCE-DEPT              PIC X(04).
005450     05  FILLER                      PIC X(05).
