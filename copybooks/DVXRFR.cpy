001400*                 THE CROSS-REFERENCE ALWAYS POINTS AT THE       *
001500*                 LATEST LIFE OF THE REFERENCE.                  *
001600*    HISTORY:     2026-09-03 RSH  ORIGINAL COPYBOOK.             *
001610*                 2026-10-15 RSH  ADDED XR-RUN-NO OUT OF FILLER  *
001620*                 -- THE RUN OF XR-RUN-DATE THAT PROCESSED THE   *
001630*                 REFERENCE.  RECORD LENGTH IS UNCHANGED AT 40.  *
001700******************************************************************
001800 01  DVSTMT-XREF-REC.
001900     05  XR-KEY.
002100         10  XR-SUBMIT-REF           PIC X(10).
002200     05  XR-RUN-DATE                 PIC X(08).
002300     05  XR-TRANS-SEQ                PIC 9(09).
002310     05  XR-RUN-NO                   PIC 9(02).
002320     05  FILLER                      PIC X(07).
