000650*                 ON THE GL EXTRACT (SEE DVGLR) SO THE TWO FILES  *
000655*                 CAN BE JOINED.  BOTH FILES ACCUMULATE ACROSS    *
000660*                 MULTIPLE NIGHTLY RUNS (OPEN EXTEND), AND        *
000665*                 DS-TRANS-SEQ RESTARTS AT 1 EVERY DATE, SO THE   *
000670*                 JOIN KEY IS THE COMPOSITE (DS-RUN-DATE,         *
000680*                 DS-TRANS-SEQ), NOT DS-TRANS-SEQ ALONE.          *
000700*    HISTORY:     2026-08-08 RSH  ORIGINAL COPYBOOK.             *
000807*                 CAN BE TRACED TO THE SUBMITTING DEPARTMENT;    *
000808*                 RECORD WIDENED FROM 120 TO 132 BYTES.  OLDER   *
000809*                 RECORDS HAVE SPACES IN THE NEW FIELDS.         *
000819*                 2026-10-15 RSH  ADDED DS-RUN-NO -- THE RUN OF   *
000829*                 DS-RUN-DATE THAT FOUND THE DISCREPANCY.  TRANS  *
000839*                 SEQ NO LONGER RESTARTS AT 1 FOR A SECOND RUN    *
000849*                 OF THE SAME DATE (SEE DVDTCR), SO THE JOIN KEY  *
000859*                 IS STILL (DS-RUN-DATE, DS-TRANS-SEQ).  RECORD   *
000869*                 WIDENED FROM 132 TO 134 BYTES.  OLDER RECORDS   *
000879*                 HAVE SPACES IN THE NEW FIELD.                   *
000900******************************************************************
001000 01  DVSTMT-DISCREPANCY-REC.
001100     05  DS-CALC-TYPE                PIC X(01).
001750         88  DS-VERSION-2                VALUE '2'.
001760     05  DS-DEPT-CODE                PIC X(04).
001770     05  DS-SUBMIT-REF               PIC X(10).
001780     05  DS-RUN-NO                   PIC 9(02).
001800     05  FILLER                      PIC X(01).
