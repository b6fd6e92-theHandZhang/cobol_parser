000782*                 IT; RECORD WIDENED FROM 110 TO 120 BYTES.      *
000783*                 OLDER RECORDS HAVE SPACES IN THE NEW FIELDS    *
000784*                 AND LIST AS UNIDENTIFIED.                      *
000786*                 2026-10-15 RSH  ADDED RJ-RUN-NO OUT OF FILLER  *
000788*                 -- THE RUN OF RJ-RUN-DATE THAT REJECTED THE    *
000790*                 TRANSACTION.  RECORD LENGTH IS UNCHANGED AT    *
000792*                 120.  OLDER RECORDS HAVE SPACES THERE.         *
000800******************************************************************
000900 01  DVSTMT-REJECT-REC.
001000     05  RJ-CALC-TYPE                PIC X(01).
002010                                     PIC X(13).
002020     05  RJ-DEPT-CODE                PIC X(04).
002040     05  RJ-SUBMIT-REF               PIC X(10).
002050     05  RJ-RUN-NO                   PIC 9(02).
002060     05  FILLER                      PIC X(02).
