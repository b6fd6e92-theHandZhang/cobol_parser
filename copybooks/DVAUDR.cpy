000699*                 CALCULATION; RECORD WIDENED FROM 80 TO 100     *
000701*                 BYTES.  OLDER RECORDS HAVE SPACES IN THE NEW   *
000702*                 FIELDS.                                        *
000707*                 2026-10-15 RSH  ADDED AU-RUN-NO OUT OF FILLER  *
000712*                 -- THE RUN OF AU-RUN-DATE THAT EXECUTED THE    *
000717*                 DIVIDE.  RECORD LENGTH IS UNCHANGED AT 100.    *
000722*                 OLDER RECORDS HAVE SPACES THERE.               *
000727*                 2026-10-15 RSH  ADDED AU-SHARE-COUNT OUT OF    *
000732*                 FILLER.  ON AN ALLOCATION (CALC TYPE 'A', SEE  *
000737*                 DVCALCR) AU-DIVIDEND IS THE SOURCE AMOUNT,     *
000742*                 AU-QUOTIENT THE SHARES ADDED UP, AU-REMAINDER  *
000747*                 THE ROUNDING RESIDUE PUT ON THE RULE'S RESIDUE *
000752*                 DEPARTMENT, AND AU-SHARE-COUNT THE NUMBER OF   *
000757*                 GL ROWS CUT, SO THE TRAIL SHOWS THE SPLIT      *
000762*                 FOOTED.  ZERO ON ANY OTHER CALC TYPE.  RECORD  *
000767*                 LENGTH IS UNCHANGED AT 100.                    *
000772******************************************************************
000800 01  DVSTMT-AUDIT-REC.
000900     05  AU-CALC-TYPE                PIC X(01).
001000     05  AU-DIVIDEND                 PIC S9(10)V99.
001610     05  AU-JOB-NAME                 PIC X(08).
001620     05  AU-DEPT-CODE                PIC X(04).
001630     05  AU-SUBMIT-REF               PIC X(10).
001640     05  AU-RUN-NO                   PIC 9(02).
001650     05  AU-SHARE-COUNT              PIC 9(02).
001660     05  FILLER                      PIC X(03).
