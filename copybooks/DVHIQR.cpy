001010*                 2026-09-03 RSH  ADDED HQ-DEPT-CODE AND         *
001020*                 HQ-SUBMIT-REF OUT OF FILLER FOR THE            *
001030*                 DEPARTMENT-AND-REFERENCE REQUEST FORMAT.       *
001040*                 2026-10-15 RSH  ADDED HQ-RUN-NO OUT OF FILLER. *
001050*                 A RUN NUMBER LIMITS A DATE-RANGE REQUEST TO    *
001060*                 THAT RUN OF EACH DATE; BLANK TAKES EVERY RUN.  *
001100******************************************************************
001200 01  DVHINQ-REQUEST-CARD.
001300     05  HQ-FROM-DATE                PIC X(08).
001500     05  HQ-TRANS-SEQ                PIC X(09).
001510     05  HQ-DEPT-CODE                PIC X(04).
001520     05  HQ-SUBMIT-REF               PIC X(10).
001530     05  HQ-RUN-NO                   PIC X(02).
001540     05  FILLER                      PIC X(39).
