000700*                 NAME OR CONTACT LEAVES THE FIELD AS IT IS.      *
000800*                 MODELED ON SCTN'S SCMNTR MAINTENANCE RECORD.    *
000900*    HISTORY:     2026-09-02 RSH  ORIGINAL COPYBOOK.             *
000910*                 2026-10-15 RSH  ADDED DM-APPROVAL-LIMIT (TWO    *
000920*                 ASSUMED DECIMALS).  BLANK ON AN ADD MEANS NO    *
000930*                 LIMIT; BLANK ON A CHANGE LEAVES THE LIMIT AS    *
000940*                 IT IS, AND ZEROS REMOVE IT.                     *
001000******************************************************************
001100 01  DVDEPT-MAINT-TRAN.
001200     05  DM-FUNCTION                 PIC X(01).
001600     05  DM-DEPT-CODE                PIC X(04).
001700     05  DM-DEPT-NAME                PIC X(30).
001800     05  DM-CONTACT                  PIC X(25).
001810     05  DM-APPROVAL-LIMIT           PIC 9(10)V99.
001820     05  DM-APPROVAL-LIMIT-X REDEFINES DM-APPROVAL-LIMIT
001830                                     PIC X(12).
001840     05  FILLER                      PIC X(08).
