001150*                 REJECTED VERSION-2 TRANSACTION.  SPACES OR     *
001160*                 '1' IN THE VERSION BYTE MEANS THE UNSIGNED     *
001170*                 INTEGER FIELDS APPLY.                          *
001172*                 2026-10-15 RSH  ADDED CR-ALLOC-RULE-ID OUT OF  *
001174*                 FILLER.  THE REJECT RECORD DOES NOT CARRY THE  *
001176*                 RULE OF A REJECTED ALLOCATION (CALC TYPE 'A',  *
001178*                 SEE DVCALCR), SO ITS CORRECTION MUST NAME THE  *
001180*                 RULE TO RECYCLE UNDER; DVRECYC REFUSES AN      *
001182*                 ALLOCATION CORRECTION WITHOUT ONE.  IGNORED    *
001184*                 FOR ANY OTHER CALC TYPE.                       *
001200******************************************************************
001300 01  DVSTMT-CORRECTION-REC.
001400     05  CR-RUN-DATE                 PIC X(08).
001770                                     SIGN LEADING SEPARATE.
001772     05  CR-DIVISOR-2-X REDEFINES CR-DIVISOR-2
001774                                     PIC X(13).
001784     05  CR-ALLOC-RULE-ID            PIC X(08).
001794     05  FILLER                      PIC X(08).
