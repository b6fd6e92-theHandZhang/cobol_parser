000100******************************************************************
000110*    COPYBOOK:    SCPNDR                                         *
000120*    DESCRIPTION: SCTN PENDING PARAMETER CHANGE RECORD.  ONE     *
000130*                 RECORD PER MAINTENANCE CARD WHOSE EFFECTIVE    *
000140*                 BUSINESS DATE IS LATER THAN THE DATE IT WAS    *
000150*                 ENTERED UNDER, KEYED BY (PP-EFFECTIVE-DATE,    *
000160*                 PP-PARM-NAME) SO A BROWSE FROM LOW-VALUES      *
000170*                 MEETS THE CHANGES IN THE ORDER THEY FALL DUE.  *
000180*                 THE FIRST SCTN RUN UNDER A BUSINESS DATE       *
000190*                 DVCALDT HAS OPENED APPLIES EVERY CHANGE DUE BY *
000200*                 THAT DATE TO THE PARAMETER MASTER (SCPARR),    *
000210*                 LOGS IT ON THE CHANGE HISTORY (SCPHSR), AND    *
000220*                 DELETES IT HERE.  A CARD WITH FUNCTION 'X'     *
000230*                 CANCELS A CHANGE STILL PENDING.                *
000240*    HISTORY:     2026-10-15 RSH  ORIGINAL COPYBOOK.             *
000250******************************************************************
000260 01  SCTN-PEND-REC.
000270     05  PP-KEY.
000280         10  PP-EFFECTIVE-DATE       PIC X(08).
000290         10  PP-PARM-NAME            PIC X(08).
000300     05  PP-FUNCTION                 PIC X(01).
000310         88  PP-ADD                      VALUE 'A'.
000320         88  PP-CHANGE                   VALUE 'C'.
000330         88  PP-DELETE                   VALUE 'D'.
000340     05  PP-PARM-VALUE               PIC X(30).
000350     05  PP-REQUESTER-ID             PIC X(08).
000360     05  PP-ENTERED-DATE             PIC X(08).
000370     05  PP-ENTERED-TIME             PIC X(08).
000380     05  FILLER                      PIC X(09).
