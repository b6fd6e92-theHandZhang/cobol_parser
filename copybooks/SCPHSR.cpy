000100******************************************************************
000110*    COPYBOOK:    SCPHSR                                         *
000120*    DESCRIPTION: SCTN PARAMETER CHANGE-HISTORY RECORD.  ONE     *
000130*                 RECORD PER MAINTENANCE CARD SCTN READS AND PER *
000140*                 PENDING CHANGE IT APPLIES WHEN ITS EFFECTIVE   *
000150*                 DATE ARRIVES, WRITTEN TO THE ACCUMULATED       *
000160*                 HISTORY FILE (PARMHIST, DISP=MOD) IN THE ORDER *
000170*                 THE WORK WAS DONE.  CARRIES THE BUSINESS DATE, *
000180*                 THE REQUESTER ID FROM THE CARD, THE VALUE      *
000190*                 BEFORE AND AFTER, AND WHAT BECAME OF THE CARD  *
000200*                 -- APPLIED, HELD PENDING FOR A LATER EFFECTIVE *
000210*                 DATE, CANCELLED, OR FAILED WITH THE REASON.    *
000220*                 A FAILED CARD CHANGES NOTHING; ITS VALUES SHOW *
000230*                 WHAT WAS ASKED FOR.  SCPRMLST LISTS THE RECENT *
000240*                 HISTORY.                                       *
000250*    HISTORY:     2026-10-15 RSH  ORIGINAL COPYBOOK.             *
000260******************************************************************
000270 01  SCTN-PHIST-REC.
000280     05  PH-BUSINESS-DATE            PIC X(08).
000290     05  PH-LOG-TIME                 PIC X(08).
000300     05  PH-REQUESTER-ID             PIC X(08).
000310     05  PH-SOURCE                   PIC X(01).
000320         88  PH-FROM-CARD                VALUE 'C'.
000330         88  PH-FROM-PENDING             VALUE 'E'.
000340     05  PH-FUNCTION                 PIC X(01).
000350     05  PH-PARM-NAME                PIC X(08).
000360     05  PH-EFFECTIVE-DATE           PIC X(08).
000370     05  PH-BEFORE-VALUE             PIC X(30).
000380     05  PH-AFTER-VALUE              PIC X(30).
000390     05  PH-DISPOSITION              PIC X(01).
000400         88  PH-APPLIED                  VALUE 'A'.
000410         88  PH-PENDING                  VALUE 'P'.
000420         88  PH-CANCELLED                VALUE 'X'.
000430         88  PH-FAILED                   VALUE 'F'.
000440     05  PH-REASON-TEXT              PIC X(30).
000450     05  FILLER                      PIC X(17).
