000100******************************************************************
000200*    COPYBOOK:    DVACMR                                         *
000300*    DESCRIPTION: GL ACCOUNT-MAPPING MASTER RECORD.  ONE RECORD   *
000400*                 PER (DEPARTMENT, CALC TYPE), KEYED BY AM-KEY,   *
000500*                 GIVING THE LEDGER ACCOUNT THAT DEPARTMENT'S     *
000600*                 QUOTIENTS FOR THAT CALC TYPE POST TO AND THE    *
000700*                 SEPARATE OFFSET ACCOUNT ITS REVERSALS POST TO.  *
000800*                 MAINTAINED BY DVACCT FROM ADD/CHANGE/           *
000900*                 DEACTIVATE CARDS (SEE DVAMTR).  DVEDIT REJECTS  *
001000*                 ANY TRANSACTION WHOSE DEPARTMENT AND CALC TYPE  *
001100*                 HAVE NO ACTIVE MAPPING HERE, AND DVGLPOST CUTS  *
001200*                 ONE POSTING LINE PER DEPARTMENT, CALC TYPE,     *
001300*                 AND ACCOUNT FROM IT.  A DEACTIVATED MAPPING     *
001400*                 KEEPS ITS RECORD SO A REVERSAL OF AN ITEM       *
001500*                 POSTED WHILE IT WAS ACTIVE STILL FINDS ITS      *
001600*                 OFFSET ACCOUNT.                                 *
001700*    HISTORY:     2026-10-06 RSH  ORIGINAL COPYBOOK.             *
001800******************************************************************
001900 01  DVACCT-MAP-REC.
002000     05  AM-KEY.
002100         10  AM-DEPT-CODE            PIC X(04).
002200         10  AM-CALC-TYPE            PIC X(01).
002300     05  AM-GL-ACCOUNT               PIC X(08).
002400     05  AM-OFFSET-ACCOUNT           PIC X(08).
002500     05  AM-STATUS                   PIC X(01).
002600         88  AM-ACTIVE                   VALUE 'A'.
002700         88  AM-INACTIVE                 VALUE 'I'.
002800     05  AM-DESCRIPTION              PIC X(30).
002900     05  FILLER                      PIC X(28).
