000300*    DESCRIPTION: DIVSTMT GL POSTING-INTERFACE RECORD.  ONE      *
000400*                 FILE PER CYCLE: A BATCH HEADER (RUN DATE, JOB  *
000500*                 NAME, FILE CREATION STAMP), ONE POSTING        *
000600*                 DETAIL PER DEPARTMENT, CALC TYPE, AND ACCOUNT  *
000700*                 WITH SUMMARIZED COUNTS AND TOTALS, AND A       *
000800*                 TRAILER CARRYING THE DETAIL RECORD COUNT, A    *
000900*                 HASH TOTAL OF GL-DIVIDEND, AND THE SUM OF      *
001000*                 GL-QUOTIENT OVER THE POSTED EXTRACT RECORDS    *
001430*                 DECIMALS (REMAINDER CARRIES FOUR) NOW THAT    *
001440*                 THE GL EXTRACT CARRIES SIGNED DECIMAL         *
001450*                 AMOUNTS.  RECORD LENGTH IS UNCHANGED AT 80.   *
001455*                 2026-10-06 RSH  ADDED PST-DTL-DEPT-CODE OUT   *
001460*                 OF FILLER.  A POSTING DETAIL IS NOW ONE PER   *
001465*                 DEPARTMENT, CALC TYPE, AND ACCOUNT, WITH THE  *
001470*                 ACCOUNT CODING TAKEN FROM THE ACCOUNT-MAPPING *
001475*                 MASTER (SEE DVACMR).  LENGTH UNCHANGED AT 80. *
001480*                 2026-10-15 RSH  ADDED PST-HDR-RUN-NO OUT OF    *
001485*                 FILLER SO THE LEDGER SYSTEM CAN TELL TWO       *
001490*                 BATCHES OF ONE BUSINESS DATE APART AND ECHO    *
001495*                 THE RUN ON ITS ACKNOWLEDGMENT (SEE DVACKR).    *
001500******************************************************************
001600 01  DVSTMT-POST-REC.
001700     05  PST-REC-TYPE                PIC X(01).
002400         10  PST-HDR-JOB-NAME        PIC X(08).
002500         10  PST-HDR-CREATE-DATE     PIC X(08).
002600         10  PST-HDR-CREATE-TIME     PIC X(08).
002610         10  PST-HDR-RUN-NO          PIC 9(02).
002620         10  FILLER                  PIC X(45).
002800     05  PST-DTL-DATA REDEFINES PST-DATA.
002900         10  PST-DTL-CALC-TYPE       PIC X(01).
003000         10  PST-DTL-ACCOUNT         PIC X(08).
003100         10  PST-DTL-REC-COUNT       PIC 9(09).
003200         10  PST-DTL-QUOT-TOTAL      PIC S9(12)V99.
003300         10  PST-DTL-REM-TOTAL       PIC S9(12)V9(04).
003310         10  PST-DTL-DEPT-CODE       PIC X(04).
003320         10  FILLER                  PIC X(27).
003500     05  PST-TRL-DATA REDEFINES PST-DATA.
003600         10  PST-TRL-REC-COUNT       PIC 9(09).
003700         10  PST-TRL-DIVIDEND-HASH   PIC S9(13)V99.
