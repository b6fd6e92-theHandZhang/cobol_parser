000100******************************************************************
000110*    COPYBOOK:    DVRNRR                                         *
000120*    DESCRIPTION: DIVSTMT RUN REGISTER RECORD.  ONE RECORD PER   *
000130*                 DIVSTMT RUN, KEYED BY (RR-RUN-DATE, RR-RUN-NO).*
000140*                 RUN 01 IS THE NIGHTLY PRDNITE CYCLE; 02 AND UP *
000150*                 ARE OFF-CYCLE RUNS UNDER THE SAME BUSINESS     *
000160*                 DATE (SEE DVDTCR).  DIVSTMT WRITES THE ENTRY   *
000170*                 WITH THE RUN'S TRANS-SEQ RANGE AND CONTROL     *
000180*                 TOTALS WHEN THE RUN COMPLETES; DVBAL FILLS IN  *
000190*                 RR-BAL-STATUS AND DVGLPOST THE RR-POST- FIELDS *
000200*                 FOR THE BATCH IT CUT.  DVBAL, DVGLPOST, AND    *
000210*                 DVNITRPT READ THE REGISTER FOR THE BUSINESS    *
000220*                 DATE TO REPORT EACH RUN AND THE WHOLE DAY.     *
000230*    HISTORY:     2026-10-15 RSH  ORIGINAL COPYBOOK.             *
000240******************************************************************
000250 01  DVSTMT-RUNREG-REC.
000260     05  RR-KEY.
000270         10  RR-RUN-DATE             PIC X(08).
000280         10  RR-RUN-NO               PIC 9(02).
000290     05  RR-JOB-NAME                 PIC X(08).
000300     05  RR-STATUS                   PIC X(01).
000310         88  RR-COMPLETE                 VALUE 'C'.
000320     05  RR-SEQ-FROM                 PIC 9(09).
000330     05  RR-SEQ-TO                   PIC 9(09).
000340     05  RR-TRANS-COUNT              PIC 9(09).
000350     05  RR-ACCEPT-COUNT             PIC 9(09).
000360     05  RR-REJECT-COUNT             PIC 9(09).
000370     05  RR-DISCREPANCY-COUNT        PIC 9(09).
000380     05  RR-REVERSAL-COUNT           PIC 9(09).
000390     05  RR-QUOTIENT-TOTAL           PIC S9(13)V99.
000400     05  RR-REMAINDER-TOTAL          PIC S9(13)V9(04).
000410     05  RR-BAL-STATUS               PIC X(01).
000420         88  RR-BAL-IN                   VALUE 'B'.
000430         88  RR-BAL-OUT                  VALUE 'O'.
000440     05  RR-POST-STATUS              PIC X(01).
000450         88  RR-POSTED                   VALUE 'P'.
000460     05  RR-POST-REC-COUNT           PIC 9(09).
000470     05  RR-POST-DIV-HASH            PIC S9(13)V99.
000480     05  RR-POST-QUOT-SUM            PIC S9(13)V99.
000490     05  RR-POST-SUSP-COUNT          PIC 9(09).
000500     05  FILLER                      PIC X(16).
