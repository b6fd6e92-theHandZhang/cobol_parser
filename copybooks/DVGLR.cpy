000080*                 DISCREPANCY REPORT (SEE DVDISR) SO THE TWO      *
000090*                 FILES CAN BE JOINED.  BOTH FILES ACCUMULATE     *
000100*                 ACROSS MULTIPLE NIGHTLY RUNS (OPEN EXTEND), AND *
000110*                 GL-TRANS-SEQ RESTARTS AT 1 EVERY DATE, SO THE   *
000120*                 JOIN KEY IS THE COMPOSITE (GL-RUN-DATE,         *
000130*                 GL-TRANS-SEQ), NOT GL-TRANS-SEQ ALONE.          *
000140*                 GL-DISCREPANCY-SW IS 'Y' WHEN THE DIVIDE        *
000440*                 THROUGH THE SAME POSTING LINE.  RECORD         *
000450*                 WIDENED FROM 83 TO 84 BYTES; OLDER RECORDS     *
000460*                 HAVE A SPACE THERE AND ARE NOT REVERSALS.      *
000461*                 2026-10-15 RSH  ADDED GL-RUN-NO -- THE RUN OF   *
000462*                 GL-RUN-DATE THAT CUT THE ROW -- SO DVBAL,       *
000463*                 DVGLPOST, AND DVHIST CAN TELL A NIGHTLY RUN     *
000464*                 FROM AN OFF-CYCLE RUN OF THE SAME DATE.  TRANS  *
000465*                 SEQ RUNS ON FROM THE LAST RUN OF THE DATE       *
000466*                 RATHER THAN RESTARTING (SEE DVDTCR).  RECORD    *
000467*                 WIDENED FROM 84 TO 86 BYTES; OLDER RECORDS      *
000468*                 HAVE SPACES THERE AND READ AS RUN 01.           *
000469*                 2026-10-15 RSH  ADDED GL-SOURCE-DEPT,           *
000470*                 GL-ALLOC-RULE-ID, AND GL-SHARE-NO FOR THE       *
000471*                 ALLOCATION TRANSACTION (CALC TYPE 'A', SEE      *
000472*                 DVCALCR).  AN ALLOCATION CUTS ONE ROW PER       *
000473*                 RECEIVING DEPARTMENT, ALL UNDER THE SAME RUN    *
000474*                 DATE AND TRANS SEQ, NUMBERED 01 UP IN           *
000475*                 GL-SHARE-NO: GL-DEPT-CODE IS THE RECEIVING      *
000476*                 DEPARTMENT, GL-DIVIDEND THE WHOLE SOURCE        *
000477*                 AMOUNT, GL-DIVISOR THE SHARE PERCENTAGE,        *
000478*                 GL-QUOTIENT THE SHARE POSTED, AND GL-REMAINDER  *
000479*                 THE ROUNDING RESIDUE ADDED TO THAT SHARE        *
000480*                 (NONZERO ONLY ON THE RULE'S RESIDUE             *
000481*                 DEPARTMENT).  THE SHARES OF ONE ALLOCATION      *
000482*                 FOOT TO GL-DIVIDEND.  GL-SOURCE-DEPT IS THE     *
000483*                 SUBMITTING DEPARTMENT ON EVERY ROW -- THE SAME  *
000484*                 AS GL-DEPT-CODE EXCEPT ON A SHARE.  OTHER ROWS  *
000485*                 HAVE SPACES IN THE RULE AND ZERO IN THE SHARE   *
000486*                 NUMBER.  RECORD WIDENED FROM 86 TO 100 BYTES;   *
000487*                 OLDER RECORDS HAVE SPACES IN THE NEW FIELDS.    *
000488*                 2026-10-15 RSH  ADDED GL-ORIG-RUN-DATE AND      *
000489*                 GL-ORIG-TRANS-SEQ.  A REVERSAL ROW CARRIES THE  *
000490*                 HISTORY KEY OF THE CALCULATION IT BACKED OUT,   *
000491*                 SO THE REVERSED MARK ON DVHISTF CAN BE PROVED   *
000492*                 AND REAPPLIED FROM THE EXTRACT ALONE (SEE       *
000493*                 DVRBLD).  OTHER ROWS HAVE SPACES AND ZERO       *
000494*                 THERE.  RECORD WIDENED FROM 100 TO 117 BYTES.   *
000495*                 THE 84-BYTE ROWS ON FILE BEFORE THESE           *
000496*                 CHANGES ARE PADDED WITH SPACES ONCE BY JOB      *
000497*                 PRDGLCNV, SO AN OLDER ROW READS AS RUN 01,      *
000498*                 NO SHARE, AND NO ORIGINAL NAMED.                *
000499******************************************************************
000500 01  DVSTMT-GL-REC.
000501     05  GL-CALC-TYPE                PIC X(01).
000502     05  GL-DIVIDEND                 PIC S9(10)V99.
000510     05  GL-DIVISOR                  PIC S9(10)V99.
000520     05  GL-QUOTIENT                 PIC S9(10)V99.
000530     05  GL-REMAINDER                PIC S9(10)V9(04).
000590     05  GL-SUBMIT-REF               PIC X(10).
000600     05  GL-REVERSAL-SW              PIC X(01).
000610         88  GL-IS-REVERSAL              VALUE 'Y'.
000620     05  GL-RUN-NO                   PIC 9(02).
000630     05  GL-RUN-NO-X REDEFINES GL-RUN-NO
000640                                     PIC X(02).
000650     05  GL-SOURCE-DEPT              PIC X(04).
000660     05  GL-ALLOC-RULE-ID            PIC X(08).
000670     05  GL-SHARE-NO                 PIC 9(02).
000680     05  GL-SHARE-NO-X REDEFINES GL-SHARE-NO
000690                                     PIC X(02).
000700     05  GL-ORIG-RUN-DATE            PIC X(08).
000710     05  GL-ORIG-TRANS-SEQ           PIC 9(09).
000720     05  GL-ORIG-TRANS-SEQ-X REDEFINES GL-ORIG-TRANS-SEQ
000730                                     PIC X(09).
