000490*                 AMOUNT, ROUNDING, AND VERSION FIELDS ARE NOT   *
000500*                 USED ON A REVERSAL.  RECORD LENGTH IS          *
000510*                 UNCHANGED AT 80.                               *
000511*                 2026-10-15 RSH  ADDED DC-APPROVAL-SW OUT OF    *
000512*                 FILLER -- SET ONLY ON AN ITEM DVAPPRV RETURNS  *
000513*                 FROM THE APPROVAL-HOLD MASTER (SEE DVAPPR).    *
000514*                 'R' MEANS A SUPERVISOR RELEASED IT AND DVEDIT  *
000515*                 IS NOT TO HOLD IT AGAIN; 'D' MEANS IT WAS      *
000516*                 DECLINED AND DIVSTMT REJECTS IT WITH REASON    *
000517*                 CODE DECL.  DVGATHR CLEARS THE BYTE ON         *
000518*                 EVERYTHING A DEPARTMENT SENDS.  RECORD LENGTH  *
000519*                 IS UNCHANGED AT 80.                            *
000520*                 2026-10-15 RSH  ADDED THE ALLOCATION           *
000521*                 TRANSACTION TYPE (DC-CALC-TYPE 'A') AND        *
000522*                 DC-ALLOC-RULE-ID OUT OF FILLER.  AN ALLOCATION *
000523*                 SPLITS THE DIVIDEND AMOUNT (DC-DIVIDEND, OR    *
000524*                 DC-DIVIDEND-2 ON A VERSION-2 CARD) ACROSS THE  *
000525*                 DEPARTMENTS OF THE NAMED RULE ON THE           *
000526*                 ALLOCATION-RULE MASTER (SEE DVALRR).  THE      *
000527*                 DIVISOR FIELDS ARE NOT USED AND ARE ZERO;      *
000528*                 DC-ROUNDED-SW SAYS WHETHER EACH SHARE ROUNDS   *
000529*                 OR TRUNCATES.  RECORD LENGTH IS UNCHANGED AT   *
000530*                 80.                                            *
000531******************************************************************
000532 01  DIVSTMT-CALC-REC.
000540     05  DC-CALC-TYPE                PIC X(01).
000550         88  DC-TYPE-ONE                 VALUE '1'.
000560         88  DC-TYPE-TWO                 VALUE '2'.
000570         88  DC-TYPE-THREE               VALUE '3'.
000580         88  DC-TYPE-REVERSAL            VALUE 'R'.
000585         88  DC-TYPE-ALLOCATION          VALUE 'A'.
000590     05  DC-DIVIDEND                 PIC 9(10).
000600     05  DC-RVSL-DATE-AREA REDEFINES DC-DIVIDEND.
000610         10  DC-ORIG-RUN-DATE        PIC X(08).
000810                                     PIC X(13).
000820     05  DC-DEPT-CODE                PIC X(04).
000830     05  DC-SUBMIT-REF               PIC X(10).
000840     05  DC-APPROVAL-SW              PIC X(01).
000850         88  DC-APPROVAL-RELEASED        VALUE 'R'.
000860         88  DC-APPROVAL-DECLINED        VALUE 'D'.
000870     05  DC-ALLOC-RULE-ID            PIC X(08).
000880     05  FILLER                      PIC X(06).
