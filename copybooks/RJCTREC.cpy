      * COMPLETE ORIGINAL TRANSACTION, A REASON CODE AND THE RUN
      * DATE, SO THE REPAIR PROGRAM (DLYRPR01) CAN CORRECT THE
      * OFFENDING FIELD AND RESUBMIT INSTEAD OF SOMEONE RE-KEYING
      * THE RECORD UPSTREAM. A LARGE ITEM A SUPERVISOR DECLINES OFF
      * THE HELD-ITEMS FILE IS WRITTEN HERE BY HLDREL01 UNDER DECL.
      * THE BATCH ID, BUSINESS DATE AND POSITION WITHIN THE BATCH ARE
      * THE SAME LINEAGE THE AUDIT RECORD CARRIES (SEE AUDREC) - SPACES
      * AND ZERO FOR A REJECT WRITTEN BEFORE THEY EXISTED.
      ******************************************************************
       01  RJCT-RECORD.
           05  RJCT-TRAN-RECORD        PIC X(80).
               88  RJCT-REASON-CLOSED      VALUE "CLSD".
               88  RJCT-REASON-TBLFULL     VALUE "TFUL".
               88  RJCT-REASON-AMOUNT      VALUE "AMT ".
               88  RJCT-REASON-REVERSAL    VALUE "REV ".
               88  RJCT-REASON-DECLINED    VALUE "DECL".
           05  RJCT-RUN-DATE           PIC X(10).
           05  RJCT-BATCH-ID           PIC X(08).
           05  RJCT-BUSINESS-DATE      PIC X(08).
           05  RJCT-BATCH-POSITION     PIC 9(5).
