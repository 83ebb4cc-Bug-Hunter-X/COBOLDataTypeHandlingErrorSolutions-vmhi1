      ******************************************************************
      * HOLDREC - HELD-ITEMS RECORD LAYOUT
      * COPY THIS INTO ANY PROGRAM THAT READS OR WRITES THE HELD-ITEMS
      * FILE (HOLDFILE). A POSTING THAT PASSES EVERY REGISTER EDIT BUT
      * BREAKS ONE OF ITS CATEGORY'S CEILINGS ON THE LIMITS MASTER
      * (LIMFILE) IS WRITTEN HERE INSTEAD OF BEING POSTED - IT IS
      * NEITHER ACCEPTED NOR REJECTED UNTIL A SUPERVISOR DECIDES IT.
      * THE COMPLETE ORIGINAL TRANSACTION IS KEPT WITH THE CEILING IT
      * BROKE, THE RUN DATE AND THE BATCH IT ARRIVED IN (SPACES FOR A
      * RESUBMIT, WHICH RIDES OUTSIDE EVERY BATCH) WITH ITS POSITION
      * IN THAT BATCH (SPACES ON ITEMS HELD BEFORE THE POSITION WAS
      * RECORDED - TEST IT NUMERIC). HLDREL01 APPLIES THE
      * SUPERVISOR'S DECISIONS: A RELEASED ITEM REJOINS THE NEXT FEED,
      * A DECLINED ONE GOES TO RJCTFILE, AND AN UNDECIDED ONE IS
      * CARRIED FORWARD.
      *
      * THE TRANSACTION IS KEPT UNDER THE CATEGORY CODE IT WAS SENT
      * WITH. HOLD-POSTED-CODE IS THE CODE THE REGISTER WOULD POST IT
      * UNDER - THE SURVIVING CODE WHEN THE SENT ONE HAS BEEN MERGED,
      * OTHERWISE THE SENT CODE AGAIN. ITEMS HELD BEFORE THE FIELD WAS
      * RECORDED CARRY SPACES THERE: TREAT THE SENT CODE AS POSTED.
      ******************************************************************
       01  HOLD-RECORD.
           05  HOLD-TRAN-RECORD        PIC X(80).
           05  HOLD-REASON-CODE        PIC X(04).
               88  HOLD-REASON-ITEM        VALUE "ITEM".
               88  HOLD-REASON-DAILY       VALUE "DAY ".
           05  HOLD-RUN-DATE           PIC X(10).
           05  HOLD-BATCH-ID           PIC X(08).
           05  HOLD-BUSINESS-DATE      PIC X(08).
           05  HOLD-CEILING            PIC 9(9)V99.
           05  HOLD-AMOUNT             PIC S9(7)V99
                                           SIGN LEADING SEPARATE.
           05  HOLD-BATCH-POSITION     PIC 9(5).
           05  HOLD-POSTED-CODE        PIC X(04).
