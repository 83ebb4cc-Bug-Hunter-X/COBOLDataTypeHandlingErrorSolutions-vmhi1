      * AUDIT FIELD SIZES STAY IN STEP WITH DLYREG01. ONE RECORD IS
      * WRITTEN PER ACCEPTED TRANSACTION, CHAINING THE COUNTER VALUE
      * BEFORE AND AFTER THE INCREMENT FOR THAT CATEGORY.
      *
      * AN ACCEPTED REVERSAL IS WRITTEN WITH ENTRY TYPE "V": IT DOES
      * NOT ADVANCE THE COUNTER (BEFORE AND AFTER ARE BOTH THE
      * CATEGORY'S CURRENT VALUE, SO THE CHAIN STAYS UNBROKEN), IT
      * CARRIES THE CANCELLED POSTING'S LABEL AND THE NEGATED AMOUNT,
      * AND AUD-REVERSED-COUNTER NAMES THE COUNTER-AFTER OF THE
      * POSTING IT CANCELS. AN ORDINARY POSTING CARRIES A SPACE IN
      * THE ENTRY TYPE AND ZERO IN THE REVERSED COUNTER.
      *
      * EVERY RECORD ALSO CARRIES ITS LINEAGE BACK TO THE FEED: THE
      * BATCH ID AND BUSINESS DATE FROM THE BATCH HEADER IT ARRIVED
      * UNDER, ITS POSITION AMONG THAT BATCH'S DATA RECORDS (1 IS THE
      * FIRST RECORD AFTER THE HEADER), AND THE FEED RECORD'S
      * RESUBMIT FLAG ("R" REPAIRED BY DLYRPR01, "H" RELEASED BY
      * HLDREL01). REPAIRS AND RELEASES CONCATENATED AHEAD OF THE
      * FEED RIDE OUTSIDE EVERY BATCH: BATCH ID AND BUSINESS DATE
      * ARE SPACES AND THE POSITION IS THEIR PLACE AMONG THOSE
      * RECORDS. RECORDS WRITTEN BEFORE THE LINEAGE FIELDS EXISTED
      * WERE CONVERTED WITH SPACES AND A ZERO POSITION - NO LINEAGE
      * WAS EVER RECORDED FOR THEM.
      ******************************************************************
       01  AUD-RECORD.
           05  AUD-TIMESTAMP           PIC X(26).
           05  AUD-ALPHA-VALUE         PIC X(10).
           05  AUD-AMOUNT              PIC S9(7)V99
                                           SIGN LEADING SEPARATE.
           05  AUD-ENTRY-TYPE          PIC X(01).
               88  AUD-REVERSAL            VALUE "V".
           05  AUD-REVERSED-COUNTER    PIC 9(5).
           05  AUD-BATCH-ID            PIC X(08).
           05  AUD-BUSINESS-DATE       PIC X(08).
           05  AUD-BATCH-POSITION      PIC 9(5).
           05  AUD-RESUBMIT-FLAG       PIC X(01).
