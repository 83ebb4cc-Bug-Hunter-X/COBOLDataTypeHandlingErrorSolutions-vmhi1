      ******************************************************************
      * RTNREC - FEED RETURN FILE RECORD LAYOUT
      * COPY THIS INTO ANY PROGRAM THAT READS OR WRITES THE RETURN
      * FILE (RTNFILE). DLYREG01 WRITES ONE RETURN FILE PER FEED SO
      * THE SENDING SYSTEM LEARNS WHAT BECAME OF ITS TRANSMISSION
      * WITHOUT A PHONE CALL:
      *   H - ONE BATCH HEADER PER *HDR/*TRL BATCH ON THE FEED, IN
      *       FEED ORDER, WRITTEN AS SOON AS THE BATCH IS JUDGED -
      *       ACCEPTED (ITS TRAILER VERIFIED AND ITS RECORDS WENT TO
      *       THE REGISTER) OR REFUSED WHOLE, WITH THE REASON
      *   D - ONE DETAIL PER RECORD OF AN ACCEPTED BATCH THAT THE
      *       REGISTER REJECTED, FOLLOWING ITS BATCH'S HEADER: THE
      *       ORIGINAL 80-BYTE TRANSACTION AS SENT, THE SAME REASON
      *       CODE IT CARRIES ON RJCTFILE (SEE RJCTREC), ITS POSITION
      *       IN THE BATCH AND ITS DOLLARS (ZERO WHEN THE AMOUNT WAS
      *       BLANK OR COULD NOT BE READ)
      *   T - ONE FEED TRAILER, LAST, WITH THE BATCHES ACCEPTED AND
      *       REFUSED AND THE RECORDS AND DOLLARS ACCEPTED AND
      *       REJECTED ACROSS THE ACCEPTED BATCHES. A FILE WITHOUT A
      *       TRAILER IS FROM A RUN THAT DID NOT FINISH AND MUST NOT
      *       BE SENT.
      * RECORDS OF A REFUSED BATCH GET NO DETAILS - THE WHOLE BATCH
      * IS TO BE CORRECTED AND SENT AGAIN. HELD ITEMS ARE NEITHER
      * ACCEPTED NOR REJECTED YET AND GET NO DETAILS EITHER. REPAIRS
      * AND RELEASED ITEMS RIDING AHEAD OF THE FEED BELONG TO NO
      * BATCH AND NEVER APPEAR. THE BATCH ID AND BUSINESS DATE ARE
      * SPACES ON THE TRAILER.
      ******************************************************************
       01  RTN-RECORD.
           05  RTN-RECORD-TYPE         PIC X(01).
               88  RTN-BATCH-HEADER        VALUE "H".
               88  RTN-REJECT-DETAIL       VALUE "D".
               88  RTN-FEED-TRAILER        VALUE "T".
           05  RTN-BATCH-ID            PIC X(08).
           05  RTN-BUSINESS-DATE       PIC X(08).
           05  RTN-RUN-DATE            PIC X(10).
           05  RTN-RECORD-BODY         PIC X(113).
           05  RTN-HEADER-BODY REDEFINES RTN-RECORD-BODY.
               10  RTN-DISPOSITION     PIC X(01).
                   88  RTN-BATCH-ACCEPTED  VALUE "A".
                   88  RTN-BATCH-REFUSED   VALUE "R".
               10  RTN-REFUSAL-REASON  PIC X(04).
                   88  RTN-REFUSED-DUPLICATE   VALUE "DUP ".
                   88  RTN-REFUSED-TRAILER     VALUE "TRL ".
                   88  RTN-REFUSED-NO-TRAILER  VALUE "NTRL".
                   88  RTN-REFUSED-DATE        VALUE "DATE".
                   88  RTN-REFUSED-TOO-LARGE   VALUE "SIZE".
                   88  RTN-REFUSED-TABLE-FULL  VALUE "BTBL".
               10  FILLER              PIC X(108).
           05  RTN-DETAIL-BODY REDEFINES RTN-RECORD-BODY.
               10  RTN-TRAN-RECORD     PIC X(80).
               10  RTN-REASON-CODE     PIC X(04).
               10  RTN-BATCH-POSITION  PIC 9(05).
               10  RTN-AMOUNT          PIC S9(7)V99
                                           SIGN LEADING SEPARATE.
               10  FILLER              PIC X(14).
           05  RTN-TRAILER-BODY REDEFINES RTN-RECORD-BODY.
               10  RTN-BATCHES-ACCEPTED
                                       PIC 9(03).
               10  RTN-BATCHES-REFUSED PIC 9(03).
               10  RTN-ACCEPTED-COUNT  PIC 9(07).
               10  RTN-ACCEPTED-AMOUNT PIC S9(11)V99
                                           SIGN LEADING SEPARATE.
               10  RTN-REJECTED-COUNT  PIC 9(07).
               10  RTN-REJECTED-AMOUNT PIC S9(11)V99
                                           SIGN LEADING SEPARATE.
               10  FILLER              PIC X(65).
