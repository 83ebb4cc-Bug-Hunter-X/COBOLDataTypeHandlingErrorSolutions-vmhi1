      ******************************************************************
      * LIMREC - LARGE-ITEM LIMITS MASTER RECORD LAYOUT
      * COPY THIS INTO ANY PROGRAM THAT READS OR WRITES THE LIMITS
      * MASTER (LIMFILE). ONE RECORD PER CATEGORY CODE THAT HAS
      * CEILINGS; A CATEGORY WITH NO RECORD HAS NO CEILINGS. THE
      * MASTER IS MAINTAINED BY LIMMNT01 AND READ BY DLYREG01 (AND
      * THE PRE-EDIT DLYEDT01) TO DIVERT LARGE ITEMS TO THE HELD-
      * ITEMS FILE FOR SUPERVISOR RELEASE:
      *   ITEM CEILING  - ANY ONE POSTING WHOSE AMOUNT (EITHER SIGN)
      *                   IS ABOVE IT IS HELD
      *   DAILY CEILING - A POSTING THAT WOULD TAKE THE CATEGORY'S
      *                   GROSS DOLLARS POSTED FOR THE DAY (EVERY
      *                   POSTING COUNTED WITHOUT ITS SIGN) ABOVE IT
      *                   IS HELD
      * A ZERO CEILING MEANS NO LIMIT OF THAT KIND.
      ******************************************************************
       01  LIM-RECORD.
           05  LIM-CATEGORY-CODE       PIC X(04).
           05  LIM-ITEM-CEILING        PIC 9(7)V99.
           05  LIM-DAILY-CEILING       PIC 9(9)V99.
           05  FILLER                  PIC X(56).
