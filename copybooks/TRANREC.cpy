           05  TRAN-AMOUNT-ALPHA REDEFINES TRAN-AMOUNT
                                       PIC X(10).
      * "R" MARKS A RECORD REPAIRED AND RESUBMITTED BY DLYRPR01 SO
      * THE REGISTER CAN TELL A REPAIR FROM FRESH INPUT. "H" MARKS A
      * LARGE ITEM RELEASED FROM THE HELD-ITEMS FILE BY HLDREL01 - A
      * SUPERVISOR HAS ALREADY APPROVED IT, SO THE REGISTER POSTS IT
      * WITHOUT TESTING IT AGAINST THE CEILINGS A SECOND TIME.
           05  TRAN-RESUBMIT-FLAG      PIC X(01).
               88  TRAN-RESUBMITTED        VALUE "R".
               88  TRAN-RELEASED           VALUE "H".
      * "V" MARKS A REVERSAL - A RECORD THAT CANCELS ONE EARLIER
      * POSTING INSTEAD OF MAKING A NEW ONE. THE POSTING IS NAMED BY
      * ITS CATEGORY CODE (TRAN-CATEGORY-CODE) AND THE COUNTER VALUE
      * THE REGISTER GAVE IT (THE COUNTER-AFTER ON ITS AUDIT RECORD).
      * THE LABEL AND DOLLARS ARE TAKEN FROM THE ARCHIVED POSTING
      * ITSELF: THE FEED AMOUNT MAY BE LEFT AS SPACES, AND WHEN IT IS
      * PRESENT IT MUST EQUAL THE ORIGINAL AMOUNT.
           05  TRAN-RECORD-TYPE        PIC X(01).
               88  TRAN-REVERSAL           VALUE "V".
           05  TRAN-REV-COUNTER        PIC 9(05).
           05  TRAN-REV-COUNTER-ALPHA REDEFINES TRAN-REV-COUNTER
                                       PIC X(05).
           05  FILLER                  PIC X(49).

      * THE FEED IS FRAMED BY A BATCH HEADER AND TRAILER, IDENTIFIED
      * BY "*HDR" AND "*TRL" IN THE CATEGORY CODE POSITIONS ("*" CAN
