      * PROCESSED BUSINESS DATE PAST WEEKENDS AND THE DATES LISTED
      * HERE. MAINTAINED BY CALMNT01 SO NEXT YEAR'S HOLIDAYS CAN BE
      * LOADED AHEAD OF TIME.
      *
      * A TYPE "Y" RECORD IS NOT A CLOSED DAY: IT MARKS A FISCAL
      * YEAR-END BUSINESS DATE FOR THE YEAR-END CLOSE (DLYYRE01).
      * EVERY READER BUILDING A HOLIDAY TABLE MUST TAKE ONLY THE
      * TYPE "H" RECORDS.
      ******************************************************************
       01  CAL-RECORD.
           05  CAL-DATE                PIC X(08).
           05  CAL-TYPE                PIC X(01).
               88  CAL-HOLIDAY             VALUE "H".
               88  CAL-FISCAL-YEAR-END     VALUE "Y".
           05  CAL-DESCRIPTION         PIC X(30).
           05  FILLER                  PIC X(41).
