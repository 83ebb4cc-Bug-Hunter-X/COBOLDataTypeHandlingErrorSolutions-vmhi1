      ******************************************************************
      * YRHREC - FISCAL YEAR-END HISTORY RECORD LAYOUT
      * COPY THIS INTO ANY PROGRAM THAT READS OR WRITES THE PERMANENT
      * YEAR-END HISTORY FILE (YRHFILE). THE YEAR-END CLOSE (DLYYRE01)
      * APPENDS ONE RECORD PER CONTROL-FILE CATEGORY FOR EACH FISCAL
      * YEAR IT CLOSES - THE CATEGORY'S FINAL COUNTER, CYCLE AND
      * RUN-TO-DATE DOLLARS AS THEY STOOD ON THE YEAR-END BUSINESS
      * DATE, IMMEDIATELY BEFORE THE CONTROL FILE WAS RESET FOR THE
      * NEW YEAR. THE YEAR-END DATE IDENTIFIES THE FISCAL YEAR: A
      * YEAR ALREADY ON THIS FILE IS NEVER CLOSED A SECOND TIME. THE
      * FILE IS ONLY EVER APPENDED TO.
      ******************************************************************
       01  YRH-RECORD.
           05  YRH-YEAR-END-DATE       PIC X(08).
           05  YRH-CATEGORY-CODE       PIC X(04).
           05  YRH-FINAL-COUNT         PIC 9(5).
           05  YRH-FINAL-CYCLE         PIC 9(3).
           05  YRH-FINAL-AMOUNT        PIC S9(9)V99
                                           SIGN LEADING SEPARATE.
           05  YRH-YEAR-START-DATE     PIC X(08).
           05  YRH-CLOSE-RUN-DATE      PIC X(08).
           05  FILLER                  PIC X(32).
