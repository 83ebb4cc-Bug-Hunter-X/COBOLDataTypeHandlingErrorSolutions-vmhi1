      * WS-CATEGORY-AMOUNT IS THE RUN-TO-DATE DOLLAR TOTAL (CARRIED
      * ACROSS EXECUTIONS THROUGH THE CONTROL FILE, LIKE THE COUNT);
      * WS-CATEGORY-DAY-AMOUNT ACCUMULATES ONLY THE CURRENT DAY'S
      * DOLLARS AND STARTS FROM ZERO EACH RUN. WS-CATEGORY-DAY-GROSS
      * IS THE SAME DAY'S POSTINGS ADDED WITHOUT THEIR SIGNS, SO
      * DEBITS CANNOT OFFSET CREDITS - IT IS WHAT THE DAILY CEILING
      * IS TESTED AGAINST.
       01  WS-CATEGORY-TABLE.
           05  WS-CATEGORY-COUNT-USED  PIC 9(3) VALUE 0.
           05  WS-CATEGORY-ENTRY OCCURS 100 TIMES.
                                       PIC 9(5) VALUE 0.
               10  WS-CATEGORY-DAY-ROLLS
                                       PIC 9(3) VALUE 0.
               10  WS-CATEGORY-DAY-GROSS
                                       PIC 9(9)V99 VALUE 0.
