      * ENTRIES WRITTEN BEFORE THE WIDENING CARRY SPACES IN THE NEW
      * POSITIONS, SO READERS MUST TREAT A BLANK RUN DATE AS "SOME
      * EARLIER DAY" AND NEVER PARSE THE COUNTS OF SUCH AN ENTRY.
      * THE HELD COUNT (LARGE ITEMS DIVERTED TO THE HELD-ITEMS FILE)
      * CAME LATER STILL AND IS SPACES ON OLDER ENTRIES - TEST IT
      * NUMERIC BEFORE USING IT.
      *
      * PRCSLOG IS A KEYED FILE (VSAM KSDS) SO NOTHING HAS TO READ
      * IT END TO END: THE RECORD KEY IS THE BATCH ID (ONE ENTRY PER
      * BATCH - THE DUPLICATE CHECK IS A SINGLE READ), WITH TWO
      * ALTERNATE KEYS, BOTH WITH DUPLICATES - RUN DATE (PATH DD
      * PRCSLOG1) AND BUSINESS DATE (PATH DD PRCSLOG2). THE LATEST
      * RUN OR BUSINESS DATE IS A START AT THE TOP OF THE KEY AND A
      * READ PREVIOUS. THE ORDER OF ENTRIES SHARING A RUN DATE ON
      * THE RUN-DATE KEY IS NOT THE ORDER THEY WERE LOGGED - ONCE
      * THE INDEX HAS BEEN REBUILT THEY COME BACK IN BATCH-ID ORDER -
      * SO NOTHING MAY DEPEND ON IT. EVERY SELECT OF PRCSLOG MUST
      * NAME THE KEYS IN THIS ORDER.
      ******************************************************************
       01  PRCS-RECORD.
           05  PRCS-BATCH-ID           PIC X(08).
           05  FILLER                  PIC X(01).
           05  PRCS-DAY-AMOUNT         PIC S9(9)V99
                                           SIGN LEADING SEPARATE.
           05  FILLER                  PIC X(01).
           05  PRCS-HELD-COUNT         PIC 9(05).
           05  FILLER                  PIC X(23).
