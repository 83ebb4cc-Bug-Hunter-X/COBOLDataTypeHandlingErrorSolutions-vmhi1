       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDCVT01.
       AUTHOR. DATA-PROCESSING.

      ******************************************************************
      * AUDIT ARCHIVE LAYOUT CONVERSION - RUN ONCE AT CUTOVER
      * THE AUDIT RECORD GREW FROM 60 TO 66 BYTES WHEN REVERSALS
      * WERE INTRODUCED (AN ENTRY-TYPE BYTE AND THE COUNTER OF THE
      * POSTING A REVERSAL CANCELS). THE ARCHIVED GENERATIONS ARE
      * READ BY THE REGISTER AND PRE-EDIT (TO EDIT REVERSALS) AND BY
      * THE EXTRACT JOB, AND ONE GDG CONCATENATION CANNOT MIX RECORD
      * LENGTHS, SO THIS PROGRAM READS EVERY PRE-CUTOVER AUDIT RECORD
      * IN THE OLD LAYOUT AND REWRITES IT IN THE NEW ONE AS AN
      * ORDINARY POSTING (ENTRY TYPE SPACE, REVERSED COUNTER ZERO),
      * EVERY EXISTING FIELD CARRIED FORWARD UNCHANGED. A MISSING OR
      * EMPTY OLD ARCHIVE MEANS A FIRST-EVER INSTALL - THE NEW FILE
      * IS WRITTEN EMPTY. RUN FROM DLYCV3J, NEVER FROM THE DAILY JOB.
      * THE OUTPUT IS THE 66-BYTE LAYOUT OF THAT CUTOVER, NOT THE
      * CURRENT AUDREC - THE LINEAGE FIELDS CAME LATER AND ARE ADDED
      * BY AUDCVT02 (DLYCV4J), WHICH READS WHAT THIS PROGRAM WRITES.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL AUDOLD-FILE ASSIGN TO "AUDOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDOLD-STATUS.

           SELECT AUDNEW-FILE ASSIGN TO "AUDNEW"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDOLD-FILE.
      *    THE PRE-CUTOVER LAYOUT - NO ENTRY TYPE, NO REVERSED
      *    COUNTER. KEPT HERE RATHER THAN IN A COPYBOOK BECAUSE THIS
      *    IS THE ONLY PROGRAM THAT WILL EVER READ IT AGAIN.
       01  AUDO-RECORD.
           05  AUDO-TIMESTAMP          PIC X(26).
           05  AUDO-CATEGORY-CODE      PIC X(04).
           05  AUDO-COUNTER-BEFORE     PIC 9(5).
           05  AUDO-COUNTER-AFTER      PIC 9(5).
           05  AUDO-ALPHA-VALUE        PIC X(10).
           05  AUDO-AMOUNT             PIC S9(7)V99
                                           SIGN LEADING SEPARATE.

       FD  AUDNEW-FILE.
      *    THE 66-BYTE LAYOUT AUDCVT02 EXPECTS AS ITS INPUT - KEPT
      *    HERE RATHER THAN TAKEN FROM AUDREC, WHICH HAS SINCE GROWN.
       01  AUDN-RECORD.
           05  AUDN-TIMESTAMP          PIC X(26).
           05  AUDN-CATEGORY-CODE      PIC X(04).
           05  AUDN-COUNTER-BEFORE     PIC 9(5).
           05  AUDN-COUNTER-AFTER      PIC 9(5).
           05  AUDN-ALPHA-VALUE        PIC X(10).
           05  AUDN-AMOUNT             PIC S9(7)V99
                                           SIGN LEADING SEPARATE.
           05  AUDN-ENTRY-TYPE         PIC X(01).
           05  AUDN-REVERSED-COUNTER   PIC 9(5).

       WORKING-STORAGE SECTION.
       01  WS-CONTROL-SWITCHES.
           05  WS-AUDOLD-STATUS        PIC X(02) VALUE SPACES.
           05  WS-AUDOLD-EOF-SW        PIC X(01) VALUE "N".
               88  WS-AUDOLD-EOF           VALUE "Y".

       01  WS-CONVERT-WORK.
           05  WS-CONVERTED-COUNT      PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           OPEN INPUT AUDOLD-FILE.
           OPEN OUTPUT AUDNEW-FILE.
           PERFORM 1100-READ-OLD.
           PERFORM 2000-CONVERT-RECORD
               UNTIL WS-AUDOLD-EOF.
           CLOSE AUDOLD-FILE.
           CLOSE AUDNEW-FILE.
           IF WS-CONVERTED-COUNT = 0
               DISPLAY "AUDCVT01 NO PRIOR AUDIT ARCHIVE - "
                       "NOTHING TO CONVERT"
           ELSE
               DISPLAY "AUDCVT01 CONVERTED " WS-CONVERTED-COUNT
                       " ARCHIVED AUDIT RECORDS INTO THE 66-BYTE "
                       "LAYOUT"
           END-IF.
           STOP RUN.

       1100-READ-OLD.
           READ AUDOLD-FILE
               AT END
                   SET WS-AUDOLD-EOF TO TRUE
           END-READ.

       2000-CONVERT-RECORD.
           MOVE SPACES TO AUDN-RECORD.
           MOVE AUDO-TIMESTAMP TO AUDN-TIMESTAMP.
           MOVE AUDO-CATEGORY-CODE TO AUDN-CATEGORY-CODE.
           MOVE AUDO-COUNTER-BEFORE TO AUDN-COUNTER-BEFORE.
           MOVE AUDO-COUNTER-AFTER TO AUDN-COUNTER-AFTER.
           MOVE AUDO-ALPHA-VALUE TO AUDN-ALPHA-VALUE.
           MOVE AUDO-AMOUNT TO AUDN-AMOUNT.
           MOVE SPACE TO AUDN-ENTRY-TYPE.
           MOVE 0 TO AUDN-REVERSED-COUNTER.
           WRITE AUDN-RECORD.
           ADD 1 TO WS-CONVERTED-COUNT.
           PERFORM 1100-READ-OLD.
