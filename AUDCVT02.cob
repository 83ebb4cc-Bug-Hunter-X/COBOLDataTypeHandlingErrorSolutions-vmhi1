       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDCVT02.
       AUTHOR. DATA-PROCESSING.

      ******************************************************************
      * AUDIT ARCHIVE LINEAGE CONVERSION - RUN ONCE AT CUTOVER
      * THE AUDIT RECORD GREW FROM 66 TO 88 BYTES WHEN EVERY POSTING
      * STARTED CARRYING ITS LINEAGE BACK TO THE FEED (BATCH ID,
      * BUSINESS DATE, POSITION WITHIN THE BATCH AND THE RESUBMIT
      * FLAG). THE ARCHIVED GENERATIONS ARE READ BY THE REGISTER AND
      * PRE-EDIT (TO EDIT REVERSALS), BY THE EXTRACT JOB AND BY THE
      * TRACE INQUIRY, AND ONE GDG CONCATENATION CANNOT MIX RECORD
      * LENGTHS, SO THIS PROGRAM READS EVERY PRE-CUTOVER AUDIT RECORD
      * IN THE OLD LAYOUT AND REWRITES IT IN THE NEW ONE, EVERY
      * EXISTING FIELD CARRIED FORWARD UNCHANGED. THE LINEAGE WAS
      * NEVER RECORDED FOR THESE POSTINGS AND CANNOT BE RECOVERED:
      * BATCH ID, BUSINESS DATE AND RESUBMIT FLAG ARE WRITTEN AS
      * SPACES AND THE POSITION AS ZERO, WHICH THE TRACE INQUIRY
      * REPORTS AS "NO LINEAGE RECORDED". A MISSING OR EMPTY OLD
      * ARCHIVE MEANS A FIRST-EVER INSTALL - THE NEW FILE IS WRITTEN
      * EMPTY. RUN FROM DLYCV4J, NEVER FROM THE DAILY JOB.
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
      *    THE PRE-CUTOVER LAYOUT - NO LINEAGE FIELDS. KEPT HERE
      *    RATHER THAN IN A COPYBOOK BECAUSE THIS IS THE ONLY PROGRAM
      *    THAT WILL EVER READ IT AGAIN.
       01  AUDO-RECORD.
           05  AUDO-TIMESTAMP          PIC X(26).
           05  AUDO-CATEGORY-CODE      PIC X(04).
           05  AUDO-COUNTER-BEFORE     PIC 9(5).
           05  AUDO-COUNTER-AFTER      PIC 9(5).
           05  AUDO-ALPHA-VALUE        PIC X(10).
           05  AUDO-AMOUNT             PIC S9(7)V99
                                           SIGN LEADING SEPARATE.
           05  AUDO-ENTRY-TYPE         PIC X(01).
           05  AUDO-REVERSED-COUNTER   PIC 9(5).

       FD  AUDNEW-FILE.
           COPY AUDREC.

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
               DISPLAY "AUDCVT02 NO PRIOR AUDIT ARCHIVE - "
                       "NOTHING TO CONVERT"
           ELSE
               DISPLAY "AUDCVT02 CONVERTED " WS-CONVERTED-COUNT
                       " ARCHIVED AUDIT RECORDS INTO THE 88-BYTE "
                       "LAYOUT"
           END-IF.
           STOP RUN.

       1100-READ-OLD.
           READ AUDOLD-FILE
               AT END
                   SET WS-AUDOLD-EOF TO TRUE
           END-READ.

       2000-CONVERT-RECORD.
           MOVE SPACES TO AUD-RECORD.
           MOVE AUDO-TIMESTAMP TO AUD-TIMESTAMP.
           MOVE AUDO-CATEGORY-CODE TO AUD-CATEGORY-CODE.
           MOVE AUDO-COUNTER-BEFORE TO AUD-COUNTER-BEFORE.
           MOVE AUDO-COUNTER-AFTER TO AUD-COUNTER-AFTER.
           MOVE AUDO-ALPHA-VALUE TO AUD-ALPHA-VALUE.
           MOVE AUDO-AMOUNT TO AUD-AMOUNT.
           MOVE AUDO-ENTRY-TYPE TO AUD-ENTRY-TYPE.
           MOVE AUDO-REVERSED-COUNTER TO AUD-REVERSED-COUNTER.
           MOVE SPACES TO AUD-BATCH-ID.
           MOVE SPACES TO AUD-BUSINESS-DATE.
           MOVE 0 TO AUD-BATCH-POSITION.
           MOVE SPACE TO AUD-RESUBMIT-FLAG.
           WRITE AUD-RECORD.
           ADD 1 TO WS-CONVERTED-COUNT.
           PERFORM 1100-READ-OLD.
