       IDENTIFICATION DIVISION.
       PROGRAM-ID. RJCCVT01.
       AUTHOR. DATA-PROCESSING.

      ******************************************************************
      * REJECT FILE LINEAGE CONVERSION - RUN ONCE AT CUTOVER
      * THE STRUCTURED REJECT RECORD GREW FROM 94 TO 115 BYTES WHEN
      * REJECTS STARTED CARRYING THE SAME LINEAGE AS THE AUDIT
      * RECORD (BATCH ID, BUSINESS DATE, POSITION WITHIN THE BATCH).
      * REJECTS STILL WAITING FOR REPAIR LIVE ON THE DAY'S RJCTFILE
      * AND ON THE REPAIR JOB'S CARRY-FORWARD (RJCTOUT), AND BOTH ARE
      * READ AGAIN BY THE NEXT DLYRPRJ, SO EACH IS CONVERTED RATHER
      * THAN DROPPED - THIS PROGRAM RUNS ONCE PER FILE. EVERY
      * EXISTING FIELD IS CARRIED FORWARD UNCHANGED; THE LINEAGE WAS
      * NEVER RECORDED FOR THESE REJECTS, SO BATCH ID AND BUSINESS
      * DATE ARE WRITTEN AS SPACES AND THE POSITION AS ZERO. RECORD
      * ORDER IS KEPT, SO THE ORDINALS OPERATORS NUMBER REPAIRS BY
      * DO NOT MOVE. A MISSING OR EMPTY OLD FILE IS WRITTEN EMPTY.
      * RUN FROM DLYCV4J, NEVER FROM THE DAILY JOB.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RJCOLD-FILE ASSIGN TO "RJCOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RJCOLD-STATUS.

           SELECT RJCNEW-FILE ASSIGN TO "RJCNEW"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RJCOLD-FILE.
      *    THE PRE-CUTOVER LAYOUT - NO LINEAGE FIELDS. KEPT HERE
      *    RATHER THAN IN A COPYBOOK BECAUSE THIS IS THE ONLY PROGRAM
      *    THAT WILL EVER READ IT AGAIN.
       01  RJCO-RECORD.
           05  RJCO-TRAN-RECORD        PIC X(80).
           05  RJCO-REASON-CODE        PIC X(04).
           05  RJCO-RUN-DATE           PIC X(10).

       FD  RJCNEW-FILE.
           COPY RJCTREC.

       WORKING-STORAGE SECTION.
       01  WS-CONTROL-SWITCHES.
           05  WS-RJCOLD-STATUS        PIC X(02) VALUE SPACES.
           05  WS-RJCOLD-EOF-SW        PIC X(01) VALUE "N".
               88  WS-RJCOLD-EOF           VALUE "Y".

       01  WS-CONVERT-WORK.
           05  WS-CONVERTED-COUNT      PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           OPEN INPUT RJCOLD-FILE.
           OPEN OUTPUT RJCNEW-FILE.
           PERFORM 1100-READ-OLD.
           PERFORM 2000-CONVERT-RECORD
               UNTIL WS-RJCOLD-EOF.
           CLOSE RJCOLD-FILE.
           CLOSE RJCNEW-FILE.
           IF WS-CONVERTED-COUNT = 0
               DISPLAY "RJCCVT01 NO PRIOR REJECTS - "
                       "NOTHING TO CONVERT"
           ELSE
               DISPLAY "RJCCVT01 CONVERTED " WS-CONVERTED-COUNT
                       " REJECT RECORDS INTO THE 115-BYTE LAYOUT"
           END-IF.
           STOP RUN.

       1100-READ-OLD.
           READ RJCOLD-FILE
               AT END
                   SET WS-RJCOLD-EOF TO TRUE
           END-READ.

       2000-CONVERT-RECORD.
           MOVE SPACES TO RJCT-RECORD.
           MOVE RJCO-TRAN-RECORD TO RJCT-TRAN-RECORD.
           MOVE RJCO-REASON-CODE TO RJCT-REASON-CODE.
           MOVE RJCO-RUN-DATE TO RJCT-RUN-DATE.
           MOVE SPACES TO RJCT-BATCH-ID.
           MOVE SPACES TO RJCT-BUSINESS-DATE.
           MOVE 0 TO RJCT-BATCH-POSITION.
           WRITE RJCT-RECORD.
           ADD 1 TO WS-CONVERTED-COUNT.
           PERFORM 1100-READ-OLD.
