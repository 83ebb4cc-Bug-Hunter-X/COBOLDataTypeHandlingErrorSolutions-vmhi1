      * AMOUNT. COMBINATIONS WITH NO MAPPING ROW FALL OUT ON THE
      * EXCEPTION REPORT (GLEXCP) AND ARE NOT POSTED - THE STEP ENDS
      * WITH RETURN CODE 4 SO SOMEONE MAPS THEM BEFORE THEY ARE
      * LOST FOR GOOD. THE BUSINESS DATE IS THE LATEST ONE ON THE
      * PROCESSED-BATCH LOG (TODAY'S BATCH), FALLING BACK TO
      * THE RUN DATE IF THE LOG IS EMPTY.
      *
      * REVERSALS (AUDIT ENTRY TYPE "V") ARE SUMMARIZED APART FROM
      * THE SAME CATEGORY/LABEL'S POSTINGS RATHER THAN NETTED INTO
      * THEM. A REVERSAL CARRIES THE CANCELLED POSTING'S AMOUNT
      * NEGATED, SO ITS SUMMARY POSTS UNDER THE SAME MAPPING ROW TO
      * THE OPPOSITE GL SIDE FROM THE ORIGINAL, AS ITS OWN LINE.
      * RUN-STATE: THE STEP ONLY RUNS WHEN THE RUN-STATE MASTER
      * (RUNSTATE) SHOWS DLYREGJ STARTED OR FAILED - RUNCHK01, THE
      * JOB'S FIRST STEP, RECORDS THE START - AND RECORDS ITS OWN
      * END AS PROGRESS (STILL STARTED), OR AS FAILED WHEN THE
      * RETURN CODE STOPS THE REST OF THE JOB.
      ******************************************************************

       ENVIRONMENT DIVISION.
               FILE STATUS IS WS-MAP-FILE-STATUS.

           SELECT OPTIONAL PRCS-FILE ASSIGN TO "PRCSLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRCS-BATCH-ID
               ALTERNATE RECORD KEY IS PRCS-RUN-DATE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS PRCS-BUSINESS-DATE
                   WITH DUPLICATES
               FILE STATUS IS WS-PRCS-FILE-STATUS.

           SELECT GLI-FILE ASSIGN TO "GLFILE"
           SELECT GLEXCP-FILE ASSIGN TO "GLEXCP"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RUN-FILE ASSIGN TO "RUNSTATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUD-FILE.
       FD  GLEXCP-FILE.
       01  GLEXCP-LINE                 PIC X(132).

       FD  RUN-FILE.
           COPY RUNREC.

       WORKING-STORAGE SECTION.
       01  WS-CONTROL-SWITCHES.
           05  WS-AUD-FILE-STATUS      PIC X(02) VALUE SPACES.
               88  WS-CLEARING-FOUND      VALUE "Y".

      *    THE DAY'S ACCEPTED ACTIVITY SUMMARIZED PER CATEGORY AND
      *    LABEL, POSTINGS AND REVERSALS KEPT APART - ONE GL POSTING
      *    COMES OUT OF EACH MAPPED ROW.
       01  WS-SUMMARY-TABLE.
           05  WS-SUM-COUNT-USED       PIC 9(03) VALUE 0.
           05  WS-SUM-ENTRY OCCURS 520 TIMES.
               10  WS-SUM-LABEL        PIC X(10).
               10  WS-SUM-AMOUNT       PIC S9(9)V99.
               10  WS-SUM-RECORDS      PIC 9(5).
               10  WS-SUM-ENTRY-TYPE   PIC X(01).

       01  WS-EXTRACT-WORK.
           05  WS-SUM-SUB              PIC 9(03).
                   VALUE "UNMAPPED TOTALS:".
           05  EXC-TOT-COUNT           PIC ZZZZ9.

      *    RUN-STATE MASTER WORK - THE JOB'S LAST STATE ON THE MASTER
      *    IS THE STATE OF ITS CURRENT BUSINESS DATE.
       01  WS-RUN-STATE-WORK.
           05  WS-RUN-FILE-STATUS      PIC X(02) VALUE SPACES.
               88  WS-RUN-FILE-OK          VALUE "00".
           05  WS-RUN-EOF-SW           PIC X(01) VALUE "N".
               88  WS-RUN-EOF              VALUE "Y".
           05  WS-RUN-JOB-NAME         PIC X(08) VALUE "DLYREGJ".
           05  WS-RUN-BUSINESS-DATE    PIC X(08) VALUE SPACES.
           05  WS-RUN-JOB-STATE        PIC X(01) VALUE SPACES.
               88  WS-RUN-JOB-STARTED      VALUE "S".
               88  WS-RUN-JOB-FAILED       VALUE "F".
           05  WS-RUN-STAMP.
               10  WS-RUN-STAMP-DATE   PIC X(08).
               10  WS-RUN-STAMP-TIME   PIC X(06).
               10  FILLER              PIC X(07).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 0100-CHECK-RUN-STATE.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-SUMMARIZE-ACTIVITY
               UNTIL WS-AUD-EOF.
           PERFORM 3000-WRITE-GL-BATCH.
           PERFORM 4000-FINALIZE.
           PERFORM 8900-UPDATE-RUN-STATE.
           STOP RUN.

       0100-CHECK-RUN-STATE.
           PERFORM 0110-READ-RUN-STATE.
           IF NOT WS-RUN-JOB-STARTED AND NOT WS-RUN-JOB-FAILED
               DISPLAY "DLYGL01 REFUSED - " WS-RUN-JOB-NAME
                       " HAS NOT BEEN CLEARED TO RUN BY ITS RUN-STATE "
                       "CHECK STEP (RUNCHK01)"
               DISPLAY "DLYGL01 LAST RUN-STATE ON FILE IS '"
                       WS-RUN-JOB-STATE "' FOR BUSINESS DATE "
                       WS-RUN-BUSINESS-DATE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       0110-READ-RUN-STATE.
           SET WS-RUN-EOF-SW TO "N".
           MOVE SPACES TO WS-RUN-BUSINESS-DATE.
           MOVE SPACES TO WS-RUN-JOB-STATE.
           OPEN INPUT RUN-FILE.
           PERFORM 0120-SCAN-RUN-STATE
               UNTIL WS-RUN-EOF.
           CLOSE RUN-FILE.

       0120-SCAN-RUN-STATE.
           READ RUN-FILE
               AT END
                   SET WS-RUN-EOF TO TRUE
               NOT AT END
                   IF RUN-JOB-NAME = WS-RUN-JOB-NAME
                       MOVE RUN-BUSINESS-DATE TO WS-RUN-BUSINESS-DATE
                       MOVE RUN-STATUS TO WS-RUN-JOB-STATE
                   END-IF
           END-READ.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           STRING WS-CURR-YYYY WS-CURR-MM WS-CURR-DD
                   DELIMITED BY SIZE INTO WS-BUSINESS-DATE
           END-STRING.
           OPEN INPUT PRCS-FILE.
           IF WS-PRCS-FILE-OK
               MOVE HIGH-VALUES TO PRCS-BUSINESS-DATE
               START PRCS-FILE
                   KEY IS LESS THAN OR EQUAL TO PRCS-BUSINESS-DATE
                   INVALID KEY
                       SET WS-PRCS-EOF TO TRUE
               END-START
           ELSE
               SET WS-PRCS-EOF TO TRUE
           END-IF.
           PERFORM 1050-FIND-BUSINESS-DATE
               UNTIL WS-PRCS-EOF.
           CLOSE PRCS-FILE.
           OPEN OUTPUT GLEXCP-FILE.
           PERFORM 1200-READ-AUDIT.

      *    THE LATEST BUSINESS DATE ON THE LOG IS TODAY'S BATCH -
      *    DLYREG01 LOGS IT AT THE END OF THE CLEAN RUN THIS STEP
      *    FOLLOWS. READ BACKWARD DOWN THE BUSINESS-DATE KEY.
       1050-FIND-BUSINESS-DATE.
           READ PRCS-FILE PREVIOUS RECORD
               AT END
                   SET WS-PRCS-EOF TO TRUE
               NOT AT END
                   IF PRCS-BUSINESS-DATE NOT = SPACES
                       MOVE PRCS-BUSINESS-DATE TO WS-BUSINESS-DATE
                       SET WS-PRCS-EOF TO TRUE
                   END-IF
           END-READ.

                   UNTIL WS-SUM-SUB > WS-SUM-COUNT-USED
               IF AUD-CATEGORY-CODE = WS-SUM-CATEGORY (WS-SUM-SUB)
                   AND AUD-ALPHA-VALUE = WS-SUM-LABEL (WS-SUM-SUB)
                   AND AUD-ENTRY-TYPE = WS-SUM-ENTRY-TYPE (WS-SUM-SUB)
                   MOVE WS-SUM-SUB TO WS-FOUND-SUB
                   SET WS-SUM-FOUND TO TRUE
                   MOVE WS-SUM-COUNT-USED TO WS-SUM-SUB
                       TO WS-SUM-CATEGORY (WS-SUM-SUB)
                   MOVE AUD-ALPHA-VALUE
                       TO WS-SUM-LABEL (WS-SUM-SUB)
                   MOVE AUD-ENTRY-TYPE
                       TO WS-SUM-ENTRY-TYPE (WS-SUM-SUB)
                   MOVE 0 TO WS-SUM-AMOUNT (WS-SUM-SUB)
                   MOVE 0 TO WS-SUM-RECORDS (WS-SUM-SUB)
                   SET WS-SUM-FOUND TO TRUE
               SET WS-UNMAPPED-SEEN TO TRUE
           ELSE
      *        A NEGATIVE TOTAL POSTS TO THE OPPOSITE SIDE AS A
      *        POSITIVE AMOUNT - THE FEED CARRIES NO SIGNS. THIS IS
      *        ALSO WHAT SENDS A REVERSAL SUMMARY (NEGATED AMOUNTS)
      *        TO THE SIDE OPPOSITE ITS ORIGINAL POSTINGS.
               MOVE WS-MAP-SIDE (WS-MAP-SUB) TO WS-POST-SIDE
               IF WS-SUM-AMOUNT (WS-SUM-SUB) < 0
                   COMPUTE WS-POST-AMOUNT =
           IF WS-UNMAPPED-SEEN
               MOVE 4 TO RETURN-CODE
           END-IF.

       8900-UPDATE-RUN-STATE.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-STAMP.
           OPEN EXTEND RUN-FILE.
           MOVE SPACES TO RUN-RECORD.
           MOVE WS-RUN-BUSINESS-DATE TO RUN-BUSINESS-DATE.
           MOVE WS-RUN-JOB-NAME TO RUN-JOB-NAME.
           IF RETURN-CODE > 4
               SET RUN-FAILED TO TRUE
               MOVE "STEP ENDED - REST OF JOB BYPASSED" TO RUN-REMARK
           ELSE
               SET RUN-STARTED TO TRUE
               MOVE "STEP ENDED NORMALLY" TO RUN-REMARK
           END-IF.
           MOVE "DLYGL01" TO RUN-PROGRAM.
           MOVE WS-RUN-STAMP-DATE TO RUN-STAMP-DATE.
           MOVE WS-RUN-STAMP-TIME TO RUN-STAMP-TIME.
           WRITE RUN-RECORD.
           CLOSE RUN-FILE.
