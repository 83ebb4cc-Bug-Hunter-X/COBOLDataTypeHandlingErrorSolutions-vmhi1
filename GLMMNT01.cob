      * EVERY APPROVED LABEL AND LISTS THE COMBINATIONS WITH NO
      * MAPPING ROW, SO THE GAPS ARE CLOSED BEFORE THE NIGHTLY RUN
      * FALLS OVER THEM. GAPS ALONE END THE STEP WITH RETURN CODE 4.
      *
      * EVERY RUN ALSO LISTS EACH MAPPING ROW STILL ON A CATEGORY
      * THAT CATMNT01 HAS MERGED INTO ANOTHER (STATUS "M" ON THE
      * CATEGORY MASTER), WITH THE SURVIVOR IT MUST MOVE TO - A DEL
      * OF THE OLD ROW AND AN ADD UNDER THE SURVIVOR. THE REGISTER
      * NOW POSTS THE MERGED CODE'S FEED UNDER THE SURVIVOR, SO THE
      * OLD ROW NO LONGER MAPS ANYTHING. SUCH ROWS ALONE END THE
      * STEP WITH RETURN CODE 4, LIKE GAPS, AND A NEW ROW CANNOT BE
      * ADDED ON A MERGED CATEGORY.
      *
      * EVERY TRANSACTION CARRIES THE ID OF ITS REQUESTER (ONE
      * WITHOUT IS AN ERROR). EVERY CHANGE THAT APPLIES IS WRITTEN
      * TO THE JOURNAL WORK FILE (JRNNEW) WITH THE MAPPING ROW
      * BEFORE AND AFTER AND THE REQUESTER; THE JOB APPENDS IT TO
      * THE SHARED MAINTENANCE JOURNAL WHEN IT ROLLS THE NEW MASTER
      * IN.
      * RUN-STATE: THE STEP ONLY RUNS WHEN THE RUN-STATE MASTER
      * (RUNSTATE) SHOWS ITS JOB STARTED OR FAILED - RUNCHK01, THE
      * JOB'S FIRST STEP, RECORDS THE START - AND RECORDS THE JOB
      * COMPLETE WHEN IT ENDS BELOW RETURN CODE 8, FAILED OTHERWISE.
      ******************************************************************

       ENVIRONMENT DIVISION.
           SELECT GLMRPT-FILE ASSIGN TO "GLMRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT JRNNEW-FILE ASSIGN TO "JRNNEW"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RUN-FILE ASSIGN TO "RUNSTATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GLMOLD-FILE.
           05  GLMU-LABEL              PIC X(10).
           05  GLMU-ACCOUNT            PIC X(08).
           05  GLMU-DEBIT-CREDIT       PIC X(01).
           05  GLMU-REQUESTER-ID       PIC X(08).
           05  FILLER                  PIC X(46).

       FD  CATM-FILE.
           COPY CATMREC.
       FD  GLMRPT-FILE.
       01  GLMRPT-LINE                 PIC X(132).

       FD  JRNNEW-FILE.
           COPY JRNREC.

       FD  RUN-FILE.
           COPY RUNREC.

       WORKING-STORAGE SECTION.
       01  WS-CONTROL-SWITCHES.
           05  WS-OLD-FILE-STATUS      PIC X(02) VALUE SPACES.
               88  WS-COVERAGE-MODE        VALUE "Y".
           05  WS-GAPS-SW              PIC X(01) VALUE "N".
               88  WS-GAPS-SEEN            VALUE "Y".
           05  WS-MOVES-SW             PIC X(01) VALUE "N".
               88  WS-MOVES-SEEN           VALUE "Y".

       01  WS-MAP-TABLE.
           05  WS-MAP-COUNT-USED       PIC 9(3) VALUE 0.
           05  WS-MST-ENTRY OCCURS 100 TIMES.
               10  WS-MST-CODE         PIC X(04).
               10  WS-MST-STATUS       PIC X(01).
               10  WS-MST-MERGED-INTO  PIC X(04).

       01  WS-APPROVED-LABELS-VALUES.
           05  FILLER                  PIC X(10) VALUE "HELLO".
           05  WS-MST-SUB              PIC 9(03).
           05  WS-CAT-ON-MASTER-SW     PIC X(01) VALUE "N".
               88  WS-CAT-ON-MASTER        VALUE "Y".
           05  WS-CAT-MERGED-SW        PIC X(01) VALUE "N".
               88  WS-CAT-MERGED           VALUE "Y".
           05  WS-CAT-MERGED-INTO      PIC X(04).
           05  WS-LABEL-SUB            PIC 9(02).
           05  WS-CLEARING-COUNT       PIC 9(03) VALUE 0.
           05  WS-APPLIED-COUNT        PIC 9(5) VALUE 0.
           05  WS-ERROR-COUNT          PIC 9(5) VALUE 0.
           05  WS-GAP-COUNT            PIC 9(5) VALUE 0.
           05  WS-MOVE-COUNT           PIC 9(5) VALUE 0.
           05  WS-ROWS-WRITTEN         PIC 9(5) VALUE 0.

      *    JOURNAL WORK - THE MAPPING ROW IS BUILT IN GLMJ-RECORD,
      *    ONCE BEFORE THE ACTION IS APPLIED AND AGAIN AFTER IT.
       01  WS-JOURNAL-WORK.
           05  WS-JRN-SEQUENCE         PIC 9(05) VALUE 0.
           05  WS-JRN-BEFORE-IMAGE     PIC X(80).
           05  WS-JRN-STAMP.
               10  WS-JRN-STAMP-DATE   PIC X(08).
               10  WS-JRN-STAMP-TIME   PIC X(06).
               10  FILLER              PIC X(07).

       01  GLMJ-RECORD.
           05  GLMJ-CATEGORY-CODE      PIC X(04).
           05  GLMJ-LABEL              PIC X(10).
           05  GLMJ-ACCOUNT            PIC X(08).
           05  GLMJ-DEBIT-CREDIT       PIC X(01).
           05  FILLER                  PIC X(57).

       01  GLMRPT-ACTION-LINE.
           05  ACT-ACTION              PIC X(03).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(08) VALUE " LABEL".
           05  GAP-LABEL               PIC X(10).

       01  GLMRPT-MOVE-LINE.
           05  FILLER                  PIC X(22)
                   VALUE "ON MERGED - CATEGORY".
           05  MOVE-CATEGORY-CODE      PIC X(04).
           05  FILLER                  PIC X(08) VALUE " LABEL".
           05  MOVE-LABEL              PIC X(10).
           05  FILLER                  PIC X(10) VALUE " MOVE TO".
           05  MOVE-SURVIVOR-CODE      PIC X(04).

       01  GLMRPT-TOTAL-LINE.
           05  FILLER                  PIC X(09) VALUE "APPLIED:".
           05  TOT-APPLIED             PIC ZZZZ9.
                   VALUE "COVERAGE GAPS:".
           05  TOT-GAPS                PIC ZZZZ9.

       01  GLMRPT-MOVE-TOTAL-LINE.
           05  FILLER                  PIC X(27)
                   VALUE "ROWS ON MERGED CATEGORIES:".
           05  TOT-MOVES               PIC ZZZZ9.

      *    RUN-STATE MASTER WORK - THE JOB'S LAST STATE ON THE MASTER
      *    IS THE STATE OF ITS CURRENT BUSINESS DATE.
       01  WS-RUN-STATE-WORK.
           05  WS-RUN-FILE-STATUS      PIC X(02) VALUE SPACES.
               88  WS-RUN-FILE-OK          VALUE "00".
           05  WS-RUN-EOF-SW           PIC X(01) VALUE "N".
               88  WS-RUN-EOF              VALUE "Y".
           05  WS-RUN-JOB-NAME         PIC X(08) VALUE "GLMMNTJ".
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
           PERFORM 2000-APPLY-TRANSACTION
               UNTIL WS-TRN-EOF.
           PERFORM 3000-FINALIZE.
           PERFORM 8900-UPDATE-RUN-STATE.
           STOP RUN.

       0100-CHECK-RUN-STATE.
           PERFORM 0110-READ-RUN-STATE.
           IF NOT WS-RUN-JOB-STARTED AND NOT WS-RUN-JOB-FAILED
               DISPLAY "GLMMNT01 REFUSED - " WS-RUN-JOB-NAME
                       " HAS NOT BEEN CLEARED TO RUN BY ITS RUN-STATE "
                       "CHECK STEP (RUNCHK01)"
               DISPLAY "GLMMNT01 LAST RUN-STATE ON FILE IS '"
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
      *    THE CATEGORY MASTER IS REQUIRED - EVERY MAPPING ROW IS
      *    VALIDATED AGAINST IT AND THE COVERAGE CHECK IS DRIVEN
           CLOSE GLMPARM-FILE.
           OPEN INPUT GLMTRAN-FILE.
           OPEN OUTPUT GLMRPT-FILE.
           OPEN OUTPUT JRNNEW-FILE.
           MOVE FUNCTION CURRENT-DATE TO WS-JRN-STAMP.
           PERFORM 1300-READ-TRANSACTION.

       1100-LOAD-CATEGORY-MASTER.
                           TO WS-MST-CODE (WS-MST-SUB)
                       MOVE CATM-STATUS
                           TO WS-MST-STATUS (WS-MST-SUB)
                       MOVE CATM-MERGED-INTO
                           TO WS-MST-MERGED-INTO (WS-MST-SUB)
                   END-IF
           END-READ.


       2000-APPLY-TRANSACTION.
           PERFORM 2100-FIND-MAP-ENTRY.
           PERFORM 8100-SAVE-BEFORE-IMAGE.
           IF GLMU-REQUESTER-ID = SPACES
               MOVE "REQUESTER ID MISSING" TO ACT-MESSAGE
               PERFORM 9200-REPORT-ERROR
           ELSE
               IF GLMU-ACTION = "ADD"
                   PERFORM 2200-ADD-ENTRY
               ELSE
                   IF GLMU-ACTION = "CHG"
                       PERFORM 2300-CHANGE-ENTRY
                   ELSE
                       IF GLMU-ACTION = "DEL"
                           PERFORM 2400-DELETE-ENTRY
                       ELSE
                           PERFORM 9100-REPORT-ERROR-ACTION
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *    TYPO CANNOT SIT IN THE MAPPING UNTIL THE NIGHTLY RUN.
       2150-VALIDATE-CATEGORY.
           SET WS-CAT-ON-MASTER-SW TO "N".
           SET WS-CAT-MERGED-SW TO "N".
           IF GLMU-CATEGORY-CODE = "****"
               SET WS-CAT-ON-MASTER TO TRUE
           ELSE
                       UNTIL WS-MST-SUB > WS-MST-COUNT-USED
                   IF GLMU-CATEGORY-CODE = WS-MST-CODE (WS-MST-SUB)
                       SET WS-CAT-ON-MASTER TO TRUE
                       IF WS-MST-STATUS (WS-MST-SUB) = "M"
                           SET WS-CAT-MERGED TO TRUE
                           MOVE WS-MST-MERGED-INTO (WS-MST-SUB)
                               TO WS-CAT-MERGED-INTO
                       END-IF
                       MOVE WS-MST-COUNT-USED TO WS-MST-SUB
                   END-IF
               END-PERFORM
                       TO ACT-MESSAGE
                   PERFORM 9200-REPORT-ERROR
               ELSE
                   IF WS-CAT-MERGED
                       INITIALIZE ACT-MESSAGE
                       STRING "CATEGORY MERGED - MAP IT UNDER "
                               WS-CAT-MERGED-INTO
                               DELIMITED BY SIZE INTO ACT-MESSAGE
                       END-STRING
                       PERFORM 9200-REPORT-ERROR
                   ELSE
                       PERFORM 2210-EDIT-ACCOUNT-AND-SIDE
                   END-IF
               END-IF
           END-IF.

       2210-EDIT-ACCOUNT-AND-SIDE.
           IF GLMU-ACCOUNT NOT NUMERIC
               MOVE "ACCOUNT NOT EIGHT DIGITS" TO ACT-MESSAGE
               PERFORM 9200-REPORT-ERROR
           ELSE
               IF GLMU-DEBIT-CREDIT NOT = "D"
                   AND GLMU-DEBIT-CREDIT NOT = "C"
                   MOVE "SIDE NOT D OR C" TO ACT-MESSAGE
                   PERFORM 9200-REPORT-ERROR
               ELSE
                   PERFORM 2250-ADD-VALIDATED-ENTRY
               END-IF
           END-IF.

       2250-ADD-VALIDATED-ENTRY.
           IF GLMU-CATEGORY-CODE = "****"
               AND WS-CLEARING-COUNT > 0
               END-IF
           END-PERFORM.
           CLOSE GLMNEW-FILE.
           CLOSE JRNNEW-FILE.
           IF WS-COVERAGE-MODE
               PERFORM 3200-COVERAGE-CHECK
           END-IF.
           PERFORM 3300-MERGED-CATEGORY-CHECK.
           MOVE WS-APPLIED-COUNT TO TOT-APPLIED.
           MOVE WS-ERROR-COUNT TO TOT-ERRORS.
           MOVE WS-ROWS-WRITTEN TO TOT-ROWS.
           IF WS-ERRORS-SEEN
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-GAPS-SEEN OR WS-MOVES-SEEN
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
               SET WS-GAPS-SEEN TO TRUE
           END-IF.

      *    EVERY MAPPING ROW LEFT ON A MERGED CATEGORY, WITH THE
      *    SURVIVOR ITS FEED NOW POSTS UNDER.
       3300-MERGED-CATEGORY-CHECK.
           PERFORM VARYING WS-MST-SUB FROM 1 BY 1
                   UNTIL WS-MST-SUB > WS-MST-COUNT-USED
               IF WS-MST-STATUS (WS-MST-SUB) = "M"
                   PERFORM VARYING WS-MAP-SUB FROM 1 BY 1
                           UNTIL WS-MAP-SUB > WS-MAP-COUNT-USED
                       PERFORM 3350-CHECK-ONE-ROW
                   END-PERFORM
               END-IF
           END-PERFORM.
           IF WS-MOVES-SEEN
               MOVE WS-MOVE-COUNT TO TOT-MOVES
               MOVE GLMRPT-MOVE-TOTAL-LINE TO GLMRPT-LINE
               WRITE GLMRPT-LINE
           END-IF.

       3350-CHECK-ONE-ROW.
           IF NOT WS-MAP-DELETED (WS-MAP-SUB)
               AND WS-MST-CODE (WS-MST-SUB) =
                   WS-MAP-CATEGORY (WS-MAP-SUB)
               MOVE WS-MAP-CATEGORY (WS-MAP-SUB) TO MOVE-CATEGORY-CODE
               MOVE WS-MAP-LABEL (WS-MAP-SUB) TO MOVE-LABEL
               MOVE WS-MST-MERGED-INTO (WS-MST-SUB)
                   TO MOVE-SURVIVOR-CODE
               MOVE GLMRPT-MOVE-LINE TO GLMRPT-LINE
               WRITE GLMRPT-LINE
               ADD 1 TO WS-MOVE-COUNT
               SET WS-MOVES-SEEN TO TRUE
           END-IF.

       9100-REPORT-ERROR-ACTION.
           MOVE "ACTION NOT ADD/CHG/DEL" TO ACT-MESSAGE.
           PERFORM 9200-REPORT-ERROR.
           MOVE GLMRPT-ACTION-LINE TO GLMRPT-LINE.
           WRITE GLMRPT-LINE.
           ADD 1 TO WS-APPLIED-COUNT.
           PERFORM 8200-WRITE-JOURNAL.

      *    THE BEFORE IMAGE IS TAKEN AS SOON AS THE ROW HAS BEEN
      *    LOOKED UP - SPACES WHEN IT IS NOT ON THE MAPPING YET.
       8100-SAVE-BEFORE-IMAGE.
           IF WS-MAP-FOUND
               PERFORM 8150-BUILD-MAPPING-IMAGE
               MOVE GLMJ-RECORD TO WS-JRN-BEFORE-IMAGE
           ELSE
               MOVE SPACES TO WS-JRN-BEFORE-IMAGE
           END-IF.

       8150-BUILD-MAPPING-IMAGE.
           MOVE SPACES TO GLMJ-RECORD.
           MOVE WS-MAP-CATEGORY (WS-MAP-SUB) TO GLMJ-CATEGORY-CODE.
           MOVE WS-MAP-LABEL (WS-MAP-SUB) TO GLMJ-LABEL.
           MOVE WS-MAP-ACCOUNT (WS-MAP-SUB) TO GLMJ-ACCOUNT.
           MOVE WS-MAP-SIDE (WS-MAP-SUB) TO GLMJ-DEBIT-CREDIT.

      *    ONLY AN APPLIED ACTION REACHES HERE, WITH WS-MAP-SUB ON
      *    THE ROW IT CHANGED, ADDED OR DELETED. A DELETED ROW HAS
      *    NO AFTER IMAGE.
       8200-WRITE-JOURNAL.
           ADD 1 TO WS-JRN-SEQUENCE.
           MOVE SPACES TO JRN-RECORD.
           SET JRN-GL-MAPPING TO TRUE.
           MOVE GLMU-CATEGORY-CODE TO JRN-MASTER-KEY (1:4).
           MOVE GLMU-LABEL TO JRN-MASTER-KEY (5:10).
           MOVE GLMU-ACTION TO JRN-ACTION.
           MOVE WS-JRN-STAMP-DATE TO JRN-RUN-DATE.
           MOVE WS-JRN-STAMP-TIME TO JRN-RUN-TIME.
           MOVE WS-JRN-SEQUENCE TO JRN-SEQUENCE.
           MOVE GLMU-REQUESTER-ID TO JRN-REQUESTER-ID.
           MOVE "GLMMNT01" TO JRN-PROGRAM.
           MOVE WS-JRN-BEFORE-IMAGE TO JRN-BEFORE-IMAGE.
           IF WS-MAP-DELETED (WS-MAP-SUB)
               MOVE SPACES TO JRN-AFTER-IMAGE
           ELSE
               PERFORM 8150-BUILD-MAPPING-IMAGE
               MOVE GLMJ-RECORD TO JRN-AFTER-IMAGE
           END-IF.
           WRITE JRN-RECORD.

       8900-UPDATE-RUN-STATE.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-STAMP.
           OPEN EXTEND RUN-FILE.
           MOVE SPACES TO RUN-RECORD.
           MOVE WS-RUN-BUSINESS-DATE TO RUN-BUSINESS-DATE.
           MOVE WS-RUN-JOB-NAME TO RUN-JOB-NAME.
           IF RETURN-CODE < 8
               SET RUN-COMPLETE TO TRUE
               MOVE "ENDED NORMALLY" TO RUN-REMARK
           ELSE
               SET RUN-FAILED TO TRUE
               MOVE "ENDED WITH A FAILING RETURN CODE" TO RUN-REMARK
           END-IF.
           MOVE "GLMMNT01" TO RUN-PROGRAM.
           MOVE WS-RUN-STAMP-DATE TO RUN-STAMP-DATE.
           MOVE WS-RUN-STAMP-TIME TO RUN-STAMP-TIME.
           WRITE RUN-RECORD.
           CLOSE RUN-FILE.
