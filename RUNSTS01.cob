       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNSTS01.
       AUTHOR. DATA-PROCESSING.

      ******************************************************************
      * RUN-STATE OVERRIDES AND SCHEDULE STATUS
      * FIRST APPLIES ANY OPERATOR OVERRIDE CARDS ON OVRFILE. EACH
      * CARD NAMES A BUSINESS DATE, A SCHEDULED JOB, THE OPERATOR AND
      * THE REASON, AND IS APPENDED TO THE RUN-STATE MASTER AS AN
      * OVERRIDE RECORD, WHICH LETS THAT JOB RUN ONE MORE TIME FOR
      * THAT DATE PAST ITS RUN-STATE CHECK (RUNCHK01) - A DELIBERATE
      * RERUN OF A COMPLETED JOB, OR A RUN WHOSE PREREQUISITE IS NOT
      * GOING TO COMPLETE. A CARD WITH A BAD DATE, A JOB NOT ON THE
      * SCHEDULE TABLE, OR NO OPERATOR ID OR REASON IS REJECTED.
      *
      * THEN PRINTS THE SCHEDULE STATUS (STSRPT) FOR EVERY OPEN
      * BUSINESS DATE - ONE WHERE THE REGISTER HAS RUN BUT A DAILY
      * JOB IS NOT YET DONE, OR WHERE ANY JOB IS FAILED, INCOMPLETE
      * OR HOLDING AN UNUSED OVERRIDE. EACH DAILY JOB IS SHOWN AS
      * DONE, PENDING, FAILED, INCOMPLETE (STARTED AND NEVER ENDED -
      * ABENDED, CANCELLED OR STILL RUNNING) OR OVERRIDE (RERUN
      * PERMITTED, NOT YET RUN); A REQUEST JOB IS SHOWN ONCE IT HAS A
      * STATE FOR THE DATE. ENDS WITH RC=4 WHEN ANY JOB IS FAILED OR
      * INCOMPLETE, OR ANY OVERRIDE CARD WAS REJECTED.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL OVR-FILE ASSIGN TO "OVRFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVR-FILE-STATUS.

           SELECT OPTIONAL RUN-FILE ASSIGN TO "RUNSTATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-FILE-STATUS.

           SELECT STSRPT-FILE ASSIGN TO "STSRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  OVR-FILE.
       01  OVR-RECORD.
           05  OVR-BUSINESS-DATE       PIC X(08).
           05  FILLER                  PIC X(01).
           05  OVR-JOB-NAME            PIC X(08).
           05  FILLER                  PIC X(01).
           05  OVR-OPERATOR-ID         PIC X(08).
           05  FILLER                  PIC X(01).
           05  OVR-REASON              PIC X(33).
           05  FILLER                  PIC X(20).

       FD  RUN-FILE.
           COPY RUNREC.

       FD  STSRPT-FILE.
       01  STSRPT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CONTROL-SWITCHES.
           05  WS-OVR-FILE-STATUS      PIC X(02) VALUE SPACES.
               88  WS-OVR-FILE-OK          VALUE "00".
           05  WS-OVR-EOF-SW           PIC X(01) VALUE "N".
               88  WS-OVR-EOF              VALUE "Y".
           05  WS-RUN-FILE-STATUS      PIC X(02) VALUE SPACES.
               88  WS-RUN-FILE-OK          VALUE "00".
           05  WS-RUN-EOF-SW           PIC X(01) VALUE "N".
               88  WS-RUN-EOF              VALUE "Y".
           05  WS-JOB-FOUND-SW         PIC X(01) VALUE "N".
               88  WS-JOB-FOUND            VALUE "Y".
           05  WS-DATE-FOUND-SW        PIC X(01) VALUE "N".
               88  WS-DATE-FOUND           VALUE "Y".
           05  WS-DATE-OPEN-SW         PIC X(01) VALUE "N".
               88  WS-DATE-OPEN            VALUE "Y".
           05  WS-TABLE-FULL-SW        PIC X(01) VALUE "N".
               88  WS-TABLE-FULL-SEEN      VALUE "Y".
           05  WS-ATTENTION-SW         PIC X(01) VALUE "N".
               88  WS-ATTENTION-NEEDED     VALUE "Y".

           COPY RUNSCHD.

      *    LATEST STATE OF EVERY SCHEDULED JOB FOR EVERY BUSINESS
      *    DATE ON THE MASTER, IN THE ORDER THE DATES FIRST APPEAR.
      *    600 DATES IS MORE THAN TWO YEARS OF BUSINESS DAYS; WHEN IT
      *    FILLS, THE OLDEST DATE IS DROPPED TO MAKE ROOM.
       01  WS-DATE-TABLE.
           05  WS-DATE-COUNT-USED      PIC 9(3) VALUE 0.
           05  WS-DATE-ENTRY OCCURS 600 TIMES.
               10  WS-DTE-BUSINESS-DATE
                                       PIC X(08).
               10  WS-DTE-JOB OCCURS 10 TIMES.
                   15  WS-DTE-STATUS   PIC X(01).
                   15  WS-DTE-PROGRAM  PIC X(08).
                   15  WS-DTE-STAMP-DATE
                                       PIC X(08).
                   15  WS-DTE-STAMP-TIME
                                       PIC X(06).

       01  WS-STATUS-WORK.
           05  WS-SCH-SUB              PIC 9(02).
           05  WS-JOB-SUB              PIC 9(02).
           05  WS-DATE-SUB             PIC 9(03).
           05  WS-FOUND-SUB            PIC 9(03).
           05  WS-CARDS-APPLIED        PIC 9(5) VALUE 0.
           05  WS-CARDS-REJECTED       PIC 9(5) VALUE 0.
           05  WS-OPEN-DATES           PIC 9(5) VALUE 0.
           05  WS-JOBS-IN-TROUBLE      PIC 9(5) VALUE 0.
           05  WS-LAST-REG-DATE        PIC X(08) VALUE SPACES.
           05  WS-OVR-ERROR            PIC X(40).

       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CURR-DATE            PIC X(08).
           05  WS-CURR-TIME            PIC X(06).
           05  FILLER                  PIC X(07).

       01  WS-REPORT-WORK.
           05  WS-PAGE-COUNT           PIC 9(3) VALUE 0.
           05  WS-LINE-COUNT           PIC 9(3) VALUE 99.
           05  WS-MAX-LINES            PIC 9(3) VALUE 50.
      *    LINE HELD HERE UNTIL 9000-WRITE-STS-LINE HAS DECIDED
      *    WHETHER A NEW PAGE HEADING MUST BE WRITTEN FIRST - THE
      *    HEADING ROUTINE USES THE SAME STSRPT-LINE RECORD AREA.
           05  WS-STS-HOLD-LINE        PIC X(132).

       01  STS-HDG-1.
           05  FILLER                  PIC X(30)
                   VALUE "BATCH SCHEDULE STATUS".
           05  FILLER                  PIC X(10) VALUE "RUN DATE:".
           05  HDG-RUN-DATE            PIC X(08).
           05  FILLER                  PIC X(09) VALUE "   PAGE:".
           05  HDG-PAGE-NBR            PIC ZZ9.

       01  STS-OVERRIDE-LINE.
           05  FILLER                  PIC X(10) VALUE "OVERRIDE".
           05  OVL-BUSINESS-DATE       PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  OVL-JOB-NAME            PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  OVL-OPERATOR-ID         PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  OVL-RESULT              PIC X(50).

       01  STS-DATE-LINE.
           05  FILLER                  PIC X(15) VALUE "BUSINESS DATE".
           05  DTL-BUSINESS-DATE       PIC X(08).

       01  STS-JOB-HDG.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "JOB".
           05  FILLER                  PIC X(12) VALUE "STATE".
           05  FILLER                  PIC X(10) VALUE "BY".
           05  FILLER                  PIC X(10) VALUE "ON".
           05  FILLER                  PIC X(06) VALUE "AT".

       01  STS-JOB-LINE.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  JBL-JOB-NAME            PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  JBL-STATE               PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  JBL-PROGRAM             PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  JBL-STAMP-DATE          PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  JBL-STAMP-TIME          PIC X(06).

       01  STS-MESSAGE-LINE.
           05  MSG-TEXT                PIC X(80).

       01  STS-TOTAL-LINE.
           05  TOT-TEXT                PIC X(30).
           05  TOT-COUNT               PIC ZZZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-APPLY-OVERRIDE
               UNTIL WS-OVR-EOF.
           CLOSE OVR-FILE.
           PERFORM 3000-LOAD-RUN-STATES.
           PERFORM 4000-REPORT-OPEN-DATES.
           PERFORM 5000-FINALIZE.
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           MOVE WS-CURR-DATE TO HDG-RUN-DATE.
           OPEN OUTPUT STSRPT-FILE.
           OPEN INPUT OVR-FILE.
           PERFORM 1100-READ-OVERRIDE.

       1100-READ-OVERRIDE.
           READ OVR-FILE
               AT END
                   SET WS-OVR-EOF TO TRUE
           END-READ.

       2000-APPLY-OVERRIDE.
           MOVE OVR-BUSINESS-DATE TO OVL-BUSINESS-DATE.
           MOVE OVR-JOB-NAME TO OVL-JOB-NAME.
           MOVE OVR-OPERATOR-ID TO OVL-OPERATOR-ID.
           PERFORM 2100-EDIT-OVERRIDE.
           IF WS-OVR-ERROR = SPACES
               PERFORM 2200-WRITE-OVERRIDE
               ADD 1 TO WS-CARDS-APPLIED
               MOVE "APPLIED - ONE MORE RUN PERMITTED" TO OVL-RESULT
           ELSE
               ADD 1 TO WS-CARDS-REJECTED
               SET WS-ATTENTION-NEEDED TO TRUE
               MOVE WS-OVR-ERROR TO OVL-RESULT
           END-IF.
           MOVE STS-OVERRIDE-LINE TO WS-STS-HOLD-LINE.
           PERFORM 9000-WRITE-STS-LINE.
           PERFORM 1100-READ-OVERRIDE.

       2100-EDIT-OVERRIDE.
           MOVE SPACES TO WS-OVR-ERROR.
           SET WS-JOB-FOUND-SW TO "N".
           PERFORM VARYING WS-SCH-SUB FROM 1 BY 1
                   UNTIL WS-SCH-SUB > SCH-JOB-COUNT
               IF SCH-JOB-NAME (WS-SCH-SUB) = OVR-JOB-NAME
                   SET WS-JOB-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF OVR-BUSINESS-DATE NOT NUMERIC
               MOVE "REJECTED - BUSINESS DATE NOT YYYYMMDD"
                   TO WS-OVR-ERROR
           ELSE
               IF NOT WS-JOB-FOUND
                   MOVE "REJECTED - JOB NOT ON THE SCHEDULE TABLE"
                       TO WS-OVR-ERROR
               ELSE
                   IF OVR-OPERATOR-ID = SPACES
                       MOVE "REJECTED - NO OPERATOR ID"
                           TO WS-OVR-ERROR
                   ELSE
                       IF OVR-REASON = SPACES
                           MOVE "REJECTED - NO REASON GIVEN"
                               TO WS-OVR-ERROR
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2200-WRITE-OVERRIDE.
           OPEN EXTEND RUN-FILE.
           MOVE SPACES TO RUN-RECORD.
           MOVE OVR-BUSINESS-DATE TO RUN-BUSINESS-DATE.
           MOVE OVR-JOB-NAME TO RUN-JOB-NAME.
           SET RUN-OVERRIDE TO TRUE.
           MOVE "RUNSTS01" TO RUN-PROGRAM.
           MOVE WS-CURR-DATE TO RUN-STAMP-DATE.
           MOVE WS-CURR-TIME TO RUN-STAMP-TIME.
           MOVE OVR-OPERATOR-ID TO RUN-OPERATOR-ID.
           MOVE OVR-REASON TO RUN-REMARK.
           WRITE RUN-RECORD.
           CLOSE RUN-FILE.

       3000-LOAD-RUN-STATES.
           MOVE 0 TO WS-DATE-COUNT-USED.
           SET WS-RUN-EOF-SW TO "N".
           OPEN INPUT RUN-FILE.
           PERFORM 3100-READ-RUN-STATE
               UNTIL WS-RUN-EOF.
           CLOSE RUN-FILE.
           IF WS-TABLE-FULL-SEEN
               DISPLAY "RUNSTS01 DATE TABLE FULL - OLDEST BUSINESS "
                       "DATES DROPPED FROM THE REPORT"
           END-IF.

       3100-READ-RUN-STATE.
           READ RUN-FILE
               AT END
                   SET WS-RUN-EOF TO TRUE
               NOT AT END
                   PERFORM 3200-POST-RUN-STATE
           END-READ.

      *    A RECORD FOR A JOB NO LONGER ON THE SCHEDULE IS SKIPPED.
       3200-POST-RUN-STATE.
           SET WS-JOB-FOUND-SW TO "N".
           PERFORM VARYING WS-SCH-SUB FROM 1 BY 1
                   UNTIL WS-SCH-SUB > SCH-JOB-COUNT
               IF SCH-JOB-NAME (WS-SCH-SUB) = RUN-JOB-NAME
                   SET WS-JOB-FOUND TO TRUE
                   MOVE WS-SCH-SUB TO WS-JOB-SUB
                   MOVE SCH-JOB-COUNT TO WS-SCH-SUB
               END-IF
           END-PERFORM.
           IF WS-JOB-FOUND
               IF RUN-JOB-NAME = "DLYREGJ"
                   MOVE RUN-BUSINESS-DATE TO WS-LAST-REG-DATE
               END-IF
               PERFORM 3300-FIND-DATE-ENTRY
               MOVE RUN-STATUS
                   TO WS-DTE-STATUS (WS-FOUND-SUB, WS-JOB-SUB)
               MOVE RUN-PROGRAM
                   TO WS-DTE-PROGRAM (WS-FOUND-SUB, WS-JOB-SUB)
               MOVE RUN-STAMP-DATE
                   TO WS-DTE-STAMP-DATE (WS-FOUND-SUB, WS-JOB-SUB)
               MOVE RUN-STAMP-TIME
                   TO WS-DTE-STAMP-TIME (WS-FOUND-SUB, WS-JOB-SUB)
           END-IF.

      *    SEARCHED FROM THE NEWEST DATE BACK - NEARLY EVERY RECORD
      *    BELONGS TO ONE OF THE LAST FEW DATES.
       3300-FIND-DATE-ENTRY.
           SET WS-DATE-FOUND-SW TO "N".
           PERFORM VARYING WS-DATE-SUB FROM WS-DATE-COUNT-USED BY -1
                   UNTIL WS-DATE-SUB < 1 OR WS-DATE-FOUND
               IF WS-DTE-BUSINESS-DATE (WS-DATE-SUB)
                   = RUN-BUSINESS-DATE
                   SET WS-DATE-FOUND TO TRUE
                   MOVE WS-DATE-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM.
           IF NOT WS-DATE-FOUND
               IF WS-DATE-COUNT-USED = 600
                   SET WS-TABLE-FULL-SEEN TO TRUE
                   PERFORM VARYING WS-DATE-SUB FROM 1 BY 1
                           UNTIL WS-DATE-SUB = 600
                       MOVE WS-DATE-ENTRY (WS-DATE-SUB + 1)
                           TO WS-DATE-ENTRY (WS-DATE-SUB)
                   END-PERFORM
               ELSE
                   ADD 1 TO WS-DATE-COUNT-USED
               END-IF
               MOVE WS-DATE-COUNT-USED TO WS-FOUND-SUB
               MOVE SPACES TO WS-DATE-ENTRY (WS-FOUND-SUB)
               MOVE RUN-BUSINESS-DATE
                   TO WS-DTE-BUSINESS-DATE (WS-FOUND-SUB)
           END-IF.

       4000-REPORT-OPEN-DATES.
           PERFORM VARYING WS-DATE-SUB FROM 1 BY 1
                   UNTIL WS-DATE-SUB > WS-DATE-COUNT-USED
               PERFORM 4100-TEST-DATE-OPEN
               IF WS-DATE-OPEN
                   ADD 1 TO WS-OPEN-DATES
                   PERFORM 4200-REPORT-ONE-DATE
               END-IF
           END-PERFORM.
           IF WS-OPEN-DATES = 0
               MOVE "NO OPEN BUSINESS DATES - ALL SCHEDULED JOBS DONE"
                   TO MSG-TEXT
               MOVE STS-MESSAGE-LINE TO WS-STS-HOLD-LINE
               PERFORM 9000-WRITE-STS-LINE
           END-IF.

      *    THE DAILY JOBS ARE ONLY OWED FOR A DATE THE REGISTER RAN -
      *    THE REGISTER IS THE FIRST ROW OF THE SCHEDULE TABLE.
       4100-TEST-DATE-OPEN.
           SET WS-DATE-OPEN-SW TO "N".
           PERFORM VARYING WS-JOB-SUB FROM 1 BY 1
                   UNTIL WS-JOB-SUB > SCH-JOB-COUNT
               IF WS-DTE-STATUS (WS-DATE-SUB, WS-JOB-SUB) = "S"
                   OR WS-DTE-STATUS (WS-DATE-SUB, WS-JOB-SUB) = "F"
                   OR WS-DTE-STATUS (WS-DATE-SUB, WS-JOB-SUB) = "O"
                   SET WS-DATE-OPEN TO TRUE
               END-IF
               IF SCH-DAILY (WS-JOB-SUB)
                   AND WS-DTE-STATUS (WS-DATE-SUB, WS-JOB-SUB) = SPACE
                   AND WS-DTE-STATUS (WS-DATE-SUB, 1) NOT = SPACE
                   SET WS-DATE-OPEN TO TRUE
               END-IF
           END-PERFORM.

       4200-REPORT-ONE-DATE.
           MOVE SPACES TO WS-STS-HOLD-LINE.
           PERFORM 9000-WRITE-STS-LINE.
           MOVE WS-DTE-BUSINESS-DATE (WS-DATE-SUB)
               TO DTL-BUSINESS-DATE.
           MOVE STS-DATE-LINE TO WS-STS-HOLD-LINE.
           PERFORM 9000-WRITE-STS-LINE.
           MOVE STS-JOB-HDG TO WS-STS-HOLD-LINE.
           PERFORM 9000-WRITE-STS-LINE.
           PERFORM VARYING WS-JOB-SUB FROM 1 BY 1
                   UNTIL WS-JOB-SUB > SCH-JOB-COUNT
               IF WS-DTE-STATUS (WS-DATE-SUB, WS-JOB-SUB) NOT = SPACE
                   OR (SCH-DAILY (WS-JOB-SUB)
                   AND WS-DTE-STATUS (WS-DATE-SUB, 1) NOT = SPACE)
                   PERFORM 4300-REPORT-ONE-JOB
               END-IF
           END-PERFORM.

       4300-REPORT-ONE-JOB.
           MOVE SCH-JOB-NAME (WS-JOB-SUB) TO JBL-JOB-NAME.
           MOVE WS-DTE-PROGRAM (WS-DATE-SUB, WS-JOB-SUB)
               TO JBL-PROGRAM.
           MOVE WS-DTE-STAMP-DATE (WS-DATE-SUB, WS-JOB-SUB)
               TO JBL-STAMP-DATE.
           MOVE WS-DTE-STAMP-TIME (WS-DATE-SUB, WS-JOB-SUB)
               TO JBL-STAMP-TIME.
           IF WS-DTE-STATUS (WS-DATE-SUB, WS-JOB-SUB) = "C"
               MOVE "DONE" TO JBL-STATE
           END-IF.
           IF WS-DTE-STATUS (WS-DATE-SUB, WS-JOB-SUB) = SPACE
               MOVE "PENDING" TO JBL-STATE
           END-IF.
           IF WS-DTE-STATUS (WS-DATE-SUB, WS-JOB-SUB) = "O"
               MOVE "OVERRIDE" TO JBL-STATE
           END-IF.
           IF WS-DTE-STATUS (WS-DATE-SUB, WS-JOB-SUB) = "F"
               MOVE "FAILED" TO JBL-STATE
               ADD 1 TO WS-JOBS-IN-TROUBLE
           END-IF.
           IF WS-DTE-STATUS (WS-DATE-SUB, WS-JOB-SUB) = "S"
               MOVE "INCOMPLETE" TO JBL-STATE
               ADD 1 TO WS-JOBS-IN-TROUBLE
           END-IF.
           MOVE STS-JOB-LINE TO WS-STS-HOLD-LINE.
           PERFORM 9000-WRITE-STS-LINE.

       5000-FINALIZE.
           MOVE SPACES TO WS-STS-HOLD-LINE.
           PERFORM 9000-WRITE-STS-LINE.
           MOVE "LATEST REGISTER BUSINESS DATE:" TO TOT-TEXT.
           MOVE SPACES TO MSG-TEXT.
           STRING TOT-TEXT " " WS-LAST-REG-DATE
                   DELIMITED BY SIZE INTO MSG-TEXT
           END-STRING.
           MOVE STS-MESSAGE-LINE TO WS-STS-HOLD-LINE.
           PERFORM 9000-WRITE-STS-LINE.
           MOVE "OPEN BUSINESS DATES:" TO TOT-TEXT.
           MOVE WS-OPEN-DATES TO TOT-COUNT.
           MOVE STS-TOTAL-LINE TO WS-STS-HOLD-LINE.
           PERFORM 9000-WRITE-STS-LINE.
           MOVE "JOBS FAILED OR INCOMPLETE:" TO TOT-TEXT.
           MOVE WS-JOBS-IN-TROUBLE TO TOT-COUNT.
           MOVE STS-TOTAL-LINE TO WS-STS-HOLD-LINE.
           PERFORM 9000-WRITE-STS-LINE.
           MOVE "OVERRIDES APPLIED:" TO TOT-TEXT.
           MOVE WS-CARDS-APPLIED TO TOT-COUNT.
           MOVE STS-TOTAL-LINE TO WS-STS-HOLD-LINE.
           PERFORM 9000-WRITE-STS-LINE.
           MOVE "OVERRIDES REJECTED:" TO TOT-TEXT.
           MOVE WS-CARDS-REJECTED TO TOT-COUNT.
           MOVE STS-TOTAL-LINE TO WS-STS-HOLD-LINE.
           PERFORM 9000-WRITE-STS-LINE.
           DISPLAY "RUNSTS01 OPEN BUSINESS DATES " WS-OPEN-DATES
                   " JOBS FAILED/INCOMPLETE " WS-JOBS-IN-TROUBLE
                   " OVERRIDES APPLIED " WS-CARDS-APPLIED
                   " REJECTED " WS-CARDS-REJECTED.
           CLOSE STSRPT-FILE.
           IF WS-JOBS-IN-TROUBLE > 0
               SET WS-ATTENTION-NEEDED TO TRUE
           END-IF.
           IF WS-ATTENTION-NEEDED
               MOVE 4 TO RETURN-CODE
           END-IF.

       5100-PRINT-HEADINGS.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE WS-PAGE-COUNT TO HDG-PAGE-NBR.
           MOVE STS-HDG-1 TO STSRPT-LINE.
           WRITE STSRPT-LINE.
           MOVE 1 TO WS-LINE-COUNT.

       9000-WRITE-STS-LINE.
           IF WS-LINE-COUNT >= WS-MAX-LINES
               PERFORM 5100-PRINT-HEADINGS
           END-IF.
           MOVE WS-STS-HOLD-LINE TO STSRPT-LINE.
           WRITE STSRPT-LINE.
           ADD 1 TO WS-LINE-COUNT.
