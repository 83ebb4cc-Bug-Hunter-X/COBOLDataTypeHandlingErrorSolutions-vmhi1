       IDENTIFICATION DIVISION.
       PROGRAM-ID. DLYVAR01.
       AUTHOR. DATA-PROCESSING.

      ******************************************************************
      * DAILY TRAILING-AVERAGE VARIANCE REPORT
      * RUNS IN THE DAILY JOB AFTER THE BALANCING STEP. FOR THE
      * NIGHT'S BUSINESS DATE (THE LAST ONE LOGGED ON PRCSLOG - THE
      * DATE THE REGISTER STAMPED ON THE NIGHT'S MTDFILE RECORDS) IT
      * COMPARES EACH CATEGORY'S DAY COUNT AND DAY DOLLARS AGAINST
      * ITS AVERAGE OVER THE TWENTY BUSINESS DAYS BEFORE IT, TAKEN
      * FROM THE MONTH-TO-DATE MASTER (MTDFILE). BUSINESS DAYS ARE
      * COUNTED THE WAY THE REGISTER COUNTS THEM - WEEKENDS AND THE
      * CALFILE HOLIDAYS SKIPPED. A DAY IN THE WINDOW ON WHICH A
      * CATEGORY POSTED NOTHING COUNTS AS ZERO FOR IT; DAYS BEFORE
      * THE FIRST DATE ON MTDFILE ARE LEFT OUT OF THE AVERAGE, SO A
      * NEW INSTALL IS NOT JUDGED AGAINST DAYS IT NEVER RAN.
      *
      * A CATEGORY WHOSE COUNT OR DOLLARS FALL OUTSIDE THE BAND -
      * THE AVERAGE PLUS OR MINUS VARPARM PERCENT OF IT, DEFAULT 50
      * - IS LISTED ON VARRPT, AS IS EVERY ACTIVE CATEGORY MASTER
      * CODE THAT POSTED NOTHING AT ALL ON THE NIGHT. THE REPORT
      * ENDS WITH A "CATEGORIES FLAGGED:" LINE THE MORNING DIGEST
      * PICKS UP, AND THE STEP ENDS RC=4 WHEN ANYTHING IS FLAGGED.
      * RUN-STATE: THE STEP ONLY RUNS WHEN THE RUN-STATE MASTER
      * (RUNSTATE) SHOWS DLYREGJ STARTED OR FAILED, AND AS THE LAST
      * WORKING STEP OF THE JOB IT RECORDS DLYREGJ COMPLETE FOR THE
      * BUSINESS DATE.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL MTD-FILE ASSIGN TO "MTDFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MTD-FILE-STATUS.

           SELECT OPTIONAL PRCS-FILE ASSIGN TO "PRCSLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRCS-BATCH-ID
               ALTERNATE RECORD KEY IS PRCS-RUN-DATE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS PRCS-BUSINESS-DATE
                   WITH DUPLICATES
               FILE STATUS IS WS-PRCS-FILE-STATUS.

           SELECT OPTIONAL CAL-FILE ASSIGN TO "CALFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-FILE-STATUS.

           SELECT OPTIONAL CATM-FILE ASSIGN TO "CATMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATM-FILE-STATUS.

           SELECT OPTIONAL VARPARM-FILE ASSIGN TO "VARPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT VARRPT-FILE ASSIGN TO "VARRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RUN-FILE ASSIGN TO "RUNSTATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MTD-FILE.
           COPY MTDREC.

       FD  PRCS-FILE.
           COPY PRCSREC.

       FD  CAL-FILE.
           COPY CALREC.

       FD  CATM-FILE.
           COPY CATMREC.

       FD  VARPARM-FILE.
       01  VARPARM-RECORD.
           05  VARPARM-BAND-PCT        PIC 9(03).
           05  FILLER                  PIC X(77).

       FD  VARRPT-FILE.
       01  VARRPT-LINE                 PIC X(132).

       FD  RUN-FILE.
           COPY RUNREC.

       WORKING-STORAGE SECTION.
       01  WS-CONTROL-SWITCHES.
           05  WS-MTD-FILE-STATUS      PIC X(02) VALUE SPACES.
               88  WS-MTD-FILE-OK          VALUE "00".
           05  WS-MTD-EOF-SW           PIC X(01) VALUE "N".
               88  WS-MTD-EOF              VALUE "Y".
           05  WS-PRCS-FILE-STATUS     PIC X(02) VALUE SPACES.
               88  WS-PRCS-FILE-OK         VALUE "00".
           05  WS-PRCS-EOF-SW          PIC X(01) VALUE "N".
               88  WS-PRCS-EOF             VALUE "Y".
           05  WS-CAL-FILE-STATUS      PIC X(02) VALUE SPACES.
               88  WS-CAL-FILE-OK          VALUE "00".
           05  WS-CAL-EOF-SW           PIC X(01) VALUE "N".
               88  WS-CAL-EOF              VALUE "Y".
           05  WS-CATM-FILE-STATUS     PIC X(02) VALUE SPACES.
               88  WS-CATM-FILE-OK         VALUE "00".
           05  WS-CATM-EOF-SW          PIC X(01) VALUE "N".
               88  WS-CATM-EOF             VALUE "Y".
           05  WS-PARM-FILE-STATUS     PIC X(02) VALUE SPACES.
               88  WS-PARM-FILE-OK         VALUE "00".
               88  WS-PARM-FILE-AT-END     VALUE "10".
           05  WS-CAND-GOOD-SW         PIC X(01) VALUE "N".
               88  WS-CAND-GOOD            VALUE "Y".
           05  WS-FLAG-SW              PIC X(01) VALUE "N".
               88  WS-CATEGORY-FLAGGED     VALUE "Y".

       01  WS-HOLIDAY-TABLE.
           05  WS-HOL-COUNT-USED       PIC 9(3) VALUE 0.
           05  WS-HOL-DATE             PIC X(08) OCCURS 200 TIMES.

      *    THE TWENTY BUSINESS DAYS BEFORE THE NIGHT'S DATE, NEWEST
      *    FIRST.
       01  WS-WINDOW-TABLE.
           05  WS-WIN-DAYS             PIC 9(2) VALUE 20.
           05  WS-WIN-DATE             PIC X(08) OCCURS 20 TIMES.

      *    ONE ROW PER CATEGORY SEEN ON THE NIGHT, IN THE WINDOW OR
      *    ACTIVE ON THE CATEGORY MASTER - THE HUNDRED-CATEGORY
      *    LIMIT MATCHES THE REGISTER ITSELF.
       01  WS-VARIANCE-TABLE.
           05  WS-VAR-CAT-USED         PIC 9(3) VALUE 0.
           05  WS-VAR-CAT-ENTRY OCCURS 100 TIMES.
               10  WS-VAR-CODE         PIC X(04).
               10  WS-VAR-ACTIVE-SW    PIC X(01).
                   88  WS-VAR-ACTIVE       VALUE "Y".
               10  WS-VAR-DAY-COUNT    PIC 9(7).
               10  WS-VAR-DAY-AMOUNT   PIC S9(11)V99.
               10  WS-VAR-WIN-COUNT    PIC 9(9).
               10  WS-VAR-WIN-AMOUNT   PIC S9(13)V99.

       01  WS-VARIANCE-WORK.
           05  WS-BUSINESS-DATE        PIC X(08) VALUE SPACES.
           05  WS-EARLIEST-MTD-DATE    PIC X(08) VALUE SPACES.
           05  WS-BAND-PCT             PIC 9(03) VALUE 50.
           05  WS-BASE-DAYS            PIC 9(02) VALUE 0.
           05  WS-CAND-DATE-X          PIC X(08).
           05  WS-CAND-DATE-9 REDEFINES WS-CAND-DATE-X
                                       PIC 9(08).
           05  WS-DATE-INTEGER         PIC 9(08).
           05  WS-DAY-OF-WEEK          PIC 9(01).
           05  WS-HOL-SUB              PIC 9(03).
           05  WS-WIN-SUB              PIC 9(02).
           05  WS-CAT-SUB              PIC 9(03).
           05  WS-FOUND-SUB            PIC 9(03).
           05  WS-CAT-FOUND-SW         PIC X(01) VALUE "N".
               88  WS-CAT-FOUND            VALUE "Y".
           05  WS-LOOKUP-CODE          PIC X(04).
           05  WS-AVG-COUNT            PIC S9(7)V9.
           05  WS-AVG-AMOUNT           PIC S9(11)V99.
           05  WS-COUNT-LOW            PIC S9(7)V9.
           05  WS-COUNT-HIGH           PIC S9(7)V9.
           05  WS-AMOUNT-LOW           PIC S9(11)V99.
           05  WS-AMOUNT-HIGH          PIC S9(11)V99.
           05  WS-COUNT-PCT            PIC S9(5).
           05  WS-AMOUNT-PCT           PIC S9(5).
           05  WS-CHECKED-COUNT        PIC 9(5) VALUE 0.
           05  WS-FLAGGED-COUNT        PIC 9(5) VALUE 0.
           05  WS-SKIPPED-COUNT        PIC 9(5) VALUE 0.

       01  VAR-HDG-1.
           05  FILLER                  PIC X(30)
                   VALUE "DAILY VARIANCE REPORT".
           05  FILLER                  PIC X(15)
                   VALUE "BUSINESS DATE:".
           05  HDG-BUSINESS-DATE       PIC X(08).
           05  FILLER                  PIC X(08) VALUE "  BAND:".
           05  HDG-BAND-PCT            PIC ZZ9.
           05  FILLER                  PIC X(19)
                   VALUE "%  BASELINE DAYS:".
           05  HDG-BASE-DAYS           PIC Z9.

       01  VAR-COL-HDG.
           05  FILLER                  PIC X(14) VALUE "FLAG".
           05  FILLER                  PIC X(06) VALUE "CODE".
           05  FILLER                  PIC X(10) VALUE "  COUNT".
           05  FILLER                  PIC X(12) VALUE "AVG COUNT".
           05  FILLER                  PIC X(08) VALUE "VAR%".
           05  FILLER                  PIC X(19)
                   VALUE "         AMOUNT".
           05  FILLER                  PIC X(19)
                   VALUE "     AVG AMOUNT".
           05  FILLER                  PIC X(06) VALUE "VAR%".

       01  VAR-DETAIL-LINE.
           05  DTL-FLAG                PIC X(14).
           05  DTL-CODE                PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-COUNT               PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-AVG-COUNT           PIC Z,ZZZ,ZZ9.9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-COUNT-PCT           PIC -ZZZZ9.
           05  DTL-COUNT-PCT-X REDEFINES DTL-COUNT-PCT
                                       PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-AMOUNT              PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DTL-AVG-AMOUNT          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-AMOUNT-PCT          PIC -ZZZZ9.
           05  DTL-AMOUNT-PCT-X REDEFINES DTL-AMOUNT-PCT
                                       PIC X(06).

       01  VAR-NO-DATE-LINE.
           05  FILLER                  PIC X(28)
                   VALUE "NO BUSINESS DATE ON PRCSLOG".
           05  FILLER                  PIC X(21)
                   VALUE " - NOTHING COMPARED".

       01  VAR-RESULT-LINE.
           05  FILLER                  PIC X(20)
                   VALUE "CATEGORIES FLAGGED:".
           05  RES-FLAGGED             PIC ZZZZ9.
           05  FILLER                  PIC X(11) VALUE "  CHECKED:".
           05  RES-CHECKED             PIC ZZZZ9.

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
           IF WS-BUSINESS-DATE NOT = SPACES
               PERFORM 2000-LOAD-MTD
                   UNTIL WS-MTD-EOF
               PERFORM 3000-COMPARE-CATEGORIES
           ELSE
               MOVE VAR-NO-DATE-LINE TO VARRPT-LINE
               WRITE VARRPT-LINE
           END-IF.
           PERFORM 4000-FINALIZE.
           PERFORM 8900-UPDATE-RUN-STATE.
           STOP RUN.

       0100-CHECK-RUN-STATE.
           PERFORM 0110-READ-RUN-STATE.
           IF NOT WS-RUN-JOB-STARTED AND NOT WS-RUN-JOB-FAILED
               DISPLAY "DLYVAR01 REFUSED - " WS-RUN-JOB-NAME
                       " HAS NOT BEEN CLEARED TO RUN BY ITS RUN-STATE "
                       "CHECK STEP (RUNCHK01)"
               DISPLAY "DLYVAR01 LAST RUN-STATE ON FILE IS '"
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
           OPEN INPUT VARPARM-FILE.
           READ VARPARM-FILE
               AT END
                   SET WS-PARM-FILE-AT-END TO TRUE
           END-READ.
           IF WS-PARM-FILE-OK
               AND VARPARM-BAND-PCT NUMERIC
               AND VARPARM-BAND-PCT > 0
               MOVE VARPARM-BAND-PCT TO WS-BAND-PCT
           END-IF.
           CLOSE VARPARM-FILE.
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
           PERFORM 1100-SCAN-LOG-FOR-DATE
               UNTIL WS-PRCS-EOF.
           CLOSE PRCS-FILE.
           OPEN INPUT CAL-FILE.
           IF WS-CAL-FILE-OK
               PERFORM 1200-LOAD-CALENDAR
                   UNTIL WS-CAL-EOF
           END-IF.
           CLOSE CAL-FILE.
           OPEN INPUT CATM-FILE.
           IF WS-CATM-FILE-OK
               PERFORM 1300-LOAD-ACTIVE-CATEGORIES
                   UNTIL WS-CATM-EOF
           END-IF.
           CLOSE CATM-FILE.
           OPEN OUTPUT VARRPT-FILE.
           IF WS-BUSINESS-DATE NOT = SPACES
               PERFORM 1400-BUILD-WINDOW
               OPEN INPUT MTD-FILE
               PERFORM 1500-READ-MTD
           END-IF.

       1100-SCAN-LOG-FOR-DATE.
           READ PRCS-FILE PREVIOUS RECORD
               AT END
                   SET WS-PRCS-EOF TO TRUE
               NOT AT END
                   IF PRCS-BUSINESS-DATE NUMERIC
                       MOVE PRCS-BUSINESS-DATE TO WS-BUSINESS-DATE
                       SET WS-PRCS-EOF TO TRUE
                   END-IF
           END-READ.

       1200-LOAD-CALENDAR.
           READ CAL-FILE
               AT END
                   SET WS-CAL-EOF TO TRUE
               NOT AT END
                   IF CAL-HOLIDAY
                       AND WS-HOL-COUNT-USED < 200
                       ADD 1 TO WS-HOL-COUNT-USED
                       MOVE CAL-DATE
                           TO WS-HOL-DATE (WS-HOL-COUNT-USED)
                   END-IF
           END-READ.

       1300-LOAD-ACTIVE-CATEGORIES.
           READ CATM-FILE
               AT END
                   SET WS-CATM-EOF TO TRUE
               NOT AT END
                   IF CATM-ACTIVE
                       MOVE CATM-CATEGORY-CODE TO WS-LOOKUP-CODE
                       PERFORM 8000-FIND-OR-CREATE-CATEGORY
                       IF WS-CAT-FOUND
                           SET WS-VAR-ACTIVE (WS-CAT-SUB) TO TRUE
                       END-IF
                   END-IF
           END-READ.

      *    WALK BACK FROM THE NIGHT'S DATE ONE CALENDAR DAY AT A
      *    TIME, KEEPING ONLY BUSINESS DAYS, UNTIL THE WINDOW IS
      *    FULL.
       1400-BUILD-WINDOW.
           MOVE WS-BUSINESS-DATE TO WS-CAND-DATE-X.
           COMPUTE WS-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE (WS-CAND-DATE-9).
           PERFORM VARYING WS-WIN-SUB FROM 1 BY 1
                   UNTIL WS-WIN-SUB > WS-WIN-DAYS
               SUBTRACT 1 FROM WS-DATE-INTEGER
               SET WS-CAND-GOOD-SW TO "N"
               PERFORM 1450-TEST-CANDIDATE-DAY
                   UNTIL WS-CAND-GOOD
               MOVE WS-CAND-DATE-X TO WS-WIN-DATE (WS-WIN-SUB)
           END-PERFORM.

      *    DAY 1 OF THE INTEGER-DATE EPOCH IS A MONDAY, SO REMAINDER
      *    6 IS SATURDAY AND 0 IS SUNDAY.
       1450-TEST-CANDIDATE-DAY.
           COMPUTE WS-CAND-DATE-9 =
                   FUNCTION DATE-OF-INTEGER (WS-DATE-INTEGER).
           COMPUTE WS-DAY-OF-WEEK =
                   FUNCTION MOD (WS-DATE-INTEGER, 7).
           SET WS-CAND-GOOD TO TRUE.
           IF WS-DAY-OF-WEEK = 6 OR WS-DAY-OF-WEEK = 0
               SET WS-CAND-GOOD-SW TO "N"
           ELSE
               PERFORM VARYING WS-HOL-SUB FROM 1 BY 1
                       UNTIL WS-HOL-SUB > WS-HOL-COUNT-USED
                   IF WS-CAND-DATE-X = WS-HOL-DATE (WS-HOL-SUB)
                       SET WS-CAND-GOOD-SW TO "N"
                       MOVE WS-HOL-COUNT-USED TO WS-HOL-SUB
                   END-IF
               END-PERFORM
           END-IF.
           IF NOT WS-CAND-GOOD
               SUBTRACT 1 FROM WS-DATE-INTEGER
           END-IF.

       1500-READ-MTD.
           READ MTD-FILE
               AT END
                   SET WS-MTD-EOF TO TRUE
           END-READ.

       2000-LOAD-MTD.
           IF MTD-BUSINESS-DATE NUMERIC
               IF WS-EARLIEST-MTD-DATE = SPACES
                   OR MTD-BUSINESS-DATE < WS-EARLIEST-MTD-DATE
                   MOVE MTD-BUSINESS-DATE TO WS-EARLIEST-MTD-DATE
               END-IF
               IF MTD-BUSINESS-DATE = WS-BUSINESS-DATE
                   PERFORM 2100-POST-NIGHT
               ELSE
                   IF MTD-BUSINESS-DATE < WS-BUSINESS-DATE
                       AND MTD-BUSINESS-DATE NOT < WS-WIN-DATE (20)
                       PERFORM 2200-POST-WINDOW
                   END-IF
               END-IF
           END-IF.
           PERFORM 1500-READ-MTD.

       2100-POST-NIGHT.
           MOVE MTD-CATEGORY-CODE TO WS-LOOKUP-CODE.
           PERFORM 8000-FIND-OR-CREATE-CATEGORY.
           IF WS-CAT-FOUND
               ADD MTD-DAY-COUNT TO WS-VAR-DAY-COUNT (WS-CAT-SUB)
               ADD MTD-DAY-AMOUNT TO WS-VAR-DAY-AMOUNT (WS-CAT-SUB)
           ELSE
               ADD 1 TO WS-SKIPPED-COUNT
           END-IF.

      *    ONLY A DATE THAT IS ONE OF THE WINDOW'S BUSINESS DAYS
      *    COUNTS - A RECORD DATED ON A WEEKEND OR HOLIDAY (A
      *    FORCED RUN) IS NOT PART OF THE BASELINE.
       2200-POST-WINDOW.
           PERFORM VARYING WS-WIN-SUB FROM 1 BY 1
                   UNTIL WS-WIN-SUB > WS-WIN-DAYS
               IF MTD-BUSINESS-DATE = WS-WIN-DATE (WS-WIN-SUB)
                   MOVE MTD-CATEGORY-CODE TO WS-LOOKUP-CODE
                   PERFORM 8000-FIND-OR-CREATE-CATEGORY
                   IF WS-CAT-FOUND
                       ADD MTD-DAY-COUNT
                           TO WS-VAR-WIN-COUNT (WS-CAT-SUB)
                       ADD MTD-DAY-AMOUNT
                           TO WS-VAR-WIN-AMOUNT (WS-CAT-SUB)
                   ELSE
                       ADD 1 TO WS-SKIPPED-COUNT
                   END-IF
                   MOVE WS-WIN-DAYS TO WS-WIN-SUB
               END-IF
           END-PERFORM.

       3000-COMPARE-CATEGORIES.
           PERFORM VARYING WS-WIN-SUB FROM 1 BY 1
                   UNTIL WS-WIN-SUB > WS-WIN-DAYS
               IF WS-EARLIEST-MTD-DATE NOT = SPACES
                   AND WS-WIN-DATE (WS-WIN-SUB)
                       NOT < WS-EARLIEST-MTD-DATE
                   ADD 1 TO WS-BASE-DAYS
               END-IF
           END-PERFORM.
           MOVE WS-BUSINESS-DATE TO HDG-BUSINESS-DATE.
           MOVE WS-BAND-PCT TO HDG-BAND-PCT.
           MOVE WS-BASE-DAYS TO HDG-BASE-DAYS.
           MOVE VAR-HDG-1 TO VARRPT-LINE.
           WRITE VARRPT-LINE.
           MOVE VAR-COL-HDG TO VARRPT-LINE.
           WRITE VARRPT-LINE.
           PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                   UNTIL WS-CAT-SUB > WS-VAR-CAT-USED
               PERFORM 3100-COMPARE-ONE-CATEGORY
           END-PERFORM.

      *    THE BAND IS THE AVERAGE PLUS OR MINUS THE PERCENTAGE OF
      *    ITS SIZE, SO A NEGATIVE AVERAGE (A RUN OF NET REVERSALS)
      *    GETS A BAND OF THE SAME WIDTH. WITH NO BASELINE DAYS AT
      *    ALL ONLY THE NOTHING-POSTED TEST APPLIES.
       3100-COMPARE-ONE-CATEGORY.
           ADD 1 TO WS-CHECKED-COUNT.
           SET WS-FLAG-SW TO "N".
           MOVE SPACES TO DTL-FLAG.
           MOVE 0 TO WS-AVG-COUNT.
           MOVE 0 TO WS-AVG-AMOUNT.
           IF WS-BASE-DAYS > 0
               COMPUTE WS-AVG-COUNT ROUNDED =
                       WS-VAR-WIN-COUNT (WS-CAT-SUB) / WS-BASE-DAYS
               COMPUTE WS-AVG-AMOUNT ROUNDED =
                       WS-VAR-WIN-AMOUNT (WS-CAT-SUB) / WS-BASE-DAYS
               COMPUTE WS-COUNT-LOW =
                       WS-AVG-COUNT
                       - (WS-AVG-COUNT * WS-BAND-PCT / 100)
               COMPUTE WS-COUNT-HIGH =
                       WS-AVG-COUNT
                       + (WS-AVG-COUNT * WS-BAND-PCT / 100)
               COMPUTE WS-AMOUNT-LOW =
                       WS-AVG-AMOUNT
                       - (FUNCTION ABS (WS-AVG-AMOUNT)
                          * WS-BAND-PCT / 100)
               COMPUTE WS-AMOUNT-HIGH =
                       WS-AVG-AMOUNT
                       + (FUNCTION ABS (WS-AVG-AMOUNT)
                          * WS-BAND-PCT / 100)
               IF WS-VAR-DAY-COUNT (WS-CAT-SUB) < WS-COUNT-LOW
                   OR WS-VAR-DAY-COUNT (WS-CAT-SUB) > WS-COUNT-HIGH
                   OR WS-VAR-DAY-AMOUNT (WS-CAT-SUB) < WS-AMOUNT-LOW
                   OR WS-VAR-DAY-AMOUNT (WS-CAT-SUB) > WS-AMOUNT-HIGH
                   SET WS-CATEGORY-FLAGGED TO TRUE
                   MOVE "OUT OF BAND" TO DTL-FLAG
               END-IF
           END-IF.
           IF WS-VAR-ACTIVE (WS-CAT-SUB)
               AND WS-VAR-DAY-COUNT (WS-CAT-SUB) = 0
               SET WS-CATEGORY-FLAGGED TO TRUE
               MOVE "NO POSTINGS" TO DTL-FLAG
           END-IF.
           IF WS-CATEGORY-FLAGGED
               ADD 1 TO WS-FLAGGED-COUNT
               PERFORM 3200-PRINT-FLAGGED-CATEGORY
           END-IF.

       3200-PRINT-FLAGGED-CATEGORY.
           MOVE WS-VAR-CODE (WS-CAT-SUB) TO DTL-CODE.
           MOVE WS-VAR-DAY-COUNT (WS-CAT-SUB) TO DTL-COUNT.
           MOVE WS-AVG-COUNT TO DTL-AVG-COUNT.
           MOVE WS-VAR-DAY-AMOUNT (WS-CAT-SUB) TO DTL-AMOUNT.
           MOVE WS-AVG-AMOUNT TO DTL-AVG-AMOUNT.
           IF WS-AVG-COUNT = 0
               MOVE "   N/A" TO DTL-COUNT-PCT-X
           ELSE
               COMPUTE WS-COUNT-PCT ROUNDED =
                       (WS-VAR-DAY-COUNT (WS-CAT-SUB) - WS-AVG-COUNT)
                       * 100 / WS-AVG-COUNT
                   ON SIZE ERROR
                       MOVE 99999 TO WS-COUNT-PCT
               END-COMPUTE
               MOVE WS-COUNT-PCT TO DTL-COUNT-PCT
           END-IF.
           IF WS-AVG-AMOUNT = 0
               MOVE "   N/A" TO DTL-AMOUNT-PCT-X
           ELSE
               COMPUTE WS-AMOUNT-PCT ROUNDED =
                       (WS-VAR-DAY-AMOUNT (WS-CAT-SUB) - WS-AVG-AMOUNT)
                       * 100 / FUNCTION ABS (WS-AVG-AMOUNT)
                   ON SIZE ERROR
                       MOVE 99999 TO WS-AMOUNT-PCT
               END-COMPUTE
               MOVE WS-AMOUNT-PCT TO DTL-AMOUNT-PCT
           END-IF.
           MOVE VAR-DETAIL-LINE TO VARRPT-LINE.
           WRITE VARRPT-LINE.

       4000-FINALIZE.
           MOVE WS-FLAGGED-COUNT TO RES-FLAGGED.
           MOVE WS-CHECKED-COUNT TO RES-CHECKED.
           MOVE VAR-RESULT-LINE TO VARRPT-LINE.
           WRITE VARRPT-LINE.
           IF WS-BUSINESS-DATE NOT = SPACES
               CLOSE MTD-FILE
           END-IF.
           CLOSE VARRPT-FILE.
           IF WS-SKIPPED-COUNT > 0
               DISPLAY "DLYVAR01 " WS-SKIPPED-COUNT
                       " MASTER RECORDS OVER THE CATEGORY LIMIT"
           END-IF.
           DISPLAY "DLYVAR01 BUSINESS DATE " WS-BUSINESS-DATE
                   " CHECKED " WS-CHECKED-COUNT
                   " FLAGGED " WS-FLAGGED-COUNT.
           IF WS-FLAGGED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       8000-FIND-OR-CREATE-CATEGORY.
           SET WS-CAT-FOUND-SW TO "N".
           PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                   UNTIL WS-CAT-SUB > WS-VAR-CAT-USED
               IF WS-LOOKUP-CODE = WS-VAR-CODE (WS-CAT-SUB)
                   MOVE WS-CAT-SUB TO WS-FOUND-SUB
                   SET WS-CAT-FOUND TO TRUE
                   MOVE WS-VAR-CAT-USED TO WS-CAT-SUB
               END-IF
           END-PERFORM.
           IF WS-CAT-FOUND
               MOVE WS-FOUND-SUB TO WS-CAT-SUB
           ELSE
               IF WS-VAR-CAT-USED < 100
                   ADD 1 TO WS-VAR-CAT-USED
                   MOVE WS-VAR-CAT-USED TO WS-CAT-SUB
                   MOVE WS-LOOKUP-CODE TO WS-VAR-CODE (WS-CAT-SUB)
                   MOVE "N" TO WS-VAR-ACTIVE-SW (WS-CAT-SUB)
                   MOVE 0 TO WS-VAR-DAY-COUNT (WS-CAT-SUB)
                   MOVE 0 TO WS-VAR-DAY-AMOUNT (WS-CAT-SUB)
                   MOVE 0 TO WS-VAR-WIN-COUNT (WS-CAT-SUB)
                   MOVE 0 TO WS-VAR-WIN-AMOUNT (WS-CAT-SUB)
                   SET WS-CAT-FOUND TO TRUE
               END-IF
           END-IF.

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
           MOVE "DLYVAR01" TO RUN-PROGRAM.
           MOVE WS-RUN-STAMP-DATE TO RUN-STAMP-DATE.
           MOVE WS-RUN-STAMP-TIME TO RUN-STAMP-TIME.
           WRITE RUN-RECORD.
           CLOSE RUN-FILE.
