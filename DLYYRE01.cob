       IDENTIFICATION DIVISION.
       PROGRAM-ID. DLYYRE01.
       AUTHOR. DATA-PROCESSING.

      ******************************************************************
      * FISCAL YEAR-END CLOSE OF THE REGISTER COUNTERS
      * THE PER-CATEGORY COUNTERS, CYCLES AND RUN-TO-DATE DOLLARS ON
      * THE CONTROL FILE (CTLFILE) ARE CARRIED FROM RUN TO RUN AND
      * NEVER RESET BY THE DAILY JOB. THIS PROGRAM CLOSES A FISCAL
      * YEAR: IT APPENDS EVERY CATEGORY'S FINAL COUNT, CYCLE AND
      * DOLLARS TO THE PERMANENT YEAR-END HISTORY FILE (YRHFILE),
      * PRINTS THE ANNUAL SUMMARY (YRERPT) - EACH CATEGORY AND EACH
      * BRANCH MONTH BY MONTH, BUILT FROM THE MONTH-TO-DATE MASTER
      * (MTDFILE) - AND WRITES A RESET COPY OF THE CONTROL RECORD
      * (CTLNEW) WITH EVERY CODE KEPT AND EVERY COUNTER, CYCLE AND
      * AMOUNT BACK AT ZERO FOR THE NEW YEAR. THE JOB ROLLS CTLNEW
      * INTO THE LIVE CONTROL FILE ONLY IF THIS STEP ENDS CLEAN.
      *
      * THE FISCAL YEAR IS NAMED BY ITS YEAR-END DATE, WHICH MUST BE
      * MARKED ON THE BUSINESS CALENDAR (CALFILE TYPE "Y"). THE YEAR
      * RUNS FROM THE DAY AFTER THE PREVIOUS MARKED YEAR-END - OR,
      * WHEN NONE IS MARKED, THE DAY AFTER THE SAME DATE ONE YEAR
      * EARLIER - THROUGH THE YEAR-END ITSELF.
      *
      * THE RUN REFUSES TO START (RC=12, NOTHING OPENED FOR OUTPUT)
      * WHEN:
      *   - THE REGISTER CHECKPOINT SHOWS A RUN IN FLIGHT;
      *   - THE LAST BUSINESS DATE ON PRCSLOG IS NOT A FISCAL
      *     YEAR-END ON THE CALENDAR (THE CLOSE MUST FOLLOW THE
      *     YEAR-END DAY'S REGISTER AND PRECEDE THE NEXT ONE);
      *   - THAT YEAR-END IS ALREADY ON THE HISTORY FILE;
      *   - THERE IS NO CONTROL RECORD TO CLOSE.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CHK-FILE ASSIGN TO "CHKFILE"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-CHK-KEY
               FILE STATUS IS WS-CHK-FILE-STATUS.

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

      *    OPTIONAL - THE FIRST CLOSE EVER FINDS NO HISTORY, AND IT
      *    IS OPENED EXTEND SO EVERY CLOSE ADDS TO IT.
           SELECT OPTIONAL YRH-FILE ASSIGN TO "YRHFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YRH-FILE-STATUS.

           SELECT OPTIONAL CTL-FILE ASSIGN TO "CTLFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.

           SELECT OPTIONAL CATM-FILE ASSIGN TO "CATMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATM-FILE-STATUS.

           SELECT OPTIONAL MTD-FILE ASSIGN TO "MTDFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MTD-FILE-STATUS.

           SELECT CTLNEW-FILE ASSIGN TO "CTLNEW"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT YRERPT-FILE ASSIGN TO "YRERPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CHK-FILE.
           COPY CHKREC.

       FD  PRCS-FILE.
           COPY PRCSREC.

       FD  CAL-FILE.
           COPY CALREC.

       FD  YRH-FILE.
           COPY YRHREC.

       FD  CTL-FILE.
           COPY CTLREC.

       FD  CATM-FILE.
           COPY CATMREC.

       FD  MTD-FILE.
           COPY MTDREC.

       FD  CTLNEW-FILE.
           COPY CTLREC REPLACING LEADING ==CTL== BY ==CTN==.

       FD  YRERPT-FILE.
       01  YRERPT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CONTROL-SWITCHES.
           05  WS-CHK-FILE-STATUS      PIC X(02) VALUE SPACES.
               88  WS-CHK-FILE-OK          VALUE "00".
           05  WS-PRCS-FILE-STATUS     PIC X(02) VALUE SPACES.
               88  WS-PRCS-FILE-OK         VALUE "00".
           05  WS-PRCS-EOF-SW          PIC X(01) VALUE "N".
               88  WS-PRCS-EOF             VALUE "Y".
           05  WS-CAL-FILE-STATUS      PIC X(02) VALUE SPACES.
               88  WS-CAL-FILE-OK          VALUE "00".
           05  WS-CAL-EOF-SW           PIC X(01) VALUE "N".
               88  WS-CAL-EOF              VALUE "Y".
           05  WS-YRH-FILE-STATUS      PIC X(02) VALUE SPACES.
               88  WS-YRH-FILE-OK          VALUE "00".
           05  WS-YRH-EOF-SW           PIC X(01) VALUE "N".
               88  WS-YRH-EOF              VALUE "Y".
           05  WS-CTL-FILE-STATUS      PIC X(02) VALUE SPACES.
               88  WS-CTL-FILE-OK          VALUE "00".
               88  WS-CTL-FILE-AT-END      VALUE "10".
           05  WS-CATM-FILE-STATUS     PIC X(02) VALUE SPACES.
               88  WS-CATM-FILE-OK         VALUE "00".
           05  WS-CATM-EOF-SW          PIC X(01) VALUE "N".
               88  WS-CATM-EOF             VALUE "Y".
           05  WS-MTD-FILE-STATUS      PIC X(02) VALUE SPACES.
               88  WS-MTD-FILE-OK          VALUE "00".
           05  WS-MTD-EOF-SW           PIC X(01) VALUE "N".
               88  WS-MTD-EOF              VALUE "Y".
           05  WS-YEAR-END-SW          PIC X(01) VALUE "N".
               88  WS-YEAR-END-ON-CALENDAR VALUE "Y".
           05  WS-ALREADY-CLOSED-SW    PIC X(01) VALUE "N".
               88  WS-ALREADY-CLOSED       VALUE "Y".

       01  WS-YEAR-WORK.
           05  WS-CHK-KEY              PIC 9(4) VALUE 1.
           05  WS-YEAR-END-DATE        PIC X(08) VALUE SPACES.
           05  WS-PRIOR-YEAR-END       PIC X(08) VALUE SPACES.
           05  WS-CAL-PRIOR-YEAR-END   PIC X(08) VALUE SPACES.
           05  WS-YEAR-START-DATE      PIC X(08).
           05  WS-RUN-DATE             PIC X(08).
           05  WS-REFUSAL-TEXT         PIC X(60) VALUE SPACES.
           05  WS-DATE-X               PIC X(08).
           05  WS-DATE-9 REDEFINES WS-DATE-X
                                       PIC 9(08).
           05  WS-DATE-INTEGER         PIC 9(08).
           05  WS-START-SERIAL         PIC 9(06).
           05  WS-MONTH-SERIAL         PIC 9(06).
           05  WS-SERIAL-YYYY          PIC 9(04).
           05  WS-SERIAL-MM            PIC 9(02).
           05  WS-RECORD-YYYY          PIC 9(04).
           05  WS-RECORD-MM            PIC 9(02).
           05  WS-FY-MONTHS            PIC 9(02) VALUE 0.
           05  WS-FY-MONTH-KEY         PIC X(06) OCCURS 13 TIMES.

      *    CATEGORY MASTER DESCRIPTIONS AND BRANCHES, FOR THE LABELS
      *    ON THE SUMMARY AND THE BRANCH ROLL-UP.
       01  WS-MASTER-TABLE.
           05  WS-MST-COUNT-USED       PIC 9(3) VALUE 0.
           05  WS-MST-ENTRY OCCURS 100 TIMES.
               10  WS-MST-CODE         PIC X(04).
               10  WS-MST-DESC         PIC X(30).
               10  WS-MST-BRANCH       PIC X(20).

      *    ONE ROW PER CATEGORY, ONE CELL PER MONTH OF THE FISCAL
      *    YEAR (THIRTEEN WHEN THE YEAR-END FALLS MID-MONTH). THE
      *    ROWS START AS THE CONTROL FILE'S CATEGORIES; A CODE FOUND
      *    ONLY ON MTDFILE IS ADDED WITHOUT A CLOSING SNAPSHOT.
       01  WS-SUMMARY-TABLE.
           05  WS-SUM-CAT-USED         PIC 9(3) VALUE 0.
           05  WS-SUM-CAT-ENTRY OCCURS 100 TIMES.
               10  WS-SUM-CODE         PIC X(04).
               10  WS-SUM-DESC         PIC X(30).
               10  WS-SUM-BRANCH       PIC X(20).
               10  WS-SUM-CTL-SUB      PIC 9(03).
               10  WS-SUM-TOT-COUNT    PIC 9(7).
               10  WS-SUM-TOT-AMOUNT   PIC S9(11)V99.
               10  WS-SUM-TOT-ROLLS    PIC 9(5).
               10  WS-SUM-MONTH-ENTRY OCCURS 13 TIMES.
                   15  WS-SUM-MON-COUNT  PIC 9(7).
                   15  WS-SUM-MON-AMOUNT PIC S9(11)V99.
                   15  WS-SUM-MON-ROLLS  PIC 9(5).

       01  WS-BRANCH-TABLE.
           05  WS-BR-USED              PIC 9(3) VALUE 0.
           05  WS-BR-ENTRY OCCURS 100 TIMES.
               10  WS-BR-NAME          PIC X(20).
               10  WS-BR-CATEGORIES    PIC 9(3).
               10  WS-BR-TOT-COUNT     PIC 9(7).
               10  WS-BR-TOT-AMOUNT    PIC S9(11)V99.
               10  WS-BR-TOT-ROLLS     PIC 9(5).
               10  WS-BR-MONTH-ENTRY OCCURS 13 TIMES.
                   15  WS-BR-MON-COUNT   PIC 9(7).
                   15  WS-BR-MON-AMOUNT  PIC S9(11)V99.
                   15  WS-BR-MON-ROLLS   PIC 9(5).

       01  WS-TABLE-WORK.
           05  WS-CTL-SUB              PIC 9(03).
           05  WS-MST-SUB              PIC 9(03).
           05  WS-CAT-SUB              PIC 9(03).
           05  WS-BR-SUB               PIC 9(03).
           05  WS-MON-SUB              PIC 9(02).
           05  WS-FOUND-SUB            PIC 9(03).
           05  WS-FOUND-SW             PIC X(01) VALUE "N".
               88  WS-FOUND                VALUE "Y".
           05  WS-LOOKUP-CODE          PIC X(04).
           05  WS-LOOKUP-BRANCH        PIC X(20).
           05  WS-HISTORY-COUNT        PIC 9(5) VALUE 0.
           05  WS-DROPPED-COUNT        PIC 9(5) VALUE 0.
           05  WS-GRAND-COUNT          PIC 9(9) VALUE 0.
           05  WS-GRAND-AMOUNT         PIC S9(11)V99 VALUE 0.

       01  WS-REPORT-WORK.
           05  WS-PAGE-COUNT           PIC 9(3) VALUE 0.
           05  WS-LINE-COUNT           PIC 9(3) VALUE 99.
           05  WS-MAX-LINES            PIC 9(3) VALUE 50.
      *    LINE HELD HERE UNTIL 9000-WRITE-YRE-LINE HAS DECIDED
      *    WHETHER A NEW PAGE HEADING MUST BE WRITTEN FIRST - THE
      *    HEADING ROUTINE USES THE SAME YRERPT-LINE RECORD AREA.
           05  WS-YRE-HOLD-LINE        PIC X(132).

       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CURRENT-DATE.
               10  WS-CURR-YYYY        PIC 9(4).
               10  WS-CURR-MM          PIC 9(2).
               10  WS-CURR-DD          PIC 9(2).
           05  FILLER                  PIC X(14).

       01  YRE-HDG-1.
           05  FILLER                  PIC X(24)
                   VALUE "FISCAL YEAR-END CLOSE".
           05  FILLER                  PIC X(06) VALUE "YEAR:".
           05  HDG-START-DATE          PIC X(08).
           05  FILLER                  PIC X(04) VALUE " TO ".
           05  HDG-END-DATE            PIC X(08).
           05  FILLER                  PIC X(07) VALUE "  PAGE:".
           05  HDG-PAGE-NBR            PIC ZZ9.

       01  YRE-CAT-HDG.
           05  FILLER                  PIC X(10) VALUE "CATEGORY".
           05  CAT-HDG-CODE            PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CAT-HDG-DESC            PIC X(30).
           05  FILLER                  PIC X(09) VALUE " BRANCH:".
           05  CAT-HDG-BRANCH          PIC X(20).

       01  YRE-BR-HDG.
           05  FILLER                  PIC X(08) VALUE "BRANCH".
           05  BR-HDG-NAME             PIC X(20).
           05  FILLER                  PIC X(14)
                   VALUE "  CATEGORIES:".
           05  BR-HDG-CATEGORIES       PIC ZZ9.

       01  YRE-COL-HDG.
           05  FILLER                  PIC X(14) VALUE "  MONTH".
           05  FILLER                  PIC X(21) VALUE "COUNT".
           05  FILLER                  PIC X(09) VALUE "AMOUNT".
           05  FILLER                  PIC X(05) VALUE "ROLLS".

       01  YRE-MONTH-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  MON-KEY-OUT             PIC X(06).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  MON-COUNT               PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  MON-AMOUNT              PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  MON-ROLLS               PIC ZZZZ9.

       01  YRE-TOTAL-LINE.
           05  FILLER                  PIC X(11)
                   VALUE "  YEAR".
           05  TOT-COUNT               PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  TOT-AMOUNT              PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  TOT-ROLLS               PIC ZZZZ9.

       01  YRE-CLOSING-LINE.
           05  FILLER                  PIC X(20)
                   VALUE "  CLOSING COUNTER:".
           05  CLS-COUNT               PIC ZZZZ9.
           05  FILLER                  PIC X(08) VALUE " CYCLE:".
           05  CLS-CYCLE               PIC ZZ9.
           05  FILLER                  PIC X(15)
                   VALUE "  RUN-TO-DATE:".
           05  CLS-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99-.

       01  YRE-NO-CLOSING-LINE.
           05  FILLER                  PIC X(26)
                   VALUE "  NOT ON THE CONTROL FILE".
           05  FILLER                  PIC X(24)
                   VALUE " - NO CLOSING SNAPSHOT".

       01  YRE-SECTION-LINE.
           05  SECTION-TEXT            PIC X(60).

       01  YRE-GRAND-LINE.
           05  FILLER                  PIC X(22)
                   VALUE "ALL CATEGORIES  YEAR".
           05  GRAND-COUNT             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  GRAND-AMOUNT            PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

       01  YRE-RESET-LINE.
           05  FILLER                  PIC X(28)
                   VALUE "CATEGORIES CLOSED TO HISTORY".
           05  RST-HISTORY-COUNT       PIC ZZZZ9.
           05  FILLER                  PIC X(21)
                   VALUE " - CONTROL FILE RESET".
           05  FILLER                  PIC X(24)
                   VALUE " FOR THE NEW FISCAL YEAR".

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-LOAD-YEAR
               UNTIL WS-MTD-EOF.
           PERFORM 3000-WRITE-HISTORY.
           PERFORM 4000-PRINT-CATEGORY-SUMMARY.
           PERFORM 4500-PRINT-BRANCH-SUMMARY.
           PERFORM 4800-RESET-CONTROL.
           PERFORM 5000-FINALIZE.
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           MOVE WS-CURRENT-DATE TO WS-RUN-DATE.
           PERFORM 1100-CHECK-CHECKPOINT.
           PERFORM 1200-FIND-LAST-BUSINESS-DATE.
           PERFORM 1300-CHECK-CALENDAR.
           PERFORM 1400-CHECK-HISTORY.
           PERFORM 1500-LOAD-CONTROL.
           PERFORM 1600-SET-FISCAL-YEAR.
           OPEN INPUT CATM-FILE.
           IF WS-CATM-FILE-OK
               PERFORM 1700-LOAD-CATEGORY-MASTER
                   UNTIL WS-CATM-EOF
           END-IF.
           CLOSE CATM-FILE.
           PERFORM VARYING WS-CTL-SUB FROM 1 BY 1
                   UNTIL WS-CTL-SUB > CTL-CATEGORY-COUNT-USED
               MOVE CTL-CATEGORY-CODE (WS-CTL-SUB) TO WS-LOOKUP-CODE
               PERFORM 8000-FIND-OR-CREATE-CATEGORY
               IF WS-FOUND
                   MOVE WS-CTL-SUB TO WS-SUM-CTL-SUB (WS-CAT-SUB)
               END-IF
           END-PERFORM.
           OPEN INPUT MTD-FILE.
           OPEN OUTPUT YRERPT-FILE.
           MOVE WS-YEAR-START-DATE TO HDG-START-DATE.
           MOVE WS-YEAR-END-DATE TO HDG-END-DATE.
           PERFORM 1800-READ-MTD.

      *    A CHECKPOINT WITH RECORDS-PROCESSED ABOVE ZERO MEANS THE
      *    REGISTER IS MID-RUN (OR ABENDED AWAITING RESTART) - ITS
      *    COUNTERS ARE NEWER THAN THE CONTROL FILE'S, SO NOTHING
      *    MAY BE CLOSED UNTIL THAT RUN HAS FINISHED.
       1100-CHECK-CHECKPOINT.
           OPEN INPUT CHK-FILE.
           IF WS-CHK-FILE-OK
               READ CHK-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CHK-RECORDS-PROCESSED > 0
                           CLOSE CHK-FILE
                           MOVE "REGISTER RUN IN FLIGHT"
                               TO WS-REFUSAL-TEXT
                           PERFORM 9100-REFUSE-CLOSE
                       END-IF
               END-READ
           END-IF.
           CLOSE CHK-FILE.

      *    THE LAST BUSINESS DATE IS THE LATEST ONE LOGGED - THE
      *    SAME DATE THE REGISTER ADVANCES FROM, READ THE SAME WAY,
      *    BACKWARD DOWN THE LOG'S BUSINESS-DATE KEY.
       1200-FIND-LAST-BUSINESS-DATE.
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
           PERFORM 1250-SCAN-LOG-FOR-DATE
               UNTIL WS-PRCS-EOF.
           CLOSE PRCS-FILE.
           IF WS-YEAR-END-DATE = SPACES
               MOVE "NO BUSINESS DATE ON PRCSLOG" TO WS-REFUSAL-TEXT
               PERFORM 9100-REFUSE-CLOSE
           END-IF.

       1250-SCAN-LOG-FOR-DATE.
           READ PRCS-FILE PREVIOUS RECORD
               AT END
                   SET WS-PRCS-EOF TO TRUE
               NOT AT END
                   IF PRCS-BUSINESS-DATE NUMERIC
                       MOVE PRCS-BUSINESS-DATE TO WS-YEAR-END-DATE
                       SET WS-PRCS-EOF TO TRUE
                   END-IF
           END-READ.

       1300-CHECK-CALENDAR.
           OPEN INPUT CAL-FILE.
           IF WS-CAL-FILE-OK
               PERFORM 1350-SCAN-CALENDAR
                   UNTIL WS-CAL-EOF
           END-IF.
           CLOSE CAL-FILE.
           IF NOT WS-YEAR-END-ON-CALENDAR
               STRING "LAST BUSINESS DATE " WS-YEAR-END-DATE
                       " IS NOT A FISCAL YEAR-END"
                       DELIMITED BY SIZE INTO WS-REFUSAL-TEXT
               END-STRING
               PERFORM 9100-REFUSE-CLOSE
           END-IF.

      *    ALSO KEEPS THE LATEST EARLIER YEAR-END, WHERE THE YEAR
      *    BEING CLOSED BEGAN.
       1350-SCAN-CALENDAR.
           READ CAL-FILE
               AT END
                   SET WS-CAL-EOF TO TRUE
               NOT AT END
                   IF CAL-FISCAL-YEAR-END
                       IF CAL-DATE = WS-YEAR-END-DATE
                           SET WS-YEAR-END-ON-CALENDAR TO TRUE
                       END-IF
                       IF CAL-DATE < WS-YEAR-END-DATE
                           AND (WS-CAL-PRIOR-YEAR-END = SPACES
                           OR CAL-DATE > WS-CAL-PRIOR-YEAR-END)
                           MOVE CAL-DATE TO WS-CAL-PRIOR-YEAR-END
                       END-IF
                   END-IF
           END-READ.

       1400-CHECK-HISTORY.
           OPEN INPUT YRH-FILE.
           IF WS-YRH-FILE-OK
               PERFORM 1450-SCAN-HISTORY
                   UNTIL WS-YRH-EOF
           END-IF.
           CLOSE YRH-FILE.
           IF WS-ALREADY-CLOSED
               STRING "FISCAL YEAR ENDING " WS-YEAR-END-DATE
                       " IS ALREADY CLOSED"
                       DELIMITED BY SIZE INTO WS-REFUSAL-TEXT
               END-STRING
               PERFORM 9100-REFUSE-CLOSE
           END-IF.

       1450-SCAN-HISTORY.
           READ YRH-FILE
               AT END
                   SET WS-YRH-EOF TO TRUE
               NOT AT END
                   IF YRH-YEAR-END-DATE = WS-YEAR-END-DATE
                       SET WS-ALREADY-CLOSED TO TRUE
                   END-IF
           END-READ.

      *    THE CONTROL RECORD STAYS IN THE FILE AREA FOR THE WHOLE
      *    RUN - IT IS THE SNAPSHOT, AND THE BASE OF THE RESET COPY.
       1500-LOAD-CONTROL.
           OPEN INPUT CTL-FILE.
           READ CTL-FILE
               AT END
                   SET WS-CTL-FILE-AT-END TO TRUE
           END-READ.
           IF NOT WS-CTL-FILE-OK
               CLOSE CTL-FILE
               MOVE "NO CONTROL RECORD TO CLOSE" TO WS-REFUSAL-TEXT
               PERFORM 9100-REFUSE-CLOSE
           END-IF.
           CLOSE CTL-FILE.

      *    THE YEAR BEGINS THE DAY AFTER THE PREVIOUS YEAR-END: THE
      *    LATEST EARLIER ONE MARKED ON THE CALENDAR, OR THE SAME
      *    DATE A YEAR BACK WHEN NONE IS MARKED (OR THE MARKED ONE
      *    IS OLDER - A YEAR NEVER SPANS MORE THAN THIRTEEN
      *    CALENDAR MONTHS). SERIAL-MONTH ARITHMETIC NUMBERS THE
      *    MONTHS WITHOUT ANY YEAR-BOUNDARY TRAP.
       1600-SET-FISCAL-YEAR.
           MOVE WS-YEAR-END-DATE TO WS-DATE-X.
           SUBTRACT 10000 FROM WS-DATE-9.
           IF WS-DATE-X (5:4) = "0229"
               MOVE "0228" TO WS-DATE-X (5:4)
           END-IF.
           MOVE WS-DATE-X TO WS-PRIOR-YEAR-END.
           IF WS-CAL-PRIOR-YEAR-END NOT = SPACES
               AND WS-CAL-PRIOR-YEAR-END > WS-PRIOR-YEAR-END
               MOVE WS-CAL-PRIOR-YEAR-END TO WS-PRIOR-YEAR-END
           END-IF.
           MOVE WS-PRIOR-YEAR-END TO WS-DATE-X.
           COMPUTE WS-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE (WS-DATE-9) + 1.
           COMPUTE WS-DATE-9 =
                   FUNCTION DATE-OF-INTEGER (WS-DATE-INTEGER).
           MOVE WS-DATE-X TO WS-YEAR-START-DATE.
           MOVE WS-DATE-X (1:4) TO WS-SERIAL-YYYY.
           MOVE WS-DATE-X (5:2) TO WS-SERIAL-MM.
           COMPUTE WS-START-SERIAL =
                   (WS-SERIAL-YYYY * 12) + WS-SERIAL-MM - 1.
           MOVE WS-YEAR-END-DATE (1:4) TO WS-SERIAL-YYYY.
           MOVE WS-YEAR-END-DATE (5:2) TO WS-SERIAL-MM.
           COMPUTE WS-FY-MONTHS =
                   (WS-SERIAL-YYYY * 12) + WS-SERIAL-MM - 1
                   - WS-START-SERIAL + 1.
           PERFORM VARYING WS-MON-SUB FROM 1 BY 1
                   UNTIL WS-MON-SUB > WS-FY-MONTHS
               COMPUTE WS-MONTH-SERIAL =
                       WS-START-SERIAL + WS-MON-SUB - 1
               COMPUTE WS-SERIAL-YYYY = WS-MONTH-SERIAL / 12
               COMPUTE WS-SERIAL-MM =
                       WS-MONTH-SERIAL - (WS-SERIAL-YYYY * 12) + 1
               STRING WS-SERIAL-YYYY WS-SERIAL-MM
                       DELIMITED BY SIZE
                       INTO WS-FY-MONTH-KEY (WS-MON-SUB)
               END-STRING
           END-PERFORM.

       1700-LOAD-CATEGORY-MASTER.
           READ CATM-FILE
               AT END
                   SET WS-CATM-EOF TO TRUE
               NOT AT END
                   IF WS-MST-COUNT-USED < 100
                       ADD 1 TO WS-MST-COUNT-USED
                       MOVE WS-MST-COUNT-USED TO WS-MST-SUB
                       MOVE CATM-CATEGORY-CODE
                           TO WS-MST-CODE (WS-MST-SUB)
                       MOVE CATM-DESCRIPTION
                           TO WS-MST-DESC (WS-MST-SUB)
                       MOVE CATM-BRANCH-NAME
                           TO WS-MST-BRANCH (WS-MST-SUB)
                   END-IF
           END-READ.

       1800-READ-MTD.
           READ MTD-FILE
               AT END
                   SET WS-MTD-EOF TO TRUE
           END-READ.

      *    ONLY THE FISCAL YEAR'S BUSINESS DATES COUNT - EARLIER
      *    YEARS STAY ON THE MASTER UNTIL THE RETENTION PURGE.
       2000-LOAD-YEAR.
           IF MTD-BUSINESS-DATE NUMERIC
               IF MTD-BUSINESS-DATE > WS-PRIOR-YEAR-END
                   AND MTD-BUSINESS-DATE NOT > WS-YEAR-END-DATE
                   PERFORM 2100-POST-TO-TABLE
               END-IF
           ELSE
               ADD 1 TO WS-DROPPED-COUNT
           END-IF.
           PERFORM 1800-READ-MTD.

       2100-POST-TO-TABLE.
           MOVE MTD-CATEGORY-CODE TO WS-LOOKUP-CODE.
           PERFORM 8000-FIND-OR-CREATE-CATEGORY.
           IF WS-FOUND
               MOVE MTD-BUSINESS-DATE (1:4) TO WS-RECORD-YYYY
               MOVE MTD-BUSINESS-DATE (5:2) TO WS-RECORD-MM
               COMPUTE WS-MON-SUB =
                       (WS-RECORD-YYYY * 12) + WS-RECORD-MM - 1
                       - WS-START-SERIAL + 1
               ADD MTD-DAY-COUNT
                   TO WS-SUM-MON-COUNT (WS-CAT-SUB WS-MON-SUB)
               ADD MTD-DAY-AMOUNT
                   TO WS-SUM-MON-AMOUNT (WS-CAT-SUB WS-MON-SUB)
               ADD MTD-CYCLE-ROLLS
                   TO WS-SUM-MON-ROLLS (WS-CAT-SUB WS-MON-SUB)
               ADD MTD-DAY-COUNT TO WS-SUM-TOT-COUNT (WS-CAT-SUB)
               ADD MTD-DAY-AMOUNT TO WS-SUM-TOT-AMOUNT (WS-CAT-SUB)
               ADD MTD-CYCLE-ROLLS TO WS-SUM-TOT-ROLLS (WS-CAT-SUB)
           ELSE
               ADD 1 TO WS-DROPPED-COUNT
           END-IF.

      *    ONE HISTORY RECORD PER CONTROL-FILE CATEGORY, EXACTLY AS
      *    THE CONTROL RECORD STANDS BEFORE THE RESET.
       3000-WRITE-HISTORY.
           OPEN EXTEND YRH-FILE.
           PERFORM VARYING WS-CTL-SUB FROM 1 BY 1
                   UNTIL WS-CTL-SUB > CTL-CATEGORY-COUNT-USED
               MOVE SPACES TO YRH-RECORD
               MOVE WS-YEAR-END-DATE TO YRH-YEAR-END-DATE
               MOVE CTL-CATEGORY-CODE (WS-CTL-SUB)
                   TO YRH-CATEGORY-CODE
               MOVE CTL-CATEGORY-COUNT (WS-CTL-SUB)
                   TO YRH-FINAL-COUNT
               MOVE CTL-CATEGORY-CYCLE (WS-CTL-SUB)
                   TO YRH-FINAL-CYCLE
               MOVE CTL-CATEGORY-AMOUNT (WS-CTL-SUB)
                   TO YRH-FINAL-AMOUNT
               MOVE WS-YEAR-START-DATE TO YRH-YEAR-START-DATE
               MOVE WS-RUN-DATE TO YRH-CLOSE-RUN-DATE
               WRITE YRH-RECORD
               ADD 1 TO WS-HISTORY-COUNT
           END-PERFORM.
           CLOSE YRH-FILE.

       4000-PRINT-CATEGORY-SUMMARY.
           MOVE "ANNUAL SUMMARY BY CATEGORY" TO SECTION-TEXT.
           MOVE YRE-SECTION-LINE TO WS-YRE-HOLD-LINE.
           PERFORM 9000-WRITE-YRE-LINE.
           PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                   UNTIL WS-CAT-SUB > WS-SUM-CAT-USED
               PERFORM 4100-PRINT-ONE-CATEGORY
               PERFORM 4300-ROLL-INTO-BRANCH
           END-PERFORM.
           MOVE WS-GRAND-COUNT TO GRAND-COUNT.
           MOVE WS-GRAND-AMOUNT TO GRAND-AMOUNT.
           MOVE YRE-GRAND-LINE TO WS-YRE-HOLD-LINE.
           PERFORM 9000-WRITE-YRE-LINE.

       4100-PRINT-ONE-CATEGORY.
           MOVE WS-SUM-CODE (WS-CAT-SUB) TO CAT-HDG-CODE.
           MOVE WS-SUM-DESC (WS-CAT-SUB) TO CAT-HDG-DESC.
           MOVE WS-SUM-BRANCH (WS-CAT-SUB) TO CAT-HDG-BRANCH.
           MOVE YRE-CAT-HDG TO WS-YRE-HOLD-LINE.
           PERFORM 9000-WRITE-YRE-LINE.
           MOVE YRE-COL-HDG TO WS-YRE-HOLD-LINE.
           PERFORM 9000-WRITE-YRE-LINE.
           PERFORM VARYING WS-MON-SUB FROM 1 BY 1
                   UNTIL WS-MON-SUB > WS-FY-MONTHS
               MOVE WS-FY-MONTH-KEY (WS-MON-SUB) TO MON-KEY-OUT
               MOVE WS-SUM-MON-COUNT (WS-CAT-SUB WS-MON-SUB)
                   TO MON-COUNT
               MOVE WS-SUM-MON-AMOUNT (WS-CAT-SUB WS-MON-SUB)
                   TO MON-AMOUNT
               MOVE WS-SUM-MON-ROLLS (WS-CAT-SUB WS-MON-SUB)
                   TO MON-ROLLS
               MOVE YRE-MONTH-LINE TO WS-YRE-HOLD-LINE
               PERFORM 9000-WRITE-YRE-LINE
           END-PERFORM.
           MOVE WS-SUM-TOT-COUNT (WS-CAT-SUB) TO TOT-COUNT.
           MOVE WS-SUM-TOT-AMOUNT (WS-CAT-SUB) TO TOT-AMOUNT.
           MOVE WS-SUM-TOT-ROLLS (WS-CAT-SUB) TO TOT-ROLLS.
           MOVE YRE-TOTAL-LINE TO WS-YRE-HOLD-LINE.
           PERFORM 9000-WRITE-YRE-LINE.
           IF WS-SUM-CTL-SUB (WS-CAT-SUB) > 0
               MOVE WS-SUM-CTL-SUB (WS-CAT-SUB) TO WS-CTL-SUB
               MOVE CTL-CATEGORY-COUNT (WS-CTL-SUB) TO CLS-COUNT
               MOVE CTL-CATEGORY-CYCLE (WS-CTL-SUB) TO CLS-CYCLE
               MOVE CTL-CATEGORY-AMOUNT (WS-CTL-SUB) TO CLS-AMOUNT
               MOVE YRE-CLOSING-LINE TO WS-YRE-HOLD-LINE
           ELSE
               MOVE YRE-NO-CLOSING-LINE TO WS-YRE-HOLD-LINE
           END-IF.
           PERFORM 9000-WRITE-YRE-LINE.
           ADD WS-SUM-TOT-COUNT (WS-CAT-SUB) TO WS-GRAND-COUNT.
           ADD WS-SUM-TOT-AMOUNT (WS-CAT-SUB) TO WS-GRAND-AMOUNT.

       4300-ROLL-INTO-BRANCH.
           MOVE WS-SUM-BRANCH (WS-CAT-SUB) TO WS-LOOKUP-BRANCH.
           PERFORM 8100-FIND-OR-CREATE-BRANCH.
           IF WS-FOUND
               ADD 1 TO WS-BR-CATEGORIES (WS-BR-SUB)
               PERFORM VARYING WS-MON-SUB FROM 1 BY 1
                       UNTIL WS-MON-SUB > WS-FY-MONTHS
                   ADD WS-SUM-MON-COUNT (WS-CAT-SUB WS-MON-SUB)
                       TO WS-BR-MON-COUNT (WS-BR-SUB WS-MON-SUB)
                   ADD WS-SUM-MON-AMOUNT (WS-CAT-SUB WS-MON-SUB)
                       TO WS-BR-MON-AMOUNT (WS-BR-SUB WS-MON-SUB)
                   ADD WS-SUM-MON-ROLLS (WS-CAT-SUB WS-MON-SUB)
                       TO WS-BR-MON-ROLLS (WS-BR-SUB WS-MON-SUB)
               END-PERFORM
               ADD WS-SUM-TOT-COUNT (WS-CAT-SUB)
                   TO WS-BR-TOT-COUNT (WS-BR-SUB)
               ADD WS-SUM-TOT-AMOUNT (WS-CAT-SUB)
                   TO WS-BR-TOT-AMOUNT (WS-BR-SUB)
               ADD WS-SUM-TOT-ROLLS (WS-CAT-SUB)
                   TO WS-BR-TOT-ROLLS (WS-BR-SUB)
           END-IF.

       4500-PRINT-BRANCH-SUMMARY.
           MOVE "ANNUAL SUMMARY BY BRANCH" TO SECTION-TEXT.
           MOVE YRE-SECTION-LINE TO WS-YRE-HOLD-LINE.
           PERFORM 9000-WRITE-YRE-LINE.
           PERFORM VARYING WS-BR-SUB FROM 1 BY 1
                   UNTIL WS-BR-SUB > WS-BR-USED
               PERFORM 4600-PRINT-ONE-BRANCH
           END-PERFORM.

       4600-PRINT-ONE-BRANCH.
           MOVE WS-BR-NAME (WS-BR-SUB) TO BR-HDG-NAME.
           MOVE WS-BR-CATEGORIES (WS-BR-SUB) TO BR-HDG-CATEGORIES.
           MOVE YRE-BR-HDG TO WS-YRE-HOLD-LINE.
           PERFORM 9000-WRITE-YRE-LINE.
           MOVE YRE-COL-HDG TO WS-YRE-HOLD-LINE.
           PERFORM 9000-WRITE-YRE-LINE.
           PERFORM VARYING WS-MON-SUB FROM 1 BY 1
                   UNTIL WS-MON-SUB > WS-FY-MONTHS
               MOVE WS-FY-MONTH-KEY (WS-MON-SUB) TO MON-KEY-OUT
               MOVE WS-BR-MON-COUNT (WS-BR-SUB WS-MON-SUB)
                   TO MON-COUNT
               MOVE WS-BR-MON-AMOUNT (WS-BR-SUB WS-MON-SUB)
                   TO MON-AMOUNT
               MOVE WS-BR-MON-ROLLS (WS-BR-SUB WS-MON-SUB)
                   TO MON-ROLLS
               MOVE YRE-MONTH-LINE TO WS-YRE-HOLD-LINE
               PERFORM 9000-WRITE-YRE-LINE
           END-PERFORM.
           MOVE WS-BR-TOT-COUNT (WS-BR-SUB) TO TOT-COUNT.
           MOVE WS-BR-TOT-AMOUNT (WS-BR-SUB) TO TOT-AMOUNT.
           MOVE WS-BR-TOT-ROLLS (WS-BR-SUB) TO TOT-ROLLS.
           MOVE YRE-TOTAL-LINE TO WS-YRE-HOLD-LINE.
           PERFORM 9000-WRITE-YRE-LINE.

      *    EVERY CODE KEEPS ITS SLOT; ONLY THE COUNTS, CYCLES AND
      *    DOLLARS START THE NEW YEAR AT ZERO.
       4800-RESET-CONTROL.
           MOVE CTL-RECORD TO CTN-RECORD.
           PERFORM VARYING WS-CTL-SUB FROM 1 BY 1
                   UNTIL WS-CTL-SUB > CTN-CATEGORY-COUNT-USED
               MOVE 0 TO CTN-CATEGORY-COUNT (WS-CTL-SUB)
               MOVE 0 TO CTN-CATEGORY-CYCLE (WS-CTL-SUB)
               MOVE 0 TO CTN-CATEGORY-AMOUNT (WS-CTL-SUB)
           END-PERFORM.
           OPEN OUTPUT CTLNEW-FILE.
           WRITE CTN-RECORD.
           CLOSE CTLNEW-FILE.
           MOVE WS-HISTORY-COUNT TO RST-HISTORY-COUNT.
           MOVE YRE-RESET-LINE TO WS-YRE-HOLD-LINE.
           PERFORM 9000-WRITE-YRE-LINE.

       5000-FINALIZE.
           IF WS-DROPPED-COUNT > 0
               DISPLAY "DLYYRE01 " WS-DROPPED-COUNT
                       " MASTER RECORDS COULD NOT BE REPORTED"
           END-IF.
           CLOSE MTD-FILE.
           CLOSE YRERPT-FILE.
           DISPLAY "DLYYRE01 FISCAL YEAR " WS-YEAR-START-DATE
                   " TO " WS-YEAR-END-DATE " CLOSED - "
                   WS-HISTORY-COUNT " CATEGORIES".

       5100-PRINT-HEADINGS.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE WS-PAGE-COUNT TO HDG-PAGE-NBR.
           MOVE YRE-HDG-1 TO YRERPT-LINE.
           WRITE YRERPT-LINE.
           MOVE 1 TO WS-LINE-COUNT.

       8000-FIND-OR-CREATE-CATEGORY.
           SET WS-FOUND-SW TO "N".
           PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                   UNTIL WS-CAT-SUB > WS-SUM-CAT-USED
               IF WS-LOOKUP-CODE = WS-SUM-CODE (WS-CAT-SUB)
                   MOVE WS-CAT-SUB TO WS-FOUND-SUB
                   SET WS-FOUND TO TRUE
                   MOVE WS-SUM-CAT-USED TO WS-CAT-SUB
               END-IF
           END-PERFORM.
           IF WS-FOUND
               MOVE WS-FOUND-SUB TO WS-CAT-SUB
           ELSE
               IF WS-SUM-CAT-USED < 100
                   ADD 1 TO WS-SUM-CAT-USED
                   MOVE WS-SUM-CAT-USED TO WS-CAT-SUB
                   INITIALIZE WS-SUM-CAT-ENTRY (WS-CAT-SUB)
                   MOVE WS-LOOKUP-CODE TO WS-SUM-CODE (WS-CAT-SUB)
                   MOVE "** NOT ON MASTER **"
                       TO WS-SUM-BRANCH (WS-CAT-SUB)
                   PERFORM VARYING WS-MST-SUB FROM 1 BY 1
                           UNTIL WS-MST-SUB > WS-MST-COUNT-USED
                       IF WS-LOOKUP-CODE = WS-MST-CODE (WS-MST-SUB)
                           MOVE WS-MST-DESC (WS-MST-SUB)
                               TO WS-SUM-DESC (WS-CAT-SUB)
                           MOVE WS-MST-BRANCH (WS-MST-SUB)
                               TO WS-SUM-BRANCH (WS-CAT-SUB)
                           MOVE WS-MST-COUNT-USED TO WS-MST-SUB
                       END-IF
                   END-PERFORM
                   SET WS-FOUND TO TRUE
               END-IF
           END-IF.

       8100-FIND-OR-CREATE-BRANCH.
           SET WS-FOUND-SW TO "N".
           PERFORM VARYING WS-BR-SUB FROM 1 BY 1
                   UNTIL WS-BR-SUB > WS-BR-USED
               IF WS-LOOKUP-BRANCH = WS-BR-NAME (WS-BR-SUB)
                   MOVE WS-BR-SUB TO WS-FOUND-SUB
                   SET WS-FOUND TO TRUE
                   MOVE WS-BR-USED TO WS-BR-SUB
               END-IF
           END-PERFORM.
           IF WS-FOUND
               MOVE WS-FOUND-SUB TO WS-BR-SUB
           ELSE
               IF WS-BR-USED < 100
                   ADD 1 TO WS-BR-USED
                   MOVE WS-BR-USED TO WS-BR-SUB
                   INITIALIZE WS-BR-ENTRY (WS-BR-SUB)
                   MOVE WS-LOOKUP-BRANCH TO WS-BR-NAME (WS-BR-SUB)
                   SET WS-FOUND TO TRUE
               END-IF
           END-IF.

       9000-WRITE-YRE-LINE.
           IF WS-LINE-COUNT >= WS-MAX-LINES
               PERFORM 5100-PRINT-HEADINGS
           END-IF.
           MOVE WS-YRE-HOLD-LINE TO YRERPT-LINE.
           WRITE YRERPT-LINE.
           ADD 1 TO WS-LINE-COUNT.

      *    CALLED ONLY FROM 1000-INITIALIZE, BEFORE ANY FILE IS
      *    OPENED FOR OUTPUT - A REFUSED CLOSE CHANGES NOTHING.
       9100-REFUSE-CLOSE.
           DISPLAY "DLYYRE01 YEAR-END CLOSE REFUSED - "
                   WS-REFUSAL-TEXT.
           MOVE 12 TO RETURN-CODE.
           STOP RUN.
