      * OF FIVE DATASETS: THE EXCEPTION MESSAGES (COUNTED BY TYPE),
      * THE BALANCING RESULT LINE OFF BALRPT, THE UNMAPPED-TOTAL
      * FALLOUT OFF GLEXCP, THE OUTSTANDING REJECT COUNT AND
      * DOLLARS, THE LARGE ITEMS HELD FOR SUPERVISOR RELEASE (COUNT
      * AND DOLLARS - THE NIGHT'S NEW HOLDS AND THOSE HLDREL01 HAS
      * CARRIED FORWARD UNDECIDED ON HOLDOUT), THE CATEGORIES THE
      * VARIANCE STEP FLAGGED (RESULT LINE OFF VARRPT), AND THE
      * NIGHT'S PROCESSED-BATCH
      * LOG ENTRIES (BATCH ID, BUSINESS DATE, ACCEPTED/REJECTED/
      * AMOUNT) - THE
      * ENTRIES STAMPED WITH THE LATEST RUN DATE ON THE LOG, THE
      * REGISTER'S OWN STAMP, SO A JOB THAT CROSSES MIDNIGHT
      * BETWEEN THE REGISTER AND THIS STEP STILL FINDS THEM. THE
      * ANYTHING. EVERY INPUT IS OPTIONAL: A MISSING OR EMPTY PIECE
      * IS REPORTED AS SUCH AND COUNTS AGAINST THE VERDICT RATHER
      * THAN ABENDING THE DIGEST ITSELF.
      * RUN-STATE: THE DIGEST RUNS WHATEVER THE RUN-STATE MASTER
      * (RUNSTATE) SAYS. WHEN IT FINDS DLYREGJ STILL STARTED - THE
      * VARIANCE STEP NEVER RECORDED THE JOB COMPLETE - IT RECORDS
      * DLYREGJ FAILED FOR THE DATE, SO THE SCHEDULE STATUS REPORT
      * (RUNSTSJ) SHOWS IT AND TOMORROW'S REGISTER WAITS.
      ******************************************************************

       ENVIRONMENT DIVISION.
               FILE STATUS IS WS-RJCT-FILE-STATUS.

           SELECT OPTIONAL PRCS-FILE ASSIGN TO "PRCSLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRCS-BATCH-ID
               ALTERNATE RECORD KEY IS PRCS-RUN-DATE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS PRCS-BUSINESS-DATE
                   WITH DUPLICATES
               FILE STATUS IS WS-PRCS-FILE-STATUS.

           SELECT OPTIONAL HOLD-FILE ASSIGN TO "HOLDFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-FILE-STATUS.

           SELECT OPTIONAL HCRY-FILE ASSIGN TO "HOLDOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HCRY-FILE-STATUS.

           SELECT OPTIONAL VAR-FILE ASSIGN TO "VARRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VAR-FILE-STATUS.

           SELECT DIGRPT-FILE ASSIGN TO "DIGRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RUN-FILE ASSIGN TO "RUNSTATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXCP-FILE.
       FD  PRCS-FILE.
           COPY PRCSREC.

       FD  HOLD-FILE.
           COPY HOLDREC.

      *    THE HELD ITEMS HLDREL01 CARRIED FORWARD UNDECIDED.
       FD  HCRY-FILE.
           COPY HOLDREC REPLACING LEADING ==HOLD== BY ==HCRY==.

       FD  VAR-FILE.
       01  VAR-LINE                    PIC X(132).

       FD  DIGRPT-FILE.
       01  DIGRPT-LINE                 PIC X(132).

       FD  RUN-FILE.
           COPY RUNREC.

       WORKING-STORAGE SECTION.
       01  WS-CONTROL-SWITCHES.
           05  WS-EXCP-FILE-STATUS     PIC X(02) VALUE SPACES.
               88  WS-PRCS-FILE-OK         VALUE "00".
           05  WS-PRCS-EOF-SW          PIC X(01) VALUE "N".
               88  WS-PRCS-EOF             VALUE "Y".
           05  WS-HOLD-FILE-STATUS     PIC X(02) VALUE SPACES.
               88  WS-HOLD-FILE-OK         VALUE "00".
           05  WS-HOLD-EOF-SW          PIC X(01) VALUE "N".
               88  WS-HOLD-EOF             VALUE "Y".
           05  WS-HCRY-FILE-STATUS     PIC X(02) VALUE SPACES.
               88  WS-HCRY-FILE-OK         VALUE "00".
           05  WS-HCRY-EOF-SW          PIC X(01) VALUE "N".
               88  WS-HCRY-EOF             VALUE "Y".
           05  WS-VAR-FILE-STATUS      PIC X(02) VALUE SPACES.
               88  WS-VAR-FILE-OK          VALUE "00".
           05  WS-VAR-EOF-SW           PIC X(01) VALUE "N".
               88  WS-VAR-EOF              VALUE "Y".
           05  WS-VARIANCE-SW          PIC X(01) VALUE "N".
               88  WS-VARIANCE-FOUND       VALUE "Y".
           05  WS-BALANCE-SW           PIC X(01) VALUE "M".
               88  WS-IN-BALANCE           VALUE "Y".
               88  WS-OUT-OF-BALANCE       VALUE "N".
           05  WS-REJECT-COUNT         PIC 9(5) VALUE 0.
           05  WS-REJECT-AMOUNT        PIC S9(9)V99 VALUE 0.
           05  WS-UNMAPPED-COUNT       PIC 9(5) VALUE 0.
           05  WS-HELD-COUNT           PIC 9(5) VALUE 0.
           05  WS-HELD-AMOUNT          PIC S9(9)V99 VALUE 0.
           05  WS-VARIANCE-FLAGGED     PIC 9(5) VALUE 0.
           05  WS-VAR-FLAGGED-ALPHA    PIC X(05).
      *    THE LATEST RUN-DATE STAMP ON PRCSLOG IS THE REGISTER
      *    RUN THIS DIGEST FOLLOWS - BUT ONLY IF IT IS NO OLDER
      *    THAN YESTERDAY, SO A NIGHT THAT LOGGED NOTHING DOES NOT
           05  FILLER                  PIC X(09) VALUE "  AMOUNT".
           05  RJS-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99-.

       01  DIG-HELD-LINE.
           05  FILLER                  PIC X(21)
                   VALUE "HELD FOR RELEASE:".
           05  HLS-COUNT               PIC ZZZZ9.
           05  FILLER                  PIC X(09) VALUE "  AMOUNT".
           05  HLS-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99-.

       01  DIG-VARIANCE-LINE.
           05  FILLER                  PIC X(21)
                   VALUE "VARIANCE FLAGGED:".
           05  VRS-COUNT               PIC ZZZZ9.
           05  VRS-TEXT                PIC X(40).

       01  DIG-VERDICT-LINE.
           05  FILLER                  PIC X(09) VALUE "VERDICT:".
           05  VER-TEXT                PIC X(50).

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
           PERFORM 4000-DIGEST-BALANCING.
           PERFORM 5000-DIGEST-GL-FALLOUT.
           PERFORM 6000-DIGEST-REJECTS.
           PERFORM 6500-DIGEST-HELD-ITEMS.
           PERFORM 6700-DIGEST-VARIANCE.
           PERFORM 7000-FINALIZE.
           PERFORM 8900-UPDATE-RUN-STATE.
           STOP RUN.

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
           OPEN OUTPUT DIGRPT-FILE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.

      *    ONE LINE PER BATCH THE REGISTER LOGGED TODAY - A MORNING
      *    WITH NO ENTRY MEANS THE NIGHT NEVER COMPLETED A BATCH,
      *    WHICH IS THE FIRST THING TO KNOW. THE LATEST RUN DATE IS
      *    THE FIRST NUMERIC ONE READING BACKWARD DOWN THE LOG'S
      *    RUN-DATE KEY; THAT NIGHT'S BATCHES ARE THEN READ FORWARD
      *    ALONG THE SAME KEY AND LISTED IN THE ORDER IT RETURNS THEM
      *    (BATCH-ID ORDER ONCE THE INDEX HAS BEEN REBUILT), NOT
      *    NECESSARILY THE ORDER THE REGISTER LOGGED THEM.
       2000-DIGEST-BATCHES.
           OPEN INPUT PRCS-FILE.
           IF WS-PRCS-FILE-OK
               MOVE HIGH-VALUES TO PRCS-RUN-DATE
               START PRCS-FILE
                   KEY IS LESS THAN OR EQUAL TO PRCS-RUN-DATE
                   INVALID KEY
                       SET WS-PRCS-EOF TO TRUE
               END-START
           ELSE
               SET WS-PRCS-EOF TO TRUE
           END-IF.
           PERFORM 2050-FIND-NIGHT-RUN-DATE
               UNTIL WS-PRCS-EOF.
           IF WS-MAX-RUN-DATE NOT = SPACES
               AND WS-MAX-RUN-DATE NOT < WS-EARLIEST-RUN-DATE
               MOVE WS-MAX-RUN-DATE TO WS-NIGHT-RUN-DATE
               SET WS-PRCS-EOF-SW TO "N"
               MOVE WS-NIGHT-RUN-DATE TO PRCS-RUN-DATE
               START PRCS-FILE
                   KEY IS EQUAL TO PRCS-RUN-DATE
                   INVALID KEY
                       SET WS-PRCS-EOF TO TRUE
               END-START
               PERFORM 2100-READ-PROCESSED-LOG
                   UNTIL WS-PRCS-EOF
           END-IF.
           CLOSE PRCS-FILE.
           IF WS-BATCHES-TODAY = 0
               MOVE "NO BATCH PROCESSED ON THIS RUN DATE"
                   TO DIGRPT-LINE
           END-IF.

       2050-FIND-NIGHT-RUN-DATE.
           READ PRCS-FILE PREVIOUS RECORD
               AT END
                   SET WS-PRCS-EOF TO TRUE
               NOT AT END
                   IF PRCS-RUN-DATE NUMERIC
                       MOVE PRCS-RUN-DATE TO WS-MAX-RUN-DATE
                       SET WS-PRCS-EOF TO TRUE
                   END-IF
           END-READ.

       2100-READ-PROCESSED-LOG.
           READ PRCS-FILE NEXT RECORD
               AT END
                   SET WS-PRCS-EOF TO TRUE
               NOT AT END
                       MOVE PRCS-DAY-AMOUNT TO BAT-AMOUNT
                       MOVE DIG-BATCH-LINE TO DIGRPT-LINE
                       WRITE DIGRPT-LINE
                   ELSE
                       SET WS-PRCS-EOF TO TRUE
                   END-IF
           END-READ.

                   END-IF
           END-READ.

      *    A HELD ITEM IS NEITHER POSTED NOR REJECTED UNTIL A
      *    SUPERVISOR RELEASES OR DECLINES IT, SO ANY ON THE NIGHT'S
      *    HELD-ITEMS FILE NEED SOMEONE'S DECISION THIS MORNING - AND
      *    SO DO THE ONES STILL UNDECIDED FROM EARLIER NIGHTS, WHICH
      *    THE LAST HELD-ITEM RELEASE RUN CARRIED FORWARD ON HOLDOUT.
       6500-DIGEST-HELD-ITEMS.
           OPEN INPUT HCRY-FILE.
           PERFORM 6650-READ-CARRIED-ITEM
               UNTIL WS-HCRY-EOF.
           CLOSE HCRY-FILE.
           OPEN INPUT HOLD-FILE.
           PERFORM 6600-READ-HELD-ITEM
               UNTIL WS-HOLD-EOF.
           CLOSE HOLD-FILE.
           MOVE WS-HELD-COUNT TO HLS-COUNT.
           MOVE WS-HELD-AMOUNT TO HLS-AMOUNT.
           MOVE DIG-HELD-LINE TO DIGRPT-LINE.
           WRITE DIGRPT-LINE.
           IF WS-HELD-COUNT > 0
               SET WS-NEEDS-ATTENTION TO TRUE
           END-IF.

       6600-READ-HELD-ITEM.
           READ HOLD-FILE
               AT END
                   SET WS-HOLD-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-HELD-COUNT
                   IF HOLD-AMOUNT NUMERIC
                       ADD HOLD-AMOUNT TO WS-HELD-AMOUNT
                   END-IF
           END-READ.

       6650-READ-CARRIED-ITEM.
           READ HCRY-FILE
               AT END
                   SET WS-HCRY-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-HELD-COUNT
                   IF HCRY-AMOUNT NUMERIC
                       ADD HCRY-AMOUNT TO WS-HELD-AMOUNT
                   END-IF
           END-READ.

      *    THE VARIANCE STEP'S RESULT LINE STARTS "CATEGORIES
      *    FLAGGED:" - THE LAST ONE ON THE REPORT IS THE NIGHT'S
      *    ANSWER, THE SAME RULE AS THE BALANCING LINE. ANY FLAGGED
      *    CATEGORY, OR NO RESULT AT ALL, NEEDS EYES.
       6700-DIGEST-VARIANCE.
           OPEN INPUT VAR-FILE.
           PERFORM 6800-READ-VARIANCE-LINE
               UNTIL WS-VAR-EOF.
           CLOSE VAR-FILE.
           MOVE WS-VARIANCE-FLAGGED TO VRS-COUNT.
           IF WS-VARIANCE-FOUND
               IF WS-VARIANCE-FLAGGED > 0
                   MOVE "  SEE VARRPT" TO VRS-TEXT
                   SET WS-NEEDS-ATTENTION TO TRUE
               ELSE
                   MOVE SPACES TO VRS-TEXT
               END-IF
           ELSE
               MOVE "  NO VARIANCE RESULT - STEP DID NOT RUN"
                   TO VRS-TEXT
               SET WS-NEEDS-ATTENTION TO TRUE
           END-IF.
           MOVE DIG-VARIANCE-LINE TO DIGRPT-LINE.
           WRITE DIGRPT-LINE.

       6800-READ-VARIANCE-LINE.
           READ VAR-FILE
               AT END
                   SET WS-VAR-EOF TO TRUE
               NOT AT END
                   IF VAR-LINE (1:19) = "CATEGORIES FLAGGED:"
                       AND VAR-LINE (21:5) NOT = SPACES
                       SET WS-VARIANCE-FOUND TO TRUE
                       MOVE 0 TO WS-VARIANCE-FLAGGED
                       MOVE VAR-LINE (21:5) TO WS-VAR-FLAGGED-ALPHA
                       INSPECT WS-VAR-FLAGGED-ALPHA
                           REPLACING LEADING SPACE BY ZERO
                       IF WS-VAR-FLAGGED-ALPHA NUMERIC
                           MOVE WS-VAR-FLAGGED-ALPHA
                               TO WS-VARIANCE-FLAGGED
                       END-IF
                   END-IF
           END-READ.

       7000-FINALIZE.
           IF WS-NEEDS-ATTENTION
               MOVE "NEEDS ATTENTION" TO VER-TEXT
           MOVE DIG-VERDICT-LINE TO DIGRPT-LINE.
           WRITE DIGRPT-LINE.
           CLOSE DIGRPT-FILE.

       8900-UPDATE-RUN-STATE.
           PERFORM 0110-READ-RUN-STATE.
           IF WS-RUN-JOB-STARTED
               MOVE FUNCTION CURRENT-DATE TO WS-RUN-STAMP
               OPEN EXTEND RUN-FILE
               MOVE SPACES TO RUN-RECORD
               MOVE WS-RUN-BUSINESS-DATE TO RUN-BUSINESS-DATE
               MOVE WS-RUN-JOB-NAME TO RUN-JOB-NAME
               SET RUN-FAILED TO TRUE
               MOVE "DLYDIG01" TO RUN-PROGRAM
               MOVE WS-RUN-STAMP-DATE TO RUN-STAMP-DATE
               MOVE WS-RUN-STAMP-TIME TO RUN-STAMP-TIME
               MOVE "JOB ENDED WITHOUT COMPLETING" TO RUN-REMARK
               WRITE RUN-RECORD
               CLOSE RUN-FILE
               DISPLAY "DLYDIG01 DLYREGJ DID NOT COMPLETE FOR "
                       "BUSINESS DATE " WS-RUN-BUSINESS-DATE
                       " - RECORDED AS FAILED"
           END-IF.
