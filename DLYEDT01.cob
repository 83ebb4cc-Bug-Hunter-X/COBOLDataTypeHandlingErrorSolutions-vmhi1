      * DUPLICATE-BATCH TEST, THE BUSINESS-CALENDAR CHECK ON EACH
      * BATCH'S BUSINESS DATE, THE CATEGORY MASTER LOOKUP AND THE
      * LABEL AND AMOUNT EDITS, PLUS THE REGISTER'S CATEGORY-TABLE
      * CAPACITY (SEEDED FROM THE CONTROL FILE). A REVERSAL RECORD IS
      * EDITED AGAINST THE ARCHIVED AUDIT TRAIL (AUDHIST) THE WAY THE
      * REGISTER EDITS IT: THE POSTING IT NAMES MUST BE ARCHIVED, NOT
      * YET REVERSED (THERE OR EARLIER IN THIS FEED), AND FOR THE
      * SAME DOLLARS WHEN THE FEED GIVES AN AMOUNT. A RECORD THAT
      * PASSES EVERY EDIT IS THEN TESTED AGAINST ITS CATEGORY'S
      * CEILINGS ON THE LIMITS MASTER (LIMFILE) THE WAY THE REGISTER
      * TESTS IT, AND ONE THAT BREAKS A CEILING IS PROJECTED AS HELD
      * FOR SUPERVISOR RELEASE - NEITHER ACCEPTED NOR REJECTED, AND
      * NO BAR TO THE RUN. A POSTING UNDER A CODE MERGED INTO
      * ANOTHER (STATUS "M" ON THE CATEGORY MASTER) IS EDITED AND
      * PROJECTED UNDER ITS SURVIVOR, AS THE REGISTER WILL REDIRECT
      * IT, AND NOTED ON THE REPORT; A REVERSAL UNDER ONE IS
      * REDIRECTED THE SAME WAY AND ITS POSTING LOOKED FOR UNDER THE
      * OLD CODE BEFORE THE MERGE DATE AND THE SURVIVOR FROM IT ON.
      * THE EDIT REPORT (EDTRPT) SHOWS EVERY
      * PROBLEM FOUND AND THE PROJECTED ACCEPT/REJECT/HELD COUNTS PER
      * BATCH AND PER CATEGORY, SO A BAD FEED IS CHASED UPSTREAM IN
      * THE EVENING INSTEAD OF BEING
      * DISCOVERED MID-RUN AT 2 AM. NOTHING IS WRITTEN ANYWHERE BUT
      * THE REPORT. RETURN CODES: 0 FEED CLEAN; 4 ONLY RECORD-LEVEL
      * REJECTS PROJECTED (THE REGISTER WOULD STILL RUN - THEY FLOW
      * TO THE REPAIR CYCLE); 8 A BATCH WOULD BE REFUSED OR THE FEED
      * IS UNFRAMED - THE JOB HOLDS THE REGISTER STEP ON RC=8.
      * RUN-STATE: THE STEP ONLY RUNS WHEN THE RUN-STATE MASTER
      * (RUNSTATE) SHOWS DLYREGJ STARTED OR FAILED - RUNCHK01, THE
      * JOB'S FIRST STEP, RECORDS THE START - AND RECORDS ITS OWN
      * END AS PROGRESS (STILL STARTED), OR AS FAILED WHEN THE
      * RETURN CODE STOPS THE REST OF THE JOB.
      ******************************************************************

       ENVIRONMENT DIVISION.
               FILE STATUS IS WS-CTL-FILE-STATUS.

           SELECT OPTIONAL PRCS-FILE ASSIGN TO "PRCSLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRCS-BATCH-ID
               ALTERNATE RECORD KEY IS PRCS-RUN-DATE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS PRCS-BUSINESS-DATE
                   WITH DUPLICATES
               FILE STATUS IS WS-PRCS-FILE-STATUS.

           SELECT OPTIONAL PARM-FILE ASSIGN TO "PARMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-FILE-STATUS.

           SELECT OPTIONAL AUDH-FILE ASSIGN TO "AUDHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDH-FILE-STATUS.

           SELECT OPTIONAL LIM-FILE ASSIGN TO "LIMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIM-FILE-STATUS.

           SELECT EDTRPT-FILE ASSIGN TO "EDTRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RUN-FILE ASSIGN TO "RUNSTATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRAN-FILE.
       FD  CAL-FILE.
           COPY CALREC.

       FD  AUDH-FILE.
           COPY AUDREC REPLACING LEADING ==AUD== BY ==AUH==.

       FD  LIM-FILE.
           COPY LIMREC.

       FD  EDTRPT-FILE.
       01  EDTRPT-LINE                 PIC X(132).

       FD  RUN-FILE.
           COPY RUNREC.

       WORKING-STORAGE SECTION.
       01  WS-CONTROL-SWITCHES.
           05  WS-TRAN-FILE-STATUS     PIC X(02) VALUE SPACES.
               88  WS-CAL-FILE-OK          VALUE "00".
           05  WS-CAL-EOF-SW           PIC X(01) VALUE "N".
               88  WS-CAL-EOF              VALUE "Y".
           05  WS-AUDH-FILE-STATUS     PIC X(02) VALUE SPACES.
               88  WS-AUDH-FILE-OK         VALUE "00".
           05  WS-AUDH-EOF-SW          PIC X(01) VALUE "N".
               88  WS-AUDH-EOF             VALUE "Y".
           05  WS-LIM-FILE-STATUS      PIC X(02) VALUE SPACES.
               88  WS-LIM-FILE-OK          VALUE "00".
           05  WS-LIM-EOF-SW           PIC X(01) VALUE "N".
               88  WS-LIM-EOF              VALUE "Y".
           05  WS-DATE-OVERRIDE-SW     PIC X(01) VALUE "N".
               88  WS-DATE-OVERRIDE        VALUE "Y".
           05  WS-FATAL-SW             PIC X(01) VALUE "N".
               10  WS-MASTER-CODE      PIC X(04).
               10  WS-MASTER-DESC      PIC X(30).
               10  WS-MASTER-STATUS    PIC X(01).
               10  WS-MASTER-MERGED-INTO
                                       PIC X(04).
               10  WS-MASTER-MERGE-DATE
                                       PIC X(08).

       01  WS-MASTER-WORK.
           05  WS-MST-SUB              PIC 9(03).
               88  WS-MASTER-VALID         VALUE "Y".
           05  WS-MASTER-CLOSED-SW     PIC X(01) VALUE "N".
               88  WS-MASTER-CLOSED-CAT    VALUE "Y".
           05  WS-MASTER-MERGED-SW     PIC X(01) VALUE "N".
               88  WS-MASTER-MERGED        VALUE "Y".
           05  WS-MERGED-INTO-CODE     PIC X(04).
           05  WS-MERGE-DATE           PIC X(08).
           05  WS-REDIRECT-SW          PIC X(01) VALUE "N".
               88  WS-REDIRECTED           VALUE "Y".
           05  WS-REDIRECT-FROM-CODE   PIC X(04).
           05  WS-REDIRECT-MERGE-DATE  PIC X(08).

      *    SIMULATION OF THE LIVE REGISTER'S CATEGORY TABLE, SEEDED
      *    FROM THE CONTROL FILE: A FEED CODE THAT WOULD NEED A SLOT
           05  WS-REG-ROOM-SW          PIC X(01) VALUE "N".
               88  WS-REG-HAS-ROOM         VALUE "Y".

      *    PROJECTED ACCEPT/REJECT/HELD COUNTS PER FEED CATEGORY
      *    CODE, AND THE GROSS DOLLARS (WITHOUT SIGNS) THE FEED WOULD
      *    POST TO IT - THE FIGURE THE REGISTER TESTS THE DAILY
      *    CEILING AGAINST.
       01  WS-PROJECTION-TABLE.
           05  WS-PRJ-COUNT-USED       PIC 9(3) VALUE 0.
           05  WS-PRJ-ENTRY OCCURS 100 TIMES.
               10  WS-PRJ-CODE         PIC X(04).
               10  WS-PRJ-ACCEPT       PIC 9(5).
               10  WS-PRJ-REJECT       PIC 9(5).
               10  WS-PRJ-HELD         PIC 9(5).
               10  WS-PRJ-DAY-GROSS    PIC 9(9)V99.

       01  WS-PROJECTION-WORK.
           05  WS-PRJ-SUB              PIC 9(3).
           05  WS-PRJ-FOUND-SW         PIC X(01) VALUE "N".
               88  WS-PRJ-FOUND            VALUE "Y".

      *    THE LIMITS MASTER, LOADED THE SAME WAY DLYREG01 LOADS IT
      *    SO BOTH PROGRAMS HOLD THE SAME ITEMS.
       01  WS-LIMIT-TABLE.
           05  WS-LIM-COUNT-USED       PIC 9(3) VALUE 0.
           05  WS-LIM-ENTRY OCCURS 100 TIMES.
               10  WS-LIM-CODE         PIC X(04).
               10  WS-LIM-ITEM-CEILING PIC 9(7)V99.
               10  WS-LIM-DAILY-CEILING
                                       PIC 9(9)V99.

       01  WS-HOLD-WORK.
           05  WS-HOLD-RESULT-SW       PIC X(01) VALUE SPACE.
               88  WS-HOLD-NONE            VALUE " ".
               88  WS-HOLD-FOR-ITEM        VALUE "I".
               88  WS-HOLD-FOR-DAILY       VALUE "D".
           05  WS-LIM-SUB              PIC 9(03).
           05  WS-HOLD-ITEM-AMOUNT     PIC S9(7)V99.
           05  WS-HOLD-TEST-AMOUNT     PIC S9(9)V99.

      *    ONE ENTRY PER FRAMED BATCH, IN FEED ORDER.
       01  WS-BATCH-TABLE.
           05  WS-BTC-COUNT            PIC 9(2) VALUE 0.
               10  WS-BTC-RECORDS      PIC 9(5).
               10  WS-BTC-ACCEPT       PIC 9(5).
               10  WS-BTC-REJECT       PIC 9(5).
               10  WS-BTC-HELD         PIC 9(5).

       01  WS-BATCH-WORK.
           05  WS-BTC-CUR              PIC 9(2) VALUE 0.
           05  WS-SAME-DAY-SW          PIC X(01) VALUE "N".
               88  WS-SAME-DAY             VALUE "Y".

      *    THE OUTCOME OF EDITING ONE REVERSAL, JUDGED EXACTLY AS
      *    DLYREG01 JUDGES IT: THE MOST RECENT ARCHIVED POSTING WITH
      *    THE NAMED COUNTER VALUE (BY AUDIT TIMESTAMP) IS THE ONE
      *    NAMED, AND ONLY A REVERSAL STAMPED AFTER IT COUNTS.
       01  WS-REVERSAL-WORK.
           05  WS-REV-RESULT-SW        PIC X(01) VALUE SPACE.
               88  WS-REV-ACCEPTABLE       VALUE "Y".
               88  WS-REV-BAD-CATEGORY     VALUE "C".
               88  WS-REV-BAD-AMOUNT       VALUE "A".
               88  WS-REV-NOT-FOUND        VALUE "N".
               88  WS-REV-ALREADY-DONE     VALUE "D".
               88  WS-REV-AMOUNT-DIFFERS   VALUE "M".
               88  WS-REV-TABLE-FULL       VALUE "F".
           05  WS-REV-ORIG-FOUND-SW    PIC X(01) VALUE "N".
               88  WS-REV-ORIG-FOUND       VALUE "Y".
           05  WS-REV-DONE-SW          PIC X(01) VALUE "N".
               88  WS-REV-DONE             VALUE "Y".
           05  WS-REV-ORIG-AMOUNT      PIC S9(7)V99.
           05  WS-REV-ORIG-STAMP       PIC X(26).
           05  WS-REV-LAST-STAMP       PIC X(26).
           05  WS-REV-ENTRY-DATE       PIC X(08).
           05  WS-REV-CODE-MATCH-SW    PIC X(01) VALUE "N".
               88  WS-REV-CODE-MATCHES     VALUE "Y".
           05  WS-REV-SUB              PIC 9(03).
           05  WS-REV-REASON-TEXT      PIC X(30).

      *    REVERSALS THIS FEED WOULD HAVE ACCEPTED SO FAR, SO A
      *    SECOND REVERSAL OF THE SAME POSTING IN ONE FEED IS CAUGHT
      *    THE SAME AS THE REGISTER CATCHES IT.
       01  WS-REVERSAL-TABLE.
           05  WS-REV-COUNT-USED       PIC 9(3) VALUE 0.
           05  WS-REV-ENTRY OCCURS 200 TIMES.
               10  WS-REV-CATEGORY     PIC X(04).
               10  WS-REV-COUNTER      PIC 9(05).

       01  WS-EDIT-COUNTS.
           05  WS-ACCEPT-COUNT         PIC 9(6) VALUE 0.
           05  WS-REJECT-COUNT         PIC 9(6) VALUE 0.
           05  WS-HELD-COUNT           PIC 9(6) VALUE 0.

       01  WS-REPORT-WORK.
           05  WS-PAGE-COUNT           PIC 9(3) VALUE 0.
           05  BAT-ACCEPT              PIC ZZZZ9.
           05  FILLER                  PIC X(08) VALUE " REJECT".
           05  BAT-REJECT              PIC ZZZZ9.
           05  FILLER                  PIC X(06) VALUE " HELD".
           05  BAT-HELD                PIC ZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  BAT-VERDICT             PIC X(16).

           05  CAT-ACCEPT              PIC ZZZZ9.
           05  FILLER                  PIC X(08) VALUE " REJECT".
           05  CAT-REJECT              PIC ZZZZ9.
           05  FILLER                  PIC X(06) VALUE " HELD".
           05  CAT-HELD                PIC ZZZZ9.

       01  EDT-TOTAL-LINE.
           05  FILLER                  PIC X(18)
           05  TOT-ACCEPT              PIC ZZZZZ9.
           05  FILLER                  PIC X(10) VALUE "  REJECT:".
           05  TOT-REJECT              PIC ZZZZZ9.
           05  FILLER                  PIC X(08) VALUE "  HELD:".
           05  TOT-HELD                PIC ZZZZZ9.

       01  EDT-VERDICT-LINE.
           05  FILLER                  PIC X(09) VALUE "VERDICT:".
           05  VER-TEXT                PIC X(60).

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
           PERFORM 2000-EDIT-FEED
               UNTIL WS-TRAN-EOF OR WS-FEED-FATAL.
           PERFORM 3000-FINALIZE.
           PERFORM 8900-UPDATE-RUN-STATE.
           STOP RUN.

       0100-CHECK-RUN-STATE.
           PERFORM 0110-READ-RUN-STATE.
           IF NOT WS-RUN-JOB-STARTED AND NOT WS-RUN-JOB-FAILED
               DISPLAY "DLYEDT01 REFUSED - " WS-RUN-JOB-NAME
                       " HAS NOT BEEN CLEARED TO RUN BY ITS RUN-STATE "
                       "CHECK STEP (RUNCHK01)"
               DISPLAY "DLYEDT01 LAST RUN-STATE ON FILE IS '"
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
      *    THE CATEGORY MASTER IS REQUIRED, SAME AS IN DLYREG01 -
      *    WITHOUT IT THERE IS NOTHING MEANINGFUL TO EDIT AGAINST.
               UNTIL WS-CAL-EOF.
           CLOSE CAL-FILE.
           PERFORM 1070-SET-EXPECTED-DATE.
      *    NO LIMITS MASTER MEANS NO CEILINGS - NOTHING IS HELD.
           OPEN INPUT LIM-FILE.
           PERFORM 1085-LOAD-LIMITS
               UNTIL WS-LIM-EOF.
           CLOSE LIM-FILE.
           OPEN INPUT TRAN-FILE.
           OPEN OUTPUT EDTRPT-FILE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
                           TO WS-MASTER-DESC (WS-MST-SUB)
                       MOVE CATM-STATUS
                           TO WS-MASTER-STATUS (WS-MST-SUB)
                       MOVE CATM-MERGED-INTO
                           TO WS-MASTER-MERGED-INTO (WS-MST-SUB)
                       MOVE CATM-MERGE-DATE
                           TO WS-MASTER-MERGE-DATE (WS-MST-SUB)
                   END-IF
           END-READ.

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

      *    THE LAST LOGGED BUSINESS DATE IS THE HIGHEST ONE ON THE
      *    LOG'S BUSINESS-DATE KEY, THE SAME READ DLYREG01 MAKES.
       1070-SET-EXPECTED-DATE.
           SET WS-PRCS-EOF-SW TO "N".
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
           PERFORM 1075-SCAN-LOG-FOR-DATE
               UNTIL WS-PRCS-EOF.
           CLOSE PRCS-FILE.
           END-IF.

       1075-SCAN-LOG-FOR-DATE.
           READ PRCS-FILE PREVIOUS RECORD
               AT END
                   SET WS-PRCS-EOF TO TRUE
               NOT AT END
                   IF PRCS-BUSINESS-DATE NUMERIC
                       MOVE PRCS-BUSINESS-DATE
                           TO WS-LAST-LOGGED-DATE
                       SET WS-PRCS-EOF TO TRUE
                   END-IF
           END-READ.

               ADD 1 TO WS-CAL-DATE-INTEGER
           END-IF.

       1085-LOAD-LIMITS.
           READ LIM-FILE
               AT END
                   SET WS-LIM-EOF TO TRUE
               NOT AT END
                   IF WS-LIM-COUNT-USED < 100
                       ADD 1 TO WS-LIM-COUNT-USED
                       MOVE LIM-CATEGORY-CODE
                           TO WS-LIM-CODE (WS-LIM-COUNT-USED)
                       MOVE LIM-ITEM-CEILING
                           TO WS-LIM-ITEM-CEILING (WS-LIM-COUNT-USED)
                       MOVE LIM-DAILY-CEILING
                           TO WS-LIM-DAILY-CEILING (WS-LIM-COUNT-USED)
                   END-IF
           END-READ.

       1100-READ-TRAN.
           READ TRAN-FILE
               AT END
               MOVE 0 TO WS-BTC-RECORDS (WS-BTC-CUR)
               MOVE 0 TO WS-BTC-ACCEPT (WS-BTC-CUR)
               MOVE 0 TO WS-BTC-REJECT (WS-BTC-CUR)
               MOVE 0 TO WS-BTC-HELD (WS-BTC-CUR)
               PERFORM 2150-CHECK-PROCESSED-LOG
               PERFORM 2180-CHECK-BUSINESS-DATE
           ELSE
      *    A BATCH ID ALREADY ON THE PROCESSED-BATCH LOG WOULD BE
      *    REFUSED BY THE REGISTER.
       2150-CHECK-PROCESSED-LOG.
           OPEN INPUT PRCS-FILE.
           IF WS-PRCS-FILE-OK
               MOVE WS-BATCH-ID TO PRCS-BATCH-ID
               READ PRCS-FILE
                   KEY IS PRCS-BATCH-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 2170-DUPLICATE-BATCH
               END-READ
           END-IF.
           CLOSE PRCS-FILE.

       2170-DUPLICATE-BATCH.
           IF WS-BTC-STATUS (WS-BTC-CUR) NOT = "F"
               INITIALIZE MSG-TEXT
               STRING "DUPLICATE BATCH " WS-BATCH-ID
                       " ALREADY PROCESSED - WOULD BE "
                       "REFUSED"
                       DELIMITED BY SIZE INTO MSG-TEXT
               END-STRING
               PERFORM 9100-WRITE-MESSAGE
               MOVE "F" TO WS-BTC-STATUS (WS-BTC-CUR)
               SET WS-BATCH-FAILURES-SEEN TO TRUE
           END-IF.

      *    THE SAME BUSINESS-CALENDAR TEST DLYREG01 APPLIES AT
      *    HEADER TIME: THE BATCH DATE MUST BE THE EXPECTED NEXT

       2300-EDIT-DATA-RECORD.
           IF NOT WS-BATCH-OPEN AND NOT TRAN-RESUBMITTED
                   AND NOT TRAN-RELEASED
               MOVE "BATCH DATA BEFORE HEADER - FEED NOT FRAMED"
                   TO MSG-TEXT
               PERFORM 9100-WRITE-MESSAGE
               SET WS-FEED-FATAL TO TRUE
           ELSE
               IF WS-BATCH-OPEN AND NOT TRAN-RESUBMITTED
                       AND NOT TRAN-RELEASED
                   ADD 1 TO WS-BATCH-RECORD-COUNT
                   PERFORM 2350-ACCUMULATE-HASH
               END-IF
                   ADD 1 TO WS-BTC-RECORDS (WS-BTC-CUR)
                   PERFORM 2380-CHECK-BUFFER-LIMIT
               END-IF
               IF TRAN-REVERSAL
                   PERFORM 2500-APPLY-REVERSAL-EDITS
               ELSE
                   PERFORM 2400-APPLY-RECORD-EDITS
               END-IF
           END-IF.

       2350-ACCUMULATE-HASH.
      *    THE RECORD-LEVEL EDITS, IN THE SAME ORDER AND WITH THE
      *    SAME PRECEDENCE AS DLYREG01'S: CATEGORY (CLOSED/UNKNOWN)
      *    OUTRANKS TABLE CAPACITY, WHICH OUTRANKS THE LABEL, WHICH
      *    OUTRANKS THE AMOUNT. A RECORD THAT PASSES THEM ALL IS
      *    THEN TESTED AGAINST THE CEILINGS - EXCEPT ONE A SUPERVISOR
      *    HAS ALREADY RELEASED, WHICH THE REGISTER POSTS UNTESTED.
      *    A MERGED CODE IS EDITED UNDER ITS SURVIVOR, AS THE
      *    REGISTER WILL REDIRECT IT; THE FEED CODE IS PUT BACK AT
      *    THE END SO THE RECORD IS LEFT AS READ.
       2400-APPLY-RECORD-EDITS.
           MOVE TRAN-DESCRIPTION TO WS-WORK-LABEL.
           IF WS-WORK-LABEL = SPACES
           END-IF.
           PERFORM 2410-VALIDATE-LABEL.
           PERFORM 2420-VALIDATE-AMOUNT.
           MOVE TRAN-CATEGORY-CODE TO WS-REDIRECT-FROM-CODE.
           PERFORM 2430-VALIDATE-CATEGORY.
           IF WS-MASTER-MERGED
               PERFORM 2435-REDIRECT-MERGED-CODE
           END-IF.
           IF WS-MASTER-VALID
               PERFORM 2440-CHECK-REGISTER-ROOM
           ELSE
           END-IF.
           IF WS-MASTER-VALID AND WS-REG-HAS-ROOM
                   AND WS-LABEL-VALID AND WS-AMOUNT-VALID
               PERFORM 2450-TALLY-PROJECTION
               IF TRAN-AMOUNT-ALPHA = SPACES
                   MOVE 0 TO WS-HOLD-ITEM-AMOUNT
               ELSE
                   MOVE TRAN-AMOUNT TO WS-HOLD-ITEM-AMOUNT
               END-IF
               SET WS-HOLD-NONE TO TRUE
               IF NOT TRAN-RELEASED
                   PERFORM 2470-TEST-CEILINGS
               END-IF
               IF WS-HOLD-NONE
                   ADD 1 TO WS-ACCEPT-COUNT
                   ADD 1 TO WS-PRJ-ACCEPT (WS-PRJ-SUB)
                   IF WS-HOLD-ITEM-AMOUNT < 0
                       SUBTRACT WS-HOLD-ITEM-AMOUNT
                           FROM WS-PRJ-DAY-GROSS (WS-PRJ-SUB)
                   ELSE
                       ADD WS-HOLD-ITEM-AMOUNT
                           TO WS-PRJ-DAY-GROSS (WS-PRJ-SUB)
                   END-IF
                   IF WS-BTC-CUR > 0
                       ADD 1 TO WS-BTC-ACCEPT (WS-BTC-CUR)
                   END-IF
               ELSE
                   ADD 1 TO WS-HELD-COUNT
                   ADD 1 TO WS-PRJ-HELD (WS-PRJ-SUB)
                   IF WS-BTC-CUR > 0
                       ADD 1 TO WS-BTC-HELD (WS-BTC-CUR)
                   END-IF
                   PERFORM 2490-REPORT-HOLD
               END-IF
           ELSE
               ADD 1 TO WS-REJECT-COUNT
               END-IF
               PERFORM 2460-REPORT-REJECT
           END-IF.
           MOVE WS-REDIRECT-FROM-CODE TO TRAN-CATEGORY-CODE.

       2410-VALIDATE-LABEL.
           SET WS-LABEL-VALID-SW TO "N".
       2430-VALIDATE-CATEGORY.
           SET WS-MASTER-VALID-SW TO "N".
           SET WS-MASTER-CLOSED-SW TO "N".
           SET WS-MASTER-MERGED-SW TO "N".
           PERFORM VARYING WS-MST-SUB FROM 1 BY 1
                   UNTIL WS-MST-SUB > WS-MASTER-COUNT-USED
               IF TRAN-CATEGORY-CODE = WS-MASTER-CODE (WS-MST-SUB)
                       SET WS-MASTER-VALID TO TRUE
                   ELSE
                       SET WS-MASTER-CLOSED-CAT TO TRUE
                       IF WS-MASTER-STATUS (WS-MST-SUB) = "M"
                           AND WS-MASTER-MERGED-INTO (WS-MST-SUB)
                               NOT = SPACES
                           SET WS-MASTER-MERGED TO TRUE
                           MOVE WS-MASTER-MERGED-INTO (WS-MST-SUB)
                               TO WS-MERGED-INTO-CODE
                           MOVE WS-MASTER-MERGE-DATE (WS-MST-SUB)
                               TO WS-MERGE-DATE
                       END-IF
                   END-IF
                   MOVE WS-MASTER-COUNT-USED TO WS-MST-SUB
               END-IF
           END-PERFORM.

      *    AS IN DLYREG01, A MERGE WITH NO DATE IS TAKEN AS NOT YET
      *    IN EFFECT FOR ANY POSTING ON THE ARCHIVE.
       2435-REDIRECT-MERGED-CODE.
           SET WS-REDIRECTED TO TRUE.
           MOVE WS-MERGE-DATE TO WS-REDIRECT-MERGE-DATE.
           IF WS-REDIRECT-MERGE-DATE = SPACES
               MOVE HIGH-VALUES TO WS-REDIRECT-MERGE-DATE
           END-IF.
           INITIALIZE MSG-TEXT.
           STRING "WOULD REDIRECT MERGED CATEGORY " TRAN-CATEGORY-CODE
                   " TO " WS-MERGED-INTO-CODE
                   DELIMITED BY SIZE INTO MSG-TEXT
           END-STRING.
           PERFORM 9100-WRITE-MESSAGE.
           MOVE WS-MERGED-INTO-CODE TO TRAN-CATEGORY-CODE.
           PERFORM 2430-VALIDATE-CATEGORY.

       2440-CHECK-REGISTER-ROOM.
           SET WS-REG-FOUND-SW TO "N".
           PERFORM VARYING WS-REG-SUB FROM 1 BY 1
                       TO WS-PRJ-CODE (WS-PRJ-SUB)
                   MOVE 0 TO WS-PRJ-ACCEPT (WS-PRJ-SUB)
                   MOVE 0 TO WS-PRJ-REJECT (WS-PRJ-SUB)
                   MOVE 0 TO WS-PRJ-HELD (WS-PRJ-SUB)
                   MOVE 0 TO WS-PRJ-DAY-GROSS (WS-PRJ-SUB)
               ELSE
                   MOVE 1 TO WS-PRJ-SUB
               END-IF
           END-IF.
           PERFORM 9100-WRITE-MESSAGE.

      *    THE SAME CEILING TEST AS 2060-TEST-CEILINGS IN DLYREG01:
      *    THE ITEM CEILING FIRST, THEN THE DAY'S GROSS DOLLARS FOR
      *    THE CATEGORY WITH THIS ITEM ADDED, ALL WITHOUT SIGNS.
       2470-TEST-CEILINGS.
           PERFORM VARYING WS-LIM-SUB FROM 1 BY 1
                   UNTIL WS-LIM-SUB > WS-LIM-COUNT-USED
               IF TRAN-CATEGORY-CODE = WS-LIM-CODE (WS-LIM-SUB)
                   PERFORM 2480-APPLY-CEILINGS
                   MOVE WS-LIM-COUNT-USED TO WS-LIM-SUB
               END-IF
           END-PERFORM.

       2480-APPLY-CEILINGS.
           IF WS-HOLD-ITEM-AMOUNT < 0
               COMPUTE WS-HOLD-TEST-AMOUNT = 0 - WS-HOLD-ITEM-AMOUNT
           ELSE
               MOVE WS-HOLD-ITEM-AMOUNT TO WS-HOLD-TEST-AMOUNT
           END-IF.
           IF WS-LIM-ITEM-CEILING (WS-LIM-SUB) > 0
               AND WS-HOLD-TEST-AMOUNT >
                   WS-LIM-ITEM-CEILING (WS-LIM-SUB)
               SET WS-HOLD-FOR-ITEM TO TRUE
           ELSE
               ADD WS-PRJ-DAY-GROSS (WS-PRJ-SUB)
                   TO WS-HOLD-TEST-AMOUNT
               IF WS-LIM-DAILY-CEILING (WS-LIM-SUB) > 0
                   AND WS-HOLD-TEST-AMOUNT >
                       WS-LIM-DAILY-CEILING (WS-LIM-SUB)
                   SET WS-HOLD-FOR-DAILY TO TRUE
               END-IF
           END-IF.

       2490-REPORT-HOLD.
           INITIALIZE MSG-TEXT.
           IF WS-HOLD-FOR-ITEM
               STRING "WOULD HOLD FOR RELEASE - OVER ITEM CEILING: "
                       TRAN-CATEGORY-CODE " " TRAN-AMOUNT-ALPHA
                       DELIMITED BY SIZE INTO MSG-TEXT
               END-STRING
           ELSE
               STRING "WOULD HOLD FOR RELEASE - OVER DAILY CEILING: "
                       TRAN-CATEGORY-CODE " " TRAN-AMOUNT-ALPHA
                       DELIMITED BY SIZE INTO MSG-TEXT
               END-STRING
           END-IF.
           PERFORM 9100-WRITE-MESSAGE.

      *    THE REGISTER'S REVERSAL EDITS, SAME ORDER AND PRECEDENCE:
      *    CATEGORY, AMOUNT FORMAT, THEN THE POSTING ON THE ARCHIVE.
      *    A MERGED CODE IS REDIRECTED TO ITS SURVIVOR AS FOR A
      *    POSTING, AND THE FEED CODE PUT BACK AT THE END.
       2500-APPLY-REVERSAL-EDITS.
           SET WS-REV-ACCEPTABLE TO TRUE.
           SET WS-REDIRECT-SW TO "N".
           MOVE TRAN-CATEGORY-CODE TO WS-REDIRECT-FROM-CODE.
           PERFORM 2420-VALIDATE-AMOUNT.
           PERFORM 2430-VALIDATE-CATEGORY.
           IF WS-MASTER-MERGED
               PERFORM 2435-REDIRECT-MERGED-CODE
           END-IF.
           IF NOT WS-MASTER-VALID
               SET WS-REV-BAD-CATEGORY TO TRUE
           ELSE
               IF NOT WS-AMOUNT-VALID
                   SET WS-REV-BAD-AMOUNT TO TRUE
               ELSE
                   IF TRAN-REV-COUNTER-ALPHA NUMERIC
                       PERFORM 2510-FIND-ORIGINAL-POSTING
                   ELSE
                       SET WS-REV-NOT-FOUND TO TRUE
                   END-IF
               END-IF
           END-IF.
           PERFORM 2450-TALLY-PROJECTION.
           IF WS-REV-ACCEPTABLE
               ADD 1 TO WS-REV-COUNT-USED
               MOVE TRAN-CATEGORY-CODE
                   TO WS-REV-CATEGORY (WS-REV-COUNT-USED)
               MOVE TRAN-REV-COUNTER
                   TO WS-REV-COUNTER (WS-REV-COUNT-USED)
               ADD 1 TO WS-ACCEPT-COUNT
               ADD 1 TO WS-PRJ-ACCEPT (WS-PRJ-SUB)
               IF WS-BTC-CUR > 0
                   ADD 1 TO WS-BTC-ACCEPT (WS-BTC-CUR)
               END-IF
           ELSE
               ADD 1 TO WS-REJECT-COUNT
               ADD 1 TO WS-PRJ-REJECT (WS-PRJ-SUB)
               IF WS-BTC-CUR > 0
                   ADD 1 TO WS-BTC-REJECT (WS-BTC-CUR)
               END-IF
               PERFORM 2560-REPORT-REVERSAL-REJECT
           END-IF.
           MOVE WS-REDIRECT-FROM-CODE TO TRAN-CATEGORY-CODE.

       2510-FIND-ORIGINAL-POSTING.
           SET WS-REV-ORIG-FOUND-SW TO "N".
           SET WS-REV-DONE-SW TO "N".
           MOVE LOW-VALUES TO WS-REV-ORIG-STAMP.
           MOVE LOW-VALUES TO WS-REV-LAST-STAMP.
           SET WS-AUDH-EOF-SW TO "N".
           OPEN INPUT AUDH-FILE.
           PERFORM 2520-SCAN-AUDIT-HISTORY
               UNTIL WS-AUDH-EOF.
           CLOSE AUDH-FILE.
           IF WS-REV-ORIG-FOUND
                   AND WS-REV-LAST-STAMP > WS-REV-ORIG-STAMP
               SET WS-REV-DONE TO TRUE
           END-IF.
           PERFORM VARYING WS-REV-SUB FROM 1 BY 1
                   UNTIL WS-REV-SUB > WS-REV-COUNT-USED
               IF TRAN-CATEGORY-CODE = WS-REV-CATEGORY (WS-REV-SUB)
                   AND TRAN-REV-COUNTER = WS-REV-COUNTER (WS-REV-SUB)
                   SET WS-REV-DONE TO TRUE
                   MOVE WS-REV-COUNT-USED TO WS-REV-SUB
               END-IF
           END-PERFORM.
           IF NOT WS-REV-ORIG-FOUND
               SET WS-REV-NOT-FOUND TO TRUE
           ELSE
               IF WS-REV-DONE
                   SET WS-REV-ALREADY-DONE TO TRUE
               ELSE
                   IF TRAN-AMOUNT-ALPHA NOT = SPACES
                       AND TRAN-AMOUNT NOT = WS-REV-ORIG-AMOUNT
                       SET WS-REV-AMOUNT-DIFFERS TO TRUE
                   ELSE
                       IF WS-REV-COUNT-USED NOT < 200
                           SET WS-REV-TABLE-FULL TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2520-SCAN-AUDIT-HISTORY.
           READ AUDH-FILE
               AT END
                   SET WS-AUDH-EOF TO TRUE
               NOT AT END
                   PERFORM 2525-TEST-ARCHIVED-CODE
                   IF WS-REV-CODE-MATCHES
                       PERFORM 2530-MATCH-ARCHIVED-ENTRY
                   END-IF
           END-READ.

      *    THE SAME TEST AS DLYREG01: A REDIRECTED REVERSAL'S POSTING
      *    IS UNDER THE OLD CODE BEFORE THE MERGE DATE AND UNDER THE
      *    SURVIVOR ON OR AFTER IT, DATED BY ITS BATCH BUSINESS DATE
      *    OR, OUTSIDE ANY BATCH, THE DAY IT WAS STAMPED.
       2525-TEST-ARCHIVED-CODE.
           SET WS-REV-CODE-MATCH-SW TO "N".
           IF AUH-BUSINESS-DATE = SPACES
               MOVE AUH-TIMESTAMP (1:8) TO WS-REV-ENTRY-DATE
           ELSE
               MOVE AUH-BUSINESS-DATE TO WS-REV-ENTRY-DATE
           END-IF.
           IF AUH-CATEGORY-CODE = TRAN-CATEGORY-CODE
               IF NOT WS-REDIRECTED
                   OR WS-REV-ENTRY-DATE NOT < WS-REDIRECT-MERGE-DATE
                   SET WS-REV-CODE-MATCHES TO TRUE
               END-IF
           ELSE
               IF WS-REDIRECTED
                   AND AUH-CATEGORY-CODE = WS-REDIRECT-FROM-CODE
                   AND WS-REV-ENTRY-DATE < WS-REDIRECT-MERGE-DATE
                   SET WS-REV-CODE-MATCHES TO TRUE
               END-IF
           END-IF.

       2530-MATCH-ARCHIVED-ENTRY.
           IF AUH-REVERSAL
               IF AUH-REVERSED-COUNTER = TRAN-REV-COUNTER
                   AND AUH-TIMESTAMP > WS-REV-LAST-STAMP
                   MOVE AUH-TIMESTAMP TO WS-REV-LAST-STAMP
               END-IF
           ELSE
               IF AUH-COUNTER-AFTER = TRAN-REV-COUNTER
                   AND AUH-TIMESTAMP > WS-REV-ORIG-STAMP
                   SET WS-REV-ORIG-FOUND TO TRUE
                   MOVE AUH-TIMESTAMP TO WS-REV-ORIG-STAMP
                   MOVE AUH-AMOUNT TO WS-REV-ORIG-AMOUNT
               END-IF
           END-IF.

       2560-REPORT-REVERSAL-REJECT.
           MOVE SPACES TO WS-REV-REASON-TEXT.
           IF WS-REV-BAD-CATEGORY
               IF WS-MASTER-CLOSED-CAT
                   MOVE "CLOSED CATEGORY" TO WS-REV-REASON-TEXT
               ELSE
                   MOVE "UNKNOWN CATEGORY" TO WS-REV-REASON-TEXT
               END-IF
           END-IF.
           IF WS-REV-BAD-AMOUNT
               MOVE "NON-NUMERIC AMOUNT" TO WS-REV-REASON-TEXT
           END-IF.
           IF WS-REV-NOT-FOUND
               MOVE "ORIGINAL NOT FOUND" TO WS-REV-REASON-TEXT
           END-IF.
           IF WS-REV-ALREADY-DONE
               MOVE "ALREADY REVERSED" TO WS-REV-REASON-TEXT
           END-IF.
           IF WS-REV-AMOUNT-DIFFERS
               MOVE "AMOUNT DOES NOT MATCH ORIGINAL"
                   TO WS-REV-REASON-TEXT
           END-IF.
           IF WS-REV-TABLE-FULL
               MOVE "REVERSAL TABLE FULL" TO WS-REV-REASON-TEXT
           END-IF.
           INITIALIZE MSG-TEXT.
           STRING "WOULD REJECT REVERSAL - " DELIMITED BY SIZE
                   WS-REV-REASON-TEXT DELIMITED BY "  "
                   ": " TRAN-CATEGORY-CODE " SEQ "
                   TRAN-REV-COUNTER-ALPHA
                   DELIMITED BY SIZE INTO MSG-TEXT
           END-STRING.
           PERFORM 9100-WRITE-MESSAGE.

       3000-FINALIZE.
           IF WS-BATCH-OPEN AND NOT WS-FEED-FATAL
               PERFORM 9300-BATCH-TRAILER-MISSING
               MOVE WS-PRJ-CODE (WS-PRJ-SUB) TO CAT-CODE
               MOVE WS-PRJ-ACCEPT (WS-PRJ-SUB) TO CAT-ACCEPT
               MOVE WS-PRJ-REJECT (WS-PRJ-SUB) TO CAT-REJECT
               MOVE WS-PRJ-HELD (WS-PRJ-SUB) TO CAT-HELD
               MOVE EDT-CATEGORY-LINE TO WS-EDT-HOLD-LINE
               PERFORM 9000-WRITE-EDT-LINE
           END-PERFORM.
           MOVE WS-ACCEPT-COUNT TO TOT-ACCEPT.
           MOVE WS-REJECT-COUNT TO TOT-REJECT.
           MOVE WS-HELD-COUNT TO TOT-HELD.
           MOVE EDT-TOTAL-LINE TO WS-EDT-HOLD-LINE.
           PERFORM 9000-WRITE-EDT-LINE.
           PERFORM 3200-SET-VERDICT.
           MOVE WS-BTC-RECORDS (WS-BTC-SUB) TO BAT-RECORDS.
           MOVE WS-BTC-ACCEPT (WS-BTC-SUB) TO BAT-ACCEPT.
           MOVE WS-BTC-REJECT (WS-BTC-SUB) TO BAT-REJECT.
           MOVE WS-BTC-HELD (WS-BTC-SUB) TO BAT-HELD.
           IF WS-BTC-STATUS (WS-BTC-SUB) = "F"
               MOVE "WOULD BE REFUSED" TO BAT-VERDICT
           ELSE
           END-IF.
           MOVE 0 TO WS-BTC-CUR.
           SET WS-BATCH-FAILURES-SEEN TO TRUE.

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
           MOVE "DLYEDT01" TO RUN-PROGRAM.
           MOVE WS-RUN-STAMP-DATE TO RUN-STAMP-DATE.
           MOVE WS-RUN-STAMP-TIME TO RUN-STAMP-TIME.
           WRITE RUN-RECORD.
           CLOSE RUN-FILE.
