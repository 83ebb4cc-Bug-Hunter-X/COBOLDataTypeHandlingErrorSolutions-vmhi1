      * CARRIES A SUBTOTAL LINE PER BATCH SO EACH TRANSMISSION TIES
      * OUT ON ITS OWN, AND EVERY CLEANLY COMPLETED BATCH IS LOGGED
      * TO PRCSLOG AT END OF RUN WITH ITS RUN DATE AND SUBTOTALS.
      *
      * A REVERSAL RECORD (TRANREC TYPE "V") CANCELS AN EARLIER
      * POSTING NAMED BY CATEGORY AND COUNTER VALUE. IT IS EDITED
      * AGAINST THE ARCHIVED AUDIT TRAIL (AUDHIST): THE POSTING MUST
      * BE THERE, MUST NOT ALREADY HAVE BEEN REVERSED (ON THE ARCHIVE
      * OR EARLIER IN THIS RUN), AND A FEED AMOUNT, IF GIVEN, MUST
      * MATCH IT. AN ACCEPTED REVERSAL TAKES THE ORIGINAL DOLLARS
      * BACK OUT OF THE CATEGORY TOTALS WITHOUT CONSUMING A SEQUENCE
      * NUMBER, WRITES AN AUDIT ENTRY POINTING AT THE POSTING IT
      * CANCELS, AND IS LISTED IN ITS OWN SECTION AT THE END OF THE
      * REGISTER REPORT. A POSTING REACHES THE ARCHIVE ONLY WHEN THE
      * DAILY JOB ROLLS THE BALANCED TRAIL, SO A POSTING CANNOT BE
      * REVERSED ON THE SAME RUN THAT MADE IT.
      *
      * A POSTING THAT PASSES EVERY EDIT BUT BREAKS ONE OF ITS
      * CATEGORY'S CEILINGS ON THE LIMITS MASTER (LIMFILE - A SINGLE
      * ITEM TOO LARGE, OR THE DAY'S GROSS DOLLARS FOR THE CATEGORY
      * PUSHED PAST THE DAILY CEILING) IS NEITHER POSTED NOR
      * REJECTED: IT IS WRITTEN TO THE HELD-ITEMS FILE (HOLDFILE)
      * FOR A SUPERVISOR TO RELEASE OR DECLINE THROUGH HLDREL01,
      * COUNTED AS HELD IN ITS BATCH SUBTOTAL AND LISTED IN ITS OWN
      * SECTION AT THE END OF THE REGISTER REPORT. A RELEASED ITEM
      * COMES BACK AHEAD OF A LATER FEED MARKED "H" AND IS POSTED
      * WITHOUT BEING TESTED AGAINST THE CEILINGS AGAIN.
      *
      * EVERY FEED ALSO GETS A MACHINE-READABLE RETURN FILE (RTNFILE,
      * LAYOUT RTNREC) FOR THE SENDING SYSTEM: A HEADER PER BATCH
      * SAYING WHETHER IT WAS ACCEPTED OR REFUSED AND WHY, THE
      * ORIGINAL RECORD AND REASON CODE OF EVERY RECORD OF AN
      * ACCEPTED BATCH THAT WAS REJECTED, AND A TRAILER WITH THE
      * ACCEPTED AND REJECTED COUNTS AND DOLLARS. DLYBAL01 PROVES
      * THE TRAILER AGAINST PRCSLOG AND RJCTFILE.
      *
      * A CODE MERGED INTO ANOTHER BY CATMNT01 (STATUS "M" ON THE
      * CATEGORY MASTER, WITH ITS SURVIVOR) IS NOT REJECTED AS
      * CLOSED: A POSTING STILL ARRIVING UNDER IT IS REDIRECTED TO
      * THE SURVIVOR, POSTED AND COUNTED THERE, AND ITS REGISTER LINE
      * IS MARKED "REDIRECTED FROM" THE CODE IT WAS SENT UNDER. A
      * REDIRECTED RECORD THAT IS REJECTED ANYWAY GOES TO RJCTFILE
      * AND THE RETURN FILE UNDER THE CODE IT WAS SENT WITH. A
      * REVERSAL UNDER A MERGED CODE IS REDIRECTED THE SAME WAY: THE
      * POSTING IT NAMES IS LOOKED FOR UNDER THE OLD CODE IF IT WAS
      * MADE BEFORE THE MERGE DATE AND UNDER THE SURVIVOR IF ON OR
      * AFTER IT, AND THE DOLLARS COME BACK OUT OF THE SURVIVOR,
      * WHICH CATMNT01 GAVE THE OLD CODE'S RUN-TO-DATE DOLLARS.
      *
      * RUN-STATE: THE STEP ONLY RUNS WHEN THE RUN-STATE MASTER
      * (RUNSTATE) SHOWS DLYREGJ STARTED OR FAILED - RUNCHK01, THE
      * JOB'S FIRST STEP, RECORDS THE START - AND RECORDS ITS OWN
      * END AS PROGRESS (STILL STARTED), OR AS FAILED WHEN THE
      * RETURN CODE STOPS THE REST OF THE JOB.
      ******************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PRCS-FILE ASSIGN TO "PRCSLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRCS-BATCH-ID
               ALTERNATE RECORD KEY IS PRCS-RUN-DATE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS PRCS-BUSINESS-DATE
                   WITH DUPLICATES
               FILE STATUS IS WS-PRCS-FILE-STATUS.

           SELECT OPTIONAL MTD-FILE ASSIGN TO "MTDFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-FILE-STATUS.

           SELECT OPTIONAL AUDH-FILE ASSIGN TO "AUDHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDH-FILE-STATUS.

           SELECT OPTIONAL LIM-FILE ASSIGN TO "LIMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIM-FILE-STATUS.

           SELECT HOLD-FILE ASSIGN TO "HOLDFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-FILE-STATUS.

           SELECT RTN-FILE ASSIGN TO "RTNFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTN-FILE-STATUS.

           SELECT OPTIONAL RUN-FILE ASSIGN TO "RUNSTATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CTL-FILE.
       FD  CAL-FILE.
           COPY CALREC.

      *    THE ARCHIVED AUDIT TRAIL (EVERY RETAINED DAILY GENERATION)
      *    THAT A REVERSAL IS EDITED AGAINST.
       FD  AUDH-FILE.
           COPY AUDREC REPLACING LEADING ==AUD== BY ==AUH==.

       FD  LIM-FILE.
           COPY LIMREC.

       FD  HOLD-FILE.
           COPY HOLDREC.

       FD  RTN-FILE.
           COPY RTNREC.

       FD  RUN-FILE.
           COPY RUNREC.

       WORKING-STORAGE SECTION.
           COPY WSDATA.

               88  WS-CAL-FILE-OK          VALUE "00".
           05  WS-CAL-EOF-SW           PIC X(01) VALUE "N".
               88  WS-CAL-EOF              VALUE "Y".
           05  WS-AUDH-FILE-STATUS     PIC X(02) VALUE SPACES.
               88  WS-AUDH-FILE-OK         VALUE "00".
           05  WS-AUDH-EOF-SW          PIC X(01) VALUE "N".
               88  WS-AUDH-EOF             VALUE "Y".
           05  WS-AUD-EOF-SW           PIC X(01) VALUE "N".
               88  WS-AUD-EOF              VALUE "Y".
           05  WS-LIM-FILE-STATUS      PIC X(02) VALUE SPACES.
               88  WS-LIM-FILE-OK          VALUE "00".
           05  WS-LIM-EOF-SW           PIC X(01) VALUE "N".
               88  WS-LIM-EOF              VALUE "Y".
           05  WS-HOLD-FILE-STATUS     PIC X(02) VALUE SPACES.
               88  WS-HOLD-FILE-OK         VALUE "00".
           05  WS-HOLD-EOF-SW          PIC X(01) VALUE "N".
               88  WS-HOLD-EOF             VALUE "Y".
           05  WS-RTN-FILE-STATUS      PIC X(02) VALUE SPACES.
               88  WS-RTN-FILE-OK          VALUE "00".
           05  WS-RTN-EOF-SW           PIC X(01) VALUE "N".
               88  WS-RTN-EOF              VALUE "Y".

       01  WS-PARM-WORK.
           05  WS-INCREMENT-AMT        PIC 9(03) VALUE 1.
               10  WS-MASTER-CODE      PIC X(04).
               10  WS-MASTER-DESC      PIC X(30).
               10  WS-MASTER-STATUS    PIC X(01).
               10  WS-MASTER-MERGED-INTO
                                       PIC X(04).
               10  WS-MASTER-MERGE-DATE
                                       PIC X(08).

      *    IN-STORAGE COPY OF THE LIMITS MASTER, SAME SIZE AS THE
      *    CATEGORY MASTER TABLE. A CATEGORY NOT IN IT HAS NO
      *    CEILINGS; A ZERO CEILING IS NO LIMIT OF THAT KIND.
       01  WS-LIMIT-TABLE.
           05  WS-LIM-COUNT-USED       PIC 9(3) VALUE 0.
           05  WS-LIM-ENTRY OCCURS 100 TIMES.
               10  WS-LIM-CODE         PIC X(04).
               10  WS-LIM-ITEM-CEILING PIC 9(7)V99.
               10  WS-LIM-DAILY-CEILING
                                       PIC 9(9)V99.

      *    THE OUTCOME OF TESTING ONE POSTING AGAINST ITS CATEGORY'S
      *    CEILINGS, AND THE RUN'S HELD TOTALS FOR THE REGISTER.
       01  WS-HOLD-WORK.
           05  WS-HOLD-RESULT-SW       PIC X(01) VALUE SPACE.
               88  WS-HOLD-NONE            VALUE SPACE.
               88  WS-HOLD-FOR-ITEM        VALUE "I".
               88  WS-HOLD-FOR-DAILY       VALUE "D".
           05  WS-LIM-SUB              PIC 9(03).
           05  WS-HOLD-ITEM-AMOUNT     PIC S9(7)V99.
           05  WS-HOLD-TEST-AMOUNT     PIC S9(9)V99.
           05  WS-HOLD-CEILING         PIC 9(9)V99.
           05  WS-HELD-COUNT           PIC 9(5) VALUE 0.
           05  WS-HELD-AMOUNT          PIC S9(9)V99 VALUE 0.

      *    THE FEED TRAILER OF THE RETURN FILE. THE ACCEPTED FIGURES
      *    COME FROM THE BATCH TABLE AND THE REJECTED ONES FROM THE
      *    DETAILS ALREADY ON THE FILE, SO A RESTARTED RUN COUNTS
      *    WHAT ITS ABENDED ATTEMPT RETURNED AS WELL AS ITS OWN.
       01  WS-RETURN-WORK.
           05  WS-REFUSAL-REASON       PIC X(04) VALUE SPACES.
           05  WS-RTN-ACCEPTED-COUNT   PIC 9(7) VALUE 0.
           05  WS-RTN-ACCEPTED-AMOUNT  PIC S9(11)V99 VALUE 0.
           05  WS-RTN-REJECTED-COUNT   PIC 9(7) VALUE 0.
           05  WS-RTN-REJECTED-AMOUNT  PIC S9(11)V99 VALUE 0.

       01  WS-MASTER-WORK.
           05  WS-MST-SUB              PIC 9(03).
               88  WS-MASTER-VALID         VALUE "Y".
           05  WS-MASTER-CLOSED-SW     PIC X(01) VALUE "N".
               88  WS-MASTER-CLOSED-CAT    VALUE "Y".
           05  WS-MASTER-MERGED-SW     PIC X(01) VALUE "N".
               88  WS-MASTER-MERGED        VALUE "Y".
           05  WS-REDIRECT-SW          PIC X(01) VALUE "N".
               88  WS-REDIRECTED           VALUE "Y".
           05  WS-REDIRECT-FROM-CODE   PIC X(04).
           05  WS-REDIRECT-MERGE-DATE  PIC X(08).
           05  WS-LOOKUP-CODE          PIC X(04).
           05  WS-LOOKUP-DESC          PIC X(30).

       01  RPT-DETAIL-LINE.
           05  DTL-CATEGORY-CODE       PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
      *    "R" FLAGS A RECORD REPAIRED AND RESUBMITTED BY DLYRPR01,
      *    "H" A LARGE ITEM RELEASED FROM HOLD BY HLDREL01.
           05  DTL-RESUBMIT-MARK       PIC X(01).
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  DTL-SEQUENCE            PIC ZZZZ9.
           05  DTL-AMOUNT              PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-DESCRIPTION         PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-REDIRECT-NOTE       PIC X(20).

       01  RPT-SUMMARY-LINE.
           05  FILLER                  PIC X(12) VALUE SPACES.
           05  BSM-ACCEPTED            PIC ZZZZ9.
           05  FILLER                  PIC X(11) VALUE "  REJECTED".
           05  BSM-REJECTED            PIC ZZZZ9.
           05  FILLER                  PIC X(07) VALUE "  HELD".
           05  BSM-HELD                PIC ZZZZ9.
           05  FILLER                  PIC X(09) VALUE "  AMOUNT".
           05  BSM-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99-.

           05  FILLER                  PIC X(34)
                   VALUE "  REFUSED - SEE EXCEPTION MESSAGES".

       01  RPT-REV-HDG-LINE.
           05  FILLER                  PIC X(40)
                   VALUE "REVERSALS - POSTINGS CANCELLED THIS RUN".

       01  RPT-REV-DETAIL-LINE.
           05  RVD-CATEGORY-CODE       PIC X(04).
           05  FILLER                  PIC X(08) VALUE SPACES.
           05  RVD-SEQUENCE            PIC ZZZZ9.
           05  FILLER                  PIC X(07) VALUE SPACES.
           05  RVD-LABEL               PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RVD-AMOUNT              PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RVD-DESCRIPTION         PIC X(30).

       01  RPT-REV-TOTAL-LINE.
           05  FILLER                  PIC X(17)
                   VALUE "REVERSALS TOTAL:".
           05  RVT-COUNT               PIC ZZ9.
           05  FILLER                  PIC X(09) VALUE "  AMOUNT".
           05  RVT-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99-.

       01  RPT-HOLD-HDG-LINE.
           05  FILLER                  PIC X(40)
                   VALUE "HELD FOR SUPERVISOR RELEASE - NOT POSTED".

       01  RPT-HOLD-DETAIL-LINE.
           05  HLD-CATEGORY-CODE       PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  HLD-BATCH-ID            PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  HLD-LABEL               PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  HLD-AMOUNT              PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  HLD-REASON              PIC X(15).
           05  HLD-CEILING             PIC ZZZ,ZZZ,ZZ9.99.

       01  RPT-HOLD-TOTAL-LINE.
           05  FILLER                  PIC X(17)
                   VALUE "HELD TOTAL:".
           05  HLT-COUNT               PIC ZZZZ9.
           05  FILLER                  PIC X(09) VALUE "  AMOUNT".
           05  HLT-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99-.

       01  WS-AUDIT-WORK.
           05  WS-COUNTER-BEFORE       PIC 9(5).
           05  WS-CURRENT-TIMESTAMP    PIC X(26).
       01  WS-OVERFLOW-WORK.
           05  WS-OVERFLOW-SUM         PIC 9(6).

      *    THE OUTCOME OF EDITING ONE REVERSAL, AND THE LABEL AND
      *    AMOUNT OF THE ARCHIVED POSTING IT NAMES. A COUNTER VALUE
      *    CAN RECUR ONCE THE COUNTER HAS CYCLED, SO THE MOST RECENT
      *    POSTING (BY AUDIT TIMESTAMP) IS THE ONE NAMED, AND ONLY A
      *    REVERSAL STAMPED AFTER IT COUNTS AGAINST IT. GOING BY THE
      *    TIMESTAMPS KEEPS THE ANSWER THE SAME WHATEVER ORDER THE
      *    ARCHIVE GENERATIONS ARE CONCATENATED IN.
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
           05  WS-REV-ORIG-LABEL       PIC X(10).
           05  WS-REV-ORIG-AMOUNT      PIC S9(7)V99.
           05  WS-REV-ORIG-STAMP       PIC X(26).
           05  WS-REV-LAST-STAMP       PIC X(26).
           05  WS-REV-ENTRY-DATE       PIC X(08).
           05  WS-REV-CODE-MATCH-SW    PIC X(01) VALUE "N".
               88  WS-REV-CODE-MATCHES     VALUE "Y".
           05  WS-REV-SUB              PIC 9(03).
           05  WS-REV-TOTAL-AMOUNT     PIC S9(9)V99 VALUE 0.
           05  WS-REV-REASON-TEXT      PIC X(30).

      *    EVERY REVERSAL ACCEPTED ON THIS RUN - CHECKED SO THE SAME
      *    POSTING CANNOT BE REVERSED TWICE IN ONE FEED, AND PRINTED
      *    AS THE REVERSALS SECTION OF THE REGISTER. A RESTART
      *    REBUILDS IT FROM THE REVERSAL ENTRIES ALREADY ON AUDFILE.
       01  WS-REVERSAL-TABLE.
           05  WS-REV-COUNT-USED       PIC 9(3) VALUE 0.
           05  WS-REV-ENTRY OCCURS 200 TIMES.
               10  WS-REV-CATEGORY     PIC X(04).
               10  WS-REV-COUNTER      PIC 9(05).
               10  WS-REV-LABEL        PIC X(10).
               10  WS-REV-AMOUNT       PIC S9(7)V99.

      *    BATCH FRAMING STATE. THE TRAILER COUNT AND HASH COVER ONLY
      *    THE BATCH'S OWN DATA RECORDS - RESUBMITS CONCATENATED
      *    AHEAD OF THE FEED ARE OUTSIDE EVERY BATCH. EACH BATCH IS
               10  WS-BTC-ACCEPTED     PIC 9(5).
               10  WS-BTC-REJECTED     PIC 9(5).
               10  WS-BTC-AMOUNT       PIC S9(9)V99.
      *        NOT CHECKPOINTED - A RESTART RECOUNTS IT FROM THE
      *        HELD ITEMS THE ABENDED ATTEMPT ALREADY WROTE.
               10  WS-BTC-HELD         PIC 9(5).

       01  WS-BATCH-TABLE-WORK.
           05  WS-BTC-SEQ              PIC 9(2) VALUE 0.
           05  WS-BTC-CUR              PIC 9(2) VALUE 0.
           05  WS-BTC-SUB              PIC 9(2).

      *    LINEAGE OF THE RECORD BEING PROCESSED - ITS POSITION AMONG
      *    ITS BATCH'S DATA RECORDS (OR AMONG THE UNBATCHED REPAIRS
      *    AND RELEASES AHEAD OF THE FEED), STAMPED ON ITS AUDIT,
      *    REJECT OR HELD-ITEM RECORD. A BUFFERED BATCH'S POSITION IS
      *    ITS BUFFER SLOT; A STREAMED BATCH (RESTORED ON A RESTART)
      *    COUNTS ITS RECORDS AS THEY ARE READ, WHICH GIVES THE SAME
      *    NUMBERS. THE RESTART SKIP READS THROUGH THE SAME PATH, SO
      *    THE POSITIONS NEED NO CHECKPOINT.
       01  WS-LINEAGE-WORK.
           05  WS-FEED-POSITION        PIC 9(5) VALUE 0.
           05  WS-STREAM-POSITION      PIC 9(5) VALUE 0.
           05  WS-UNBATCHED-POSITION   PIC 9(5) VALUE 0.

      *    THE BATCH BUFFER - A NEW BATCH'S DATA RECORDS ARE HELD
      *    HERE UNTIL ITS TRAILER VERIFIES, THEN DELIVERED TO THE
      *    PROCESSING LOOP IN FEED ORDER. A BATCH THAT OUTGROWS THE
           05  WS-AMOUNT-VALID-SW      PIC X(01) VALUE "N".
               88  WS-AMOUNT-VALID         VALUE "Y".

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
           PERFORM 2000-PROCESS-COUNTER
               UNTIL WS-TRAN-EOF.
           PERFORM 3000-FINALIZE.
           PERFORM 8900-UPDATE-RUN-STATE.
           STOP RUN.

       0100-CHECK-RUN-STATE.
           PERFORM 0110-READ-RUN-STATE.
           IF NOT WS-RUN-JOB-STARTED AND NOT WS-RUN-JOB-FAILED
               DISPLAY "DLYREG01 REFUSED - " WS-RUN-JOB-NAME
                       " HAS NOT BEEN CLEARED TO RUN BY ITS RUN-STATE "
                       "CHECK STEP (RUNCHK01)"
               DISPLAY "DLYREG01 LAST RUN-STATE ON FILE IS '"
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
           MOVE 0 TO WS-CATEGORY-COUNT-USED.
      *    THE CATEGORY MASTER IS REQUIRED - WITHOUT IT EVERY FEED
               UNTIL WS-CAL-EOF.
           CLOSE CAL-FILE.
           PERFORM 1070-SET-EXPECTED-DATE.
           OPEN INPUT LIM-FILE.
           PERFORM 1085-LOAD-LIMITS
               UNTIL WS-LIM-EOF.
           CLOSE LIM-FILE.

           IF WS-RESTARTED
      *        A RESTART PICKS UP MID-FILE - APPEND TO THE TRAIL THIS
      *        RUN RESUMES RATHER THAN DESTROYING WHAT WAS ALREADY
      *        WRITTEN BEFORE THE ABEND. THE REVERSALS THE ABENDED
      *        ATTEMPT ALREADY ACCEPTED ARE RELOADED FROM ITS TRAIL
      *        FIRST, SO THEY STILL BLOCK A SECOND REVERSAL AND STILL
      *        PRINT IN THE REVERSALS SECTION. THE SAME PASS REBUILDS
      *        EACH CATEGORY'S GROSS DAY DOLLARS FROM THE POSTINGS ON
      *        THE TRAIL, SINCE THE CHECKPOINT DOES NOT CARRY THEM.
               OPEN INPUT AUD-FILE
               PERFORM 1090-RELOAD-REVERSALS
                   UNTIL WS-AUD-EOF
               CLOSE AUD-FILE
               OPEN INPUT HOLD-FILE
               PERFORM 1095-RELOAD-HELD-ITEMS
                   UNTIL WS-HOLD-EOF
               CLOSE HOLD-FILE
               OPEN EXTEND EXCP-FILE
               OPEN EXTEND AUD-FILE
               OPEN EXTEND RPT-FILE
               OPEN EXTEND RJCT-FILE
               OPEN EXTEND HOLD-FILE
               OPEN EXTEND RTN-FILE
           ELSE
               OPEN OUTPUT EXCP-FILE
               OPEN OUTPUT AUD-FILE
               OPEN OUTPUT RPT-FILE
               OPEN OUTPUT RJCT-FILE
               OPEN OUTPUT HOLD-FILE
               OPEN OUTPUT RTN-FILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           STRING WS-CURR-MM "/" WS-CURR-DD "/" WS-CURR-YYYY
                           TO WS-MASTER-DESC (WS-MST-SUB)
                       MOVE CATM-STATUS
                           TO WS-MASTER-STATUS (WS-MST-SUB)
                       MOVE CATM-MERGED-INTO
                           TO WS-MASTER-MERGED-INTO (WS-MST-SUB)
                       MOVE CATM-MERGE-DATE
                           TO WS-MASTER-MERGE-DATE (WS-MST-SUB)
                   ELSE
                       DISPLAY "DLYREG01 CATEGORY MASTER OVERFLOW - "
                               "CODE " CATM-CATEGORY-CODE " IGNORED"
               AT END
                   SET WS-CAL-EOF TO TRUE
               NOT AT END
                   IF CAL-HOLIDAY
                       IF WS-HOL-COUNT-USED < 200
                           ADD 1 TO WS-HOL-COUNT-USED
                           MOVE CAL-DATE
                               TO WS-HOL-DATE (WS-HOL-COUNT-USED)
                       ELSE
                           DISPLAY "DLYREG01 CALENDAR TABLE FULL - "
                                   CAL-DATE " IGNORED"
                       END-IF
                   END-IF
           END-READ.

      *    THE LAST LOGGED BUSINESS DATE IS THE HIGHEST ONE ON THE
      *    LOG'S BUSINESS-DATE KEY - READ BACKWARD FROM THE TOP UNTIL
      *    A DATE THAT PARSES.
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

       1090-RELOAD-REVERSALS.
           READ AUD-FILE
               AT END
                   SET WS-AUD-EOF TO TRUE
               NOT AT END
                   IF NOT AUD-REVERSAL
                       PERFORM 1092-RELOAD-DAY-GROSS
                   END-IF
                   IF AUD-REVERSAL AND WS-REV-COUNT-USED < 200
                       ADD 1 TO WS-REV-COUNT-USED
                       MOVE WS-REV-COUNT-USED TO WS-REV-SUB
                       MOVE AUD-CATEGORY-CODE
                           TO WS-REV-CATEGORY (WS-REV-SUB)
                       MOVE AUD-REVERSED-COUNTER
                           TO WS-REV-COUNTER (WS-REV-SUB)
                       MOVE AUD-ALPHA-VALUE TO WS-REV-LABEL (WS-REV-SUB)
                       MOVE AUD-AMOUNT TO WS-REV-AMOUNT (WS-REV-SUB)
                       ADD AUD-AMOUNT TO WS-REV-TOTAL-AMOUNT
                   END-IF
           END-READ.

      *    A REVERSAL TAKES NOTHING BACK OUT OF THE GROSS - THE
      *    POSTING IT CANCELS WAS STILL DOLLARS MOVED THAT DAY.
       1092-RELOAD-DAY-GROSS.
           PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                   UNTIL WS-CAT-SUB > WS-CATEGORY-COUNT-USED
               IF AUD-CATEGORY-CODE = WS-CATEGORY-CODE (WS-CAT-SUB)
                   IF AUD-AMOUNT < 0
                       SUBTRACT AUD-AMOUNT
                           FROM WS-CATEGORY-DAY-GROSS (WS-CAT-SUB)
                   ELSE
                       ADD AUD-AMOUNT
                           TO WS-CATEGORY-DAY-GROSS (WS-CAT-SUB)
                   END-IF
                   MOVE WS-CATEGORY-COUNT-USED TO WS-CAT-SUB
               END-IF
           END-PERFORM.

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
                   ELSE
                       DISPLAY "DLYREG01 LIMITS TABLE FULL - "
                               "CODE " LIM-CATEGORY-CODE " IGNORED"
                   END-IF
           END-READ.

      *    THE ITEMS THE ABENDED ATTEMPT ALREADY HELD ARE COUNTED
      *    BACK INTO THEIR BATCHES' SUBTOTALS AND THE RUN TOTALS -
      *    THE BATCH TABLE RESTORED FROM THE CHECKPOINT DOES NOT
      *    CARRY THEM.
       1095-RELOAD-HELD-ITEMS.
           READ HOLD-FILE
               AT END
                   SET WS-HOLD-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-HELD-COUNT
                   ADD HOLD-AMOUNT TO WS-HELD-AMOUNT
                   IF HOLD-BATCH-ID NOT = SPACES
                       PERFORM VARYING WS-BTC-SUB FROM 1 BY 1
                               UNTIL WS-BTC-SUB > WS-BTC-COUNT
                           IF HOLD-BATCH-ID = WS-BTC-ID (WS-BTC-SUB)
                               ADD 1 TO WS-BTC-HELD (WS-BTC-SUB)
                               MOVE WS-BTC-COUNT TO WS-BTC-SUB
                           END-IF
                       END-PERFORM
                   END-IF
           END-READ.

       1010-RESTORE-CATEGORIES-FROM-CTL.
           MOVE CTL-CATEGORY-COUNT-USED TO WS-CATEGORY-COUNT-USED.
           PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
               MOVE 0 TO WS-CATEGORY-DAY-AMOUNT (WS-CAT-SUB)
               MOVE 0 TO WS-CATEGORY-DAY-COUNT (WS-CAT-SUB)
               MOVE 0 TO WS-CATEGORY-DAY-ROLLS (WS-CAT-SUB)
               MOVE 0 TO WS-CATEGORY-DAY-GROSS (WS-CAT-SUB)
           END-PERFORM.

       1020-RESTORE-CATEGORIES-FROM-CHK.
                   TO WS-BTC-REJECTED (WS-BTC-SUB)
               MOVE CHK-BATCH-AMOUNT (WS-BTC-SUB)
                   TO WS-BTC-AMOUNT (WS-BTC-SUB)
               MOVE 0 TO WS-BTC-HELD (WS-BTC-SUB)
           END-PERFORM.

      *    DELIVERS THE NEXT DATA RECORD TO THE CALLER. BATCH HEADER
           ELSE
               IF WS-BUF-ACTIVE
                   MOVE WS-BUF-ENTRY (WS-BUF-NEXT) TO TRAN-RECORD
                   MOVE WS-BUF-NEXT TO WS-FEED-POSITION
                   ADD 1 TO WS-BUF-NEXT
                   SET WS-DATA-RECORD TO TRUE
               ELSE
           MOVE 0 TO WS-BATCH-HASH-TOTAL.
           MOVE 0 TO WS-TRL-RECORD-COUNT.
           MOVE 0 TO WS-TRL-HASH-TOTAL.
           MOVE 0 TO WS-STREAM-POSITION.
           IF WS-BTC-SEQ NOT > WS-BTC-COUNT
               PERFORM 1150-RESUME-RESTORED-BATCH
           ELSE
               MOVE 0 TO WS-BTC-ACCEPTED (WS-BTC-SEQ)
               MOVE 0 TO WS-BTC-REJECTED (WS-BTC-SEQ)
               MOVE 0 TO WS-BTC-AMOUNT (WS-BTC-SEQ)
               MOVE 0 TO WS-BTC-HELD (WS-BTC-SEQ)
               SET WS-BATCH-BUFFERING TO TRUE
               PERFORM 1115-CHECK-PROCESSED-LOG
               IF WS-BATCH-BUFFERING
                       DELIMITED BY SIZE INTO EXCP-RECORD
               END-STRING
               WRITE EXCP-RECORD
               MOVE "BTBL" TO WS-REFUSAL-REASON
               PERFORM 9650-REFUSE-CURRENT-BATCH
               ADD 1 TO WS-EXTRA-FAILED-COUNT
           END-IF.
           WRITE EXCP-RECORD.
           DISPLAY "DLYREG01 BATCH " WS-BATCH-ID
                   " OUT-OF-SEQUENCE BUSINESS DATE - BATCH REFUSED".
           MOVE "DATE" TO WS-REFUSAL-REASON.
           PERFORM 9650-REFUSE-CURRENT-BATCH.

      *    A BATCH ID ALREADY ON THE PROCESSED-BATCH LOG MEANS THE
      *    BATCH ALONE IS REFUSED RATHER THAN ADVANCE ITS COUNTERS
      *    A SECOND TIME, AND THE REST OF THE FEED PROCESSES.
       1115-CHECK-PROCESSED-LOG.
           OPEN INPUT PRCS-FILE.
           IF WS-PRCS-FILE-OK
               MOVE WS-BATCH-ID TO PRCS-BATCH-ID
               READ PRCS-FILE
                   KEY IS PRCS-BATCH-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 9400-DUPLICATE-BATCH
               END-READ
           END-IF.
           CLOSE PRCS-FILE.

      *    THE TRAILER PROVES THE BATCH ARRIVED WHOLE: EVERY DATA
      *    RECORD COUNTED AND THE CATEGORY-CODE HASH INTACT. ONLY
               MOVE WS-BUSINESS-DATE TO BHD-BUSINESS-DATE
               MOVE RPT-BATCH-HDR-LINE TO WS-RPT-HOLD-LINE
               PERFORM 5200-WRITE-RPT-LINE
               PERFORM 9660-WRITE-RETURN-HEADER
           END-IF.

       1140-HANDLE-DATA-RECORD.
           IF NOT WS-BATCH-OPEN
               IF TRAN-RESUBMITTED OR TRAN-RELEASED
      *            RESUBMITS AND RELEASED HELD ITEMS CONCATENATED
      *            AHEAD OF THE FEED RIDE OUTSIDE EVERY BATCH -
      *            DELIVERED AS READ, COUNTED IN NO BATCH SUBTOTAL.
                   MOVE 0 TO WS-BTC-CUR
                   ADD 1 TO WS-UNBATCHED-POSITION
                   MOVE WS-UNBATCHED-POSITION TO WS-FEED-POSITION
                   SET WS-DATA-RECORD TO TRUE
               ELSE
                   PERFORM 9500-MISSING-HEADER
                   PERFORM 1145-BUFFER-DATA-RECORD
               ELSE
                   IF WS-BATCH-STREAMING
                       ADD 1 TO WS-STREAM-POSITION
                       MOVE WS-STREAM-POSITION TO WS-FEED-POSITION
                       SET WS-DATA-RECORD TO TRUE
                   END-IF
               END-IF
                   MOVE WS-BTC-ID (WS-BTC-CUR) TO BSM-BATCH-ID
                   MOVE WS-BTC-ACCEPTED (WS-BTC-CUR) TO BSM-ACCEPTED
                   MOVE WS-BTC-REJECTED (WS-BTC-CUR) TO BSM-REJECTED
                   MOVE WS-BTC-HELD (WS-BTC-CUR) TO BSM-HELD
                   MOVE WS-BTC-AMOUNT (WS-BTC-CUR) TO BSM-AMOUNT
                   MOVE RPT-BATCH-SUM-LINE TO WS-RPT-HOLD-LINE
                   PERFORM 5200-WRITE-RPT-LINE
           END-PERFORM.

       2000-PROCESS-COUNTER.
           IF TRAN-REVERSAL
               PERFORM 2200-PROCESS-REVERSAL
           ELSE
               PERFORM 2010-PROCESS-POSTING
           END-IF.
           ADD 1 TO WS-RECORDS-PROCESSED.
           PERFORM 8100-WRITE-CHECKPOINT.
           PERFORM 1100-READ-TRAN.

       2010-PROCESS-POSTING.
           MOVE TRAN-DESCRIPTION TO WS-ALPHANUMERIC-FIELD.
           IF WS-ALPHANUMERIC-FIELD = SPACES
               MOVE WS-DEFAULT-LABEL TO WS-ALPHANUMERIC-FIELD
           END-IF.
           PERFORM 4000-VALIDATE-LABEL.
           PERFORM 4100-VALIDATE-AMOUNT.
           SET WS-REDIRECT-SW TO "N".
           PERFORM 2040-VALIDATE-CATEGORY.
           IF WS-MASTER-MERGED
               PERFORM 2045-REDIRECT-MERGED-CODE
           END-IF.
           IF WS-MASTER-VALID
               PERFORM 2050-FIND-OR-CREATE-CATEGORY
           ELSE
           END-IF.
           IF WS-LABEL-VALID AND WS-MASTER-VALID AND WS-CAT-FOUND
                   AND WS-AMOUNT-VALID
               SET WS-HOLD-NONE TO TRUE
               IF NOT TRAN-RELEASED
                   PERFORM 2060-TEST-CEILINGS
               END-IF
               IF WS-HOLD-NONE
                   PERFORM 2100-ACCEPT-RECORD
               ELSE
                   PERFORM 2150-HOLD-RECORD
               END-IF
           ELSE
               PERFORM 9200-REJECT-RECORD
           END-IF.

      *    A FEED CODE MUST BE ON THE CATEGORY MASTER WITH AN ACTIVE
      *    STATUS BEFORE A COUNTER IS EVER CREATED FOR IT - A
      *    MISTYPED BRANCH CODE NO LONGER BECOMES A PERMANENT
      *    COUNTER IN THE CONTROL FILE. A MERGED CODE COUNTS AS
      *    CLOSED HERE AND IS ALSO FLAGGED MERGED, SO THE CALLER CAN
      *    REDIRECT IT TO ITS SURVIVOR.
       2040-VALIDATE-CATEGORY.
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
                       END-IF
                   END-IF
                   MOVE WS-MASTER-COUNT-USED TO WS-MST-SUB
               END-IF
           END-PERFORM.

      *    THE RECORD IS CARRIED ON UNDER THE SURVIVOR AND EDITED
      *    AGAINST IT. THE CODE IT WAS SENT UNDER IS KEPT FOR THE
      *    REGISTER LINE AND PUT BACK BEFORE A REJECT IS WRITTEN, AND
      *    THE MERGE DATE IS KEPT FOR A REVERSAL'S ARCHIVE SEARCH. A
      *    MERGE WITH NO DATE ON THE MASTER IS TAKEN AS NOT YET IN
      *    EFFECT FOR ANY POSTING ON THE ARCHIVE.
       2045-REDIRECT-MERGED-CODE.
           MOVE TRAN-CATEGORY-CODE TO WS-REDIRECT-FROM-CODE.
           MOVE WS-MASTER-MERGE-DATE (WS-MST-FOUND-SUB)
               TO WS-REDIRECT-MERGE-DATE.
           IF WS-REDIRECT-MERGE-DATE = SPACES
               MOVE HIGH-VALUES TO WS-REDIRECT-MERGE-DATE
           END-IF.
           MOVE WS-MASTER-MERGED-INTO (WS-MST-FOUND-SUB)
               TO TRAN-CATEGORY-CODE.
           SET WS-REDIRECTED TO TRUE.
           PERFORM 2040-VALIDATE-CATEGORY.

       2050-FIND-OR-CREATE-CATEGORY.
           SET WS-CAT-FOUND-SW TO "N".
           PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
               END-IF
           END-IF.

      *    THE ITEM CEILING IS TESTED AGAINST THE AMOUNT WITHOUT
      *    ITS SIGN - A LARGE DEBIT NEEDS A SUPERVISOR AS MUCH AS A
      *    LARGE CREDIT. THE DAILY CEILING IS TESTED AGAINST THE
      *    CATEGORY'S GROSS DOLLARS POSTED SO FAR TODAY PLUS THIS
      *    ITEM, BOTH WITHOUT SIGNS, SO A RUN OF OFFSETTING DEBITS
      *    AND CREDITS CANNOT SLIP PAST IT; HELD ITEMS ARE NOT POSTED
      *    AND SO DO NOT COUNT TOWARD IT.
       2060-TEST-CEILINGS.
           IF TRAN-AMOUNT-ALPHA = SPACES
               MOVE 0 TO WS-HOLD-ITEM-AMOUNT
           ELSE
               MOVE TRAN-AMOUNT TO WS-HOLD-ITEM-AMOUNT
           END-IF.
           PERFORM VARYING WS-LIM-SUB FROM 1 BY 1
                   UNTIL WS-LIM-SUB > WS-LIM-COUNT-USED
               IF TRAN-CATEGORY-CODE = WS-LIM-CODE (WS-LIM-SUB)
                   PERFORM 2070-APPLY-CEILINGS
                   MOVE WS-LIM-COUNT-USED TO WS-LIM-SUB
               END-IF
           END-PERFORM.

       2070-APPLY-CEILINGS.
           IF WS-HOLD-ITEM-AMOUNT < 0
               COMPUTE WS-HOLD-TEST-AMOUNT = 0 - WS-HOLD-ITEM-AMOUNT
           ELSE
               MOVE WS-HOLD-ITEM-AMOUNT TO WS-HOLD-TEST-AMOUNT
           END-IF.
           IF WS-LIM-ITEM-CEILING (WS-LIM-SUB) > 0
               AND WS-HOLD-TEST-AMOUNT >
                   WS-LIM-ITEM-CEILING (WS-LIM-SUB)
               SET WS-HOLD-FOR-ITEM TO TRUE
               MOVE WS-LIM-ITEM-CEILING (WS-LIM-SUB) TO WS-HOLD-CEILING
           ELSE
               ADD WS-CATEGORY-DAY-GROSS (WS-CAT-SUB)
                   TO WS-HOLD-TEST-AMOUNT
               IF WS-LIM-DAILY-CEILING (WS-LIM-SUB) > 0
                   AND WS-HOLD-TEST-AMOUNT >
                       WS-LIM-DAILY-CEILING (WS-LIM-SUB)
                   SET WS-HOLD-FOR-DAILY TO TRUE
                   MOVE WS-LIM-DAILY-CEILING (WS-LIM-SUB)
                       TO WS-HOLD-CEILING
               END-IF
           END-IF.

       2100-ACCEPT-RECORD.
      *    A FEED THAT PREDATES THE AMOUNT FIELD CARRIES SPACES IN
      *    THOSE POSITIONS - TREAT IT AS ZERO DOLLARS RATHER THAN
           END-IF.
           ADD WS-TRAN-AMOUNT TO WS-CATEGORY-AMOUNT (WS-CAT-SUB).
           ADD WS-TRAN-AMOUNT TO WS-CATEGORY-DAY-AMOUNT (WS-CAT-SUB).
           IF WS-TRAN-AMOUNT < 0
               SUBTRACT WS-TRAN-AMOUNT
                   FROM WS-CATEGORY-DAY-GROSS (WS-CAT-SUB)
           ELSE
               ADD WS-TRAN-AMOUNT TO WS-CATEGORY-DAY-GROSS (WS-CAT-SUB)
           END-IF.
           ADD 1 TO WS-CATEGORY-DAY-COUNT (WS-CAT-SUB).
           IF WS-BTC-CUR > 0
               ADD 1 TO WS-BTC-ACCEPTED (WS-BTC-CUR)
           PERFORM 5100-PRINT-DETAIL.
           PERFORM 8000-WRITE-AUDIT-RECORD.

      *    A HELD ITEM TOUCHES NO COUNTER, TOTAL OR TRAIL FILE - IT
      *    GOES TO THE HELD-ITEMS FILE WITH THE CEILING IT BROKE AND
      *    THE BATCH IT CAME IN, AND COUNTS AS HELD IN THAT BATCH'S
      *    SUBTOTAL SO THE BATCH STILL TIES OUT. A REDIRECTED ITEM IS
      *    HELD UNDER THE CODE IT WAS SENT WITH, THE SURVIVOR BESIDE
      *    IT, SO A DECLINE GOES BACK AS THE SENDER KNOWS IT.
       2150-HOLD-RECORD.
           MOVE SPACES TO HOLD-RECORD.
           MOVE TRAN-RECORD TO HOLD-TRAN-RECORD.
           MOVE TRAN-CATEGORY-CODE TO HOLD-POSTED-CODE.
           IF WS-REDIRECTED
               MOVE WS-REDIRECT-FROM-CODE TO HOLD-TRAN-RECORD (1:4)
           END-IF.
           IF WS-HOLD-FOR-ITEM
               SET HOLD-REASON-ITEM TO TRUE
           ELSE
               SET HOLD-REASON-DAILY TO TRUE
           END-IF.
           MOVE WS-RUN-DATE TO HOLD-RUN-DATE.
           IF WS-BTC-CUR > 0
               MOVE WS-BTC-ID (WS-BTC-CUR) TO HOLD-BATCH-ID
               MOVE WS-BTC-DATE (WS-BTC-CUR) TO HOLD-BUSINESS-DATE
               ADD 1 TO WS-BTC-HELD (WS-BTC-CUR)
           END-IF.
           MOVE WS-FEED-POSITION TO HOLD-BATCH-POSITION.
           MOVE WS-HOLD-CEILING TO HOLD-CEILING.
           MOVE WS-HOLD-ITEM-AMOUNT TO HOLD-AMOUNT.
           WRITE HOLD-RECORD.
           ADD 1 TO WS-HELD-COUNT.
           ADD WS-HOLD-ITEM-AMOUNT TO WS-HELD-AMOUNT.

      *    A REVERSAL IS JUDGED ON ITS CATEGORY FIRST (THE SAME
      *    MASTER TEST AS A POSTING - A CLOSED CATEGORY TAKES NO
      *    REVERSALS EITHER, AND A MERGED ONE IS REDIRECTED TO ITS
      *    SURVIVOR), THEN THE FORMAT OF ANY FEED AMOUNT,
      *    THEN WHETHER THE NAMED POSTING IS ON THE ARCHIVE, STILL
      *    UNREVERSED, AND FOR THE SAME DOLLARS.
       2200-PROCESS-REVERSAL.
           PERFORM 2210-EDIT-REVERSAL.
           IF WS-REV-ACCEPTABLE
               PERFORM 2250-ACCEPT-REVERSAL
           ELSE
               PERFORM 9260-REJECT-REVERSAL
           END-IF.

       2210-EDIT-REVERSAL.
           SET WS-REV-ACCEPTABLE TO TRUE.
           SET WS-REDIRECT-SW TO "N".
           PERFORM 2040-VALIDATE-CATEGORY.
           IF WS-MASTER-MERGED
               PERFORM 2045-REDIRECT-MERGED-CODE
           END-IF.
           PERFORM 4100-VALIDATE-AMOUNT.
           IF NOT WS-MASTER-VALID
               SET WS-REV-BAD-CATEGORY TO TRUE
           ELSE
               IF NOT WS-AMOUNT-VALID
                   SET WS-REV-BAD-AMOUNT TO TRUE
               ELSE
                   PERFORM 2220-FIND-REVERSED-CATEGORY
                   IF WS-CAT-FOUND
                           AND TRAN-REV-COUNTER-ALPHA NUMERIC
                       PERFORM 2230-FIND-ORIGINAL-POSTING
                   ELSE
                       SET WS-REV-NOT-FOUND TO TRUE
                   END-IF
               END-IF
           END-IF.

      *    A CATEGORY WITH NO COUNTER YET HAS NEVER POSTED ANYTHING
      *    TO REVERSE, SO UNLIKE A POSTING THE REVERSAL NEVER
      *    CREATES ONE - EXCEPT FOR A SURVIVOR REACHED BY REDIRECTION,
      *    WHICH MAY NOT HAVE POSTED YET WHILE THE OLD CODE HAS.
       2220-FIND-REVERSED-CATEGORY.
           SET WS-CAT-FOUND-SW TO "N".
           PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                   UNTIL WS-CAT-SUB > WS-CATEGORY-COUNT-USED
               IF TRAN-CATEGORY-CODE = WS-CATEGORY-CODE (WS-CAT-SUB)
                   MOVE WS-CAT-SUB TO WS-FOUND-SUB
                   SET WS-CAT-FOUND TO TRUE
                   MOVE WS-CATEGORY-COUNT-USED TO WS-CAT-SUB
               END-IF
           END-PERFORM.
           IF WS-CAT-FOUND
               MOVE WS-FOUND-SUB TO WS-CAT-SUB
           END-IF.
           IF NOT WS-CAT-FOUND AND WS-REDIRECTED
                   AND WS-CATEGORY-COUNT-USED < 100
               PERFORM 2050-FIND-OR-CREATE-CATEGORY
           END-IF.

       2230-FIND-ORIGINAL-POSTING.
           SET WS-REV-ORIG-FOUND-SW TO "N".
           SET WS-REV-DONE-SW TO "N".
           MOVE LOW-VALUES TO WS-REV-ORIG-STAMP.
           MOVE LOW-VALUES TO WS-REV-LAST-STAMP.
           SET WS-AUDH-EOF-SW TO "N".
           OPEN INPUT AUDH-FILE.
           PERFORM 2235-SCAN-AUDIT-HISTORY
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

       2235-SCAN-AUDIT-HISTORY.
           READ AUDH-FILE
               AT END
                   SET WS-AUDH-EOF TO TRUE
               NOT AT END
                   PERFORM 2237-TEST-ARCHIVED-CODE
                   IF WS-REV-CODE-MATCHES
                       PERFORM 2240-MATCH-ARCHIVED-ENTRY
                   END-IF
           END-READ.

      *    AN ARCHIVED ENTRY BELONGS TO THE REVERSAL WHEN IT CARRIES
      *    THE CODE THE REVERSAL IS EDITED UNDER. FOR A REDIRECTED
      *    REVERSAL THE CODE IT WAS ACTUALLY POSTED UNDER DEPENDS ON
      *    WHEN: THE OLD CODE BEFORE THE MERGE DATE, THE SURVIVOR ON
      *    OR AFTER IT. AN ENTRY'S DATE IS ITS BATCH BUSINESS DATE,
      *    OR THE DAY IT WAS STAMPED WHEN IT RODE OUTSIDE ANY BATCH.
       2237-TEST-ARCHIVED-CODE.
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

       2240-MATCH-ARCHIVED-ENTRY.
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
                   MOVE AUH-ALPHA-VALUE TO WS-REV-ORIG-LABEL
                   MOVE AUH-AMOUNT TO WS-REV-ORIG-AMOUNT
               END-IF
           END-IF.

      *    THE ORIGINAL DOLLARS COME BACK OUT OF THE CATEGORY'S RUN
      *    AND DAY TOTALS AND THE BATCH SUBTOTAL. THE COUNTER DOES
      *    NOT MOVE AND THE DAY COUNT OF POSTINGS IS UNCHANGED - A
      *    REVERSAL CONSUMES NO SEQUENCE NUMBER.
       2250-ACCEPT-REVERSAL.
           COMPUTE WS-TRAN-AMOUNT = 0 - WS-REV-ORIG-AMOUNT.
           ADD WS-TRAN-AMOUNT TO WS-CATEGORY-AMOUNT (WS-CAT-SUB).
           ADD WS-TRAN-AMOUNT TO WS-CATEGORY-DAY-AMOUNT (WS-CAT-SUB).
           IF WS-BTC-CUR > 0
               ADD 1 TO WS-BTC-ACCEPTED (WS-BTC-CUR)
               ADD WS-TRAN-AMOUNT TO WS-BTC-AMOUNT (WS-BTC-CUR)
           END-IF.
           MOVE WS-CATEGORY-COUNT (WS-CAT-SUB) TO WS-COUNTER-BEFORE.
           MOVE WS-REV-ORIG-LABEL TO WS-ALPHANUMERIC-FIELD.
           ADD 1 TO WS-REV-COUNT-USED.
           MOVE WS-REV-COUNT-USED TO WS-REV-SUB.
           MOVE TRAN-CATEGORY-CODE TO WS-REV-CATEGORY (WS-REV-SUB).
           MOVE TRAN-REV-COUNTER TO WS-REV-COUNTER (WS-REV-SUB).
           MOVE WS-REV-ORIG-LABEL TO WS-REV-LABEL (WS-REV-SUB).
           MOVE WS-TRAN-AMOUNT TO WS-REV-AMOUNT (WS-REV-SUB).
           ADD WS-TRAN-AMOUNT TO WS-REV-TOTAL-AMOUNT.
           PERFORM 8000-WRITE-AUDIT-RECORD.

       4000-VALIDATE-LABEL.
           SET WS-LABEL-VALID-SW TO "N".
           PERFORM VARYING WS-LABEL-SUB FROM 1 BY 1
           END-IF.
           PERFORM 3040-COUNT-BATCH-RESULTS.
           PERFORM 6000-CATEGORY-SUMMARY.
           PERFORM 6200-REVERSAL-SECTION.
           PERFORM 6300-HELD-SECTION.
           IF WS-RUN-FAILED
      *        THE FEED COULD NOT BE TRUSTED - THE CONTROL FILE STILL
      *        HOLDS THE DAY-START COUNTERS (3100 IS SKIPPED), BUT
               MOVE 0 TO WS-RECORDS-PROCESSED
               PERFORM 8100-WRITE-CHECKPOINT
               PERFORM 3080-LOG-PROCESSED-BATCHES
               PERFORM 3090-WRITE-RETURN-TRAILER
               PERFORM 3900-CLOSE-TRAIL-FILES
               DISPLAY "DLYREG01 " WS-CLEAN-BATCH-COUNT
                       " BATCHES CLEAN - " WS-FAILED-BATCH-COUNT
                       " REFUSED"
               IF WS-HELD-COUNT > 0
                   DISPLAY "DLYREG01 " WS-HELD-COUNT
                           " LARGE ITEMS HELD FOR SUPERVISOR RELEASE"
               END-IF
               IF WS-FAILED-BATCH-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               END-IF
      *    AND RE-READ ITS OWN BATCHES WITHOUT TRIPPING THE
      *    DUPLICATE CHECK. ONLY CLEANLY COMPLETED BATCHES ARE
      *    LOGGED - A REFUSED BATCH STAYS OFF THE LOG SO A
      *    CORRECTED RETRANSMISSION IS WELCOME TOMORROW. THE LOG
      *    HOLDS ONE ENTRY PER BATCH ID: A SECOND CLEAN BATCH UNDER
      *    THE SAME ID IN ONE FEED KEEPS THE FIRST ENTRY AND IS
      *    REPORTED FOR FOLLOW-UP.
       3080-LOG-PROCESSED-BATCHES.
           OPEN I-O PRCS-FILE.
           PERFORM VARYING WS-BTC-SUB FROM 1 BY 1
                   UNTIL WS-BTC-SUB > WS-BTC-COUNT
               IF WS-BTC-STATUS (WS-BTC-SUB) = "C"
                       TO PRCS-REJECTED-COUNT
                   MOVE WS-BTC-AMOUNT (WS-BTC-SUB)
                       TO PRCS-DAY-AMOUNT
                   MOVE WS-BTC-HELD (WS-BTC-SUB)
                       TO PRCS-HELD-COUNT
                   WRITE PRCS-RECORD
                       INVALID KEY
                           DISPLAY "DLYREG01 BATCH "
                                   WS-BTC-ID (WS-BTC-SUB)
                                   " ALREADY ON PRCSLOG - SECOND "
                                   "ENTRY NOT LOGGED"
                   END-WRITE
               END-IF
           END-PERFORM.
           CLOSE PRCS-FILE.
           WRITE CTL-RECORD.
           CLOSE CTL-FILE.

      *    ONE MONTH-TO-DATE RECORD PER CATEGORY WITH ACTIVITY (A
      *    DAY OF NOTHING BUT REVERSALS STILL MOVES DOLLARS) IS
      *    APPENDED PER CLEAN RUN, KEYED BY THE BUSINESS DATE OF THE
      *    LAST CLEANLY COMPLETED BATCH (THE DAY'S BATCHES SHARE A
      *    BUSINESS DATE; RUN DATE WHEN NO CLEAN BATCH CARRIED ONE),
           PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                   UNTIL WS-CAT-SUB > WS-CATEGORY-COUNT-USED
               IF WS-CATEGORY-DAY-COUNT (WS-CAT-SUB) > 0
                   OR WS-CATEGORY-DAY-AMOUNT (WS-CAT-SUB) NOT = 0
                   MOVE SPACES TO MTD-RECORD
                   IF WS-MTD-DATE = SPACES
                       STRING WS-CURR-YYYY WS-CURR-MM WS-CURR-DD
           END-PERFORM.
           CLOSE MTD-FILE.

      *    THE TRAILER CLOSES THE RETURN FILE ONLY ON A RUN THAT
      *    FINISHED - A FAILED RUN LEAVES IT WITHOUT ONE, AND THE
      *    RERUN STARTS IT OVER. THE ACCEPTED FIGURES ARE THE
      *    CLEANLY COMPLETED BATCHES' SUBTOTALS (WHAT 3080 LOGGED TO
      *    PRCSLOG); THE REJECTED FIGURES ARE SUMMED FROM THE
      *    DETAILS ON THE FILE ITSELF, THE SAME WAY 6300 LISTS THE
      *    HELD ITEMS. THE FILE IS LEFT OPEN FOR EXTEND FOR
      *    3900-CLOSE-TRAIL-FILES TO CLOSE.
       3090-WRITE-RETURN-TRAILER.
           MOVE 0 TO WS-RTN-ACCEPTED-COUNT.
           MOVE 0 TO WS-RTN-ACCEPTED-AMOUNT.
           PERFORM VARYING WS-BTC-SUB FROM 1 BY 1
                   UNTIL WS-BTC-SUB > WS-BTC-COUNT
               IF WS-BTC-STATUS (WS-BTC-SUB) = "C"
                   ADD WS-BTC-ACCEPTED (WS-BTC-SUB)
                       TO WS-RTN-ACCEPTED-COUNT
                   ADD WS-BTC-AMOUNT (WS-BTC-SUB)
                       TO WS-RTN-ACCEPTED-AMOUNT
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-RTN-REJECTED-COUNT.
           MOVE 0 TO WS-RTN-REJECTED-AMOUNT.
           CLOSE RTN-FILE.
           SET WS-RTN-EOF-SW TO "N".
           OPEN INPUT RTN-FILE.
           PERFORM 3095-SUM-RETURN-DETAIL
               UNTIL WS-RTN-EOF.
           CLOSE RTN-FILE.
           OPEN EXTEND RTN-FILE.
           MOVE SPACES TO RTN-RECORD.
           SET RTN-FEED-TRAILER TO TRUE.
           MOVE WS-RUN-DATE TO RTN-RUN-DATE.
           MOVE WS-CLEAN-BATCH-COUNT TO RTN-BATCHES-ACCEPTED.
           MOVE WS-FAILED-BATCH-COUNT TO RTN-BATCHES-REFUSED.
           MOVE WS-RTN-ACCEPTED-COUNT TO RTN-ACCEPTED-COUNT.
           MOVE WS-RTN-ACCEPTED-AMOUNT TO RTN-ACCEPTED-AMOUNT.
           MOVE WS-RTN-REJECTED-COUNT TO RTN-REJECTED-COUNT.
           MOVE WS-RTN-REJECTED-AMOUNT TO RTN-REJECTED-AMOUNT.
           WRITE RTN-RECORD.

       3095-SUM-RETURN-DETAIL.
           READ RTN-FILE
               AT END
                   SET WS-RTN-EOF TO TRUE
               NOT AT END
                   IF RTN-REJECT-DETAIL
                       ADD 1 TO WS-RTN-REJECTED-COUNT
                       ADD RTN-AMOUNT TO WS-RTN-REJECTED-AMOUNT
                   END-IF
           END-READ.

       3900-CLOSE-TRAIL-FILES.
           CLOSE EXCP-FILE.
           CLOSE AUD-FILE.
           CLOSE RPT-FILE.
           CLOSE RJCT-FILE.
           CLOSE HOLD-FILE.
           CLOSE RTN-FILE.
           CLOSE TRAN-FILE.
           CLOSE CHK-FILE.

               WRITE RPT-LINE
           END-PERFORM.

      *    THE DAY'S REVERSALS ARE LISTED APART FROM THE POSTINGS,
      *    ONE LINE EACH NAMING THE SEQUENCE NUMBER CANCELLED, WITH A
      *    COUNT AND DOLLAR TOTAL. NOTHING PRINTS ON A DAY WITHOUT
      *    ANY.
       6200-REVERSAL-SECTION.
           IF WS-REV-COUNT-USED > 0
               MOVE SPACES TO WS-RPT-HOLD-LINE
               PERFORM 5200-WRITE-RPT-LINE
               MOVE RPT-REV-HDG-LINE TO WS-RPT-HOLD-LINE
               PERFORM 5200-WRITE-RPT-LINE
               PERFORM VARYING WS-REV-SUB FROM 1 BY 1
                       UNTIL WS-REV-SUB > WS-REV-COUNT-USED
                   MOVE WS-REV-CATEGORY (WS-REV-SUB)
                       TO RVD-CATEGORY-CODE
                   MOVE WS-REV-COUNTER (WS-REV-SUB) TO RVD-SEQUENCE
                   MOVE WS-REV-LABEL (WS-REV-SUB) TO RVD-LABEL
                   MOVE WS-REV-AMOUNT (WS-REV-SUB) TO RVD-AMOUNT
                   MOVE WS-REV-CATEGORY (WS-REV-SUB) TO WS-LOOKUP-CODE
                   PERFORM 6100-LOOKUP-MASTER-DESC
                   MOVE WS-LOOKUP-DESC TO RVD-DESCRIPTION
                   MOVE RPT-REV-DETAIL-LINE TO WS-RPT-HOLD-LINE
                   PERFORM 5200-WRITE-RPT-LINE
               END-PERFORM
               MOVE WS-REV-COUNT-USED TO RVT-COUNT
               MOVE WS-REV-TOTAL-AMOUNT TO RVT-AMOUNT
               MOVE RPT-REV-TOTAL-LINE TO WS-RPT-HOLD-LINE
               PERFORM 5200-WRITE-RPT-LINE
           END-IF.

      *    THE DAY'S HELD ITEMS ARE LISTED FROM THE HELD-ITEMS FILE
      *    ITSELF, SO A RESTARTED RUN SHOWS THE ITEMS ITS ABENDED
      *    ATTEMPT HELD AS WELL AS ITS OWN. THE FILE IS LEFT OPEN
      *    FOR INPUT FOR 3900-CLOSE-TRAIL-FILES TO CLOSE. NOTHING
      *    PRINTS ON A DAY WITHOUT ANY.
       6300-HELD-SECTION.
           IF WS-HELD-COUNT > 0
               MOVE SPACES TO WS-RPT-HOLD-LINE
               PERFORM 5200-WRITE-RPT-LINE
               MOVE RPT-HOLD-HDG-LINE TO WS-RPT-HOLD-LINE
               PERFORM 5200-WRITE-RPT-LINE
           END-IF.
           CLOSE HOLD-FILE.
           SET WS-HOLD-EOF-SW TO "N".
           OPEN INPUT HOLD-FILE.
           PERFORM 6350-LIST-HELD-ITEM
               UNTIL WS-HOLD-EOF.
           IF WS-HELD-COUNT > 0
               MOVE WS-HELD-COUNT TO HLT-COUNT
               MOVE WS-HELD-AMOUNT TO HLT-AMOUNT
               MOVE RPT-HOLD-TOTAL-LINE TO WS-RPT-HOLD-LINE
               PERFORM 5200-WRITE-RPT-LINE
           END-IF.

       6350-LIST-HELD-ITEM.
           READ HOLD-FILE
               AT END
                   SET WS-HOLD-EOF TO TRUE
               NOT AT END
                   MOVE HOLD-TRAN-RECORD TO TRAN-RECORD
                   IF HOLD-POSTED-CODE = SPACES
                       MOVE TRAN-CATEGORY-CODE TO HLD-CATEGORY-CODE
                   ELSE
                       MOVE HOLD-POSTED-CODE TO HLD-CATEGORY-CODE
                   END-IF
                   MOVE HOLD-BATCH-ID TO HLD-BATCH-ID
                   MOVE TRAN-DESCRIPTION TO HLD-LABEL
                   MOVE HOLD-AMOUNT TO HLD-AMOUNT
                   IF HOLD-REASON-ITEM
                       MOVE "OVER ITEM LIMIT" TO HLD-REASON
                   ELSE
                       MOVE "OVER DAY LIMIT" TO HLD-REASON
                   END-IF
                   MOVE HOLD-CEILING TO HLD-CEILING
                   MOVE RPT-HOLD-DETAIL-LINE TO WS-RPT-HOLD-LINE
                   PERFORM 5200-WRITE-RPT-LINE
           END-READ.

      *    CATEGORIES RESTORED FROM AN OLD CONTROL FILE CAN PREDATE
      *    THE MASTER - THEY PRINT AS "NOT ON MASTER" RATHER THAN
      *    HIDING THE COUNTER.
               PERFORM 5000-PRINT-HEADINGS
           END-IF.
           MOVE TRAN-CATEGORY-CODE TO DTL-CATEGORY-CODE.
           IF TRAN-RESUBMITTED OR TRAN-RELEASED
               MOVE TRAN-RESUBMIT-FLAG TO DTL-RESUBMIT-MARK
           ELSE
               MOVE SPACE TO DTL-RESUBMIT-MARK
           END-IF.
      *    FOR THIS ACCEPTED RECORD - NO NEED TO SCAN AGAIN.
           MOVE WS-MASTER-DESC (WS-MST-FOUND-SUB)
               TO DTL-DESCRIPTION.
           MOVE SPACES TO DTL-REDIRECT-NOTE.
           IF WS-REDIRECTED
               STRING "REDIRECTED FROM " WS-REDIRECT-FROM-CODE
                       DELIMITED BY SIZE INTO DTL-REDIRECT-NOTE
               END-STRING
           END-IF.
           MOVE RPT-DETAIL-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           ADD 1 TO WS-LINE-COUNT.
           OPEN EXTEND RPT-FILE.
           CLOSE RJCT-FILE.
           OPEN EXTEND RJCT-FILE.
           CLOSE HOLD-FILE.
           OPEN EXTEND HOLD-FILE.
           CLOSE RTN-FILE.
           OPEN EXTEND RTN-FILE.

       8000-WRITE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WS-CATEGORY-COUNT (WS-CAT-SUB) TO AUD-COUNTER-AFTER.
           MOVE WS-ALPHANUMERIC-FIELD TO AUD-ALPHA-VALUE.
           MOVE WS-TRAN-AMOUNT TO AUD-AMOUNT.
           IF TRAN-REVERSAL
               MOVE "V" TO AUD-ENTRY-TYPE
               MOVE TRAN-REV-COUNTER TO AUD-REVERSED-COUNTER
           ELSE
               MOVE SPACE TO AUD-ENTRY-TYPE
               MOVE 0 TO AUD-REVERSED-COUNTER
           END-IF.
           IF WS-BTC-CUR > 0
               MOVE WS-BTC-ID (WS-BTC-CUR) TO AUD-BATCH-ID
               MOVE WS-BTC-DATE (WS-BTC-CUR) TO AUD-BUSINESS-DATE
           ELSE
               MOVE SPACES TO AUD-BATCH-ID
               MOVE SPACES TO AUD-BUSINESS-DATE
           END-IF.
           MOVE WS-FEED-POSITION TO AUD-BATCH-POSITION.
           MOVE TRAN-RESUBMIT-FLAG TO AUD-RESUBMIT-FLAG.
           WRITE AUD-RECORD.

       9100-COUNTER-OVERFLOW.
      *    9300-CATEGORY-TABLE-FULL HAS ALREADY WRITTEN THE MESSAGE
      *    FOR THIS RECORD.
       9200-REJECT-RECORD.
           IF WS-REDIRECTED
               MOVE WS-REDIRECT-FROM-CODE TO TRAN-CATEGORY-CODE
           END-IF.
           PERFORM 9250-WRITE-REJECT-RECORD.
           IF WS-BTC-CUR > 0
               ADD 1 TO WS-BTC-REJECTED (WS-BTC-CUR)
               END-IF
           END-IF.
           MOVE WS-RUN-DATE TO RJCT-RUN-DATE.
           PERFORM 9270-SET-REJECT-LINEAGE.
           WRITE RJCT-RECORD.
           PERFORM 9280-WRITE-RETURN-DETAIL.

      *    A REFUSED REVERSAL GOES TO RJCTFILE LIKE ANY OTHER
      *    REJECT - UNDER THE CATEGORY OR AMOUNT REASON WHEN THAT WAS
      *    THE PROBLEM, OTHERWISE UNDER REV - WITH ONE EXCEPTION
      *    MESSAGE SAYING WHY.
       9260-REJECT-REVERSAL.
           IF WS-REDIRECTED
               MOVE WS-REDIRECT-FROM-CODE TO TRAN-CATEGORY-CODE
           END-IF.
           MOVE SPACES TO RJCT-RECORD.
           MOVE TRAN-RECORD TO RJCT-TRAN-RECORD.
           IF WS-REV-BAD-CATEGORY
               IF WS-MASTER-CLOSED-CAT
                   SET RJCT-REASON-CLOSED TO TRUE
               ELSE
                   SET RJCT-REASON-UNKNOWN TO TRUE
               END-IF
           ELSE
               IF WS-REV-BAD-AMOUNT
                   SET RJCT-REASON-AMOUNT TO TRUE
               ELSE
                   SET RJCT-REASON-REVERSAL TO TRUE
               END-IF
           END-IF.
           MOVE WS-RUN-DATE TO RJCT-RUN-DATE.
           PERFORM 9270-SET-REJECT-LINEAGE.
           WRITE RJCT-RECORD.
           PERFORM 9280-WRITE-RETURN-DETAIL.
           IF WS-BTC-CUR > 0
               ADD 1 TO WS-BTC-REJECTED (WS-BTC-CUR)
           END-IF.
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
           INITIALIZE EXCP-RECORD.
           STRING "REJECTED REVERSAL - " DELIMITED BY SIZE
                   WS-REV-REASON-TEXT DELIMITED BY "  "
                   ": " TRAN-CATEGORY-CODE " SEQ "
                   TRAN-REV-COUNTER-ALPHA
                   DELIMITED BY SIZE INTO EXCP-RECORD
           END-STRING.
           WRITE EXCP-RECORD.

       9270-SET-REJECT-LINEAGE.
           IF WS-BTC-CUR > 0
               MOVE WS-BTC-ID (WS-BTC-CUR) TO RJCT-BATCH-ID
               MOVE WS-BTC-DATE (WS-BTC-CUR) TO RJCT-BUSINESS-DATE
           END-IF.
           MOVE WS-FEED-POSITION TO RJCT-BATCH-POSITION.

      *    A REJECT FROM ONE OF THE FEED'S BATCHES GOES BACK TO THE
      *    SENDER ON THE RETURN FILE AS WELL, AS SENT, UNDER THE SAME
      *    REASON CODE AS ON RJCTFILE. ITS DOLLARS ARE ZERO WHEN THE
      *    AMOUNT WAS BLANK OR FAILED THE AMOUNT EDIT - THE SAME RULE
      *    DLYBAL01 APPLIES WHEN IT TIES THE FILE TO RJCTFILE.
      *    REPAIRS AND RELEASES AHEAD OF THE FEED ARE NOT THE
      *    SENDER'S AND ARE NOT RETURNED.
       9280-WRITE-RETURN-DETAIL.
           IF WS-BTC-CUR > 0
               MOVE SPACES TO RTN-RECORD
               SET RTN-REJECT-DETAIL TO TRUE
               MOVE RJCT-BATCH-ID TO RTN-BATCH-ID
               MOVE RJCT-BUSINESS-DATE TO RTN-BUSINESS-DATE
               MOVE WS-RUN-DATE TO RTN-RUN-DATE
               MOVE TRAN-RECORD TO RTN-TRAN-RECORD
               MOVE RJCT-REASON-CODE TO RTN-REASON-CODE
               MOVE WS-FEED-POSITION TO RTN-BATCH-POSITION
               IF TRAN-AMOUNT-ALPHA = SPACES OR NOT WS-AMOUNT-VALID
                   MOVE 0 TO RTN-AMOUNT
               ELSE
                   MOVE TRAN-AMOUNT TO RTN-AMOUNT
               END-IF
               WRITE RTN-RECORD
           END-IF.

       9300-CATEGORY-TABLE-FULL.
           INITIALIZE EXCP-RECORD.
           WRITE EXCP-RECORD.
           DISPLAY "DLYREG01 DUPLICATE BATCH " WS-BATCH-ID
                   " - BATCH REFUSED".
           MOVE "DUP " TO WS-REFUSAL-REASON.
           PERFORM 9650-REFUSE-CURRENT-BATCH.

      *    COMMON REFUSAL HANDLING FOR THE BATCH CURRENTLY BEING
      *    REGISTER, THROW AWAY WHATEVER WAS BUFFERED AND LEAVE THE
      *    READ LOOP DISCARDING ANY OF ITS RECORDS STILL ON THE
      *    FEED. THE CALLER HAS ALREADY WRITTEN THE EXCEPTION
      *    MESSAGE SAYING WHY AND SET THE REFUSAL REASON FOR THE
      *    RETURN FILE.
       9650-REFUSE-CURRENT-BATCH.
           IF WS-BTC-SEQ > 0 AND WS-BTC-SEQ NOT > WS-BTC-COUNT
               MOVE "F" TO WS-BTC-STATUS (WS-BTC-SEQ)
           MOVE 0 TO WS-BUF-NEXT.
           MOVE 0 TO WS-BTC-CUR.
           SET WS-BATCH-DISCARD TO TRUE.
           PERFORM 9660-WRITE-RETURN-HEADER.

      *    EVERY BATCH GETS ITS RETURN-FILE HEADER THE MOMENT IT IS
      *    JUDGED - ACCEPTED WHEN ITS TRAILER VERIFIES, REFUSED WITH
      *    THE REASON OTHERWISE - AND THE JUDGEMENT IS CHECKPOINTED
      *    AT ONCE. A RESTART THEN FINDS THE BATCH ALREADY JUDGED
      *    (STATUS V OR F) AND NEVER WRITES ITS HEADER A SECOND TIME.
      *    THE CHECKPOINT CARRIES NO NEW RECORD COUNT - NOTHING OF
      *    THE BATCH HAS BEEN DELIVERED YET. A BATCH PAST THE END OF
      *    THE BATCH TABLE HAS NO STATUS TO CHECKPOINT, SO A RESTART
      *    THAT READS PAST IT AGAIN RETURNS ITS REFUSAL AGAIN.
       9660-WRITE-RETURN-HEADER.
           MOVE SPACES TO RTN-RECORD.
           SET RTN-BATCH-HEADER TO TRUE.
           MOVE WS-BATCH-ID TO RTN-BATCH-ID.
           MOVE WS-BUSINESS-DATE TO RTN-BUSINESS-DATE.
           MOVE WS-RUN-DATE TO RTN-RUN-DATE.
           IF WS-BATCH-DISCARD
               SET RTN-BATCH-REFUSED TO TRUE
               MOVE WS-REFUSAL-REASON TO RTN-REFUSAL-REASON
           ELSE
               SET RTN-BATCH-ACCEPTED TO TRUE
           END-IF.
           WRITE RTN-RECORD.
           MOVE SPACES TO WS-REFUSAL-REASON.
           PERFORM 8100-WRITE-CHECKPOINT.

       9600-FAIL-OPEN-BATCH.
           SET WS-BATCH-OPEN-SW TO "N".
                       DELIMITED BY SIZE INTO EXCP-RECORD
               END-STRING
               WRITE EXCP-RECORD
               MOVE "NTRL" TO WS-REFUSAL-REASON
               PERFORM 9650-REFUSE-CURRENT-BATCH
               SET WS-BATCH-DISP-SW TO "N"
           END-IF.
                   DELIMITED BY SIZE INTO EXCP-RECORD
           END-STRING.
           WRITE EXCP-RECORD.
           MOVE "TRL " TO WS-REFUSAL-REASON.
           PERFORM 9650-REFUSE-CURRENT-BATCH.
           SET WS-BATCH-DISP-SW TO "N".

                   DELIMITED BY SIZE INTO EXCP-RECORD
           END-STRING.
           WRITE EXCP-RECORD.
           MOVE "SIZE" TO WS-REFUSAL-REASON.
           PERFORM 9650-REFUSE-CURRENT-BATCH.

       9500-MISSING-HEADER.
           DISPLAY "DLYREG01 BATCH HEADER MISSING - RUN STOPPED".
           SET WS-RUN-FAILED TO TRUE.
           SET WS-TRAN-EOF TO TRUE.

       8900-UPDATE-RUN-STATE.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-STAMP.
           OPEN EXTEND RUN-FILE.
           MOVE SPACES TO RUN-RECORD.
           MOVE WS-RUN-BUSINESS-DATE TO RUN-BUSINESS-DATE.
           MOVE WS-RUN-JOB-NAME TO RUN-JOB-NAME.
           IF RETURN-CODE > 8
               SET RUN-FAILED TO TRUE
               MOVE "STEP ENDED - REST OF JOB BYPASSED" TO RUN-REMARK
           ELSE
               SET RUN-STARTED TO TRUE
               MOVE "STEP ENDED NORMALLY" TO RUN-REMARK
           END-IF.
           MOVE "DLYREG01" TO RUN-PROGRAM.
           MOVE WS-RUN-STAMP-DATE TO RUN-STAMP-DATE.
           MOVE WS-RUN-STAMP-TIME TO RUN-STAMP-TIME.
           WRITE RUN-RECORD.
           CLOSE RUN-FILE.
