      * SO THE ARCHIVE STEP DOES NOT PRESERVE A BROKEN CHECKPOINT AS
      * IF THE DAY WERE CLEAN.
      *
      * A REVERSAL IS AN ACCEPTED RECORD LIKE ANY OTHER AND COUNTS
      * TOWARD THE TIE, BUT IT MUST NOT HAVE MOVED ITS CATEGORY'S
      * COUNTER - ONE WHOSE COUNTER-AFTER DIFFERS FROM ITS
      * COUNTER-BEFORE IS A DISCREPANCY. EACH CATEGORY LINE SHOWS
      * HOW MANY OF ITS RECORDS WERE REVERSALS.
      *
      * THE FEED MAY CARRY SEVERAL FRAMED BATCHES. EACH ONE IS
      * REPORTED ON ITS OWN LINE WITH ITS INPUT RECORD COUNT AND THE
      * ACCEPTED/REJECTED SUBTOTALS DLYREG01 LOGGED FOR IT, SO EVERY
      * TRANSMISSION TIES OUT SEPARATELY. A BATCH WAS PROCESSED ON
      * THIS RUN ONLY IF ITS PRCSLOG ENTRY CARRIES THE
      * LATEST RUN DATE ON THE WHOLE LOG - THE STAMP THE REGISTER
      * ITSELF WROTE, SO A JOB THAT CROSSES MIDNIGHT BETWEEN THE
      * REGISTER AND THIS STEP STILL MATCHES. A BATCH WITHOUT THAT
      * STAMP WAS REFUSED (DUPLICATE, BAD TRAILER, ...) AND
      * DELIVERED NOTHING, SO ITS RECORDS ARE EXCLUDED FROM THE
      * INPUT COUNT THE TIE IS PROVED AGAINST.
      *
      * A LARGE ITEM THE REGISTER HELD FOR SUPERVISOR RELEASE IS
      * NEITHER ACCEPTED NOR REJECTED - IT IS ON THE DAY'S HELD-ITEMS
      * FILE (HOLDFILE), ONE RECORD EACH, AND COUNTS AS THE THIRD LEG
      * OF THE TIE: ACCEPTED PLUS REJECTED PLUS HELD MUST EQUAL THE
      * RECORDS DELIVERED. EACH BATCH LINE SHOWS ITS LOGGED HELD
      * SUBTOTAL ALONGSIDE THE OTHER TWO.
      *
      * THE REGISTER'S RETURN FILE FOR THE SENDING SYSTEM (RTNFILE)
      * IS PROVED HERE TOO: ITS TRAILER'S ACCEPTED COUNT AND DOLLARS
      * MUST TIE TO THE SUBTOTALS LOGGED TO PRCSLOG FOR THIS RUN'S
      * BATCHES, ITS REJECTED COUNT AND DOLLARS TO THE REJECTS ON
      * RJCTFILE FROM THE FEED'S BATCHES AND TO ITS OWN DETAILS, AND
      * EACH BATCH HEADER'S DISPOSITION TO WHETHER THE BATCH WAS
      * LOGGED.
      * RUN-STATE: THE STEP ONLY RUNS WHEN THE RUN-STATE MASTER
      * (RUNSTATE) SHOWS DLYREGJ STARTED OR FAILED - RUNCHK01, THE
      * JOB'S FIRST STEP, RECORDS THE START - AND RECORDS ITS OWN
      * END AS PROGRESS (STILL STARTED), OR AS FAILED WHEN THE
      * RETURN CODE STOPS THE REST OF THE JOB.
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

           SELECT OPTIONAL RTN-FILE ASSIGN TO "RTNFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTN-FILE-STATUS.

           SELECT BAL-FILE ASSIGN TO "BALRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RUN-FILE ASSIGN TO "RUNSTATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUD-FILE.
       FD  PRCS-FILE.
           COPY PRCSREC.

       FD  HOLD-FILE.
           COPY HOLDREC.

       FD  RTN-FILE.
           COPY RTNREC.

       FD  BAL-FILE.
       01  BAL-LINE                    PIC X(132).

       FD  RUN-FILE.
           COPY RUNREC.

       WORKING-STORAGE SECTION.
       01  WS-CONTROL-SWITCHES.
           05  WS-AUD-FILE-STATUS      PIC X(02) VALUE SPACES.
               88  WS-PRCS-FILE-OK         VALUE "00".
           05  WS-PRCS-EOF-SW          PIC X(01) VALUE "N".
               88  WS-PRCS-EOF             VALUE "Y".
           05  WS-HOLD-FILE-STATUS     PIC X(02) VALUE SPACES.
               88  WS-HOLD-FILE-OK         VALUE "00".
           05  WS-HOLD-EOF-SW          PIC X(01) VALUE "N".
               88  WS-HOLD-EOF             VALUE "Y".
           05  WS-RTN-FILE-STATUS      PIC X(02) VALUE SPACES.
               88  WS-RTN-FILE-OK          VALUE "00".
           05  WS-RTN-EOF-SW           PIC X(01) VALUE "N".
               88  WS-RTN-EOF              VALUE "Y".

      *    ONE ENTRY PER FRAMED BATCH FOUND ON THE FEED, IN FEED
      *    ORDER, WITH ITS INPUT RECORD COUNT AND - FROM ITS
      *    PRCSLOG ENTRY - THE REGISTER'S OWN RUN-DATE STAMP AND
      *    SUBTOTALS. A BATCH WHOSE STAMP IS NOT THE LOG'S LATEST
      *    WAS REFUSED ON THIS RUN AND ITS RECORDS NEVER REACHED
                   88  WS-FBT-LOGGED       VALUE "Y".
               10  WS-FBT-ACCEPTED     PIC 9(5).
               10  WS-FBT-REJECTED     PIC 9(5).
               10  WS-FBT-HELD         PIC 9(5).
               10  WS-FBT-RUN-DATE     PIC X(08).
               10  WS-FBT-AMOUNT       PIC S9(9)V99.
               10  WS-FBT-RETURNED-SW  PIC X(01).
                   88  WS-FBT-RETURNED     VALUE "Y".

       01  WS-FEED-BATCH-WORK.
           05  WS-FBT-SUB              PIC 9(2).
               10  WS-BAL-CATEGORY-CODE PIC X(04).
               10  WS-BAL-LAST-AFTER    PIC 9(5).
               10  WS-BAL-AUD-COUNT     PIC 9(5).
               10  WS-BAL-REV-COUNT     PIC 9(5).

       01  WS-BALANCE-WORK.
           05  WS-BAL-SUB              PIC 9(03).
           05  WS-TRAN-COUNT           PIC 9(5) VALUE 0.
           05  WS-ACCEPTED-COUNT       PIC 9(5) VALUE 0.
           05  WS-REJECTED-COUNT       PIC 9(5) VALUE 0.
           05  WS-HELD-COUNT           PIC 9(5) VALUE 0.
           05  WS-TIE-TOTAL            PIC 9(6) VALUE 0.

      *    THE RETURN FILE'S OWN FIGURES AND THE TWO THINGS THEY MUST
      *    TIE TO: THE SUBTOTALS LOGGED TO PRCSLOG FOR THE BATCHES
      *    PROCESSED ON THIS RUN, AND THE REJECTS ON RJCTFILE THAT
      *    CAME FROM ONE OF THE FEED'S BATCHES.
       01  WS-RETURN-TIE-WORK.
           05  WS-RTN-TRAILER-COUNT    PIC 9(3) VALUE 0.
           05  WS-RTN-ACCEPTED-COUNT   PIC 9(7) VALUE 0.
           05  WS-RTN-ACCEPTED-AMOUNT  PIC S9(11)V99 VALUE 0.
           05  WS-RTN-REJECTED-COUNT   PIC 9(7) VALUE 0.
           05  WS-RTN-REJECTED-AMOUNT  PIC S9(11)V99 VALUE 0.
           05  WS-RTN-DETAIL-COUNT     PIC 9(7) VALUE 0.
           05  WS-RTN-DETAIL-AMOUNT    PIC S9(11)V99 VALUE 0.
           05  WS-LOG-ACCEPTED-COUNT   PIC 9(7) VALUE 0.
           05  WS-LOG-ACCEPTED-AMOUNT  PIC S9(11)V99 VALUE 0.
           05  WS-RJB-COUNT            PIC 9(7) VALUE 0.
           05  WS-RJB-AMOUNT           PIC S9(11)V99 VALUE 0.
           05  WS-RJB-AMOUNT-ALPHA     PIC X(10).
           05  WS-RJB-DIGITS           PIC 9(9).
           05  WS-RJB-ITEM-AMOUNT      PIC S9(7)V99.
           05  WS-RTN-MATCH-SUB        PIC 9(2).

       01  WS-REPORT-WORK.
           05  WS-PAGE-COUNT           PIC 9(3) VALUE 0.
           05  WS-LINE-COUNT           PIC 9(3) VALUE 99.
           05  FILLER                  PIC X(10) VALUE " CONTROL".
           05  FIN-CONTROL-COUNT       PIC ZZZZ9.

       01  BAL-REVERSAL-LINE.
           05  FILLER                  PIC X(30)
                   VALUE "REVERSAL ADVANCED COUNTER CAT".
           05  REV-CATEGORY-CODE       PIC X(04).
           05  FILLER                  PIC X(08) VALUE " BEFORE".
           05  REV-COUNTER-BEFORE      PIC ZZZZ9.
           05  FILLER                  PIC X(07) VALUE " AFTER".
           05  REV-COUNTER-AFTER       PIC ZZZZ9.

       01  BAL-MISSING-LINE.
           05  FILLER                  PIC X(34)
                   VALUE "CATEGORY ON TRAIL NOT IN CONTROL:".
           05  TIE-ACCEPTED-COUNT      PIC ZZZZ9.
           05  FILLER                  PIC X(10) VALUE " REJECTED".
           05  TIE-REJECTED-COUNT      PIC ZZZZ9.
           05  FILLER                  PIC X(06) VALUE " HELD".
           05  TIE-HELD-COUNT          PIC ZZZZ9.

       01  BAL-BATCH-LINE.
           05  FILLER                  PIC X(07) VALUE "BATCH".
           05  BAT-ACCEPTED            PIC ZZZZ9.
           05  FILLER                  PIC X(05) VALUE " REJ".
           05  BAT-REJECTED            PIC ZZZZ9.
           05  FILLER                  PIC X(05) VALUE " HLD".
           05  BAT-HELD                PIC ZZZZ9.

       01  BAL-CATEGORY-LINE.
           05  FILLER                  PIC X(10) VALUE "CATEGORY".
           05  CAT-AUD-COUNT           PIC ZZZZ9.
           05  FILLER                  PIC X(08) VALUE " FINAL".
           05  CAT-LAST-AFTER          PIC ZZZZ9.
           05  FILLER                  PIC X(12) VALUE " REVERSALS".
           05  CAT-REV-COUNT           PIC ZZZZ9.

       01  BAL-RETURN-LINE.
           05  RTL-MESSAGE             PIC X(40).
           05  FILLER                  PIC X(06) VALUE "COUNT".
           05  RTL-RETURN-COUNT        PIC ZZZZZZ9.
           05  FILLER                  PIC X(08) VALUE " AMOUNT".
           05  RTL-RETURN-AMOUNT       PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(09) VALUE " AGAINST".
           05  RTL-OTHER-COUNT         PIC ZZZZZZ9.
           05  FILLER                  PIC X(08) VALUE " AMOUNT".
           05  RTL-OTHER-AMOUNT        PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.

       01  BAL-RETURN-BATCH-LINE.
           05  FILLER                  PIC X(26)
                   VALUE "RETURN FILE BATCH".
           05  RTB-BATCH-ID            PIC X(08).
           05  FILLER                  PIC X(11) VALUE " RETURNED".
           05  RTB-RETURNED            PIC X(10).
           05  FILLER                  PIC X(11) VALUE " REGISTER".
           05  RTB-REGISTER            PIC X(14).

       01  BAL-RESULT-LINE.
           05  RES-MESSAGE             PIC X(40).
           05  RES-DISCREPANCY-COUNT   PIC ZZZZ9.

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
           PERFORM 2000-BALANCE-AUDIT-TRAIL
               UNTIL WS-AUD-EOF.
           PERFORM 3000-BALANCE-CONTROL-FILE.
           PERFORM 4000-BALANCE-RECORD-COUNTS.
           PERFORM 5000-FINALIZE.
           PERFORM 8900-UPDATE-RUN-STATE.
           STOP RUN.

       0100-CHECK-RUN-STATE.
           PERFORM 0110-READ-RUN-STATE.
           IF NOT WS-RUN-JOB-STARTED AND NOT WS-RUN-JOB-FAILED
               DISPLAY "DLYBAL01 REFUSED - " WS-RUN-JOB-NAME
                       " HAS NOT BEEN CLEARED TO RUN BY ITS RUN-STATE "
                       "CHECK STEP (RUNCHK01)"
               DISPLAY "DLYBAL01 LAST RUN-STATE ON FILE IS '"
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
           OPEN INPUT AUD-FILE.
           OPEN INPUT TRAN-FILE.
           OPEN INPUT RJCT-FILE.
           OPEN INPUT HOLD-FILE.
           OPEN OUTPUT BAL-FILE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           STRING WS-CURR-MM "/" WS-CURR-DD "/" WS-CURR-YYYY
                       WS-BAL-LAST-AFTER (WS-BAL-SUB)
                   PERFORM 9100-REPORT-CHAIN-BREAK
               END-IF
               IF AUD-REVERSAL
                   ADD 1 TO WS-BAL-REV-COUNT (WS-BAL-SUB)
                   IF AUD-COUNTER-AFTER NOT = AUD-COUNTER-BEFORE
                       PERFORM 9150-REPORT-BAD-REVERSAL
                   END-IF
               END-IF
               MOVE AUD-COUNTER-AFTER
                   TO WS-BAL-LAST-AFTER (WS-BAL-SUB)
               ADD 1 TO WS-BAL-AUD-COUNT (WS-BAL-SUB)
                       TO WS-BAL-CATEGORY-CODE (WS-BAL-SUB)
                   MOVE 0 TO WS-BAL-LAST-AFTER (WS-BAL-SUB)
                   MOVE 0 TO WS-BAL-AUD-COUNT (WS-BAL-SUB)
                   MOVE 0 TO WS-BAL-REV-COUNT (WS-BAL-SUB)
                   SET WS-BAL-FOUND TO TRUE
               END-IF
           END-IF.
               TO CAT-CATEGORY-CODE.
           MOVE WS-BAL-AUD-COUNT (WS-BAL-SUB) TO CAT-AUD-COUNT.
           MOVE WS-BAL-LAST-AFTER (WS-BAL-SUB) TO CAT-LAST-AFTER.
           MOVE WS-BAL-REV-COUNT (WS-BAL-SUB) TO CAT-REV-COUNT.
           MOVE BAL-CATEGORY-LINE TO WS-BAL-HOLD-LINE.
           PERFORM 9000-WRITE-BAL-LINE.
           SET WS-CTL-FOUND-SW TO "N".

      *    ACCEPTED RECORDS ARE ON THE AUDIT TRAIL AND EVERY
      *    REJECTED RECORD IS ON THE STRUCTURED REJECT FILE, ONE
      *    RECORD EACH, AND EVERY HELD RECORD IS ON THE HELD-ITEMS
      *    FILE, SO THE THREE COUNTS TIE DIRECTLY BACK TO THE
      *    TRANSACTION INPUT COUNT.
       4000-BALANCE-RECORD-COUNTS.
           PERFORM 4100-COUNT-TRAN-RECORDS
               UNTIL WS-TRAN-EOF.
           PERFORM 4200-COUNT-REJECT-RECORDS
               UNTIL WS-RJCT-EOF.
           PERFORM 4250-COUNT-HELD-RECORDS
               UNTIL WS-HOLD-EOF.
           PERFORM 4300-MATCH-PROCESSED-LOG.
           PERFORM VARYING WS-FBT-SUB FROM 1 BY 1
                   UNTIL WS-FBT-SUB > WS-FBT-COUNT
           COMPUTE WS-DELIVERED-COUNT =
                   WS-TRAN-COUNT - WS-REFUSED-RECORDS.
           COMPUTE WS-TIE-TOTAL =
                   WS-ACCEPTED-COUNT + WS-REJECTED-COUNT
                   + WS-HELD-COUNT.
           IF WS-TIE-TOTAL NOT = WS-DELIVERED-COUNT
               MOVE WS-DELIVERED-COUNT TO TIE-TRAN-COUNT
               MOVE WS-ACCEPTED-COUNT TO TIE-ACCEPTED-COUNT
               MOVE WS-REJECTED-COUNT TO TIE-REJECTED-COUNT
               MOVE WS-HELD-COUNT TO TIE-HELD-COUNT
               MOVE BAL-TIE-LINE TO WS-BAL-HOLD-LINE
               PERFORM 9000-WRITE-BAL-LINE
               ADD 1 TO WS-DISCREPANCY-COUNT
           END-IF.
           PERFORM 4500-BALANCE-RETURN-FILE.

      *    BATCH HEADER AND TRAILER RECORDS FRAME THE FEED - THEY ARE
      *    NOT TRANSACTIONS AND DO NOT COUNT TOWARD THE TIE, BUT THE
               MOVE "N" TO WS-FBT-LOGGED-SW (WS-FBT-CUR)
               MOVE 0 TO WS-FBT-ACCEPTED (WS-FBT-CUR)
               MOVE 0 TO WS-FBT-REJECTED (WS-FBT-CUR)
               MOVE 0 TO WS-FBT-HELD (WS-FBT-CUR)
               MOVE SPACES TO WS-FBT-RUN-DATE (WS-FBT-CUR)
               MOVE 0 TO WS-FBT-AMOUNT (WS-FBT-CUR)
               MOVE "N" TO WS-FBT-RETURNED-SW (WS-FBT-CUR)
           ELSE
               MOVE 0 TO WS-FBT-CUR
           END-IF.

      *    THE LOG HOLDS ONE ENTRY PER BATCH ID, READ DIRECTLY FOR
      *    EACH FEED BATCH, AND THE LATEST RUN DATE ON THE WHOLE LOG
      *    - THE FIRST NUMERIC ONE READING BACKWARD DOWN THE RUN-DATE
      *    KEY - IS THE STAMP OF THE MOST RECENT REGISTER RUN, THE
      *    RUN THIS BALANCER FOLLOWS. A BATCH WHOSE ENTRY CARRIES AN
      *    OLDER STAMP WAS LOGGED ON AN EARLIER DAY AND TODAY'S COPY
      *    WAS REFUSED AS A DUPLICATE. ENTRIES FROM BEFORE THE
      *    RUN-DATE FIELD EXISTED CARRY SPACES THERE AND NEVER
      *    MATCH, WHICH IS RIGHT. NOTHING HERE COMPARES AGAINST
      *    THIS PROGRAM'S OWN CLOCK, SO A JOB THAT CROSSES MIDNIGHT
      *    MID-STREAM CANNOT UNMATCH A CLEAN NIGHT.
       4300-MATCH-PROCESSED-LOG.
           OPEN INPUT PRCS-FILE.
           IF WS-PRCS-FILE-OK
               MOVE HIGH-VALUES TO PRCS-RUN-DATE
               START PRCS-FILE
                   KEY IS LESS THAN OR EQUAL TO PRCS-RUN-DATE
                   INVALID KEY
                       SET WS-PRCS-EOF TO TRUE
               END-START
               PERFORM 4340-FIND-LATEST-RUN-DATE
                   UNTIL WS-PRCS-EOF
               PERFORM VARYING WS-FBT-SUB FROM 1 BY 1
                       UNTIL WS-FBT-SUB > WS-FBT-COUNT
                   PERFORM 4350-READ-PROCESSED-LOG
               END-PERFORM
           END-IF.
           CLOSE PRCS-FILE.
           PERFORM VARYING WS-FBT-SUB FROM 1 BY 1
               END-IF
           END-PERFORM.

       4340-FIND-LATEST-RUN-DATE.
           READ PRCS-FILE PREVIOUS RECORD
               AT END
                   SET WS-PRCS-EOF TO TRUE
               NOT AT END
                   IF PRCS-RUN-DATE NUMERIC
                       MOVE PRCS-RUN-DATE TO WS-MAX-RUN-DATE
                       SET WS-PRCS-EOF TO TRUE
                   END-IF
           END-READ.

       4350-READ-PROCESSED-LOG.
           MOVE WS-FBT-ID (WS-FBT-SUB) TO PRCS-BATCH-ID.
           READ PRCS-FILE
               KEY IS PRCS-BATCH-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PRCS-RUN-DATE NUMERIC
                       MOVE PRCS-RUN-DATE
                           TO WS-FBT-RUN-DATE (WS-FBT-SUB)
                       MOVE PRCS-ACCEPTED-COUNT
                           TO WS-FBT-ACCEPTED (WS-FBT-SUB)
                       MOVE PRCS-REJECTED-COUNT
                           TO WS-FBT-REJECTED (WS-FBT-SUB)
                       MOVE PRCS-DAY-AMOUNT
                           TO WS-FBT-AMOUNT (WS-FBT-SUB)
                       IF PRCS-HELD-COUNT NUMERIC
                           MOVE PRCS-HELD-COUNT
                               TO WS-FBT-HELD (WS-FBT-SUB)
                       ELSE
                           MOVE 0 TO WS-FBT-HELD (WS-FBT-SUB)
                       END-IF
                   END-IF
           END-READ.

           MOVE WS-FBT-RECORDS (WS-FBT-SUB) TO BAT-RECORDS.
           MOVE WS-FBT-ACCEPTED (WS-FBT-SUB) TO BAT-ACCEPTED.
           MOVE WS-FBT-REJECTED (WS-FBT-SUB) TO BAT-REJECTED.
           MOVE WS-FBT-HELD (WS-FBT-SUB) TO BAT-HELD.
           IF WS-FBT-LOGGED (WS-FBT-SUB)
               MOVE "PROCESSED" TO BAT-DISPOSITION
           ELSE
      *        PROCESSED ON THIS RUN, SO SHOW NOTHING.
               MOVE 0 TO BAT-ACCEPTED
               MOVE 0 TO BAT-REJECTED
               MOVE 0 TO BAT-HELD
               ADD WS-FBT-RECORDS (WS-FBT-SUB) TO WS-REFUSED-RECORDS
           END-IF.
           MOVE BAL-BATCH-LINE TO WS-BAL-HOLD-LINE.
                   SET WS-RJCT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-REJECTED-COUNT
                   IF RJCT-BATCH-ID NOT = SPACES
                       PERFORM 4220-ADD-BATCH-REJECT
                   END-IF
           END-READ.

      *    A REJECT FROM ONE OF THE FEED'S BATCHES IS ON THE RETURN
      *    FILE TOO. ITS DOLLARS ARE READ FROM THE ORIGINAL RECORD
      *    (POSITIONS 15-24, SAME AS TRANREC) BY THE REGISTER'S OWN
      *    AMOUNT EDIT - A SIGN AND NINE DIGITS, ANYTHING ELSE
      *    COUNTING AS ZERO - SO THE TWO FILES ADD UP THE SAME WAY.
       4220-ADD-BATCH-REJECT.
           ADD 1 TO WS-RJB-COUNT.
           MOVE RJCT-TRAN-RECORD (15:10) TO WS-RJB-AMOUNT-ALPHA.
           MOVE 0 TO WS-RJB-ITEM-AMOUNT.
           IF (WS-RJB-AMOUNT-ALPHA (1:1) = "+"
                   OR WS-RJB-AMOUNT-ALPHA (1:1) = "-")
               AND WS-RJB-AMOUNT-ALPHA (2:9) NUMERIC
               MOVE WS-RJB-AMOUNT-ALPHA (2:9) TO WS-RJB-DIGITS
               COMPUTE WS-RJB-ITEM-AMOUNT = WS-RJB-DIGITS / 100
               IF WS-RJB-AMOUNT-ALPHA (1:1) = "-"
                   COMPUTE WS-RJB-ITEM-AMOUNT =
                           0 - WS-RJB-ITEM-AMOUNT
               END-IF
           END-IF.
           ADD WS-RJB-ITEM-AMOUNT TO WS-RJB-AMOUNT.

       4250-COUNT-HELD-RECORDS.
           READ HOLD-FILE
               AT END
                   SET WS-HOLD-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-HELD-COUNT
           END-READ.

      *    THE RETURN FILE TELLS THE SENDING SYSTEM WHAT BECAME OF
      *    ITS FEED, SO IT MUST SAY THE SAME AS THE REGISTER'S OWN
      *    RECORDS: ONE TRAILER; ITS ACCEPTED FIGURES EQUAL TO THE
      *    SUBTOTALS LOGGED TO PRCSLOG FOR THE BATCHES PROCESSED ON
      *    THIS RUN; ITS REJECTED FIGURES EQUAL TO THE FEED-BATCH
      *    REJECTS ON RJCTFILE AND TO ITS OWN DETAILS; AND EVERY
      *    BATCH HEADER'S DISPOSITION MATCHING WHETHER THE BATCH WAS
      *    LOGGED. A PROCESSED BATCH WITH NO ACCEPTED HEADER IS A
      *    DISCREPANCY TOO.
       4500-BALANCE-RETURN-FILE.
           OPEN INPUT RTN-FILE.
           PERFORM 4550-READ-RETURN-RECORD
               UNTIL WS-RTN-EOF.
           CLOSE RTN-FILE.
           PERFORM VARYING WS-FBT-SUB FROM 1 BY 1
                   UNTIL WS-FBT-SUB > WS-FBT-COUNT
               IF WS-FBT-LOGGED (WS-FBT-SUB)
                   ADD WS-FBT-ACCEPTED (WS-FBT-SUB)
                       TO WS-LOG-ACCEPTED-COUNT
                   ADD WS-FBT-AMOUNT (WS-FBT-SUB)
                       TO WS-LOG-ACCEPTED-AMOUNT
                   IF NOT WS-FBT-RETURNED (WS-FBT-SUB)
                       MOVE WS-FBT-ID (WS-FBT-SUB) TO RTB-BATCH-ID
                       MOVE "NOT AT ALL" TO RTB-RETURNED
                       MOVE "PROCESSED" TO RTB-REGISTER
                       PERFORM 4590-REPORT-RETURN-BATCH
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-RTN-TRAILER-COUNT NOT = 1
               MOVE "RETURN FILE TRAILERS FOUND" TO RTL-MESSAGE
               MOVE WS-RTN-TRAILER-COUNT TO RTL-RETURN-COUNT
               MOVE 0 TO RTL-RETURN-AMOUNT
               MOVE 1 TO RTL-OTHER-COUNT
               MOVE 0 TO RTL-OTHER-AMOUNT
               PERFORM 4580-REPORT-RETURN-TIE
           END-IF.
           IF WS-RTN-ACCEPTED-COUNT NOT = WS-LOG-ACCEPTED-COUNT
               OR WS-RTN-ACCEPTED-AMOUNT NOT = WS-LOG-ACCEPTED-AMOUNT
               MOVE "RETURN ACCEPTED NOT TIED TO PRCSLOG"
                   TO RTL-MESSAGE
               MOVE WS-RTN-ACCEPTED-COUNT TO RTL-RETURN-COUNT
               MOVE WS-RTN-ACCEPTED-AMOUNT TO RTL-RETURN-AMOUNT
               MOVE WS-LOG-ACCEPTED-COUNT TO RTL-OTHER-COUNT
               MOVE WS-LOG-ACCEPTED-AMOUNT TO RTL-OTHER-AMOUNT
               PERFORM 4580-REPORT-RETURN-TIE
           END-IF.
           IF WS-RTN-REJECTED-COUNT NOT = WS-RJB-COUNT
               OR WS-RTN-REJECTED-AMOUNT NOT = WS-RJB-AMOUNT
               MOVE "RETURN REJECTED NOT TIED TO RJCTFILE"
                   TO RTL-MESSAGE
               MOVE WS-RTN-REJECTED-COUNT TO RTL-RETURN-COUNT
               MOVE WS-RTN-REJECTED-AMOUNT TO RTL-RETURN-AMOUNT
               MOVE WS-RJB-COUNT TO RTL-OTHER-COUNT
               MOVE WS-RJB-AMOUNT TO RTL-OTHER-AMOUNT
               PERFORM 4580-REPORT-RETURN-TIE
           END-IF.
           IF WS-RTN-REJECTED-COUNT NOT = WS-RTN-DETAIL-COUNT
               OR WS-RTN-REJECTED-AMOUNT NOT = WS-RTN-DETAIL-AMOUNT
               MOVE "RETURN TRAILER NOT TIED TO ITS DETAILS"
                   TO RTL-MESSAGE
               MOVE WS-RTN-REJECTED-COUNT TO RTL-RETURN-COUNT
               MOVE WS-RTN-REJECTED-AMOUNT TO RTL-RETURN-AMOUNT
               MOVE WS-RTN-DETAIL-COUNT TO RTL-OTHER-COUNT
               MOVE WS-RTN-DETAIL-AMOUNT TO RTL-OTHER-AMOUNT
               PERFORM 4580-REPORT-RETURN-TIE
           END-IF.

       4550-READ-RETURN-RECORD.
           READ RTN-FILE
               AT END
                   SET WS-RTN-EOF TO TRUE
               NOT AT END
                   IF RTN-BATCH-HEADER
                       PERFORM 4560-MATCH-RETURN-HEADER
                   END-IF
                   IF RTN-REJECT-DETAIL
                       ADD 1 TO WS-RTN-DETAIL-COUNT
                       ADD RTN-AMOUNT TO WS-RTN-DETAIL-AMOUNT
                   END-IF
                   IF RTN-FEED-TRAILER
                       ADD 1 TO WS-RTN-TRAILER-COUNT
                       MOVE RTN-ACCEPTED-COUNT TO WS-RTN-ACCEPTED-COUNT
                       MOVE RTN-ACCEPTED-AMOUNT
                           TO WS-RTN-ACCEPTED-AMOUNT
                       MOVE RTN-REJECTED-COUNT TO WS-RTN-REJECTED-COUNT
                       MOVE RTN-REJECTED-AMOUNT
                           TO WS-RTN-REJECTED-AMOUNT
                   END-IF
           END-READ.

      *    A HEADER IS MATCHED TO THE FIRST FEED BATCH OF ITS ID NOT
      *    ALREADY MATCHED. A REFUSED HEADER WITH NO FEED BATCH IS A
      *    BATCH PAST THE END OF THE TABLE - REFUSED ON BOTH SIDES.
       4560-MATCH-RETURN-HEADER.
           MOVE 0 TO WS-RTN-MATCH-SUB.
           PERFORM VARYING WS-FBT-SUB FROM 1 BY 1
                   UNTIL WS-FBT-SUB > WS-FBT-COUNT
               IF WS-FBT-ID (WS-FBT-SUB) = RTN-BATCH-ID
                   AND NOT WS-FBT-RETURNED (WS-FBT-SUB)
                   MOVE WS-FBT-SUB TO WS-RTN-MATCH-SUB
                   MOVE WS-FBT-COUNT TO WS-FBT-SUB
               END-IF
           END-PERFORM.
           MOVE RTN-BATCH-ID TO RTB-BATCH-ID.
           IF RTN-BATCH-ACCEPTED
               MOVE "ACCEPTED" TO RTB-RETURNED
           ELSE
               MOVE "REFUSED" TO RTB-RETURNED
           END-IF.
           IF WS-RTN-MATCH-SUB = 0
               IF RTN-BATCH-ACCEPTED
                   MOVE "NOT ON FEED" TO RTB-REGISTER
                   PERFORM 4590-REPORT-RETURN-BATCH
               END-IF
           ELSE
               MOVE "Y" TO WS-FBT-RETURNED-SW (WS-RTN-MATCH-SUB)
               IF WS-FBT-LOGGED (WS-RTN-MATCH-SUB)
                   IF NOT RTN-BATCH-ACCEPTED
                       MOVE "PROCESSED" TO RTB-REGISTER
                       PERFORM 4590-REPORT-RETURN-BATCH
                   END-IF
               ELSE
                   IF RTN-BATCH-ACCEPTED
                       MOVE "NOT PROCESSED" TO RTB-REGISTER
                       PERFORM 4590-REPORT-RETURN-BATCH
                   END-IF
               END-IF
           END-IF.

       4580-REPORT-RETURN-TIE.
           MOVE BAL-RETURN-LINE TO WS-BAL-HOLD-LINE.
           PERFORM 9000-WRITE-BAL-LINE.
           ADD 1 TO WS-DISCREPANCY-COUNT.

       4590-REPORT-RETURN-BATCH.
           MOVE BAL-RETURN-BATCH-LINE TO WS-BAL-HOLD-LINE.
           PERFORM 9000-WRITE-BAL-LINE.
           ADD 1 TO WS-DISCREPANCY-COUNT.

       5000-FINALIZE.
           IF WS-DISCREPANCY-COUNT > 0
               MOVE "REGISTER OUT OF BALANCE - DISCREPANCIES:"
           CLOSE AUD-FILE.
           CLOSE TRAN-FILE.
           CLOSE RJCT-FILE.
           CLOSE HOLD-FILE.
           CLOSE BAL-FILE.

       5100-PRINT-HEADINGS.
           PERFORM 9000-WRITE-BAL-LINE.
           ADD 1 TO WS-DISCREPANCY-COUNT.

       9150-REPORT-BAD-REVERSAL.
           MOVE AUD-CATEGORY-CODE TO REV-CATEGORY-CODE.
           MOVE AUD-COUNTER-BEFORE TO REV-COUNTER-BEFORE.
           MOVE AUD-COUNTER-AFTER TO REV-COUNTER-AFTER.
           MOVE BAL-REVERSAL-LINE TO WS-BAL-HOLD-LINE.
           PERFORM 9000-WRITE-BAL-LINE.
           ADD 1 TO WS-DISCREPANCY-COUNT.

       9200-REPORT-FINAL-MISMATCH.
           MOVE WS-BAL-CATEGORY-CODE (WS-BAL-SUB)
               TO FIN-CATEGORY-CODE.
           MOVE BAL-FINAL-LINE TO WS-BAL-HOLD-LINE.
           PERFORM 9000-WRITE-BAL-LINE.
           ADD 1 TO WS-DISCREPANCY-COUNT.

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
           MOVE "DLYBAL01" TO RUN-PROGRAM.
           MOVE WS-RUN-STAMP-DATE TO RUN-STAMP-DATE.
           MOVE WS-RUN-STAMP-TIME TO RUN-STAMP-TIME.
           WRITE RUN-RECORD.
           CLOSE RUN-FILE.
