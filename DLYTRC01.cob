       IDENTIFICATION DIVISION.
       PROGRAM-ID. DLYTRC01.
       AUTHOR. DATA-PROCESSING.

      ******************************************************************
      * POSTING / BATCH LINEAGE TRACE
      * ANSWERS "WHERE DID THIS POSTING COME FROM" AND "WHAT DID THIS
      * BATCH DO" FROM THE LINEAGE EVERY AUDIT AND REJECT RECORD
      * CARRIES (BATCH ID, BUSINESS DATE, POSITION WITHIN THE BATCH,
      * RESUBMIT FLAG). EACH CARD ON TRCFILE ASKS ONE QUESTION:
      *   P + CATEGORY CODE + COUNTER VALUE - BACKWARD. EVERY POSTING
      *       ON THE AUDIT ARCHIVE WITH THAT CATEGORY AND COUNTER-AFTER
      *       (MORE THAN ONE WHEN THE COUNTER HAS CYCLED) IS PRINTED
      *       WITH ITS BATCH, BUSINESS DATE, POSITION AND SOURCE
      *       (FEED, REPAIR RESUBMIT OR RELEASED HELD ITEM), THE
      *       BATCH'S PROCESSED-LOG ENTRY, THE ORIGINAL 80-BYTE FEED
      *       RECORD WHEN THAT FEED IS STILL ON TRANFILE, AND ANY
      *       REVERSAL THAT CANCELLED IT.
      *   B + BATCH ID - FORWARD. THE BATCH'S PROCESSED-LOG ENTRY,
      *       EVERY POSTING IT MADE (WITH ITS TOTALS BY CATEGORY AND
      *       LABEL), EVERY REJECT OF IT STILL ON THE DAY'S REJECT
      *       FILE OR THE REPAIR CARRY-FORWARD, AND THE GL SUMMARY
      *       LINES ITS POSTINGS FED - THE GL LINES ARE PER CATEGORY
      *       AND LABEL FOR THE WHOLE BUSINESS DATE, SO THE BATCH'S
      *       OWN TOTALS ARE PRINTED AHEAD OF THEM AS ITS SHARE.
      * THE ANSWERS GO TO TRCRPT. THE FEED, REJECT AND GL FILES ARE
      * ALL OPTIONAL - WHAT IS NOT SUPPLIED (OR HAS SINCE BEEN
      * REPLACED BY A LATER DAY'S) IS REPORTED AS NOT AVAILABLE.
      * THE CATEGORY MASTER (CATMFILE, ALSO OPTIONAL) SUPPLIES THE
      * MERGES, SO A POSTING THE REGISTER REDIRECTED TO A SURVIVING
      * CODE IS STILL MATCHED TO THE FEED RECORD THAT CARRIED THE
      * RETIRED ONE.
      * POSTINGS MADE BEFORE THE LINEAGE FIELDS EXISTED SHOW "NO
      * LINEAGE RECORDED". A CARD OF ANY OTHER TYPE, OR A COUNTER
      * THAT IS NOT NUMERIC, IS REPORTED AND ENDS THE STEP WITH
      * RETURN CODE 4.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRQ-FILE ASSIGN TO "TRCFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRQ-FILE-STATUS.

           SELECT ARCH-FILE ASSIGN TO "ARCHFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-FILE-STATUS.

           SELECT OPTIONAL PRCS-FILE ASSIGN TO "PRCSLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRCS-BATCH-ID
               ALTERNATE RECORD KEY IS PRCS-RUN-DATE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS PRCS-BUSINESS-DATE
                   WITH DUPLICATES
               FILE STATUS IS WS-PRCS-FILE-STATUS.

           SELECT OPTIONAL TRAN-FILE ASSIGN TO "TRANFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-FILE-STATUS.

           SELECT OPTIONAL RJCT-FILE ASSIGN TO "RJCTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RJCT-FILE-STATUS.

           SELECT OPTIONAL RJCO-FILE ASSIGN TO "RJCTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RJCO-FILE-STATUS.

           SELECT OPTIONAL GLI-FILE ASSIGN TO "GLFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLI-FILE-STATUS.

           SELECT OPTIONAL CATM-FILE ASSIGN TO "CATMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATM-FILE-STATUS.

           SELECT TRCRPT-FILE ASSIGN TO "TRCRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  TRQ-FILE.
       01  TRQ-RECORD.
           05  TRQ-TYPE                PIC X(01).
               88  TRQ-BY-POSTING          VALUE "P".
               88  TRQ-BY-BATCH            VALUE "B".
           05  TRQ-POSTING-KEY.
               10  TRQ-CATEGORY-CODE   PIC X(04).
               10  TRQ-COUNTER         PIC 9(05).
               10  TRQ-COUNTER-ALPHA REDEFINES TRQ-COUNTER
                                       PIC X(05).
           05  TRQ-BATCH-KEY REDEFINES TRQ-POSTING-KEY.
               10  TRQ-BATCH-ID        PIC X(08).
               10  FILLER              PIC X(01).
           05  FILLER                  PIC X(70).

       FD  ARCH-FILE.
           COPY AUDREC.

       FD  PRCS-FILE.
           COPY PRCSREC.

       FD  TRAN-FILE.
           COPY TRANREC.

       FD  RJCT-FILE.
           COPY RJCTREC.

       FD  RJCO-FILE.
           COPY RJCTREC REPLACING LEADING ==RJCT== BY ==RJCO==.

       FD  GLI-FILE.
           COPY GLIREC.

       FD  CATM-FILE.
           COPY CATMREC.

       FD  TRCRPT-FILE.
       01  TRCRPT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CONTROL-SWITCHES.
           05  WS-TRQ-FILE-STATUS      PIC X(02) VALUE SPACES.
               88  WS-TRQ-FILE-OK          VALUE "00".
           05  WS-TRQ-EOF-SW           PIC X(01) VALUE "N".
               88  WS-TRQ-EOF              VALUE "Y".
           05  WS-ARCH-FILE-STATUS     PIC X(02) VALUE SPACES.
               88  WS-ARCH-FILE-OK         VALUE "00".
           05  WS-ARCH-EOF-SW          PIC X(01) VALUE "N".
               88  WS-ARCH-EOF             VALUE "Y".
           05  WS-PRCS-FILE-STATUS     PIC X(02) VALUE SPACES.
               88  WS-PRCS-FILE-OK         VALUE "00".
           05  WS-TRAN-FILE-STATUS     PIC X(02) VALUE SPACES.
               88  WS-TRAN-FILE-OK         VALUE "00".
           05  WS-TRAN-EOF-SW          PIC X(01) VALUE "N".
               88  WS-TRAN-EOF             VALUE "Y".
           05  WS-RJCT-FILE-STATUS     PIC X(02) VALUE SPACES.
               88  WS-RJCT-FILE-OK         VALUE "00".
           05  WS-RJCT-EOF-SW          PIC X(01) VALUE "N".
               88  WS-RJCT-EOF             VALUE "Y".
           05  WS-RJCO-FILE-STATUS     PIC X(02) VALUE SPACES.
               88  WS-RJCO-FILE-OK         VALUE "00".
           05  WS-RJCO-EOF-SW          PIC X(01) VALUE "N".
               88  WS-RJCO-EOF             VALUE "Y".
           05  WS-GLI-FILE-STATUS      PIC X(02) VALUE SPACES.
               88  WS-GLI-FILE-OK          VALUE "00".
           05  WS-GLI-EOF-SW           PIC X(01) VALUE "N".
               88  WS-GLI-EOF              VALUE "Y".
           05  WS-CATM-FILE-STATUS     PIC X(02) VALUE SPACES.
           05  WS-CATM-EOF-SW          PIC X(01) VALUE "N".
               88  WS-CATM-EOF             VALUE "Y".
           05  WS-LOG-FOUND-SW         PIC X(01) VALUE "N".
               88  WS-LOG-FOUND            VALUE "Y".
           05  WS-FEED-FOUND-SW        PIC X(01) VALUE "N".
               88  WS-FEED-FOUND           VALUE "Y".
           05  WS-FEED-CODE-SW         PIC X(01) VALUE "N".
               88  WS-FEED-CODE-MATCHES    VALUE "Y".
           05  WS-IN-BATCH-SW          PIC X(01) VALUE "N".
               88  WS-IN-BATCH             VALUE "Y".
           05  WS-PAIR-FOUND-SW        PIC X(01) VALUE "N".
               88  WS-PAIR-FOUND           VALUE "Y".
           05  WS-ERROR-SW             PIC X(01) VALUE "N".
               88  WS-ERRORS-SEEN          VALUE "Y".

       01  WS-TRACE-WORK.
           05  WS-CARD-COUNT           PIC 9(5) VALUE 0.
           05  WS-MATCH-COUNT          PIC 9(5) VALUE 0.
           05  WS-REJECT-COUNT         PIC 9(5) VALUE 0.
           05  WS-GL-COUNT             PIC 9(5) VALUE 0.
           05  WS-POSTING-AMOUNT       PIC S9(9)V99 VALUE 0.
           05  WS-FIND-BATCH-ID        PIC X(08).
           05  WS-FIND-POSITION        PIC 9(5).
           05  WS-FIND-CATEGORY        PIC X(04).
           05  WS-FEED-BATCH-ID        PIC X(08).
           05  WS-FEED-POSITION        PIC 9(5).
           05  WS-UNBATCHED-POSITION   PIC 9(5).
           05  WS-FEED-RECORD          PIC X(80).
           05  WS-BATCH-BUS-DATE       PIC X(08).
           05  WS-GL-FILE-DATE         PIC X(08).

      *    THE TRACED BATCH'S POSTINGS SUMMED BY CATEGORY AND LABEL -
      *    PRINTED AS ITS SHARE AND USED TO PICK OUT THE GL LINES IT
      *    FED. THE SAME 200-ENTRY CEILING AS THE GL EXTRACT'S OWN
      *    SUMMARY TABLE, WHICH COVERS THE WHOLE DAY.
       01  WS-PAIR-TABLE.
           05  WS-PAIR-COUNT-USED      PIC 9(3) VALUE 0.
           05  WS-PAIR-ENTRY OCCURS 200 TIMES.
               10  WS-PAIR-CATEGORY    PIC X(04).
               10  WS-PAIR-LABEL       PIC X(10).
               10  WS-PAIR-COUNT       PIC 9(5).
               10  WS-PAIR-AMOUNT      PIC S9(9)V99.

       01  WS-PAIR-WORK.
           05  WS-PAIR-SUB             PIC 9(3).
           05  WS-PAIR-FOUND-SUB       PIC 9(3).

      *    EVERY MERGED CODE ON THE CATEGORY MASTER AND ITS SURVIVOR.
       01  WS-MERGE-TABLE.
           05  WS-MRG-USED             PIC 9(03) VALUE 0.
           05  WS-MRG-ENTRY OCCURS 100 TIMES.
               10  WS-MRG-CODE         PIC X(04).
               10  WS-MRG-INTO         PIC X(04).

       01  WS-MERGE-WORK.
           05  WS-MRG-SUB              PIC 9(03).

      *    A REJECT'S ORIGINAL FEED RECORD, LAID OUT FOR PRINTING.
           COPY TRANREC REPLACING LEADING ==TRAN== BY ==TRW==.

       01  WS-REPORT-WORK.
           05  WS-PAGE-COUNT           PIC 9(3) VALUE 0.
           05  WS-LINE-COUNT           PIC 9(3) VALUE 99.
           05  WS-MAX-LINES            PIC 9(3) VALUE 50.
      *    LINE HELD HERE UNTIL 9000-WRITE-TRC-LINE HAS DECIDED
      *    WHETHER A NEW PAGE HEADING MUST BE WRITTEN FIRST - THE
      *    HEADING ROUTINE USES THE SAME TRCRPT-LINE RECORD AREA.
           05  WS-TRC-HOLD-LINE        PIC X(132).

       01  TRC-HDG-1.
           05  FILLER                  PIC X(30)
                   VALUE "POSTING / BATCH LINEAGE TRACE".
           05  FILLER                  PIC X(07) VALUE "  PAGE:".
           05  HDG-PAGE-NBR            PIC ZZ9.

       01  TRC-CARD-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(07) VALUE "TRACE ".
           05  CRD-TEXT                PIC X(60).

       01  TRC-POSTING-LINE.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  PST-TIMESTAMP           PIC X(26).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PST-CATEGORY-CODE       PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PST-COUNTER-BEFORE      PIC ZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PST-COUNTER-AFTER       PIC ZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PST-LABEL               PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PST-AMOUNT              PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PST-REVERSAL-MARK       PIC X(04).
           05  PST-REVERSED-COUNTER    PIC ZZZZ9 BLANK WHEN ZERO.

       01  TRC-LINEAGE-LINE.
           05  FILLER                  PIC X(06) VALUE SPACES.
           05  FILLER                  PIC X(07) VALUE "BATCH:".
           05  LIN-BATCH-ID            PIC X(08).
           05  FILLER                  PIC X(17)
                   VALUE "  BUSINESS DATE:".
           05  LIN-BUSINESS-DATE       PIC X(08).
           05  FILLER                  PIC X(12) VALUE "  POSITION:".
           05  LIN-POSITION            PIC ZZZZ9.
           05  FILLER                  PIC X(10) VALUE "  SOURCE:".
           05  LIN-SOURCE              PIC X(24).

       01  TRC-LOG-LINE.
           05  FILLER                  PIC X(06) VALUE SPACES.
           05  FILLER                  PIC X(14) VALUE "LOGGED - RUN:".
           05  LOG-RUN-DATE            PIC X(08).
           05  FILLER                  PIC X(17)
                   VALUE "  BUSINESS DATE:".
           05  LOG-BUSINESS-DATE       PIC X(08).
           05  FILLER                  PIC X(12) VALUE "  ACCEPTED:".
           05  LOG-ACCEPTED            PIC ZZZZ9.
           05  FILLER                  PIC X(12) VALUE "  REJECTED:".
           05  LOG-REJECTED            PIC ZZZZ9.
           05  FILLER                  PIC X(10) VALUE "  AMOUNT:".
           05  LOG-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99-.

       01  TRC-FEED-LINE.
           05  FILLER                  PIC X(06) VALUE SPACES.
           05  FILLER                  PIC X(13) VALUE "FEED RECORD:".
           05  FED-RECORD              PIC X(80).

       01  TRC-REJECT-LINE.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  RJL-SOURCE              PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RJL-POSITION            PIC ZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RJL-REASON              PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RJL-CATEGORY-CODE       PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RJL-LABEL               PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RJL-AMOUNT              PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RJL-RUN-DATE            PIC X(10).

       01  TRC-SHARE-LINE.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  FILLER                  PIC X(13) VALUE "BATCH SHARE".
           05  SHR-CATEGORY-CODE       PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SHR-LABEL               PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SHR-COUNT               PIC ZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SHR-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99-.

       01  TRC-GL-LINE.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  FILLER                  PIC X(09) VALUE "GL LINE".
           05  GLL-ACCOUNT             PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  GLL-DEBIT-CREDIT        PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  GLL-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  GLL-CATEGORY-CODE       PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  GLL-LABEL               PIC X(10).

       01  TRC-COUNT-LINE.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  CNT-TEXT                PIC X(20).
           05  CNT-COUNT               PIC ZZZZ9.
           05  CNT-AMOUNT-PART.
               10  FILLER              PIC X(10) VALUE "  AMOUNT:".
               10  CNT-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99-.

       01  TRC-MESSAGE-LINE.
           05  FILLER                  PIC X(06) VALUE SPACES.
           05  MSG-TEXT                PIC X(90).

       01  TRC-TOTAL-LINE.
           05  FILLER                  PIC X(16) VALUE "TRACE CARDS:".
           05  TOT-CARDS               PIC ZZZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-PROCESS-CARD
               UNTIL WS-TRQ-EOF.
           PERFORM 5000-FINALIZE.
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT TRQ-FILE.
           IF NOT WS-TRQ-FILE-OK
               DISPLAY "DLYTRC01 NO TRACE CARDS (TRCFILE) - STATUS "
                       WS-TRQ-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT TRCRPT-FILE.
           OPEN INPUT CATM-FILE.
           PERFORM 1200-LOAD-MERGES
               UNTIL WS-CATM-EOF.
           CLOSE CATM-FILE.
           PERFORM 1100-READ-CARD.

       1100-READ-CARD.
           READ TRQ-FILE
               AT END
                   SET WS-TRQ-EOF TO TRUE
           END-READ.

       1200-LOAD-MERGES.
           READ CATM-FILE
               AT END
                   SET WS-CATM-EOF TO TRUE
               NOT AT END
                   IF CATM-MERGED AND WS-MRG-USED < 100
                       ADD 1 TO WS-MRG-USED
                       MOVE CATM-CATEGORY-CODE
                           TO WS-MRG-CODE (WS-MRG-USED)
                       MOVE CATM-MERGED-INTO
                           TO WS-MRG-INTO (WS-MRG-USED)
                   END-IF
           END-READ.

       2000-PROCESS-CARD.
           ADD 1 TO WS-CARD-COUNT.
           MOVE TRQ-RECORD TO CRD-TEXT.
           MOVE TRC-CARD-LINE TO WS-TRC-HOLD-LINE.
           PERFORM 9000-WRITE-TRC-LINE.
           IF TRQ-BY-POSTING AND TRQ-COUNTER-ALPHA NUMERIC
               PERFORM 3000-TRACE-POSTING
           ELSE
               IF TRQ-BY-BATCH AND TRQ-BATCH-ID NOT = SPACES
                   PERFORM 4000-TRACE-BATCH
               ELSE
                   MOVE "INVALID CARD - EXPECTED P OR B AND A KEY"
                       TO MSG-TEXT
                   PERFORM 9100-WRITE-MESSAGE
                   SET WS-ERRORS-SEEN TO TRUE
               END-IF
           END-IF.
           MOVE SPACES TO WS-TRC-HOLD-LINE.
           PERFORM 9000-WRITE-TRC-LINE.
           PERFORM 1100-READ-CARD.

      *    BACKWARD: POSTING TO BATCH AND FEED RECORD. ONLY ORDINARY
      *    POSTINGS ARE MATCHED ON THE COUNTER-AFTER (A REVERSAL
      *    ADVANCES NO COUNTER); A REVERSAL NAMING THE COUNTER IS
      *    PRINTED UNDER THE POSTING IT CANCELLED.
       3000-TRACE-POSTING.
           MOVE 0 TO WS-MATCH-COUNT.
           SET WS-ARCH-EOF-SW TO "N".
           OPEN INPUT ARCH-FILE.
           PERFORM 3100-SCAN-FOR-POSTING
               UNTIL WS-ARCH-EOF.
           CLOSE ARCH-FILE.
           IF WS-MATCH-COUNT = 0
               MOVE "NO POSTING ON THE AUDIT ARCHIVE FOR THIS COUNTER"
                   TO MSG-TEXT
               PERFORM 9100-WRITE-MESSAGE
           END-IF.

       3100-SCAN-FOR-POSTING.
           READ ARCH-FILE
               AT END
                   SET WS-ARCH-EOF TO TRUE
               NOT AT END
                   IF AUD-CATEGORY-CODE = TRQ-CATEGORY-CODE
                       IF AUD-REVERSAL
                           IF AUD-REVERSED-COUNTER = TRQ-COUNTER
                               PERFORM 3400-SHOW-REVERSAL
                           END-IF
                       ELSE
                           IF AUD-COUNTER-AFTER = TRQ-COUNTER
                               PERFORM 3200-SHOW-POSTING
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       3200-SHOW-POSTING.
           ADD 1 TO WS-MATCH-COUNT.
           PERFORM 8000-FORMAT-POSTING.
           PERFORM 8100-FORMAT-LINEAGE.
           IF AUD-BATCH-POSITION > 0
               IF AUD-BATCH-ID NOT = SPACES
                   MOVE AUD-BATCH-ID TO WS-FIND-BATCH-ID
                   PERFORM 6000-FIND-LOG-ENTRY
               END-IF
               MOVE AUD-BATCH-ID TO WS-FIND-BATCH-ID
               MOVE AUD-BATCH-POSITION TO WS-FIND-POSITION
               MOVE AUD-CATEGORY-CODE TO WS-FIND-CATEGORY
               PERFORM 3300-FIND-FEED-RECORD
           END-IF.

      *    THE FEED IS READ THE WAY THE REGISTER READ IT: DATA
      *    RECORDS BETWEEN A HEADER AND ITS TRAILER ARE NUMBERED FROM
      *    1 WITHIN THAT BATCH; REPAIRS AND RELEASES RIDING OUTSIDE
      *    EVERY BATCH ARE NUMBERED AMONG THEMSELVES. TRANFILE ONLY
      *    EVER HOLDS THE LATEST FEED, SO THE RECORD FOUND MUST ALSO
      *    CARRY THE POSTING'S CATEGORY, OR A CODE MERGED INTO IT
      *    THAT THE REGISTER REDIRECTED - IF IT DOES NOT, THE FEED
      *    HAS BEEN REPLACED SINCE AND THE ORIGINAL IS GONE.
       3300-FIND-FEED-RECORD.
           SET WS-FEED-FOUND-SW TO "N".
           SET WS-IN-BATCH-SW TO "N".
           SET WS-TRAN-EOF-SW TO "N".
           MOVE 0 TO WS-FEED-POSITION.
           MOVE 0 TO WS-UNBATCHED-POSITION.
           OPEN INPUT TRAN-FILE.
           PERFORM 3310-SCAN-FEED
               UNTIL WS-TRAN-EOF OR WS-FEED-FOUND.
           CLOSE TRAN-FILE.
           IF WS-FEED-FOUND
               PERFORM 3330-TEST-FEED-CODE
           END-IF.
           IF WS-FEED-FOUND AND WS-FEED-CODE-MATCHES
               MOVE WS-FEED-RECORD TO FED-RECORD
               MOVE TRC-FEED-LINE TO WS-TRC-HOLD-LINE
               PERFORM 9000-WRITE-TRC-LINE
           ELSE
               MOVE "FEED RECORD NOT AVAILABLE - NOT ON TRANFILE"
                   TO MSG-TEXT
               PERFORM 9100-WRITE-MESSAGE
           END-IF.

       3310-SCAN-FEED.
           READ TRAN-FILE
               AT END
                   SET WS-TRAN-EOF TO TRUE
               NOT AT END
                   IF TRAN-CATEGORY-CODE = "*HDR"
                       SET WS-IN-BATCH TO TRUE
                       MOVE 0 TO WS-FEED-POSITION
                       MOVE TRAN-HDR-BATCH-ID TO WS-FEED-BATCH-ID
                   ELSE
                       IF TRAN-CATEGORY-CODE = "*TRL"
                           SET WS-IN-BATCH-SW TO "N"
                       ELSE
                           PERFORM 3320-COUNT-FEED-RECORD
                       END-IF
                   END-IF
           END-READ.

       3320-COUNT-FEED-RECORD.
           IF WS-IN-BATCH
               ADD 1 TO WS-FEED-POSITION
               IF WS-FEED-BATCH-ID = WS-FIND-BATCH-ID
                   AND WS-FEED-POSITION = WS-FIND-POSITION
                   MOVE TRAN-RECORD TO WS-FEED-RECORD
                   SET WS-FEED-FOUND TO TRUE
               END-IF
           ELSE
               ADD 1 TO WS-UNBATCHED-POSITION
               IF WS-FIND-BATCH-ID = SPACES
                   AND WS-UNBATCHED-POSITION = WS-FIND-POSITION
                   MOVE TRAN-RECORD TO WS-FEED-RECORD
                   SET WS-FEED-FOUND TO TRUE
               END-IF
           END-IF.

       3330-TEST-FEED-CODE.
           SET WS-FEED-CODE-SW TO "N".
           IF WS-FEED-RECORD (1:4) = WS-FIND-CATEGORY
               SET WS-FEED-CODE-MATCHES TO TRUE
           END-IF.
           PERFORM VARYING WS-MRG-SUB FROM 1 BY 1
                   UNTIL WS-MRG-SUB > WS-MRG-USED
               IF WS-FEED-RECORD (1:4) = WS-MRG-CODE (WS-MRG-SUB)
                   AND WS-MRG-INTO (WS-MRG-SUB) = WS-FIND-CATEGORY
                   SET WS-FEED-CODE-MATCHES TO TRUE
                   MOVE WS-MRG-USED TO WS-MRG-SUB
               END-IF
           END-PERFORM.

       3400-SHOW-REVERSAL.
           MOVE "REVERSED BY:" TO MSG-TEXT.
           PERFORM 9100-WRITE-MESSAGE.
           PERFORM 8000-FORMAT-POSTING.
           PERFORM 8100-FORMAT-LINEAGE.

      *    FORWARD: BATCH TO POSTINGS, REJECTS AND GL LINES.
       4000-TRACE-BATCH.
           MOVE TRQ-BATCH-ID TO WS-FIND-BATCH-ID.
           MOVE SPACES TO WS-BATCH-BUS-DATE.
           PERFORM 6000-FIND-LOG-ENTRY.
           IF WS-LOG-FOUND
               MOVE PRCS-BUSINESS-DATE TO WS-BATCH-BUS-DATE
           END-IF.
           PERFORM 4100-LIST-POSTINGS.
           PERFORM 4300-LIST-REJECTS.
           PERFORM 4500-LIST-GL-LINES.

       4100-LIST-POSTINGS.
           MOVE 0 TO WS-MATCH-COUNT.
           MOVE 0 TO WS-POSTING-AMOUNT.
           MOVE 0 TO WS-PAIR-COUNT-USED.
           SET WS-ARCH-EOF-SW TO "N".
           OPEN INPUT ARCH-FILE.
           PERFORM 4110-SCAN-FOR-BATCH
               UNTIL WS-ARCH-EOF.
           CLOSE ARCH-FILE.
           MOVE "POSTINGS:" TO CNT-TEXT.
           MOVE "  AMOUNT:" TO CNT-AMOUNT-PART.
           MOVE WS-MATCH-COUNT TO CNT-COUNT.
           MOVE WS-POSTING-AMOUNT TO CNT-AMOUNT.
           MOVE TRC-COUNT-LINE TO WS-TRC-HOLD-LINE.
           PERFORM 9000-WRITE-TRC-LINE.
           PERFORM VARYING WS-PAIR-SUB FROM 1 BY 1
                   UNTIL WS-PAIR-SUB > WS-PAIR-COUNT-USED
               MOVE WS-PAIR-CATEGORY (WS-PAIR-SUB) TO SHR-CATEGORY-CODE
               MOVE WS-PAIR-LABEL (WS-PAIR-SUB) TO SHR-LABEL
               MOVE WS-PAIR-COUNT (WS-PAIR-SUB) TO SHR-COUNT
               MOVE WS-PAIR-AMOUNT (WS-PAIR-SUB) TO SHR-AMOUNT
               MOVE TRC-SHARE-LINE TO WS-TRC-HOLD-LINE
               PERFORM 9000-WRITE-TRC-LINE
           END-PERFORM.

       4110-SCAN-FOR-BATCH.
           READ ARCH-FILE
               AT END
                   SET WS-ARCH-EOF TO TRUE
               NOT AT END
                   IF AUD-BATCH-ID = WS-FIND-BATCH-ID
                       PERFORM 4200-SHOW-BATCH-POSTING
                   END-IF
           END-READ.

       4200-SHOW-BATCH-POSTING.
           ADD 1 TO WS-MATCH-COUNT.
           ADD AUD-AMOUNT TO WS-POSTING-AMOUNT.
           IF WS-BATCH-BUS-DATE = SPACES
               MOVE AUD-BUSINESS-DATE TO WS-BATCH-BUS-DATE
           END-IF.
           PERFORM 8000-FORMAT-POSTING.
           PERFORM 8100-FORMAT-LINEAGE.
           PERFORM 8200-ADD-TO-PAIR.

       4300-LIST-REJECTS.
           MOVE 0 TO WS-REJECT-COUNT.
           SET WS-RJCT-EOF-SW TO "N".
           OPEN INPUT RJCT-FILE.
           PERFORM 4310-SCAN-DAY-REJECTS
               UNTIL WS-RJCT-EOF.
           CLOSE RJCT-FILE.
           SET WS-RJCO-EOF-SW TO "N".
           OPEN INPUT RJCO-FILE.
           PERFORM 4320-SCAN-OPEN-REJECTS
               UNTIL WS-RJCO-EOF.
           CLOSE RJCO-FILE.
           MOVE "REJECTS ON FILE:" TO CNT-TEXT.
           MOVE WS-REJECT-COUNT TO CNT-COUNT.
           MOVE SPACES TO CNT-AMOUNT-PART.
           MOVE TRC-COUNT-LINE TO WS-TRC-HOLD-LINE.
           PERFORM 9000-WRITE-TRC-LINE.

       4310-SCAN-DAY-REJECTS.
           READ RJCT-FILE
               AT END
                   SET WS-RJCT-EOF TO TRUE
               NOT AT END
                   IF RJCT-BATCH-ID = WS-FIND-BATCH-ID
                       MOVE "DAY" TO RJL-SOURCE
                       MOVE RJCT-TRAN-RECORD TO TRW-RECORD
                       MOVE RJCT-BATCH-POSITION TO RJL-POSITION
                       MOVE RJCT-REASON-CODE TO RJL-REASON
                       MOVE RJCT-RUN-DATE TO RJL-RUN-DATE
                       PERFORM 4400-SHOW-REJECT
                   END-IF
           END-READ.

       4320-SCAN-OPEN-REJECTS.
           READ RJCO-FILE
               AT END
                   SET WS-RJCO-EOF TO TRUE
               NOT AT END
                   IF RJCO-BATCH-ID = WS-FIND-BATCH-ID
                       MOVE "OPEN" TO RJL-SOURCE
                       MOVE RJCO-TRAN-RECORD TO TRW-RECORD
                       MOVE RJCO-BATCH-POSITION TO RJL-POSITION
                       MOVE RJCO-REASON-CODE TO RJL-REASON
                       MOVE RJCO-RUN-DATE TO RJL-RUN-DATE
                       PERFORM 4400-SHOW-REJECT
                   END-IF
           END-READ.

      *    THE AMOUNT IS PRINTED AS FED - A REJECT'S AMOUNT MAY BE
      *    THE VERY FIELD THAT FAILED THE EDIT.
       4400-SHOW-REJECT.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE TRW-CATEGORY-CODE TO RJL-CATEGORY-CODE.
           MOVE TRW-DESCRIPTION TO RJL-LABEL.
           MOVE TRW-AMOUNT-ALPHA TO RJL-AMOUNT.
           MOVE TRC-REJECT-LINE TO WS-TRC-HOLD-LINE.
           PERFORM 9000-WRITE-TRC-LINE.

      *    GLFILE HOLDS ONE BUSINESS DATE - THE LATEST EXTRACT. IT
      *    ONLY SPEAKS FOR THIS BATCH WHEN ITS DATE IS THE BATCH'S.
       4500-LIST-GL-LINES.
           MOVE 0 TO WS-GL-COUNT.
           MOVE SPACES TO WS-GL-FILE-DATE.
           SET WS-GLI-EOF-SW TO "N".
           OPEN INPUT GLI-FILE.
           PERFORM 4510-SCAN-GL-FEED
               UNTIL WS-GLI-EOF.
           CLOSE GLI-FILE.
           IF WS-PAIR-COUNT-USED = 0
               MOVE "NO POSTINGS - NO GL LINES TO SHOW" TO MSG-TEXT
               PERFORM 9100-WRITE-MESSAGE
           ELSE
               IF WS-GL-FILE-DATE NOT = WS-BATCH-BUS-DATE
                   MOVE SPACES TO MSG-TEXT
                   STRING "GL LINES NOT AVAILABLE - GLFILE HOLDS "
                           "BUSINESS DATE " WS-GL-FILE-DATE
                           ", BATCH IS " WS-BATCH-BUS-DATE
                           DELIMITED BY SIZE INTO MSG-TEXT
                   END-STRING
                   PERFORM 9100-WRITE-MESSAGE
               ELSE
                   MOVE "GL LINES FED:" TO CNT-TEXT
                   MOVE WS-GL-COUNT TO CNT-COUNT
                   MOVE SPACES TO CNT-AMOUNT-PART
                   MOVE TRC-COUNT-LINE TO WS-TRC-HOLD-LINE
                   PERFORM 9000-WRITE-TRC-LINE
               END-IF
           END-IF.

       4510-SCAN-GL-FEED.
           READ GLI-FILE
               AT END
                   SET WS-GLI-EOF TO TRUE
               NOT AT END
                   IF GLI-HEADER
                       MOVE GLI-BUSINESS-DATE TO WS-GL-FILE-DATE
                   END-IF
                   IF GLI-DETAIL
                       AND GLI-BUSINESS-DATE = WS-BATCH-BUS-DATE
                       PERFORM 4520-MATCH-GL-LINE
                   END-IF
           END-READ.

       4520-MATCH-GL-LINE.
           SET WS-PAIR-FOUND-SW TO "N".
           PERFORM VARYING WS-PAIR-SUB FROM 1 BY 1
                   UNTIL WS-PAIR-SUB > WS-PAIR-COUNT-USED
               IF GLI-CATEGORY-CODE = WS-PAIR-CATEGORY (WS-PAIR-SUB)
                   AND GLI-LABEL = WS-PAIR-LABEL (WS-PAIR-SUB)
                   SET WS-PAIR-FOUND TO TRUE
                   MOVE WS-PAIR-COUNT-USED TO WS-PAIR-SUB
               END-IF
           END-PERFORM.
           IF WS-PAIR-FOUND
               ADD 1 TO WS-GL-COUNT
               MOVE GLI-ACCOUNT TO GLL-ACCOUNT
               MOVE GLI-DEBIT-CREDIT TO GLL-DEBIT-CREDIT
               MOVE GLI-AMOUNT TO GLL-AMOUNT
               MOVE GLI-CATEGORY-CODE TO GLL-CATEGORY-CODE
               MOVE GLI-LABEL TO GLL-LABEL
               MOVE TRC-GL-LINE TO WS-TRC-HOLD-LINE
               PERFORM 9000-WRITE-TRC-LINE
           END-IF.

       5000-FINALIZE.
           MOVE WS-CARD-COUNT TO TOT-CARDS.
           MOVE TRC-TOTAL-LINE TO WS-TRC-HOLD-LINE.
           PERFORM 9000-WRITE-TRC-LINE.
           DISPLAY "DLYTRC01 TRACED " WS-CARD-COUNT " CARDS".
           CLOSE TRQ-FILE.
           CLOSE TRCRPT-FILE.
           IF WS-ERRORS-SEEN
               MOVE 4 TO RETURN-CODE
           END-IF.

       5100-PRINT-HEADINGS.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE WS-PAGE-COUNT TO HDG-PAGE-NBR.
           MOVE TRC-HDG-1 TO TRCRPT-LINE.
           WRITE TRCRPT-LINE.
           MOVE 1 TO WS-LINE-COUNT.

      *    THE BATCH'S ENTRY ON THE PROCESSED-BATCH LOG - ITS RUN
      *    DATE AND THE SUBTOTALS THE REGISTER LOGGED FOR IT.
       6000-FIND-LOG-ENTRY.
           SET WS-LOG-FOUND-SW TO "N".
           OPEN INPUT PRCS-FILE.
           IF WS-PRCS-FILE-OK
               MOVE WS-FIND-BATCH-ID TO PRCS-BATCH-ID
               READ PRCS-FILE
                   KEY IS PRCS-BATCH-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-LOG-FOUND TO TRUE
               END-READ
           END-IF.
           CLOSE PRCS-FILE.
           IF WS-LOG-FOUND
               MOVE PRCS-RUN-DATE TO LOG-RUN-DATE
               MOVE PRCS-BUSINESS-DATE TO LOG-BUSINESS-DATE
               IF PRCS-ACCEPTED-COUNT NUMERIC
                   MOVE PRCS-ACCEPTED-COUNT TO LOG-ACCEPTED
                   MOVE PRCS-REJECTED-COUNT TO LOG-REJECTED
                   MOVE PRCS-DAY-AMOUNT TO LOG-AMOUNT
               ELSE
                   MOVE 0 TO LOG-ACCEPTED
                   MOVE 0 TO LOG-REJECTED
                   MOVE 0 TO LOG-AMOUNT
               END-IF
               MOVE TRC-LOG-LINE TO WS-TRC-HOLD-LINE
               PERFORM 9000-WRITE-TRC-LINE
           ELSE
               MOVE "BATCH NOT ON THE PROCESSED-BATCH LOG"
                   TO MSG-TEXT
               PERFORM 9100-WRITE-MESSAGE
           END-IF.

       8000-FORMAT-POSTING.
           MOVE AUD-TIMESTAMP TO PST-TIMESTAMP.
           MOVE AUD-CATEGORY-CODE TO PST-CATEGORY-CODE.
           MOVE AUD-COUNTER-BEFORE TO PST-COUNTER-BEFORE.
           MOVE AUD-COUNTER-AFTER TO PST-COUNTER-AFTER.
           MOVE AUD-ALPHA-VALUE TO PST-LABEL.
           MOVE AUD-AMOUNT TO PST-AMOUNT.
           IF AUD-REVERSAL
               MOVE "REV" TO PST-REVERSAL-MARK
               MOVE AUD-REVERSED-COUNTER TO PST-REVERSED-COUNTER
           ELSE
               MOVE SPACES TO PST-REVERSAL-MARK
               MOVE 0 TO PST-REVERSED-COUNTER
           END-IF.
           MOVE TRC-POSTING-LINE TO WS-TRC-HOLD-LINE.
           PERFORM 9000-WRITE-TRC-LINE.

      *    POSITION ZERO ONLY OCCURS ON RECORDS CONVERTED FROM THE
      *    LAYOUT THAT HAD NO LINEAGE - A REAL POSITION STARTS AT 1.
       8100-FORMAT-LINEAGE.
           IF AUD-BATCH-POSITION = 0
               MOVE "NO LINEAGE RECORDED - POSTED BEFORE CUTOVER"
                   TO MSG-TEXT
               PERFORM 9100-WRITE-MESSAGE
           ELSE
               MOVE AUD-BATCH-ID TO LIN-BATCH-ID
               MOVE AUD-BUSINESS-DATE TO LIN-BUSINESS-DATE
               MOVE AUD-BATCH-POSITION TO LIN-POSITION
               IF AUD-RESUBMIT-FLAG = "R"
                   MOVE "REPAIR RESUBMIT" TO LIN-SOURCE
               ELSE
                   IF AUD-RESUBMIT-FLAG = "H"
                       MOVE "RELEASED HELD ITEM" TO LIN-SOURCE
                   ELSE
                       MOVE "FEED" TO LIN-SOURCE
                   END-IF
               END-IF
               IF AUD-BATCH-ID = SPACES
                   MOVE "(AHEAD OF FEED)" TO LIN-BATCH-ID
               END-IF
               MOVE TRC-LINEAGE-LINE TO WS-TRC-HOLD-LINE
               PERFORM 9000-WRITE-TRC-LINE
           END-IF.

       8200-ADD-TO-PAIR.
           SET WS-PAIR-FOUND-SW TO "N".
           PERFORM VARYING WS-PAIR-SUB FROM 1 BY 1
                   UNTIL WS-PAIR-SUB > WS-PAIR-COUNT-USED
               IF AUD-CATEGORY-CODE = WS-PAIR-CATEGORY (WS-PAIR-SUB)
                   AND AUD-ALPHA-VALUE = WS-PAIR-LABEL (WS-PAIR-SUB)
                   MOVE WS-PAIR-SUB TO WS-PAIR-FOUND-SUB
                   SET WS-PAIR-FOUND TO TRUE
                   MOVE WS-PAIR-COUNT-USED TO WS-PAIR-SUB
               END-IF
           END-PERFORM.
           IF NOT WS-PAIR-FOUND
               IF WS-PAIR-COUNT-USED < 200
                   ADD 1 TO WS-PAIR-COUNT-USED
                   MOVE WS-PAIR-COUNT-USED TO WS-PAIR-FOUND-SUB
                   MOVE AUD-CATEGORY-CODE
                       TO WS-PAIR-CATEGORY (WS-PAIR-FOUND-SUB)
                   MOVE AUD-ALPHA-VALUE
                       TO WS-PAIR-LABEL (WS-PAIR-FOUND-SUB)
                   MOVE 0 TO WS-PAIR-COUNT (WS-PAIR-FOUND-SUB)
                   MOVE 0 TO WS-PAIR-AMOUNT (WS-PAIR-FOUND-SUB)
                   SET WS-PAIR-FOUND TO TRUE
               ELSE
                   DISPLAY "DLYTRC01 CATEGORY/LABEL TABLE FULL - "
                           AUD-CATEGORY-CODE " " AUD-ALPHA-VALUE
                           " NOT IN BATCH SHARE"
               END-IF
           END-IF.
           IF WS-PAIR-FOUND
               ADD 1 TO WS-PAIR-COUNT (WS-PAIR-FOUND-SUB)
               ADD AUD-AMOUNT TO WS-PAIR-AMOUNT (WS-PAIR-FOUND-SUB)
           END-IF.

       9000-WRITE-TRC-LINE.
           IF WS-LINE-COUNT >= WS-MAX-LINES
               PERFORM 5100-PRINT-HEADINGS
           END-IF.
           MOVE WS-TRC-HOLD-LINE TO TRCRPT-LINE.
           WRITE TRCRPT-LINE.
           ADD 1 TO WS-LINE-COUNT.

       9100-WRITE-MESSAGE.
           MOVE TRC-MESSAGE-LINE TO WS-TRC-HOLD-LINE.
           PERFORM 9000-WRITE-TRC-LINE.
