       IDENTIFICATION DIVISION.
       PROGRAM-ID. HLDREL01.
       AUTHOR. DATA-PROCESSING.

      ******************************************************************
      * HELD-ITEM SUPERVISOR RELEASE
      * READS THE HELD-ITEMS FILE (HOLDFILE - THE LARGE ITEMS THE
      * REGISTER DIVERTED BECAUSE THEY BROKE A CEILING ON THE LIMITS
      * MASTER, WITH EVERY ITEM STILL UNDECIDED FROM EARLIER DAYS
      * CONCATENATED AHEAD OF THEM) AND A FILE OF SUPERVISOR
      * DECISIONS (HLDDEC), EACH NAMING A HELD ITEM BY ITS ORDINAL
      * POSITION, THE ACTION AND THE SUPERVISOR'S ID:
      *   RELEASE - THE ORIGINAL TRANSACTION IS MARKED RELEASED ("H")
      *             AND WRITTEN TO RELFILE, WHICH IS CONCATENATED
      *             AHEAD OF THE NEXT DAY'S TRANFILE THE SAME WAY
      *             RESUBFILE IS. THE REGISTER POSTS IT WITHOUT
      *             TESTING THE CEILINGS AGAIN. AN ITEM SENT UNDER A
      *             CODE SINCE MERGED GOES OUT UNDER THE SURVIVOR.
      *   DECLINE - THE ORIGINAL TRANSACTION IS APPENDED TO THE DAY'S
      *             RJCTFILE UNDER REASON DECL, WHERE THE REPAIR AND
      *             AGING CYCLE PICKS IT UP LIKE ANY OTHER REJECT.
      *             IT KEEPS THE CATEGORY CODE IT WAS SENT WITH.
      * ITEMS NOT DECIDED ARE CARRIED FORWARD TO HOLDOUT, WHICH THE
      * JOB (HLDRELJ) RENAMES AND CONCATENATES AHEAD OF THE NEXT
      * DAY'S HOLDFILE, SO A HELD ITEM STAYS IN THE QUEUE UNTIL A
      * SUPERVISOR DECIDES IT - NOTHING IS LOST. EVERY DECISION IS
      * PRINTED ON HLDRPT WITH THE SUPERVISOR WHO MADE IT. A DECISION
      * THAT NAMES A MISSING ITEM, REPEATS AN EARLIER DECISION, GIVES
      * AN UNKNOWN ACTION OR NO SUPERVISOR ID IS REFUSED AND ENDS THE
      * STEP WITH RETURN CODE 8.
      * RUN-STATE: THE STEP ONLY RUNS WHEN THE RUN-STATE MASTER
      * (RUNSTATE) SHOWS ITS JOB STARTED OR FAILED - RUNCHK01, THE
      * JOB'S FIRST STEP, RECORDS THE START - AND RECORDS THE JOB
      * COMPLETE WHEN IT ENDS, WHATEVER THE RETURN CODE: ONCE THE
      * CARRY-FORWARD HAS BEEN REWRITTEN THE JOB MUST NOT RUN AGAIN
      * FOR THE DATE WITHOUT AN OVERRIDE.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL HOLD-FILE ASSIGN TO "HOLDFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-FILE-STATUS.

           SELECT DEC-FILE ASSIGN TO "HLDDEC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEC-FILE-STATUS.

           SELECT REL-FILE ASSIGN TO "RELFILE"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RJCT-FILE ASSIGN TO "RJCTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RJCT-FILE-STATUS.

           SELECT HOLDOUT-FILE ASSIGN TO "HOLDOUT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT HLDRPT-FILE ASSIGN TO "HLDRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RUN-FILE ASSIGN TO "RUNSTATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-FILE.
           COPY HOLDREC.

       FD  DEC-FILE.
       01  HDEC-RECORD.
           05  HDEC-SEQ                PIC 9(05).
           05  HDEC-ACTION             PIC X(07).
           05  HDEC-SUPERVISOR-ID      PIC X(08).
           05  FILLER                  PIC X(60).

       FD  REL-FILE.
           COPY TRANREC.

       FD  RJCT-FILE.
           COPY RJCTREC.

       FD  HOLDOUT-FILE.
           COPY HOLDREC REPLACING LEADING ==HOLD== BY ==HOLO==.

       FD  HLDRPT-FILE.
       01  HLDRPT-LINE                 PIC X(132).

       FD  RUN-FILE.
           COPY RUNREC.

       WORKING-STORAGE SECTION.
       01  WS-CONTROL-SWITCHES.
           05  WS-HOLD-FILE-STATUS     PIC X(02) VALUE SPACES.
               88  WS-HOLD-FILE-OK         VALUE "00".
           05  WS-HOLD-EOF-SW          PIC X(01) VALUE "N".
               88  WS-HOLD-EOF             VALUE "Y".
           05  WS-DEC-FILE-STATUS      PIC X(02) VALUE SPACES.
               88  WS-DEC-FILE-OK          VALUE "00".
           05  WS-DEC-EOF-SW           PIC X(01) VALUE "N".
               88  WS-DEC-EOF              VALUE "Y".
           05  WS-RJCT-FILE-STATUS     PIC X(02) VALUE SPACES.
               88  WS-RJCT-FILE-OK         VALUE "00".
           05  WS-ERROR-SW             PIC X(01) VALUE "N".
               88  WS-ERRORS-SEEN          VALUE "Y".
           05  WS-OVERFLOW-SW          PIC X(01) VALUE "N".
               88  WS-TABLE-OVERFLOWED     VALUE "Y".

      *    THE HELD ITEMS ARE KEPT IN STORAGE, NUMBERED IN FILE
      *    ORDER (CARRIED-FORWARD ITEMS FIRST, THEN THE DAY'S), SO
      *    DECISIONS CAN NAME THEM BY ORDINAL.
       01  WS-HELD-TABLE.
           05  WS-HLD-COUNT-USED       PIC 9(3) VALUE 0.
           05  WS-HLD-ENTRY OCCURS 200 TIMES.
               10  WS-HLD-RECORD       PIC X(140).
               10  WS-HLD-DECISION-SW  PIC X(01).
                   88  WS-HLD-UNDECIDED    VALUE " ".
                   88  WS-HLD-RELEASED     VALUE "R".
                   88  WS-HLD-DECLINED     VALUE "D".

       01  WS-RELEASE-WORK.
           05  WS-HLD-SUB              PIC 9(03).
           05  WS-RELEASED-COUNT       PIC 9(5) VALUE 0.
           05  WS-RELEASED-AMOUNT      PIC S9(9)V99 VALUE 0.
           05  WS-DECLINED-COUNT       PIC 9(5) VALUE 0.
           05  WS-DECLINED-AMOUNT      PIC S9(9)V99 VALUE 0.
           05  WS-CARRIED-COUNT        PIC 9(5) VALUE 0.
           05  WS-ERROR-COUNT          PIC 9(5) VALUE 0.

       01  WS-REPORT-WORK.
           05  WS-RUN-DATE             PIC X(10).

       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CURRENT-DATE.
               10  WS-CURR-YYYY        PIC 9(4).
               10  WS-CURR-MM          PIC 9(2).
               10  WS-CURR-DD          PIC 9(2).
           05  FILLER                  PIC X(14).

       01  HLDRPT-HDG-1.
           05  FILLER                  PIC X(30)
                   VALUE "HELD-ITEM RELEASE REPORT".
           05  FILLER                  PIC X(10) VALUE "RUN DATE:".
           05  HDG-RUN-DATE            PIC X(10).

       01  HLDRPT-ACTION-LINE.
           05  ACT-SEQ                 PIC ZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ACT-CATEGORY-CODE       PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ACT-BATCH-ID            PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ACT-AMOUNT              PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ACT-ACTION              PIC X(07).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ACT-SUPERVISOR-ID       PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ACT-MESSAGE             PIC X(40).

      *    ONE LINE PER ITEM CARRIED FORWARD, NUMBERED AS IT WILL
      *    STAND AT THE HEAD OF TOMORROW'S QUEUE - THE DAY'S NEW
      *    ITEMS FOLLOW ON FROM THE LAST NUMBER HERE.
       01  HLDRPT-CARRY-LINE.
           05  FILLER                  PIC X(09) VALUE "CARRIED".
           05  CRY-SEQ                 PIC ZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CRY-CATEGORY-CODE       PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CRY-BATCH-ID            PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CRY-AMOUNT              PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CRY-REASON-CODE         PIC X(04).
           05  FILLER                  PIC X(07) VALUE "  HELD".
           05  CRY-RUN-DATE            PIC X(10).

       01  HLDRPT-TOTAL-LINE.
           05  FILLER                  PIC X(10) VALUE "RELEASED:".
           05  TOT-RELEASED            PIC ZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  TOT-RELEASED-AMOUNT     PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(11) VALUE "  DECLINED:".
           05  TOT-DECLINED            PIC ZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  TOT-DECLINED-AMOUNT     PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(10) VALUE "  CARRIED:".
           05  TOT-CARRIED             PIC ZZZZ9.
           05  FILLER                  PIC X(10) VALUE "  ERRORS:".
           05  TOT-ERRORS              PIC ZZZZ9.

      *    RUN-STATE MASTER WORK - THE JOB'S LAST STATE ON THE MASTER
      *    IS THE STATE OF ITS CURRENT BUSINESS DATE.
       01  WS-RUN-STATE-WORK.
           05  WS-RUN-FILE-STATUS      PIC X(02) VALUE SPACES.
               88  WS-RUN-FILE-OK          VALUE "00".
           05  WS-RUN-EOF-SW           PIC X(01) VALUE "N".
               88  WS-RUN-EOF              VALUE "Y".
           05  WS-RUN-JOB-NAME         PIC X(08) VALUE "HLDRELJ".
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
           PERFORM 2000-APPLY-DECISION
               UNTIL WS-DEC-EOF.
           PERFORM 3000-FINALIZE.
           PERFORM 8900-UPDATE-RUN-STATE.
           STOP RUN.

       0100-CHECK-RUN-STATE.
           PERFORM 0110-READ-RUN-STATE.
           IF NOT WS-RUN-JOB-STARTED AND NOT WS-RUN-JOB-FAILED
               DISPLAY "HLDREL01 REFUSED - " WS-RUN-JOB-NAME
                       " HAS NOT BEEN CLEARED TO RUN BY ITS RUN-STATE "
                       "CHECK STEP (RUNCHK01)"
               DISPLAY "HLDREL01 LAST RUN-STATE ON FILE IS '"
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
           STRING WS-CURR-MM "/" WS-CURR-DD "/" WS-CURR-YYYY
                   DELIMITED BY SIZE INTO WS-RUN-DATE
           END-STRING.
           OPEN OUTPUT HLDRPT-FILE.
           MOVE WS-RUN-DATE TO HDG-RUN-DATE.
           MOVE HLDRPT-HDG-1 TO HLDRPT-LINE.
           WRITE HLDRPT-LINE.
           OPEN INPUT HOLD-FILE.
           OPEN OUTPUT HOLDOUT-FILE.
           PERFORM 1100-LOAD-HELD-ITEMS
               UNTIL WS-HOLD-EOF.
           CLOSE HOLD-FILE.
           OPEN INPUT DEC-FILE.
           PERFORM 1200-READ-DECISION.

      *    AN ITEM THE TABLE CANNOT HOLD IS WRITTEN STRAIGHT THROUGH
      *    TO HOLDOUT, UNDECIDED, SO THE JOB'S CARRY-FORWARD FEEDS IT
      *    BACK INTO THE NEXT RUN'S TABLE INSTEAD OF LOSING IT - AND
      *    THE STEP ENDS WITH RETURN CODE 8 SO THE OVERFLOW IS
      *    NOTICED.
       1100-LOAD-HELD-ITEMS.
           READ HOLD-FILE
               AT END
                   SET WS-HOLD-EOF TO TRUE
               NOT AT END
                   IF WS-HLD-COUNT-USED < 200
                       ADD 1 TO WS-HLD-COUNT-USED
                       MOVE WS-HLD-COUNT-USED TO WS-HLD-SUB
                       MOVE HOLD-RECORD TO WS-HLD-RECORD (WS-HLD-SUB)
                       MOVE SPACE TO WS-HLD-DECISION-SW (WS-HLD-SUB)
                   ELSE
                       PERFORM 8100-CARRY-FORWARD
                       SET WS-TABLE-OVERFLOWED TO TRUE
                       DISPLAY "HLDREL01 HELD-ITEM TABLE FULL - ITEM "
                               "CARRIED FORWARD UNNUMBERED"
                   END-IF
           END-READ.

       1200-READ-DECISION.
           READ DEC-FILE
               AT END
                   SET WS-DEC-EOF TO TRUE
           END-READ.

       2000-APPLY-DECISION.
           MOVE HDEC-SEQ TO ACT-SEQ.
           MOVE HDEC-ACTION TO ACT-ACTION.
           MOVE HDEC-SUPERVISOR-ID TO ACT-SUPERVISOR-ID.
           MOVE SPACES TO ACT-CATEGORY-CODE.
           MOVE SPACES TO ACT-BATCH-ID.
           MOVE 0 TO ACT-AMOUNT.
           IF HDEC-SEQ NOT NUMERIC
               OR HDEC-SEQ < 1 OR HDEC-SEQ > WS-HLD-COUNT-USED
               MOVE "NO HELD ITEM WITH THIS SEQUENCE" TO ACT-MESSAGE
               PERFORM 9200-REPORT-ERROR
           ELSE
               MOVE HDEC-SEQ TO WS-HLD-SUB
               MOVE WS-HLD-RECORD (WS-HLD-SUB) TO HOLD-RECORD
               MOVE HOLD-TRAN-RECORD (1:4) TO ACT-CATEGORY-CODE
               MOVE HOLD-BATCH-ID TO ACT-BATCH-ID
               MOVE HOLD-AMOUNT TO ACT-AMOUNT
               PERFORM 2100-DECIDE-ONE-ITEM
           END-IF.
           PERFORM 1200-READ-DECISION.

       2100-DECIDE-ONE-ITEM.
           IF NOT WS-HLD-UNDECIDED (WS-HLD-SUB)
               MOVE "ITEM ALREADY DECIDED ON THIS RUN"
                   TO ACT-MESSAGE
               PERFORM 9200-REPORT-ERROR
           ELSE
               IF HDEC-SUPERVISOR-ID = SPACES
                   MOVE "NO SUPERVISOR ID - NOT APPLIED"
                       TO ACT-MESSAGE
                   PERFORM 9200-REPORT-ERROR
               ELSE
                   IF HDEC-ACTION = "RELEASE"
                       MOVE "R" TO WS-HLD-DECISION-SW (WS-HLD-SUB)
                       ADD 1 TO WS-RELEASED-COUNT
                       ADD HOLD-AMOUNT TO WS-RELEASED-AMOUNT
                       MOVE "RELEASED - POSTS ON THE NEXT RUN"
                           TO ACT-MESSAGE
                       PERFORM 9300-REPORT-APPLIED
                   ELSE
                       IF HDEC-ACTION = "DECLINE"
                           MOVE "D" TO WS-HLD-DECISION-SW (WS-HLD-SUB)
                           ADD 1 TO WS-DECLINED-COUNT
                           ADD HOLD-AMOUNT TO WS-DECLINED-AMOUNT
                           MOVE "DECLINED - WRITTEN TO RJCTFILE"
                               TO ACT-MESSAGE
                           PERFORM 9300-REPORT-APPLIED
                       ELSE
                           MOVE "ACTION NOT RELEASE/DECLINE"
                               TO ACT-MESSAGE
                           PERFORM 9200-REPORT-ERROR
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    THE DECLINES ARE APPENDED TO THE DAY'S REJECT FILE THE
      *    REGISTER WROTE, SO THE REPAIR JOB THAT FOLLOWS SEES THEM
      *    WITH EVERYTHING ELSE REJECTED TODAY.
       3000-FINALIZE.
           OPEN OUTPUT REL-FILE.
           OPEN EXTEND RJCT-FILE.
           PERFORM VARYING WS-HLD-SUB FROM 1 BY 1
                   UNTIL WS-HLD-SUB > WS-HLD-COUNT-USED
               PERFORM 3100-WRITE-DISPOSITION
           END-PERFORM.
           CLOSE REL-FILE.
           CLOSE RJCT-FILE.
           CLOSE HOLDOUT-FILE.
           MOVE WS-RELEASED-COUNT TO TOT-RELEASED.
           MOVE WS-RELEASED-AMOUNT TO TOT-RELEASED-AMOUNT.
           MOVE WS-DECLINED-COUNT TO TOT-DECLINED.
           MOVE WS-DECLINED-AMOUNT TO TOT-DECLINED-AMOUNT.
           MOVE WS-CARRIED-COUNT TO TOT-CARRIED.
           MOVE WS-ERROR-COUNT TO TOT-ERRORS.
           MOVE HLDRPT-TOTAL-LINE TO HLDRPT-LINE.
           WRITE HLDRPT-LINE.
           CLOSE DEC-FILE.
           CLOSE HLDRPT-FILE.
           DISPLAY "HLDREL01 RELEASED " WS-RELEASED-COUNT
                   " DECLINED " WS-DECLINED-COUNT
                   " CARRIED " WS-CARRIED-COUNT.
           IF WS-ERRORS-SEEN OR WS-TABLE-OVERFLOWED
               MOVE 8 TO RETURN-CODE
           END-IF.

       3100-WRITE-DISPOSITION.
           MOVE WS-HLD-RECORD (WS-HLD-SUB) TO HOLD-RECORD.
           IF WS-HLD-RELEASED (WS-HLD-SUB)
               MOVE SPACES TO TRAN-RECORD
               MOVE HOLD-TRAN-RECORD TO TRAN-RECORD
               IF HOLD-POSTED-CODE NOT = SPACES
                   MOVE HOLD-POSTED-CODE TO TRAN-CATEGORY-CODE
               END-IF
               SET TRAN-RELEASED TO TRUE
               WRITE TRAN-RECORD
           ELSE
               IF WS-HLD-DECLINED (WS-HLD-SUB)
                   MOVE SPACES TO RJCT-RECORD
                   MOVE HOLD-TRAN-RECORD TO RJCT-TRAN-RECORD
                   SET RJCT-REASON-DECLINED TO TRUE
                   MOVE WS-RUN-DATE TO RJCT-RUN-DATE
                   MOVE HOLD-BATCH-ID TO RJCT-BATCH-ID
                   MOVE HOLD-BUSINESS-DATE TO RJCT-BUSINESS-DATE
                   IF HOLD-BATCH-POSITION NUMERIC
                       MOVE HOLD-BATCH-POSITION
                           TO RJCT-BATCH-POSITION
                   ELSE
                       MOVE 0 TO RJCT-BATCH-POSITION
                   END-IF
                   WRITE RJCT-RECORD
               ELSE
                   PERFORM 8100-CARRY-FORWARD
               END-IF
           END-IF.

       8100-CARRY-FORWARD.
           MOVE HOLD-RECORD TO HOLO-RECORD.
           WRITE HOLO-RECORD.
           ADD 1 TO WS-CARRIED-COUNT.
           MOVE WS-CARRIED-COUNT TO CRY-SEQ.
           MOVE HOLD-TRAN-RECORD (1:4) TO CRY-CATEGORY-CODE.
           MOVE HOLD-BATCH-ID TO CRY-BATCH-ID.
           MOVE HOLD-AMOUNT TO CRY-AMOUNT.
           MOVE HOLD-REASON-CODE TO CRY-REASON-CODE.
           MOVE HOLD-RUN-DATE TO CRY-RUN-DATE.
           MOVE HLDRPT-CARRY-LINE TO HLDRPT-LINE.
           WRITE HLDRPT-LINE.

       9200-REPORT-ERROR.
           MOVE HLDRPT-ACTION-LINE TO HLDRPT-LINE.
           WRITE HLDRPT-LINE.
           ADD 1 TO WS-ERROR-COUNT.
           SET WS-ERRORS-SEEN TO TRUE.

       9300-REPORT-APPLIED.
           MOVE HLDRPT-ACTION-LINE TO HLDRPT-LINE.
           WRITE HLDRPT-LINE.

       8900-UPDATE-RUN-STATE.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-STAMP.
           OPEN EXTEND RUN-FILE.
           MOVE SPACES TO RUN-RECORD.
           MOVE WS-RUN-BUSINESS-DATE TO RUN-BUSINESS-DATE.
           MOVE WS-RUN-JOB-NAME TO RUN-JOB-NAME.
           SET RUN-COMPLETE TO TRUE.
           IF RETURN-CODE = 0
               MOVE "ENDED NORMALLY" TO RUN-REMARK
           ELSE
               MOVE "ENDED WITH ERRORS - SEE REPORT" TO RUN-REMARK
           END-IF.
           MOVE "HLDREL01" TO RUN-PROGRAM.
           MOVE WS-RUN-STAMP-DATE TO RUN-STAMP-DATE.
           MOVE WS-RUN-STAMP-TIME TO RUN-STAMP-TIME.
           WRITE RUN-RECORD.
           CLOSE RUN-FILE.
