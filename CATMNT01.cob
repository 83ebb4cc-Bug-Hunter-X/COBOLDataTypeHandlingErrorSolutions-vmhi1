      *         UNCHANGED)
      *   CLS - MARK THE CODE CLOSED SO DLYREG01 REJECTS ITS FEED
      *   OPN - REOPEN A CLOSED CODE
      *   MRG - MERGE THE CODE (THE RETIRING CODE) INTO THE ACTIVE
      *         SURVIVING CODE NAMED ON THE TRANSACTION
      * A MERGE LEAVES THE RETIRING CODE ON THE MASTER WITH STATUS
      * M, THE SURVIVOR AND THE BUSINESS DATE IT TOOK EFFECT, SO
      * DLYREG01 POSTS ITS FEED TO THE SURVIVOR (MARKED REDIRECTED
      * ON THE REGISTER) INSTEAD OF REJECTING IT, AND DLYMTD01 AND
      * DLYAUD01 REPORT ITS HISTORY UNDER THE SURVIVOR. ITS RUN-TO-
      * DATE DOLLARS ARE CARRIED INTO THE SURVIVOR'S ON THE CONTROL
      * FILE (CTLFILE IN, CTLNEW OUT - THE JOB ROLLS CTLNEW IN WITH
      * THE MASTER), AND ANY CODE EARLIER MERGED INTO THE RETIRING
      * CODE IS REPOINTED TO THE SURVIVOR SO NO MERGE IS EVER MORE
      * THAN ONE STEP DEEP. A MERGED CODE CANNOT BE CLOSED, REOPENED
      * OR MERGED AGAIN. GLMMNT01 LISTS THE GL MAPPING ROWS STILL ON
      * A MERGED CODE UNTIL THEY ARE MOVED TO THE SURVIVOR.
      * EVERY ACTION AND EVERY ERROR IS PRINTED ON THE MAINTENANCE
      * REPORT (CATRPT). ERRORS END THE STEP WITH RETURN CODE 8 SO
      * THE SCHEDULER KNOWS THE MASTER NEEDS ANOTHER LOOK, BUT THE
      * SO A CLOSURE EFFECTIVE THE 1ST CAN BE KEYED A WEEK EARLY
      * WITHOUT ANYONE REMEMBERING TO RUN THE JOB THAT EXACT
      * EVENING. THE NEXT FEED'S BUSINESS DATE IS TAKEN AS THE DAY
      * AFTER THE LATEST ONE ON THE PROCESSED-BATCH LOG (RUN DATE
      * PLUS ONE WHEN THE LOG IS EMPTY). EVERY PENDING ACTION STILL
      * HELD IS LISTED AT THE END OF THE REPORT SO THE QUEUE IS
      * ALWAYS VISIBLE.
      *
      * EVERY KEYED TRANSACTION CARRIES THE ID OF ITS REQUESTER (A
      * TRANSACTION WITHOUT ONE IS AN ERROR), AND A HELD ACTION
      * KEEPS IT ON THE PENDING FILE. EVERY CHANGE THAT APPLIES IS
      * WRITTEN TO THE JOURNAL WORK FILE (JRNNEW) WITH THE CODE'S
      * MASTER RECORD BEFORE AND AFTER, THE REQUESTER AND THE
      * EFFECTIVE DATE; THE JOB APPENDS IT TO THE SHARED
      * MAINTENANCE JOURNAL WHEN IT ROLLS THE NEW MASTER IN.
      * RUN-STATE: THE STEP ONLY RUNS WHEN THE RUN-STATE MASTER
      * (RUNSTATE) SHOWS ITS JOB STARTED OR FAILED - RUNCHK01, THE
      * JOB'S FIRST STEP, RECORDS THE START - AND RECORDS THE JOB
      * COMPLETE WHEN IT ENDS BELOW RETURN CODE 8, FAILED OTHERWISE.
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

           SELECT OPTIONAL PENDOLD-FILE ASSIGN TO "PENDOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-FILE-STATUS.

           SELECT JRNNEW-FILE ASSIGN TO "JRNNEW"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RUN-FILE ASSIGN TO "RUNSTATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-FILE-STATUS.

           SELECT OPTIONAL CTL-FILE ASSIGN TO "CTLFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.

           SELECT CTLNEW-FILE ASSIGN TO "CTLNEW"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CATMOLD-FILE.
       FD  CATTRAN-FILE.
      *    THE EFFECTIVE DATE IS OPTIONAL - SPACES MEANS "APPLY ON
      *    THIS RUN", THE WAY EVERY TRANSACTION BEHAVED BEFORE THE
      *    FIELD EXISTED. THE REQUESTER ID IS REQUIRED. THE
      *    SURVIVING CODE IS USED BY MRG ONLY - THE CATEGORY CODE IS
      *    THEN THE CODE BEING RETIRED.
       01  CATU-RECORD.
           05  CATU-ACTION             PIC X(03).
           05  CATU-CATEGORY-CODE      PIC X(04).
           05  CATU-DESCRIPTION        PIC X(30).
           05  CATU-BRANCH-NAME        PIC X(20).
           05  CATU-EFFECTIVE-DATE     PIC X(08).
           05  CATU-REQUESTER-ID       PIC X(08).
           05  CATU-SURVIVOR-CODE      PIC X(04).
           05  FILLER                  PIC X(03).

       FD  CATMNEW-FILE.
           COPY CATMREC REPLACING LEADING ==CATM== BY ==CATN==.
           05  CATP-DESCRIPTION        PIC X(30).
           05  CATP-BRANCH-NAME        PIC X(20).
           05  CATP-EFFECTIVE-DATE     PIC X(08).
           05  CATP-REQUESTER-ID       PIC X(08).
           05  CATP-SURVIVOR-CODE      PIC X(04).
           05  FILLER                  PIC X(03).

       FD  PENDNEW-FILE.
       01  CATQ-RECORD.
           05  CATQ-DESCRIPTION        PIC X(30).
           05  CATQ-BRANCH-NAME        PIC X(20).
           05  CATQ-EFFECTIVE-DATE     PIC X(08).
           05  CATQ-REQUESTER-ID       PIC X(08).
           05  CATQ-SURVIVOR-CODE      PIC X(04).
           05  FILLER                  PIC X(03).

       FD  JRNNEW-FILE.
           COPY JRNREC.

       FD  RUN-FILE.
           COPY RUNREC.

       FD  CTL-FILE.
           COPY CTLREC.

       FD  CTLNEW-FILE.
           COPY CTLREC REPLACING LEADING ==CTL== BY ==CTN==.

       WORKING-STORAGE SECTION.
       01  WS-CONTROL-SWITCHES.
               88  WS-CAL-FILE-OK          VALUE "00".
           05  WS-CAL-EOF-SW           PIC X(01) VALUE "N".
               88  WS-CAL-EOF              VALUE "Y".
           05  WS-CTL-FILE-STATUS      PIC X(02) VALUE SPACES.
               88  WS-CTL-FILE-OK          VALUE "00".
               88  WS-CTL-FILE-AT-END      VALUE "10".
           05  WS-CTL-LOADED-SW        PIC X(01) VALUE "N".
               88  WS-CTL-LOADED           VALUE "Y".

       01  WS-MASTER-TABLE.
           05  WS-MST-COUNT-USED       PIC 9(3) VALUE 0.
               10  WS-MST-DESC         PIC X(30).
               10  WS-MST-BRANCH       PIC X(20).
               10  WS-MST-STATUS       PIC X(01).
               10  WS-MST-MERGED-INTO  PIC X(04).
               10  WS-MST-MERGE-DATE   PIC X(08).

       01  WS-MAINT-WORK.
           05  WS-MST-SUB              PIC 9(03).
           05  WS-PENDED-COUNT         PIC 9(5) VALUE 0.
           05  WS-HELD-COUNT           PIC 9(5) VALUE 0.

      *    MERGE WORK - THE SURVIVOR'S MASTER ENTRY, THE RETIRING AND
      *    SURVIVING CODES' CONTROL-FILE ENTRIES AND THE DOLLARS
      *    CARRIED BETWEEN THEM.
       01  WS-MERGE-WORK.
           05  WS-SRV-SUB              PIC 9(03).
           05  WS-SRV-FOUND-SUB        PIC 9(03).
           05  WS-SRV-FOUND-SW         PIC X(01) VALUE "N".
               88  WS-SRV-FOUND            VALUE "Y".
           05  WS-MRG-SUB              PIC 9(03).
           05  WS-CTL-SUB              PIC 9(03).
           05  WS-CTL-RETIRING-SUB     PIC 9(03).
           05  WS-CTL-SURVIVOR-SUB     PIC 9(03).
           05  WS-CARRY-OK-SW          PIC X(01) VALUE "N".
               88  WS-CARRY-OK             VALUE "Y".
           05  WS-CARRY-AMOUNT         PIC S9(9)V99 VALUE 0.
           05  WS-CARRY-AMOUNT-OUT     PIC ZZZ,ZZZ,ZZ9.99-.

      *    FUTURE-DATED ACTIONS WAITING FOR THEIR EFFECTIVE DATE -
      *    CARRIED FORWARD ON THE PENDING-CHANGES FILE FROM RUN TO
      *    RUN. AN ENTRY IS APPLIED (AND DROPPED FROM THE FILE)
               10  WS-PND-DESC         PIC X(30).
               10  WS-PND-BRANCH       PIC X(20).
               10  WS-PND-EFF-DATE     PIC X(08).
               10  WS-PND-REQUESTER    PIC X(08).
               10  WS-PND-SURVIVOR     PIC X(04).
               10  WS-PND-APPLIED-SW   PIC X(01).
                   88  WS-PND-APPLIED      VALUE "Y".

               10  WS-CURR-YYYY        PIC 9(4).
               10  WS-CURR-MM          PIC 9(2).
               10  WS-CURR-DD          PIC 9(2).
           05  WS-CURRENT-TIME         PIC X(06).
           05  FILLER                  PIC X(08).

      *    JOURNAL WORK - THE CODE'S MASTER RECORD IS BUILT IN
      *    CATJ-RECORD, ONCE BEFORE THE ACTION IS APPLIED AND AGAIN
      *    AFTER IT.
       01  WS-JOURNAL-WORK.
           05  WS-JRN-SEQUENCE         PIC 9(05) VALUE 0.
           05  WS-JRN-BEFORE-IMAGE     PIC X(80).

           COPY CATMREC REPLACING LEADING ==CATM== BY ==CATJ==.

      *    THE CONTROL FILE AS READ, WITH ANY MERGE'S DOLLARS CARRIED -
      *    WRITTEN BACK OUT WHOLE TO CTLNEW.
           COPY CTLREC REPLACING LEADING ==CTL== BY ==CTW==.

       01  CATRPT-ACTION-LINE.
           05  ACT-ACTION              PIC X(03).
           05  FILLER                  PIC X(13)
                   VALUE "  EFFECTIVE".
           05  PND-EFF-DATE            PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PND-SURVIVOR-NOTE       PIC X(09).

       01  CATRPT-TOTAL-LINE.
           05  FILLER                  PIC X(09) VALUE "APPLIED:".
           05  FILLER                  PIC X(08) VALUE "  HELD:".
           05  TOT-HELD                PIC ZZZZ9.

      *    RUN-STATE MASTER WORK - THE JOB'S LAST STATE ON THE MASTER
      *    IS THE STATE OF ITS CURRENT BUSINESS DATE.
       01  WS-RUN-STATE-WORK.
           05  WS-RUN-FILE-STATUS      PIC X(02) VALUE SPACES.
               88  WS-RUN-FILE-OK          VALUE "00".
           05  WS-RUN-EOF-SW           PIC X(01) VALUE "N".
               88  WS-RUN-EOF              VALUE "Y".
           05  WS-RUN-JOB-NAME         PIC X(08) VALUE "CATMNTJ".
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
               DISPLAY "CATMNT01 REFUSED - " WS-RUN-JOB-NAME
                       " HAS NOT BEEN CLEARED TO RUN BY ITS RUN-STATE "
                       "CHECK STEP (RUNCHK01)"
               DISPLAY "CATMNT01 LAST RUN-STATE ON FILE IS '"
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
           OPEN INPUT CATMOLD-FILE.
           PERFORM 1100-LOAD-OLD-MASTER
               UNTIL WS-OLD-EOF.
           CLOSE CATMOLD-FILE.
           PERFORM 1300-LOAD-CONTROL-FILE.
           PERFORM 1400-SET-CUTOFF-DATE.
           OPEN INPUT PENDOLD-FILE.
           PERFORM 1500-LOAD-PENDING
           CLOSE PENDOLD-FILE.
           OPEN INPUT CATTRAN-FILE.
           OPEN OUTPUT CATRPT-FILE.
           OPEN OUTPUT JRNNEW-FILE.
           PERFORM 1600-APPLY-DUE-PENDING
               VARYING WS-PND-SUB FROM 1 BY 1
               UNTIL WS-PND-SUB > WS-PND-COUNT-USED.
               UNTIL WS-CAL-EOF.
           CLOSE CAL-FILE.
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
           PERFORM 1450-SCAN-PROCESSED-LOG
               UNTIL WS-PRCS-EOF.
           CLOSE PRCS-FILE.
           PERFORM 1470-TEST-CANDIDATE-DAY
               UNTIL WS-CAND-GOOD.

      *    THE CONTROL FILE IS ONLY NEEDED BY A MERGE, TO CARRY THE
      *    RETIRING CODE'S RUN-TO-DATE DOLLARS. NONE YET (NO REGISTER
      *    RUN HAS WRITTEN ONE) MEANS THERE IS NOTHING TO CARRY.
       1300-LOAD-CONTROL-FILE.
           OPEN INPUT CTL-FILE.
           READ CTL-FILE
               AT END
                   SET WS-CTL-FILE-AT-END TO TRUE
           END-READ.
           IF WS-CTL-FILE-OK
               MOVE CTL-RECORD TO CTW-RECORD
               SET WS-CTL-LOADED TO TRUE
           ELSE
               INITIALIZE CTW-RECORD
           END-IF.
           CLOSE CTL-FILE.

       1420-LOAD-CALENDAR.
           READ CAL-FILE
               AT END
                   SET WS-CAL-EOF TO TRUE
               NOT AT END
                   IF CAL-HOLIDAY
                       AND WS-HOL-COUNT-USED < 200
                       ADD 1 TO WS-HOL-COUNT-USED
                       MOVE CAL-DATE
                           TO WS-HOL-DATE (WS-HOL-COUNT-USED)
           END-IF.

       1450-SCAN-PROCESSED-LOG.
           READ PRCS-FILE PREVIOUS RECORD
               AT END
                   SET WS-PRCS-EOF TO TRUE
               NOT AT END
                   IF PRCS-BUSINESS-DATE NUMERIC
                       MOVE PRCS-BUSINESS-DATE
                           TO WS-LAST-BUSINESS-DATE
                       SET WS-PRCS-EOF TO TRUE
                   END-IF
           END-READ.

                           TO WS-PND-BRANCH (WS-PND-SUB)
                       MOVE CATP-EFFECTIVE-DATE
                           TO WS-PND-EFF-DATE (WS-PND-SUB)
                       MOVE CATP-REQUESTER-ID
                           TO WS-PND-REQUESTER (WS-PND-SUB)
                       MOVE CATP-SURVIVOR-CODE
                           TO WS-PND-SURVIVOR (WS-PND-SUB)
                       MOVE "N" TO WS-PND-APPLIED-SW (WS-PND-SUB)
                   ELSE
                       DISPLAY "CATMNT01 PENDING TABLE FULL - "
                   TO CATU-CATEGORY-CODE
               MOVE WS-PND-DESC (WS-PND-SUB) TO CATU-DESCRIPTION
               MOVE WS-PND-BRANCH (WS-PND-SUB) TO CATU-BRANCH-NAME
               MOVE WS-PND-EFF-DATE (WS-PND-SUB)
                   TO CATU-EFFECTIVE-DATE
               MOVE WS-PND-REQUESTER (WS-PND-SUB)
                   TO CATU-REQUESTER-ID
               MOVE WS-PND-SURVIVOR (WS-PND-SUB)
                   TO CATU-SURVIVOR-CODE
               SET WS-FROM-PENDING TO TRUE
               PERFORM 2050-APPLY-ONE-ACTION
               SET WS-PENDING-SOURCE-SW TO "N"
                           TO WS-MST-BRANCH (WS-MST-SUB)
                       MOVE CATM-STATUS
                           TO WS-MST-STATUS (WS-MST-SUB)
                       MOVE CATM-MERGED-INTO
                           TO WS-MST-MERGED-INTO (WS-MST-SUB)
                       MOVE CATM-MERGE-DATE
                           TO WS-MST-MERGE-DATE (WS-MST-SUB)
                   END-IF
           END-READ.

           END-READ.

       2000-APPLY-TRANSACTION.
           IF CATU-REQUESTER-ID = SPACES
               MOVE "REQUESTER ID MISSING" TO ACT-MESSAGE
               PERFORM 9200-REPORT-ERROR
           ELSE
               IF CATU-EFFECTIVE-DATE NOT = SPACES
                   AND CATU-EFFECTIVE-DATE NOT NUMERIC
                   MOVE "EFFECTIVE DATE NOT YYYYMMDD" TO ACT-MESSAGE
                   PERFORM 9200-REPORT-ERROR
               ELSE
                   IF CATU-EFFECTIVE-DATE NOT = SPACES
                       AND CATU-EFFECTIVE-DATE > WS-CUTOFF-DATE
                       PERFORM 2600-PEND-TRANSACTION
                   ELSE
                       PERFORM 2050-APPLY-ONE-ACTION
                   END-IF
               END-IF
           END-IF.
           PERFORM 1200-READ-TRANSACTION.

       2050-APPLY-ONE-ACTION.
           PERFORM 2100-FIND-MASTER-ENTRY.
           PERFORM 8100-SAVE-BEFORE-IMAGE.
           IF CATU-ACTION = "ADD"
               PERFORM 2200-ADD-ENTRY
           ELSE
                       IF CATU-ACTION = "OPN"
                           PERFORM 2500-REOPEN-ENTRY
                       ELSE
                           IF CATU-ACTION = "MRG"
                               PERFORM 2700-MERGE-ENTRY
                           ELSE
                               PERFORM 9100-REPORT-ERROR-ACTION
                           END-IF
                       END-IF
                   END-IF
               END-IF
           IF CATU-ACTION NOT = "ADD" AND CATU-ACTION NOT = "CHG"
               AND CATU-ACTION NOT = "CLS"
               AND CATU-ACTION NOT = "OPN"
               AND CATU-ACTION NOT = "MRG"
               PERFORM 9100-REPORT-ERROR-ACTION
           ELSE
               IF CATU-ACTION = "MRG"
                   AND CATU-SURVIVOR-CODE = SPACES
                   MOVE "SURVIVING CODE MISSING" TO ACT-MESSAGE
                   PERFORM 9200-REPORT-ERROR
               ELSE
                   PERFORM 2650-ADD-PENDING-ENTRY
               END-IF
           END-IF.

       2650-ADD-PENDING-ENTRY.
           IF WS-PND-COUNT-USED < 100
               ADD 1 TO WS-PND-COUNT-USED
               MOVE WS-PND-COUNT-USED TO WS-PND-SUB
               MOVE CATU-ACTION TO WS-PND-ACTION (WS-PND-SUB)
               MOVE CATU-CATEGORY-CODE
                   TO WS-PND-CODE (WS-PND-SUB)
               MOVE CATU-DESCRIPTION
                   TO WS-PND-DESC (WS-PND-SUB)
               MOVE CATU-BRANCH-NAME
                   TO WS-PND-BRANCH (WS-PND-SUB)
               MOVE CATU-EFFECTIVE-DATE
                   TO WS-PND-EFF-DATE (WS-PND-SUB)
               MOVE CATU-REQUESTER-ID
                   TO WS-PND-REQUESTER (WS-PND-SUB)
               MOVE CATU-SURVIVOR-CODE
                   TO WS-PND-SURVIVOR (WS-PND-SUB)
               MOVE "N" TO WS-PND-APPLIED-SW (WS-PND-SUB)
               INITIALIZE ACT-MESSAGE
               STRING "HELD UNTIL " CATU-EFFECTIVE-DATE
                       DELIMITED BY SIZE INTO ACT-MESSAGE
               END-STRING
               MOVE CATU-ACTION TO ACT-ACTION
               MOVE CATU-CATEGORY-CODE TO ACT-CATEGORY-CODE
               MOVE CATRPT-ACTION-LINE TO CATRPT-LINE
               WRITE CATRPT-LINE
               ADD 1 TO WS-PENDED-COUNT
           ELSE
               MOVE "PENDING TABLE FULL" TO ACT-MESSAGE
               PERFORM 9200-REPORT-ERROR
           END-IF.

       2100-FIND-MASTER-ENTRY.
           SET WS-MST-FOUND-SW TO "N".
           PERFORM VARYING WS-MST-SUB FROM 1 BY 1
                   MOVE CATU-BRANCH-NAME
                       TO WS-MST-BRANCH (WS-MST-SUB)
                   MOVE "A" TO WS-MST-STATUS (WS-MST-SUB)
                   MOVE SPACES TO WS-MST-MERGED-INTO (WS-MST-SUB)
                   MOVE SPACES TO WS-MST-MERGE-DATE (WS-MST-SUB)
                   MOVE "ADDED ACTIVE" TO ACT-MESSAGE
                   PERFORM 9300-REPORT-APPLIED
               ELSE
               MOVE "CODE NOT ON MASTER" TO ACT-MESSAGE
               PERFORM 9200-REPORT-ERROR
           ELSE
               IF WS-MST-STATUS (WS-MST-SUB) = "M"
                   PERFORM 9150-REPORT-MERGED-CODE
               ELSE
                   MOVE "C" TO WS-MST-STATUS (WS-MST-SUB)
                   MOVE "CLOSED" TO ACT-MESSAGE
                   PERFORM 9300-REPORT-APPLIED
               END-IF
           END-IF.

       2500-REOPEN-ENTRY.
               MOVE "CODE NOT ON MASTER" TO ACT-MESSAGE
               PERFORM 9200-REPORT-ERROR
           ELSE
               IF WS-MST-STATUS (WS-MST-SUB) = "M"
                   PERFORM 9150-REPORT-MERGED-CODE
               ELSE
                   MOVE "A" TO WS-MST-STATUS (WS-MST-SUB)
                   MOVE "REOPENED" TO ACT-MESSAGE
                   PERFORM 9300-REPORT-APPLIED
               END-IF
           END-IF.

      *    THE TRANSACTION'S CODE IS THE ONE RETIRING; THE SURVIVOR
      *    MUST BE A DIFFERENT CODE, ON THE MASTER AND ACTIVE.
       2700-MERGE-ENTRY.
           IF NOT WS-MST-FOUND
               MOVE "CODE NOT ON MASTER" TO ACT-MESSAGE
               PERFORM 9200-REPORT-ERROR
           ELSE
               IF WS-MST-STATUS (WS-MST-SUB) = "M"
                   PERFORM 9150-REPORT-MERGED-CODE
               ELSE
                   IF CATU-SURVIVOR-CODE = SPACES
                       OR CATU-SURVIVOR-CODE = CATU-CATEGORY-CODE
                       MOVE "SURVIVING CODE MISSING OR SAME AS RETIRING"
                           TO ACT-MESSAGE
                       PERFORM 9200-REPORT-ERROR
                   ELSE
                       PERFORM 2705-CHECK-SURVIVOR
                   END-IF
               END-IF
           END-IF.

       2705-CHECK-SURVIVOR.
           PERFORM 2710-FIND-SURVIVOR-ENTRY.
           IF NOT WS-SRV-FOUND
               MOVE "SURVIVING CODE NOT ON MASTER" TO ACT-MESSAGE
               PERFORM 9200-REPORT-ERROR
           ELSE
               IF WS-MST-STATUS (WS-SRV-SUB) NOT = "A"
                   MOVE "SURVIVING CODE NOT ACTIVE" TO ACT-MESSAGE
                   PERFORM 9200-REPORT-ERROR
               ELSE
                   PERFORM 2720-APPLY-MERGE
               END-IF
           END-IF.

       2710-FIND-SURVIVOR-ENTRY.
           SET WS-SRV-FOUND-SW TO "N".
           PERFORM VARYING WS-SRV-SUB FROM 1 BY 1
                   UNTIL WS-SRV-SUB > WS-MST-COUNT-USED
               IF CATU-SURVIVOR-CODE = WS-MST-CODE (WS-SRV-SUB)
                   MOVE WS-SRV-SUB TO WS-SRV-FOUND-SUB
                   SET WS-SRV-FOUND TO TRUE
                   MOVE WS-MST-COUNT-USED TO WS-SRV-SUB
               END-IF
           END-PERFORM.
           IF WS-SRV-FOUND
               MOVE WS-SRV-FOUND-SUB TO WS-SRV-SUB
           END-IF.

      *    THE DOLLARS ARE CARRIED BEFORE THE MASTER IS TOUCHED - A
      *    CONTROL FILE THAT CANNOT TAKE THEM LEAVES THE MERGE
      *    UNAPPLIED AND IN ERROR. A MERGE WITH NO DATE TAKES EFFECT
      *    FROM THE NEXT FEED'S BUSINESS DATE.
       2720-APPLY-MERGE.
           PERFORM 2730-CARRY-CONTROL-AMOUNT.
           IF NOT WS-CARRY-OK
               MOVE "CONTROL FILE CANNOT TAKE THE DOLLARS"
                   TO ACT-MESSAGE
               PERFORM 9200-REPORT-ERROR
           ELSE
               MOVE "M" TO WS-MST-STATUS (WS-MST-SUB)
               MOVE CATU-SURVIVOR-CODE
                   TO WS-MST-MERGED-INTO (WS-MST-SUB)
               IF CATU-EFFECTIVE-DATE = SPACES
                   MOVE WS-CUTOFF-DATE
                       TO WS-MST-MERGE-DATE (WS-MST-SUB)
               ELSE
                   MOVE CATU-EFFECTIVE-DATE
                       TO WS-MST-MERGE-DATE (WS-MST-SUB)
               END-IF
               INITIALIZE ACT-MESSAGE
               STRING "MERGED INTO " CATU-SURVIVOR-CODE
                       DELIMITED BY SIZE INTO ACT-MESSAGE
               END-STRING
               PERFORM 9300-REPORT-APPLIED
               MOVE WS-CARRY-AMOUNT TO WS-CARRY-AMOUNT-OUT
               INITIALIZE ACT-MESSAGE
               STRING "RUN-TO-DATE DOLLARS CARRIED "
                       WS-CARRY-AMOUNT-OUT
                       DELIMITED BY SIZE INTO ACT-MESSAGE
               END-STRING
               MOVE CATRPT-ACTION-LINE TO CATRPT-LINE
               WRITE CATRPT-LINE
               PERFORM 2740-REPOINT-MERGED-CODES
           END-IF.

      *    THE RETIRING CODE'S RUN-TO-DATE DOLLARS MOVE TO THE
      *    SURVIVOR'S CONTROL-FILE ENTRY (ONE IS ADDED WHEN THE
      *    SURVIVOR HAS NEVER POSTED) AND ITS OWN ENTRY IS LEFT AT
      *    ZERO. ITS COUNTER AND CYCLE STAY AS THEY ARE - THEY NUMBER
      *    POSTINGS ALREADY ON THE AUDIT TRAIL UNDER THE OLD CODE.
       2730-CARRY-CONTROL-AMOUNT.
           SET WS-CARRY-OK TO TRUE.
           MOVE 0 TO WS-CARRY-AMOUNT.
           MOVE 0 TO WS-CTL-RETIRING-SUB.
           MOVE 0 TO WS-CTL-SURVIVOR-SUB.
           PERFORM VARYING WS-CTL-SUB FROM 1 BY 1
                   UNTIL WS-CTL-SUB > CTW-CATEGORY-COUNT-USED
               IF CTW-CATEGORY-CODE (WS-CTL-SUB) = CATU-CATEGORY-CODE
                   MOVE WS-CTL-SUB TO WS-CTL-RETIRING-SUB
               END-IF
               IF CTW-CATEGORY-CODE (WS-CTL-SUB) = CATU-SURVIVOR-CODE
                   MOVE WS-CTL-SUB TO WS-CTL-SURVIVOR-SUB
               END-IF
           END-PERFORM.
           IF WS-CTL-RETIRING-SUB > 0
               MOVE CTW-CATEGORY-AMOUNT (WS-CTL-RETIRING-SUB)
                   TO WS-CARRY-AMOUNT
           END-IF.
           IF WS-CARRY-AMOUNT NOT = 0
               AND WS-CTL-SURVIVOR-SUB = 0
               IF CTW-CATEGORY-COUNT-USED < 100
                   ADD 1 TO CTW-CATEGORY-COUNT-USED
                   MOVE CTW-CATEGORY-COUNT-USED
                       TO WS-CTL-SURVIVOR-SUB
                   MOVE CATU-SURVIVOR-CODE
                       TO CTW-CATEGORY-CODE (WS-CTL-SURVIVOR-SUB)
                   MOVE 0 TO CTW-CATEGORY-COUNT (WS-CTL-SURVIVOR-SUB)
                   MOVE 0 TO CTW-CATEGORY-CYCLE (WS-CTL-SURVIVOR-SUB)
                   MOVE 0
                       TO CTW-CATEGORY-AMOUNT (WS-CTL-SURVIVOR-SUB)
               ELSE
                   SET WS-CARRY-OK-SW TO "N"
               END-IF
           END-IF.
           IF WS-CARRY-OK AND WS-CARRY-AMOUNT NOT = 0
               ADD WS-CARRY-AMOUNT
                   TO CTW-CATEGORY-AMOUNT (WS-CTL-SURVIVOR-SUB)
                   ON SIZE ERROR
                       SET WS-CARRY-OK-SW TO "N"
                   NOT ON SIZE ERROR
                       MOVE 0
                           TO CTW-CATEGORY-AMOUNT (WS-CTL-RETIRING-SUB)
               END-ADD
           END-IF.

      *    A CODE MERGED EARLIER INTO THE ONE NOW RETIRING FOLLOWS IT
      *    TO THE NEW SURVIVOR - A CHANGE OF ITS OWN ON THE REPORT AND
      *    THE JOURNAL. ITS MERGE DATE STAYS THE DATE IT RETIRED.
       2740-REPOINT-MERGED-CODES.
           MOVE WS-MST-SUB TO WS-FOUND-SUB.
           PERFORM VARYING WS-MRG-SUB FROM 1 BY 1
                   UNTIL WS-MRG-SUB > WS-MST-COUNT-USED
               IF WS-MST-STATUS (WS-MRG-SUB) = "M"
                   AND WS-MST-MERGED-INTO (WS-MRG-SUB)
                       = CATU-CATEGORY-CODE
                   PERFORM 2750-REPOINT-ONE-CODE
               END-IF
           END-PERFORM.
           MOVE WS-FOUND-SUB TO WS-MST-SUB.

       2750-REPOINT-ONE-CODE.
           MOVE WS-MRG-SUB TO WS-MST-SUB.
           PERFORM 8100-SAVE-BEFORE-IMAGE.
           MOVE CATU-SURVIVOR-CODE TO WS-MST-MERGED-INTO (WS-MST-SUB).
           INITIALIZE ACT-MESSAGE.
           STRING "MERGE REPOINTED TO " CATU-SURVIVOR-CODE
                   DELIMITED BY SIZE INTO ACT-MESSAGE
           END-STRING.
           MOVE CATU-ACTION TO ACT-ACTION.
           MOVE WS-MST-CODE (WS-MST-SUB) TO ACT-CATEGORY-CODE.
           MOVE CATRPT-ACTION-LINE TO CATRPT-LINE.
           WRITE CATRPT-LINE.
           ADD 1 TO WS-APPLIED-COUNT.
           PERFORM 8200-WRITE-JOURNAL.

       3000-FINALIZE.
           OPEN OUTPUT CATMNEW-FILE.
           PERFORM VARYING WS-MST-SUB FROM 1 BY 1
               END-IF
           END-PERFORM.
           CLOSE PENDNEW-FILE.
           OPEN OUTPUT CTLNEW-FILE.
           IF WS-CTL-LOADED
               MOVE CTW-RECORD TO CTN-RECORD
               WRITE CTN-RECORD
           END-IF.
           CLOSE CTLNEW-FILE.
           CLOSE JRNNEW-FILE.
           MOVE WS-APPLIED-COUNT TO TOT-APPLIED.
           MOVE WS-ERROR-COUNT TO TOT-ERRORS.
           MOVE WS-PENDED-COUNT TO TOT-PENDED.
           MOVE WS-MST-DESC (WS-MST-SUB) TO CATN-DESCRIPTION.
           MOVE WS-MST-BRANCH (WS-MST-SUB) TO CATN-BRANCH-NAME.
           MOVE WS-MST-STATUS (WS-MST-SUB) TO CATN-STATUS.
           MOVE WS-MST-MERGED-INTO (WS-MST-SUB) TO CATN-MERGED-INTO.
           MOVE WS-MST-MERGE-DATE (WS-MST-SUB) TO CATN-MERGE-DATE.
           WRITE CATN-RECORD.

       9100-REPORT-ERROR-ACTION.
           MOVE "ACTION NOT ADD/CHG/CLS/OPN/MRG" TO ACT-MESSAGE.
           PERFORM 9200-REPORT-ERROR.

       9150-REPORT-MERGED-CODE.
           INITIALIZE ACT-MESSAGE.
           STRING "CODE ALREADY MERGED INTO "
                   WS-MST-MERGED-INTO (WS-MST-SUB)
                   DELIMITED BY SIZE INTO ACT-MESSAGE
           END-STRING.
           PERFORM 9200-REPORT-ERROR.

       9200-REPORT-ERROR.
           MOVE WS-PND-BRANCH (WS-PND-SUB) TO CATQ-BRANCH-NAME.
           MOVE WS-PND-EFF-DATE (WS-PND-SUB)
               TO CATQ-EFFECTIVE-DATE.
           MOVE WS-PND-REQUESTER (WS-PND-SUB) TO CATQ-REQUESTER-ID.
           MOVE WS-PND-SURVIVOR (WS-PND-SUB) TO CATQ-SURVIVOR-CODE.
           WRITE CATQ-RECORD.
           MOVE WS-PND-ACTION (WS-PND-SUB) TO PND-ACTION.
           MOVE WS-PND-CODE (WS-PND-SUB) TO PND-CATEGORY-CODE.
           MOVE WS-PND-EFF-DATE (WS-PND-SUB) TO PND-EFF-DATE.
           MOVE SPACES TO PND-SURVIVOR-NOTE.
           IF WS-PND-ACTION (WS-PND-SUB) = "MRG"
               STRING "INTO " WS-PND-SURVIVOR (WS-PND-SUB)
                       DELIMITED BY SIZE INTO PND-SURVIVOR-NOTE
               END-STRING
           END-IF.
           MOVE CATRPT-PENDING-LINE TO CATRPT-LINE.
           WRITE CATRPT-LINE.
           ADD 1 TO WS-HELD-COUNT.
           MOVE CATRPT-ACTION-LINE TO CATRPT-LINE.
           WRITE CATRPT-LINE.
           ADD 1 TO WS-APPLIED-COUNT.
           PERFORM 8200-WRITE-JOURNAL.

      *    THE BEFORE IMAGE IS TAKEN AS SOON AS THE CODE HAS BEEN
      *    LOOKED UP - SPACES WHEN IT IS NOT ON THE MASTER YET.
       8100-SAVE-BEFORE-IMAGE.
           IF WS-MST-FOUND
               PERFORM 8150-BUILD-MASTER-IMAGE
               MOVE CATJ-RECORD TO WS-JRN-BEFORE-IMAGE
           ELSE
               MOVE SPACES TO WS-JRN-BEFORE-IMAGE
           END-IF.

       8150-BUILD-MASTER-IMAGE.
           MOVE SPACES TO CATJ-RECORD.
           MOVE WS-MST-CODE (WS-MST-SUB) TO CATJ-CATEGORY-CODE.
           MOVE WS-MST-DESC (WS-MST-SUB) TO CATJ-DESCRIPTION.
           MOVE WS-MST-BRANCH (WS-MST-SUB) TO CATJ-BRANCH-NAME.
           MOVE WS-MST-STATUS (WS-MST-SUB) TO CATJ-STATUS.
           MOVE WS-MST-MERGED-INTO (WS-MST-SUB) TO CATJ-MERGED-INTO.
           MOVE WS-MST-MERGE-DATE (WS-MST-SUB) TO CATJ-MERGE-DATE.

      *    ONLY AN APPLIED ACTION REACHES HERE, WITH WS-MST-SUB ON
      *    THE ENTRY IT CHANGED (OR ADDED) - FOR A MERGE, THE
      *    RETIRING CODE AND THEN EACH CODE REPOINTED WITH IT.
       8200-WRITE-JOURNAL.
           ADD 1 TO WS-JRN-SEQUENCE.
           MOVE SPACES TO JRN-RECORD.
           SET JRN-CATEGORY-MASTER TO TRUE.
           MOVE WS-MST-CODE (WS-MST-SUB) TO JRN-MASTER-KEY.
           MOVE CATU-ACTION TO JRN-ACTION.
           MOVE WS-CURRENT-DATE TO JRN-RUN-DATE.
           MOVE WS-CURRENT-TIME TO JRN-RUN-TIME.
           MOVE WS-JRN-SEQUENCE TO JRN-SEQUENCE.
           MOVE CATU-EFFECTIVE-DATE TO JRN-EFFECTIVE-DATE.
           MOVE CATU-REQUESTER-ID TO JRN-REQUESTER-ID.
           MOVE "CATMNT01" TO JRN-PROGRAM.
           MOVE WS-JRN-BEFORE-IMAGE TO JRN-BEFORE-IMAGE.
           PERFORM 8150-BUILD-MASTER-IMAGE.
           MOVE CATJ-RECORD TO JRN-AFTER-IMAGE.
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
           MOVE "CATMNT01" TO RUN-PROGRAM.
           MOVE WS-RUN-STAMP-DATE TO RUN-STAMP-DATE.
           MOVE WS-RUN-STAMP-TIME TO RUN-STAMP-TIME.
           WRITE RUN-RECORD.
           CLOSE RUN-FILE.
