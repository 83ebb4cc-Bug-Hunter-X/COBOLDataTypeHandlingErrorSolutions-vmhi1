       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIMMNT01.
       AUTHOR. DATA-PROCESSING.

      ******************************************************************
      * LARGE-ITEM LIMITS MAINTENANCE
      * APPLIES UPDATE TRANSACTIONS (LIMTRAN) TO THE OLD LIMITS
      * MASTER (LIMOLD) AND WRITES THE NEW MASTER (LIMNEW), THE SAME
      * OLD-IN/NEW-OUT SHAPE AS CATMNT01 AND CALMNT01. THE ACTIONS
      * ARE:
      *   ADD - CEILINGS FOR A CATEGORY THAT HAS NONE YET. THE CODE
      *         MUST BE ON THE CATEGORY MASTER (CATMFILE) AND BOTH
      *         CEILINGS MUST BE NUMERIC (ZERO = NO LIMIT OF THAT
      *         KIND)
      *   CHG - NEW ITEM AND/OR DAILY CEILING; A CEILING LEFT AS
      *         SPACES IS UNCHANGED
      *   DEL - REMOVE THE CATEGORY'S CEILINGS ALTOGETHER
      * A CHANGE TAKES EFFECT ON THE NEXT REGISTER RUN - ITEMS
      * ALREADY HELD STAY HELD UNTIL A SUPERVISOR DECIDES THEM.
      * EVERY ACTION AND EVERY ERROR IS PRINTED ON THE MAINTENANCE
      * REPORT (LIMRPT). ERRORS END THE STEP WITH RETURN CODE 8 SO
      * THE JOB LEAVES THE LIVE MASTER ALONE, BUT THE NEW MASTER IS
      * STILL WRITTEN WITH THE ACTIONS THAT APPLIED.
      *
      * EVERY TRANSACTION CARRIES THE ID OF ITS REQUESTER (ONE
      * WITHOUT IS AN ERROR). EVERY CHANGE THAT APPLIES IS WRITTEN
      * TO THE JOURNAL WORK FILE (JRNNEW) WITH THE LIMITS RECORD
      * BEFORE AND AFTER AND THE REQUESTER; THE JOB APPENDS IT TO
      * THE SHARED MAINTENANCE JOURNAL WHEN IT ROLLS THE NEW MASTER
      * IN.
      * RUN-STATE: THE STEP ONLY RUNS WHEN THE RUN-STATE MASTER
      * (RUNSTATE) SHOWS ITS JOB STARTED OR FAILED - RUNCHK01, THE
      * JOB'S FIRST STEP, RECORDS THE START - AND RECORDS THE JOB
      * COMPLETE WHEN IT ENDS BELOW RETURN CODE 8, FAILED OTHERWISE.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LIMOLD-FILE ASSIGN TO "LIMOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-FILE-STATUS.

           SELECT LIMTRAN-FILE ASSIGN TO "LIMTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRN-FILE-STATUS.

           SELECT CATM-FILE ASSIGN TO "CATMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATM-FILE-STATUS.

           SELECT LIMNEW-FILE ASSIGN TO "LIMNEW"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LIMRPT-FILE ASSIGN TO "LIMRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT JRNNEW-FILE ASSIGN TO "JRNNEW"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RUN-FILE ASSIGN TO "RUNSTATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LIMOLD-FILE.
           COPY LIMREC.

       FD  LIMTRAN-FILE.
       01  LIMU-RECORD.
           05  LIMU-ACTION             PIC X(03).
           05  LIMU-CATEGORY-CODE      PIC X(04).
           05  LIMU-ITEM-CEILING       PIC 9(7)V99.
           05  LIMU-ITEM-CEILING-ALPHA REDEFINES LIMU-ITEM-CEILING
                                       PIC X(09).
           05  LIMU-DAILY-CEILING      PIC 9(9)V99.
           05  LIMU-DAILY-CEILING-ALPHA REDEFINES LIMU-DAILY-CEILING
                                       PIC X(11).
           05  LIMU-REQUESTER-ID       PIC X(08).
           05  FILLER                  PIC X(45).

       FD  CATM-FILE.
           COPY CATMREC.

       FD  LIMNEW-FILE.
           COPY LIMREC REPLACING LEADING ==LIM== BY ==LIN==.

       FD  LIMRPT-FILE.
       01  LIMRPT-LINE                 PIC X(132).

       FD  JRNNEW-FILE.
           COPY JRNREC.

       FD  RUN-FILE.
           COPY RUNREC.

       WORKING-STORAGE SECTION.
       01  WS-CONTROL-SWITCHES.
           05  WS-OLD-FILE-STATUS      PIC X(02) VALUE SPACES.
               88  WS-OLD-FILE-OK          VALUE "00".
           05  WS-OLD-EOF-SW           PIC X(01) VALUE "N".
               88  WS-OLD-EOF              VALUE "Y".
           05  WS-TRN-FILE-STATUS      PIC X(02) VALUE SPACES.
               88  WS-TRN-FILE-OK          VALUE "00".
           05  WS-TRN-EOF-SW           PIC X(01) VALUE "N".
               88  WS-TRN-EOF              VALUE "Y".
           05  WS-CATM-FILE-STATUS     PIC X(02) VALUE SPACES.
               88  WS-CATM-FILE-OK         VALUE "00".
           05  WS-CATM-EOF-SW          PIC X(01) VALUE "N".
               88  WS-CATM-EOF             VALUE "Y".
           05  WS-ERROR-SW             PIC X(01) VALUE "N".
               88  WS-ERRORS-SEEN          VALUE "Y".

       01  WS-LIMIT-TABLE.
           05  WS-LIM-COUNT-USED       PIC 9(3) VALUE 0.
           05  WS-LIM-ENTRY OCCURS 100 TIMES.
               10  WS-LIM-CODE         PIC X(04).
               10  WS-LIM-ITEM-CEILING PIC 9(7)V99.
               10  WS-LIM-DAILY-CEILING
                                       PIC 9(9)V99.
               10  WS-LIM-DELETED-SW   PIC X(01).
                   88  WS-LIM-DELETED      VALUE "Y".

      *    THE CATEGORY CODES ON THE MASTER, OPEN OR CLOSED - A
      *    CEILING CAN ONLY BE SET FOR A CODE THE REGISTER KNOWS.
       01  WS-MASTER-TABLE.
           05  WS-MASTER-COUNT-USED    PIC 9(3) VALUE 0.
           05  WS-MASTER-ENTRY OCCURS 100 TIMES.
               10  WS-MASTER-CODE      PIC X(04).

       01  WS-MAINT-WORK.
           05  WS-LIM-SUB              PIC 9(03).
           05  WS-MST-SUB              PIC 9(03).
           05  WS-FOUND-SUB            PIC 9(03).
           05  WS-LIM-FOUND-SW         PIC X(01) VALUE "N".
               88  WS-LIM-FOUND            VALUE "Y".
           05  WS-MASTER-FOUND-SW      PIC X(01) VALUE "N".
               88  WS-MASTER-FOUND         VALUE "Y".
           05  WS-APPLIED-COUNT        PIC 9(5) VALUE 0.
           05  WS-ERROR-COUNT          PIC 9(5) VALUE 0.

      *    JOURNAL WORK - THE LIMITS RECORD IS BUILT IN LIMJ-RECORD,
      *    ONCE BEFORE THE ACTION IS APPLIED AND AGAIN AFTER IT.
       01  WS-JOURNAL-WORK.
           05  WS-JRN-SEQUENCE         PIC 9(05) VALUE 0.
           05  WS-JRN-BEFORE-IMAGE     PIC X(80).
           05  WS-JRN-STAMP.
               10  WS-JRN-STAMP-DATE   PIC X(08).
               10  WS-JRN-STAMP-TIME   PIC X(06).
               10  FILLER              PIC X(07).

           COPY LIMREC REPLACING LEADING ==LIM== BY ==LIMJ==.

       01  LIMRPT-ACTION-LINE.
           05  ACT-ACTION              PIC X(03).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ACT-CATEGORY-CODE       PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ACT-MESSAGE             PIC X(40).
           05  FILLER                  PIC X(06) VALUE "ITEM".
           05  ACT-ITEM-CEILING        PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(08) VALUE "  DAILY".
           05  ACT-DAILY-CEILING       PIC ZZZ,ZZZ,ZZ9.99.

       01  LIMRPT-TOTAL-LINE.
           05  FILLER                  PIC X(09) VALUE "APPLIED:".
           05  TOT-APPLIED             PIC ZZZZ9.
           05  FILLER                  PIC X(10) VALUE "  ERRORS:".
           05  TOT-ERRORS              PIC ZZZZ9.

      *    RUN-STATE MASTER WORK - THE JOB'S LAST STATE ON THE MASTER
      *    IS THE STATE OF ITS CURRENT BUSINESS DATE.
       01  WS-RUN-STATE-WORK.
           05  WS-RUN-FILE-STATUS      PIC X(02) VALUE SPACES.
               88  WS-RUN-FILE-OK          VALUE "00".
           05  WS-RUN-EOF-SW           PIC X(01) VALUE "N".
               88  WS-RUN-EOF              VALUE "Y".
           05  WS-RUN-JOB-NAME         PIC X(08) VALUE "LIMMNTJ".
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
               DISPLAY "LIMMNT01 REFUSED - " WS-RUN-JOB-NAME
                       " HAS NOT BEEN CLEARED TO RUN BY ITS RUN-STATE "
                       "CHECK STEP (RUNCHK01)"
               DISPLAY "LIMMNT01 LAST RUN-STATE ON FILE IS '"
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
           OPEN INPUT CATM-FILE.
           IF NOT WS-CATM-FILE-OK
               DISPLAY "LIMMNT01 CATEGORY MASTER NOT AVAILABLE - "
                       "STATUS " WS-CATM-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1050-LOAD-CATEGORY-MASTER
               UNTIL WS-CATM-EOF.
           CLOSE CATM-FILE.
           OPEN INPUT LIMOLD-FILE.
           PERFORM 1100-LOAD-OLD-LIMITS
               UNTIL WS-OLD-EOF.
           CLOSE LIMOLD-FILE.
           OPEN INPUT LIMTRAN-FILE.
           OPEN OUTPUT LIMRPT-FILE.
           OPEN OUTPUT JRNNEW-FILE.
           MOVE FUNCTION CURRENT-DATE TO WS-JRN-STAMP.
           PERFORM 1200-READ-TRANSACTION.

       1050-LOAD-CATEGORY-MASTER.
           READ CATM-FILE
               AT END
                   SET WS-CATM-EOF TO TRUE
               NOT AT END
                   IF WS-MASTER-COUNT-USED < 100
                       ADD 1 TO WS-MASTER-COUNT-USED
                       MOVE CATM-CATEGORY-CODE
                           TO WS-MASTER-CODE (WS-MASTER-COUNT-USED)
                   END-IF
           END-READ.

       1100-LOAD-OLD-LIMITS.
           READ LIMOLD-FILE
               AT END
                   SET WS-OLD-EOF TO TRUE
               NOT AT END
                   IF WS-LIM-COUNT-USED < 100
                       ADD 1 TO WS-LIM-COUNT-USED
                       MOVE WS-LIM-COUNT-USED TO WS-LIM-SUB
                       MOVE LIM-CATEGORY-CODE
                           TO WS-LIM-CODE (WS-LIM-SUB)
                       MOVE LIM-ITEM-CEILING
                           TO WS-LIM-ITEM-CEILING (WS-LIM-SUB)
                       MOVE LIM-DAILY-CEILING
                           TO WS-LIM-DAILY-CEILING (WS-LIM-SUB)
                       MOVE "N" TO WS-LIM-DELETED-SW (WS-LIM-SUB)
                   END-IF
           END-READ.

       1200-READ-TRANSACTION.
           READ LIMTRAN-FILE
               AT END
                   SET WS-TRN-EOF TO TRUE
           END-READ.

       2000-APPLY-TRANSACTION.
           MOVE 0 TO ACT-ITEM-CEILING.
           MOVE 0 TO ACT-DAILY-CEILING.
           PERFORM 2100-FIND-LIMIT-ENTRY.
           PERFORM 8100-SAVE-BEFORE-IMAGE.
           IF LIMU-REQUESTER-ID = SPACES
               MOVE "REQUESTER ID MISSING" TO ACT-MESSAGE
               PERFORM 9200-REPORT-ERROR
           ELSE
               IF LIMU-ACTION = "ADD"
                   PERFORM 2200-ADD-ENTRY
               ELSE
                   IF LIMU-ACTION = "CHG"
                       PERFORM 2300-CHANGE-ENTRY
                   ELSE
                       IF LIMU-ACTION = "DEL"
                           PERFORM 2400-DELETE-ENTRY
                       ELSE
                           MOVE "ACTION NOT ADD/CHG/DEL"
                               TO ACT-MESSAGE
                           PERFORM 9200-REPORT-ERROR
                       END-IF
                   END-IF
               END-IF
           END-IF.
           PERFORM 1200-READ-TRANSACTION.

       2100-FIND-LIMIT-ENTRY.
           SET WS-LIM-FOUND-SW TO "N".
           PERFORM VARYING WS-LIM-SUB FROM 1 BY 1
                   UNTIL WS-LIM-SUB > WS-LIM-COUNT-USED
               IF NOT WS-LIM-DELETED (WS-LIM-SUB)
                   AND LIMU-CATEGORY-CODE = WS-LIM-CODE (WS-LIM-SUB)
                   MOVE WS-LIM-SUB TO WS-FOUND-SUB
                   SET WS-LIM-FOUND TO TRUE
                   MOVE WS-LIM-COUNT-USED TO WS-LIM-SUB
               END-IF
           END-PERFORM.
           IF WS-LIM-FOUND
               MOVE WS-FOUND-SUB TO WS-LIM-SUB
           END-IF.

       2150-FIND-MASTER-ENTRY.
           SET WS-MASTER-FOUND-SW TO "N".
           PERFORM VARYING WS-MST-SUB FROM 1 BY 1
                   UNTIL WS-MST-SUB > WS-MASTER-COUNT-USED
               IF LIMU-CATEGORY-CODE = WS-MASTER-CODE (WS-MST-SUB)
                   SET WS-MASTER-FOUND TO TRUE
                   MOVE WS-MASTER-COUNT-USED TO WS-MST-SUB
               END-IF
           END-PERFORM.

       2200-ADD-ENTRY.
           PERFORM 2150-FIND-MASTER-ENTRY.
           IF WS-LIM-FOUND
               MOVE "CATEGORY ALREADY HAS CEILINGS" TO ACT-MESSAGE
               PERFORM 9200-REPORT-ERROR
           ELSE
               IF NOT WS-MASTER-FOUND
                   MOVE "CATEGORY NOT ON CATEGORY MASTER"
                       TO ACT-MESSAGE
                   PERFORM 9200-REPORT-ERROR
               ELSE
                   IF LIMU-ITEM-CEILING-ALPHA NOT NUMERIC
                       OR LIMU-DAILY-CEILING-ALPHA NOT NUMERIC
                       MOVE "CEILING NOT NUMERIC" TO ACT-MESSAGE
                       PERFORM 9200-REPORT-ERROR
                   ELSE
                       PERFORM 2250-ADD-VALIDATED-ENTRY
                   END-IF
               END-IF
           END-IF.

       2250-ADD-VALIDATED-ENTRY.
           IF WS-LIM-COUNT-USED < 100
               ADD 1 TO WS-LIM-COUNT-USED
               MOVE WS-LIM-COUNT-USED TO WS-LIM-SUB
               MOVE LIMU-CATEGORY-CODE TO WS-LIM-CODE (WS-LIM-SUB)
               MOVE LIMU-ITEM-CEILING
                   TO WS-LIM-ITEM-CEILING (WS-LIM-SUB)
               MOVE LIMU-DAILY-CEILING
                   TO WS-LIM-DAILY-CEILING (WS-LIM-SUB)
               MOVE "N" TO WS-LIM-DELETED-SW (WS-LIM-SUB)
               MOVE "ADDED" TO ACT-MESSAGE
               PERFORM 9300-REPORT-APPLIED
           ELSE
               MOVE "LIMITS TABLE FULL" TO ACT-MESSAGE
               PERFORM 9200-REPORT-ERROR
           END-IF.

      *    BOTH CEILINGS ARE EDITED BEFORE EITHER IS APPLIED, SO A
      *    BAD ONE NEVER LEAVES HALF A CHANGE BEHIND.
       2300-CHANGE-ENTRY.
           IF NOT WS-LIM-FOUND
               MOVE "CATEGORY HAS NO CEILINGS" TO ACT-MESSAGE
               PERFORM 9200-REPORT-ERROR
           ELSE
               IF (LIMU-ITEM-CEILING-ALPHA NOT = SPACES
                       AND LIMU-ITEM-CEILING-ALPHA NOT NUMERIC)
                   OR (LIMU-DAILY-CEILING-ALPHA NOT = SPACES
                       AND LIMU-DAILY-CEILING-ALPHA NOT NUMERIC)
                   MOVE "CEILING NOT NUMERIC" TO ACT-MESSAGE
                   PERFORM 9200-REPORT-ERROR
               ELSE
                   IF LIMU-ITEM-CEILING-ALPHA = SPACES
                       AND LIMU-DAILY-CEILING-ALPHA = SPACES
                       MOVE "NOTHING TO CHANGE" TO ACT-MESSAGE
                       PERFORM 9200-REPORT-ERROR
                   ELSE
                       PERFORM 2350-CHANGE-VALIDATED-ENTRY
                   END-IF
               END-IF
           END-IF.

       2350-CHANGE-VALIDATED-ENTRY.
           IF LIMU-ITEM-CEILING-ALPHA NOT = SPACES
               MOVE LIMU-ITEM-CEILING
                   TO WS-LIM-ITEM-CEILING (WS-LIM-SUB)
           END-IF.
           IF LIMU-DAILY-CEILING-ALPHA NOT = SPACES
               MOVE LIMU-DAILY-CEILING
                   TO WS-LIM-DAILY-CEILING (WS-LIM-SUB)
           END-IF.
           MOVE "CHANGED" TO ACT-MESSAGE.
           PERFORM 9300-REPORT-APPLIED.

       2400-DELETE-ENTRY.
           IF NOT WS-LIM-FOUND
               MOVE "CATEGORY HAS NO CEILINGS" TO ACT-MESSAGE
               PERFORM 9200-REPORT-ERROR
           ELSE
               MOVE "Y" TO WS-LIM-DELETED-SW (WS-LIM-SUB)
               MOVE "DELETED" TO ACT-MESSAGE
               PERFORM 9300-REPORT-APPLIED
           END-IF.

       3000-FINALIZE.
           OPEN OUTPUT LIMNEW-FILE.
           PERFORM VARYING WS-LIM-SUB FROM 1 BY 1
                   UNTIL WS-LIM-SUB > WS-LIM-COUNT-USED
               IF NOT WS-LIM-DELETED (WS-LIM-SUB)
                   PERFORM 3100-WRITE-NEW-LIMITS
               END-IF
           END-PERFORM.
           CLOSE LIMNEW-FILE.
           CLOSE JRNNEW-FILE.
           MOVE WS-APPLIED-COUNT TO TOT-APPLIED.
           MOVE WS-ERROR-COUNT TO TOT-ERRORS.
           MOVE LIMRPT-TOTAL-LINE TO LIMRPT-LINE.
           WRITE LIMRPT-LINE.
           CLOSE LIMTRAN-FILE.
           CLOSE LIMRPT-FILE.
           IF WS-ERRORS-SEEN
               MOVE 8 TO RETURN-CODE
           END-IF.

       3100-WRITE-NEW-LIMITS.
           MOVE SPACES TO LIN-RECORD.
           MOVE WS-LIM-CODE (WS-LIM-SUB) TO LIN-CATEGORY-CODE.
           MOVE WS-LIM-ITEM-CEILING (WS-LIM-SUB) TO LIN-ITEM-CEILING.
           MOVE WS-LIM-DAILY-CEILING (WS-LIM-SUB)
               TO LIN-DAILY-CEILING.
           WRITE LIN-RECORD.

       9200-REPORT-ERROR.
           MOVE LIMU-ACTION TO ACT-ACTION.
           MOVE LIMU-CATEGORY-CODE TO ACT-CATEGORY-CODE.
           MOVE LIMRPT-ACTION-LINE TO LIMRPT-LINE.
           WRITE LIMRPT-LINE.
           ADD 1 TO WS-ERROR-COUNT.
           SET WS-ERRORS-SEEN TO TRUE.

      *    THE LINE SHOWS THE CEILINGS AS THEY STAND AFTER THE
      *    ACTION (ZERO FOR A DELETE).
       9300-REPORT-APPLIED.
           MOVE LIMU-ACTION TO ACT-ACTION.
           MOVE LIMU-CATEGORY-CODE TO ACT-CATEGORY-CODE.
           IF NOT WS-LIM-DELETED (WS-LIM-SUB)
               MOVE WS-LIM-ITEM-CEILING (WS-LIM-SUB)
                   TO ACT-ITEM-CEILING
               MOVE WS-LIM-DAILY-CEILING (WS-LIM-SUB)
                   TO ACT-DAILY-CEILING
           END-IF.
           MOVE LIMRPT-ACTION-LINE TO LIMRPT-LINE.
           WRITE LIMRPT-LINE.
           ADD 1 TO WS-APPLIED-COUNT.
           PERFORM 8200-WRITE-JOURNAL.

      *    THE BEFORE IMAGE IS TAKEN AS SOON AS THE ENTRY HAS BEEN
      *    LOOKED UP - SPACES WHEN THE CATEGORY HAS NO CEILINGS YET.
       8100-SAVE-BEFORE-IMAGE.
           IF WS-LIM-FOUND
               PERFORM 8150-BUILD-LIMIT-IMAGE
               MOVE LIMJ-RECORD TO WS-JRN-BEFORE-IMAGE
           ELSE
               MOVE SPACES TO WS-JRN-BEFORE-IMAGE
           END-IF.

       8150-BUILD-LIMIT-IMAGE.
           MOVE SPACES TO LIMJ-RECORD.
           MOVE WS-LIM-CODE (WS-LIM-SUB) TO LIMJ-CATEGORY-CODE.
           MOVE WS-LIM-ITEM-CEILING (WS-LIM-SUB) TO LIMJ-ITEM-CEILING.
           MOVE WS-LIM-DAILY-CEILING (WS-LIM-SUB)
               TO LIMJ-DAILY-CEILING.

      *    ONLY AN APPLIED ACTION REACHES HERE, WITH WS-LIM-SUB ON
      *    THE ENTRY IT CHANGED, ADDED OR DELETED. A DELETED ENTRY
      *    HAS NO AFTER IMAGE. CEILINGS TAKE EFFECT ON THE NEXT
      *    REGISTER RUN, SO THERE IS NO EFFECTIVE DATE.
       8200-WRITE-JOURNAL.
           ADD 1 TO WS-JRN-SEQUENCE.
           MOVE SPACES TO JRN-RECORD.
           SET JRN-LIMITS-MASTER TO TRUE.
           MOVE LIMU-CATEGORY-CODE TO JRN-MASTER-KEY.
           MOVE LIMU-ACTION TO JRN-ACTION.
           MOVE WS-JRN-STAMP-DATE TO JRN-RUN-DATE.
           MOVE WS-JRN-STAMP-TIME TO JRN-RUN-TIME.
           MOVE WS-JRN-SEQUENCE TO JRN-SEQUENCE.
           MOVE LIMU-REQUESTER-ID TO JRN-REQUESTER-ID.
           MOVE "LIMMNT01" TO JRN-PROGRAM.
           MOVE WS-JRN-BEFORE-IMAGE TO JRN-BEFORE-IMAGE.
           IF WS-LIM-DELETED (WS-LIM-SUB)
               MOVE SPACES TO JRN-AFTER-IMAGE
           ELSE
               PERFORM 8150-BUILD-LIMIT-IMAGE
               MOVE LIMJ-RECORD TO JRN-AFTER-IMAGE
           END-IF.
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
           MOVE "LIMMNT01" TO RUN-PROGRAM.
           MOVE WS-RUN-STAMP-DATE TO RUN-STAMP-DATE.
           MOVE WS-RUN-STAMP-TIME TO RUN-STAMP-TIME.
           WRITE RUN-RECORD.
           CLOSE RUN-FILE.
