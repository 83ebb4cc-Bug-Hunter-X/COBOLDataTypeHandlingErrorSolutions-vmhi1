      * TONIGHT'S REPAIRS). EVERY RJCTREC CARRIES THE RUN DATE THE
      * REGISTER REJECTED IT, SO EACH RECORD'S AGE IN DAYS IS KNOWN
      * EXACTLY. THE REPORT SHOWS:
      *   - A BUCKET MATRIX PER REASON CODE (LBL/UNKN/CLSD/TFUL/AMT/REV/
      *     DECL) OF REJECTS AGED 1 DAY, 2-5 DAYS AND OVER 5 DAYS
      *   - EVERY RECORD AT OR PAST THE ESCALATION THRESHOLD, WITH
      *     ITS FULL ORIGINAL TRANSACTION SO IT CAN BE WORKED FROM
      *     THE PAGE
      * WITH RETURN CODE 4 SO THE SCHEDULER CAN ALERT. A RECORD
      * WHOSE RUN DATE CANNOT BE PARSED IS TREATED AS OVER EVERY
      * THRESHOLD RATHER THAN QUIETLY SKIPPED.
      * RUN-STATE: THE STEP ONLY RUNS WHEN THE RUN-STATE MASTER
      * (RUNSTATE) SHOWS ITS JOB STARTED OR FAILED - RUNCHK01, THE
      * JOB'S FIRST STEP, RECORDS THE START - AND RECORDS THE JOB
      * COMPLETE WHEN IT ENDS BELOW RETURN CODE 8, FAILED OTHERWISE.
      ******************************************************************

       ENVIRONMENT DIVISION.
           SELECT AGERPT-FILE ASSIGN TO "AGERPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RUN-FILE ASSIGN TO "RUNSTATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RJCT-FILE.
       FD  AGERPT-FILE.
       01  AGERPT-LINE                 PIC X(132).

       FD  RUN-FILE.
           COPY RUNREC.

       WORKING-STORAGE SECTION.
       01  WS-CONTROL-SWITCHES.
           05  WS-RJCT-FILE-STATUS     PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(04) VALUE "CLSD".
           05  FILLER                  PIC X(04) VALUE "TFUL".
           05  FILLER                  PIC X(04) VALUE "AMT ".
           05  FILLER                  PIC X(04) VALUE "REV ".
           05  FILLER                  PIC X(04) VALUE "DECL".
           05  FILLER                  PIC X(04) VALUE "????".

       01  WS-REASON-CODES REDEFINES WS-REASON-CODES-VALUES.
           05  WS-REASON-CODE          PIC X(04) OCCURS 8 TIMES.

       01  WS-AGE-MATRIX.
           05  WS-AGE-ROW OCCURS 8 TIMES.
               10  WS-AGE-BUCKET       PIC 9(5) OCCURS 3 TIMES
                                           VALUE 0.

                   VALUE "  ESCALATED:".
           05  TOT-ESCALATED           PIC ZZZZ9.

      *    RUN-STATE MASTER WORK - THE JOB'S LAST STATE ON THE MASTER
      *    IS THE STATE OF ITS CURRENT BUSINESS DATE.
       01  WS-RUN-STATE-WORK.
           05  WS-RUN-FILE-STATUS      PIC X(02) VALUE SPACES.
               88  WS-RUN-FILE-OK          VALUE "00".
           05  WS-RUN-EOF-SW           PIC X(01) VALUE "N".
               88  WS-RUN-EOF              VALUE "Y".
           05  WS-RUN-JOB-NAME         PIC X(08) VALUE "DLYAGEJ".
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
           PERFORM 2000-AGE-ONE-REJECT
               UNTIL WS-RJCT-EOF.
           PERFORM 3000-FINALIZE.
           PERFORM 8900-UPDATE-RUN-STATE.
           STOP RUN.

       0100-CHECK-RUN-STATE.
           PERFORM 0110-READ-RUN-STATE.
           IF NOT WS-RUN-JOB-STARTED AND NOT WS-RUN-JOB-FAILED
               DISPLAY "DLYAGE01 REFUSED - " WS-RUN-JOB-NAME
                       " HAS NOT BEEN CLEARED TO RUN BY ITS RUN-STATE "
                       "CHECK STEP (RUNCHK01)"
               DISPLAY "DLYAGE01 LAST RUN-STATE ON FILE IS '"
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
           OPEN INPUT AGEPARM-FILE.
           READ AGEPARM-FILE
           END-IF.

       2200-CLASSIFY-REASON.
           MOVE 8 TO WS-REASON-SUB.
           IF RJCT-REASON-LABEL
               MOVE 1 TO WS-REASON-SUB
           END-IF.
           IF RJCT-REASON-AMOUNT
               MOVE 5 TO WS-REASON-SUB
           END-IF.
           IF RJCT-REASON-REVERSAL
               MOVE 6 TO WS-REASON-SUB
           END-IF.
           IF RJCT-REASON-DECLINED
               MOVE 7 TO WS-REASON-SUB
           END-IF.

       2300-ESCALATE-RECORD.
           SET WS-ESCALATIONS-SEEN TO TRUE.

       3000-FINALIZE.
           PERFORM VARYING WS-REASON-SUB FROM 1 BY 1
                   UNTIL WS-REASON-SUB > 8
               MOVE WS-REASON-CODE (WS-REASON-SUB) TO MTX-REASON
               MOVE WS-AGE-BUCKET (WS-REASON-SUB, 1) TO MTX-BUCKET-1
               MOVE WS-AGE-BUCKET (WS-REASON-SUB, 2) TO MTX-BUCKET-2
           MOVE WS-AGE-HOLD-LINE TO AGERPT-LINE.
           WRITE AGERPT-LINE.
           ADD 1 TO WS-LINE-COUNT.

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
           MOVE "DLYAGE01" TO RUN-PROGRAM.
           MOVE WS-RUN-STAMP-DATE TO RUN-STAMP-DATE.
           MOVE WS-RUN-STAMP-TIME TO RUN-STAMP-TIME.
           WRITE RUN-RECORD.
           CLOSE RUN-FILE.
