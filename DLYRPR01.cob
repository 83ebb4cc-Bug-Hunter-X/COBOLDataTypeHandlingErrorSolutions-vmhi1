      * REPAIR TABLE UNTIL IT IS DEALT WITH - NOTHING IS LOST.
      * REPAIR TRANSACTIONS THAT NAME A MISSING REJECT END THE STEP
      * WITH RETURN CODE 8.
      * RUN-STATE: THE STEP ONLY RUNS WHEN THE RUN-STATE MASTER
      * (RUNSTATE) SHOWS ITS JOB STARTED OR FAILED - RUNCHK01, THE
      * JOB'S FIRST STEP, RECORDS THE START - AND RECORDS THE JOB
      * COMPLETE WHEN IT ENDS, WHATEVER THE RETURN CODE: ONCE THE
      * CARRY-FORWARD HAS BEEN REWRITTEN THE JOB MUST NOT RUN AGAIN
      * FOR THE DATE WITHOUT AN OVERRIDE.
      ******************************************************************

       ENVIRONMENT DIVISION.
           SELECT RPRRPT-FILE ASSIGN TO "RPRRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RUN-FILE ASSIGN TO "RUNSTATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RJCT-FILE.
       FD  RPRRPT-FILE.
       01  RPRRPT-LINE                 PIC X(132).

       FD  RUN-FILE.
           COPY RUNREC.

       WORKING-STORAGE SECTION.
       01  WS-CONTROL-SWITCHES.
           05  WS-RJCT-FILE-STATUS     PIC X(02) VALUE SPACES.
               10  WS-RJT-TRAN         PIC X(80).
               10  WS-RJT-REASON       PIC X(04).
               10  WS-RJT-DATE         PIC X(10).
               10  WS-RJT-BATCH-ID     PIC X(08).
               10  WS-RJT-BUS-DATE     PIC X(08).
               10  WS-RJT-POSITION     PIC 9(05).
               10  WS-RJT-REPAIRED-SW  PIC X(01).
                   88  WS-RJT-REPAIRED     VALUE "Y".

           05  FILLER                  PIC X(10) VALUE "  ERRORS:".
           05  TOT-ERRORS              PIC ZZZZ9.

      *    RUN-STATE MASTER WORK - THE JOB'S LAST STATE ON THE MASTER
      *    IS THE STATE OF ITS CURRENT BUSINESS DATE.
       01  WS-RUN-STATE-WORK.
           05  WS-RUN-FILE-STATUS      PIC X(02) VALUE SPACES.
               88  WS-RUN-FILE-OK          VALUE "00".
           05  WS-RUN-EOF-SW           PIC X(01) VALUE "N".
               88  WS-RUN-EOF              VALUE "Y".
           05  WS-RUN-JOB-NAME         PIC X(08) VALUE "DLYRPRJ".
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
           PERFORM 2000-APPLY-REPAIR
               UNTIL WS-RPR-EOF.
           PERFORM 3000-FINALIZE.
           PERFORM 8900-UPDATE-RUN-STATE.
           STOP RUN.

       0100-CHECK-RUN-STATE.
           PERFORM 0110-READ-RUN-STATE.
           IF NOT WS-RUN-JOB-STARTED AND NOT WS-RUN-JOB-FAILED
               DISPLAY "DLYRPR01 REFUSED - " WS-RUN-JOB-NAME
                       " HAS NOT BEEN CLEARED TO RUN BY ITS RUN-STATE "
                       "CHECK STEP (RUNCHK01)"
               DISPLAY "DLYRPR01 LAST RUN-STATE ON FILE IS '"
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
           OPEN INPUT RJCT-FILE.
           OPEN OUTPUT RJCTOUT-FILE.
                           TO WS-RJT-REASON (WS-RJT-SUB)
                       MOVE RJCT-RUN-DATE
                           TO WS-RJT-DATE (WS-RJT-SUB)
                       MOVE RJCT-BATCH-ID
                           TO WS-RJT-BATCH-ID (WS-RJT-SUB)
                       MOVE RJCT-BUSINESS-DATE
                           TO WS-RJT-BUS-DATE (WS-RJT-SUB)
                       MOVE RJCT-BATCH-POSITION
                           TO WS-RJT-POSITION (WS-RJT-SUB)
                       MOVE "N" TO WS-RJT-REPAIRED-SW (WS-RJT-SUB)
                   ELSE
                       MOVE SPACES TO RJCO-RECORD
                       MOVE RJCT-TRAN-RECORD TO RJCO-TRAN-RECORD
                       MOVE RJCT-REASON-CODE TO RJCO-REASON-CODE
                       MOVE RJCT-RUN-DATE TO RJCO-RUN-DATE
                       MOVE RJCT-BATCH-ID TO RJCO-BATCH-ID
                       MOVE RJCT-BUSINESS-DATE TO RJCO-BUSINESS-DATE
                       MOVE RJCT-BATCH-POSITION TO RJCO-BATCH-POSITION
                       WRITE RJCO-RECORD
                       ADD 1 TO WS-CARRIED-COUNT
                       SET WS-TABLE-OVERFLOWED TO TRUE
               MOVE WS-RJT-TRAN (WS-RJT-SUB) TO RJCO-TRAN-RECORD
               MOVE WS-RJT-REASON (WS-RJT-SUB) TO RJCO-REASON-CODE
               MOVE WS-RJT-DATE (WS-RJT-SUB) TO RJCO-RUN-DATE
               MOVE WS-RJT-BATCH-ID (WS-RJT-SUB) TO RJCO-BATCH-ID
               MOVE WS-RJT-BUS-DATE (WS-RJT-SUB) TO RJCO-BUSINESS-DATE
               MOVE WS-RJT-POSITION (WS-RJT-SUB)
                   TO RJCO-BATCH-POSITION
               WRITE RJCO-RECORD
               ADD 1 TO WS-CARRIED-COUNT
           END-IF.

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
           MOVE "DLYRPR01" TO RUN-PROGRAM.
           MOVE WS-RUN-STAMP-DATE TO RUN-STAMP-DATE.
           MOVE WS-RUN-STAMP-TIME TO RUN-STAMP-TIME.
           WRITE RUN-RECORD.
           CLOSE RUN-FILE.
