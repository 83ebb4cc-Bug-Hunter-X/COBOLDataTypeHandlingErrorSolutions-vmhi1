      ******************************************************************
      * RETENTION PURGE FOR THE PERMANENT REGISTER MASTERS
      * MTDFILE AND PRCSLOG ARE CUMULATIVE - THE DAILY JOB ONLY EVER
      * ADDS TO THEM AND BOTH DATASETS GROW WITHOUT BOUND. THIS PERIODIC
      * HOUSEKEEPING RUN TRIMS EACH MASTER TO A RETENTION WINDOW OF
      * WHOLE MONTHS (PRGPARM, DEFAULT 13 - THE CURRENT MONTH PLUS
      * TWELVE BACK), JUDGED ON MTD-BUSINESS-DATE AND
      * PATH. THE PURGE REPORT SHOWS KEPT AND REMOVED COUNTS PER
      * MONTH FOR BOTH MASTERS, PROVING NOTHING INSIDE THE WINDOW
      * WAS TOUCHED. A RECORD WHOSE DATE DOES NOT PARSE IS KEPT -
      * NEVER ARCHIVED ON A GUESS. PRCSLOG IS KEYED: IT IS READ ALONG
      * ITS RUN-DATE KEY (BATCHES SHARING A RUN DATE IN WHATEVER
      * ORDER THE KEY RETURNS THEM - NOTHING HERE DEPENDS ON IT),
      * AND THE KEPT ENTRIES ARE WRITTEN BY BATCH ID TO A KEYED WORK
      * CLUSTER (PRCSNEW) THAT THE JOB RELOADS THE LIVE LOG FROM.
      *
      * THE RUN REFUSES TO START (RC=12, NOTHING OPENED FOR OUTPUT)
      * WHEN THE REGISTER CHECKPOINT SHOWS A RUN IN FLIGHT - A
      * RESTARTING REGISTER MUST SEE THE SAME PRCSLOG THE ABENDED
      * RUN SAW.
      * RUN-STATE: THE STEP ONLY RUNS WHEN THE RUN-STATE MASTER
      * (RUNSTATE) SHOWS ITS JOB STARTED OR FAILED - RUNCHK01, THE
      * JOB'S FIRST STEP, RECORDS THE START - AND RECORDS THE JOB
      * COMPLETE WHEN IT ENDS BELOW RETURN CODE 8, FAILED OTHERWISE.
      ******************************************************************

       ENVIRONMENT DIVISION.
               FILE STATUS IS WS-MTDO-FILE-STATUS.

           SELECT OPTIONAL PRCSOLD-FILE ASSIGN TO "PRCSOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRCS-BATCH-ID
               ALTERNATE RECORD KEY IS PRCS-RUN-DATE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS PRCS-BUSINESS-DATE
                   WITH DUPLICATES
               FILE STATUS IS WS-PRCO-FILE-STATUS.

           SELECT MTDNEW-FILE ASSIGN TO "MTDNEW"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRCSNEW-FILE ASSIGN TO "PRCSNEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRCN-BATCH-ID.

           SELECT MTDARCH-FILE ASSIGN TO "MTDARCH"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRGRPT-FILE ASSIGN TO "PRGRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RUN-FILE ASSIGN TO "RUNSTATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MTDOLD-FILE.
       FD  PRGRPT-FILE.
       01  PRGRPT-LINE                 PIC X(132).

       FD  RUN-FILE.
           COPY RUNREC.

       WORKING-STORAGE SECTION.
       01  WS-CONTROL-SWITCHES.
           05  WS-MTDO-FILE-STATUS     PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE " REMOVED:".
           05  TOT-PRCS-REMOVED        PIC ZZZZZZ9.

      *    RUN-STATE MASTER WORK - THE JOB'S LAST STATE ON THE MASTER
      *    IS THE STATE OF ITS CURRENT BUSINESS DATE.
       01  WS-RUN-STATE-WORK.
           05  WS-RUN-FILE-STATUS      PIC X(02) VALUE SPACES.
               88  WS-RUN-FILE-OK          VALUE "00".
           05  WS-RUN-EOF-SW           PIC X(01) VALUE "N".
               88  WS-RUN-EOF              VALUE "Y".
           05  WS-RUN-JOB-NAME         PIC X(08) VALUE "DLYPRGJ".
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
           PERFORM 2000-PURGE-MTD-MASTER
               UNTIL WS-MTDO-EOF.
           PERFORM 3000-PURGE-PROCESSED-LOG
               UNTIL WS-PRCO-EOF.
           PERFORM 4000-FINALIZE.
           PERFORM 8900-UPDATE-RUN-STATE.
           STOP RUN.

       0100-CHECK-RUN-STATE.
           PERFORM 0110-READ-RUN-STATE.
           IF NOT WS-RUN-JOB-STARTED AND NOT WS-RUN-JOB-FAILED
               DISPLAY "DLYPRG01 REFUSED - " WS-RUN-JOB-NAME
                       " HAS NOT BEEN CLEARED TO RUN BY ITS RUN-STATE "
                       "CHECK STEP (RUNCHK01)"
               DISPLAY "DLYPRG01 LAST RUN-STATE ON FILE IS '"
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
      *    A CHECKPOINT WITH RECORDS-PROCESSED ABOVE ZERO MEANS THE
      *    REGISTER IS MID-RUN (OR ABENDED AWAITING RESTART) - STOP
           PERFORM 1100-SET-CUTOFF-MONTH.
           OPEN INPUT MTDOLD-FILE.
           OPEN INPUT PRCSOLD-FILE.
           IF WS-PRCO-FILE-OK
               MOVE LOW-VALUES TO PRCS-RUN-DATE
               START PRCSOLD-FILE
                   KEY IS NOT LESS THAN PRCS-RUN-DATE
                   INVALID KEY
                       SET WS-PRCO-EOF TO TRUE
               END-START
           ELSE
               SET WS-PRCO-EOF TO TRUE
           END-IF.
           OPEN OUTPUT MTDNEW-FILE.
           OPEN OUTPUT PRCSNEW-FILE.
           OPEN OUTPUT MTDARCH-FILE.
           MOVE PRG-HDG-1 TO PRGRPT-LINE.
           WRITE PRGRPT-LINE.
           PERFORM 1200-READ-MTD.
           IF NOT WS-PRCO-EOF
               PERFORM 1300-READ-PRCS
           END-IF.

      *    THE WINDOW IS WHOLE CALENDAR MONTHS: A RETENTION OF 13
      *    KEEPS THE CURRENT MONTH AND THE TWELVE BEFORE IT, SO THE
           END-READ.

       1300-READ-PRCS.
           READ PRCSOLD-FILE NEXT RECORD
               AT END
                   SET WS-PRCO-EOF TO TRUE
           END-READ.
           ELSE
               MOVE PRCS-RECORD TO PRCN-RECORD
               WRITE PRCN-RECORD
                   INVALID KEY
                       DISPLAY "DLYPRG01 BATCH " PRCN-BATCH-ID
                               " ALREADY ON PRCSNEW - PURGE FAILED"
                       MOVE 12 TO RETURN-CODE
               END-WRITE
               ADD 1 TO WS-PRCS-KEPT-COUNT
               ADD 1 TO WS-MON-PRCS-KEPT (WS-MON-SUB)
           END-IF.
                   " REMOVED " WS-MTD-REMOVED-COUNT
                   " - PRCS KEPT " WS-PRCS-KEPT-COUNT
                   " REMOVED " WS-PRCS-REMOVED-COUNT.

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
           MOVE "DLYPRG01" TO RUN-PROGRAM.
           MOVE WS-RUN-STAMP-DATE TO RUN-STAMP-DATE.
           MOVE WS-RUN-STAMP-TIME TO RUN-STAMP-TIME.
           WRITE RUN-RECORD.
           CLOSE RUN-FILE.
