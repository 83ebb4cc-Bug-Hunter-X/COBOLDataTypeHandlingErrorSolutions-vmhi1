       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRCCVT01.
       AUTHOR. DATA-PROCESSING.

      ******************************************************************
      * PROCESSED-BATCH LOG KEYED CONVERSION - RUN ONCE AT CUTOVER
      * PRCSLOG MOVED FROM A FLAT FILE EVERY READER SCANNED END TO
      * END TO A KEYED FILE (BATCH ID, WITH ALTERNATE KEYS ON RUN
      * DATE AND BUSINESS DATE). THIS PROGRAM READS THE OLD FLAT LOG
      * IN ITS ORIGINAL ORDER AND LOADS EVERY ENTRY, UNCHANGED, INTO
      * THE NEW BASE CLUSTER. THE RECORD LAYOUT DID NOT CHANGE.
      * THE KEYED LOG HOLDS ONE ENTRY PER BATCH ID, SO A BATCH ID
      * LOGGED MORE THAN ONCE ON THE FLAT LOG KEEPS ITS FIRST ENTRY -
      * THE SAME ENTRY THE DUPLICATE CHECK AND THE TRACE INQUIRY
      * ALWAYS FOUND - AND EACH LATER ONE IS WRITTEN, AS IS, TO A
      * PROCESSED-LOG ARCHIVE GENERATION (PRCARCH) AND LISTED ON
      * SYSOUT, SO NOTHING IS LOST. THE ALTERNATE INDEXES ARE BUILT
      * BY THE JOB AFTER THIS LOAD. A MISSING OR EMPTY OLD LOG
      * LEAVES THE NEW CLUSTER EMPTY. RUN FROM DLYCV5J, NEVER FROM
      * THE DAILY JOB.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PRCSOLD-FILE ASSIGN TO "PRCSOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRCO-STATUS.

           SELECT PRCSNEW-FILE ASSIGN TO "PRCSNEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRCN-BATCH-ID
               FILE STATUS IS WS-PRCN-STATUS.

           SELECT PRCARCH-FILE ASSIGN TO "PRCARCH"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PRCSOLD-FILE.
           COPY PRCSREC.

       FD  PRCSNEW-FILE.
           COPY PRCSREC REPLACING LEADING ==PRCS== BY ==PRCN==.

       FD  PRCARCH-FILE.
           COPY PRCSREC REPLACING LEADING ==PRCS== BY ==PRCA==.

       WORKING-STORAGE SECTION.
       01  WS-CONTROL-SWITCHES.
           05  WS-PRCO-STATUS          PIC X(02) VALUE SPACES.
           05  WS-PRCO-EOF-SW          PIC X(01) VALUE "N".
               88  WS-PRCO-EOF             VALUE "Y".
           05  WS-PRCN-STATUS          PIC X(02) VALUE SPACES.
               88  WS-PRCN-DUPLICATE-KEY   VALUE "22".

       01  WS-CONVERT-WORK.
           05  WS-CONVERTED-COUNT      PIC 9(7) VALUE 0.
           05  WS-DUPLICATE-COUNT      PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           OPEN INPUT PRCSOLD-FILE.
           OPEN OUTPUT PRCSNEW-FILE.
           OPEN OUTPUT PRCARCH-FILE.
           PERFORM 1100-READ-OLD.
           PERFORM 2000-CONVERT-RECORD
               UNTIL WS-PRCO-EOF.
           CLOSE PRCSOLD-FILE.
           CLOSE PRCSNEW-FILE.
           CLOSE PRCARCH-FILE.
           IF WS-CONVERTED-COUNT = 0 AND WS-DUPLICATE-COUNT = 0
               DISPLAY "PRCCVT01 NO PROCESSED-LOG ENTRIES - "
                       "NOTHING TO CONVERT"
           ELSE
               DISPLAY "PRCCVT01 LOADED " WS-CONVERTED-COUNT
                       " PROCESSED-LOG ENTRIES BY BATCH ID"
           END-IF.
           IF WS-DUPLICATE-COUNT > 0
               DISPLAY "PRCCVT01 " WS-DUPLICATE-COUNT
                       " REPEATED BATCH IDS MOVED TO PRCARCH"
           END-IF.
           STOP RUN.

       1100-READ-OLD.
           READ PRCSOLD-FILE
               AT END
                   SET WS-PRCO-EOF TO TRUE
           END-READ.

       2000-CONVERT-RECORD.
           MOVE PRCS-RECORD TO PRCN-RECORD.
           WRITE PRCN-RECORD
               INVALID KEY
                   PERFORM 2100-ARCHIVE-DUPLICATE
               NOT INVALID KEY
                   ADD 1 TO WS-CONVERTED-COUNT
           END-WRITE.
           PERFORM 1100-READ-OLD.

      *    ONLY A REPEATED BATCH ID IS EXPECTED HERE - ANY OTHER
      *    WRITE FAILURE MEANS THE CLUSTER IS NOT USABLE AND THE
      *    LOAD STOPS SO THE JOB GOES NO FURTHER.
       2100-ARCHIVE-DUPLICATE.
           IF WS-PRCN-DUPLICATE-KEY
               MOVE PRCS-RECORD TO PRCA-RECORD
               WRITE PRCA-RECORD
               ADD 1 TO WS-DUPLICATE-COUNT
               DISPLAY "PRCCVT01 REPEATED BATCH ID - ARCHIVED: "
                       PRCS-RECORD
           ELSE
               DISPLAY "PRCCVT01 WRITE TO PRCSNEW FAILED - STATUS "
                       WS-PRCN-STATUS " - BATCH " PRCS-BATCH-ID
               CLOSE PRCSOLD-FILE
               CLOSE PRCSNEW-FILE
               CLOSE PRCARCH-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
