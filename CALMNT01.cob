      * SAME OLD-IN/NEW-OUT SHAPE AS CATMNT01. THE ACTIONS ARE:
      *   ADD - NEW HOLIDAY DATE (YYYYMMDD, MUST BE A REAL DATE AND
      *         NOT A WEEKEND - WEEKENDS ARE NEVER LISTED, EVERY
      *         READER DERIVES THEM FROM THE DAY OF WEEK). TYPE "Y"
      *         INSTEAD MARKS THE DATE AS A FISCAL YEAR-END BUSINESS
      *         DAY FOR THE YEAR-END CLOSE; TYPE "H" OR SPACE IS A
      *         HOLIDAY.
      *   DEL - REMOVE A DATE
      * EVERY ACTION AND EVERY ERROR IS PRINTED ON THE MAINTENANCE
      * REPORT (CALRPT). ERRORS END THE STEP WITH RETURN CODE 8 SO
      * CALENDAR IS STILL WRITTEN WITH THE ACTIONS THAT APPLIED.
      * NEXT YEAR'S HOLIDAYS CAN BE KEYED ANY TIME - THE REGISTER
      * ONLY EVER LOOKS DATES UP.
      *
      * EVERY TRANSACTION CARRIES THE ID OF ITS REQUESTER (ONE
      * WITHOUT IS AN ERROR). EVERY CHANGE THAT APPLIES IS WRITTEN
      * TO THE JOURNAL WORK FILE (JRNNEW) WITH THE CALENDAR RECORD
      * BEFORE AND AFTER AND THE REQUESTER; THE JOB APPENDS IT TO
      * THE SHARED MAINTENANCE JOURNAL WHEN IT ROLLS THE NEW
      * CALENDAR IN.
      * RUN-STATE: THE STEP ONLY RUNS WHEN THE RUN-STATE MASTER
      * (RUNSTATE) SHOWS ITS JOB STARTED OR FAILED - RUNCHK01, THE
      * JOB'S FIRST STEP, RECORDS THE START - AND RECORDS THE JOB
      * COMPLETE WHEN IT ENDS BELOW RETURN CODE 8, FAILED OTHERWISE.
      ******************************************************************

       ENVIRONMENT DIVISION.
           SELECT CALRPT-FILE ASSIGN TO "CALRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT JRNNEW-FILE ASSIGN TO "JRNNEW"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RUN-FILE ASSIGN TO "RUNSTATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALOLD-FILE.
           05  CALU-ACTION             PIC X(03).
           05  CALU-DATE               PIC X(08).
           05  CALU-DESCRIPTION        PIC X(30).
           05  CALU-TYPE               PIC X(01).
           05  CALU-REQUESTER-ID       PIC X(08).
           05  FILLER                  PIC X(30).

       FD  CALNEW-FILE.
           COPY CALREC REPLACING LEADING ==CAL== BY ==CAN==.
       FD  CALRPT-FILE.
       01  CALRPT-LINE                 PIC X(132).

       FD  JRNNEW-FILE.
           COPY JRNREC.

       FD  RUN-FILE.
           COPY RUNREC.

       WORKING-STORAGE SECTION.
       01  WS-CONTROL-SWITCHES.
           05  WS-OLD-FILE-STATUS      PIC X(02) VALUE SPACES.
           05  WS-CAL-ENTRY OCCURS 200 TIMES.
               10  WS-CAL-DATE         PIC X(08).
               10  WS-CAL-DESC         PIC X(30).
               10  WS-CAL-TYPE         PIC X(01).
               10  WS-CAL-DELETED-SW   PIC X(01).
                   88  WS-CAL-DELETED      VALUE "Y".

           05  WS-DATE-INTEGER         PIC 9(08).
           05  WS-DAY-OF-WEEK          PIC 9(01).

      *    JOURNAL WORK - THE CALENDAR RECORD IS BUILT IN
      *    CALJ-RECORD, ONCE BEFORE THE ACTION IS APPLIED AND AGAIN
      *    AFTER IT.
       01  WS-JOURNAL-WORK.
           05  WS-JRN-SEQUENCE         PIC 9(05) VALUE 0.
           05  WS-JRN-BEFORE-IMAGE     PIC X(80).
           05  WS-JRN-STAMP.
               10  WS-JRN-STAMP-DATE   PIC X(08).
               10  WS-JRN-STAMP-TIME   PIC X(06).
               10  FILLER              PIC X(07).

           COPY CALREC REPLACING LEADING ==CAL== BY ==CALJ==.

       01  CALRPT-ACTION-LINE.
           05  ACT-ACTION              PIC X(03).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "  ERRORS:".
           05  TOT-ERRORS              PIC ZZZZ9.

      *    RUN-STATE MASTER WORK - THE JOB'S LAST STATE ON THE MASTER
      *    IS THE STATE OF ITS CURRENT BUSINESS DATE.
       01  WS-RUN-STATE-WORK.
           05  WS-RUN-FILE-STATUS      PIC X(02) VALUE SPACES.
               88  WS-RUN-FILE-OK          VALUE "00".
           05  WS-RUN-EOF-SW           PIC X(01) VALUE "N".
               88  WS-RUN-EOF              VALUE "Y".
           05  WS-RUN-JOB-NAME         PIC X(08) VALUE "CALMNTJ".
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
               DISPLAY "CALMNT01 REFUSED - " WS-RUN-JOB-NAME
                       " HAS NOT BEEN CLEARED TO RUN BY ITS RUN-STATE "
                       "CHECK STEP (RUNCHK01)"
               DISPLAY "CALMNT01 LAST RUN-STATE ON FILE IS '"
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
           OPEN INPUT CALOLD-FILE.
           PERFORM 1100-LOAD-OLD-CALENDAR
           CLOSE CALOLD-FILE.
           OPEN INPUT CALTRAN-FILE.
           OPEN OUTPUT CALRPT-FILE.
           OPEN OUTPUT JRNNEW-FILE.
           MOVE FUNCTION CURRENT-DATE TO WS-JRN-STAMP.
           PERFORM 1200-READ-TRANSACTION.

       1100-LOAD-OLD-CALENDAR.
                       MOVE CAL-DATE TO WS-CAL-DATE (WS-CAL-SUB)
                       MOVE CAL-DESCRIPTION
                           TO WS-CAL-DESC (WS-CAL-SUB)
                       MOVE CAL-TYPE TO WS-CAL-TYPE (WS-CAL-SUB)
                       MOVE "N" TO WS-CAL-DELETED-SW (WS-CAL-SUB)
                   END-IF
           END-READ.

       2000-APPLY-TRANSACTION.
           PERFORM 2100-FIND-CALENDAR-ENTRY.
           PERFORM 8100-SAVE-BEFORE-IMAGE.
           IF CALU-REQUESTER-ID = SPACES
               MOVE "REQUESTER ID MISSING" TO ACT-MESSAGE
               PERFORM 9200-REPORT-ERROR
           ELSE
               IF CALU-ACTION = "ADD"
                   PERFORM 2200-ADD-ENTRY
               ELSE
                   IF CALU-ACTION = "DEL"
                       PERFORM 2400-DELETE-ENTRY
                   ELSE
                       MOVE "ACTION NOT ADD/DEL" TO ACT-MESSAGE
                       PERFORM 9200-REPORT-ERROR
                   END-IF
               END-IF
           END-IF.
           PERFORM 1200-READ-TRANSACTION.
      *    THE DATE MUST BE A REAL CALENDAR DATE (INTEGER-OF-DATE
      *    ANSWERS ZERO FOR ANYTHING ELSE) AND NOT A SATURDAY OR
      *    SUNDAY - WEEKENDS ARE DERIVED BY EVERY READER AND A
      *    LISTED ONE WOULD ONLY INVITE CONFUSION. A FISCAL YEAR-END
      *    MUST BE A BUSINESS DAY, SO THE SAME WEEKEND TEST HOLDS,
      *    AND ONE DATE CAN NEVER BE BOTH A HOLIDAY AND A YEAR-END.
       2200-ADD-ENTRY.
           IF CALU-TYPE = SPACE
               MOVE "H" TO CALU-TYPE
           END-IF.
           IF WS-CAL-FOUND
               MOVE "DATE ALREADY ON CALENDAR" TO ACT-MESSAGE
               PERFORM 9200-REPORT-ERROR
           ELSE
               IF CALU-TYPE NOT = "H" AND CALU-TYPE NOT = "Y"
                   MOVE "TYPE NOT H/Y" TO ACT-MESSAGE
                   PERFORM 9200-REPORT-ERROR
               ELSE
                   PERFORM 2250-VALIDATE-DATE
               END-IF
           END-IF.

       2250-VALIDATE-DATE.
           IF CALU-DATE NOT NUMERIC
               MOVE "DATE NOT YYYYMMDD" TO ACT-MESSAGE
               PERFORM 9200-REPORT-ERROR
           ELSE
               MOVE CALU-DATE TO WS-DATE-X
               COMPUTE WS-DATE-INTEGER =
                       FUNCTION INTEGER-OF-DATE (WS-DATE-9)
               COMPUTE WS-DAY-OF-WEEK =
                       FUNCTION MOD (WS-DATE-INTEGER, 7)
               IF WS-DATE-INTEGER = 0
                   MOVE "NOT A VALID CALENDAR DATE" TO ACT-MESSAGE
                   PERFORM 9200-REPORT-ERROR
               ELSE
                   IF WS-DAY-OF-WEEK = 6 OR WS-DAY-OF-WEEK = 0
                       MOVE "DATE FALLS ON A WEEKEND" TO ACT-MESSAGE
                       PERFORM 9200-REPORT-ERROR
                   ELSE
                       PERFORM 2300-ADD-VALIDATED-ENTRY
                   END-IF
               END-IF
           END-IF.
               MOVE WS-CAL-COUNT-USED TO WS-CAL-SUB
               MOVE CALU-DATE TO WS-CAL-DATE (WS-CAL-SUB)
               MOVE CALU-DESCRIPTION TO WS-CAL-DESC (WS-CAL-SUB)
               MOVE CALU-TYPE TO WS-CAL-TYPE (WS-CAL-SUB)
               MOVE "N" TO WS-CAL-DELETED-SW (WS-CAL-SUB)
               IF CALU-TYPE = "Y"
                   MOVE "ADDED - FISCAL YEAR-END" TO ACT-MESSAGE
               ELSE
                   MOVE "ADDED" TO ACT-MESSAGE
               END-IF
               PERFORM 9300-REPORT-APPLIED
           ELSE
               MOVE "CALENDAR TABLE FULL" TO ACT-MESSAGE
               END-IF
           END-PERFORM.
           CLOSE CALNEW-FILE.
           CLOSE JRNNEW-FILE.
           MOVE WS-APPLIED-COUNT TO TOT-APPLIED.
           MOVE WS-ERROR-COUNT TO TOT-ERRORS.
           MOVE CALRPT-TOTAL-LINE TO CALRPT-LINE.
       3100-WRITE-NEW-CALENDAR.
           MOVE SPACES TO CAN-RECORD.
           MOVE WS-CAL-DATE (WS-CAL-SUB) TO CAN-DATE.
           MOVE WS-CAL-TYPE (WS-CAL-SUB) TO CAN-TYPE.
           MOVE WS-CAL-DESC (WS-CAL-SUB) TO CAN-DESCRIPTION.
           WRITE CAN-RECORD.

           MOVE CALRPT-ACTION-LINE TO CALRPT-LINE.
           WRITE CALRPT-LINE.
           ADD 1 TO WS-APPLIED-COUNT.
           PERFORM 8200-WRITE-JOURNAL.

      *    THE BEFORE IMAGE IS TAKEN AS SOON AS THE DATE HAS BEEN
      *    LOOKED UP - SPACES WHEN IT IS NOT ON THE CALENDAR YET.
       8100-SAVE-BEFORE-IMAGE.
           IF WS-CAL-FOUND
               PERFORM 8150-BUILD-CALENDAR-IMAGE
               MOVE CALJ-RECORD TO WS-JRN-BEFORE-IMAGE
           ELSE
               MOVE SPACES TO WS-JRN-BEFORE-IMAGE
           END-IF.

       8150-BUILD-CALENDAR-IMAGE.
           MOVE SPACES TO CALJ-RECORD.
           MOVE WS-CAL-DATE (WS-CAL-SUB) TO CALJ-DATE.
           MOVE WS-CAL-TYPE (WS-CAL-SUB) TO CALJ-TYPE.
           MOVE WS-CAL-DESC (WS-CAL-SUB) TO CALJ-DESCRIPTION.

      *    ONLY AN APPLIED ACTION REACHES HERE, WITH WS-CAL-SUB ON
      *    THE ENTRY IT ADDED OR DELETED. A DELETED DATE HAS NO
      *    AFTER IMAGE.
       8200-WRITE-JOURNAL.
           ADD 1 TO WS-JRN-SEQUENCE.
           MOVE SPACES TO JRN-RECORD.
           SET JRN-CALENDAR TO TRUE.
           MOVE CALU-DATE TO JRN-MASTER-KEY.
           MOVE CALU-ACTION TO JRN-ACTION.
           MOVE WS-JRN-STAMP-DATE TO JRN-RUN-DATE.
           MOVE WS-JRN-STAMP-TIME TO JRN-RUN-TIME.
           MOVE WS-JRN-SEQUENCE TO JRN-SEQUENCE.
           MOVE CALU-REQUESTER-ID TO JRN-REQUESTER-ID.
           MOVE "CALMNT01" TO JRN-PROGRAM.
           MOVE WS-JRN-BEFORE-IMAGE TO JRN-BEFORE-IMAGE.
           IF WS-CAL-DELETED (WS-CAL-SUB)
               MOVE SPACES TO JRN-AFTER-IMAGE
           ELSE
               PERFORM 8150-BUILD-CALENDAR-IMAGE
               MOVE CALJ-RECORD TO JRN-AFTER-IMAGE
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
           MOVE "CALMNT01" TO RUN-PROGRAM.
           MOVE WS-RUN-STAMP-DATE TO RUN-STAMP-DATE.
           MOVE WS-RUN-STAMP-TIME TO RUN-STAMP-TIME.
           WRITE RUN-RECORD.
           CLOSE RUN-FILE.
