      ******************************************************************
      * RUNREC - RUN-STATE MASTER RECORD LAYOUT
      * COPY THIS INTO ANY PROGRAM THAT READS OR WRITES THE RUN-STATE
      * MASTER (RUNSTATE). THE MASTER IS KEYED BY BUSINESS DATE AND
      * JOB NAME AND IS ONLY EVER APPENDED TO: THE LAST RECORD ON THE
      * FILE FOR A BUSINESS DATE AND JOB IS THAT JOB'S STATE FOR THE
      * DATE, AND THE RECORDS BEFORE IT ARE ITS HISTORY.
      *   S - STARTED. WRITTEN BY THE JOB'S RUN-STATE CHECK STEP
      *       (RUNCHK01) WHEN THE JOB IS ALLOWED TO RUN, AND AGAIN BY
      *       EACH PROGRAM OF THE JOB AS IT ENDS NORMALLY. A JOB LEFT
      *       IN THIS STATE ABENDED OR WAS CANCELLED PART WAY.
      *   C - COMPLETE. WRITTEN BY THE PROGRAM THAT FINISHES THE
      *       JOB'S WORK. A COMPLETE JOB IS NOT RUN AGAIN FOR THE SAME
      *       DATE WITHOUT AN OVERRIDE.
      *   F - FAILED. THE JOB'S WORK ENDED WITH A FAILING RETURN CODE.
      *   O - OVERRIDE. AN OPERATOR'S PERMISSION (RUNSTS01) FOR ONE
      *       MORE RUN OF THE JOB FOR THE DATE, WHATEVER ITS STATE AND
      *       WHETHER OR NOT ITS PREREQUISITE HAS COMPLETED.
      ******************************************************************
       01  RUN-RECORD.
           05  RUN-BUSINESS-DATE       PIC X(08).
           05  RUN-JOB-NAME            PIC X(08).
           05  RUN-STATUS              PIC X(01).
               88  RUN-STARTED             VALUE "S".
               88  RUN-COMPLETE            VALUE "C".
               88  RUN-FAILED              VALUE "F".
               88  RUN-OVERRIDE            VALUE "O".
           05  RUN-PROGRAM             PIC X(08).
           05  RUN-STAMP-DATE          PIC X(08).
           05  RUN-STAMP-TIME          PIC X(06).
           05  RUN-OPERATOR-ID         PIC X(08).
           05  RUN-REMARK              PIC X(33).
