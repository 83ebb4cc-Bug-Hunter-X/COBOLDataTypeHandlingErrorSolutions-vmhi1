       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNCHK01.
       AUTHOR. DATA-PROCESSING.

      ******************************************************************
      * JOB RUN-STATE CHECK
      * FIRST STEP OF EVERY CONTROLLED BATCH JOB. THE JOB NAME COMES
      * FROM THE RUNCARD (COLUMNS 1-8) AND MUST BE ON THE SCHEDULE
      * TABLE (RUNSCHD). THE BUSINESS DATE THE JOB IS FOR IS:
      *   DLYREGJ - THE BUSINESS DATE ON THE FIRST BATCH HEADER OF
      *     THE FEED (TRANFILE), OR TODAY WHEN THE FEED CARRIES NO
      *     BATCH;
      *   EVERY OTHER JOB - THE BUSINESS DATE OF THE MOST RECENT
      *     REGISTER RUN ON THE RUN-STATE MASTER, OR TODAY WHEN THE
      *     REGISTER HAS NEVER RUN.
      * THE JOB'S STATE FOR THAT DATE ON THE MASTER DECIDES:
      *   NONE        - THE PREREQUISITE JOB MUST BE COMPLETE (SAME
      *                 DATE, OR FOR THE REGISTER THE PREVIOUS
      *                 REGISTER DATE) AND THE BLOCKING JOB, IF ANY,
      *                 MUST NOT BE. NO PREREQUISITE IS ASKED FOR
      *                 BEFORE THE REGISTER HAS EVER RUN.
      *   STARTED OR FAILED - A RERUN OF AN ATTEMPT THAT DID NOT
      *                 FINISH. ALLOWED, EXCEPT THAT A STARTED JOB
      *                 WHOSE RERUN RULE IS RESTART-ONLY IS REFUSED -
      *                 IT MUST BE RESTARTED AT ITS PROGRAM STEP,
      *                 WHICH BYPASSES THIS CHECK.
      *   COMPLETE    - REFUSED. THE JOB HAS ALREADY DONE THIS DATE.
      *   OVERRIDE    - ALLOWED WITHOUT FURTHER CHECKS; THE OVERRIDE
      *                 IS USED UP BY THIS RUN.
      * AN ALLOWED JOB IS RECORDED AS STARTED FOR THE DATE, WHICH IS
      * WHAT EACH OF ITS PROGRAMS LOOKS FOR WHEN IT STARTS. A REFUSAL
      * CHANGES NOTHING, SAYS WHY ON SYSOUT AND ENDS WITH RC=12 SO THE
      * REST OF THE JOB IS BYPASSED.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-FILE ASSIGN TO "RUNCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-FILE-STATUS.

           SELECT OPTIONAL RUN-FILE ASSIGN TO "RUNSTATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-FILE-STATUS.

           SELECT OPTIONAL TRAN-FILE ASSIGN TO "TRANFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CARD-FILE.
       01  CARD-RECORD.
           05  CARD-JOB-NAME           PIC X(08).
           05  FILLER                  PIC X(72).

       FD  RUN-FILE.
           COPY RUNREC.

       FD  TRAN-FILE.
           COPY TRANREC.

       WORKING-STORAGE SECTION.
       01  WS-CONTROL-SWITCHES.
           05  WS-CARD-FILE-STATUS     PIC X(02) VALUE SPACES.
               88  WS-CARD-FILE-OK         VALUE "00".
           05  WS-RUN-FILE-STATUS      PIC X(02) VALUE SPACES.
               88  WS-RUN-FILE-OK          VALUE "00".
           05  WS-RUN-EOF-SW           PIC X(01) VALUE "N".
               88  WS-RUN-EOF              VALUE "Y".
           05  WS-TRAN-FILE-STATUS     PIC X(02) VALUE SPACES.
               88  WS-TRAN-FILE-OK         VALUE "00".
           05  WS-TRAN-EOF-SW          PIC X(01) VALUE "N".
               88  WS-TRAN-EOF             VALUE "Y".
           05  WS-JOB-FOUND-SW         PIC X(01) VALUE "N".
               88  WS-JOB-FOUND            VALUE "Y".

           COPY RUNSCHD.

       01  WS-CHECK-WORK.
           05  WS-JOB-NAME             PIC X(08).
           05  WS-SCH-SUB              PIC 9(02).
           05  WS-JOB-SUB              PIC 9(02).
           05  WS-BUSINESS-DATE        PIC X(08) VALUE SPACES.
           05  WS-LAST-REG-DATE        PIC X(08) VALUE SPACES.
           05  WS-PRIOR-REG-DATE       PIC X(08) VALUE SPACES.
           05  WS-PREREQ-DATE          PIC X(08) VALUE SPACES.
           05  WS-JOB-STATE            PIC X(01) VALUE SPACES.
               88  WS-JOB-NO-STATE         VALUE SPACE.
               88  WS-JOB-STARTED          VALUE "S".
               88  WS-JOB-COMPLETE         VALUE "C".
               88  WS-JOB-FAILED           VALUE "F".
               88  WS-JOB-OVERRIDE         VALUE "O".
           05  WS-PREREQ-STATE         PIC X(01) VALUE SPACES.
               88  WS-PREREQ-COMPLETE      VALUE "C".
           05  WS-BLOCKER-STATE        PIC X(01) VALUE SPACES.
               88  WS-BLOCKER-COMPLETE     VALUE "C".
           05  WS-OVERRIDE-OPERATOR    PIC X(08) VALUE SPACES.
           05  WS-START-REMARK         PIC X(33) VALUE SPACES.

       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CURR-DATE            PIC X(08).
           05  WS-CURR-TIME            PIC X(06).
           05  FILLER                  PIC X(07).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-SET-BUSINESS-DATE.
           PERFORM 3000-READ-JOB-STATES.
           PERFORM 4000-JUDGE-RUN.
           PERFORM 5000-RECORD-START.
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           OPEN INPUT CARD-FILE.
           IF NOT WS-CARD-FILE-OK
               DISPLAY "RUNCHK01 NO RUN CARD (RUNCARD) - STATUS "
                       WS-CARD-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO CARD-RECORD.
           READ CARD-FILE
               AT END
                   MOVE SPACES TO CARD-RECORD
           END-READ.
           CLOSE CARD-FILE.
           MOVE CARD-JOB-NAME TO WS-JOB-NAME.
           PERFORM VARYING WS-SCH-SUB FROM 1 BY 1
                   UNTIL WS-SCH-SUB > SCH-JOB-COUNT
               IF SCH-JOB-NAME (WS-SCH-SUB) = WS-JOB-NAME
                   SET WS-JOB-FOUND TO TRUE
                   MOVE WS-SCH-SUB TO WS-JOB-SUB
                   MOVE SCH-JOB-COUNT TO WS-SCH-SUB
               END-IF
           END-PERFORM.
           IF NOT WS-JOB-FOUND
               DISPLAY "RUNCHK01 JOB '" WS-JOB-NAME
                       "' IS NOT ON THE SCHEDULE TABLE - NOT RUN"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    THE REGISTER TAKES ITS DATE FROM THE FEED IT IS ABOUT TO
      *    POST. THE FIRST PASS OF THE MASTER FINDS THE MOST RECENT
      *    REGISTER DATE AND, FOR THE REGISTER ITSELF, THE MOST
      *    RECENT REGISTER DATE BEFORE THIS ONE.
       2000-SET-BUSINESS-DATE.
           IF WS-JOB-NAME = "DLYREGJ"
               OPEN INPUT TRAN-FILE
               PERFORM 2100-FIND-FEED-DATE
                   UNTIL WS-TRAN-EOF
               CLOSE TRAN-FILE
               IF WS-BUSINESS-DATE = SPACES
                   MOVE WS-CURR-DATE TO WS-BUSINESS-DATE
               END-IF
           END-IF.
           SET WS-RUN-EOF-SW TO "N".
           OPEN INPUT RUN-FILE.
           PERFORM 2200-SCAN-REGISTER-DATES
               UNTIL WS-RUN-EOF.
           CLOSE RUN-FILE.
           IF SCH-PREREQ-PRIOR-DATE (WS-JOB-SUB)
               MOVE WS-PRIOR-REG-DATE TO WS-PREREQ-DATE
           ELSE
               IF WS-LAST-REG-DATE = SPACES
                   MOVE WS-CURR-DATE TO WS-BUSINESS-DATE
               ELSE
                   MOVE WS-LAST-REG-DATE TO WS-BUSINESS-DATE
                   MOVE WS-LAST-REG-DATE TO WS-PREREQ-DATE
               END-IF
           END-IF.

       2100-FIND-FEED-DATE.
           READ TRAN-FILE
               AT END
                   SET WS-TRAN-EOF TO TRUE
               NOT AT END
                   IF TRAN-HDR-ID = "*HDR"
                       MOVE TRAN-HDR-BUSINESS-DATE TO WS-BUSINESS-DATE
                       SET WS-TRAN-EOF TO TRUE
                   END-IF
           END-READ.

       2200-SCAN-REGISTER-DATES.
           READ RUN-FILE
               AT END
                   SET WS-RUN-EOF TO TRUE
               NOT AT END
                   IF RUN-JOB-NAME = "DLYREGJ"
                       MOVE RUN-BUSINESS-DATE TO WS-LAST-REG-DATE
                       IF WS-JOB-NAME = "DLYREGJ"
                           AND RUN-BUSINESS-DATE NOT = WS-BUSINESS-DATE
                           MOVE RUN-BUSINESS-DATE TO WS-PRIOR-REG-DATE
                       END-IF
                   END-IF
           END-READ.

       3000-READ-JOB-STATES.
           SET WS-RUN-EOF-SW TO "N".
           OPEN INPUT RUN-FILE.
           PERFORM 3100-SCAN-JOB-STATES
               UNTIL WS-RUN-EOF.
           CLOSE RUN-FILE.

       3100-SCAN-JOB-STATES.
           READ RUN-FILE
               AT END
                   SET WS-RUN-EOF TO TRUE
               NOT AT END
                   IF RUN-BUSINESS-DATE = WS-BUSINESS-DATE
                       AND RUN-JOB-NAME = WS-JOB-NAME
                       MOVE RUN-STATUS TO WS-JOB-STATE
                       MOVE RUN-OPERATOR-ID TO WS-OVERRIDE-OPERATOR
                   END-IF
                   IF RUN-BUSINESS-DATE = WS-PREREQ-DATE
                       AND RUN-JOB-NAME = SCH-PREREQ-JOB (WS-JOB-SUB)
                       MOVE RUN-STATUS TO WS-PREREQ-STATE
                   END-IF
                   IF RUN-BUSINESS-DATE = WS-BUSINESS-DATE
                       AND RUN-JOB-NAME = SCH-BLOCKER-JOB (WS-JOB-SUB)
                       AND RUN-JOB-NAME NOT = SPACES
                       MOVE RUN-STATUS TO WS-BLOCKER-STATE
                   END-IF
           END-READ.

       4000-JUDGE-RUN.
           IF WS-JOB-OVERRIDE
               STRING "RERUN UNDER OVERRIDE BY " WS-OVERRIDE-OPERATOR
                       DELIMITED BY SIZE INTO WS-START-REMARK
               END-STRING
           ELSE
               IF WS-JOB-COMPLETE
                   DISPLAY "RUNCHK01 " WS-JOB-NAME " REFUSED - "
                           "ALREADY COMPLETE FOR BUSINESS DATE "
                           WS-BUSINESS-DATE
                   DISPLAY "RUNCHK01 A DELIBERATE RERUN NEEDS A "
                           "RUN-STATE OVERRIDE (RUNSTSJ) FIRST"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF WS-JOB-STARTED
                   AND SCH-RESTART-ONLY (WS-JOB-SUB)
                   DISPLAY "RUNCHK01 " WS-JOB-NAME " REFUSED - AN "
                           "ATTEMPT FOR BUSINESS DATE "
                           WS-BUSINESS-DATE " DID NOT FINISH"
                   DISPLAY "RUNCHK01 RESTART THE JOB AT ITS PROGRAM "
                           "STEP (RESTART=STEP010), NOT FROM THE TOP"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF WS-JOB-STARTED OR WS-JOB-FAILED
                   MOVE "RERUN OF AN UNFINISHED ATTEMPT"
                       TO WS-START-REMARK
               ELSE
                   PERFORM 4100-CHECK-PREREQUISITE
                   MOVE "STARTED" TO WS-START-REMARK
               END-IF
           END-IF.

       4100-CHECK-PREREQUISITE.
           IF WS-PREREQ-DATE NOT = SPACES
               AND NOT WS-PREREQ-COMPLETE
               DISPLAY "RUNCHK01 " WS-JOB-NAME " REFUSED FOR BUSINESS "
                       "DATE " WS-BUSINESS-DATE " - "
                       SCH-PREREQ-JOB (WS-JOB-SUB)
                       " HAS NOT COMPLETED FOR " WS-PREREQ-DATE
               DISPLAY "RUNCHK01 RUN " SCH-PREREQ-JOB (WS-JOB-SUB)
                       " FIRST, OR SUBMIT A RUN-STATE OVERRIDE "
                       "(RUNSTSJ)"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-BLOCKER-COMPLETE
               DISPLAY "RUNCHK01 " WS-JOB-NAME " REFUSED FOR BUSINESS "
                       "DATE " WS-BUSINESS-DATE " - "
                       SCH-BLOCKER-JOB (WS-JOB-SUB)
                       " HAS ALREADY COMPLETED FOR THAT DATE"
               DISPLAY "RUNCHK01 " WS-JOB-NAME " MUST RUN BEFORE "
                       SCH-BLOCKER-JOB (WS-JOB-SUB)
                       " - A LATE RUN NEEDS A RUN-STATE OVERRIDE "
                       "(RUNSTSJ)"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       5000-RECORD-START.
           OPEN EXTEND RUN-FILE.
           MOVE SPACES TO RUN-RECORD.
           MOVE WS-BUSINESS-DATE TO RUN-BUSINESS-DATE.
           MOVE WS-JOB-NAME TO RUN-JOB-NAME.
           SET RUN-STARTED TO TRUE.
           MOVE "RUNCHK01" TO RUN-PROGRAM.
           MOVE WS-CURR-DATE TO RUN-STAMP-DATE.
           MOVE WS-CURR-TIME TO RUN-STAMP-TIME.
           MOVE WS-START-REMARK TO RUN-REMARK.
           WRITE RUN-RECORD.
           CLOSE RUN-FILE.
           DISPLAY "RUNCHK01 " WS-JOB-NAME " CLEARED TO RUN FOR "
                   "BUSINESS DATE " WS-BUSINESS-DATE " - "
                   WS-START-REMARK.
