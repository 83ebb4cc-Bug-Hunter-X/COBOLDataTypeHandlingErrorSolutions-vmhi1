       IDENTIFICATION DIVISION.
       PROGRAM-ID. MNTJRN01.
       AUTHOR. DATA-PROCESSING.

      ******************************************************************
      * MAINTENANCE JOURNAL INQUIRY AND MASTER REBUILD
      * SEARCHES THE SHARED MAINTENANCE JOURNAL (MNTJRNL) - THE
      * BEFORE AND AFTER IMAGE OF EVERY CHANGE CATMNT01, GLMMNT01,
      * CALMNT01 AND LIMMNT01 HAVE ROLLED INTO THEIR LIVE MASTERS -
      * BY MASTER, KEY AND RUN-DATE RANGE, AND PRINTS EVERY MATCHING
      * CHANGE ON THE JOURNAL REPORT (JRNRPT) WITH WHO ASKED FOR IT,
      * ITS EFFECTIVE DATE AND BOTH IMAGES. THE FILTERS COME FROM
      * JRNPARM: MASTER NAME (CATMFILE, GLMAP, CALFILE OR LIMFILE),
      * KEY (CATEGORY CODE, CATEGORY CODE PLUS LABEL, CALENDAR DATE,
      * OR CATEGORY CODE FOR THE LIMITS MASTER),
      * FROM/TO RUN DATES (YYYYMMDD) - SPACES (OR "ALL") IN ANY
      * FILTER MEANS NO RESTRICTION.
      *
      * AN "R" IN THE REBUILD COLUMN ALSO REBUILDS THE NAMED MASTER
      * (OR JUST THE NAMED KEY) AS IT STOOD AT THE END OF THE TO
      * DATE, ONTO RBLDFILE IN THE MASTER'S OWN LAYOUT AND AT THE
      * END OF THE REPORT. THE REBUILD STARTS FROM THE LIVE MASTER
      * AND BACKS OUT EVERY LATER CHANGE: A KEY CHANGED AFTER THE
      * DATE TAKES THE BEFORE IMAGE OF ITS FIRST SUCH CHANGE (A KEY
      * ADDED SINCE THEREFORE DROPS OUT, AND ONE DELETED SINCE
      * COMES BACK); A KEY NOT CHANGED SINCE IS AS IT IS NOW. A
      * REBUILD NEEDS A MASTER NAME AND A TO DATE - A CARD WITHOUT
      * THEM, OR WITH A DATE THAT IS NOT YYYYMMDD, IS REFUSED RC=12.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL JRN-FILE ASSIGN TO "MNTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRN-FILE-STATUS.

           SELECT OPTIONAL JRNPARM-FILE ASSIGN TO "JRNPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT OPTIONAL CATM-FILE ASSIGN TO "CATMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIVE-FILE-STATUS.

           SELECT OPTIONAL GLM-FILE ASSIGN TO "GLMAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIVE-FILE-STATUS.

           SELECT OPTIONAL CAL-FILE ASSIGN TO "CALFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIVE-FILE-STATUS.

           SELECT OPTIONAL LIM-FILE ASSIGN TO "LIMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIVE-FILE-STATUS.

           SELECT RBLD-FILE ASSIGN TO "RBLDFILE"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT JRNRPT-FILE ASSIGN TO "JRNRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  JRN-FILE.
           COPY JRNREC.

       FD  JRNPARM-FILE.
       01  JRNPARM-RECORD.
           05  JRNPARM-MASTER-NAME     PIC X(08).
           05  JRNPARM-MASTER-KEY      PIC X(14).
           05  JRNPARM-FROM-DATE       PIC X(08).
           05  JRNPARM-TO-DATE         PIC X(08).
           05  JRNPARM-REBUILD         PIC X(01).
           05  FILLER                  PIC X(41).

      *    THE FOUR LIVE MASTERS ARE ONLY READ FOR A REBUILD, AND
      *    ONLY THE ONE NAMED ON THE CARD - AS WHOLE 80-BYTE IMAGES.
       FD  CATM-FILE.
       01  CATM-IMAGE                  PIC X(80).

       FD  GLM-FILE.
       01  GLM-IMAGE                   PIC X(80).

       FD  CAL-FILE.
       01  CAL-IMAGE                   PIC X(80).

       FD  LIM-FILE.
       01  LIM-IMAGE                   PIC X(80).

       FD  RBLD-FILE.
       01  RBLD-RECORD                 PIC X(80).

       FD  JRNRPT-FILE.
       01  JRNRPT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CONTROL-SWITCHES.
           05  WS-JRN-FILE-STATUS      PIC X(02) VALUE SPACES.
               88  WS-JRN-FILE-OK          VALUE "00".
           05  WS-JRN-EOF-SW           PIC X(01) VALUE "N".
               88  WS-JRN-EOF              VALUE "Y".
           05  WS-PARM-FILE-STATUS     PIC X(02) VALUE SPACES.
               88  WS-PARM-FILE-OK         VALUE "00".
               88  WS-PARM-FILE-AT-END     VALUE "10".
           05  WS-LIVE-FILE-STATUS     PIC X(02) VALUE SPACES.
               88  WS-LIVE-FILE-OK         VALUE "00".
           05  WS-LIVE-EOF-SW          PIC X(01) VALUE "N".
               88  WS-LIVE-EOF             VALUE "Y".
           05  WS-MATCH-SW             PIC X(01) VALUE "N".
               88  WS-RECORD-MATCHES       VALUE "Y".
           05  WS-REBUILD-SW           PIC X(01) VALUE "N".
               88  WS-REBUILD-WANTED       VALUE "Y".
           05  WS-RBL-FOUND-SW         PIC X(01) VALUE "N".
               88  WS-RBL-FOUND            VALUE "Y".
           05  WS-RBL-PLACED-SW        PIC X(01) VALUE "N".
               88  WS-RBL-PLACED           VALUE "Y".

       01  WS-FILTER-WORK.
           05  WS-FILTER-MASTER        PIC X(08) VALUE SPACES.
           05  WS-FILTER-KEY           PIC X(14) VALUE SPACES.
           05  WS-FROM-DATE            PIC X(08) VALUE SPACES.
           05  WS-TO-DATE              PIC X(08) VALUE SPACES.
      *    HOW MUCH OF THE FRONT OF A MASTER RECORD IS ITS KEY.
           05  WS-KEY-LENGTH           PIC 9(02) VALUE 0.

       01  WS-INQUIRY-COUNTS.
           05  WS-READ-COUNT           PIC 9(7) VALUE 0.
           05  WS-MATCH-COUNT          PIC 9(7) VALUE 0.
           05  WS-BACKED-OUT-COUNT     PIC 9(7) VALUE 0.
           05  WS-REBUILT-COUNT        PIC 9(7) VALUE 0.

      *    THE MASTER BEING REBUILT, ONE ENTRY PER KEY: ITS LIVE
      *    IMAGE UNTIL THE FIRST JOURNAL CHANGE AFTER THE TO DATE IS
      *    MET, THEN THAT CHANGE'S BEFORE IMAGE (SETTLED - LATER
      *    CHANGES TO THE KEY DO NOT MOVE IT AGAIN). SPACES MEANS
      *    THE KEY WAS NOT ON THE MASTER ON THE DATE. KEPT IN KEY
      *    ORDER SO THE REBUILT MASTER IS WRITTEN IN KEY ORDER.
       01  WS-REBUILD-TABLE.
           05  WS-RBL-COUNT-USED       PIC 9(4) VALUE 0.
           05  WS-RBL-ENTRY OCCURS 1000 TIMES.
               10  WS-RBL-KEY          PIC X(14).
               10  WS-RBL-IMAGE        PIC X(80).
               10  WS-RBL-SETTLED-SW   PIC X(01).
                   88  WS-RBL-SETTLED      VALUE "Y".

       01  WS-REBUILD-WORK.
           05  WS-RBL-SUB              PIC 9(4).
           05  WS-FOUND-SUB            PIC 9(4).
           05  WS-LIVE-IMAGE           PIC X(80).
           05  WS-LIVE-KEY             PIC X(14).

       01  WS-REPORT-WORK.
           05  WS-PAGE-COUNT           PIC 9(3) VALUE 0.
           05  WS-LINE-COUNT           PIC 9(3) VALUE 99.
           05  WS-MAX-LINES            PIC 9(3) VALUE 50.
      *    LINE HELD HERE UNTIL 9000-WRITE-JRN-LINE HAS DECIDED
      *    WHETHER A NEW PAGE HEADING MUST BE WRITTEN FIRST - THE
      *    HEADING ROUTINE USES THE SAME JRNRPT-LINE RECORD AREA.
           05  WS-JRN-HOLD-LINE        PIC X(132).

       01  JRN-HDG-1.
           05  FILLER                  PIC X(28)
                   VALUE "MAINTENANCE JOURNAL INQUIRY".
           05  FILLER                  PIC X(08) VALUE "MASTER:".
           05  HDG-MASTER-NAME         PIC X(08).
           05  FILLER                  PIC X(07) VALUE "  KEY:".
           05  HDG-MASTER-KEY          PIC X(14).
           05  FILLER                  PIC X(07) VALUE "  FROM:".
           05  HDG-FROM-DATE           PIC X(08).
           05  FILLER                  PIC X(05) VALUE " TO:".
           05  HDG-TO-DATE             PIC X(08).
           05  FILLER                  PIC X(07) VALUE "  PAGE:".
           05  HDG-PAGE-NBR            PIC ZZ9.

       01  JRN-HDG-2.
           05  FILLER                  PIC X(09) VALUE "RUN DATE".
           05  FILLER                  PIC X(08) VALUE "TIME".
           05  FILLER                  PIC X(07) VALUE "SEQ".
           05  FILLER                  PIC X(10) VALUE "MASTER".
           05  FILLER                  PIC X(16) VALUE "KEY".
           05  FILLER                  PIC X(05) VALUE "ACT".
           05  FILLER                  PIC X(10) VALUE "EFFECTIVE".
           05  FILLER                  PIC X(10) VALUE "REQUESTER".
           05  FILLER                  PIC X(08) VALUE "PROGRAM".

       01  JRN-DETAIL-LINE.
           05  DTL-RUN-DATE            PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DTL-RUN-TIME            PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-SEQUENCE            PIC ZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-MASTER-NAME         PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-MASTER-KEY          PIC X(14).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-ACTION              PIC X(03).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-EFFECTIVE-DATE      PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-REQUESTER-ID        PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-PROGRAM             PIC X(08).

       01  JRN-IMAGE-LINE.
           05  FILLER                  PIC X(09) VALUE SPACES.
           05  IMG-LABEL               PIC X(08).
           05  IMG-IMAGE               PIC X(80).

       01  JRN-TOTAL-LINE.
           05  FILLER                  PIC X(09) VALUE "MATCHED:".
           05  TOT-MATCHED             PIC ZZZZZZ9.
           05  FILLER                  PIC X(10) VALUE "  OF READ:".
           05  TOT-READ                PIC ZZZZZZ9.

       01  JRN-REBUILD-HDG.
           05  FILLER                  PIC X(08) VALUE "MASTER".
           05  RHD-MASTER-NAME         PIC X(08).
           05  FILLER                  PIC X(32)
                   VALUE " REBUILT AS IT STOOD AT THE END".
           05  FILLER                  PIC X(03) VALUE "OF".
           05  RHD-AS-OF-DATE          PIC X(08).

       01  JRN-REBUILD-TOTAL-LINE.
           05  FILLER                  PIC X(17)
                   VALUE "RECORDS REBUILT:".
           05  TOT-REBUILT             PIC ZZZZZZ9.
           05  FILLER                  PIC X(27)
                   VALUE "  KEYS CHANGED SINCE DATE:".
           05  TOT-BACKED-OUT          PIC ZZZZZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-SEARCH-JOURNAL
               UNTIL WS-JRN-EOF.
           PERFORM 3000-FINALIZE.
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT JRNPARM-FILE.
           READ JRNPARM-FILE
               AT END
                   SET WS-PARM-FILE-AT-END TO TRUE
           END-READ.
           IF WS-PARM-FILE-OK
               IF JRNPARM-MASTER-NAME NOT = "ALL"
                   MOVE JRNPARM-MASTER-NAME TO WS-FILTER-MASTER
               END-IF
               IF JRNPARM-MASTER-KEY NOT = "ALL"
                   MOVE JRNPARM-MASTER-KEY TO WS-FILTER-KEY
               END-IF
               MOVE JRNPARM-FROM-DATE TO WS-FROM-DATE
               MOVE JRNPARM-TO-DATE TO WS-TO-DATE
               IF JRNPARM-REBUILD = "R"
                   SET WS-REBUILD-WANTED TO TRUE
               END-IF
           END-IF.
           CLOSE JRNPARM-FILE.
           PERFORM 1100-CHECK-PARAMETERS.
           OPEN INPUT JRN-FILE.
           OPEN OUTPUT RBLD-FILE.
           OPEN OUTPUT JRNRPT-FILE.
           MOVE WS-FILTER-MASTER TO HDG-MASTER-NAME.
           MOVE WS-FILTER-KEY TO HDG-MASTER-KEY.
           MOVE WS-FROM-DATE TO HDG-FROM-DATE.
           MOVE WS-TO-DATE TO HDG-TO-DATE.
           IF WS-REBUILD-WANTED
               PERFORM 1200-LOAD-LIVE-MASTER
           END-IF.
           PERFORM 1900-READ-JOURNAL.

      *    A BAD DATE WOULD QUIETLY MATCH NOTHING (OR EVERYTHING), AND
      *    A REBUILD HAS TO KNOW WHICH MASTER AND WHAT DATE - EITHER
      *    MISTAKE IS REFUSED RATHER THAN ANSWERED WRONGLY.
       1100-CHECK-PARAMETERS.
           IF WS-FROM-DATE NOT = SPACES
               AND WS-FROM-DATE NOT NUMERIC
               DISPLAY "MNTJRN01 REFUSED - FROM DATE '" WS-FROM-DATE
                       "' IS NOT YYYYMMDD"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-TO-DATE NOT = SPACES
               AND WS-TO-DATE NOT NUMERIC
               DISPLAY "MNTJRN01 REFUSED - TO DATE '" WS-TO-DATE
                       "' IS NOT YYYYMMDD"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-FILTER-MASTER = "CATMFILE"
               MOVE 4 TO WS-KEY-LENGTH
           END-IF.
           IF WS-FILTER-MASTER = "GLMAP"
               MOVE 14 TO WS-KEY-LENGTH
           END-IF.
           IF WS-FILTER-MASTER = "CALFILE"
               MOVE 8 TO WS-KEY-LENGTH
           END-IF.
           IF WS-FILTER-MASTER = "LIMFILE"
               MOVE 4 TO WS-KEY-LENGTH
           END-IF.
           IF WS-FILTER-MASTER NOT = SPACES
               AND WS-KEY-LENGTH = 0
               DISPLAY "MNTJRN01 REFUSED - MASTER '" WS-FILTER-MASTER
                       "' IS NOT CATMFILE, GLMAP, CALFILE OR "
                       "LIMFILE"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-REBUILD-WANTED
               AND (WS-FILTER-MASTER = SPACES OR WS-TO-DATE = SPACES)
               DISPLAY "MNTJRN01 REFUSED - A REBUILD NEEDS A MASTER "
                       "NAME AND A TO DATE"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       1200-LOAD-LIVE-MASTER.
           IF WS-FILTER-MASTER = "CATMFILE"
               OPEN INPUT CATM-FILE
               PERFORM 1210-READ-CATEGORY-MASTER
                   UNTIL WS-LIVE-EOF
               CLOSE CATM-FILE
           END-IF.
           IF WS-FILTER-MASTER = "GLMAP"
               OPEN INPUT GLM-FILE
               PERFORM 1220-READ-GL-MAPPING
                   UNTIL WS-LIVE-EOF
               CLOSE GLM-FILE
           END-IF.
           IF WS-FILTER-MASTER = "CALFILE"
               OPEN INPUT CAL-FILE
               PERFORM 1230-READ-CALENDAR
                   UNTIL WS-LIVE-EOF
               CLOSE CAL-FILE
           END-IF.
           IF WS-FILTER-MASTER = "LIMFILE"
               OPEN INPUT LIM-FILE
               PERFORM 1240-READ-LIMITS-MASTER
                   UNTIL WS-LIVE-EOF
               CLOSE LIM-FILE
           END-IF.

       1210-READ-CATEGORY-MASTER.
           READ CATM-FILE
               AT END
                   SET WS-LIVE-EOF TO TRUE
               NOT AT END
                   MOVE CATM-IMAGE TO WS-LIVE-IMAGE
                   PERFORM 1250-ADD-LIVE-RECORD
           END-READ.

       1220-READ-GL-MAPPING.
           READ GLM-FILE
               AT END
                   SET WS-LIVE-EOF TO TRUE
               NOT AT END
                   MOVE GLM-IMAGE TO WS-LIVE-IMAGE
                   PERFORM 1250-ADD-LIVE-RECORD
           END-READ.

       1230-READ-CALENDAR.
           READ CAL-FILE
               AT END
                   SET WS-LIVE-EOF TO TRUE
               NOT AT END
                   MOVE CAL-IMAGE TO WS-LIVE-IMAGE
                   PERFORM 1250-ADD-LIVE-RECORD
           END-READ.

       1240-READ-LIMITS-MASTER.
           READ LIM-FILE
               AT END
                   SET WS-LIVE-EOF TO TRUE
               NOT AT END
                   MOVE LIM-IMAGE TO WS-LIVE-IMAGE
                   PERFORM 1250-ADD-LIVE-RECORD
           END-READ.

       1250-ADD-LIVE-RECORD.
           MOVE SPACES TO WS-LIVE-KEY.
           MOVE WS-LIVE-IMAGE (1:WS-KEY-LENGTH) TO WS-LIVE-KEY.
           IF WS-FILTER-KEY = SPACES
               OR WS-LIVE-KEY = WS-FILTER-KEY
               PERFORM 2450-ADD-REBUILD-ENTRY
               MOVE WS-LIVE-IMAGE TO WS-RBL-IMAGE (WS-RBL-SUB)
           END-IF.

       1900-READ-JOURNAL.
           READ JRN-FILE
               AT END
                   SET WS-JRN-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
           END-READ.

       2000-SEARCH-JOURNAL.
           PERFORM 2100-APPLY-FILTERS.
           IF WS-RECORD-MATCHES
               PERFORM 2200-WRITE-MATCH
           END-IF.
           IF WS-REBUILD-WANTED
               PERFORM 2400-BACK-OUT-CHANGE
           END-IF.
           PERFORM 1900-READ-JOURNAL.

      *    SPACES IN A FILTER MEANS THAT FILTER DOES NOT RESTRICT
      *    THE SEARCH. THE DATES ARE THE DATES THE CHANGES WERE MADE.
       2100-APPLY-FILTERS.
           SET WS-RECORD-MATCHES TO TRUE.
           IF WS-FILTER-MASTER NOT = SPACES
               AND JRN-MASTER-NAME NOT = WS-FILTER-MASTER
               SET WS-MATCH-SW TO "N"
           END-IF.
           IF WS-FILTER-KEY NOT = SPACES
               AND JRN-MASTER-KEY NOT = WS-FILTER-KEY
               SET WS-MATCH-SW TO "N"
           END-IF.
           IF WS-FROM-DATE NOT = SPACES
               AND JRN-RUN-DATE < WS-FROM-DATE
               SET WS-MATCH-SW TO "N"
           END-IF.
           IF WS-TO-DATE NOT = SPACES
               AND JRN-RUN-DATE > WS-TO-DATE
               SET WS-MATCH-SW TO "N"
           END-IF.

       2200-WRITE-MATCH.
           ADD 1 TO WS-MATCH-COUNT.
           MOVE JRN-RUN-DATE TO DTL-RUN-DATE.
           MOVE JRN-RUN-TIME TO DTL-RUN-TIME.
           MOVE JRN-SEQUENCE TO DTL-SEQUENCE.
           MOVE JRN-MASTER-NAME TO DTL-MASTER-NAME.
           MOVE JRN-MASTER-KEY TO DTL-MASTER-KEY.
           MOVE JRN-ACTION TO DTL-ACTION.
           MOVE JRN-EFFECTIVE-DATE TO DTL-EFFECTIVE-DATE.
           MOVE JRN-REQUESTER-ID TO DTL-REQUESTER-ID.
           MOVE JRN-PROGRAM TO DTL-PROGRAM.
           MOVE JRN-DETAIL-LINE TO WS-JRN-HOLD-LINE.
           PERFORM 9000-WRITE-JRN-LINE.
           MOVE "BEFORE:" TO IMG-LABEL.
           MOVE JRN-BEFORE-IMAGE TO IMG-IMAGE.
           PERFORM 2250-WRITE-IMAGE.
           MOVE "AFTER:" TO IMG-LABEL.
           MOVE JRN-AFTER-IMAGE TO IMG-IMAGE.
           PERFORM 2250-WRITE-IMAGE.

       2250-WRITE-IMAGE.
           IF IMG-IMAGE = SPACES
               MOVE "(NOT ON THE MASTER)" TO IMG-IMAGE
           END-IF.
           MOVE JRN-IMAGE-LINE TO WS-JRN-HOLD-LINE.
           PERFORM 9000-WRITE-JRN-LINE.

      *    THE JOURNAL IS IN THE ORDER THE CHANGES WERE MADE, SO THE
      *    FIRST CHANGE TO A KEY AFTER THE TO DATE IS THE FIRST ONE
      *    MET - ITS BEFORE IMAGE IS THE KEY AS IT STOOD ON THE DATE.
       2400-BACK-OUT-CHANGE.
           IF JRN-MASTER-NAME = WS-FILTER-MASTER
               AND JRN-RUN-DATE > WS-TO-DATE
               AND (WS-FILTER-KEY = SPACES
                    OR JRN-MASTER-KEY = WS-FILTER-KEY)
               PERFORM 2420-FIND-REBUILD-ENTRY
               IF NOT WS-RBL-FOUND
                   MOVE JRN-MASTER-KEY TO WS-LIVE-KEY
                   PERFORM 2450-ADD-REBUILD-ENTRY
               END-IF
               IF NOT WS-RBL-SETTLED (WS-RBL-SUB)
                   MOVE JRN-BEFORE-IMAGE TO WS-RBL-IMAGE (WS-RBL-SUB)
                   MOVE "Y" TO WS-RBL-SETTLED-SW (WS-RBL-SUB)
                   ADD 1 TO WS-BACKED-OUT-COUNT
               END-IF
           END-IF.

       2420-FIND-REBUILD-ENTRY.
           SET WS-RBL-FOUND-SW TO "N".
           PERFORM VARYING WS-RBL-SUB FROM 1 BY 1
                   UNTIL WS-RBL-SUB > WS-RBL-COUNT-USED
               IF JRN-MASTER-KEY = WS-RBL-KEY (WS-RBL-SUB)
                   MOVE WS-RBL-SUB TO WS-FOUND-SUB
                   SET WS-RBL-FOUND TO TRUE
                   MOVE WS-RBL-COUNT-USED TO WS-RBL-SUB
               END-IF
           END-PERFORM.
           IF WS-RBL-FOUND
               MOVE WS-FOUND-SUB TO WS-RBL-SUB
           END-IF.

      *    A MASTER TOO BIG FOR THE TABLE CANNOT BE REBUILT WHOLE,
      *    AND A PARTIAL ONE WOULD PASS FOR THE REAL THING. THE NEW
      *    KEY IS SLOTTED IN KEY ORDER, THE HIGHER KEYS MOVING DOWN
      *    ONE, WHETHER IT COMES OFF THE LIVE MASTER OR IS A KEY
      *    DELETED SINCE THE DATE AND MET ON THE JOURNAL.
       2450-ADD-REBUILD-ENTRY.
           IF WS-RBL-COUNT-USED NOT < 1000
               DISPLAY "MNTJRN01 REBUILD TABLE FULL AT 1000 KEYS - "
                       "NARROW THE REBUILD TO ONE KEY"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-RBL-COUNT-USED.
           SET WS-RBL-PLACED-SW TO "N".
           MOVE 1 TO WS-FOUND-SUB.
           PERFORM VARYING WS-RBL-SUB FROM WS-RBL-COUNT-USED BY -1
                   UNTIL WS-RBL-SUB < 2 OR WS-RBL-PLACED
               IF WS-RBL-KEY (WS-RBL-SUB - 1) > WS-LIVE-KEY
                   MOVE WS-RBL-ENTRY (WS-RBL-SUB - 1)
                       TO WS-RBL-ENTRY (WS-RBL-SUB)
               ELSE
                   SET WS-RBL-PLACED TO TRUE
                   MOVE WS-RBL-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM.
           MOVE WS-FOUND-SUB TO WS-RBL-SUB.
           MOVE WS-LIVE-KEY TO WS-RBL-KEY (WS-RBL-SUB).
           MOVE SPACES TO WS-RBL-IMAGE (WS-RBL-SUB).
           MOVE "N" TO WS-RBL-SETTLED-SW (WS-RBL-SUB).

       3000-FINALIZE.
           MOVE WS-MATCH-COUNT TO TOT-MATCHED.
           MOVE WS-READ-COUNT TO TOT-READ.
           MOVE JRN-TOTAL-LINE TO WS-JRN-HOLD-LINE.
           PERFORM 9000-WRITE-JRN-LINE.
           DISPLAY "MNTJRN01 MATCHED " WS-MATCH-COUNT
                   " OF " WS-READ-COUNT " JOURNAL RECORDS".
           IF WS-REBUILD-WANTED
               PERFORM 3100-WRITE-REBUILD
           END-IF.
           CLOSE JRN-FILE.
           CLOSE RBLD-FILE.
           CLOSE JRNRPT-FILE.

       3100-WRITE-REBUILD.
           MOVE WS-FILTER-MASTER TO RHD-MASTER-NAME.
           MOVE WS-TO-DATE TO RHD-AS-OF-DATE.
           MOVE 99 TO WS-LINE-COUNT.
           MOVE JRN-REBUILD-HDG TO WS-JRN-HOLD-LINE.
           PERFORM 9000-WRITE-JRN-LINE.
           PERFORM VARYING WS-RBL-SUB FROM 1 BY 1
                   UNTIL WS-RBL-SUB > WS-RBL-COUNT-USED
               IF WS-RBL-IMAGE (WS-RBL-SUB) NOT = SPACES
                   PERFORM 3150-WRITE-REBUILT-RECORD
               END-IF
           END-PERFORM.
           MOVE WS-REBUILT-COUNT TO TOT-REBUILT.
           MOVE WS-BACKED-OUT-COUNT TO TOT-BACKED-OUT.
           MOVE JRN-REBUILD-TOTAL-LINE TO WS-JRN-HOLD-LINE.
           PERFORM 9000-WRITE-JRN-LINE.
           DISPLAY "MNTJRN01 REBUILT " WS-REBUILT-COUNT " "
                   WS-FILTER-MASTER " RECORDS AS AT " WS-TO-DATE.

       3150-WRITE-REBUILT-RECORD.
           MOVE WS-RBL-IMAGE (WS-RBL-SUB) TO RBLD-RECORD.
           WRITE RBLD-RECORD.
           ADD 1 TO WS-REBUILT-COUNT.
           MOVE SPACES TO IMG-LABEL.
           MOVE WS-RBL-IMAGE (WS-RBL-SUB) TO IMG-IMAGE.
           MOVE JRN-IMAGE-LINE TO WS-JRN-HOLD-LINE.
           PERFORM 9000-WRITE-JRN-LINE.

       5100-PRINT-HEADINGS.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE WS-PAGE-COUNT TO HDG-PAGE-NBR.
           MOVE JRN-HDG-1 TO JRNRPT-LINE.
           WRITE JRNRPT-LINE.
           MOVE JRN-HDG-2 TO JRNRPT-LINE.
           WRITE JRNRPT-LINE.
           MOVE 2 TO WS-LINE-COUNT.

       9000-WRITE-JRN-LINE.
           IF WS-LINE-COUNT >= WS-MAX-LINES
               PERFORM 5100-PRINT-HEADINGS
           END-IF.
           MOVE WS-JRN-HOLD-LINE TO JRNRPT-LINE.
           WRITE JRNRPT-LINE.
           ADD 1 TO WS-LINE-COUNT.
