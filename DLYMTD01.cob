      * CALENDAR MONTH IS REPORTED. THIS IS THE PERIOD VIEW THE
      * BRANCH MANAGERS USED TO REBUILD BY HAND FROM A MONTH OF
      * SAVED REGISTER REPORTS.
      *
      * A CATEGORY CATMNT01 HAS MERGED INTO ANOTHER (STATUS "M" ON
      * THE CATEGORY MASTER) IS REPORTED UNDER ITS SURVIVOR: ITS
      * DAYS ARE ADDED INTO THE SURVIVOR'S, AND THE SURVIVOR'S
      * HEADING NAMES EACH CODE MERGED INTO IT AND THE DATE THE
      * MERGE TOOK EFFECT. WITHOUT A CATEGORY MASTER EVERY CODE IS
      * REPORTED ON ITS OWN, AS BEFORE.
      ******************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT OPTIONAL CATM-FILE ASSIGN TO "CATMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATM-FILE-STATUS.

           SELECT MTDRPT-FILE ASSIGN TO "MTDRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           05  MTDPARM-MONTH           PIC X(06).
           05  FILLER                  PIC X(74).

       FD  CATM-FILE.
           COPY CATMREC.

       FD  MTDRPT-FILE.
       01  MTDRPT-LINE                 PIC X(132).

           05  WS-PARM-FILE-STATUS     PIC X(02) VALUE SPACES.
               88  WS-PARM-FILE-OK         VALUE "00".
               88  WS-PARM-FILE-AT-END     VALUE "10".
           05  WS-CATM-FILE-STATUS     PIC X(02) VALUE SPACES.
           05  WS-CATM-EOF-SW          PIC X(01) VALUE "N".
               88  WS-CATM-EOF             VALUE "Y".

       01  WS-MONTH-WORK.
           05  WS-TARGET-MONTH         PIC X(06).
                   15  WS-MTH-DAY-AMOUNT PIC S9(9)V99.
                   15  WS-MTH-DAY-ROLLS  PIC 9(3).

      *    EVERY MERGED CODE ON THE CATEGORY MASTER, WITH ITS
      *    SURVIVOR AND THE DATE THE MERGE TOOK EFFECT.
       01  WS-MERGE-TABLE.
           05  WS-MRG-USED             PIC 9(03) VALUE 0.
           05  WS-MRG-ENTRY OCCURS 100 TIMES.
               10  WS-MRG-CODE         PIC X(04).
               10  WS-MRG-INTO         PIC X(04).
               10  WS-MRG-DATE         PIC X(08).

       01  WS-TABLE-WORK.
           05  WS-CAT-SUB              PIC 9(03).
           05  WS-FOUND-SUB            PIC 9(03).
           05  WS-BUSY-DAY             PIC 9(02).
           05  WS-BUSY-COUNT           PIC 9(5).
           05  WS-DROPPED-COUNT        PIC 9(5) VALUE 0.
           05  WS-MRG-SUB              PIC 9(03).
           05  WS-REPORT-CODE          PIC X(04).

       01  WS-REPORT-WORK.
           05  WS-PAGE-COUNT           PIC 9(3) VALUE 0.
           05  FILLER                  PIC X(10) VALUE "CATEGORY".
           05  CAT-HDG-CODE            PIC X(04).

       01  MTD-MERGE-LINE.
           05  FILLER                  PIC X(12) VALUE "  INCLUDES".
           05  MRG-LINE-CODE           PIC X(04).
           05  FILLER                  PIC X(18)
                   VALUE " MERGED EFFECTIVE".
           05  MRG-LINE-DATE           PIC X(08).

       01  MTD-COL-HDG.
           05  FILLER                  PIC X(12) VALUE "  DAY".
           05  FILLER                  PIC X(10) VALUE "COUNT".
               MOVE MTDPARM-MONTH TO WS-TARGET-MONTH
           END-IF.
           CLOSE MTDPARM-FILE.
           OPEN INPUT CATM-FILE.
           PERFORM 1200-LOAD-MERGES
               UNTIL WS-CATM-EOF.
           CLOSE CATM-FILE.
           OPEN INPUT MTD-FILE.
           OPEN OUTPUT MTDRPT-FILE.
           PERFORM 1100-READ-MTD.
                   SET WS-MTD-EOF TO TRUE
           END-READ.

       1200-LOAD-MERGES.
           READ CATM-FILE
               AT END
                   SET WS-CATM-EOF TO TRUE
               NOT AT END
                   IF CATM-MERGED AND WS-MRG-USED < 100
                       ADD 1 TO WS-MRG-USED
                       MOVE CATM-CATEGORY-CODE
                           TO WS-MRG-CODE (WS-MRG-USED)
                       MOVE CATM-MERGED-INTO
                           TO WS-MRG-INTO (WS-MRG-USED)
                       MOVE CATM-MERGE-DATE
                           TO WS-MRG-DATE (WS-MRG-USED)
                   END-IF
           END-READ.

       2000-LOAD-MONTH.
           IF MTD-BUSINESS-DATE (1:6) = WS-TARGET-MONTH
               MOVE MTD-BUSINESS-DATE (7:2) TO WS-DAY-ALPHA
               ADD 1 TO WS-DROPPED-COUNT
           END-IF.

      *    A MERGED CODE'S HISTORY IS FILED UNDER ITS SURVIVOR.
       2150-FIND-OR-CREATE-CATEGORY.
           MOVE MTD-CATEGORY-CODE TO WS-REPORT-CODE.
           PERFORM VARYING WS-MRG-SUB FROM 1 BY 1
                   UNTIL WS-MRG-SUB > WS-MRG-USED
               IF MTD-CATEGORY-CODE = WS-MRG-CODE (WS-MRG-SUB)
                   MOVE WS-MRG-INTO (WS-MRG-SUB) TO WS-REPORT-CODE
                   MOVE WS-MRG-USED TO WS-MRG-SUB
               END-IF
           END-PERFORM.
           SET WS-CAT-FOUND-SW TO "N".
           PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                   UNTIL WS-CAT-SUB > WS-MTH-CAT-USED
               IF WS-REPORT-CODE = WS-MTH-CODE (WS-CAT-SUB)
                   MOVE WS-CAT-SUB TO WS-FOUND-SUB
                   SET WS-CAT-FOUND TO TRUE
                   MOVE WS-MTH-CAT-USED TO WS-CAT-SUB
               IF WS-MTH-CAT-USED < 100
                   ADD 1 TO WS-MTH-CAT-USED
                   MOVE WS-MTH-CAT-USED TO WS-CAT-SUB
                   MOVE WS-REPORT-CODE TO WS-MTH-CODE (WS-CAT-SUB)
                   MOVE 0 TO WS-MTH-TOT-COUNT (WS-CAT-SUB)
                   MOVE 0 TO WS-MTH-TOT-AMOUNT (WS-CAT-SUB)
                   MOVE 0 TO WS-MTH-TOT-ROLLS (WS-CAT-SUB)
           MOVE WS-MTH-CODE (WS-CAT-SUB) TO CAT-HDG-CODE.
           MOVE MTD-CAT-HDG TO WS-MTD-HOLD-LINE.
           PERFORM 9000-WRITE-MTD-LINE.
           PERFORM VARYING WS-MRG-SUB FROM 1 BY 1
                   UNTIL WS-MRG-SUB > WS-MRG-USED
               IF WS-MRG-INTO (WS-MRG-SUB) = WS-MTH-CODE (WS-CAT-SUB)
                   MOVE WS-MRG-CODE (WS-MRG-SUB) TO MRG-LINE-CODE
                   MOVE WS-MRG-DATE (WS-MRG-SUB) TO MRG-LINE-DATE
                   MOVE MTD-MERGE-LINE TO WS-MTD-HOLD-LINE
                   PERFORM 9000-WRITE-MTD-LINE
               END-IF
           END-PERFORM.
           MOVE MTD-COL-HDG TO WS-MTD-HOLD-LINE.
           PERFORM 9000-WRITE-MTD-LINE.
           MOVE 0 TO WS-BUSY-DAY.
