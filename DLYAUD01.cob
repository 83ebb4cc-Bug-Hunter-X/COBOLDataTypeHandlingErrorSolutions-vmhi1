      * SPACES (OR "ALL") IN ANY FILTER MEANS NO RESTRICTION. THIS
      * IS THE PROGRAM THAT ANSWERS "EVERY ADJUSTMENT ENTRY FOR
      * B002 OVER THE QUARTER" WITHOUT A SINGLE SAVED PRINTOUT.
      * A REVERSAL ENTRY PRINTS WITH "REV" AND THE SEQUENCE NUMBER OF
      * THE POSTING IT CANCELLED.
      * A CATEGORY CATMNT01 HAS MERGED INTO ANOTHER (STATUS "M" ON
      * THE CATEGORY MASTER) IS REPORTED UNDER ITS SURVIVOR: A
      * CATEGORY FILTER NAMING EITHER CODE SELECTS BOTH CODES'
      * ENTRIES, AND AN ENTRY MADE UNDER THE MERGED CODE PRINTS
      * UNDER THE SURVIVOR MARKED "WAS" WITH ITS ORIGINAL CODE. THE
      * EXTRACT FILE KEEPS EVERY ENTRY EXACTLY AS ARCHIVED.
      ******************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT OPTIONAL CATM-FILE ASSIGN TO "CATMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATM-FILE-STATUS.

           SELECT EXT-FILE ASSIGN TO "EXTFILE"
               ORGANIZATION IS LINE SEQUENTIAL.

           05  EXTPARM-LABEL           PIC X(10).
           05  FILLER                  PIC X(50).

       FD  CATM-FILE.
           COPY CATMREC.

       FD  EXT-FILE.
           COPY AUDREC REPLACING LEADING ==AUD== BY ==EXT==.

               88  WS-PARM-FILE-AT-END     VALUE "10".
           05  WS-MATCH-SW             PIC X(01) VALUE "N".
               88  WS-RECORD-MATCHES       VALUE "Y".
           05  WS-CATM-FILE-STATUS     PIC X(02) VALUE SPACES.
           05  WS-CATM-EOF-SW          PIC X(01) VALUE "N".
               88  WS-CATM-EOF             VALUE "Y".

       01  WS-FILTER-WORK.
           05  WS-FROM-DATE            PIC X(08) VALUE SPACES.
           05  WS-FILTER-CATEGORY      PIC X(04) VALUE SPACES.
           05  WS-FILTER-LABEL         PIC X(10) VALUE SPACES.
           05  WS-RECORD-DATE          PIC X(08).
           05  WS-LOOKUP-CODE          PIC X(04).
           05  WS-REPORT-CODE          PIC X(04).

      *    EVERY MERGED CODE ON THE CATEGORY MASTER AND ITS SURVIVOR.
       01  WS-MERGE-TABLE.
           05  WS-MRG-USED             PIC 9(03) VALUE 0.
           05  WS-MRG-SUB              PIC 9(03).
           05  WS-MRG-ENTRY OCCURS 100 TIMES.
               10  WS-MRG-CODE         PIC X(04).
               10  WS-MRG-INTO         PIC X(04).

       01  WS-EXTRACT-COUNTS.
           05  WS-READ-COUNT           PIC 9(7) VALUE 0.
           05  DTL-LABEL               PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-AMOUNT              PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-REVERSAL-MARK       PIC X(04).
           05  DTL-REVERSED-COUNTER    PIC ZZZZ9 BLANK WHEN ZERO.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-MERGED-NOTE         PIC X(08).

       01  EXT-TOTAL-LINE.
           05  FILLER                  PIC X(09) VALUE "MATCHED:".
               END-IF
           END-IF.
           CLOSE EXTPARM-FILE.
           OPEN INPUT CATM-FILE.
           PERFORM 1200-LOAD-MERGES
               UNTIL WS-CATM-EOF.
           CLOSE CATM-FILE.
           IF WS-FILTER-CATEGORY NOT = SPACES
               MOVE WS-FILTER-CATEGORY TO WS-LOOKUP-CODE
               PERFORM 2150-RESOLVE-REPORT-CODE
               MOVE WS-REPORT-CODE TO WS-FILTER-CATEGORY
           END-IF.
           OPEN INPUT ARCH-FILE.
           OPEN OUTPUT EXT-FILE.
           OPEN OUTPUT EXTRPT-FILE.
                   ADD 1 TO WS-READ-COUNT
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
                   END-IF
           END-READ.

       2000-SEARCH-ARCHIVE.
           PERFORM 2100-APPLY-FILTERS.
           IF WS-RECORD-MATCHES

      *    THE FIRST EIGHT TIMESTAMP POSITIONS ARE THE YYYYMMDD THE
      *    ENTRY WAS WRITTEN. SPACES IN A FILTER MEANS THAT FILTER
      *    DOES NOT RESTRICT THE SEARCH. THE CATEGORY FILTER IS
      *    MATCHED AGAINST THE CODE THE ENTRY IS REPORTED UNDER.
       2100-APPLY-FILTERS.
           SET WS-RECORD-MATCHES TO TRUE.
           MOVE AUD-CATEGORY-CODE TO WS-LOOKUP-CODE.
           PERFORM 2150-RESOLVE-REPORT-CODE.
           MOVE AUD-TIMESTAMP (1:8) TO WS-RECORD-DATE.
           IF WS-FROM-DATE NOT = SPACES
               AND WS-RECORD-DATE < WS-FROM-DATE
               SET WS-MATCH-SW TO "N"
           END-IF.
           IF WS-FILTER-CATEGORY NOT = SPACES
               AND WS-REPORT-CODE NOT = WS-FILTER-CATEGORY
               SET WS-MATCH-SW TO "N"
           END-IF.
           IF WS-FILTER-LABEL NOT = SPACES
               SET WS-MATCH-SW TO "N"
           END-IF.

      *    A MERGED CODE IS REPORTED UNDER ITS SURVIVOR.
       2150-RESOLVE-REPORT-CODE.
           MOVE WS-LOOKUP-CODE TO WS-REPORT-CODE.
           PERFORM VARYING WS-MRG-SUB FROM 1 BY 1
                   UNTIL WS-MRG-SUB > WS-MRG-USED
               IF WS-LOOKUP-CODE = WS-MRG-CODE (WS-MRG-SUB)
                   MOVE WS-MRG-INTO (WS-MRG-SUB) TO WS-REPORT-CODE
                   MOVE WS-MRG-USED TO WS-MRG-SUB
               END-IF
           END-PERFORM.

       2200-WRITE-MATCH.
           ADD 1 TO WS-MATCH-COUNT.
           MOVE AUD-RECORD TO EXT-RECORD.
           WRITE EXT-RECORD.
           MOVE AUD-TIMESTAMP TO DTL-TIMESTAMP.
           MOVE WS-REPORT-CODE TO DTL-CATEGORY-CODE.
           MOVE SPACES TO DTL-MERGED-NOTE.
           IF WS-REPORT-CODE NOT = AUD-CATEGORY-CODE
               STRING "WAS " AUD-CATEGORY-CODE
                       DELIMITED BY SIZE INTO DTL-MERGED-NOTE
               END-STRING
           END-IF.
           MOVE AUD-COUNTER-BEFORE TO DTL-COUNTER-BEFORE.
           MOVE AUD-COUNTER-AFTER TO DTL-COUNTER-AFTER.
           MOVE AUD-ALPHA-VALUE TO DTL-LABEL.
           MOVE AUD-AMOUNT TO DTL-AMOUNT.
           IF AUD-REVERSAL
               MOVE "REV" TO DTL-REVERSAL-MARK
               MOVE AUD-REVERSED-COUNTER TO DTL-REVERSED-COUNTER
           ELSE
               MOVE SPACES TO DTL-REVERSAL-MARK
               MOVE 0 TO DTL-REVERSED-COUNTER
           END-IF.
           MOVE EXT-DETAIL-LINE TO WS-EXT-HOLD-LINE.
           PERFORM 9000-WRITE-EXT-LINE.

