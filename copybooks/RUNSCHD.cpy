      ******************************************************************
      * RUNSCHD - BATCH SCHEDULE TABLE FOR THE RUN-STATE CONTROLS
      * COPY THIS INTO WORKING-STORAGE OF ANY PROGRAM THAT JUDGES OR
      * REPORTS JOB ORDER FROM THE RUN-STATE MASTER (RUNREC). ONE ROW
      * PER CONTROLLED JOB:
      *   PREREQUISITE - THE JOB THAT MUST BE COMPLETE FIRST. RULE
      *     "S" MEANS COMPLETE FOR THE SAME BUSINESS DATE; RULE "P"
      *     MEANS COMPLETE FOR THE PREVIOUS REGISTER BUSINESS DATE
      *     (ONLY THE REGISTER ITSELF - TOMORROW'S RUN WAITS FOR
      *     TONIGHT'S REPAIRS).
      *   BLOCKER - A JOB THAT MUST NOT YET HAVE COMPLETED FOR THE
      *     DATE. NO JOB HAS ONE AT PRESENT: THE HELD-ITEM RUN IS
      *     ORDERED AHEAD OF THE REPAIR RUN BY MAKING IT THE REPAIR
      *     RUN'S PREREQUISITE, SO IT IS OWED EVERY NIGHT AND ITS
      *     CARRY-FORWARD OF THE HELD QUEUE IS NEVER SKIPPED.
      *   FREQUENCY - "D" RUNS FOR EVERY BUSINESS DATE AND SHOWS AS
      *     PENDING UNTIL IT HAS; "R" RUNS ON REQUEST AND ONLY SHOWS
      *     ONCE IT HAS A STATE FOR THE DATE.
      *   RERUN RULE - "T" AN UNFINISHED ATTEMPT MAY BE RERUN FROM THE
      *     TOP; "S" IT MAY ONLY BE RESTARTED AT ITS PROGRAM STEP
      *     (THE JOB'S EARLY STEPS RENAME ITS CARRY-FORWARD FILE, AND
      *     DOING THAT TWICE LOSES IT).
      * EVERY JOB EXCEPT THE REGISTER WORKS ON THE BUSINESS DATE OF
      * THE MOST RECENT REGISTER RUN.
      ******************************************************************
       01  SCH-TABLE-VALUES.
           05  FILLER                  PIC X(27)
                   VALUE "DLYREGJ DLYRPRJ P        DT".
           05  FILLER                  PIC X(27)
                   VALUE "HLDRELJ DLYREGJ S        DS".
           05  FILLER                  PIC X(27)
                   VALUE "DLYRPRJ HLDRELJ S        DS".
           05  FILLER                  PIC X(27)
                   VALUE "DLYAGEJ DLYRPRJ S        DT".
           05  FILLER                  PIC X(27)
                   VALUE "DLYGLRJ DLYREGJ S        DT".
           05  FILLER                  PIC X(27)
                   VALUE "DLYPRGJ DLYREGJ S        RT".
           05  FILLER                  PIC X(27)
                   VALUE "CATMNTJ DLYREGJ S        RT".
           05  FILLER                  PIC X(27)
                   VALUE "GLMMNTJ DLYREGJ S        RT".
           05  FILLER                  PIC X(27)
                   VALUE "CALMNTJ DLYREGJ S        RT".
           05  FILLER                  PIC X(27)
                   VALUE "LIMMNTJ DLYREGJ S        RT".

       01  SCH-TABLE REDEFINES SCH-TABLE-VALUES.
           05  SCH-ENTRY OCCURS 10 TIMES.
               10  SCH-JOB-NAME        PIC X(08).
               10  SCH-PREREQ-JOB      PIC X(08).
               10  SCH-PREREQ-RULE     PIC X(01).
                   88  SCH-PREREQ-SAME-DATE    VALUE "S".
                   88  SCH-PREREQ-PRIOR-DATE   VALUE "P".
               10  SCH-BLOCKER-JOB     PIC X(08).
               10  SCH-FREQUENCY       PIC X(01).
                   88  SCH-DAILY               VALUE "D".
               10  SCH-RERUN-RULE      PIC X(01).
                   88  SCH-RESTART-ONLY        VALUE "S".

       01  SCH-JOB-COUNT               PIC 9(02) VALUE 10.
