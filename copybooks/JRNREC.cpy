      ******************************************************************
      * JRNREC - MAINTENANCE CHANGE JOURNAL RECORD LAYOUT
      * COPY THIS INTO ANY PROGRAM THAT WRITES OR READS THE SHARED
      * MAINTENANCE JOURNAL (MNTJRNL). ONE RECORD PER CHANGE APPLIED
      * TO A MASTER BY ITS MAINTENANCE PROGRAM (CATMNT01, GLMMNT01,
      * CALMNT01, LIMMNT01), CARRYING THE WHOLE 80-BYTE MASTER
      * RECORD AS IT STOOD BEFORE THE CHANGE AND AS IT STOOD AFTER
      * IT:
      *   BEFORE IMAGE SPACES - THE KEY WAS NOT ON THE MASTER (ADD)
      *   AFTER IMAGE SPACES  - THE KEY WAS REMOVED FROM IT (DEL)
      * THE JOURNAL IS ONLY EVER APPENDED TO, AND ONLY WITH CHANGES
      * THAT WENT LIVE: EACH PROGRAM WRITES ITS RUN'S RECORDS TO A
      * WORK FILE, AND THE JOB COPIES THE WORK FILE ONTO THE END OF
      * THE JOURNAL IN THE SAME STEP CONDITION THAT ROLLS THE NEW
      * MASTER IN. RECORDS ARE THEREFORE IN THE ORDER THE CHANGES
      * WERE MADE (RUN DATE, RUN TIME, SEQUENCE WITHIN THE RUN), AND
      * THE MASTER AS IT STOOD AT THE END OF ANY DATE IS THE LIVE
      * MASTER WITH EVERY LATER CHANGE BACKED OUT - FOR EACH KEY,
      * THE BEFORE IMAGE OF ITS FIRST CHANGE AFTER THAT DATE.
      *   MASTER NAME - THE LIVE MASTER'S DD NAME: CATMFILE, GLMAP,
      *                 CALFILE OR LIMFILE
      *   MASTER KEY  - CATEGORY CODE, CATEGORY CODE PLUS LABEL,
      *                 CALENDAR DATE OR CATEGORY CODE (LIMITS),
      *                 LEFT-JUSTIFIED
      *   EFFECTIVE   - THE BUSINESS DATE THE CHANGE WAS KEYED TO TAKE
      *                 EFFECT FROM, WHERE THE MASTER HAS ONE (SPACES
      *                 WHEN IT TOOK EFFECT ON THE RUN ITSELF)
      *   REQUESTER   - THE ID OF WHOEVER ASKED FOR THE CHANGE, FROM
      *                 THE MAINTENANCE TRANSACTION
      ******************************************************************
       01  JRN-RECORD.
           05  JRN-MASTER-NAME         PIC X(08).
               88  JRN-CATEGORY-MASTER     VALUE "CATMFILE".
               88  JRN-GL-MAPPING          VALUE "GLMAP".
               88  JRN-CALENDAR            VALUE "CALFILE".
               88  JRN-LIMITS-MASTER       VALUE "LIMFILE".
           05  JRN-MASTER-KEY          PIC X(14).
           05  JRN-ACTION              PIC X(03).
           05  JRN-RUN-DATE            PIC X(08).
           05  JRN-RUN-TIME            PIC X(06).
           05  JRN-SEQUENCE            PIC 9(05).
           05  JRN-EFFECTIVE-DATE      PIC X(08).
           05  JRN-REQUESTER-ID        PIC X(08).
           05  JRN-PROGRAM             PIC X(08).
           05  JRN-BEFORE-IMAGE        PIC X(80).
           05  JRN-AFTER-IMAGE         PIC X(80).
           05  FILLER                  PIC X(22).
