      * CODE. THE MASTER IS MAINTAINED BY CATMNT01 AND READ BY
      * DLYREG01 TO VALIDATE FEED CODES - A CODE NOT ON THE MASTER,
      * OR ON IT WITH A CLOSED STATUS, IS REJECTED.
      * A CODE RETIRED BY A MERGE (CATMNT01 ACTION MRG) STAYS ON THE
      * MASTER WITH STATUS M, THE SURVIVING CODE IT WAS MERGED INTO
      * AND THE BUSINESS DATE THE MERGE TOOK EFFECT. THE REGISTER
      * POSTS ITS FEED TO THE SURVIVOR INSTEAD OF REJECTING IT, AND
      * THE HISTORY REPORTS SHOW ITS HISTORY UNDER THE SURVIVOR. THE
      * MERGE FIELDS ARE SPACES ON EVERY OTHER CODE.
      ******************************************************************
       01  CATM-RECORD.
           05  CATM-CATEGORY-CODE      PIC X(04).
           05  CATM-STATUS             PIC X(01).
               88  CATM-ACTIVE             VALUE "A".
               88  CATM-CLOSED             VALUE "C".
               88  CATM-MERGED             VALUE "M".
           05  CATM-MERGED-INTO        PIC X(04).
           05  CATM-MERGE-DATE         PIC X(08).
           05  FILLER                  PIC X(13).
