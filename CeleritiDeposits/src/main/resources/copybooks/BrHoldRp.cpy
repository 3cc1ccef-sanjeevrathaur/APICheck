      *  EXTRACT CARRIES IT, THE NORMAL REFRESH RESUMES FOR THAT
      *  BRANCH.  LINE SEQUENTIAL SO IT CAN BE MAILED OR BROWSED
      *  DIRECTLY BY THE BRANCH SERVICES DATA TEAM.
      *
      *  BR0200 ALSO HOLDS AN ACTIVE BRANCH WHOSE INCOMING COORDINATES
      *  LIE FARTHER FROM ITS BRANPCEN POSTAL CENTROID THAN THE RUN'S
      *  TOLERANCE - HD-REASON GIVES THE DISTANCE AND THE LAST-UPDATE
      *  FIELDS ARE BLANK WHEN THE HELD RECORD WAS A NEW BRANCH.
      ******************************************************************
       01  HD-HOLD-RECORD.
           05  HD-RUN-DATE                 PIC X(08).
