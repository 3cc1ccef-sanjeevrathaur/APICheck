      *  NOT CARRY IT, SO THE NIGHTLY REFRESH PRESERVES WHATEVER THE
      *  ONLINE MAINTENANCE ASSIGNED.
      *
      *  BM-TIME-ZONE-ID NAMES THE ZONE THE BRANCH KEEPS ITS WALL-CLOCK
      *  HOURS IN, ON THE BRANTZRL ZONE RULES FILE (BRTZRULE.CPY).
      *  BM-WORKING-HRS, THE BRANHOL EXCEPTIONS, THE BRANAPPT SLOTS
      *  AND THE BRANEMRG WINDOW ARE ALL BRANCH LOCAL TIME - EVERY
      *  OPEN-NOW, NEXT-OPENING, SLOT AND WINDOW EVALUATION CONVERTS
      *  THE CALLER'S MOMENT INTO THIS ZONE FIRST.  SPACES MEANS THE
      *  BRANCH KEEPS THE DATA CENTRE'S OWN CLOCK (ZONE HOST).  LIKE
      *  THE DISTRICT, THE EXTRACT DOES NOT CARRY IT - ASSIGNED BY THE
      *  ONLINE MAINTENANCE AND PRESERVED BY THE NIGHTLY REFRESH.
      *
      *  KEY  ...... BM-BRANCH-ID (INDEXED, UNIQUE)
      ******************************************************************
       01  BM-BRANCH-MASTER-RECORD.
           05  BM-SVC-TYPE OCCURS 5 TIMES.
               10  BM-SVC-TYPE-CD          PIC X(05).
           05  BM-DISTRICT-ID              PIC X(04).
           05  BM-TIME-ZONE-ID             PIC X(04).
           05  BM-LAST-UPDATE-DATE         PIC X(08).
           05  BM-LAST-UPDATE-TIME         PIC X(06).
           05  BM-LAST-UPDATE-USER         PIC X(08).
