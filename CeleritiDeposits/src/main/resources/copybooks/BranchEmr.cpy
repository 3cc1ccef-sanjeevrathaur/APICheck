      *  MATCHING - BUT BR1200'S CLEAR ACTION DELETES THE ENTRY SO THE
      *  FILE DOES NOT ACCUMULATE DEAD RECORDS.
      *
      *  EACH CLOSURE IS ONE INCIDENT, IDENTIFIED BY EC-INCIDENT-ID
      *  (THE DATA CENTRE MOMENT IT WAS FIRST SET).  A SET OVER A
      *  WINDOW THAT HAS NOT YET RUN OUT EXTENDS THE SAME INCIDENT, SO
      *  THE ID AND THE EC-ORIG- WINDOW AND USER CARRY OVER WHILE THE
      *  EC-START/END WINDOW IS REPLACED.  BR1200 WRITES EVERY SET,
      *  EXTEND AND CLEAR TO THE BREMGHST INCIDENT HISTORY (BREMHST.CPY)
      *  BEFORE IT TOUCHES THIS FILE, SO THE OUTAGE OUTLIVES THE ENTRY.
      *
      *  KEY  ...... EC-BRANCH-ID (INDEXED, UNIQUE)
      ******************************************************************
       01  EC-EMERGENCY-RECORD.
           05  EC-SET-USER                 PIC X(08).
           05  EC-SET-DATE                 PIC X(08).
           05  EC-SET-TIME                 PIC X(06).
           05  EC-INCIDENT-ID.
               10  EC-INCIDENT-DATE        PIC X(08).
               10  EC-INCIDENT-TIME        PIC X(06).
           05  EC-ORIG-START-STAMP.
               10  EC-ORIG-START-DATE      PIC X(08).
               10  EC-ORIG-START-TIME      PIC X(06).
           05  EC-ORIG-END-STAMP.
               10  EC-ORIG-END-DATE        PIC X(08).
               10  EC-ORIG-END-TIME        PIC X(06).
           05  EC-ORIG-USER                PIC X(08).
