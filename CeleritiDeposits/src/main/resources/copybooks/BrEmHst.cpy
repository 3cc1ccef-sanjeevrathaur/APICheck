      ******************************************************************
      *  BREMHST - EMERGENCY CLOSURE INCIDENT HISTORY RECORD LAYOUT
      *
      *  ONE RECORD PER CHANGE BR1200 MAKES TO A BRANEMRG CLOSURE
      *  (BRANCHEMR.CPY), SO AN OUTAGE IS STILL ON RECORD AFTER ITS
      *  ENTRY IS CLEARED OR REPLACED -
      *      S ... SET - A NEW INCIDENT
      *      E ... EXTEND - A SET OVER A WINDOW THAT HAD NOT RUN OUT,
      *            REPLACING THE WINDOW OF THE SAME INCIDENT
      *      C ... CLEAR - THE ENTRY IS DELETED.  THE FINAL WINDOW
      *            ENDS AT THE CLEAR IF THAT CAME BEFORE THE SCHEDULED
      *            END (AT THE START IF THE CLOSURE NEVER BEGAN)
      *  EVERY RECORD CARRIES THE INCIDENT ID (BRANCH PLUS THE DATA
      *  CENTRE MOMENT IT WAS FIRST SET), THE ORIGINAL WINDOW AND WHO
      *  SET IT, AND THE WINDOW AS IT STOOD AFTER THIS CHANGE AND WHO
      *  MADE IT - THE LAST RECORD OF AN INCIDENT HOLDS ITS FINAL
      *  WINDOW.  AN INCIDENT WITH NO C RECORD RAN TO ITS SCHEDULED
      *  END.  WINDOWS ARE BRANCH LOCAL (EH-TIME-ZONE); EH-EVENT-DATE
      *  AND -TIME ARE THE DATA CENTRE CLOCK, AS EC-SET-DATE/TIME.
      *
      *  THE RECORD IS WRITTEN BEFORE BRANEMRG IS CHANGED, AND THE
      *  CHANGE IS REFUSED IF IT CANNOT BE.  RECORD SEQUENTIAL AND
      *  APPEND-ONLY, THE SAME CONVENTION AS THE BRAPPHST APPOINTMENT
      *  HISTORY - NOTHING EVER REWRITES OR DELETES AN ENTRY.  BR3500
      *  READS IT FOR THE MONTHLY OUTAGE AND AVAILABILITY REPORT.
      ******************************************************************
       01  EH-INCIDENT-HISTORY-RECORD.
           05  EH-BRANCH-ID                PIC X(06).
           05  EH-INCIDENT-ID.
               10  EH-INCIDENT-DATE        PIC X(08).
               10  EH-INCIDENT-TIME        PIC X(06).
           05  EH-EVENT                    PIC X(01).
               88  EH-EVENT-SET            VALUE 'S'.
               88  EH-EVENT-EXTEND         VALUE 'E'.
               88  EH-EVENT-CLEAR          VALUE 'C'.
           05  EH-EVENT-DATE               PIC X(08).
           05  EH-EVENT-TIME               PIC X(06).
           05  EH-EVENT-USER               PIC X(08).
           05  EH-ORIG-START-STAMP.
               10  EH-ORIG-START-DATE      PIC X(08).
               10  EH-ORIG-START-TIME      PIC X(06).
           05  EH-ORIG-END-STAMP.
               10  EH-ORIG-END-DATE        PIC X(08).
               10  EH-ORIG-END-TIME        PIC X(06).
           05  EH-ORIG-USER                PIC X(08).
           05  EH-FINAL-START-STAMP.
               10  EH-FINAL-START-DATE     PIC X(08).
               10  EH-FINAL-START-TIME     PIC X(06).
           05  EH-FINAL-END-STAMP.
               10  EH-FINAL-END-DATE       PIC X(08).
               10  EH-FINAL-END-TIME       PIC X(06).
           05  EH-CLOSURE-REASON           PIC X(40).
           05  EH-TIME-ZONE                PIC X(04).
