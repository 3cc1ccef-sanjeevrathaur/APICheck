      ******************************************************************
      *  BRAPHST - BRANCH APPOINTMENT HISTORY RECORD LAYOUT
      *
      *  ONE RECORD PER BOOKING THAT HAS LEFT THE LIVE BRANAPPT FILE
      *  (BRANCHAPT.CPY), CARRYING THE FULL IMAGE OF THE BOOKING AS IT
      *  STOOD WHEN IT LEFT PLUS ITS OUTCOME, WHEN, AND WHO -
      *      C ... CANCELLED THROUGH BR1100 (AH-OUTCOME-USER IS THE
      *            AP-UPDATE-USER ON THE CANCEL)
      *      K ... KEPT - THE SLOT'S DATE PASSED WITH NO NO-SHOW
      *            RECORDED, MOVED BY THE NIGHTLY BR2600 RUN
      *      N ... NO-SHOW - THE SLOT'S DATE PASSED AFTER STAFF MARKED
      *            THE CUSTOMER AS NOT ATTENDED THROUGH BR1100
      *  THE BOOKING IS WRITTEN HERE FIRST AND ONLY THEN DELETED FROM
      *  BRANAPPT, SO A BOOKING IS NEVER LOST BETWEEN THE TWO FILES.
      *  BR2700 READS IT FOR THE WEEKLY UTILIZATION REPORT.  RECORD
      *  SEQUENTIAL AND APPEND-ONLY, THE SAME CONVENTION AS THE
      *  BRMNTJRN MAINTENANCE JOURNAL - NOTHING EVER REWRITES OR
      *  DELETES AN ENTRY.
      *
      *  AH-APPT-IMAGE IS SIZED TO BA-APPOINTMENT-RECORD - KEEP IT IN
      *  STEP IF THE APPOINTMENT LAYOUT EVER CHANGES.
      ******************************************************************
       01  AH-APPT-HISTORY-RECORD.
           05  AH-BRANCH-ID                PIC X(06).
           05  AH-APPT-DATE                PIC X(08).
           05  AH-APPT-TIME                PIC X(04).
           05  AH-OUTCOME                  PIC X(01).
               88  AH-OUTCOME-CANCELLED    VALUE 'C'.
               88  AH-OUTCOME-KEPT         VALUE 'K'.
               88  AH-OUTCOME-NO-SHOW      VALUE 'N'.
           05  AH-OUTCOME-DATE             PIC X(08).
           05  AH-OUTCOME-TIME             PIC X(06).
           05  AH-OUTCOME-USER             PIC X(08).
           05  AH-APPT-IMAGE               PIC X(175).
