      ******************************************************************
      *  BRSECVIO - ONLINE SECURITY VIOLATION LOG RECORD LAYOUT
      *
      *  ONE RECORD PER ONLINE MAINTENANCE REQUEST REJECTED BECAUSE
      *  THE OPERATOR AUTHORITY FILE (BROPAUTH.CPY) DOES NOT ALLOW IT,
      *  WRITTEN BY BR0400, BR1200, BR1100, BR3200 AND BR2200 AT THE
      *  MOMENT THEY RETURN CODE 0040 -
      *      U ... USER ID NOT ON THE AUTHORITY FILE
      *      A ... ACTION NOT GRANTED TO THE USER
      *      S ... BRANCH DISTRICT OUTSIDE THE USER'S SCOPE
      *  SV-DISTRICT-ID IS THE DISTRICT THAT FAILED THE SCOPE CHECK
      *  (SPACES FOR A BRANCH WITH NO DISTRICT, OR FOR U AND A).
      *  SV-ACTION IS THE RAW ACTION CODE OF THE REQUEST AND
      *  SV-ACTION-DESC SAYS WHAT IT WOULD HAVE DONE.  RECORD
      *  SEQUENTIAL AND APPEND-ONLY, THE SAME CONVENTION AS THE
      *  BRMNTJRN MAINTENANCE JOURNAL.  BR2900 REPORTS IT DAILY BY
      *  USER FOR INFORMATION SECURITY.
      ******************************************************************
       01  SV-VIOLATION-RECORD.
           05  SV-VIOLATION-DATE           PIC X(08).
           05  SV-VIOLATION-TIME           PIC X(06).
           05  SV-USER-ID                  PIC X(08).
           05  SV-PROGRAM-ID               PIC X(08).
           05  SV-ACTION                   PIC X(01).
           05  SV-ACTION-DESC              PIC X(20).
           05  SV-BRANCH-ID                PIC X(06).
           05  SV-DISTRICT-ID              PIC X(04).
           05  SV-REASON                   PIC X(01).
               88  SV-REASON-NO-USER       VALUE 'U'.
               88  SV-REASON-NOT-GRANTED   VALUE 'A'.
               88  SV-REASON-OUT-OF-SCOPE  VALUE 'S'.
           05  SV-REASON-DESC              PIC X(40).
