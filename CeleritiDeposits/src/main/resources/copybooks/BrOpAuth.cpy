      ******************************************************************
      *  BROPAUTH - OPERATOR AUTHORITY REFERENCE FILE RECORD LAYOUT
      *
      *  ONE ENTRY PER USER ID ALLOWED TO CHANGE BRANCH DATA ONLINE.
      *  BR0400 (BRANCH ADD/UPDATE/DEACTIVATE), BR1200 (EMERGENCY
      *  CLOSURE SET/CLEAR), BR1100 (APPOINTMENT BOOK/CANCEL) AND
      *  BR3200 (BRANCH ATTRIBUTE ADD/UPDATE/DELETE) READ IT BY
      *  MT-/EM-/AP-/AM-UPDATE-USER BEFORE ACTING ON A REQUEST, AND
      *  BR2200 BY PN-UPDATE-USER BEFORE CANCELLING A QUEUED BRANCH
      *  CHANGE, UNDER THE GRANT FOR THE QUEUED ACTION - A
      *  USER NOT ON FILE, AN ACTION NOT GRANTED, OR A BRANCH WHOSE
      *  BM-DISTRICT-ID IS OUTSIDE THE USER'S SCOPE IS REJECTED WITH
      *  BRMSGCAT CODE 0040 AND LOGGED TO BRSECVIO (BRSECVIO.CPY).
      *  INQUIRIES NEED NO ENTRY.  A USER SCOPED TO DISTRICTS MAY
      *  NOT TOUCH A BRANCH WITH NO DISTRICT ASSIGNED; ONLY NETWORK
      *  SCOPE COVERS THOSE.  RECORDING AN APPOINTMENT NO-SHOW COMES
      *  UNDER THE CANCEL GRANT - BOTH TAKE A BOOKING OFF THE BOOKS.
      *  EVERY BRANCH ATTRIBUTE CHANGE COMES UNDER THE UPDATE GRANT.
      *
      *  MAINTAINED ONLY BY THE BR2800 BATCH FROM THE AUTHFEED CHANGE
      *  FEED (AUTHFEED.CPY) - NO ONLINE PROGRAM EVER WRITES THIS
      *  FILE, THE SAME CONVENTION AS THE BRANDIST REFERENCE.
      *
      *  KEY  ...... OA-USER-ID (INDEXED, UNIQUE)
      ******************************************************************
       01  OA-OPERATOR-AUTH-RECORD.
           05  OA-USER-ID                  PIC X(08).
           05  OA-USER-NAME                PIC X(30).
           05  OA-ACTION-GRANTS.
               10  OA-GRANT-ADD            PIC X(01).
                   88  OA-MAY-ADD          VALUE 'Y'.
               10  OA-GRANT-UPDATE         PIC X(01).
                   88  OA-MAY-UPDATE       VALUE 'Y'.
               10  OA-GRANT-DEACTIVATE     PIC X(01).
                   88  OA-MAY-DEACTIVATE   VALUE 'Y'.
               10  OA-GRANT-EMRG-SET       PIC X(01).
                   88  OA-MAY-EMRG-SET     VALUE 'Y'.
               10  OA-GRANT-EMRG-CLEAR     PIC X(01).
                   88  OA-MAY-EMRG-CLEAR   VALUE 'Y'.
               10  OA-GRANT-APPT-BOOK      PIC X(01).
                   88  OA-MAY-APPT-BOOK    VALUE 'Y'.
               10  OA-GRANT-APPT-CANCEL    PIC X(01).
                   88  OA-MAY-APPT-CANCEL  VALUE 'Y'.
           05  OA-SCOPE                    PIC X(01).
               88  OA-SCOPE-NETWORK        VALUE 'N'.
               88  OA-SCOPE-DISTRICTS      VALUE 'D'.
           05  OA-DISTRICT-COUNT           PIC 9(02).
           05  OA-DISTRICT-ID OCCURS 10 TIMES
                                           PIC X(04).
           05  OA-MAINT-DATE               PIC X(08).
           05  OA-MAINT-USER               PIC X(08).
