      ******************************************************************
      *  BRGEORP - BRANCH GEOCODE CROSS-CHECK REPORT LAYOUT
      *
      *  ONE LINE PER GEOCODE EXCEPTION BR2000 FOUND ON AN ACTIVE
      *  BRANCH - COORDINATES MORE THAN THE SYSIN TOLERANCE FROM THE
      *  BRANPCEN CENTROID OF THE BRANCH'S OWN POSTAL CODE (THE
      *  GREAT-CIRCLE DISTANCE IN GR-DISTANCE-KM), A POSTAL CODE NOT
      *  ON BRANPCEN AT ALL, OR TWO BRANCHES SHARING IDENTICAL
      *  COORDINATES (THE OTHER BRANCH AND ITS DISTRICT IN THE
      *  GR-OTHER- FIELDS).  THE DISTRICT IS SHOWN SO THE DISTRICT
      *  OFFICE CAN CORRECT THE BRANCH WITH FACILITIES.  LINE
      *  SEQUENTIAL SO IT CAN BE MAILED OR BROWSED DIRECTLY BY THE
      *  BRANCH SERVICES DATA TEAM, THE SAME CONVENTION AS THE BR1500
      *  SCHEDULE AUDIT REPORT.
      ******************************************************************
       01  GR-GEOCODE-RECORD.
           05  GR-RUN-DATE                 PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  GR-BRANCH-ID                PIC X(06).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  GR-DISTRICT-ID              PIC X(04).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  GR-POSTAL-CODE              PIC X(09).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  GR-EXCEPTION                PIC X(30).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  GR-DISTANCE-KM              PIC ZZZZ9.99.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  GR-OTHER-BRANCH-ID          PIC X(06).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  GR-OTHER-DISTRICT-ID        PIC X(04).
