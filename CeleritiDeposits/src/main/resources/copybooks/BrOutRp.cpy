      ******************************************************************
      *  BROUTRP - MONTHLY BRANCH OUTAGE AND AVAILABILITY REPORT LAYOUT
      *
      *  PLAIN 132-BYTE PRINT LINE WRITTEN BY BR3500.  FOR A CALENDAR
      *  MONTH, EVERY EMERGENCY CLOSURE INCIDENT ON THE BREMGHST
      *  HISTORY WITH THE MINUTES IT ACTUALLY CLOSED THE BRANCH INSIDE
      *  ITS SCHEDULED HOURS (BM-WORKING-HRS WITH ANY BRANHOL EXCEPTION
      *  FOLDED IN), THEN BY BRANCH, BRANDIST DISTRICT AND REGION THE
      *  INCIDENT COUNT, THE MOST COMMON CLOSURE REASON AND THE
      *  PERCENTAGE OF SCHEDULED MINUTES THE BRANCHES WERE OPEN.  A
      *  BRANCH WITH REPEATED OUTAGES IN THE MONTH IS FLAGGED AND
      *  LISTED AGAIN AT THE END FOR FACILITIES REVIEW.  LINE
      *  SEQUENTIAL SO IT CAN BE MAILED OR BROWSED DIRECTLY, THE SAME
      *  CONVENTION AS THE BR1000 HISTORY REPORT.
      ******************************************************************
       01  OU-REPORT-RECORD                PIC X(132).
