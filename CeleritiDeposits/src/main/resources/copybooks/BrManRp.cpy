      ******************************************************************
      *  BRMANRP - BANKER APPOINTMENT MANIFEST LAYOUT
      *
      *  PLAIN 132-BYTE PRINT LINE WRITTEN BY BR2600.  FOR EVERY
      *  ACTIVE BRANCH, THE BOOKINGS ON BRANAPPT (BRANCHAPT.CPY) FOR
      *  THE BRANCH'S NEXT BUSINESS DAY - TIME, CUSTOMER, PHONE,
      *  PURPOSE, AND WHO BOOKED IT - GROUPED BY BRANDIST DISTRICT SO
      *  EACH DISTRICT OFFICE CAN SPLIT AND DISTRIBUTE IT BEFORE THE
      *  BRANCHES OPEN.  A BOOKING BR2500 HAS FLAGGED IN CONFLICT IS
      *  LISTED WITH THE FLAG SO STAFF CAN CONFIRM THE REBOOKING.
      *  LINE SEQUENTIAL SO IT CAN BE MAILED OR BROWSED DIRECTLY, THE
      *  SAME CONVENTION AS THE BR1000 HISTORY REPORT.
      ******************************************************************
       01  MF-REPORT-RECORD                PIC X(132).
