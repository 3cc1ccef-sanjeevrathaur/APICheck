      ******************************************************************
      *  BRCNFRP - APPOINTMENT CONFLICT REPORT LAYOUT
      *
      *  PLAIN 132-BYTE PRINT LINE WRITTEN BY BR2500, THE NIGHTLY
      *  SWEEP OF BRANAPPT (BRANCHAPT.CPY) FOR BOOKINGS A LATER
      *  CLOSURE HAS LEFT OUTSIDE THE BRANCH'S EFFECTIVE HOURS.
      *  GROUPED BY BRANCH FOR THE BRANCH MANAGER - EACH CONFLICT
      *  FOUND THAT NIGHT (NEW), AND EVERY BOOKING STILL FLAGGED FROM
      *  AN EARLIER NIGHT (OUTSTANDING) UNTIL STAFF CANCEL IT, WITH
      *  THE CUSTOMER, THE REASON, AND THE NEXT FREE SLOT TO OFFER.
      *  LINE SEQUENTIAL SO IT CAN BE MAILED OR BROWSED DIRECTLY, THE
      *  SAME CONVENTION AS THE BR1000 HISTORY REPORT.
      ******************************************************************
       01  CF-REPORT-RECORD                PIC X(132).
