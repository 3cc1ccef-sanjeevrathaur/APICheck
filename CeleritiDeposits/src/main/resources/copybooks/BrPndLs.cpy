      ******************************************************************
      *  BRPNDLS - PENDING MAINTENANCE LISTING LAYOUT
      *
      *  PLAIN 132-BYTE PRINT LINE WRITTEN BY BR2400, THE LISTING OF
      *  EVERYTHING QUEUED ON BRANPEND (BRPENDMT.CPY) BY BRANCH AND
      *  EFFECTIVE DATE - PENDING ENTRIES STILL TO BE APPLIED BY
      *  BR2300 AND FAILED ENTRIES WAITING TO BE CANCELLED THROUGH
      *  BR2200.  LINE SEQUENTIAL SO IT CAN BE MAILED OR BROWSED
      *  DIRECTLY, THE SAME CONVENTION AS THE BR1000 HISTORY REPORT.
      ******************************************************************
       01  PL-REPORT-RECORD                PIC X(132).
