      ******************************************************************
      *  BRPNDRP - PENDING MAINTENANCE APPLY REPORT LAYOUT
      *
      *  PLAIN 132-BYTE PRINT LINE WRITTEN BY BR2300, THE NIGHTLY
      *  APPLY OF THE FUTURE-DATED CHANGES QUEUED ON BRANPEND
      *  (BRPENDMT.CPY).  ONE LINE PER ENTRY THAT FELL DUE, APPLIED
      *  OR FAILED, WITH THE STATUS BR0400 RETURNED - A FAILED LINE
      *  IS A CHANGE THAT NO LONGER VALIDATES (FOR EXAMPLE THE BRANCH
      *  WAS PURGED BY BR0900 SINCE IT WAS KEYED) AND NEEDS THE
      *  BRANCH SERVICES DATA TEAM TO RE-KEY OR CANCEL IT THROUGH
      *  BR2200.  LINE SEQUENTIAL SO IT CAN BE MAILED OR BROWSED
      *  DIRECTLY, THE SAME CONVENTION AS THE BR1000 HISTORY REPORT.
      ******************************************************************
       01  PR-REPORT-RECORD                PIC X(132).
