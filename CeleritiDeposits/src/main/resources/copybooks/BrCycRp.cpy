      ******************************************************************
      *  BRCYCRP - MORNING NIGHTLY CYCLE SUMMARY REPORT LINE
      *
      *  132-BYTE PRINT LINE FOR THE BR3100 ONE-PAGE SUMMARY OF EVERY
      *  NIGHTLY STEP'S OUTCOME FROM BRRUNCTL (BRRUNCTL.CPY), ENDING
      *  WITH WHETHER THE BR1600 BRANCH DIRECTORY WENT TO THE WEB AND
      *  IVR CHANNELS WITH EVERY PREREQUISITE MET.  LINES ARE BUILT
      *  IN BR3100 WORKING-STORAGE AND WRITTEN FROM THERE.
      ******************************************************************
       01  CS-REPORT-RECORD                PIC X(132).
