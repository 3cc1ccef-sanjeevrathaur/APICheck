      ******************************************************************
      *  BRCLSRP - BRANCH CLOSURE WHAT-IF REPORT LAYOUT
      *
      *  PLAIN 132-BYTE PRINT LINE WRITTEN BY BR2100, THE NETWORK
      *  PLANNING WHAT-IF THAT TREATS THE CANDIDATE BRANCHES ON ITS
      *  SYSIN AS CLOSED AND LISTS EVERY BRANPCEN POSTAL CODE WHOSE
      *  NEAREST ACTIVE BRANCH CHANGES - THE REPLACEMENT BRANCH AND
      *  THE ADDED DISTANCE, OR NO BRANCH LEFT WITHIN THE RADIUS -
      *  FOLLOWED BY A ROLLUP BY DISTRICT AND REGION IN THE BR1800
      *  LAYOUT.  BR2100 BUILDS EACH LINE IN WORKING-STORAGE AND
      *  WRITES IT FROM THERE, THE SAME CONVENTION AS BRDSTRP.  LINE
      *  SEQUENTIAL SO IT CAN BE MAILED OR BROWSED DIRECTLY BY BRANCH
      *  NETWORK PLANNING.
      ******************************************************************
       01  CW-REPORT-RECORD                PIC X(132).
