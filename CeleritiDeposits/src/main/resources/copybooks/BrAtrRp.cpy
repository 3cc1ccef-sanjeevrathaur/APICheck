      ******************************************************************
      *  BRATRRP - BRANCH ATTRIBUTE COMPLETENESS REPORT LINE
      *
      *  132-BYTE PRINT LINE FOR THE BR3400 REPORT OF ACTIVE BRANCHES
      *  WHOSE BRANATTR ENTRY (BRATTR.CPY) IS MISSING, HAS NO PHONE
      *  NUMBER, OR HAS AN UNKNOWN WHEELCHAIR ACCESS INDICATOR, WITH
      *  THE DISTRICT SHOWN SO THE DISTRICT OFFICE CAN FILL THEM IN.
      *  LINES ARE BUILT IN BR3400 WORKING-STORAGE AND WRITTEN FROM
      *  THERE.
      ******************************************************************
       01  CP-REPORT-RECORD                PIC X(132).
