      ******************************************************************
      *  BRSECRP - DAILY SECURITY VIOLATION REPORT LINE
      *
      *  132-BYTE PRINT LINE FOR THE BR2900 REPORT OF THE DAY'S
      *  BRSECVIO ENTRIES (BRSECVIO.CPY), GROUPED BY USER ID WITH A
      *  COUNT PER USER, FOR INFORMATION SECURITY.  LINES ARE BUILT IN
      *  BR2900 WORKING-STORAGE AND WRITTEN FROM THERE.
      ******************************************************************
       01  SR-REPORT-RECORD                PIC X(132).
