      ******************************************************************
      *  BRUTLRP - WEEKLY BANKER APPOINTMENT UTILIZATION REPORT LAYOUT
      *
      *  PLAIN 132-BYTE PRINT LINE WRITTEN BY BR2700.  FOR A SEVEN-DAY
      *  WEEK, THE THIRTY-MINUTE SLOTS EACH BRANCH HAD AVAILABLE (ITS
      *  BM-WORKING-HRS WITH ANY BRANHOL EXCEPTION FOLDED IN, THE SAME
      *  SLOTS BR1100 WILL BOOK) AGAINST THE SLOTS BOOKED - STILL LIVE
      *  ON BRANAPPT OR KEPT/NO-SHOW ON THE BRAPPHST HISTORY - WITH
      *  THE NO-SHOWS AND CANCELS BESIDE THEM, BY BRANCH WITHIN
      *  BRANDIST DISTRICT, SO REGIONAL MANAGERS CAN STAFF BANKERS TO
      *  DEMAND.  LINE SEQUENTIAL SO IT CAN BE MAILED OR BROWSED
      *  DIRECTLY, THE SAME CONVENTION AS THE BR1000 HISTORY REPORT.
      ******************************************************************
       01  UT-REPORT-RECORD                PIC X(132).
