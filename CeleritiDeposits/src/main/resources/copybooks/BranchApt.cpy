      *  A CLOSURE.  MAINTAINED ONLINE BY BR1100; BR0100 READS IT TO
      *  CARRY EACH RETURNED BRANCH'S NEXT AVAILABLE SLOT IN BRANCHRS.
      *
      *  A CLOSURE THAT ARRIVES AFTER THE BOOKING (BR0700 HOLIDAY LOAD,
      *  BR1200 EMERGENCY WINDOW, BR0400 DEACTIVATION OR NEW HOURS,
      *  BR0200 FACILITIES HOURS) CAN LEAVE A BOOKING OUTSIDE THE
      *  BRANCH'S EFFECTIVE HOURS.  THE NIGHTLY BR2500 SWEEP SETS
      *  BA-CONFLICT-IND ON SUCH A BOOKING WITH THE DATE IT WAS FIRST
      *  FOUND AND WHY, REPORTS IT, AND QUEUES A CUSTOMER NOTICE.  THE
      *  BOOKING IS NEVER DELETED BY THE SWEEP - IT STAYS ON FILE, AND
      *  ON THE NIGHTLY CONFLICT REPORT, UNTIL STAFF CANCEL IT THROUGH
      *  BR1100 (REBOOKING IS A NEW BOOKING PLUS A CANCEL).
      *
      *  BRANCH STAFF RECORD A CUSTOMER WHO DID NOT COME IN THROUGH
      *  BR1100 ON OR AFTER THE SLOT, WHICH SETS BA-NO-SHOW-IND.  A
      *  BOOKING IS NEVER SIMPLY DELETED - A CANCEL THROUGH BR1100, OR
      *  THE NIGHTLY BR2600 RUN ONCE THE SLOT'S DATE HAS PASSED, MOVES
      *  IT TO THE BRAPPHST APPOINTMENT HISTORY FILE (BRAPHST.CPY) WITH
      *  ITS OUTCOME.  A PAST BOOKING STILL FLAGGED IN CONFLICT STAYS
      *  HERE FOR BR2500 TO KEEP REPORTING UNTIL STAFF CANCEL IT.
      *
      *  KEY  ...... BA-KEY (BA-BRANCH-ID + BA-APPT-DATE +
      *              BA-APPT-TIME), INDEXED, UNIQUE
      ******************************************************************
           05  BA-BOOKED-DATE              PIC X(08).
           05  BA-BOOKED-TIME              PIC X(06).
           05  BA-BOOKED-USER              PIC X(08).
           05  BA-CONFLICT-IND             PIC X(01).
               88  BA-IN-CONFLICT          VALUE 'Y'.
           05  BA-CONFLICT-DATE            PIC X(08).
           05  BA-CONFLICT-REASON          PIC X(30).
           05  BA-NO-SHOW-IND              PIC X(01).
               88  BA-NO-SHOW              VALUE 'Y'.
