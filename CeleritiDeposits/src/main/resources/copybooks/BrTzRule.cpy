      ******************************************************************
      *  BRTZRULE - TIME ZONE / DAYLIGHT-SAVING RULES REFERENCE LAYOUT
      *
      *  ONE ENTRY PER TIME ZONE PER CALENDAR YEAR, CARRYING THE
      *  ZONE'S STANDARD OFFSET FROM UTC, ITS DAYLIGHT OFFSET, AND THE
      *  LOCAL WALL-CLOCK MOMENTS DAYLIGHT TIME STARTS AND ENDS THAT
      *  YEAR.  OFFSETS ARE SIGNED MINUTES EAST OF UTC (EASTERN
      *  STANDARD IS -300).  THE START MOMENT IS STANDARD LOCAL TIME
      *  AND THE END MOMENT IS DAYLIGHT LOCAL TIME, AS THE RULES ARE
      *  PUBLISHED.  A ZONE THAT KEEPS NO DAYLIGHT TIME CARRIES SPACES
      *  IN TR-DST-START-DATE AND THE STANDARD OFFSET IN BOTH OFFSET
      *  FIELDS.  A START LATER IN THE YEAR THAN THE END IS A
      *  SOUTHERN-HEMISPHERE ZONE WHOSE DAYLIGHT PERIOD SPANS NEW YEAR.
      *
      *  EVERY BRANCH POINTS AT A ZONE THROUGH BM-TIME-ZONE-ID
      *  (BRANCHMSTR.CPY), ASSIGNED THROUGH BR0400'S BRANCHMNT FLOW AND
      *  VALIDATED AGAINST THIS FILE.  THE RESERVED ZONE HOST
      *  DESCRIBES THE DATA CENTRE CLOCK ITSELF - THE ONE THE ONLINE
      *  PROGRAMS READ WITH ACCEPT FROM DATE/TIME AND THE ZONE A
      *  BLANK RQ-INQUIRY-ZONE OR A BLANK BM-TIME-ZONE-ID STANDS FOR.
      *  A MISSING ZONE/YEAR ENTRY MEANS NO CONVERSION - THE MOMENT IS
      *  USED AS GIVEN, THE BEHAVIOR BEFORE ZONES WERE CARRIED.
      *  LOADED AND REFRESHED BY BR1900 FROM THE TZFEED RULES FEED -
      *  NO ONLINE PROGRAM EVER WRITES THIS FILE.
      *
      *  KEY  ...... TR-KEY (TR-ZONE-ID + TR-RULE-YEAR),
      *              INDEXED, UNIQUE
      ******************************************************************
       01  TR-ZONE-RULE-RECORD.
           05  TR-KEY.
               10  TR-ZONE-ID              PIC X(04).
               10  TR-RULE-YEAR            PIC 9(04).
           05  TR-ZONE-NAME                PIC X(30).
           05  TR-STD-OFFSET-MINS          PIC S9(04) COMP-3.
           05  TR-DST-OFFSET-MINS          PIC S9(04) COMP-3.
           05  TR-DST-START-STAMP.
               10  TR-DST-START-DATE       PIC X(08).
               10  TR-DST-START-TIME       PIC X(04).
           05  TR-DST-END-STAMP.
               10  TR-DST-END-DATE         PIC X(08).
               10  TR-DST-END-TIME         PIC X(04).
           05  TR-LOAD-DATE                PIC X(08).
