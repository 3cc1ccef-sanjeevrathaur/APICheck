      ******************************************************************
      *  TZFEED - TIME ZONE / DAYLIGHT-SAVING RULES FEED LAYOUT
      *
      *  FLAT, LINE-SEQUENTIAL FEED, ONE RECORD PER TIME ZONE PER
      *  CALENDAR YEAR, CUT BY OPERATIONS FROM THE PUBLISHED
      *  DAYLIGHT-SAVING CALENDAR AHEAD OF EACH YEAR (AND AGAIN
      *  WHENEVER A JURISDICTION CHANGES ITS RULES).  BR1900 APPLIES
      *  THIS FEED TO THE BRANTZRL REFERENCE FILE (BRTZRULE.CPY) -
      *  ADDS ZONE/YEARS NOT YET ON FILE AND REFRESHES THOSE ALREADY
      *  PRESENT - THE SAME ADD-OR-REFRESH CONVENTION AS THE BR1700
      *  DISTRICT LOAD.  OFFSETS ARRIVE IN DISPLAY FORM, THE SAME
      *  PICTURE CONVENTION AS THE CENTROID FEED (PCENFEED.CPY).
      ******************************************************************
       01  TF-ZONE-RULE-FEED-RECORD.
           05  TF-ZONE-ID                  PIC X(04).
           05  TF-RULE-YEAR                PIC X(04).
           05  TF-ZONE-NAME                PIC X(30).
           05  TF-STD-OFFSET-MINS          PIC S9(04).
           05  TF-DST-OFFSET-MINS          PIC S9(04).
           05  TF-DST-START-DATE           PIC X(08).
           05  TF-DST-START-TIME           PIC X(04).
           05  TF-DST-END-DATE             PIC X(08).
           05  TF-DST-END-TIME             PIC X(04).
