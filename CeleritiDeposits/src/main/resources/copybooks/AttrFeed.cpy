      ******************************************************************
      *  ATTRFEED - BRANCH ATTRIBUTE BULK LOAD FEED LAYOUT
      *
      *  FLAT, LINE-SEQUENTIAL FEED OF BRANCH CONTACT, ACCESSIBILITY
      *  AND LANGUAGE ATTRIBUTES - THE BRANCH SURVEY RETURNS AND ANY
      *  LATER BULK CORRECTION - ONE RECORD PER BRANCH, APPLIED BY
      *  BR3300 TO THE BRANATTR FILE (BRATTR.CPY).  ADDS BRANCHES NOT
      *  YET ON FILE AND REPLACES THE WHOLE ATTRIBUTE IMAGE OF THOSE
      *  ALREADY PRESENT - THE SAME ADD-OR-REFRESH CONVENTION AS THE
      *  BR1700 DISTRICT LOAD.  THE BRANCH MUST BE ON THE MASTER; EACH
      *  INDICATOR IS Y, N OR SPACE (NOT YET KNOWN); AD-LANGUAGE-COUNT
      *  IS 00 TO 05 AND EACH CODE WITHIN IT MUST BE ON BRLANG.
      ******************************************************************
       01  AD-ATTR-FEED-RECORD.
           05  AD-BRANCH-ID                PIC X(06).
           05  AD-PHONE                    PIC X(20).
           05  AD-MANAGER-NAME             PIC X(30).
           05  AD-FACILITY-INDS            PIC X(05).
           05  AD-FACILITY-FLAGS REDEFINES AD-FACILITY-INDS.
               10  AD-FACILITY-FLAG OCCURS 5 TIMES
                                           PIC X(01).
           05  AD-LANGUAGE-COUNT           PIC X(02).
           05  AD-LANGUAGE OCCURS 5 TIMES.
               10  AD-LANGUAGE-CD          PIC X(03).
