      ******************************************************************
      *  BRATRRJ - BRANCH ATTRIBUTE LOAD REJECT REPORT LAYOUT
      *
      *  ONE LINE PER ATTRFEED RECORD (ATTRFEED.CPY) THAT BR3300 COULD
      *  NOT APPLY TO THE BRANCH ATTRIBUTE FILE - BLANK OR UNKNOWN
      *  BRANCH ID, A BAD INDICATOR, LANGUAGE COUNT OR LANGUAGE CODE.
      *  LINE SEQUENTIAL SO IT CAN BE MAILED OR BROWSED DIRECTLY BY
      *  THE BRANCH SERVICES DATA TEAM, THE SAME CONVENTION AS THE
      *  BR0700 HOLIDAY LOAD REJECT REPORT.
      ******************************************************************
       01  AJ-REJECT-RECORD.
           05  AJ-RUN-DATE                 PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  AJ-BRANCH-ID                PIC X(06).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  AJ-FACILITY-INDS            PIC X(05).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  AJ-LANGUAGE-COUNT           PIC X(02).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  AJ-REASON                   PIC X(40).
