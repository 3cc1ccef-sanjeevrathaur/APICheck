      ******************************************************************
      *  BRAUTHRP - OPERATOR AUTHORITY MAINTENANCE REPORT LAYOUT
      *
      *  ONE LINE PER AUTHFEED RECORD (AUTHFEED.CPY) BR2800 READ -
      *  APPLIED OR REJECTED, WITH THE REASON - SO INFORMATION
      *  SECURITY HAS A SIGNED-OFF TRAIL OF EVERY CHANGE TO WHO MAY DO
      *  WHAT.  LINE SEQUENTIAL SO IT CAN BE MAILED OR BROWSED
      *  DIRECTLY, THE SAME CONVENTION AS THE BR0700 REJECT REPORT.
      ******************************************************************
       01  AR-REPORT-RECORD.
           05  AR-RUN-DATE                 PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  AR-ACTION                   PIC X(01).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  AR-USER-ID                  PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  AR-GRANTS                   PIC X(07).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  AR-SCOPE                    PIC X(01).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  AR-APPROVED-BY              PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  AR-RESULT                   PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  AR-REASON                   PIC X(40).
