      ******************************************************************
      *  BRCNFNT - APPOINTMENT CONFLICT CUSTOMER NOTIFICATION LAYOUT
      *
      *  FLAT, PIPE-DELIMITED OUTBOUND FILE WRITTEN BY BR2500 FOR THE
      *  CUSTOMER CONTACT CHANNEL - ONE LINE PER BOOKING NEWLY FOUND
      *  OUTSIDE THE BRANCH'S EFFECTIVE HOURS, CARRYING THE CUSTOMER
      *  NAME AND PHONE FROM THE BOOKING, THE ORIGINAL SLOT, AND THE
      *  NEXT FREE SLOT BR1100'S INQUIRE WOULD OFFER (BLANK WHEN NONE
      *  IN THE SEVEN-DAY WINDOW OR THE BRANCH IS NO LONGER ACTIVE).
      *  A BOOKING IS NOTIFIED ONCE, ON THE NIGHT IT IS FIRST FLAGGED.
      *  FIELDS ARE FIXED-WIDTH INSIDE THE PIPES, THE SAME CONVENTION
      *  AS THE BR1600 DIRECTORY EXTRACT (BRDIREX.CPY).  COPY INTO
      *  WORKING-STORAGE (THE SEPARATOR VALUES DO NOT INITIALIZE IN A
      *  FILE SECTION) AND WRITE EACH LINE FROM HERE.
      ******************************************************************
       01  CN-NOTICE-RECORD.
           05  CN-BRANCH-ID                PIC X(06).
           05  FILLER                      PIC X(01) VALUE '|'.
           05  CN-BR-NAME                  PIC X(40).
           05  FILLER                      PIC X(01) VALUE '|'.
           05  CN-CUSTOMER-NAME            PIC X(40).
           05  FILLER                      PIC X(01) VALUE '|'.
           05  CN-CONTACT-PHONE            PIC X(15).
           05  FILLER                      PIC X(01) VALUE '|'.
           05  CN-ORIG-DATE                PIC X(08).
           05  FILLER                      PIC X(01) VALUE '|'.
           05  CN-ORIG-TIME                PIC X(04).
           05  FILLER                      PIC X(01) VALUE '|'.
           05  CN-NEXT-DATE                PIC X(08).
           05  FILLER                      PIC X(01) VALUE '|'.
           05  CN-NEXT-TIME                PIC X(04).
           05  FILLER                      PIC X(01) VALUE '|'.
           05  CN-CONFLICT-REASON          PIC X(30).
