      ******************************************************************
      *  BRRMDFD - APPOINTMENT REMINDER OUTBOUND FEED LAYOUT
      *
      *  FLAT, PIPE-DELIMITED OUTBOUND FILE WRITTEN NIGHTLY BY BR2600
      *  FOR THE SMS/TELEPHONY VENDOR - ONE LINE PER BOOKING LISTED
      *  ON THAT NIGHT'S MANIFEST THAT CARRIES A CONTACT PHONE AND IS
      *  NOT FLAGGED IN CONFLICT (THOSE CUSTOMERS ALREADY HAD A BR2500
      *  CONFLICT NOTICE AND MUST NOT BE REMINDED OF A SLOT THE
      *  BRANCH CANNOT HONOUR).  THE SLOT IS THE BRANCH'S OWN LOCAL
      *  TIME AND RM-TIME-ZONE-ID IS THE BRANCH'S BM-TIME-ZONE-ID
      *  (BLANK = DATA CENTRE CLOCK) SO THE VENDOR CAN TIME THE SEND.
      *  THE APPOINTMENT PURPOSE IS DELIBERATELY LEFT OFF - IT CAN
      *  NAME A PRODUCT THE CUSTOMER WOULD NOT WANT IN A TEXT MESSAGE.
      *  FIELDS ARE FIXED-WIDTH INSIDE THE PIPES, THE SAME CONVENTION
      *  AS THE BR1600 DIRECTORY EXTRACT (BRDIREX.CPY).  COPY INTO
      *  WORKING-STORAGE (THE SEPARATOR VALUES DO NOT INITIALIZE IN A
      *  FILE SECTION) AND WRITE EACH LINE FROM HERE.
      ******************************************************************
       01  RM-REMINDER-RECORD.
           05  RM-BRANCH-ID                PIC X(06).
           05  FILLER                      PIC X(01) VALUE '|'.
           05  RM-BR-NAME                  PIC X(40).
           05  FILLER                      PIC X(01) VALUE '|'.
           05  RM-BR-ADDR-1                PIC X(40).
           05  FILLER                      PIC X(01) VALUE '|'.
           05  RM-BR-POSTAL-CODE           PIC X(09).
           05  FILLER                      PIC X(01) VALUE '|'.
           05  RM-CUSTOMER-NAME            PIC X(40).
           05  FILLER                      PIC X(01) VALUE '|'.
           05  RM-CONTACT-PHONE            PIC X(15).
           05  FILLER                      PIC X(01) VALUE '|'.
           05  RM-APPT-DATE                PIC X(08).
           05  FILLER                      PIC X(01) VALUE '|'.
           05  RM-APPT-TIME                PIC X(04).
           05  FILLER                      PIC X(01) VALUE '|'.
           05  RM-TIME-ZONE-ID             PIC X(04).
