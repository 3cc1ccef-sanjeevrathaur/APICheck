      *  THE WEB AND IVR CHANNELS - ONE AUTHORITATIVE FILE INSTEAD OF
      *  CHANNEL TEAMS SCRAPING GREEN-SCREEN LOOKUPS.  FIELDS ARE
      *  FIXED-WIDTH INSIDE THE PIPES SO THE FILE PARSES EITHER BY
      *  DELIMITER OR BY COLUMN.  FIVE ROW TYPES, TAGGED IN COLUMN 1 -
      *      HDR ... RUN DATE AND THE END OF THE HOLIDAY WINDOW
      *      BR  ... ONE PER ACTIVE BRANCH - ID, NAME, ADDRESS, POSTAL
      *              CODE, COORDINATES, THE SEVEN-DAY HOURS, AND EACH
      *              SERVICE TYPE EXPANDED TO ITS BRSVCTYP DESCRIPTION
      *      ATT ... THE BRANATTR CONTACT, ACCESSIBILITY AND LANGUAGE
      *              DETAIL FOR THE PRECEDING BRANCH, EACH LANGUAGE
      *              EXPANDED TO ITS BRLANG DESCRIPTION - ONLY WHEN
      *              THE BRANCH HAS AN ATTRIBUTE RECORD
      *      HOL ... ONE PER BRANHOL EXCEPTION INSIDE THE FORWARD
      *              WINDOW FOR THE PRECEDING BRANCH
      *      TRL ... RUN TOTALS SO THE CHANNEL CAN VERIFY IT GOT ALL
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  DX-SVC-DESC             PIC X(30).
               10  FILLER                  PIC X(01) VALUE '|'.
       01  DA-ATTRIBUTE-RECORD.
           05  DA-ATT-TYPE                 PIC X(03) VALUE 'ATT'.
           05  FILLER                      PIC X(01) VALUE '|'.
           05  DA-BRANCH-ID                PIC X(06).
           05  FILLER                      PIC X(01) VALUE '|'.
           05  DA-PHONE                    PIC X(20).
           05  FILLER                      PIC X(01) VALUE '|'.
           05  DA-MANAGER-NAME             PIC X(30).
           05  FILLER                      PIC X(01) VALUE '|'.
           05  DA-WHEELCHAIR-IND           PIC X(01).
           05  FILLER                      PIC X(01) VALUE '|'.
           05  DA-PARKING-IND              PIC X(01).
           05  FILLER                      PIC X(01) VALUE '|'.
           05  DA-SAFE-DEPOSIT-IND         PIC X(01).
           05  FILLER                      PIC X(01) VALUE '|'.
           05  DA-NOTARY-IND               PIC X(01).
           05  FILLER                      PIC X(01) VALUE '|'.
           05  DA-COIN-COUNTER-IND         PIC X(01).
           05  FILLER                      PIC X(01) VALUE '|'.
           05  DA-LANGUAGES OCCURS 5 TIMES.
               10  DA-LANGUAGE-CD          PIC X(03).
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  DA-LANGUAGE-DESC        PIC X(25).
               10  FILLER                  PIC X(01) VALUE '|'.
       01  DH-HOLIDAY-RECORD.
           05  DH-HOL-TYPE                 PIC X(03) VALUE 'HOL'.
           05  FILLER                      PIC X(01) VALUE '|'.
           05  DT-HOLIDAY-COUNT            PIC 9(07).
           05  FILLER                      PIC X(01) VALUE '|'.
           05  DT-RUN-DATE                 PIC X(08).
           05  FILLER                      PIC X(01) VALUE '|'.
           05  DT-ATTRIBUTE-COUNT          PIC 9(07).
