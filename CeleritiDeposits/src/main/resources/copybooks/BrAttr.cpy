      ******************************************************************
      *  BRATTR - BRANCH CONTACT/ACCESSIBILITY/LANGUAGE ATTRIBUTES
      *
      *  ONE ENTRY PER BRANCH FOR WHAT CUSTOMERS ASK THE CONTACT
      *  CENTRE MOST THAT THE MASTER (BRANCHMSTR.CPY) HAS NO ROOM FOR
      *  - THE BRANCH PHONE NUMBER, MANAGER NAME, THE FIVE FACILITY
      *  INDICATORS AND UP TO FIVE LANGUAGES SPOKEN.  KEPT OFF THE
      *  MASTER SO THE FACILITIES EXTRACT AND EVERY MASTER IMAGE
      *  (BRARCH, BRMNTJRN) STAY AS THEY ARE.
      *
      *  EACH INDICATOR IS Y (YES), N (NO) OR SPACE (NOT YET KNOWN) -
      *  BR3400 LISTS AN ACTIVE BRANCH WITH NO PHONE OR AN UNKNOWN
      *  WHEELCHAIR INDICATOR AS INCOMPLETE.  LANGUAGE CODES ARE FROM
      *  THE BRLANG REFERENCE TABLE, PACKED TO THE FRONT OF THE LIST,
      *  AT-LANGUAGE-COUNT OF THEM.
      *
      *  MAINTAINED ONLINE BY BR3200 (BRANCHATR.CPY) AND IN BULK BY
      *  BR3300 FROM THE ATTRFEED FEED (ATTRFEED.CPY).  BR0100
      *  FILTERS SEARCHES BY IT AND RETURNS IT IN BRANCHRS; BR1600
      *  PUBLISHES IT AS THE BRANDIRX ATT ROW.
      *
      *  KEY  ...... AT-BRANCH-ID (INDEXED, UNIQUE)
      ******************************************************************
       01  AT-BRANCH-ATTR-RECORD.
           05  AT-BRANCH-ID                PIC X(06).
           05  AT-PHONE                    PIC X(20).
           05  AT-MANAGER-NAME             PIC X(30).
           05  AT-FACILITY-INDS.
               10  AT-WHEELCHAIR-IND       PIC X(01).
                   88  AT-WHEELCHAIR-ACCESS VALUE 'Y'.
               10  AT-PARKING-IND          PIC X(01).
                   88  AT-HAS-PARKING      VALUE 'Y'.
               10  AT-SAFE-DEPOSIT-IND     PIC X(01).
                   88  AT-HAS-SAFE-DEPOSIT VALUE 'Y'.
               10  AT-NOTARY-IND           PIC X(01).
                   88  AT-HAS-NOTARY       VALUE 'Y'.
               10  AT-COIN-COUNTER-IND     PIC X(01).
                   88  AT-HAS-COIN-COUNTER VALUE 'Y'.
           05  AT-FACILITY-FLAGS REDEFINES AT-FACILITY-INDS.
               10  AT-FACILITY-FLAG OCCURS 5 TIMES
                                           PIC X(01).
           05  AT-LANGUAGE-COUNT           PIC 9(02).
           05  AT-LANGUAGE OCCURS 5 TIMES.
               10  AT-LANGUAGE-CD          PIC X(03).
           05  AT-LAST-UPDATE-DATE         PIC X(08).
           05  AT-LAST-UPDATE-TIME         PIC X(06).
           05  AT-LAST-UPDATE-USER         PIC X(08).
