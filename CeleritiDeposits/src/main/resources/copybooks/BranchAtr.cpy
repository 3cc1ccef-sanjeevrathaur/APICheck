      ******************************************************************
      *  BRANCHATR - ONLINE BRANCH ATTRIBUTE MAINTENANCE RQRS
      *
      *  CARRIED BY BR3200 TO ADD, UPDATE, DELETE, OR INQUIRE ON ONE
      *  BRANCH'S CONTACT/ACCESSIBILITY/LANGUAGE ATTRIBUTE RECORD
      *  (BRATTR.CPY), THE SAME REQUEST/RESPONSE CONVENTION AS
      *  BR0400'S BRANCHMNT FLOW.  REQUEST FIELDS MIRROR THE RECORD ONE
      *  FOR ONE; AN ADD OR UPDATE CARRIES THE WHOLE IMAGE, WHICH
      *  REPLACES WHAT IS ON FILE.  EACH INDICATOR IS Y, N OR SPACE
      *  (NOT YET KNOWN); LANGUAGE CODES ARE FROM BRLANG, PACKED TO
      *  THE FRONT, AM-LANGUAGE-COUNT OF THEM.  THE BRANCH MUST BE ON
      *  THE MASTER.  AM-UPDATE-USER IS CHECKED AGAINST BRANAUTH FOR
      *  THE UPDATE GRANT AND THE BRANCH'S DISTRICT ON EVERY ACTION
      *  BUT AN INQUIRE.  THE RECORD AS IT STANDS AFTER THE ACTION
      *  (BEFORE IT, FOR A DELETE) COMES BACK IN AM-RS-ATTRIBUTES.
      ******************************************************************
       01  BRANCH-ATTR-RQRS.
           05  BRANCHATRRQ.
               10  AM-ACTION                 PIC X(01).
                   88  AM-ACTION-ADD         VALUE 'A'.
                   88  AM-ACTION-UPDATE      VALUE 'U'.
                   88  AM-ACTION-DELETE      VALUE 'D'.
                   88  AM-ACTION-INQUIRE     VALUE 'I'.
               10  AM-BRANCH-ID              PIC X(06).
               10  AM-PHONE                  PIC X(20).
               10  AM-MANAGER-NAME           PIC X(30).
               10  AM-FACILITY-INDS.
                   15  AM-WHEELCHAIR-IND     PIC X(01).
                   15  AM-PARKING-IND        PIC X(01).
                   15  AM-SAFE-DEPOSIT-IND   PIC X(01).
                   15  AM-NOTARY-IND         PIC X(01).
                   15  AM-COIN-COUNTER-IND   PIC X(01).
               10  AM-FACILITY-FLAGS REDEFINES AM-FACILITY-INDS.
                   15  AM-FACILITY-FLAG OCCURS 5 TIMES
                                             PIC X(01).
               10  AM-LANGUAGE-COUNT         PIC 9(02).
               10  AM-LANGUAGE OCCURS 5 TIMES.
                   15  AM-LANGUAGE-CD        PIC X(03).
               10  AM-UPDATE-USER            PIC X(08).
           05  BRANCHATRRS.
               10  AM-XSTATUS.
                   15 AM-STATUSCODE          PIC 9(4).
                   15 AM-STATUSMESSAGE       PIC X(40).
                   15 AM-SEVERITY            PIC X(1).
                      88 AM-SEVERITY-INFO    VALUE 'I'.
                      88 AM-SEVERITY-WARNING VALUE 'W'.
                      88 AM-SEVERITY-ERROR   VALUE 'E'.
                      88 AM-SEVERITY-FATAL   VALUE 'F'.
                   15 AM-DETAILMESSAGES.
                      20 AM-PROPERTYNAME     PIC X(40).
                      20 AM-MESSAGEDESC      PIC X(40).
               10  AM-RS-BRANCH-ID           PIC X(06).
               10  AM-RS-ATTRIBUTES.
                   15  AM-RS-PHONE           PIC X(20).
                   15  AM-RS-MANAGER-NAME    PIC X(30).
                   15  AM-RS-FACILITY-INDS   PIC X(05).
                   15  AM-RS-LANGUAGE-COUNT  PIC 9(02).
                   15  AM-RS-LANGUAGE OCCURS 5 TIMES.
                       20  AM-RS-LANGUAGE-CD PIC X(03).
                   15  AM-RS-LAST-UPDATE-DATE
                                             PIC X(08).
                   15  AM-RS-LAST-UPDATE-TIME
                                             PIC X(06).
                   15  AM-RS-LAST-UPDATE-USER
                                             PIC X(08).
