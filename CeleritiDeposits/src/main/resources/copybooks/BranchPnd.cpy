      ******************************************************************
      *  BRANCHPND - ONLINE PENDING-MAINTENANCE INQUIRE/CANCEL
      *
      *  CARRIED BY BR2200 AGAINST THE BRANPEND PENDING-MAINTENANCE
      *  FILE (BRPENDMT.CPY), THE SAME REQUEST/RESPONSE CONVENTION AS
      *  BR0400'S BRANCHMNT FLOW.  AN INQUIRE RETURNS THE ENTRIES ON
      *  FILE FOR PN-BRANCH-ID IN EFFECTIVE-DATE ORDER, UP TO 20, WITH
      *  PN-RS-MORE-IND SET WHEN THERE ARE MORE.  A CANCEL REMOVES THE
      *  ONE ENTRY NAMED BY PN-EFFECTIVE-DATE/PN-SEQ-NO - THE PAIR
      *  BR0400 RETURNED IN MT-RS-EFFECTIVE-DATE/MT-RS-PENDING-SEQ
      *  WHEN IT QUEUED THE CHANGE.  A FAILED ENTRY (PN-RS-PEND-STATUS
      *  'F') CARRIES THE STATUS BR0400 GAVE WHEN BR2300 TRIED TO
      *  APPLY IT, AND STAYS ON FILE UNTIL CANCELLED.  A CANCEL NEEDS
      *  PN-UPDATE-USER - THE USER MUST HOLD THE BRANAUTH GRANT FOR THE
      *  QUEUED ACTION, IN SCOPE FOR THE BRANCH, AS BR0400 CHECKS WHEN
      *  THE CHANGE IS KEYED - AND THE CANCEL IS JOURNALED TO BRMNTJRN
      *  UNDER THAT USER.  AN INQUIRE NEEDS NO USER.
      ******************************************************************
       01  BRANCH-PEND-RQRS.
           05  BRANCHPNDRQ.
               10  PN-ACTION                 PIC X(01).
                   88  PN-ACTION-INQUIRE     VALUE 'I'.
                   88  PN-ACTION-CANCEL      VALUE 'C'.
               10  PN-BRANCH-ID              PIC X(06).
               10  PN-EFFECTIVE-DATE         PIC X(08).
               10  PN-SEQ-NO                 PIC 9(04).
               10  PN-UPDATE-USER            PIC X(08).
           05  BRANCHPNDRS.
               10  PN-XSTATUS.
                   15 PN-STATUSCODE          PIC 9(4).
                   15 PN-STATUSMESSAGE       PIC X(40).
                   15 PN-SEVERITY            PIC X(1).
                      88 PN-SEVERITY-INFO    VALUE 'I'.
                      88 PN-SEVERITY-WARNING VALUE 'W'.
                      88 PN-SEVERITY-ERROR   VALUE 'E'.
                      88 PN-SEVERITY-FATAL   VALUE 'F'.
                   15 PN-DETAILMESSAGES.
                      20 PN-PROPERTYNAME     PIC X(40).
                      20 PN-MESSAGEDESC      PIC X(40).
               10  PN-RS-BRANCH-ID           PIC X(06).
               10  PN-RS-CNT                 PIC 9(02).
               10  PN-RS-MORE-IND            PIC X(01).
                   88 PN-RS-MORE-ENTRIES     VALUE 'Y'.
               10  PN-RS-ENTRY OCCURS 20 TIMES.
                   15  PN-RS-EFFECTIVE-DATE  PIC X(08).
                   15  PN-RS-SEQ-NO          PIC 9(04).
                   15  PN-RS-ACTION          PIC X(01).
                   15  PN-RS-PEND-STATUS     PIC X(01).
                   15  PN-RS-QUEUED-DATE     PIC X(08).
                   15  PN-RS-QUEUED-USER     PIC X(08).
                   15  PN-RS-FAIL-MESSAGE    PIC X(40).
