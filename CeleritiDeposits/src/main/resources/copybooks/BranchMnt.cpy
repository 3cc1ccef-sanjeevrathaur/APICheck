      *  WAITING FOR THE BR0200 NIGHTLY REFRESH.  FIELDS MIRROR
      *  BM-BRANCH-MASTER-RECORD ONE FOR ONE SO BR0400 CAN MOVE THEM
      *  ACROSS DIRECTLY.
      *
      *  MT-EFFECTIVE-DATE (YYYYMMDD) IS OPTIONAL.  BLANK, TODAY, OR A
      *  PAST DATE APPLIES THE CHANGE AT ONCE; A FUTURE DATE VALIDATES
      *  THE REQUEST AND QUEUES IT ON THE BRANPEND PENDING-MAINTENANCE
      *  FILE (BRPENDMT.CPY) INSTEAD OF THE MASTER.  BR2300 APPLIES IT
      *  ON THE NIGHT IT FALLS DUE BY CALLING BR0400 WITH THE QUEUED
      *  REQUEST.  MT-RS-EFFECTIVE-DATE/MT-RS-PENDING-SEQ COME BACK ON
      *  A QUEUED CHANGE AND ARE THE KEY BR2200 CANCELS IT BY.
      ******************************************************************
       01  BRANCH-MAINT-RQRS.
           05  BRANCHMNTRQ.
               10  MT-SVC-TYPE OCCURS 5 TIMES.
                   15  MT-SVC-TYPE-CD        PIC X(05).
               10  MT-DISTRICT-ID            PIC X(04).
               10  MT-TIME-ZONE-ID           PIC X(04).
               10  MT-EFFECTIVE-DATE         PIC X(08).
               10  MT-UPDATE-USER            PIC X(08).
           05  BRANCHMNTRS.
               10  MT-XSTATUS.
                      20 MT-PROPERTYNAME     PIC X(40).
                      20 MT-MESSAGEDESC      PIC X(40).
               10  MT-RS-BRANCH-ID           PIC X(06).
               10  MT-RS-EFFECTIVE-DATE      PIC X(08).
               10  MT-RS-PENDING-SEQ         PIC 9(04).
