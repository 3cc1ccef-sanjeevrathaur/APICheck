      ******************************************************************
      *  BRPENDMT - PENDING (FUTURE-DATED) BRANCH MAINTENANCE RECORD
      *
      *  ONE ENTRY PER BRANCHMNT REQUEST KEYED THROUGH BR0400 WITH AN
      *  MT-EFFECTIVE-DATE AFTER THE DAY IT WAS KEYED.  BR0400 RUNS
      *  ITS REQUEST EDITS BEFORE QUEUEING, THEN WRITES THE WHOLE
      *  BRANCHMNTRQ AREA (BRANCHMNT.CPY) INTO PM-REQUEST-IMAGE.  THE
      *  NIGHTLY BR2300 APPLIES EVERY PENDING ENTRY DUE BY THE RUN
      *  DATE BY CALLING BR0400 WITH THE IMAGE, SO THE CHANGE TAKES
      *  THE SAME EDITS, BRANGEOX, BRMNTJRN, AND BRMNTOUT PATH AS ONE
      *  KEYED THAT NIGHT.  AN APPLIED ENTRY IS DELETED - BRMNTJRN IS
      *  THE RECORD OF IT FROM THEN ON.  AN ENTRY BR0400 REFUSES AT
      *  APPLY TIME (FOR EXAMPLE THE BRANCH WAS PURGED BY BR0900) IS
      *  KEPT AS PM-STAT-FAILED WITH THE STATUS BR0400 RETURNED, UNTIL
      *  SOMEONE CANCELS IT THROUGH BR2200.  A CANCEL NEEDS THE SAME
      *  BRANAUTH GRANT AND SCOPE AS KEYING PM-ACTION WOULD, AND IS
      *  JOURNALED TO BRMNTJRN BEFORE THE ENTRY IS DELETED.  BR2400
      *  LISTS EVERYTHING ON FILE BY BRANCH.
      *
      *  PM-SEQ-NO NUMBERS THE ENTRIES FOR ONE BRANCH AND EFFECTIVE
      *  DATE FROM 0001 UP, SO SEVERAL CHANGES CAN FALL DUE THE SAME
      *  NIGHT AND APPLY IN THE ORDER THEY WERE KEYED.
      *
      *  PM-REQUEST-IMAGE IS SIZED TO BRANCHMNTRQ - KEEP IT IN STEP IF
      *  THE REQUEST LAYOUT EVER CHANGES, THE SAME RULE AS BRMNTJRN.
      *
      *  KEY  ...... PM-KEY (BRANCH-ID + EFFECTIVE-DATE + SEQ-NO),
      *              INDEXED, UNIQUE
      ******************************************************************
       01  PM-PENDING-RECORD.
           05  PM-KEY.
               10  PM-BRANCH-ID            PIC X(06).
               10  PM-EFFECTIVE-DATE       PIC X(08).
               10  PM-SEQ-NO               PIC 9(04).
           05  PM-PEND-STATUS              PIC X(01).
               88  PM-STAT-PENDING         VALUE 'P'.
               88  PM-STAT-FAILED          VALUE 'F'.
           05  PM-ACTION                   PIC X(01).
               88  PM-ACTION-ADD           VALUE 'A'.
               88  PM-ACTION-UPDATE        VALUE 'U'.
               88  PM-ACTION-DEACTIVATE    VALUE 'D'.
           05  PM-QUEUED-DATE              PIC X(08).
           05  PM-QUEUED-TIME              PIC X(06).
           05  PM-QUEUED-USER              PIC X(08).
           05  PM-FAIL-DATE                PIC X(08).
           05  PM-FAIL-CODE                PIC 9(04).
           05  PM-FAIL-MESSAGE             PIC X(40).
           05  PM-FAIL-DESC                PIC X(40).
           05  PM-REQUEST-IMAGE            PIC X(356).
