      *  SEQUENTIAL) BECAUSE THE IMAGES CONTAIN PACKED FIELDS.
      *  APPEND-ONLY - NOTHING EVER REWRITES OR DELETES AN ENTRY.
      *
      *  BR2200 ALSO WRITES ONE RECORD (MJ-ACTION-PEND-CANCEL) WHEN
      *  A USER CANCELS A FUTURE-DATED CHANGE QUEUED ON BRANPEND, SO
      *  EVERY QUEUED ENTRY ENDS UP HERE EITHER WAY.  THE MASTER IS
      *  NOT CHANGED, SO THERE IS NO IMAGE OF IT - MJ-CANCEL-DETAIL
      *  IDENTIFIES THE ENTRY CANCELLED AND MJ-AFTER-IMAGE HOLDS ITS
      *  BRANCHMNTRQ REQUEST IMAGE (BRANCHMNT.CPY) AS IT WAS QUEUED.
      *
      *  THE IMAGES ARE SIZED TO BM-BRANCH-MASTER-RECORD
      *  (BRANCHMSTR.CPY) - KEEP THEM IN STEP IF THE MASTER LAYOUT
      *  EVER CHANGES, THE SAME RULE AS BRARCH.CPY.
               88  MJ-ACTION-ADD           VALUE 'A'.
               88  MJ-ACTION-UPDATE        VALUE 'U'.
               88  MJ-ACTION-DEACTIVATE    VALUE 'D'.
               88  MJ-ACTION-PEND-CANCEL   VALUE 'X'.
           05  MJ-UPDATE-USER              PIC X(08).
           05  MJ-BRANCH-ID                PIC X(06).
           05  MJ-BEFORE-PRESENT-IND       PIC X(01).
               88  MJ-HAS-BEFORE-IMAGE     VALUE 'Y'.
           05  MJ-BEFORE-IMAGE             PIC X(362).
           05  MJ-CANCEL-DETAIL REDEFINES MJ-BEFORE-IMAGE.
               10  MJ-CX-EFFECTIVE-DATE    PIC X(08).
               10  MJ-CX-SEQ-NO            PIC 9(04).
               10  MJ-CX-PEND-ACTION       PIC X(01).
               10  MJ-CX-PEND-STATUS       PIC X(01).
               10  MJ-CX-QUEUED-DATE       PIC X(08).
               10  MJ-CX-QUEUED-TIME       PIC X(06).
               10  MJ-CX-QUEUED-USER       PIC X(08).
               10  FILLER                  PIC X(326).
           05  MJ-AFTER-IMAGE              PIC X(362).
