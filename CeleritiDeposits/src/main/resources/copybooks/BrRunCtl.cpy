      ******************************************************************
      *  BRRUNCTL - NIGHTLY CYCLE RUN-CONTROL FILE RECORD LAYOUT
      *
      *  ONE ENTRY PER BATCH STEP, HOLDING THE OUTCOME OF ITS MOST
      *  RECENT RUN.  WRITTEN ONLY THROUGH THE BR3000 RUN-CONTROL
      *  SERVICE - EACH NIGHTLY STEP CALLS IT ONCE BEFORE IT STARTS
      *  (PREREQUISITE GATE, WHICH MARKS THE STEP RUNNING) AND ONCE AS
      *  IT ENDS (OUTCOME, RETURN CODE AND UP TO SIX KEY COUNTS).  A
      *  STEP THAT ABENDS OUTRIGHT NEVER MAKES ITS SECOND CALL, SO IT
      *  IS LEFT RUNNING FOR THE CYCLE AND NOTHING DOWNSTREAM TRUSTS
      *  IT.  RN-CYCLE-DATE IS THE DATE THE NIGHTLY CYCLE STARTED - A
      *  STEP RUNNING BEFORE THE BR3000 CUTOFF TIME (0600) BELONGS TO
      *  THE PREVIOUS DAY'S CYCLE.  BR3100 PRINTS THE MORNING CYCLE
      *  SUMMARY FROM HERE.
      *
      *  RN-STEP-STATUS -
      *      R ... RUNNING - STARTED, NOT YET ENDED (OR ABENDED)
      *      C ... COMPLETE, RETURN CODE 0
      *      W ... COMPLETE WITH WARNINGS, RETURN CODE 4
      *      H ... INPUT HELD - THE STEP REFUSED ITS OWN INPUT (BR0200
      *            CONTROL-TOTAL GATE) AND APPLIED NOTHING
      *      B ... BLOCKED - PREREQUISITES NOT MET, RETURN CODE 8
      *      F ... FAILED, RETURN CODE 16
      *
      *  KEY  ...... RN-STEP-ID (INDEXED, UNIQUE)
      ******************************************************************
       01  RN-RUN-CONTROL-RECORD.
           05  RN-STEP-ID                  PIC X(08).
           05  RN-CYCLE-DATE               PIC X(08).
           05  RN-START-DATE               PIC X(08).
           05  RN-START-TIME               PIC X(06).
           05  RN-END-DATE                 PIC X(08).
           05  RN-END-TIME                 PIC X(06).
           05  RN-STEP-STATUS              PIC X(01).
               88  RN-STEP-RUNNING         VALUE 'R'.
               88  RN-STEP-COMPLETE        VALUE 'C'.
               88  RN-STEP-WARNINGS        VALUE 'W'.
               88  RN-STEP-HELD            VALUE 'H'.
               88  RN-STEP-BLOCKED         VALUE 'B'.
               88  RN-STEP-FAILED          VALUE 'F'.
               88  RN-STEP-USABLE          VALUE 'C', 'W'.
           05  RN-RETURN-CODE              PIC 9(04).
           05  RN-COUNT-ENTRY OCCURS 6 TIMES.
               10  RN-COUNT-NAME           PIC X(16).
               10  RN-COUNT-VALUE          PIC 9(09).
           05  RN-STATUS-MSG               PIC X(60).
