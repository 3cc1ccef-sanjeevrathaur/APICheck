      ******************************************************************
      *  BRRUNRUL - NIGHTLY CYCLE RULES (BRCYCRUL) RECORD LAYOUT
      *
      *  OPERATIONS-MAINTAINED PARAMETER FILE, ONE RULE PER LINE,
      *  READ BY BR3000 WHEN A STEP ASKS WHETHER IT MAY START AND BY
      *  BR3100 FOR THE MORNING SUMMARY.  CHANGING A PREREQUISITE OR
      *  A THRESHOLD IS AN EDIT HERE, NOT A PROGRAM CHANGE.
      *      * ... COMMENT LINE, IGNORED
      *      S ... A STEP IN THE NIGHTLY CYCLE, IN RUN ORDER, WITH ITS
      *            DESCRIPTION - THE LINES BR3100 PRINTS
      *      P ... A PREREQUISITE OF RU-STEP-ID - RU-PREREQ-STEP MUST
      *            HAVE ENDED COMPLETE (C OR W ON BRRUNCTL).  WHEN
      *            RU-SAME-CYCLE IS Y IT MUST ALSO HAVE RUN IN THIS
      *            CYCLE; N ACCEPTS ITS LAST RUN WHENEVER IT WAS (FOR
      *            A FEED LOAD THAT DOES NOT RUN EVERY NIGHT).  WITH A
      *            COUNT NUMBER (1-6) THE RULE IS ALSO A THRESHOLD ON
      *            THAT BRRUNCTL COUNT - LIMIT TYPE N FAILS WHEN THE
      *            COUNT EXCEEDS RU-LIMIT; TYPE P FAILS WHEN IT IS MORE
      *            THAN RU-LIMIT PERCENT OF COUNT RU-BASE-COUNT-NO.
      *  A STEP WITH NO P LINES HAS NO PREREQUISITES.  EXAMPLES -
      *      S BR0200                            MASTER REFRESH
      *      P BR1600   BR0200   Y               MASTER REFRESHED
      *      P BR1600   BR0300   Y 2 N   0000010 DISCREPANCIES
      *      P BR1600   BR0500   N 4 P 1 0000010 CENTROID REJECTS
      *      P BR1600   BR1500   Y 4 N   0000000 NEVER-OPEN BRANCHES
      *  EACH STEP'S COUNT NUMBERS ARE LISTED IN ITS OWN 9900
      *  PARAGRAPH AND ON THE BR3100 SUMMARY.
      ******************************************************************
       01  RU-CYCLE-RULE-RECORD.
           05  RU-RULE-TYPE                PIC X(01).
               88  RU-RULE-COMMENT         VALUE '*'.
               88  RU-RULE-STEP            VALUE 'S'.
               88  RU-RULE-PREREQ          VALUE 'P'.
           05  FILLER                      PIC X(01).
           05  RU-STEP-ID                  PIC X(08).
           05  FILLER                      PIC X(01).
           05  RU-PREREQ-STEP              PIC X(08).
           05  FILLER                      PIC X(01).
           05  RU-SAME-CYCLE               PIC X(01).
               88  RU-MUST-RUN-THIS-CYCLE  VALUE 'Y'.
           05  FILLER                      PIC X(01).
           05  RU-COUNT-NO                 PIC X(01).
           05  FILLER                      PIC X(01).
           05  RU-LIMIT-TYPE               PIC X(01).
               88  RU-LIMIT-NUMBER         VALUE 'N'.
               88  RU-LIMIT-PERCENT        VALUE 'P'.
           05  FILLER                      PIC X(01).
           05  RU-BASE-COUNT-NO            PIC X(01).
           05  FILLER                      PIC X(01).
           05  RU-LIMIT                    PIC X(07).
           05  FILLER                      PIC X(01).
           05  RU-DESC                     PIC X(40).
