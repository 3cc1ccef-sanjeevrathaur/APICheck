      ******************************************************************
      *  BRRUNLK - RUN-CONTROL SERVICE REQUEST/RESPONSE
      *
      *  PASSED BY EVERY NIGHTLY STEP TO BR3000 (CALL 'BR3000' USING
      *  RUN-CONTROL-RQRS) -
      *      G ... GATE - CHECK RL-STEP-ID'S PREREQUISITES ON BRCYCRUL
      *            AGAINST BRRUNCTL.  RL-GATE-PASSED MEANS THE STEP
      *            MAY RUN AND HAS BEEN MARKED RUNNING; OTHERWISE IT
      *            HAS BEEN MARKED BLOCKED WITH RL-RESULT-MSG, AND THE
      *            STEP ENDS RETURN-CODE 8 WITHOUT TOUCHING ANY FILE.
      *      R ... RECORD - THE STEP'S OUTCOME.  RL-STEP-STATUS MAY BE
      *            LEFT BLANK TO TAKE IT FROM RL-RETURN-CODE (0 C, 4
      *            W, 8 B, HIGHER F); H IS SET ONLY BY THE STEP.
      *            RL-STEP-MSG, IF GIVEN, IS KEPT WITH THE OUTCOME.
      *  CALLING BR3000 RESETS THE RETURN-CODE SPECIAL REGISTER, SO A
      *  STEP SAVES ITS OWN IN RL-RETURN-CODE AND RESTORES IT AFTER
      *  THE RECORD CALL.
      ******************************************************************
       01  RUN-CONTROL-RQRS.
           05  RUNCTLRQ.
               10  RL-FUNCTION              PIC X(01).
                   88  RL-FUNCTION-GATE      VALUE 'G'.
                   88  RL-FUNCTION-RECORD    VALUE 'R'.
               10  RL-STEP-ID                PIC X(08).
               10  RL-STEP-STATUS            PIC X(01).
               10  RL-RETURN-CODE            PIC 9(04).
               10  RL-STEP-MSG               PIC X(60).
               10  RL-COUNT-ENTRY OCCURS 6 TIMES.
                   15  RL-COUNT-NAME         PIC X(16).
                   15  RL-COUNT-VALUE        PIC 9(09).
           05  RUNCTLRS.
               10  RL-GATE-RESULT            PIC X(01).
                   88  RL-GATE-PASSED        VALUE 'Y'.
               10  RL-CYCLE-DATE             PIC X(08).
               10  RL-RESULT-MSG             PIC X(60).
