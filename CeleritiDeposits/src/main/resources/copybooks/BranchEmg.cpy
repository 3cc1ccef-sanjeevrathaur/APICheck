      *  TIMESTAMP IS ALWAYS REQUIRED SO A CLOSURE CAN NEVER BE LEFT
      *  OPEN-ENDED BY ACCIDENT.  SETTING A BRANCH THAT ALREADY HAS A
      *  CLOSURE REPLACES THE WINDOW - THE SUPERVISOR EXTENDING AN
      *  OUTAGE IS THE NORMAL CASE, NOT AN ERROR.  THE WINDOW IS IN
      *  THE BRANCH'S OWN LOCAL TIME (EM-RS-TIME-ZONE), SO A BLANK
      *  START MEANS NOW AT THE BRANCH, NOT AT THE DATA CENTRE.
      ******************************************************************
       01  BRANCH-EMRG-RQRS.
           05  BRANCHEMGRQ.
               10  EM-RS-REASON              PIC X(40).
               10  EM-RS-IN-EFFECT-IND       PIC X(01).
                   88 EM-RS-IN-EFFECT        VALUE 'Y'.
               10  EM-RS-TIME-ZONE           PIC X(04).
