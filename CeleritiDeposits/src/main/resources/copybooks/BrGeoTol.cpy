      ******************************************************************
      *  BRGEOTOL - GEOCODE TOLERANCE DEFAULT
      *
      *  HOW FAR (KM, GREAT-CIRCLE) A BRANCH'S COORDINATES MAY LIE FROM
      *  THE BRANPCEN CENTROID OF ITS POSTAL CODE.  BR0400 APPLIES THIS
      *  VALUE FIXED TO ONLINE MAINTENANCE.  BR0200 AND BR2000 TAKE IT
      *  WHEN THEIR TOLERANCE SYSIN CARD IS BLANK, AND A CARD VALUE
      *  OVERRIDES IT FOR THAT RUN ONLY.
      *
      *  CHANGE THE DEFAULT HERE ONLY, THEN RECOMPILE ALL THREE SO THE
      *  ONLINE AND BATCH CHECKS STAY IN STEP.
      ******************************************************************
       01  BR-GEOTOL-DEFAULT-KM         PIC 9(05) COMP-3 VALUE 25.
