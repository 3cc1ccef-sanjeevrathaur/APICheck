      *  CHANNEL CAN OFFER IT WITHOUT WALKING THE CALENDAR ITSELF.
      *  AVAILABLE SLOTS ARE DERIVED FROM BM-WORKING-HRS WITH ANY
      *  BRANHOL EXCEPTION FOR THE DATE FOLDED IN, SO A CLOSURE DAY
      *  NEVER OFFERS OR ACCEPTS A BOOKING.  DATES AND TIMES ARE THE
      *  BRANCH'S OWN LOCAL TIME (AP-RS-TIME-ZONE); "NOW" IS THE DATA
      *  CENTRE CLOCK CONVERTED THROUGH THE BRANTZRL ZONE RULES.
      *  A NO-SHOW MARKS AN EXISTING BOOKING WHOSE SLOT HAS ALREADY
      *  STARTED AS NOT ATTENDED, SO THE NIGHTLY BR2600 RUN FILES IT TO
      *  THE APPOINTMENT HISTORY WITH THAT OUTCOME.  A CANCEL MOVES THE
      *  BOOKING TO THE HISTORY AT ONCE.
      ******************************************************************
       01  BRANCH-APPT-RQRS.
           05  BRANCHAPPRQ.
                   88  AP-ACTION-BOOK        VALUE 'B'.
                   88  AP-ACTION-CANCEL      VALUE 'C'.
                   88  AP-ACTION-INQUIRE     VALUE 'I'.
                   88  AP-ACTION-NO-SHOW     VALUE 'N'.
               10  AP-BRANCH-ID              PIC X(06).
               10  AP-APPT-DATE              PIC X(08).
               10  AP-APPT-TIME              PIC X(04).
               10  AP-RS-BRANCH-ID           PIC X(06).
               10  AP-RS-NEXT-DATE           PIC X(08).
               10  AP-RS-NEXT-TIME           PIC 9(04).
               10  AP-RS-TIME-ZONE           PIC X(04).
