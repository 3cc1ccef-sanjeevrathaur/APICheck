               10  MO-OPEN-HRS             PIC 9(04).
               10  MO-CLOSE-HRS            PIC 9(04).
           05  MO-DISTRICT-ID              PIC X(04).
           05  MO-TIME-ZONE-ID             PIC X(04).
