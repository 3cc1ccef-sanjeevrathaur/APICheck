		 05  RQ-RUN-MODE                  PIC X(01).
			88 RQ-MODE-PERSISTENT  VALUE 'P'.
			88 RQ-MODE-QUIESCE     VALUE 'Q'.
		 05  RQ-INQUIRY-ZONE              PIC X(04).
		 05  RQ-WHEELCHAIR-FILTER         PIC X(01).
			88 RQ-FILTER-WHEELCHAIR  VALUE 'Y'.
		 05  RQ-PARKING-FILTER            PIC X(01).
			88 RQ-FILTER-PARKING     VALUE 'Y'.
		 05  RQ-SAFE-DEPOSIT-FILTER       PIC X(01).
			88 RQ-FILTER-SAFE-DEPOSIT VALUE 'Y'.
		 05  RQ-NOTARY-FILTER             PIC X(01).
			88 RQ-FILTER-NOTARY      VALUE 'Y'.
		 05  RQ-COIN-COUNTER-FILTER       PIC X(01).
			88 RQ-FILTER-COIN-COUNTER VALUE 'Y'.
		 05  RQ-LANGUAGE                  PIC X(03).
	03  BRANCHRS.                                         
		05  XSTATUS.
			10 STATUSCODE                PIC 9(4).
			10 RS-BR-NEXT-OPEN-TIME      PIC 9(04).
			10 RS-BR-NEXT-APPT-DATE      PIC X(08).
			10 RS-BR-NEXT-APPT-TIME      PIC 9(04).
			10 RS-BR-TIME-ZONE           PIC X(04).
			10 RS-BR-LOCAL-DATE          PIC X(08).
			10 RS-BR-LOCAL-TIME          PIC X(04).
			10 RS-BR-PHONE               PIC X(20).
			10 RS-BR-MANAGER-NAME        PIC X(30).
			10 RS-BR-WHEELCHAIR-IND      PIC X(01).
			10 RS-BR-PARKING-IND         PIC X(01).
			10 RS-BR-SAFE-DEPOSIT-IND    PIC X(01).
			10 RS-BR-NOTARY-IND          PIC X(01).
			10 RS-BR-COIN-COUNTER-IND    PIC X(01).
			10 RS-BR-LANGUAGE-COUNT      PIC 9(02).
			10 RS-BR-LANGUAGE OCCURS 5 TIMES.
			   15  RS-BR-LANGUAGE-CD     PIC X(03).
