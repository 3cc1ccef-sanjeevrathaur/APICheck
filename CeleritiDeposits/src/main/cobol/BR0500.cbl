000240*               SUPPLIES COORDINATES.  A FEED RECORD WITH A
000250*               BLANK POSTAL CODE OR AN OUT-OF-RANGE CENTROID
000260*               IS REJECTED AND REPORTED, NOT APPLIED.
000261*  101526  MO   NIGHTLY RUN CONTROL.  THE STEP ASKS BR3000 AS IT
000262*               STARTS WHETHER ITS BRCYCRUL PREREQUISITES ARE MET
000263*               AND, WHEN THEY ARE NOT, ENDS RETURN-CODE 8 BEFORE
000264*               ANY FILE IS OPENED.  ITS OUTCOME, RETURN CODE AND
000265*               KEY COUNTS GO TO BRRUNCTL AS IT ENDS, ABEND
000266*               INCLUDED (9900-RECORD-RUN-CONTROL).
000270*----------------------------------------------------------------
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000650 77  BR0500-RECORDS-CHANGED          PIC 9(07) COMP-3 VALUE ZERO.
000660 77  BR0500-RECORDS-REJECTED         PIC 9(07) COMP-3 VALUE ZERO.
000670 01  BR0500-RUN-DATE                 PIC X(08).
000675     COPY "BrRunLk.cpy".
000680*
000690 PROCEDURE DIVISION.
000700 0000-MAINLINE.
000790*
000800 1000-INITIALIZE.
000810     ACCEPT BR0500-RUN-DATE FROM DATE YYYYMMDD.
000812     PERFORM 1900-CHECK-CYCLE-GATE
000814         THRU 1900-EXIT.
000820     OPEN INPUT CENTROID-FEED-FILE.
000830     IF NOT BR0500-FEED-OK
000840         DISPLAY 'BR0500 - OPEN FAILED ON CENTROID-FEED-FILE '
001010     GO TO 1000-EXIT.
001020 1000-ABEND.
001030     MOVE 16 TO RETURN-CODE.
001032     PERFORM 9900-RECORD-RUN-CONTROL
001034         THRU 9900-EXIT.
001040     GOBACK.
001050 1000-EXIT.
001060     EXIT.
001061*
001062*----------------------------------------------------------------
001063*  NIGHTLY RUN CONTROL - BR3000 CHECKS THIS STEP'S BRCYCRUL
001064*  PREREQUISITES AGAINST BRRUNCTL AND MARKS IT RUNNING.  WHEN THEY
001065*  ARE NOT MET THE STEP ENDS HERE, RETURN-CODE 8, WITH NOTHING
001066*  OPENED OR WRITTEN.
001067*----------------------------------------------------------------
001068 1900-CHECK-CYCLE-GATE.
001069     MOVE SPACES TO RUN-CONTROL-RQRS.
001070     MOVE 'G' TO RL-FUNCTION.
001071     MOVE 'BR0500' TO RL-STEP-ID.
001072     MOVE ZERO TO RL-RETURN-CODE.
001073     CALL 'BR3000' USING RUN-CONTROL-RQRS.
001074     CANCEL 'BR3000'.
001075     IF RL-GATE-PASSED
001076         GO TO 1900-EXIT
001077     END-IF.
001078     DISPLAY 'BR0500 - PREREQUISITES NOT MET, RUN SKIPPED'.
001079     DISPLAY 'BR0500 - ' RL-RESULT-MSG.
001080     MOVE 8 TO RETURN-CODE.
001081     GOBACK.
001082 1900-EXIT.
001083     EXIT.
001084*
001085 2000-PROCESS-FEED-RECORD.
001090     IF PF-POSTAL-CODE = SPACES
001100         OR PF-GEO-LATT NOT NUMERIC
001110         OR PF-GEO-LONG NOT NUMERIC
001880         BR0500-RECORDS-CHANGED.
001890     DISPLAY 'BR0500 - FEED RECS REJECTED: '
001900         BR0500-RECORDS-REJECTED.
001902     PERFORM 9900-RECORD-RUN-CONTROL
001904         THRU 9900-EXIT.
001910 9000-EXIT.
001920     EXIT.
001930*
001940*----------------------------------------------------------------
001950*  NIGHTLY RUN CONTROL - THE STEP'S OUTCOME AND KEY COUNTS TO
001960*  BRRUNCTL THROUGH BR3000, WHICH TAKES THE OUTCOME FROM THE
001970*  RETURN CODE UNLESS ONE IS GIVEN.  COUNT NUMBERS, AS BRCYCRUL
001980*  THRESHOLDS NAME THEM - 1 FEED READ, 2 ADDED, 3 CHANGED, 4
001990*  REJECTED.
002000*----------------------------------------------------------------
002010 9900-RECORD-RUN-CONTROL.
002020     MOVE 'R' TO RL-FUNCTION.
002030     MOVE 'BR0500' TO RL-STEP-ID.
002040     MOVE RETURN-CODE TO RL-RETURN-CODE.
002050     MOVE 'FEED READ' TO RL-COUNT-NAME (1).
002060     MOVE BR0500-RECORDS-READ TO RL-COUNT-VALUE (1).
002070     MOVE 'ADDED' TO RL-COUNT-NAME (2).
002080     MOVE BR0500-RECORDS-ADDED TO RL-COUNT-VALUE (2).
002090     MOVE 'CHANGED' TO RL-COUNT-NAME (3).
002100     MOVE BR0500-RECORDS-CHANGED TO RL-COUNT-VALUE (3).
002110     MOVE 'REJECTED' TO RL-COUNT-NAME (4).
002120     MOVE BR0500-RECORDS-REJECTED TO RL-COUNT-VALUE (4).
002130     CALL 'BR3000' USING RUN-CONTROL-RQRS.
002140     CANCEL 'BR3000'.
002150     MOVE RL-RETURN-CODE TO RETURN-CODE.
002160 9900-EXIT.
002170     EXIT.
