000220*               BRANCHES WITH NO OPEN HOURS ALL SEVEN DAYS.
000230*               EVERY ANOMALY GOES TO THE BRANSCHD REPORT FOR
000240*               DATA MAINTENANCE TO WORK PROACTIVELY.
000241*  101526  MO   NIGHTLY RUN CONTROL.  THE STEP ASKS BR3000 AS IT
000242*               STARTS WHETHER ITS BRCYCRUL PREREQUISITES ARE MET
000243*               AND, WHEN THEY ARE NOT, ENDS RETURN-CODE 8 BEFORE
000244*               ANY FILE IS OPENED.  ITS OUTCOME, RETURN CODE AND
000245*               KEY COUNTS GO TO BRRUNCTL AS IT ENDS, ABEND
000246*               INCLUDED (9900-RECORD-RUN-CONTROL).
000247*               ACTIVE BRANCHES THAT NEVER OPEN ARE COUNTED ON
000248*               THEIR OWN (COUNT 4) SO A THRESHOLD CAN STOP THE
000249*               DIRECTORY PUBLISH ON THEM.
000250*----------------------------------------------------------------
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000590 77  BR1500-RECORDS-READ             PIC 9(07) COMP-3 VALUE ZERO.
000600 77  BR1500-BRANCHES-FLAGGED         PIC 9(07) COMP-3 VALUE ZERO.
000610 77  BR1500-ANOMALY-CNT              PIC 9(07) COMP-3 VALUE ZERO.
000615 77  BR1500-NEVER-OPEN-CNT           PIC 9(07) COMP-3 VALUE ZERO.
000620 77  BR1500-FLAGGED-SW               PIC X(01) VALUE 'N'.
000630     88  BR1500-BRANCH-FLAGGED       VALUE 'Y'.
000640 77  BR1500-HRS-IX                   PIC 9(02) COMP VALUE ZERO.
000860 01  BR1500-DAY-NAME-TABLE REDEFINES BR1500-DAY-NAME-DATA.
000870     05  BR1500-DAY-NAME OCCURS 7 TIMES
000880                                     PIC X(09).
000885     COPY "BrRunLk.cpy".
000890*
000900 PROCEDURE DIVISION.
000910 0000-MAINLINE.
001000*
001010 1000-INITIALIZE.
001020     ACCEPT BR1500-RUN-DATE FROM DATE YYYYMMDD.
001022     PERFORM 1900-CHECK-CYCLE-GATE
001024         THRU 1900-EXIT.
001030     OPEN INPUT BRANCH-MASTER-FILE.
001040     IF NOT BR1500-MASTER-OK
001050         DISPLAY 'BR1500 - OPEN FAILED ON BRANCH-MASTER-FILE '
001150     GO TO 1000-EXIT.
001160 1000-ABEND.
001170     MOVE 16 TO RETURN-CODE.
001172     PERFORM 9900-RECORD-RUN-CONTROL
001174         THRU 9900-EXIT.
001180     GOBACK.
001190 1000-EXIT.
001200     EXIT.
001201*
001202*----------------------------------------------------------------
001203*  NIGHTLY RUN CONTROL - BR3000 CHECKS THIS STEP'S BRCYCRUL
001204*  PREREQUISITES AGAINST BRRUNCTL AND MARKS IT RUNNING.  WHEN THEY
001205*  ARE NOT MET THE STEP ENDS HERE, RETURN-CODE 8, WITH NOTHING
001206*  OPENED OR WRITTEN.
001207*----------------------------------------------------------------
001208 1900-CHECK-CYCLE-GATE.
001209     MOVE SPACES TO RUN-CONTROL-RQRS.
001210     MOVE 'G' TO RL-FUNCTION.
001211     MOVE 'BR1500' TO RL-STEP-ID.
001212     MOVE ZERO TO RL-RETURN-CODE.
001213     CALL 'BR3000' USING RUN-CONTROL-RQRS.
001214     CANCEL 'BR3000'.
001215     IF RL-GATE-PASSED
001216         GO TO 1900-EXIT
001217     END-IF.
001218     DISPLAY 'BR1500 - PREREQUISITES NOT MET, RUN SKIPPED'.
001219     DISPLAY 'BR1500 - ' RL-RESULT-MSG.
001220     MOVE 8 TO RETURN-CODE.
001221     GOBACK.
001222 1900-EXIT.
001223     EXIT.
001224*
001225 2000-AUDIT-ONE-BRANCH.
001230     READ BRANCH-MASTER-FILE NEXT RECORD
001240         AT END
001250             MOVE 'Y' TO BR1500-EOF-SW
001470     IF BM-STAT-ACTIVE
001480         AND BR1500-OPEN-SLOT-CNT = ZERO
001490         MOVE ZERO TO BR1500-SLOT-D
001495         ADD 1 TO BR1500-NEVER-OPEN-CNT
001500         MOVE 'NO OPEN HOURS ALL WEEK' TO SC-ANOMALY
001510         MOVE 'ACTIVE BRANCH NEVER OPENS' TO SC-DETAIL
001520         PERFORM 9500-WRITE-ANOMALY
002630         BR1500-BRANCHES-FLAGGED.
002640     DISPLAY 'BR1500 - ANOMALIES WRITTEN : '
002650         BR1500-ANOMALY-CNT.
002652     DISPLAY 'BR1500 - NEVER OPEN        : '
002654         BR1500-NEVER-OPEN-CNT.
002656     PERFORM 9900-RECORD-RUN-CONTROL
002658         THRU 9900-EXIT.
002660 9000-EXIT.
002670     EXIT.
002680*
002690*----------------------------------------------------------------
002700*  NIGHTLY RUN CONTROL - THE STEP'S OUTCOME AND KEY COUNTS TO
002710*  BRRUNCTL THROUGH BR3000, WHICH TAKES THE OUTCOME FROM THE
002720*  RETURN CODE UNLESS ONE IS GIVEN.  COUNT NUMBERS, AS BRCYCRUL
002730*  THRESHOLDS NAME THEM - 1 MASTER READ, 2 FLAGGED, 3 ANOMALIES,
002740*  4 NEVER OPEN.
002750*----------------------------------------------------------------
002760 9900-RECORD-RUN-CONTROL.
002770     MOVE 'R' TO RL-FUNCTION.
002780     MOVE 'BR1500' TO RL-STEP-ID.
002790     MOVE RETURN-CODE TO RL-RETURN-CODE.
002800     MOVE 'MASTER READ' TO RL-COUNT-NAME (1).
002810     MOVE BR1500-RECORDS-READ TO RL-COUNT-VALUE (1).
002820     MOVE 'FLAGGED' TO RL-COUNT-NAME (2).
002830     MOVE BR1500-BRANCHES-FLAGGED TO RL-COUNT-VALUE (2).
002840     MOVE 'ANOMALIES' TO RL-COUNT-NAME (3).
002850     MOVE BR1500-ANOMALY-CNT TO RL-COUNT-VALUE (3).
002860     MOVE 'NEVER OPEN' TO RL-COUNT-NAME (4).
002870     MOVE BR1500-NEVER-OPEN-CNT TO RL-COUNT-VALUE (4).
002880     CALL 'BR3000' USING RUN-CONTROL-RQRS.
002890     CANCEL 'BR3000'.
002900     MOVE RL-RETURN-CODE TO RETURN-CODE.
002910 9900-EXIT.
002920     EXIT.
