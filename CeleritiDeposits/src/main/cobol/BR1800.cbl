000190*               WITH A BLANK OR UNRECOGNIZED DISTRICT FALL INTO
000200*               AN UNASSIGNED BUCKET SO THE ROLLUP ALWAYS
000210*               ACCOUNTS FOR THE WHOLE NETWORK.
000211*  101526  MO   NIGHTLY RUN CONTROL.  THE STEP ASKS BR3000 AS IT
000212*               STARTS WHETHER ITS BRCYCRUL PREREQUISITES ARE MET
000213*               AND, WHEN THEY ARE NOT, ENDS RETURN-CODE 8 BEFORE
000214*               ANY FILE IS OPENED.  ITS OUTCOME, RETURN CODE AND
000215*               KEY COUNTS GO TO BRRUNCTL AS IT ENDS, ABEND
000216*               INCLUDED (9900-RECORD-RUN-CONTROL).
000220*----------------------------------------------------------------
000230 ENVIRONMENT DIVISION.
000240 CONFIGURATION SECTION.
001520     05  BR1800-TOTAL-CLOSED         PIC Z(07)9.
001530     05  BR1800-TOTAL-INACT          PIC Z(07)9.
001540     05  FILLER                      PIC X(61) VALUE SPACES.
001545     COPY "BrRunLk.cpy".
001550*
001560 PROCEDURE DIVISION.
001570 0000-MAINLINE.
001710*
001720 1000-INITIALIZE.
001730     ACCEPT BR1800-RUN-DATE FROM DATE YYYYMMDD.
001732     PERFORM 1900-CHECK-CYCLE-GATE
001734         THRU 1900-EXIT.
001740     OPEN INPUT BRANCH-MASTER-FILE.
001750     IF NOT BR1800-MASTER-OK
001760         DISPLAY 'BR1800 - OPEN FAILED ON BRANCH-MASTER-FILE '
001920     GO TO 1000-EXIT.
001930 1000-ABEND.
001940     MOVE 16 TO RETURN-CODE.
001942     PERFORM 9900-RECORD-RUN-CONTROL
001944         THRU 9900-EXIT.
001950     GOBACK.
001960 1000-EXIT.
001970     EXIT.
001971*
001972*----------------------------------------------------------------
001973*  NIGHTLY RUN CONTROL - BR3000 CHECKS THIS STEP'S BRCYCRUL
001974*  PREREQUISITES AGAINST BRRUNCTL AND MARKS IT RUNNING.  WHEN THEY
001975*  ARE NOT MET THE STEP ENDS HERE, RETURN-CODE 8, WITH NOTHING
001976*  OPENED OR WRITTEN.
001977*----------------------------------------------------------------
001978 1900-CHECK-CYCLE-GATE.
001979     MOVE SPACES TO RUN-CONTROL-RQRS.
001980     MOVE 'G' TO RL-FUNCTION.
001981     MOVE 'BR1800' TO RL-STEP-ID.
001982     MOVE ZERO TO RL-RETURN-CODE.
001983     CALL 'BR3000' USING RUN-CONTROL-RQRS.
001984     CANCEL 'BR3000'.
001985     IF RL-GATE-PASSED
001986         GO TO 1900-EXIT
001987     END-IF.
001988     DISPLAY 'BR1800 - PREREQUISITES NOT MET, RUN SKIPPED'.
001989     DISPLAY 'BR1800 - ' RL-RESULT-MSG.
001990     MOVE 8 TO RETURN-CODE.
001991     GOBACK.
001992 1900-EXIT.
001993     EXIT.
001994*
001995 1500-LOAD-ONE-DISTRICT.
002000     READ DISTRICT-FILE NEXT RECORD
002010         AT END
002020             MOVE 'Y' TO BR1800-DIST-EOF-SW
004690     DISPLAY 'BR1800 - UNKNOWN DISTRICTS : '
004700         BR1800-UNKNOWN-DISTRICTS.
004710     DISPLAY 'BR1800 - UNASSIGNED        : ' BR1800-U-TOTAL.
004712     PERFORM 9900-RECORD-RUN-CONTROL
004714         THRU 9900-EXIT.
004720 9000-EXIT.
004730     EXIT.
004740*
004750*----------------------------------------------------------------
004760*  NIGHTLY RUN CONTROL - THE STEP'S OUTCOME AND KEY COUNTS TO
004770*  BRRUNCTL THROUGH BR3000, WHICH TAKES THE OUTCOME FROM THE
004780*  RETURN CODE UNLESS ONE IS GIVEN.  COUNT NUMBERS, AS BRCYCRUL
004790*  THRESHOLDS NAME THEM - 1 MASTER READ, 2 DISTRICTS LOADED, 3
004800*  DIST DROPPED, 4 UNKNOWN, 5 UNASSIGNED.
004810*----------------------------------------------------------------
004820 9900-RECORD-RUN-CONTROL.
004830     MOVE 'R' TO RL-FUNCTION.
004840     MOVE 'BR1800' TO RL-STEP-ID.
004850     MOVE RETURN-CODE TO RL-RETURN-CODE.
004860     MOVE 'MASTER READ' TO RL-COUNT-NAME (1).
004870     MOVE BR1800-RECORDS-READ TO RL-COUNT-VALUE (1).
004880     MOVE 'DISTRICTS LOADED' TO RL-COUNT-NAME (2).
004890     MOVE BR1800-DISTRICTS-LOADED TO RL-COUNT-VALUE (2).
004900     MOVE 'DIST DROPPED' TO RL-COUNT-NAME (3).
004910     MOVE BR1800-DIST-OVERFLOW TO RL-COUNT-VALUE (3).
004920     MOVE 'UNKNOWN' TO RL-COUNT-NAME (4).
004930     MOVE BR1800-UNKNOWN-DISTRICTS TO RL-COUNT-VALUE (4).
004940     MOVE 'UNASSIGNED' TO RL-COUNT-NAME (5).
004950     MOVE BR1800-U-TOTAL TO RL-COUNT-VALUE (5).
004960     CALL 'BR3000' USING RUN-CONTROL-RQRS.
004970     CANCEL 'BR3000'.
004980     MOVE RL-RETURN-CODE TO RETURN-CODE.
004990 9900-EXIT.
005000     EXIT.
