000340*               INDEX ENTRY TOO (DEFENSIVE - AN INACTIVE BRANCH
000350*               SHOULD NOT HAVE ONE) SO THE INDEX NEVER POINTS
000360*               AT A MASTER RECORD THAT IS GONE.
000361*  101526  MO   NIGHTLY RUN CONTROL.  THE STEP ASKS BR3000 AS IT
000362*               STARTS WHETHER ITS BRCYCRUL PREREQUISITES ARE MET
000363*               AND, WHEN THEY ARE NOT, ENDS RETURN-CODE 8 BEFORE
000364*               ANY FILE IS OPENED.  ITS OUTCOME, RETURN CODE AND
000365*               KEY COUNTS GO TO BRRUNCTL AS IT ENDS, ABEND
000366*               INCLUDED (9900-RECORD-RUN-CONTROL).
000370*----------------------------------------------------------------
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
001030 01  BR0900-RUN-DATE                 PIC X(08).
001040 01  BR0900-RUN-TIME                 PIC X(06).
001050 01  BR0900-RETENTION-CARD           PIC X(05) VALUE SPACES.
001055     COPY "BrRunLk.cpy".
001060*
001070 PROCEDURE DIVISION.
001080 0000-MAINLINE.
001170*
001180 1000-INITIALIZE.
001190     ACCEPT BR0900-RUN-DATE FROM DATE YYYYMMDD.
001192     PERFORM 1900-CHECK-CYCLE-GATE
001194         THRU 1900-EXIT.
001200     ACCEPT BR0900-RUN-TIME FROM TIME.
001210     ACCEPT BR0900-RETENTION-CARD.
001220     IF BR0900-RETENTION-CARD = SPACES
001620     GO TO 1000-EXIT.
001630 1000-ABEND.
001640     MOVE 16 TO RETURN-CODE.
001642     PERFORM 9900-RECORD-RUN-CONTROL
001644         THRU 9900-EXIT.
001650     GOBACK.
001660 1000-EXIT.
001670     EXIT.
001671*
001672*----------------------------------------------------------------
001673*  NIGHTLY RUN CONTROL - BR3000 CHECKS THIS STEP'S BRCYCRUL
001674*  PREREQUISITES AGAINST BRRUNCTL AND MARKS IT RUNNING.  WHEN THEY
001675*  ARE NOT MET THE STEP ENDS HERE, RETURN-CODE 8, WITH NOTHING
001676*  OPENED OR WRITTEN.
001677*----------------------------------------------------------------
001678 1900-CHECK-CYCLE-GATE.
001679     MOVE SPACES TO RUN-CONTROL-RQRS.
001680     MOVE 'G' TO RL-FUNCTION.
001681     MOVE 'BR0900' TO RL-STEP-ID.
001682     MOVE ZERO TO RL-RETURN-CODE.
001683     CALL 'BR3000' USING RUN-CONTROL-RQRS.
001684     CANCEL 'BR3000'.
001685     IF RL-GATE-PASSED
001686         GO TO 1900-EXIT
001687     END-IF.
001688     DISPLAY 'BR0900 - PREREQUISITES NOT MET, RUN SKIPPED'.
001689     DISPLAY 'BR0900 - ' RL-RESULT-MSG.
001690     MOVE 8 TO RETURN-CODE.
001691     GOBACK.
001692 1900-EXIT.
001693     EXIT.
001694*
001695 2000-EXAMINE-ONE-BRANCH.
001700     READ BRANCH-MASTER-FILE NEXT RECORD
001710         AT END
001720             MOVE 'Y' TO BR0900-EOF-SW
002530         BR0900-RECORDS-ARCHIVED.
002540     DISPLAY 'BR0900 - SKIPPED, NO AGE   : '
002550         BR0900-RECORDS-NO-AGE.
002552     PERFORM 9900-RECORD-RUN-CONTROL
002554         THRU 9900-EXIT.
002560 9000-EXIT.
002570     EXIT.
002580*
002590*----------------------------------------------------------------
002600*  NIGHTLY RUN CONTROL - THE STEP'S OUTCOME AND KEY COUNTS TO
002610*  BRRUNCTL THROUGH BR3000, WHICH TAKES THE OUTCOME FROM THE
002620*  RETURN CODE UNLESS ONE IS GIVEN.  COUNT NUMBERS, AS BRCYCRUL
002630*  THRESHOLDS NAME THEM - 1 MASTER READ, 2 ARCHIVED, 3 SKIPPED
002640*  NO AGE.
002650*----------------------------------------------------------------
002660 9900-RECORD-RUN-CONTROL.
002670     MOVE 'R' TO RL-FUNCTION.
002680     MOVE 'BR0900' TO RL-STEP-ID.
002690     MOVE RETURN-CODE TO RL-RETURN-CODE.
002700     MOVE 'MASTER READ' TO RL-COUNT-NAME (1).
002710     MOVE BR0900-RECORDS-READ TO RL-COUNT-VALUE (1).
002720     MOVE 'ARCHIVED' TO RL-COUNT-NAME (2).
002730     MOVE BR0900-RECORDS-ARCHIVED TO RL-COUNT-VALUE (2).
002740     MOVE 'SKIPPED NO AGE' TO RL-COUNT-NAME (3).
002750     MOVE BR0900-RECORDS-NO-AGE TO RL-COUNT-VALUE (3).
002760     CALL 'BR3000' USING RUN-CONTROL-RQRS.
002770     CANCEL 'BR3000'.
002780     MOVE RL-RETURN-CODE TO RETURN-CODE.
002790 9900-EXIT.
002800     EXIT.
