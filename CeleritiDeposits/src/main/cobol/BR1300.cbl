000210*               ACKS THAT MATCH NO SENT RECORD ARE COUNTED AND
000220*               DISPLAYED - THEY USUALLY MEAN A PRIOR BRMNTOUT
000230*               GENERATION WAS ALREADY CYCLED OFF.
000231*  101526  MO   NIGHTLY RUN CONTROL.  THE STEP ASKS BR3000 AS IT
000232*               STARTS WHETHER ITS BRCYCRUL PREREQUISITES ARE MET
000233*               AND, WHEN THEY ARE NOT, ENDS RETURN-CODE 8 BEFORE
000234*               ANY FILE IS OPENED.  ITS OUTCOME, RETURN CODE AND
000235*               KEY COUNTS GO TO BRRUNCTL AS IT ENDS, ABEND
000236*               INCLUDED (9900-RECORD-RUN-CONTROL).
000240*----------------------------------------------------------------
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
001000             15  BR1300-ACK-TIME     PIC X(06).
001010         10  BR1300-ACK-USED-IND     PIC X(01).
001020             88  BR1300-ACK-USED     VALUE 'Y'.
001025     COPY "BrRunLk.cpy".
001030*
001040 PROCEDURE DIVISION.
001050 0000-MAINLINE.
001210*
001220 1000-INITIALIZE.
001230     ACCEPT BR1300-RUN-DATE FROM DATE YYYYMMDD.
001232     PERFORM 1900-CHECK-CYCLE-GATE
001234         THRU 1900-EXIT.
001240     ACCEPT BR1300-CUTOFF-CARD.
001250     IF BR1300-CUTOFF-CARD = SPACES
001260         MOVE BR1300-DEFAULT-CUTOFF TO BR1300-CUTOFF-DAYS
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
001681     MOVE 'BR1300' TO RL-STEP-ID.
001682     MOVE ZERO TO RL-RETURN-CODE.
001683     CALL 'BR3000' USING RUN-CONTROL-RQRS.
001684     CANCEL 'BR3000'.
001685     IF RL-GATE-PASSED
001686         GO TO 1900-EXIT
001687     END-IF.
001688     DISPLAY 'BR1300 - PREREQUISITES NOT MET, RUN SKIPPED'.
001689     DISPLAY 'BR1300 - ' RL-RESULT-MSG.
001690     MOVE 8 TO RETURN-CODE.
001691     GOBACK.
001692 1900-EXIT.
001693     EXIT.
001694*
001695 2000-LOAD-ONE-ACK.
001700     IF BR1300-ACK-CNT NOT LESS THAN BR1300-ACK-MAX
001710         ADD 1 TO BR1300-ACKS-DROPPED
001720     ELSE
002940     IF BR1300-SENT-ESCALATED > ZERO
002950         MOVE 4 TO RETURN-CODE
002960     END-IF.
002962     PERFORM 9900-RECORD-RUN-CONTROL
002964         THRU 9900-EXIT.
002970 9000-EXIT.
002980     EXIT.
002990*
003000*----------------------------------------------------------------
003010*  NIGHTLY RUN CONTROL - THE STEP'S OUTCOME AND KEY COUNTS TO
003020*  BRRUNCTL THROUGH BR3000, WHICH TAKES THE OUTCOME FROM THE
003030*  RETURN CODE UNLESS ONE IS GIVEN.  COUNT NUMBERS, AS BRCYCRUL
003040*  THRESHOLDS NAME THEM - 1 ACKS READ, 2 SENT READ, 3
003050*  ACKNOWLEDGED, 4 UNACKED, 5 ESCALATED, 6 ACKS NO SEND.
003060*----------------------------------------------------------------
003070 9900-RECORD-RUN-CONTROL.
003080     MOVE 'R' TO RL-FUNCTION.
003090     MOVE 'BR1300' TO RL-STEP-ID.
003100     MOVE RETURN-CODE TO RL-RETURN-CODE.
003110     MOVE 'ACKS READ' TO RL-COUNT-NAME (1).
003120     MOVE BR1300-ACKS-READ TO RL-COUNT-VALUE (1).
003130     MOVE 'SENT READ' TO RL-COUNT-NAME (2).
003140     MOVE BR1300-SENT-READ TO RL-COUNT-VALUE (2).
003150     MOVE 'ACKNOWLEDGED' TO RL-COUNT-NAME (3).
003160     MOVE BR1300-SENT-MATCHED TO RL-COUNT-VALUE (3).
003170     MOVE 'UNACKED' TO RL-COUNT-NAME (4).
003180     MOVE BR1300-SENT-UNACKED TO RL-COUNT-VALUE (4).
003190     MOVE 'ESCALATED' TO RL-COUNT-NAME (5).
003200     MOVE BR1300-SENT-ESCALATED TO RL-COUNT-VALUE (5).
003210     MOVE 'ACKS NO SEND' TO RL-COUNT-NAME (6).
003220     MOVE BR1300-ACKS-UNUSED TO RL-COUNT-VALUE (6).
003230     CALL 'BR3000' USING RUN-CONTROL-RQRS.
003240     CANCEL 'BR3000'.
003250     MOVE RL-RETURN-CODE TO RETURN-CODE.
003260 9900-EXIT.
003270     EXIT.
