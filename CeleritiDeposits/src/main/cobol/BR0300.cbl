000240*               'BRANCH NOT ON MASTER' DISCREPANCIES.  BR0200
000250*               VALIDATES THE FRAME AND COUNTS; THIS PROGRAM
000260*               ONLY COMPARES DETAILS.
000261*  101526  MO   NIGHTLY RUN CONTROL.  THE STEP ASKS BR3000 AS IT
000262*               STARTS WHETHER ITS BRCYCRUL PREREQUISITES ARE MET
000263*               AND, WHEN THEY ARE NOT, ENDS RETURN-CODE 8 BEFORE
000264*               ANY FILE IS OPENED.  ITS OUTCOME, RETURN CODE AND
000265*               KEY COUNTS GO TO BRRUNCTL AS IT ENDS, ABEND
000266*               INCLUDED (9900-RECORD-RUN-CONTROL).
000270*----------------------------------------------------------------
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000870         10  BR0300-FE-OPEN-HRS   PIC 9(04).
000880         10  BR0300-FE-CLOSE-HRS  PIC 9(04).
000890 01  BR0300-RUN-DATE              PIC X(08).
000895     COPY "BrRunLk.cpy".
000900*
000910 PROCEDURE DIVISION.
000920 0000-MAINLINE.
001010*
001020 1000-INITIALIZE.
001030     ACCEPT BR0300-RUN-DATE FROM DATE YYYYMMDD.
001032     PERFORM 1900-CHECK-CYCLE-GATE
001034         THRU 1900-EXIT.
001040     OPEN INPUT BRANCH-EXTRACT-FILE.
001050     IF NOT BR0300-EXTRACT-OK
001060         DISPLAY 'BR0300 - OPEN FAILED ON BRANCH-EXTRACT-FILE '
001240     GO TO 1000-EXIT.
001250 1000-ABEND.
001260     MOVE 16 TO RETURN-CODE.
001262     PERFORM 9900-RECORD-RUN-CONTROL
001264         THRU 9900-EXIT.
001270     GOBACK.
001280 1000-EXIT.
001290     EXIT.
001291*
001292*----------------------------------------------------------------
001293*  NIGHTLY RUN CONTROL - BR3000 CHECKS THIS STEP'S BRCYCRUL
001294*  PREREQUISITES AGAINST BRRUNCTL AND MARKS IT RUNNING.  WHEN THEY
001295*  ARE NOT MET THE STEP ENDS HERE, RETURN-CODE 8, WITH NOTHING
001296*  OPENED OR WRITTEN.
001297*----------------------------------------------------------------
001298 1900-CHECK-CYCLE-GATE.
001299     MOVE SPACES TO RUN-CONTROL-RQRS.
001300     MOVE 'G' TO RL-FUNCTION.
001301     MOVE 'BR0300' TO RL-STEP-ID.
001302     MOVE ZERO TO RL-RETURN-CODE.
001303     CALL 'BR3000' USING RUN-CONTROL-RQRS.
001304     CANCEL 'BR3000'.
001305     IF RL-GATE-PASSED
001306         GO TO 1900-EXIT
001307     END-IF.
001308     DISPLAY 'BR0300 - PREREQUISITES NOT MET, RUN SKIPPED'.
001309     DISPLAY 'BR0300 - ' RL-RESULT-MSG.
001310     MOVE 8 TO RETURN-CODE.
001311     GOBACK.
001312 1900-EXIT.
001313     EXIT.
001314*
001315 2000-PROCESS-EXTRACT-RECORD.
001320     IF FE-HEADER-RECORD
001330         OR FE-TRAILER-RECORD
001340         PERFORM 2100-READ-EXTRACT
003070     DISPLAY 'BR0300 - NOT ON MASTER : ' BR0300-RECORDS-MISSING.
003080     DISPLAY 'BR0300 - MISMATCHED    : ' BR0300-RECORDS-MISMATCH.
003090     DISPLAY 'BR0300 - DISCREPANCIES : ' BR0300-DISCREPANCY-CNT.
003092     PERFORM 9900-RECORD-RUN-CONTROL
003094         THRU 9900-EXIT.
003100 9000-EXIT.
003110     EXIT.
003120*
003130*----------------------------------------------------------------
003140*  NIGHTLY RUN CONTROL - THE STEP'S OUTCOME AND KEY COUNTS TO
003150*  BRRUNCTL THROUGH BR3000, WHICH TAKES THE OUTCOME FROM THE
003160*  RETURN CODE UNLESS ONE IS GIVEN.  COUNT NUMBERS, AS BRCYCRUL
003170*  THRESHOLDS NAME THEM - 1 EXTRACT READ, 2 DISCREPANCIES, 3 NOT
003180*  ON MASTER, 4 MISMATCHED.
003190*----------------------------------------------------------------
003200 9900-RECORD-RUN-CONTROL.
003210     MOVE 'R' TO RL-FUNCTION.
003220     MOVE 'BR0300' TO RL-STEP-ID.
003230     MOVE RETURN-CODE TO RL-RETURN-CODE.
003240     MOVE 'EXTRACT READ' TO RL-COUNT-NAME (1).
003250     MOVE BR0300-RECORDS-READ TO RL-COUNT-VALUE (1).
003260     MOVE 'DISCREPANCIES' TO RL-COUNT-NAME (2).
003270     MOVE BR0300-DISCREPANCY-CNT TO RL-COUNT-VALUE (2).
003280     MOVE 'NOT ON MASTER' TO RL-COUNT-NAME (3).
003290     MOVE BR0300-RECORDS-MISSING TO RL-COUNT-VALUE (3).
003300     MOVE 'MISMATCHED' TO RL-COUNT-NAME (4).
003310     MOVE BR0300-RECORDS-MISMATCH TO RL-COUNT-VALUE (4).
003320     CALL 'BR3000' USING RUN-CONTROL-RQRS.
003330     CANCEL 'BR3000'.
003340     MOVE RL-RETURN-CODE TO RETURN-CODE.
003350 9900-EXIT.
003360     EXIT.
