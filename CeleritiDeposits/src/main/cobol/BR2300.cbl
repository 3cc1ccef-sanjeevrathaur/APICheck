000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  BR2300.
000030 AUTHOR.      M OKAFOR.
000040 INSTALLATION. CELERITI DEPOSITS - BRANCH SERVICES.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080*  MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100*  101526  MO   INITIAL VERSION - NIGHTLY APPLY OF FUTURE-DATED
000110*               BRANCH MAINTENANCE.  EVERY PENDING ENTRY BR0400
000120*               QUEUED ON BRANPEND WITH AN EFFECTIVE DATE ON OR
000130*               BEFORE THE APPLY DATE (SYSIN CARD, BLANK MEANS
000140*               TODAY) IS HANDED BACK TO BR0400 WITH THE DATE
000150*               BLANKED, SO IT TAKES THE SAME EDITS AND THE SAME
000160*               BRANGEOX, BRMNTJRN, AND BRMNTOUT PATH AS A CHANGE
000170*               KEYED THAT NIGHT.  AN APPLIED ENTRY IS DELETED.
000180*               ONE BR0400 NOW REFUSES - SAY THE BRANCH WAS
000190*               PURGED BY BR0900 SINCE IT WAS KEYED - IS KEPT AS
000200*               FAILED WITH BR0400'S STATUS FOR BR2200 TO CANCEL,
000210*               AND THE RUN ENDS RETURN-CODE 4.  EVERY
000220*               ENTRY THAT FELL DUE IS LISTED ON THE BRANPNDR
000230*               REPORT.  A FATAL STATUS FROM BR0400 (MASTER FILE
000240*               UNAVAILABLE) STOPS THE RUN WITH THE ENTRY STILL
000250*               PENDING.
000260*  101526  MO   NIGHTLY RUN CONTROL.  THE STEP ASKS BR3000 AS IT
000270*               STARTS WHETHER ITS BRCYCRUL PREREQUISITES ARE MET
000280*               AND, WHEN THEY ARE NOT, ENDS RETURN-CODE 8 BEFORE
000290*               ANY FILE IS OPENED.  ITS OUTCOME, RETURN CODE AND
000300*               KEY COUNTS GO TO BRRUNCTL AS IT ENDS, ABEND
000310*               INCLUDED (9900-RECORD-RUN-CONTROL).
000320*----------------------------------------------------------------
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SOURCE-COMPUTER.  IBM-370.
000360 OBJECT-COMPUTER.  IBM-370.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT PENDING-MAINT-FILE ASSIGN TO BRANPEND
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS PM-KEY
000430         FILE STATUS IS BR2300-PENDING-STATUS.
000440
000450     SELECT APPLY-REPORT-FILE ASSIGN TO BRANPNDR
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS BR2300-REPORT-STATUS.
000480*
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  PENDING-MAINT-FILE.
000520     COPY "BrPendMt.cpy".
000530
000540 FD  APPLY-REPORT-FILE
000550     RECORDING MODE IS F.
000560     COPY "BrPndRp.cpy".
000570*
000580 WORKING-STORAGE SECTION.
000590 77  BR2300-PENDING-STATUS           PIC X(02) VALUE SPACES.
000600     88  BR2300-PENDING-OK           VALUE '00', '02'.
000610     88  BR2300-PENDING-NEW-FILE     VALUE '35'.
000620 77  BR2300-REPORT-STATUS            PIC X(02) VALUE SPACES.
000630     88  BR2300-REPORT-OK            VALUE '00'.
000640 77  BR2300-EOF-SW                   PIC X(01) VALUE 'N'.
000650     88  BR2300-EOF-PENDING          VALUE 'Y'.
000660 77  BR2300-STOP-SW                  PIC X(01) VALUE 'N'.
000670     88  BR2300-STOP-RUN             VALUE 'Y'.
000680 77  BR2300-RECORDS-READ             PIC 9(07) COMP-3 VALUE ZERO.
000690 77  BR2300-NOT-YET-DUE              PIC 9(07) COMP-3 VALUE ZERO.
000700 77  BR2300-APPLIED-CNT              PIC 9(07) COMP-3 VALUE ZERO.
000710 77  BR2300-FAILED-CNT               PIC 9(07) COMP-3 VALUE ZERO.
000720 77  BR2300-PRIOR-FAILED             PIC 9(07) COMP-3 VALUE ZERO.
000730 01  BR2300-RUN-DATE                 PIC X(08).
000740 01  BR2300-APPLY-CARD               PIC X(08) VALUE SPACES.
000750 01  BR2300-APPLY-DATE               PIC X(08) VALUE SPACES.
000760     COPY "BranchMnt.cpy".
000770 01  BR2300-PRINT-LINE               PIC X(132).
000780 01  BR2300-HEAD-LINE.
000790     05  FILLER                      PIC X(41) VALUE
000800         'BR2300 - PENDING MAINTENANCE APPLY, RUN '.
000810     05  BR2300-HEAD-RUN-DATE        PIC X(08).
000820     05  FILLER                      PIC X(16) VALUE
000830         ', DUE ON/BEFORE '.
000840     05  BR2300-HEAD-APPLY-DATE      PIC X(08).
000850     05  FILLER                      PIC X(59) VALUE SPACES.
000860 01  BR2300-COLUMN-LINE.
000870     05  FILLER                      PIC X(36) VALUE
000880         'BRANCH EFF DATE SEQ  A RESULT  CODE'.
000890     05  FILLER                      PIC X(41) VALUE
000900         'MESSAGE'.
000910     05  FILLER                      PIC X(41) VALUE
000920         'DETAIL'.
000930     05  FILLER                      PIC X(14) VALUE
000940         'KEYED BY'.
000950 01  BR2300-DETAIL-LINE.
000960     05  BR2300-DTL-BRANCH-ID        PIC X(06).
000970     05  FILLER                      PIC X(01) VALUE SPACE.
000980     05  BR2300-DTL-EFFECTIVE-DATE   PIC X(08).
000990     05  FILLER                      PIC X(01) VALUE SPACE.
001000     05  BR2300-DTL-SEQ-NO           PIC 9(04).
001010     05  FILLER                      PIC X(01) VALUE SPACE.
001020     05  BR2300-DTL-ACTION           PIC X(01).
001030     05  FILLER                      PIC X(01) VALUE SPACE.
001040     05  BR2300-DTL-RESULT           PIC X(07).
001050     05  FILLER                      PIC X(01) VALUE SPACE.
001060     05  BR2300-DTL-STATUSCODE       PIC 9(04).
001070     05  FILLER                      PIC X(01) VALUE SPACE.
001080     05  BR2300-DTL-MESSAGE          PIC X(40).
001090     05  FILLER                      PIC X(01) VALUE SPACE.
001100     05  BR2300-DTL-DESC             PIC X(40).
001110     05  FILLER                      PIC X(01) VALUE SPACE.
001120     05  BR2300-DTL-USER             PIC X(08).
001130     05  FILLER                      PIC X(06) VALUE SPACES.
001140 01  BR2300-TOTAL-LINE.
001150     05  BR2300-TOT-LABEL            PIC X(20).
001160     05  FILLER                      PIC X(02) VALUE ': '.
001170     05  BR2300-TOT-COUNT            PIC Z(06)9.
001180     05  FILLER                      PIC X(103) VALUE SPACES.
001190     COPY "BrRunLk.cpy".
001200*
001210 PROCEDURE DIVISION.
001220 0000-MAINLINE.
001230     PERFORM 1000-INITIALIZE
001240         THRU 1000-EXIT.
001250     PERFORM 2000-PROCESS-PENDING-ENTRY
001260         THRU 2000-EXIT
001270         UNTIL BR2300-EOF-PENDING
001280         OR BR2300-STOP-RUN.
001290     PERFORM 9000-TERMINATE
001300         THRU 9000-EXIT.
001310     GOBACK.
001320*
001330 1000-INITIALIZE.
001340     ACCEPT BR2300-RUN-DATE FROM DATE YYYYMMDD.
001350     PERFORM 1900-CHECK-CYCLE-GATE
001360         THRU 1900-EXIT.
001370     ACCEPT BR2300-APPLY-CARD.
001380     IF BR2300-APPLY-CARD = SPACES
001390         MOVE BR2300-RUN-DATE TO BR2300-APPLY-DATE
001400     ELSE
001410         IF BR2300-APPLY-CARD NOT NUMERIC
001420             DISPLAY 'BR2300 - APPLY DATE CARD NOT NUMERIC <'
001430                 BR2300-APPLY-CARD '>'
001440             GO TO 1000-ABEND
001450         END-IF
001460         MOVE BR2300-APPLY-CARD TO BR2300-APPLY-DATE
001470     END-IF.
001480     DISPLAY 'BR2300 - APPLY DUE ON/BEFORE: ' BR2300-APPLY-DATE.
001490     OPEN I-O PENDING-MAINT-FILE.
001500     IF BR2300-PENDING-NEW-FILE
001510         OPEN OUTPUT PENDING-MAINT-FILE
001520         CLOSE PENDING-MAINT-FILE
001530         OPEN I-O PENDING-MAINT-FILE
001540     END-IF.
001550     IF NOT BR2300-PENDING-OK
001560         DISPLAY 'BR2300 - OPEN FAILED ON PENDING-MAINT-FILE '
001570             BR2300-PENDING-STATUS
001580         GO TO 1000-ABEND
001590     END-IF.
001600     OPEN OUTPUT APPLY-REPORT-FILE.
001610     IF NOT BR2300-REPORT-OK
001620         DISPLAY 'BR2300 - OPEN FAILED ON APPLY-REPORT-FILE '
001630             BR2300-REPORT-STATUS
001640         GO TO 1000-ABEND
001650     END-IF.
001660     MOVE BR2300-RUN-DATE TO BR2300-HEAD-RUN-DATE.
001670     MOVE BR2300-APPLY-DATE TO BR2300-HEAD-APPLY-DATE.
001680     WRITE PR-REPORT-RECORD FROM BR2300-HEAD-LINE.
001690     MOVE SPACES TO BR2300-PRINT-LINE.
001700     WRITE PR-REPORT-RECORD FROM BR2300-PRINT-LINE.
001710     WRITE PR-REPORT-RECORD FROM BR2300-COLUMN-LINE.
001720     GO TO 1000-EXIT.
001730 1000-ABEND.
001740     MOVE 16 TO RETURN-CODE.
001750     PERFORM 9900-RECORD-RUN-CONTROL
001760         THRU 9900-EXIT.
001770     GOBACK.
001780 1000-EXIT.
001790     EXIT.
001800*
001810*----------------------------------------------------------------
001820*  NIGHTLY RUN CONTROL - BR3000 CHECKS THIS STEP'S BRCYCRUL
001830*  PREREQUISITES AGAINST BRRUNCTL AND MARKS IT RUNNING.  WHEN THEY
001840*  ARE NOT MET THE STEP ENDS HERE, RETURN-CODE 8, WITH NOTHING
001850*  OPENED OR WRITTEN.
001860*----------------------------------------------------------------
001870 1900-CHECK-CYCLE-GATE.
001880     MOVE SPACES TO RUN-CONTROL-RQRS.
001890     MOVE 'G' TO RL-FUNCTION.
001900     MOVE 'BR2300' TO RL-STEP-ID.
001910     MOVE ZERO TO RL-RETURN-CODE.
001920     CALL 'BR3000' USING RUN-CONTROL-RQRS.
001930     CANCEL 'BR3000'.
001940     IF RL-GATE-PASSED
001950         GO TO 1900-EXIT
001960     END-IF.
001970     DISPLAY 'BR2300 - PREREQUISITES NOT MET, RUN SKIPPED'.
001980     DISPLAY 'BR2300 - ' RL-RESULT-MSG.
001990     MOVE 8 TO RETURN-CODE.
002000     GOBACK.
002010 1900-EXIT.
002020     EXIT.
002030*
002040 2000-PROCESS-PENDING-ENTRY.
002050     READ PENDING-MAINT-FILE NEXT RECORD
002060         AT END
002070             MOVE 'Y' TO BR2300-EOF-SW
002080             GO TO 2000-EXIT
002090     END-READ.
002100     IF NOT BR2300-PENDING-OK
002110         DISPLAY 'BR2300 - READ FAILED ON PENDING-MAINT-FILE '
002120             BR2300-PENDING-STATUS
002130         MOVE 'Y' TO BR2300-EOF-SW
002140         GO TO 2000-EXIT
002150     END-IF.
002160     ADD 1 TO BR2300-RECORDS-READ.
002170     IF PM-STAT-FAILED
002180         ADD 1 TO BR2300-PRIOR-FAILED
002190         GO TO 2000-EXIT
002200     END-IF.
002210     IF PM-EFFECTIVE-DATE > BR2300-APPLY-DATE
002220         ADD 1 TO BR2300-NOT-YET-DUE
002230         GO TO 2000-EXIT
002240     END-IF.
002250     PERFORM 2100-APPLY-ENTRY
002260         THRU 2100-EXIT.
002270 2000-EXIT.
002280     EXIT.
002290*
002300*----------------------------------------------------------------
002310*  HAND THE QUEUED REQUEST BACK TO BR0400 WITH THE EFFECTIVE
002320*  DATE BLANKED SO IT APPLIES RATHER THAN QUEUES AGAIN.  BR0400
002330*  IS CANCELLED AFTER EACH CALL SO EVERY ENTRY STARTS FROM A
002340*  FRESHLY INITIALISED PROGRAM, AS IT WOULD ONLINE.
002350*----------------------------------------------------------------
002360 2100-APPLY-ENTRY.
002370     MOVE PM-REQUEST-IMAGE TO BRANCHMNTRQ.
002380     MOVE SPACES TO MT-EFFECTIVE-DATE.
002390     CALL 'BR0400' USING BRANCH-MAINT-RQRS.
002400     CANCEL 'BR0400'.
002410     IF MT-SEVERITY-FATAL
002420         DISPLAY 'BR2300 - BR0400 FATAL ' MT-STATUSCODE ' '
002430             MT-STATUSMESSAGE
002440         DISPLAY 'BR2300 - STOPPED AT BRANCH ' PM-BRANCH-ID
002450             ' EFFECTIVE ' PM-EFFECTIVE-DATE
002460         MOVE 'Y' TO BR2300-STOP-SW
002470         GO TO 2100-EXIT
002480     END-IF.
002490     IF MT-SEVERITY-INFO
002500         OR MT-SEVERITY-WARNING
002510             DELETE PENDING-MAINT-FILE RECORD
002520             ADD 1 TO BR2300-APPLIED-CNT
002530             MOVE 'APPLIED' TO BR2300-DTL-RESULT
002540     ELSE
002550         MOVE 'F' TO PM-PEND-STATUS
002560         MOVE BR2300-RUN-DATE TO PM-FAIL-DATE
002570         MOVE MT-STATUSCODE TO PM-FAIL-CODE
002580         MOVE MT-STATUSMESSAGE TO PM-FAIL-MESSAGE
002590         MOVE MT-MESSAGEDESC TO PM-FAIL-DESC
002600         REWRITE PM-PENDING-RECORD
002610         ADD 1 TO BR2300-FAILED-CNT
002620         MOVE 'FAILED ' TO BR2300-DTL-RESULT
002630     END-IF.
002640     IF NOT BR2300-PENDING-OK
002650         DISPLAY 'BR2300 - UPDATE FAILED ON PENDING-MAINT-FILE '
002660             BR2300-PENDING-STATUS ' BRANCH ' PM-BRANCH-ID
002670     END-IF.
002680     PERFORM 9500-WRITE-DETAIL-LINE
002690         THRU 9500-EXIT.
002700 2100-EXIT.
002710     EXIT.
002720*
002730 9500-WRITE-DETAIL-LINE.
002740     MOVE PM-BRANCH-ID TO BR2300-DTL-BRANCH-ID.
002750     MOVE PM-EFFECTIVE-DATE TO BR2300-DTL-EFFECTIVE-DATE.
002760     MOVE PM-SEQ-NO TO BR2300-DTL-SEQ-NO.
002770     MOVE PM-ACTION TO BR2300-DTL-ACTION.
002780     MOVE MT-STATUSCODE TO BR2300-DTL-STATUSCODE.
002790     MOVE MT-STATUSMESSAGE TO BR2300-DTL-MESSAGE.
002800     MOVE MT-MESSAGEDESC TO BR2300-DTL-DESC.
002810     MOVE PM-QUEUED-USER TO BR2300-DTL-USER.
002820     WRITE PR-REPORT-RECORD FROM BR2300-DETAIL-LINE.
002830 9500-EXIT.
002840     EXIT.
002850*
002860 9000-TERMINATE.
002870     MOVE SPACES TO BR2300-PRINT-LINE.
002880     WRITE PR-REPORT-RECORD FROM BR2300-PRINT-LINE.
002890     IF BR2300-APPLIED-CNT = ZERO
002900         AND BR2300-FAILED-CNT = ZERO
002910             MOVE 'NO CHANGES FELL DUE' TO BR2300-PRINT-LINE
002920             WRITE PR-REPORT-RECORD FROM BR2300-PRINT-LINE
002930     END-IF.
002940     MOVE 'APPLIED' TO BR2300-TOT-LABEL.
002950     MOVE BR2300-APPLIED-CNT TO BR2300-TOT-COUNT.
002960     WRITE PR-REPORT-RECORD FROM BR2300-TOTAL-LINE.
002970     MOVE 'FAILED' TO BR2300-TOT-LABEL.
002980     MOVE BR2300-FAILED-CNT TO BR2300-TOT-COUNT.
002990     WRITE PR-REPORT-RECORD FROM BR2300-TOTAL-LINE.
003000     MOVE 'NOT YET DUE' TO BR2300-TOT-LABEL.
003010     MOVE BR2300-NOT-YET-DUE TO BR2300-TOT-COUNT.
003020     WRITE PR-REPORT-RECORD FROM BR2300-TOTAL-LINE.
003030     MOVE 'FAILED EARLIER' TO BR2300-TOT-LABEL.
003040     MOVE BR2300-PRIOR-FAILED TO BR2300-TOT-COUNT.
003050     WRITE PR-REPORT-RECORD FROM BR2300-TOTAL-LINE.
003060     CLOSE PENDING-MAINT-FILE.
003070     CLOSE APPLY-REPORT-FILE.
003080     DISPLAY 'BR2300 - PENDING RECS READ : ' BR2300-RECORDS-READ.
003090     DISPLAY 'BR2300 - APPLIED           : ' BR2300-APPLIED-CNT.
003100     DISPLAY 'BR2300 - FAILED            : ' BR2300-FAILED-CNT.
003110     DISPLAY 'BR2300 - NOT YET DUE       : ' BR2300-NOT-YET-DUE.
003120     DISPLAY 'BR2300 - FAILED EARLIER    : ' BR2300-PRIOR-FAILED.
003130     IF BR2300-STOP-RUN
003140         MOVE 16 TO RETURN-CODE
003150     ELSE
003160         IF BR2300-FAILED-CNT > ZERO
003170             MOVE 4 TO RETURN-CODE
003180         ELSE
003190             MOVE ZERO TO RETURN-CODE
003200         END-IF
003210     END-IF.
003220     PERFORM 9900-RECORD-RUN-CONTROL
003230         THRU 9900-EXIT.
003240 9000-EXIT.
003250     EXIT.
003260*
003270*----------------------------------------------------------------
003280*  NIGHTLY RUN CONTROL - THE STEP'S OUTCOME AND KEY COUNTS TO
003290*  BRRUNCTL THROUGH BR3000, WHICH TAKES THE OUTCOME FROM THE
003300*  RETURN CODE UNLESS ONE IS GIVEN.  COUNT NUMBERS, AS BRCYCRUL
003310*  THRESHOLDS NAME THEM - 1 PENDING READ, 2 APPLIED, 3 FAILED, 4
003320*  NOT YET DUE, 5 FAILED EARLIER.
003330*----------------------------------------------------------------
003340 9900-RECORD-RUN-CONTROL.
003350     MOVE 'R' TO RL-FUNCTION.
003360     MOVE 'BR2300' TO RL-STEP-ID.
003370     MOVE RETURN-CODE TO RL-RETURN-CODE.
003380     MOVE 'PENDING READ' TO RL-COUNT-NAME (1).
003390     MOVE BR2300-RECORDS-READ TO RL-COUNT-VALUE (1).
003400     MOVE 'APPLIED' TO RL-COUNT-NAME (2).
003410     MOVE BR2300-APPLIED-CNT TO RL-COUNT-VALUE (2).
003420     MOVE 'FAILED' TO RL-COUNT-NAME (3).
003430     MOVE BR2300-FAILED-CNT TO RL-COUNT-VALUE (3).
003440     MOVE 'NOT YET DUE' TO RL-COUNT-NAME (4).
003450     MOVE BR2300-NOT-YET-DUE TO RL-COUNT-VALUE (4).
003460     MOVE 'FAILED EARLIER' TO RL-COUNT-NAME (5).
003470     MOVE BR2300-PRIOR-FAILED TO RL-COUNT-VALUE (5).
003480     CALL 'BR3000' USING RUN-CONTROL-RQRS.
003490     CANCEL 'BR3000'.
003500     MOVE RL-RETURN-CODE TO RETURN-CODE.
003510 9900-EXIT.
003520     EXIT.
