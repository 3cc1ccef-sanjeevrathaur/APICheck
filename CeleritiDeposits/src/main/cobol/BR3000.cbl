000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  BR3000.
000030 AUTHOR.      M OKAFOR.
000040 INSTALLATION. CELERITI DEPOSITS - BRANCH SERVICES.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080*  MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100*  101526  MO   INITIAL VERSION - NIGHTLY CYCLE RUN-CONTROL
000110*               SERVICE, CALLED BY EVERY NIGHTLY STEP USING
000120*               RUN-CONTROL-RQRS (BRRUNLK).  A GATE CALL AT THE
000130*               START OF A STEP CHECKS EACH PREREQUISITE BRCYCRUL
000140*               LISTS FOR IT AGAINST THE BRRUNCTL RUN-CONTROL FILE
000150*               - THE PREREQUISITE MUST HAVE ENDED COMPLETE, IN
000160*               THIS CYCLE UNLESS THE RULE SAYS OTHERWISE, AND
000170*               WITHIN ANY COUNT THRESHOLD ON THE RULE - AND MARKS
000180*               THE STEP RUNNING, OR BLOCKED WITH THE FIRST RULE
000190*               THAT FAILED.  A RECORD CALL AT THE END STORES THE
000200*               STEP'S OUTCOME, RETURN CODE AND KEY COUNTS.  THE
000210*               CYCLE DATE IS THE DATE THE NIGHTLY CYCLE STARTED -
000220*               A STEP RUNNING BEFORE 0600 BELONGS TO THE PREVIOUS
000230*               DAY'S CYCLE.  NO BRCYCRUL MEANS NO PREREQUISITES;
000240*               NO USABLE BRRUNCTL MEANS NO STEP MAY START, SINCE
000250*               NOTHING COULD BE PROVED OR RECORDED.
000260*----------------------------------------------------------------
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000290 SOURCE-COMPUTER.  IBM-370.
000300 OBJECT-COMPUTER.  IBM-370.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT RUN-CONTROL-FILE ASSIGN TO BRRUNCTL
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS DYNAMIC
000360         RECORD KEY IS RN-STEP-ID
000370         FILE STATUS IS BR3000-RUNCTL-STATUS.
000380
000390     SELECT CYCLE-RULE-FILE ASSIGN TO BRCYCRUL
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS BR3000-RULE-STATUS.
000420*
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  RUN-CONTROL-FILE.
000460     COPY "BrRunCtl.cpy".
000470
000480 FD  CYCLE-RULE-FILE
000490     RECORDING MODE IS F.
000500     COPY "BrRunRul.cpy".
000510*
000520 WORKING-STORAGE SECTION.
000530 77  BR3000-RUNCTL-STATUS            PIC X(02) VALUE SPACES.
000540     88  BR3000-RUNCTL-OK            VALUE '00', '02'.
000550     88  BR3000-RUNCTL-NOTFND        VALUE '23'.
000560     88  BR3000-RUNCTL-NEW-FILE      VALUE '35'.
000570 77  BR3000-RULE-STATUS              PIC X(02) VALUE SPACES.
000580     88  BR3000-RULE-OK              VALUE '00'.
000590     88  BR3000-RULE-NOT-THERE       VALUE '35'.
000600 77  BR3000-RUNCTL-OPEN-SW           PIC X(01) VALUE 'N'.
000610     88  BR3000-RUNCTL-FILE-OPEN     VALUE 'Y'.
000620 77  BR3000-RULE-EOF-SW              PIC X(01) VALUE 'N'.
000630     88  BR3000-EOF-RULES            VALUE 'Y'.
000640 77  BR3000-GATE-SW                  PIC X(01) VALUE 'Y'.
000650     88  BR3000-GATE-OK              VALUE 'Y'.
000660 77  BR3000-FOUND-SW                 PIC X(01) VALUE 'N'.
000670     88  BR3000-STEP-ON-FILE         VALUE 'Y'.
000680 77  BR3000-CNT-IX                   PIC 9(01) COMP VALUE ZERO.
000690 77  BR3000-BASE-IX                  PIC 9(01) COMP VALUE ZERO.
000700 77  BR3000-DAY-NUM                  PIC 9(07) COMP VALUE ZERO.
000710 77  BR3000-COUNT-WORK               PIC 9(12) COMP-3 VALUE ZERO.
000720 77  BR3000-ALLOW-WORK               PIC 9(12) COMP-3 VALUE ZERO.
000730 77  BR3000-LIMIT                    PIC 9(07) VALUE ZERO.
000740 77  BR3000-RULES-CHECKED            PIC 9(05) COMP-3 VALUE ZERO.
000750 01  BR3000-CYCLE-CUTOFF             PIC X(06) VALUE '060000'.
000760 01  BR3000-RUN-DATE                 PIC X(08).
000770 01  BR3000-RUN-TIME                 PIC X(06).
000780 01  BR3000-CYCLE-DATE               PIC X(08).
000790 01  BR3000-DATE-NUM                 PIC 9(08) VALUE ZERO.
000800 01  BR3000-STATUS-TEXT              PIC X(24) VALUE SPACES.
000810 01  BR3000-COUNT-D                  PIC 9(09) VALUE ZERO.
000820 01  BR3000-NEW-STATUS               PIC X(01) VALUE SPACE.
000830*
000840 LINKAGE SECTION.
000850     COPY "BrRunLk.cpy".
000860*
000870 PROCEDURE DIVISION USING RUN-CONTROL-RQRS.
000880 0000-MAINLINE.
000890     PERFORM 1000-INITIALIZE
000900         THRU 1000-EXIT.
000910     EVALUATE TRUE
000920         WHEN RL-FUNCTION-GATE
000930             PERFORM 2000-CHECK-GATE
000940                 THRU 2000-EXIT
000950         WHEN RL-FUNCTION-RECORD
000960             PERFORM 3000-RECORD-OUTCOME
000970                 THRU 3000-EXIT
000980         WHEN OTHER
000990             MOVE 'RUN-CONTROL FUNCTION MUST BE G OR R'
001000                 TO RL-RESULT-MSG
001010             DISPLAY 'BR3000 - ' RL-STEP-ID ' ' RL-RESULT-MSG
001020     END-EVALUATE.
001030     PERFORM 9000-TERMINATE
001040         THRU 9000-EXIT.
001050     GOBACK.
001060*
001070*----------------------------------------------------------------
001080*  WORKING-STORAGE OUTLIVES THE CALL, SO EVERY SWITCH IS RESET
001090*  HERE RATHER THAN TRUSTED TO ITS VALUE CLAUSE.
001100*----------------------------------------------------------------
001110 1000-INITIALIZE.
001120     MOVE 'N' TO RL-GATE-RESULT.
001130     MOVE SPACES TO RL-RESULT-MSG.
001140     MOVE 'N' TO BR3000-RUNCTL-OPEN-SW.
001150     MOVE 'N' TO BR3000-RULE-EOF-SW.
001160     MOVE 'Y' TO BR3000-GATE-SW.
001170     MOVE 'N' TO BR3000-FOUND-SW.
001180     MOVE ZERO TO BR3000-RULES-CHECKED.
001190     ACCEPT BR3000-RUN-DATE FROM DATE YYYYMMDD.
001200     ACCEPT BR3000-RUN-TIME FROM TIME.
001210     MOVE BR3000-RUN-DATE TO BR3000-CYCLE-DATE.
001220     IF BR3000-RUN-TIME < BR3000-CYCLE-CUTOFF
001230         COMPUTE BR3000-DAY-NUM =
001240             FUNCTION INTEGER-OF-DATE (FUNCTION NUMVAL
001250                 (BR3000-RUN-DATE)) - 1
001260         COMPUTE BR3000-DATE-NUM =
001270             FUNCTION DATE-OF-INTEGER (BR3000-DAY-NUM)
001280         MOVE BR3000-DATE-NUM TO BR3000-CYCLE-DATE
001290     END-IF.
001300     MOVE BR3000-CYCLE-DATE TO RL-CYCLE-DATE.
001310     OPEN I-O RUN-CONTROL-FILE.
001320     IF BR3000-RUNCTL-NEW-FILE
001330         OPEN OUTPUT RUN-CONTROL-FILE
001340         CLOSE RUN-CONTROL-FILE
001350         OPEN I-O RUN-CONTROL-FILE
001360     END-IF.
001370     IF BR3000-RUNCTL-OK
001380         MOVE 'Y' TO BR3000-RUNCTL-OPEN-SW
001390     ELSE
001400         STRING 'RUN-CONTROL FILE BRRUNCTL UNAVAILABLE, STATUS '
001410                 DELIMITED BY SIZE
001420             BR3000-RUNCTL-STATUS DELIMITED BY SIZE
001430             INTO RL-RESULT-MSG
001440         DISPLAY 'BR3000 - ' RL-STEP-ID ' ' RL-RESULT-MSG
001450     END-IF.
001460 1000-EXIT.
001470     EXIT.
001480*
001490*----------------------------------------------------------------
001500*  GATE - EVERY P RULE FOR THE STEP IS CHECKED IN FILE ORDER
001510*  UNTIL ONE FAILS.  THE STEP IS THEN MARKED RUNNING (PASSED) OR
001520*  BLOCKED (NOT MET) ON ITS OWN BRRUNCTL ENTRY.
001530*----------------------------------------------------------------
001540 2000-CHECK-GATE.
001550     IF NOT BR3000-RUNCTL-FILE-OPEN
001560         GO TO 2000-EXIT
001570     END-IF.
001580     OPEN INPUT CYCLE-RULE-FILE.
001590     IF BR3000-RULE-NOT-THERE
001600         DISPLAY 'BR3000 - ' RL-STEP-ID
001610             ' NO BRCYCRUL RULES FILE, NO PREREQUISITES CHECKED'
001620         GO TO 2000-MARK-STEP
001630     END-IF.
001640     IF NOT BR3000-RULE-OK
001650         MOVE 'N' TO BR3000-GATE-SW
001660         STRING 'CYCLE RULES FILE BRCYCRUL UNAVAILABLE, STATUS '
001670                 DELIMITED BY SIZE
001680             BR3000-RULE-STATUS DELIMITED BY SIZE
001690             INTO RL-RESULT-MSG
001700         GO TO 2000-MARK-STEP
001710     END-IF.
001720     PERFORM 2100-CHECK-ONE-RULE
001730         THRU 2100-EXIT
001740         UNTIL BR3000-EOF-RULES
001750         OR NOT BR3000-GATE-OK.
001760     CLOSE CYCLE-RULE-FILE.
001770 2000-MARK-STEP.
001780     MOVE ZERO TO RL-RETURN-CODE.
001790     MOVE SPACES TO RL-STEP-MSG.
001800     IF BR3000-GATE-OK
001810         MOVE 'Y' TO RL-GATE-RESULT
001820         MOVE 'R' TO BR3000-NEW-STATUS
001830     ELSE
001840         MOVE 'B' TO BR3000-NEW-STATUS
001850         MOVE 8 TO RL-RETURN-CODE
001860         MOVE RL-RESULT-MSG TO RL-STEP-MSG
001870         DISPLAY 'BR3000 - ' RL-STEP-ID ' BLOCKED - '
001880             RL-RESULT-MSG
001890     END-IF.
001900     PERFORM 5000-READ-STEP
001910         THRU 5000-EXIT.
001920     MOVE BR3000-CYCLE-DATE TO RN-CYCLE-DATE.
001930     MOVE BR3000-RUN-DATE TO RN-START-DATE.
001940     MOVE BR3000-RUN-TIME TO RN-START-TIME.
001950     IF BR3000-GATE-OK
001960         MOVE SPACES TO RN-END-DATE
001970         MOVE SPACES TO RN-END-TIME
001980     ELSE
001990         MOVE BR3000-RUN-DATE TO RN-END-DATE
002000         MOVE BR3000-RUN-TIME TO RN-END-TIME
002010     END-IF.
002020     MOVE BR3000-NEW-STATUS TO RN-STEP-STATUS.
002030     MOVE RL-RETURN-CODE TO RN-RETURN-CODE.
002040     MOVE RL-STEP-MSG TO RN-STATUS-MSG.
002050     PERFORM 5100-CLEAR-ONE-COUNT
002060         THRU 5100-EXIT
002070         VARYING BR3000-CNT-IX FROM 1 BY 1
002080         UNTIL BR3000-CNT-IX > 6.
002090     PERFORM 5900-WRITE-STEP
002100         THRU 5900-EXIT.
002110 2000-EXIT.
002120     EXIT.
002130*
002140 2100-CHECK-ONE-RULE.
002150     READ CYCLE-RULE-FILE
002160         AT END
002170             MOVE 'Y' TO BR3000-RULE-EOF-SW
002180             GO TO 2100-EXIT
002190     END-READ.
002200     IF NOT RU-RULE-PREREQ
002210         OR RU-STEP-ID NOT = RL-STEP-ID
002220         GO TO 2100-EXIT
002230     END-IF.
002240     ADD 1 TO BR3000-RULES-CHECKED.
002250     MOVE RU-PREREQ-STEP TO RN-STEP-ID.
002260     READ RUN-CONTROL-FILE
002270         KEY IS RN-STEP-ID
002280     END-READ.
002290     IF NOT BR3000-RUNCTL-OK
002300         MOVE 'N' TO BR3000-GATE-SW
002310         STRING RU-PREREQ-STEP DELIMITED BY SPACE
002320             ' HAS NO RUN ON RECORD' DELIMITED BY SIZE
002330             INTO RL-RESULT-MSG
002340         GO TO 2100-EXIT
002350     END-IF.
002360     IF RU-MUST-RUN-THIS-CYCLE
002370         AND RN-CYCLE-DATE NOT = BR3000-CYCLE-DATE
002380         MOVE 'N' TO BR3000-GATE-SW
002390         STRING RU-PREREQ-STEP DELIMITED BY SPACE
002400             ' HAS NOT RUN THIS CYCLE, LAST CYCLE '
002410                 DELIMITED BY SIZE
002420             RN-CYCLE-DATE DELIMITED BY SIZE
002430             INTO RL-RESULT-MSG
002440         GO TO 2100-EXIT
002450     END-IF.
002460     IF NOT RN-STEP-USABLE
002470         PERFORM 2200-DESCRIBE-STATUS
002480             THRU 2200-EXIT
002490         MOVE 'N' TO BR3000-GATE-SW
002500         STRING RU-PREREQ-STEP DELIMITED BY SPACE
002510             ' ' DELIMITED BY SIZE
002520             BR3000-STATUS-TEXT DELIMITED BY SIZE
002530             INTO RL-RESULT-MSG
002540         GO TO 2100-EXIT
002550     END-IF.
002560     IF RU-COUNT-NO = SPACE
002570         OR RU-COUNT-NO = '0'
002580         GO TO 2100-EXIT
002590     END-IF.
002600     PERFORM 2300-CHECK-THRESHOLD
002610         THRU 2300-EXIT.
002620 2100-EXIT.
002630     EXIT.
002640*
002650 2200-DESCRIBE-STATUS.
002660     EVALUATE TRUE
002670         WHEN RN-STEP-RUNNING
002680             MOVE 'STARTED BUT NEVER ENDED' TO BR3000-STATUS-TEXT
002690         WHEN RN-STEP-HELD
002700             MOVE 'HELD ITS INPUT' TO BR3000-STATUS-TEXT
002710         WHEN RN-STEP-BLOCKED
002720             MOVE 'WAS BLOCKED' TO BR3000-STATUS-TEXT
002730         WHEN RN-STEP-FAILED
002740             MOVE 'FAILED' TO BR3000-STATUS-TEXT
002750         WHEN OTHER
002760             MOVE 'HAS AN UNKNOWN STATUS' TO BR3000-STATUS-TEXT
002770     END-EVALUATE.
002780 2200-EXIT.
002790     EXIT.
002800*
002810*----------------------------------------------------------------
002820*  COUNT THRESHOLD.  A RULE THAT CANNOT BE READ FAILS THE GATE -
002830*  A MISTYPED LIMIT MUST NOT QUIETLY LET A BAD CYCLE THROUGH.
002840*----------------------------------------------------------------
002850 2300-CHECK-THRESHOLD.
002860     IF RU-COUNT-NO < '1'
002870         OR RU-COUNT-NO > '6'
002880         OR RU-LIMIT NOT NUMERIC
002890         OR (NOT RU-LIMIT-NUMBER AND NOT RU-LIMIT-PERCENT)
002900         OR (RU-LIMIT-PERCENT
002910             AND (RU-BASE-COUNT-NO < '1'
002920                 OR RU-BASE-COUNT-NO > '6'))
002930         MOVE 'N' TO BR3000-GATE-SW
002940         STRING 'BRCYCRUL THRESHOLD RULE INVALID FOR '
002950                 DELIMITED BY SIZE
002960             RU-PREREQ-STEP DELIMITED BY SPACE
002970             INTO RL-RESULT-MSG
002980         GO TO 2300-EXIT
002990     END-IF.
003000     MOVE RU-COUNT-NO TO BR3000-CNT-IX.
003010     MOVE RU-LIMIT TO BR3000-LIMIT.
003020     MOVE RN-COUNT-VALUE (BR3000-CNT-IX) TO BR3000-COUNT-WORK.
003030     IF RU-LIMIT-NUMBER
003040         MOVE BR3000-LIMIT TO BR3000-ALLOW-WORK
003050     ELSE
003060         MOVE RU-BASE-COUNT-NO TO BR3000-BASE-IX
003070         COMPUTE BR3000-COUNT-WORK = BR3000-COUNT-WORK * 100
003080         COMPUTE BR3000-ALLOW-WORK = BR3000-LIMIT
003090             * RN-COUNT-VALUE (BR3000-BASE-IX)
003100     END-IF.
003110     IF BR3000-COUNT-WORK NOT > BR3000-ALLOW-WORK
003120         GO TO 2300-EXIT
003130     END-IF.
003140     MOVE 'N' TO BR3000-GATE-SW.
003150     MOVE RN-COUNT-VALUE (BR3000-CNT-IX) TO BR3000-COUNT-D.
003160     IF RU-LIMIT-NUMBER
003170         STRING RU-PREREQ-STEP DELIMITED BY SPACE
003180             ' ' DELIMITED BY SIZE
003190             RN-COUNT-NAME (BR3000-CNT-IX) DELIMITED BY '  '
003200             ' ' DELIMITED BY SIZE
003210             BR3000-COUNT-D DELIMITED BY SIZE
003220             ' OVER LIMIT ' DELIMITED BY SIZE
003230             RU-LIMIT DELIMITED BY SIZE
003240             INTO RL-RESULT-MSG
003250     ELSE
003260         STRING RU-PREREQ-STEP DELIMITED BY SPACE
003270             ' ' DELIMITED BY SIZE
003280             RN-COUNT-NAME (BR3000-CNT-IX) DELIMITED BY '  '
003290             ' ' DELIMITED BY SIZE
003300             BR3000-COUNT-D DELIMITED BY SIZE
003310             ' OVER ' DELIMITED BY SIZE
003320             RU-LIMIT DELIMITED BY SIZE
003330             ' PCT OF ' DELIMITED BY SIZE
003340             RN-COUNT-NAME (BR3000-BASE-IX) DELIMITED BY '  '
003350             INTO RL-RESULT-MSG
003360     END-IF.
003370 2300-EXIT.
003380     EXIT.
003390*
003400*----------------------------------------------------------------
003410*  RECORD - THE STEP'S OUTCOME.  A STEP STILL MARKED RUNNING BY
003420*  ITS GATE CALL KEEPS THE CYCLE DATE AND START TIME IT WAS GIVEN
003430*  THEN, SO A STEP THAT RUNS PAST THE CUTOFF STAYS IN ITS CYCLE.
003440*----------------------------------------------------------------
003450 3000-RECORD-OUTCOME.
003460     IF NOT BR3000-RUNCTL-FILE-OPEN
003470         GO TO 3000-EXIT
003480     END-IF.
003490     PERFORM 5000-READ-STEP
003500         THRU 5000-EXIT.
003510     IF NOT BR3000-STEP-ON-FILE
003520         OR NOT RN-STEP-RUNNING
003530         MOVE BR3000-CYCLE-DATE TO RN-CYCLE-DATE
003540         MOVE BR3000-RUN-DATE TO RN-START-DATE
003550         MOVE BR3000-RUN-TIME TO RN-START-TIME
003560     END-IF.
003570     MOVE BR3000-RUN-DATE TO RN-END-DATE.
003580     MOVE BR3000-RUN-TIME TO RN-END-TIME.
003590     IF RL-STEP-STATUS NOT = SPACE
003600         MOVE RL-STEP-STATUS TO RN-STEP-STATUS
003610     ELSE
003620         EVALUATE TRUE
003630             WHEN RL-RETURN-CODE = ZERO
003640                 MOVE 'C' TO RN-STEP-STATUS
003650             WHEN RL-RETURN-CODE NOT > 4
003660                 MOVE 'W' TO RN-STEP-STATUS
003670             WHEN RL-RETURN-CODE NOT > 8
003680                 MOVE 'B' TO RN-STEP-STATUS
003690             WHEN OTHER
003700                 MOVE 'F' TO RN-STEP-STATUS
003710         END-EVALUATE
003720     END-IF.
003730     MOVE RL-RETURN-CODE TO RN-RETURN-CODE.
003740     MOVE RL-STEP-MSG TO RN-STATUS-MSG.
003750     PERFORM 3100-MOVE-ONE-COUNT
003760         THRU 3100-EXIT
003770         VARYING BR3000-CNT-IX FROM 1 BY 1
003780         UNTIL BR3000-CNT-IX > 6.
003790     PERFORM 5900-WRITE-STEP
003800         THRU 5900-EXIT.
003810     MOVE RN-CYCLE-DATE TO RL-CYCLE-DATE.
003820     MOVE 'Y' TO RL-GATE-RESULT.
003830 3000-EXIT.
003840     EXIT.
003850*
003860 3100-MOVE-ONE-COUNT.
003870     MOVE RL-COUNT-NAME (BR3000-CNT-IX)
003880         TO RN-COUNT-NAME (BR3000-CNT-IX).
003890     IF RL-COUNT-NAME (BR3000-CNT-IX) = SPACES
003900         OR RL-COUNT-VALUE (BR3000-CNT-IX) NOT NUMERIC
003910         MOVE ZERO TO RN-COUNT-VALUE (BR3000-CNT-IX)
003920     ELSE
003930         MOVE RL-COUNT-VALUE (BR3000-CNT-IX)
003940             TO RN-COUNT-VALUE (BR3000-CNT-IX)
003950     END-IF.
003960 3100-EXIT.
003970     EXIT.
003980*
003990 5000-READ-STEP.
004000     MOVE RL-STEP-ID TO RN-STEP-ID.
004010     READ RUN-CONTROL-FILE
004020         KEY IS RN-STEP-ID
004030     END-READ.
004040     IF BR3000-RUNCTL-OK
004050         MOVE 'Y' TO BR3000-FOUND-SW
004060     ELSE
004070         MOVE 'N' TO BR3000-FOUND-SW
004080         MOVE SPACES TO RN-RUN-CONTROL-RECORD
004090         MOVE RL-STEP-ID TO RN-STEP-ID
004100     END-IF.
004110 5000-EXIT.
004120     EXIT.
004130*
004140 5100-CLEAR-ONE-COUNT.
004150     MOVE SPACES TO RN-COUNT-NAME (BR3000-CNT-IX).
004160     MOVE ZERO TO RN-COUNT-VALUE (BR3000-CNT-IX).
004170 5100-EXIT.
004180     EXIT.
004190*
004200 5900-WRITE-STEP.
004210     IF BR3000-STEP-ON-FILE
004220         REWRITE RN-RUN-CONTROL-RECORD
004230     ELSE
004240         WRITE RN-RUN-CONTROL-RECORD
004250     END-IF.
004260     IF NOT BR3000-RUNCTL-OK
004270         DISPLAY 'BR3000 - ' RL-STEP-ID
004280             ' RUN-CONTROL UPDATE FAILED, STATUS '
004290             BR3000-RUNCTL-STATUS
004300         MOVE 'N' TO RL-GATE-RESULT
004310         MOVE 'RUN-CONTROL UPDATE FAILED ON BRRUNCTL'
004320             TO RL-RESULT-MSG
004330     END-IF.
004340 5900-EXIT.
004350     EXIT.
004360*
004370 9000-TERMINATE.
004380     IF BR3000-RUNCTL-FILE-OPEN
004390         CLOSE RUN-CONTROL-FILE
004400         MOVE 'N' TO BR3000-RUNCTL-OPEN-SW
004410     END-IF.
004420 9000-EXIT.
004430     EXIT.
