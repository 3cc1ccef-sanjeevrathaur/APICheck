000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  BR3100.
000030 AUTHOR.      M OKAFOR.
000040 INSTALLATION. CELERITI DEPOSITS - BRANCH SERVICES.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080*  MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100*  101526  MO   INITIAL VERSION - MORNING NIGHTLY CYCLE SUMMARY.
000110*               ONE BLOCK PER STEP FROM THE BRRUNCTL RUN-CONTROL
000120*               FILE, IN THE RUN ORDER OF THE S LINES ON BRCYCRUL
000130*               (EVERY STEP ON BRRUNCTL, IN STEP ORDER, WHEN THERE
000140*               IS NO RULES FILE) - OUTCOME, RETURN CODE, START
000150*               AND END, KEY COUNTS AND ANY MESSAGE - ENDING WITH
000160*               WHETHER THE BR1600 BRANCH DIRECTORY WAS PUBLISHED
000170*               TO THE WEB AND IVR CHANNELS WITH EVERY
000180*               PREREQUISITE MET.  ONE OPTIONAL SYSIN CARD - THE
000190*               CYCLE DATE, BLANK MEANING THE CYCLE THAT STARTED
000200*               YESTERDAY.  THE RUN ENDS RETURN-CODE 4 WHEN ANY
000210*               STEP DID NOT COMPLETE IN THE CYCLE OR THE
000220*               DIRECTORY WAS NOT PUBLISHED.
000230*----------------------------------------------------------------
000240 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000260 SOURCE-COMPUTER.  IBM-370.
000270 OBJECT-COMPUTER.  IBM-370.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT RUN-CONTROL-FILE ASSIGN TO BRRUNCTL
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS DYNAMIC
000330         RECORD KEY IS RN-STEP-ID
000340         FILE STATUS IS BR3100-RUNCTL-STATUS.
000350
000360     SELECT CYCLE-RULE-FILE ASSIGN TO BRCYCRUL
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS BR3100-RULE-STATUS.
000390
000400     SELECT CYCLE-SUMMARY-FILE ASSIGN TO BRCYCSUM
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS BR3100-REPORT-STATUS.
000430*
000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  RUN-CONTROL-FILE.
000470     COPY "BrRunCtl.cpy".
000480
000490 FD  CYCLE-RULE-FILE
000500     RECORDING MODE IS F.
000510     COPY "BrRunRul.cpy".
000520
000530 FD  CYCLE-SUMMARY-FILE
000540     RECORDING MODE IS F.
000550     COPY "BrCycRp.cpy".
000560*
000570 WORKING-STORAGE SECTION.
000580 77  BR3100-RUNCTL-STATUS            PIC X(02) VALUE SPACES.
000590     88  BR3100-RUNCTL-OK            VALUE '00', '02'.
000600     88  BR3100-RUNCTL-NOT-THERE     VALUE '35'.
000610 77  BR3100-RULE-STATUS              PIC X(02) VALUE SPACES.
000620     88  BR3100-RULE-OK              VALUE '00'.
000630     88  BR3100-RULE-NOT-THERE       VALUE '35'.
000640 77  BR3100-REPORT-STATUS            PIC X(02) VALUE SPACES.
000650     88  BR3100-REPORT-OK            VALUE '00'.
000660 77  BR3100-RUNCTL-OPEN-SW           PIC X(01) VALUE 'N'.
000670     88  BR3100-RUNCTL-FILE-OPEN     VALUE 'Y'.
000680 77  BR3100-RULE-OPEN-SW             PIC X(01) VALUE 'N'.
000690     88  BR3100-RULE-FILE-OPEN       VALUE 'Y'.
000700 77  BR3100-EOF-SW                   PIC X(01) VALUE 'N'.
000710     88  BR3100-EOF-STEPS            VALUE 'Y'.
000720 77  BR3100-FOUND-SW                 PIC X(01) VALUE 'N'.
000730     88  BR3100-STEP-ON-FILE         VALUE 'Y'.
000740 77  BR3100-PUBLISHED-SW             PIC X(01) VALUE 'N'.
000750     88  BR3100-DIRECTORY-PUBLISHED  VALUE 'Y'.
000760 77  BR3100-STEP-CNT                 PIC 9(05) COMP-3 VALUE ZERO.
000770 77  BR3100-COMPLETE-CNT             PIC 9(05) COMP-3 VALUE ZERO.
000780 77  BR3100-WARNING-CNT              PIC 9(05) COMP-3 VALUE ZERO.
000790 77  BR3100-NOT-COMPLETE-CNT         PIC 9(05) COMP-3 VALUE ZERO.
000800 77  BR3100-NOT-RUN-CNT              PIC 9(05) COMP-3 VALUE ZERO.
000810 77  BR3100-CNT-IX                   PIC 9(01) COMP VALUE ZERO.
000820 77  BR3100-SLOT-IX                  PIC 9(01) COMP VALUE ZERO.
000830 77  BR3100-DAY-NUM                  PIC 9(07) COMP VALUE ZERO.
000840 01  BR3100-PUBLISH-STEP             PIC X(08) VALUE 'BR1600'.
000850 01  BR3100-RUN-DATE                 PIC X(08).
000860 01  BR3100-CYCLE-CARD               PIC X(08) VALUE SPACES.
000870 01  BR3100-CYCLE-DATE               PIC X(08) VALUE SPACES.
000880 01  BR3100-DATE-NUM                 PIC 9(08) VALUE ZERO.
000890 01  BR3100-STEP-ID                  PIC X(08) VALUE SPACES.
000900 01  BR3100-STEP-DESC                PIC X(40) VALUE SPACES.
000910 01  BR3100-PRINT-LINE               PIC X(132).
000920 01  BR3100-HEAD-LINE.
000930     05  FILLER                      PIC X(37) VALUE
000940         'BR3100 - NIGHTLY CYCLE SUMMARY, CYCLE'.
000950     05  FILLER                      PIC X(01) VALUE SPACE.
000960     05  BR3100-HEAD-CYCLE-DATE      PIC X(08).
000970     05  FILLER                      PIC X(06) VALUE ', RUN '.
000980     05  BR3100-HEAD-RUN-DATE        PIC X(08).
000990     05  FILLER                      PIC X(72) VALUE SPACES.
001000 01  BR3100-COLUMN-LINE.
001010     05  FILLER                      PIC X(50) VALUE
001020         'STEP     DESCRIPTION'.
001030     05  FILLER                      PIC X(41) VALUE 'OUTCOME'.
001040     05  FILLER                      PIC X(41) VALUE
001050         '  RC STARTED         ENDED'.
001060 01  BR3100-DETAIL-LINE.
001070     05  BR3100-DTL-STEP-ID          PIC X(08).
001080     05  FILLER                      PIC X(01) VALUE SPACE.
001090     05  BR3100-DTL-DESC             PIC X(40).
001100     05  FILLER                      PIC X(01) VALUE SPACE.
001110     05  BR3100-DTL-OUTCOME          PIC X(40).
001120     05  FILLER                      PIC X(01) VALUE SPACE.
001130     05  BR3100-DTL-RC               PIC Z(03)9.
001140     05  FILLER                      PIC X(01) VALUE SPACE.
001150     05  BR3100-DTL-START-DATE       PIC X(08).
001160     05  FILLER                      PIC X(01) VALUE SPACE.
001170     05  BR3100-DTL-START-TIME       PIC X(06).
001180     05  FILLER                      PIC X(01) VALUE SPACE.
001190     05  BR3100-DTL-END-DATE         PIC X(08).
001200     05  FILLER                      PIC X(01) VALUE SPACE.
001210     05  BR3100-DTL-END-TIME         PIC X(06).
001220     05  FILLER                      PIC X(05) VALUE SPACES.
001230 01  BR3100-COUNT-LINE.
001240     05  FILLER                      PIC X(09) VALUE SPACES.
001250     05  BR3100-CNT-SLOT OCCURS 3 TIMES.
001260         10  BR3100-CNT-NO           PIC 9(01).
001270         10  BR3100-CNT-SEP-1        PIC X(01).
001280         10  BR3100-CNT-NAME         PIC X(16).
001290         10  BR3100-CNT-SEP-2        PIC X(02).
001300         10  BR3100-CNT-VALUE        PIC Z(08)9.
001310         10  FILLER                  PIC X(03).
001320     05  FILLER                      PIC X(27) VALUE SPACES.
001330 01  BR3100-MESSAGE-LINE.
001340     05  FILLER                      PIC X(09) VALUE SPACES.
001350     05  BR3100-MSG-TEXT             PIC X(60).
001360     05  FILLER                      PIC X(63) VALUE SPACES.
001370 01  BR3100-VERDICT-LINE.
001380     05  FILLER                      PIC X(19) VALUE
001390         'BRANCH DIRECTORY - '.
001400     05  BR3100-VERDICT-TEXT         PIC X(60).
001410     05  FILLER                      PIC X(53) VALUE SPACES.
001420 01  BR3100-TOTAL-LINE.
001430     05  BR3100-TOT-LABEL            PIC X(20).
001440     05  FILLER                      PIC X(02) VALUE ': '.
001450     05  BR3100-TOT-COUNT            PIC Z(06)9.
001460     05  FILLER                      PIC X(103) VALUE SPACES.
001470*
001480 PROCEDURE DIVISION.
001490 0000-MAINLINE.
001500     PERFORM 1000-INITIALIZE
001510         THRU 1000-EXIT.
001520     IF BR3100-RULE-FILE-OPEN
001530         PERFORM 2000-NEXT-RULE-STEP
001540             THRU 2000-EXIT
001550             UNTIL BR3100-EOF-STEPS
001560     ELSE
001570         PERFORM 2500-NEXT-FILE-STEP
001580             THRU 2500-EXIT
001590             UNTIL BR3100-EOF-STEPS
001600     END-IF.
001610     PERFORM 4000-PUBLISH-VERDICT
001620         THRU 4000-EXIT.
001630     PERFORM 9000-TERMINATE
001640         THRU 9000-EXIT.
001650     GOBACK.
001660*
001670 1000-INITIALIZE.
001680     ACCEPT BR3100-RUN-DATE FROM DATE YYYYMMDD.
001690     ACCEPT BR3100-CYCLE-CARD.
001700     IF BR3100-CYCLE-CARD = SPACES
001710         COMPUTE BR3100-DAY-NUM =
001720             FUNCTION INTEGER-OF-DATE (FUNCTION NUMVAL
001730                 (BR3100-RUN-DATE)) - 1
001740         COMPUTE BR3100-DATE-NUM =
001750             FUNCTION DATE-OF-INTEGER (BR3100-DAY-NUM)
001760         MOVE BR3100-DATE-NUM TO BR3100-CYCLE-DATE
001770     ELSE
001780         IF BR3100-CYCLE-CARD NOT NUMERIC
001790             DISPLAY 'BR3100 - CYCLE DATE CARD NOT NUMERIC <'
001800                 BR3100-CYCLE-CARD '>'
001810             GO TO 1000-ABEND
001820         END-IF
001830         COMPUTE BR3100-DAY-NUM =
001840             FUNCTION INTEGER-OF-DATE (FUNCTION NUMVAL
001850                 (BR3100-CYCLE-CARD))
001860         IF BR3100-DAY-NUM = ZERO
001870             DISPLAY 'BR3100 - CYCLE DATE CARD NOT A DATE <'
001880                 BR3100-CYCLE-CARD '>'
001890             GO TO 1000-ABEND
001900         END-IF
001910         MOVE BR3100-CYCLE-CARD TO BR3100-CYCLE-DATE
001920     END-IF.
001930     OPEN INPUT RUN-CONTROL-FILE.
001940     IF BR3100-RUNCTL-OK
001950         MOVE 'Y' TO BR3100-RUNCTL-OPEN-SW
001960     ELSE
001970         IF NOT BR3100-RUNCTL-NOT-THERE
001980             DISPLAY 'BR3100 - OPEN FAILED ON RUN-CONTROL-FILE '
001990                 BR3100-RUNCTL-STATUS
002000             GO TO 1000-ABEND
002010         END-IF
002020         DISPLAY 'BR3100 - NO BRRUNCTL RUN-CONTROL FILE, NO STEP'
002030             ' HAS RUN'
002040     END-IF.
002050     OPEN INPUT CYCLE-RULE-FILE.
002060     IF BR3100-RULE-OK
002070         MOVE 'Y' TO BR3100-RULE-OPEN-SW
002080     ELSE
002090         IF NOT BR3100-RULE-NOT-THERE
002100             DISPLAY 'BR3100 - OPEN FAILED ON CYCLE-RULE-FILE '
002110                 BR3100-RULE-STATUS
002120             GO TO 1000-ABEND
002130         END-IF
002140         DISPLAY 'BR3100 - NO BRCYCRUL RULES FILE, LISTING EVERY'
002150             ' STEP ON BRRUNCTL'
002160         IF NOT BR3100-RUNCTL-FILE-OPEN
002170             MOVE 'Y' TO BR3100-EOF-SW
002180         END-IF
002190     END-IF.
002200     OPEN OUTPUT CYCLE-SUMMARY-FILE.
002210     IF NOT BR3100-REPORT-OK
002220         DISPLAY 'BR3100 - OPEN FAILED ON CYCLE-SUMMARY-FILE '
002230             BR3100-REPORT-STATUS
002240         GO TO 1000-ABEND
002250     END-IF.
002260     MOVE BR3100-CYCLE-DATE TO BR3100-HEAD-CYCLE-DATE.
002270     MOVE BR3100-RUN-DATE TO BR3100-HEAD-RUN-DATE.
002280     WRITE CS-REPORT-RECORD FROM BR3100-HEAD-LINE.
002290     MOVE SPACES TO BR3100-PRINT-LINE.
002300     WRITE CS-REPORT-RECORD FROM BR3100-PRINT-LINE.
002310     WRITE CS-REPORT-RECORD FROM BR3100-COLUMN-LINE.
002320     MOVE SPACES TO BR3100-PRINT-LINE.
002330     WRITE CS-REPORT-RECORD FROM BR3100-PRINT-LINE.
002340     GO TO 1000-EXIT.
002350 1000-ABEND.
002360     MOVE 16 TO RETURN-CODE.
002370     GOBACK.
002380 1000-EXIT.
002390     EXIT.
002400*
002410*----------------------------------------------------------------
002420*  RULES FILE PRESENT - THE S LINES ARE THE CYCLE, IN RUN ORDER.
002430*----------------------------------------------------------------
002440 2000-NEXT-RULE-STEP.
002450     READ CYCLE-RULE-FILE
002460         AT END
002470             MOVE 'Y' TO BR3100-EOF-SW
002480             GO TO 2000-EXIT
002490     END-READ.
002500     IF NOT BR3100-RULE-OK
002510         MOVE 'Y' TO BR3100-EOF-SW
002520         GO TO 2000-EXIT
002530     END-IF.
002540     IF NOT RU-RULE-STEP
002550         GO TO 2000-EXIT
002560     END-IF.
002570     MOVE RU-STEP-ID TO BR3100-STEP-ID.
002580     MOVE RU-DESC TO BR3100-STEP-DESC.
002590     PERFORM 5000-READ-STEP
002600         THRU 5000-EXIT.
002610     PERFORM 3000-REPORT-STEP
002620         THRU 3000-EXIT.
002630 2000-EXIT.
002640     EXIT.
002650*
002660*----------------------------------------------------------------
002670*  NO RULES FILE - EVERY STEP ON BRRUNCTL, IN STEP ID ORDER.
002680*----------------------------------------------------------------
002690 2500-NEXT-FILE-STEP.
002700     READ RUN-CONTROL-FILE NEXT RECORD
002710         AT END
002720             MOVE 'Y' TO BR3100-EOF-SW
002730             GO TO 2500-EXIT
002740     END-READ.
002750     IF NOT BR3100-RUNCTL-OK
002760         MOVE 'Y' TO BR3100-EOF-SW
002770         GO TO 2500-EXIT
002780     END-IF.
002790     MOVE RN-STEP-ID TO BR3100-STEP-ID.
002800     MOVE SPACES TO BR3100-STEP-DESC.
002810     MOVE 'Y' TO BR3100-FOUND-SW.
002820     PERFORM 3000-REPORT-STEP
002830         THRU 3000-EXIT.
002840 2500-EXIT.
002850     EXIT.
002860*
002870*----------------------------------------------------------------
002880*  ONE STEP - OUTCOME LINE, ITS COUNTS THREE TO A LINE, AND ITS
002890*  MESSAGE.  A STEP WHOSE LAST RUN WAS IN AN EARLIER CYCLE SHOWS
002900*  ONLY THAT CYCLE'S DATE.
002910*----------------------------------------------------------------
002920 3000-REPORT-STEP.
002930     ADD 1 TO BR3100-STEP-CNT.
002940     MOVE SPACES TO BR3100-DETAIL-LINE.
002950     MOVE BR3100-STEP-ID TO BR3100-DTL-STEP-ID.
002960     MOVE BR3100-STEP-DESC TO BR3100-DTL-DESC.
002970     IF NOT BR3100-STEP-ON-FILE
002980         MOVE 'NEVER RUN' TO BR3100-DTL-OUTCOME
002990         ADD 1 TO BR3100-NOT-RUN-CNT
003000         WRITE CS-REPORT-RECORD FROM BR3100-DETAIL-LINE
003010         GO TO 3000-EXIT
003020     END-IF.
003030     IF RN-CYCLE-DATE NOT = BR3100-CYCLE-DATE
003040         STRING 'NOT RUN THIS CYCLE, LAST CYCLE '
003050                 DELIMITED BY SIZE
003060             RN-CYCLE-DATE DELIMITED BY SIZE
003070             INTO BR3100-DTL-OUTCOME
003080         ADD 1 TO BR3100-NOT-RUN-CNT
003090         WRITE CS-REPORT-RECORD FROM BR3100-DETAIL-LINE
003100         GO TO 3000-EXIT
003110     END-IF.
003120     PERFORM 3100-DESCRIBE-OUTCOME
003130         THRU 3100-EXIT.
003140     IF NOT RN-STEP-RUNNING
003150         MOVE RN-RETURN-CODE TO BR3100-DTL-RC
003160         MOVE RN-END-DATE TO BR3100-DTL-END-DATE
003170         MOVE RN-END-TIME TO BR3100-DTL-END-TIME
003180     END-IF.
003190     MOVE RN-START-DATE TO BR3100-DTL-START-DATE.
003200     MOVE RN-START-TIME TO BR3100-DTL-START-TIME.
003210     WRITE CS-REPORT-RECORD FROM BR3100-DETAIL-LINE.
003220     MOVE ZERO TO BR3100-SLOT-IX.
003230     MOVE SPACES TO BR3100-COUNT-LINE.
003240     PERFORM 3200-PRINT-ONE-COUNT
003250         THRU 3200-EXIT
003260         VARYING BR3100-CNT-IX FROM 1 BY 1
003270         UNTIL BR3100-CNT-IX > 6.
003280     IF BR3100-SLOT-IX > ZERO
003290         WRITE CS-REPORT-RECORD FROM BR3100-COUNT-LINE
003300     END-IF.
003310     IF RN-STATUS-MSG NOT = SPACES
003320         MOVE RN-STATUS-MSG TO BR3100-MSG-TEXT
003330         WRITE CS-REPORT-RECORD FROM BR3100-MESSAGE-LINE
003340     END-IF.
003350 3000-EXIT.
003360     EXIT.
003370*
003380 3100-DESCRIBE-OUTCOME.
003390     EVALUATE TRUE
003400         WHEN RN-STEP-COMPLETE
003410             MOVE 'COMPLETE' TO BR3100-DTL-OUTCOME
003420             ADD 1 TO BR3100-COMPLETE-CNT
003430         WHEN RN-STEP-WARNINGS
003440             MOVE 'COMPLETE WITH WARNINGS' TO BR3100-DTL-OUTCOME
003450             ADD 1 TO BR3100-WARNING-CNT
003460         WHEN RN-STEP-HELD
003470             MOVE 'INPUT HELD - NOTHING APPLIED'
003480                 TO BR3100-DTL-OUTCOME
003490             ADD 1 TO BR3100-NOT-COMPLETE-CNT
003500         WHEN RN-STEP-BLOCKED
003510             MOVE 'BLOCKED - PREREQUISITES NOT MET'
003520                 TO BR3100-DTL-OUTCOME
003530             ADD 1 TO BR3100-NOT-COMPLETE-CNT
003540         WHEN RN-STEP-FAILED
003550             MOVE 'FAILED' TO BR3100-DTL-OUTCOME
003560             ADD 1 TO BR3100-NOT-COMPLETE-CNT
003570         WHEN RN-STEP-RUNNING
003580             MOVE 'STARTED - DID NOT FINISH' TO BR3100-DTL-OUTCOME
003590             ADD 1 TO BR3100-NOT-COMPLETE-CNT
003600         WHEN OTHER
003610             MOVE 'UNKNOWN STATUS' TO BR3100-DTL-OUTCOME
003620             ADD 1 TO BR3100-NOT-COMPLETE-CNT
003630     END-EVALUATE.
003640 3100-EXIT.
003650     EXIT.
003660*
003670 3200-PRINT-ONE-COUNT.
003680     IF RN-COUNT-NAME (BR3100-CNT-IX) = SPACES
003690         GO TO 3200-EXIT
003700     END-IF.
003710     ADD 1 TO BR3100-SLOT-IX.
003720     MOVE BR3100-CNT-IX TO BR3100-CNT-NO (BR3100-SLOT-IX).
003730     MOVE SPACE TO BR3100-CNT-SEP-1 (BR3100-SLOT-IX).
003740     MOVE RN-COUNT-NAME (BR3100-CNT-IX)
003750         TO BR3100-CNT-NAME (BR3100-SLOT-IX).
003760     MOVE ': ' TO BR3100-CNT-SEP-2 (BR3100-SLOT-IX).
003770     MOVE RN-COUNT-VALUE (BR3100-CNT-IX)
003780         TO BR3100-CNT-VALUE (BR3100-SLOT-IX).
003790     IF BR3100-SLOT-IX = 3
003800         WRITE CS-REPORT-RECORD FROM BR3100-COUNT-LINE
003810         MOVE SPACES TO BR3100-COUNT-LINE
003820         MOVE ZERO TO BR3100-SLOT-IX
003830     END-IF.
003840 3200-EXIT.
003850     EXIT.
003860*
003870*----------------------------------------------------------------
003880*  BR1600 ONLY RUNS ONCE ITS GATE PASSES, SO ITS OWN OUTCOME IN
003890*  THIS CYCLE SAYS WHETHER THE DIRECTORY WENT OUT CLEAN.
003900*----------------------------------------------------------------
003910 4000-PUBLISH-VERDICT.
003920     MOVE SPACES TO BR3100-PRINT-LINE.
003930     WRITE CS-REPORT-RECORD FROM BR3100-PRINT-LINE.
003940     MOVE BR3100-PUBLISH-STEP TO BR3100-STEP-ID.
003950     PERFORM 5000-READ-STEP
003960         THRU 5000-EXIT.
003970     MOVE SPACES TO BR3100-MSG-TEXT.
003980     EVALUATE TRUE
003990         WHEN NOT BR3100-STEP-ON-FILE
004000             MOVE 'NOT PUBLISHED - BR1600 DID NOT RUN THIS CYCLE'
004010                 TO BR3100-VERDICT-TEXT
004020         WHEN RN-CYCLE-DATE NOT = BR3100-CYCLE-DATE
004030             MOVE 'NOT PUBLISHED - BR1600 DID NOT RUN THIS CYCLE'
004040                 TO BR3100-VERDICT-TEXT
004050         WHEN RN-STEP-COMPLETE
004060             MOVE 'PUBLISHED - EVERY PREREQUISITE MET'
004070                 TO BR3100-VERDICT-TEXT
004080             MOVE 'Y' TO BR3100-PUBLISHED-SW
004090         WHEN RN-STEP-WARNINGS
004100             MOVE 'PUBLISHED WITH WARNINGS, PREREQUISITES MET'
004110                 TO BR3100-VERDICT-TEXT
004120             MOVE 'Y' TO BR3100-PUBLISHED-SW
004130         WHEN RN-STEP-BLOCKED
004140             MOVE 'NOT PUBLISHED - PREREQUISITES NOT MET'
004150                 TO BR3100-VERDICT-TEXT
004160             MOVE RN-STATUS-MSG TO BR3100-MSG-TEXT
004170         WHEN OTHER
004180             MOVE 'NOT PUBLISHED - BR1600 FAILED OR UNFINISHED'
004190                 TO BR3100-VERDICT-TEXT
004200             MOVE RN-STATUS-MSG TO BR3100-MSG-TEXT
004210     END-EVALUATE.
004220     WRITE CS-REPORT-RECORD FROM BR3100-VERDICT-LINE.
004230     IF BR3100-MSG-TEXT NOT = SPACES
004240         WRITE CS-REPORT-RECORD FROM BR3100-MESSAGE-LINE
004250     END-IF.
004260     MOVE SPACES TO BR3100-PRINT-LINE.
004270     WRITE CS-REPORT-RECORD FROM BR3100-PRINT-LINE.
004280 4000-EXIT.
004290     EXIT.
004300*
004310 5000-READ-STEP.
004320     MOVE 'N' TO BR3100-FOUND-SW.
004330     IF NOT BR3100-RUNCTL-FILE-OPEN
004340         GO TO 5000-EXIT
004350     END-IF.
004360     MOVE BR3100-STEP-ID TO RN-STEP-ID.
004370     READ RUN-CONTROL-FILE
004380         KEY IS RN-STEP-ID
004390     END-READ.
004400     IF BR3100-RUNCTL-OK
004410         MOVE 'Y' TO BR3100-FOUND-SW
004420     END-IF.
004430 5000-EXIT.
004440     EXIT.
004450*
004460 9000-TERMINATE.
004470     MOVE 'STEPS' TO BR3100-TOT-LABEL.
004480     MOVE BR3100-STEP-CNT TO BR3100-TOT-COUNT.
004490     WRITE CS-REPORT-RECORD FROM BR3100-TOTAL-LINE.
004500     MOVE 'COMPLETE' TO BR3100-TOT-LABEL.
004510     MOVE BR3100-COMPLETE-CNT TO BR3100-TOT-COUNT.
004520     WRITE CS-REPORT-RECORD FROM BR3100-TOTAL-LINE.
004530     MOVE 'WITH WARNINGS' TO BR3100-TOT-LABEL.
004540     MOVE BR3100-WARNING-CNT TO BR3100-TOT-COUNT.
004550     WRITE CS-REPORT-RECORD FROM BR3100-TOTAL-LINE.
004560     MOVE 'DID NOT COMPLETE' TO BR3100-TOT-LABEL.
004570     MOVE BR3100-NOT-COMPLETE-CNT TO BR3100-TOT-COUNT.
004580     WRITE CS-REPORT-RECORD FROM BR3100-TOTAL-LINE.
004590     MOVE 'NOT RUN THIS CYCLE' TO BR3100-TOT-LABEL.
004600     MOVE BR3100-NOT-RUN-CNT TO BR3100-TOT-COUNT.
004610     WRITE CS-REPORT-RECORD FROM BR3100-TOTAL-LINE.
004620     IF BR3100-RUNCTL-FILE-OPEN
004630         CLOSE RUN-CONTROL-FILE
004640     END-IF.
004650     IF BR3100-RULE-FILE-OPEN
004660         CLOSE CYCLE-RULE-FILE
004670     END-IF.
004680     CLOSE CYCLE-SUMMARY-FILE.
004690     DISPLAY 'BR3100 - CYCLE DATE        : ' BR3100-CYCLE-DATE.
004700     DISPLAY 'BR3100 - STEPS LISTED      : ' BR3100-STEP-CNT.
004710     DISPLAY 'BR3100 - COMPLETE          : ' BR3100-COMPLETE-CNT.
004720     DISPLAY 'BR3100 - WITH WARNINGS     : ' BR3100-WARNING-CNT.
004730     DISPLAY 'BR3100 - DID NOT COMPLETE  : '
004740         BR3100-NOT-COMPLETE-CNT.
004750     DISPLAY 'BR3100 - NOT RUN THIS CYCLE: ' BR3100-NOT-RUN-CNT.
004760     IF BR3100-DIRECTORY-PUBLISHED
004770         DISPLAY 'BR3100 - BRANCH DIRECTORY PUBLISHED'
004780     ELSE
004790         DISPLAY 'BR3100 - BRANCH DIRECTORY NOT PUBLISHED'
004800     END-IF.
004810     IF BR3100-NOT-COMPLETE-CNT > ZERO
004820         OR BR3100-NOT-RUN-CNT > ZERO
004830         OR NOT BR3100-DIRECTORY-PUBLISHED
004840         MOVE 4 TO RETURN-CODE
004850     END-IF.
004860 9000-EXIT.
004870     EXIT.
