000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  BR2500.
000030 AUTHOR.      M OKAFOR.
000040 INSTALLATION. CELERITI DEPOSITS - BRANCH SERVICES.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080*  MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100*  101526  MO   INITIAL VERSION - NIGHTLY APPOINTMENT CONFLICT
000110*               SWEEP.  BR1100 ONLY CHECKS THE BRANCH'S HOURS AT
000120*               THE MOMENT A SLOT IS BOOKED, SO A CLOSURE THAT
000130*               ARRIVES LATER - A BR0700 HOLIDAY LOAD, A BR1200
000140*               EMERGENCY WINDOW, A BR0400 DEACTIVATION OR NEW
000150*               HOURS, A BR0200 FACILITIES HOURS CHANGE - LEFT THE
000160*               BOOKING IN PLACE AND THE CUSTOMER TURNING UP AT A
000170*               CLOSED BRANCH.  EVERY BOOKING NOT YET PAST IS
000180*               CHECKED AGAINST THE BRANCH'S EFFECTIVE HOURS FOR
000190*               ITS DATE (BM-WORKING-HRS WITH ANY BRANHOL
000200*               EXCEPTION FOLDED IN, AS BR1100 DERIVES THEM) AND
000210*               ANY BRANEMRG WINDOW.  ONE NOW OUTSIDE IS FLAGGED
000220*               BA-IN-CONFLICT - NEVER DELETED - AND GOES TO THE
000230*               BRANCNFR REPORT FOR THE BRANCH MANAGER AND THE
000240*               BRANCNFN CUSTOMER NOTICE FILE WITH THE NEXT FREE
000250*               SLOT BR1100'S INQUIRE WOULD OFFER.  A FLAGGED
000260*               BOOKING IS LISTED AGAIN EVERY NIGHT UNTIL STAFF
000270*               CANCEL IT.  THE RUN ENDS RETURN-CODE 4 WHEN IT
000280*               FLAGS ANY NEW CONFLICT.
000290*  101526  MO   BOOKING HOLD AREA WIDENED TO THE 175-BYTE
000300*               BA-APPOINTMENT-RECORD (BA-NO-SHOW-IND ADDED).
000310*  101526  MO   NIGHTLY RUN CONTROL.  THE STEP ASKS BR3000 AS IT
000320*               STARTS WHETHER ITS BRCYCRUL PREREQUISITES ARE MET
000330*               AND, WHEN THEY ARE NOT, ENDS RETURN-CODE 8 BEFORE
000340*               ANY FILE IS OPENED.  ITS OUTCOME, RETURN CODE AND
000350*               KEY COUNTS GO TO BRRUNCTL AS IT ENDS, ABEND
000360*               INCLUDED (9900-RECORD-RUN-CONTROL).
000370*----------------------------------------------------------------
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400 SOURCE-COMPUTER.  IBM-370.
000410 OBJECT-COMPUTER.  IBM-370.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT APPOINTMENT-FILE ASSIGN TO BRANAPPT
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS BA-KEY
000480         FILE STATUS IS BR2500-APPT-STATUS.
000490
000500     SELECT BRANCH-MASTER-FILE ASSIGN TO BRANMSTR
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS BM-BRANCH-ID
000540         FILE STATUS IS BR2500-MASTER-STATUS.
000550
000560     SELECT BRANCH-HOLIDAY-FILE ASSIGN TO BRANHOL
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS BH-KEY
000600         FILE STATUS IS BR2500-HOLIDAY-STATUS.
000610
000620     SELECT EMERGENCY-FILE ASSIGN TO BRANEMRG
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS DYNAMIC
000650         RECORD KEY IS EC-BRANCH-ID
000660         FILE STATUS IS BR2500-EMRG-STATUS.
000670
000680     SELECT ZONE-RULE-FILE ASSIGN TO BRANTZRL
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS DYNAMIC
000710         RECORD KEY IS TR-KEY
000720         FILE STATUS IS BR2500-ZONE-STATUS.
000730
000740     SELECT CONFLICT-REPORT-FILE ASSIGN TO BRANCNFR
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS BR2500-REPORT-STATUS.
000770
000780     SELECT CONFLICT-NOTICE-FILE ASSIGN TO BRANCNFN
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS BR2500-NOTICE-STATUS.
000810*
000820 DATA DIVISION.
000830 FILE SECTION.
000840 FD  APPOINTMENT-FILE.
000850     COPY "BranchApt.cpy".
000860
000870 FD  BRANCH-MASTER-FILE.
000880     COPY "BranchMstr.cpy".
000890
000900 FD  BRANCH-HOLIDAY-FILE.
000910     COPY "BranchHol.cpy".
000920
000930 FD  EMERGENCY-FILE.
000940     COPY "BranchEmr.cpy".
000950
000960 FD  ZONE-RULE-FILE.
000970     COPY "BrTzRule.cpy".
000980
000990 FD  CONFLICT-REPORT-FILE
001000     RECORDING MODE IS F.
001010     COPY "BrCnfRp.cpy".
001020
001030 FD  CONFLICT-NOTICE-FILE
001040     RECORDING MODE IS F.
001050 01  CONFLICT-NOTICE-LINE            PIC X(163).
001060*
001070 WORKING-STORAGE SECTION.
001080 77  BR2500-APPT-STATUS              PIC X(02) VALUE SPACES.
001090     88  BR2500-APPT-OK              VALUE '00', '02'.
001100     88  BR2500-APPT-NOTFND          VALUE '23'.
001110 77  BR2500-MASTER-STATUS            PIC X(02) VALUE SPACES.
001120     88  BR2500-MASTER-OK            VALUE '00', '02'.
001130 77  BR2500-HOLIDAY-STATUS           PIC X(02) VALUE SPACES.
001140     88  BR2500-HOLIDAY-OK           VALUE '00'.
001150 77  BR2500-HOLIDAY-OPEN-SW          PIC X(01) VALUE 'N'.
001160     88  BR2500-HOLIDAY-FILE-OPEN    VALUE 'Y'.
001170 77  BR2500-EMRG-STATUS              PIC X(02) VALUE SPACES.
001180     88  BR2500-EMRG-OK              VALUE '00', '02'.
001190 77  BR2500-EMRG-OPEN-SW             PIC X(01) VALUE 'N'.
001200     88  BR2500-EMRG-FILE-OPEN       VALUE 'Y'.
001210 77  BR2500-REPORT-STATUS            PIC X(02) VALUE SPACES.
001220     88  BR2500-REPORT-OK            VALUE '00'.
001230 77  BR2500-NOTICE-STATUS            PIC X(02) VALUE SPACES.
001240     88  BR2500-NOTICE-OK            VALUE '00'.
001250 77  BR2500-EOF-SW                   PIC X(01) VALUE 'N'.
001260     88  BR2500-EOF-APPT             VALUE 'Y'.
001270 77  BR2500-MASTER-FOUND-SW          PIC X(01) VALUE 'N'.
001280     88  BR2500-MASTER-FOUND         VALUE 'Y'.
001290 77  BR2500-EMRG-FOUND-SW            PIC X(01) VALUE 'N'.
001300     88  BR2500-EMRG-FOUND           VALUE 'Y'.
001310 77  BR2500-CONFLICT-SW              PIC X(01) VALUE 'N'.
001320     88  BR2500-CONFLICT-NOW         VALUE 'Y'.
001330 77  BR2500-WINDOW-SW                PIC X(01) VALUE 'N'.
001340     88  BR2500-IN-EMRG-WINDOW       VALUE 'Y'.
001350 77  BR2500-PROBED-SW                PIC X(01) VALUE 'N'.
001360     88  BR2500-FILE-PROBED          VALUE 'Y'.
001370 77  BR2500-BRANCH-HEAD-SW           PIC X(01) VALUE 'N'.
001380     88  BR2500-BRANCH-HEAD-DONE     VALUE 'Y'.
001390 77  BR2500-SLOT-FOUND-SW            PIC X(01) VALUE 'N'.
001400     88  BR2500-SLOT-FOUND           VALUE 'Y'.
001410 77  BR2500-RECORDS-READ             PIC 9(07) COMP-3 VALUE ZERO.
001420 77  BR2500-APPTS-CHECKED            PIC 9(07) COMP-3 VALUE ZERO.
001430 77  BR2500-NEW-CNT                  PIC 9(07) COMP-3 VALUE ZERO.
001440 77  BR2500-OUTSTANDING-CNT          PIC 9(07) COMP-3 VALUE ZERO.
001450 77  BR2500-RESTORED-CNT             PIC 9(07) COMP-3 VALUE ZERO.
001460 77  BR2500-PAST-CNT                 PIC 9(07) COMP-3 VALUE ZERO.
001470 77  BR2500-NOTICES-WRITTEN          PIC 9(07) COMP-3 VALUE ZERO.
001480 77  BR2500-HRS-IX                   PIC 9(02) COMP VALUE ZERO.
001490 77  BR2500-DAY-SLOT-IX              PIC 9(02) COMP VALUE ZERO.
001500 77  BR2500-DAY-NUM                  PIC 9(07) COMP VALUE ZERO.
001510 77  BR2500-START-DAY-NUM            PIC 9(07) COMP VALUE ZERO.
001520 77  BR2500-DOW-IX                   PIC 9(01) COMP VALUE ZERO.
001530 77  BR2500-DAY-OFFSET               PIC 9(01) COMP VALUE ZERO.
001540 77  BR2500-FUT-DATE-NUM             PIC 9(08) VALUE ZERO.
001550 77  BR2500-EFF-OPEN-HRS             PIC 9(04) VALUE ZERO.
001560 77  BR2500-EFF-CLOSE-HRS            PIC 9(04) VALUE ZERO.
001570 77  BR2500-REQ-TIME-NUM             PIC 9(04) VALUE ZERO.
001580 01  BR2500-SLOT-TIME                PIC 9(04) VALUE ZERO.
001590 01  BR2500-SLOT-TIME-R REDEFINES BR2500-SLOT-TIME.
001600     05  BR2500-SLOT-HH              PIC 9(02).
001610     05  BR2500-SLOT-MM              PIC 9(02).
001620 01  BR2500-SLOT-END                 PIC 9(04) VALUE ZERO.
001630 01  BR2500-SLOT-END-R REDEFINES BR2500-SLOT-END.
001640     05  BR2500-SLOT-END-HH          PIC 9(02).
001650     05  BR2500-SLOT-END-MM          PIC 9(02).
001660 01  BR2500-SLOT-START-STAMP.
001670     05  BR2500-SSS-DATE             PIC X(08).
001680     05  BR2500-SSS-TIME             PIC 9(04).
001690     05  FILLER                      PIC X(02) VALUE '00'.
001700 01  BR2500-SLOT-END-STAMP.
001710     05  BR2500-SES-DATE             PIC X(08).
001720     05  BR2500-SES-TIME             PIC 9(04).
001730     05  FILLER                      PIC X(02) VALUE '00'.
001740 01  BR2500-CONFLICT-REASON          PIC X(30) VALUE SPACES.
001750 01  BR2500-CURR-BRANCH              PIC X(06) VALUE SPACES.
001760 01  BR2500-TARGET-DAY               PIC X(09).
001770 01  BR2500-WORK-DATE                PIC X(08).
001780 01  BR2500-NEXT-DATE                PIC X(08).
001790 01  BR2500-NEXT-TIME                PIC X(04).
001800 01  BR2500-RUN-DATE                 PIC X(08).
001810 01  BR2500-RUN-TIME                 PIC X(06).
001820 01  BR2500-LCL-DATE                 PIC X(08).
001830 01  BR2500-LCL-TIME                 PIC X(04).
001840 01  BR2500-APPT-HOLD                PIC X(175).
001850 77  BR2500-ZONE-STATUS               PIC X(02) VALUE SPACES.
001860     88  BR2500-ZONE-OK               VALUE '00', '02'.
001870 77  BR2500-ZONE-OPEN-SW              PIC X(01) VALUE 'N'.
001880     88  BR2500-ZONE-FILE-OPEN        VALUE 'Y'.
001890 77  BR2500-TZ-RULE-SW                PIC X(01) VALUE 'N'.
001900     88  BR2500-TZ-RULE-FOUND         VALUE 'Y'.
001910 77  BR2500-TZ-DST-SW                 PIC X(01) VALUE 'N'.
001920     88  BR2500-TZ-IN-DST             VALUE 'Y'.
001930 77  BR2500-TZ-UTC-MINS          PIC S9(11) COMP-3 VALUE ZERO.
001940 77  BR2500-TZ-LCL-MINS          PIC S9(11) COMP-3 VALUE ZERO.
001950 77  BR2500-TZ-START-MINS        PIC S9(11) COMP-3 VALUE ZERO.
001960 77  BR2500-TZ-END-MINS          PIC S9(11) COMP-3 VALUE ZERO.
001970 77  BR2500-TZ-DAY-NUM           PIC S9(07) COMP-3 VALUE ZERO.
001980 77  BR2500-TZ-DAY-MINS          PIC S9(05) COMP-3 VALUE ZERO.
001990 77  BR2500-TZ-OFFSET-MINS       PIC S9(04) COMP-3 VALUE ZERO.
002000 01  BR2500-TZ-FROM.
002010     05  BR2500-TZ-FROM-ZONE          PIC X(04).
002020     05  BR2500-TZ-FROM-DATE          PIC X(08).
002030     05  BR2500-TZ-FROM-TIME          PIC X(04).
002040 01  BR2500-TZ-TO.
002050     05  BR2500-TZ-TO-ZONE            PIC X(04).
002060     05  BR2500-TZ-TO-DATE            PIC X(08).
002070     05  BR2500-TZ-TO-TIME            PIC X(04).
002080 01  BR2500-TZ-DATE-NUM               PIC 9(08) VALUE ZERO.
002090 01  BR2500-TZ-DATE-NUM-R REDEFINES BR2500-TZ-DATE-NUM.
002100     05  BR2500-TZ-DATE-YEAR          PIC 9(04).
002110     05  FILLER                      PIC X(04).
002120 01  BR2500-TZ-HHMM                   PIC 9(04) VALUE ZERO.
002130 01  BR2500-TZ-HHMM-R REDEFINES BR2500-TZ-HHMM.
002140     05  BR2500-TZ-HH                 PIC 9(02).
002150     05  BR2500-TZ-MM                 PIC 9(02).
002160 01  BR2500-DAY-NAME-DATA.
002170     05  FILLER                      PIC X(09) VALUE 'MONDAY   '.
002180     05  FILLER                      PIC X(09) VALUE 'TUESDAY  '.
002190     05  FILLER                      PIC X(09) VALUE 'WEDNESDAY'.
002200     05  FILLER                      PIC X(09) VALUE 'THURSDAY '.
002210     05  FILLER                      PIC X(09) VALUE 'FRIDAY   '.
002220     05  FILLER                      PIC X(09) VALUE 'SATURDAY '.
002230     05  FILLER                      PIC X(09) VALUE 'SUNDAY   '.
002240 01  BR2500-DAY-NAME-TABLE REDEFINES BR2500-DAY-NAME-DATA.
002250     05  BR2500-DAY-NAME OCCURS 7 TIMES
002260                                     PIC X(09).
002270     COPY "BrCnfNt.cpy".
002280 01  BR2500-PRINT-LINE               PIC X(132).
002290 01  BR2500-HEAD-LINE.
002300     05  FILLER                      PIC X(36) VALUE
002310         'BR2500 - APPOINTMENT CONFLICTS, RUN '.
002320     05  BR2500-HEAD-RUN-DATE        PIC X(08).
002330     05  FILLER                      PIC X(88) VALUE SPACES.
002340 01  BR2500-COLUMN-LINE.
002350     05  FILLER                      PIC X(26) VALUE
002360         'DATE     TIME STATUS'.
002370     05  FILLER                      PIC X(41) VALUE
002380         'CUSTOMER'.
002390     05  FILLER                      PIC X(16) VALUE
002400         'PHONE'.
002410     05  FILLER                      PIC X(31) VALUE
002420         'REASON'.
002430     05  FILLER                      PIC X(18) VALUE
002440         'NEXT FREE SLOT'.
002450 01  BR2500-BRANCH-LINE.
002460     05  FILLER                      PIC X(07) VALUE 'BRANCH '.
002470     05  BR2500-BRL-BRANCH-ID        PIC X(06).
002480     05  FILLER                      PIC X(02) VALUE SPACES.
002490     05  BR2500-BRL-NAME             PIC X(40).
002500     05  FILLER                      PIC X(77) VALUE SPACES.
002510 01  BR2500-DETAIL-LINE.
002520     05  BR2500-DTL-DATE             PIC X(08).
002530     05  FILLER                      PIC X(01) VALUE SPACE.
002540     05  BR2500-DTL-TIME             PIC X(04).
002550     05  FILLER                      PIC X(01) VALUE SPACE.
002560     05  BR2500-DTL-STATUS           PIC X(11).
002570     05  FILLER                      PIC X(01) VALUE SPACE.
002580     05  BR2500-DTL-CUSTOMER         PIC X(40).
002590     05  FILLER                      PIC X(01) VALUE SPACE.
002600     05  BR2500-DTL-PHONE            PIC X(15).
002610     05  FILLER                      PIC X(01) VALUE SPACE.
002620     05  BR2500-DTL-REASON           PIC X(30).
002630     05  FILLER                      PIC X(01) VALUE SPACE.
002640     05  BR2500-DTL-NEXT-DATE        PIC X(08).
002650     05  FILLER                      PIC X(01) VALUE SPACE.
002660     05  BR2500-DTL-NEXT-TIME        PIC X(04).
002670     05  FILLER                      PIC X(05) VALUE SPACES.
002680 01  BR2500-TOTAL-LINE.
002690     05  BR2500-TOT-LABEL            PIC X(20).
002700     05  FILLER                      PIC X(02) VALUE ': '.
002710     05  BR2500-TOT-COUNT            PIC Z(06)9.
002720     05  FILLER                      PIC X(103) VALUE SPACES.
002730     COPY "BrRunLk.cpy".
002740*
002750 PROCEDURE DIVISION.
002760 0000-MAINLINE.
002770     PERFORM 1000-INITIALIZE
002780         THRU 1000-EXIT.
002790     PERFORM 2000-PROCESS-APPOINTMENT
002800         THRU 2000-EXIT
002810         UNTIL BR2500-EOF-APPT.
002820     PERFORM 9000-TERMINATE
002830         THRU 9000-EXIT.
002840     GOBACK.
002850*
002860 1000-INITIALIZE.
002870     ACCEPT BR2500-RUN-DATE FROM DATE YYYYMMDD.
002880     PERFORM 1900-CHECK-CYCLE-GATE
002890         THRU 1900-EXIT.
002900     ACCEPT BR2500-RUN-TIME FROM TIME.
002910     OPEN I-O APPOINTMENT-FILE.
002920     IF NOT BR2500-APPT-OK
002930         DISPLAY 'BR2500 - OPEN FAILED ON APPOINTMENT-FILE '
002940             BR2500-APPT-STATUS
002950         GO TO 1000-ABEND
002960     END-IF.
002970     OPEN INPUT BRANCH-MASTER-FILE.
002980     IF NOT BR2500-MASTER-OK
002990         DISPLAY 'BR2500 - OPEN FAILED ON BRANCH-MASTER-FILE '
003000             BR2500-MASTER-STATUS
003010         GO TO 1000-ABEND
003020     END-IF.
003030     OPEN INPUT BRANCH-HOLIDAY-FILE.
003040     IF BR2500-HOLIDAY-OK
003050         MOVE 'Y' TO BR2500-HOLIDAY-OPEN-SW
003060     END-IF.
003070     OPEN INPUT EMERGENCY-FILE.
003080     IF BR2500-EMRG-OK
003090         MOVE 'Y' TO BR2500-EMRG-OPEN-SW
003100     END-IF.
003110     OPEN INPUT ZONE-RULE-FILE.
003120     IF BR2500-ZONE-OK
003130         MOVE 'Y' TO BR2500-ZONE-OPEN-SW
003140     END-IF.
003150     OPEN OUTPUT CONFLICT-REPORT-FILE.
003160     IF NOT BR2500-REPORT-OK
003170         DISPLAY 'BR2500 - OPEN FAILED ON CONFLICT-REPORT-FILE '
003180             BR2500-REPORT-STATUS
003190         GO TO 1000-ABEND
003200     END-IF.
003210     OPEN OUTPUT CONFLICT-NOTICE-FILE.
003220     IF NOT BR2500-NOTICE-OK
003230         DISPLAY 'BR2500 - OPEN FAILED ON CONFLICT-NOTICE-FILE '
003240             BR2500-NOTICE-STATUS
003250         GO TO 1000-ABEND
003260     END-IF.
003270     MOVE BR2500-RUN-DATE TO BR2500-HEAD-RUN-DATE.
003280     WRITE CF-REPORT-RECORD FROM BR2500-HEAD-LINE.
003290     MOVE SPACES TO BR2500-PRINT-LINE.
003300     WRITE CF-REPORT-RECORD FROM BR2500-PRINT-LINE.
003310     WRITE CF-REPORT-RECORD FROM BR2500-COLUMN-LINE.
003320     GO TO 1000-EXIT.
003330 1000-ABEND.
003340     MOVE 16 TO RETURN-CODE.
003350     PERFORM 9900-RECORD-RUN-CONTROL
003360         THRU 9900-EXIT.
003370     GOBACK.
003380 1000-EXIT.
003390     EXIT.
003400*
003410*----------------------------------------------------------------
003420*  NIGHTLY RUN CONTROL - BR3000 CHECKS THIS STEP'S BRCYCRUL
003430*  PREREQUISITES AGAINST BRRUNCTL AND MARKS IT RUNNING.  WHEN THEY
003440*  ARE NOT MET THE STEP ENDS HERE, RETURN-CODE 8, WITH NOTHING
003450*  OPENED OR WRITTEN.
003460*----------------------------------------------------------------
003470 1900-CHECK-CYCLE-GATE.
003480     MOVE SPACES TO RUN-CONTROL-RQRS.
003490     MOVE 'G' TO RL-FUNCTION.
003500     MOVE 'BR2500' TO RL-STEP-ID.
003510     MOVE ZERO TO RL-RETURN-CODE.
003520     CALL 'BR3000' USING RUN-CONTROL-RQRS.
003530     CANCEL 'BR3000'.
003540     IF RL-GATE-PASSED
003550         GO TO 1900-EXIT
003560     END-IF.
003570     DISPLAY 'BR2500 - PREREQUISITES NOT MET, RUN SKIPPED'.
003580     DISPLAY 'BR2500 - ' RL-RESULT-MSG.
003590     MOVE 8 TO RETURN-CODE.
003600     GOBACK.
003610 1900-EXIT.
003620     EXIT.
003630*
003640 2000-PROCESS-APPOINTMENT.
003650     READ APPOINTMENT-FILE NEXT RECORD
003660         AT END
003670             MOVE 'Y' TO BR2500-EOF-SW
003680             GO TO 2000-EXIT
003690     END-READ.
003700     IF NOT BR2500-APPT-OK
003710         DISPLAY 'BR2500 - READ FAILED ON APPOINTMENT-FILE '
003720             BR2500-APPT-STATUS
003730         MOVE 'Y' TO BR2500-EOF-SW
003740         GO TO 2000-EXIT
003750     END-IF.
003760     ADD 1 TO BR2500-RECORDS-READ.
003770     IF BA-BRANCH-ID NOT = BR2500-CURR-BRANCH
003780         PERFORM 2100-NEW-BRANCH
003790             THRU 2100-EXIT
003800     END-IF.
003810     IF BA-APPT-DATE < BR2500-LCL-DATE
003820         OR (BA-APPT-DATE = BR2500-LCL-DATE
003830             AND BA-APPT-TIME < BR2500-LCL-TIME)
003840         IF BA-IN-CONFLICT
003850             ADD 1 TO BR2500-PAST-CNT
003860             MOVE 'PAST' TO BR2500-DTL-STATUS
003870             MOVE BA-CONFLICT-REASON TO BR2500-CONFLICT-REASON
003880             MOVE SPACES TO BR2500-NEXT-DATE
003890             MOVE SPACES TO BR2500-NEXT-TIME
003900             PERFORM 9500-WRITE-DETAIL-LINE
003910                 THRU 9500-EXIT
003920         END-IF
003930         GO TO 2000-EXIT
003940     END-IF.
003950     ADD 1 TO BR2500-APPTS-CHECKED.
003960     PERFORM 2200-EVALUATE-APPOINTMENT
003970         THRU 2200-EXIT.
003980     IF BA-IN-CONFLICT
003990         PERFORM 2400-REPORT-OUTSTANDING
004000             THRU 2400-EXIT
004010     ELSE
004020         IF BR2500-CONFLICT-NOW
004030             PERFORM 2300-FLAG-NEW-CONFLICT
004040                 THRU 2300-EXIT
004050         END-IF
004060     END-IF.
004070 2000-EXIT.
004080     EXIT.
004090*
004100*----------------------------------------------------------------
004110*  FIRST BOOKING FOR A BRANCH - PICK UP ITS MASTER RECORD, ITS
004120*  EMERGENCY WINDOW IF ANY, AND NOW AS WALL-CLOCK TIME AT THE
004130*  BRANCH, SINCE BOOKINGS ARE ALWAYS BRANCH LOCAL.
004140*----------------------------------------------------------------
004150 2100-NEW-BRANCH.
004160     MOVE BA-BRANCH-ID TO BR2500-CURR-BRANCH.
004170     MOVE 'N' TO BR2500-BRANCH-HEAD-SW.
004180     MOVE 'N' TO BR2500-MASTER-FOUND-SW.
004190     MOVE 'N' TO BR2500-EMRG-FOUND-SW.
004200     MOVE BA-BRANCH-ID TO BM-BRANCH-ID.
004210     READ BRANCH-MASTER-FILE
004220         KEY IS BM-BRANCH-ID
004230     END-READ.
004240     IF BR2500-MASTER-OK
004250         MOVE 'Y' TO BR2500-MASTER-FOUND-SW
004260     ELSE
004270         MOVE SPACES TO BM-BR-NAME
004280         MOVE SPACES TO BM-TIME-ZONE-ID
004290     END-IF.
004300     IF BR2500-EMRG-FILE-OPEN
004310         MOVE BA-BRANCH-ID TO EC-BRANCH-ID
004320         READ EMERGENCY-FILE
004330             KEY IS EC-BRANCH-ID
004340         END-READ
004350         IF BR2500-EMRG-OK
004360             MOVE 'Y' TO BR2500-EMRG-FOUND-SW
004370         END-IF
004380     END-IF.
004390     MOVE SPACES TO BR2500-TZ-FROM-ZONE.
004400     MOVE BR2500-RUN-DATE TO BR2500-TZ-FROM-DATE.
004410     MOVE BR2500-RUN-TIME (1:4) TO BR2500-TZ-FROM-TIME.
004420     MOVE BM-TIME-ZONE-ID TO BR2500-TZ-TO-ZONE.
004430     PERFORM 5500-CONVERT-ZONE-TIME
004440         THRU 5500-EXIT.
004450     MOVE BR2500-TZ-TO-DATE TO BR2500-LCL-DATE.
004460     MOVE BR2500-TZ-TO-TIME TO BR2500-LCL-TIME.
004470 2100-EXIT.
004480     EXIT.
004490*
004500*----------------------------------------------------------------
004510*  DOES THE BOOKING STILL FALL INSIDE THE BRANCH'S EFFECTIVE
004520*  HOURS - THE SAME TEST BR1100 APPLIES AT BOOKING TIME, PLUS
004530*  THE BRANEMRG WINDOW BR1100 DOES NOT SEE?
004540*----------------------------------------------------------------
004550 2200-EVALUATE-APPOINTMENT.
004560     MOVE 'N' TO BR2500-CONFLICT-SW.
004570     MOVE SPACES TO BR2500-CONFLICT-REASON.
004580     IF NOT BR2500-MASTER-FOUND
004590         MOVE 'Y' TO BR2500-CONFLICT-SW
004600         MOVE 'BRANCH NOT ON MASTER' TO BR2500-CONFLICT-REASON
004610         GO TO 2200-EXIT
004620     END-IF.
004630     IF NOT BM-STAT-ACTIVE
004640         MOVE 'Y' TO BR2500-CONFLICT-SW
004650         MOVE 'BRANCH NOT ACTIVE' TO BR2500-CONFLICT-REASON
004660         GO TO 2200-EXIT
004670     END-IF.
004680     MOVE BA-APPT-DATE TO BR2500-WORK-DATE.
004690     PERFORM 5000-DERIVE-EFFECTIVE-HOURS
004700         THRU 5000-EXIT.
004710     IF BR2500-EFF-OPEN-HRS NOT LESS THAN BR2500-EFF-CLOSE-HRS
004720         MOVE 'Y' TO BR2500-CONFLICT-SW
004730         MOVE 'BRANCH CLOSED ON DATE' TO BR2500-CONFLICT-REASON
004740         GO TO 2200-EXIT
004750     END-IF.
004760     IF BA-APPT-TIME NOT NUMERIC
004770         GO TO 2200-EXIT
004780     END-IF.
004790     MOVE BA-APPT-TIME TO BR2500-SLOT-TIME.
004800     IF BR2500-SLOT-TIME < BR2500-EFF-OPEN-HRS
004810         OR BR2500-SLOT-TIME NOT LESS THAN BR2500-EFF-CLOSE-HRS
004820         MOVE 'Y' TO BR2500-CONFLICT-SW
004830         MOVE 'OUTSIDE BRANCH HOURS FOR DATE'
004840             TO BR2500-CONFLICT-REASON
004850         GO TO 2200-EXIT
004860     END-IF.
004870     PERFORM 2600-TEST-EMERGENCY-WINDOW
004880         THRU 2600-EXIT.
004890     IF BR2500-IN-EMRG-WINDOW
004900         MOVE 'Y' TO BR2500-CONFLICT-SW
004910         MOVE 'INSIDE EMERGENCY CLOSURE' TO BR2500-CONFLICT-REASON
004920     END-IF.
004930 2200-EXIT.
004940     EXIT.
004950*
004960 2300-FLAG-NEW-CONFLICT.
004970     MOVE 'Y' TO BA-CONFLICT-IND.
004980     MOVE BR2500-RUN-DATE TO BA-CONFLICT-DATE.
004990     MOVE BR2500-CONFLICT-REASON TO BA-CONFLICT-REASON.
005000     REWRITE BA-APPOINTMENT-RECORD.
005010     IF NOT BR2500-APPT-OK
005020         DISPLAY 'BR2500 - REWRITE FAILED ON APPOINTMENT-FILE '
005030             BR2500-APPT-STATUS ' ' BA-KEY
005040         GO TO 2300-EXIT
005050     END-IF.
005060     ADD 1 TO BR2500-NEW-CNT.
005070     PERFORM 2500-FIND-NEXT-SLOT
005080         THRU 2500-EXIT.
005090     MOVE 'NEW' TO BR2500-DTL-STATUS.
005100     PERFORM 9500-WRITE-DETAIL-LINE
005110         THRU 9500-EXIT.
005120     PERFORM 9600-WRITE-NOTICE
005130         THRU 9600-EXIT.
005140     PERFORM 2700-REPOSITION
005150         THRU 2700-EXIT.
005160 2300-EXIT.
005170     EXIT.
005180*
005190*----------------------------------------------------------------
005200*  FLAGGED ON AN EARLIER NIGHT AND NOT YET CANCELLED.  LISTED
005210*  AGAIN WITH THE ORIGINAL REASON; ONE THE BRANCH'S HOURS COVER
005220*  AGAIN (AN EMERGENCY CLEARED EARLY, SAY) SHOWS AS RESTORED SO
005230*  STAFF CAN TELL THE CUSTOMER THE SLOT STANDS.
005240*----------------------------------------------------------------
005250 2400-REPORT-OUTSTANDING.
005260     IF BR2500-CONFLICT-NOW
005270         ADD 1 TO BR2500-OUTSTANDING-CNT
005280         MOVE 'OUTSTANDING' TO BR2500-DTL-STATUS
005290     ELSE
005300         ADD 1 TO BR2500-RESTORED-CNT
005310         MOVE 'RESTORED' TO BR2500-DTL-STATUS
005320     END-IF.
005330     MOVE BA-CONFLICT-REASON TO BR2500-CONFLICT-REASON.
005340     PERFORM 2500-FIND-NEXT-SLOT
005350         THRU 2500-EXIT.
005360     PERFORM 9500-WRITE-DETAIL-LINE
005370         THRU 9500-EXIT.
005380     PERFORM 2700-REPOSITION
005390         THRU 2700-EXIT.
005400 2400-EXIT.
005410     EXIT.
005420*
005430*----------------------------------------------------------------
005440*  THE SLOT BR1100'S INQUIRE WOULD OFFER - THE FIRST UNBOOKED
005450*  THIRTY-MINUTE SLOT ON OR AFTER THE ORIGINAL ONE (AND NOT
005460*  BEFORE NOW) WITHIN SEVEN DAYS - SKIPPING ANY SLOT INSIDE THE
005470*  BRANCH'S EMERGENCY WINDOW.  THE PROBES MOVE THE RECORD AREA,
005480*  SO THE BOOKING IS HELD AND PUT BACK AFTERWARD.
005490*----------------------------------------------------------------
005500 2500-FIND-NEXT-SLOT.
005510     MOVE SPACES TO BR2500-NEXT-DATE.
005520     MOVE SPACES TO BR2500-NEXT-TIME.
005530     MOVE 'N' TO BR2500-PROBED-SW.
005540     IF NOT BR2500-MASTER-FOUND
005550         OR NOT BM-STAT-ACTIVE
005560         OR BA-APPT-TIME NOT NUMERIC
005570         GO TO 2500-EXIT
005580     END-IF.
005590     MOVE BA-APPOINTMENT-RECORD TO BR2500-APPT-HOLD.
005600     MOVE 'Y' TO BR2500-PROBED-SW.
005610     COMPUTE BR2500-START-DAY-NUM =
005620         FUNCTION INTEGER-OF-DATE (FUNCTION NUMVAL
005630             (BA-APPT-DATE)).
005640     MOVE BA-APPT-TIME TO BR2500-REQ-TIME-NUM.
005650     IF BA-APPT-DATE = BR2500-LCL-DATE
005660         AND BR2500-LCL-TIME > BA-APPT-TIME
005670         MOVE BR2500-LCL-TIME TO BR2500-REQ-TIME-NUM
005680     END-IF.
005690     MOVE 'N' TO BR2500-SLOT-FOUND-SW.
005700     PERFORM 2510-SCAN-ONE-DAY
005710         THRU 2510-EXIT
005720         VARYING BR2500-DAY-OFFSET FROM 0 BY 1
005730         UNTIL BR2500-DAY-OFFSET > 6
005740         OR BR2500-SLOT-FOUND.
005750     MOVE BR2500-APPT-HOLD TO BA-APPOINTMENT-RECORD.
005760 2500-EXIT.
005770     EXIT.
005780*
005790 2510-SCAN-ONE-DAY.
005800     COMPUTE BR2500-DAY-NUM =
005810         BR2500-START-DAY-NUM + BR2500-DAY-OFFSET.
005820     COMPUTE BR2500-FUT-DATE-NUM =
005830         FUNCTION DATE-OF-INTEGER (BR2500-DAY-NUM).
005840     MOVE BR2500-FUT-DATE-NUM TO BR2500-WORK-DATE.
005850     PERFORM 5000-DERIVE-EFFECTIVE-HOURS
005860         THRU 5000-EXIT.
005870     IF BR2500-EFF-OPEN-HRS NOT LESS THAN BR2500-EFF-CLOSE-HRS
005880         GO TO 2510-EXIT
005890     END-IF.
005900     MOVE BR2500-EFF-OPEN-HRS TO BR2500-SLOT-TIME.
005910     IF BR2500-DAY-OFFSET = ZERO
005920         AND BR2500-REQ-TIME-NUM > BR2500-SLOT-TIME
005930         MOVE BR2500-REQ-TIME-NUM TO BR2500-SLOT-TIME
005940     END-IF.
005950     PERFORM 5300-ALIGN-SLOT-TIME
005960         THRU 5300-EXIT.
005970     PERFORM 2520-TRY-ONE-SLOT
005980         THRU 2520-EXIT
005990         UNTIL BR2500-SLOT-FOUND
006000         OR BR2500-SLOT-TIME NOT LESS THAN BR2500-EFF-CLOSE-HRS.
006010 2510-EXIT.
006020     EXIT.
006030*
006040 2520-TRY-ONE-SLOT.
006050     MOVE BR2500-CURR-BRANCH TO BA-BRANCH-ID.
006060     MOVE BR2500-WORK-DATE TO BA-APPT-DATE.
006070     MOVE BR2500-SLOT-TIME TO BA-APPT-TIME.
006080     READ APPOINTMENT-FILE
006090         KEY IS BA-KEY
006100     END-READ.
006110     IF BR2500-APPT-NOTFND
006120         PERFORM 2600-TEST-EMERGENCY-WINDOW
006130             THRU 2600-EXIT
006140         IF NOT BR2500-IN-EMRG-WINDOW
006150             MOVE 'Y' TO BR2500-SLOT-FOUND-SW
006160             MOVE BR2500-WORK-DATE TO BR2500-NEXT-DATE
006170             MOVE BR2500-SLOT-TIME TO BR2500-NEXT-TIME
006180             GO TO 2520-EXIT
006190         END-IF
006200     END-IF.
006210     PERFORM 5400-BUMP-SLOT-TIME
006220         THRU 5400-EXIT.
006230 2520-EXIT.
006240     EXIT.
006250*
006260*----------------------------------------------------------------
006270*  DOES THE THIRTY-MINUTE SLOT AT BR2500-WORK-DATE/SLOT-TIME
006280*  OVERLAP THE BRANCH'S EMERGENCY WINDOW?  BOTH ARE BRANCH LOCAL.
006290*----------------------------------------------------------------
006300 2600-TEST-EMERGENCY-WINDOW.
006310     MOVE 'N' TO BR2500-WINDOW-SW.
006320     IF NOT BR2500-EMRG-FOUND
006330         GO TO 2600-EXIT
006340     END-IF.
006350     MOVE BR2500-SLOT-TIME TO BR2500-SLOT-END.
006360     ADD 30 TO BR2500-SLOT-END-MM.
006370     IF BR2500-SLOT-END-MM NOT LESS THAN 60
006380         SUBTRACT 60 FROM BR2500-SLOT-END-MM
006390         ADD 1 TO BR2500-SLOT-END-HH
006400     END-IF.
006410     MOVE BR2500-WORK-DATE TO BR2500-SSS-DATE.
006420     MOVE BR2500-SLOT-TIME TO BR2500-SSS-TIME.
006430     MOVE BR2500-WORK-DATE TO BR2500-SES-DATE.
006440     MOVE BR2500-SLOT-END TO BR2500-SES-TIME.
006450     IF BR2500-SLOT-START-STAMP < EC-END-STAMP
006460         AND BR2500-SLOT-END-STAMP > EC-START-STAMP
006470         MOVE 'Y' TO BR2500-WINDOW-SW
006480     END-IF.
006490 2600-EXIT.
006500     EXIT.
006510*
006520*----------------------------------------------------------------
006530*  THE NEXT-SLOT PROBES MOVED THE FILE POSITION - PICK THE
006540*  SEQUENTIAL PASS UP AGAIN AFTER THE BOOKING JUST HANDLED.
006550*----------------------------------------------------------------
006560 2700-REPOSITION.
006570     IF NOT BR2500-FILE-PROBED
006580         GO TO 2700-EXIT
006590     END-IF.
006600     START APPOINTMENT-FILE
006610         KEY IS GREATER THAN BA-KEY
006620     END-START.
006630     IF NOT BR2500-APPT-OK
006640         MOVE 'Y' TO BR2500-EOF-SW
006650     END-IF.
006660 2700-EXIT.
006670     EXIT.
006680*
006690 5000-DERIVE-EFFECTIVE-HOURS.
006700     MOVE ZERO TO BR2500-EFF-OPEN-HRS.
006710     MOVE ZERO TO BR2500-EFF-CLOSE-HRS.
006720     COMPUTE BR2500-DAY-NUM =
006730         FUNCTION INTEGER-OF-DATE (FUNCTION NUMVAL
006740             (BR2500-WORK-DATE)).
006750     IF BR2500-DAY-NUM = ZERO
006760         GO TO 5000-EXIT
006770     END-IF.
006780     PERFORM 5100-DERIVE-DAY-NAME
006790         THRU 5100-EXIT.
006800     MOVE ZERO TO BR2500-DAY-SLOT-IX.
006810     PERFORM 5200-FIND-MASTER-DAY-SLOT
006820         THRU 5200-EXIT
006830         VARYING BR2500-HRS-IX FROM 1 BY 1
006840         UNTIL BR2500-HRS-IX > 7
006850         OR BR2500-DAY-SLOT-IX NOT = ZERO.
006860     IF BR2500-DAY-SLOT-IX = ZERO
006870         GO TO 5000-EXIT
006880     END-IF.
006890     MOVE BM-OPEN-HRS (BR2500-DAY-SLOT-IX)
006900         TO BR2500-EFF-OPEN-HRS.
006910     MOVE BM-CLOSE-HRS (BR2500-DAY-SLOT-IX)
006920         TO BR2500-EFF-CLOSE-HRS.
006930     IF BR2500-HOLIDAY-FILE-OPEN
006940         MOVE BR2500-CURR-BRANCH TO BH-BRANCH-ID
006950         MOVE BR2500-WORK-DATE TO BH-HOLIDAY-DATE
006960         READ BRANCH-HOLIDAY-FILE
006970             KEY IS BH-KEY
006980         END-READ
006990         IF BR2500-HOLIDAY-OK
007000             IF BH-FULLY-CLOSED
007010                 MOVE ZERO TO BR2500-EFF-OPEN-HRS
007020                 MOVE ZERO TO BR2500-EFF-CLOSE-HRS
007030             ELSE
007040                 MOVE BH-OPEN-HRS TO BR2500-EFF-OPEN-HRS
007050                 MOVE BH-CLOSE-HRS TO BR2500-EFF-CLOSE-HRS
007060             END-IF
007070         END-IF
007080     END-IF.
007090 5000-EXIT.
007100     EXIT.
007110*
007120 5100-DERIVE-DAY-NAME.
007130     COMPUTE BR2500-DOW-IX =
007140         FUNCTION MOD (BR2500-DAY-NUM, 7).
007150     IF BR2500-DOW-IX = ZERO
007160         MOVE 7 TO BR2500-DOW-IX
007170     END-IF.
007180     MOVE BR2500-DAY-NAME (BR2500-DOW-IX) TO BR2500-TARGET-DAY.
007190 5100-EXIT.
007200     EXIT.
007210*
007220 5200-FIND-MASTER-DAY-SLOT.
007230     IF BM-WORK-DAY (BR2500-HRS-IX) = BR2500-TARGET-DAY
007240         MOVE BR2500-HRS-IX TO BR2500-DAY-SLOT-IX
007250     END-IF.
007260 5200-EXIT.
007270     EXIT.
007280*
007290 5300-ALIGN-SLOT-TIME.
007300     IF BR2500-SLOT-MM = ZERO
007310         OR BR2500-SLOT-MM = 30
007320         GO TO 5300-EXIT
007330     END-IF.
007340     IF BR2500-SLOT-MM < 30
007350         MOVE 30 TO BR2500-SLOT-MM
007360     ELSE
007370         MOVE ZERO TO BR2500-SLOT-MM
007380         ADD 1 TO BR2500-SLOT-HH
007390     END-IF.
007400 5300-EXIT.
007410     EXIT.
007420*
007430 5400-BUMP-SLOT-TIME.
007440     ADD 30 TO BR2500-SLOT-MM.
007450     IF BR2500-SLOT-MM NOT LESS THAN 60
007460         SUBTRACT 60 FROM BR2500-SLOT-MM
007470         ADD 1 TO BR2500-SLOT-HH
007480     END-IF.
007490 5400-EXIT.
007500     EXIT.
007510*
007520*----------------------------------------------------------------
007530*  CONVERT BR2500-TZ-FROM-DATE/TIME, WALL-CLOCK IN ZONE
007540*  BR2500-TZ-FROM-ZONE, INTO BR2500-TZ-TO-DATE/TIME IN ZONE
007550*  BR2500-TZ-TO-ZONE THROUGH UTC.  A BLANK ZONE IS THE DATA CENTRE
007560*  CLOCK (HOST).  WITH NO RULES ON FILE FOR EITHER ZONE THE MOMENT
007570*  IS PASSED THROUGH UNCHANGED.
007580*----------------------------------------------------------------
007590 5500-CONVERT-ZONE-TIME.
007600     MOVE BR2500-TZ-FROM-DATE TO BR2500-TZ-TO-DATE.
007610     MOVE BR2500-TZ-FROM-TIME TO BR2500-TZ-TO-TIME.
007620     IF BR2500-TZ-FROM-ZONE = SPACES
007630         MOVE 'HOST' TO BR2500-TZ-FROM-ZONE
007640     END-IF.
007650     IF BR2500-TZ-TO-ZONE = SPACES
007660         MOVE 'HOST' TO BR2500-TZ-TO-ZONE
007670     END-IF.
007680     IF BR2500-TZ-FROM-ZONE = BR2500-TZ-TO-ZONE
007690         OR NOT BR2500-ZONE-FILE-OPEN
007700         OR BR2500-TZ-FROM-DATE NOT NUMERIC
007710         OR BR2500-TZ-FROM-TIME NOT NUMERIC
007720         GO TO 5500-EXIT
007730     END-IF.
007740     COMPUTE BR2500-TZ-DAY-NUM =
007750         FUNCTION INTEGER-OF-DATE (FUNCTION NUMVAL
007760             (BR2500-TZ-FROM-DATE)).
007770     IF BR2500-TZ-DAY-NUM = ZERO
007780         GO TO 5500-EXIT
007790     END-IF.
007800     MOVE BR2500-TZ-FROM-TIME TO BR2500-TZ-HHMM.
007810     COMPUTE BR2500-TZ-LCL-MINS =
007820         BR2500-TZ-DAY-NUM * 1440
007830         + BR2500-TZ-HH * 60 + BR2500-TZ-MM.
007840     MOVE BR2500-TZ-FROM-ZONE TO TR-ZONE-ID.
007850     MOVE BR2500-TZ-FROM-DATE (1:4) TO TR-RULE-YEAR.
007860     PERFORM 5510-READ-ZONE-RULE
007870         THRU 5510-EXIT.
007880     IF NOT BR2500-TZ-RULE-FOUND
007890         GO TO 5500-EXIT
007900     END-IF.
007910     PERFORM 5520-LOCAL-TO-UTC
007920         THRU 5520-EXIT.
007930     COMPUTE BR2500-TZ-DAY-NUM = BR2500-TZ-UTC-MINS / 1440.
007940     COMPUTE BR2500-TZ-DATE-NUM =
007950         FUNCTION DATE-OF-INTEGER (BR2500-TZ-DAY-NUM).
007960     MOVE BR2500-TZ-TO-ZONE TO TR-ZONE-ID.
007970     MOVE BR2500-TZ-DATE-YEAR TO TR-RULE-YEAR.
007980     PERFORM 5510-READ-ZONE-RULE
007990         THRU 5510-EXIT.
008000     IF NOT BR2500-TZ-RULE-FOUND
008010         GO TO 5500-EXIT
008020     END-IF.
008030     PERFORM 5530-UTC-TO-LOCAL
008040         THRU 5530-EXIT.
008050 5500-EXIT.
008060     EXIT.
008070*
008080 5510-READ-ZONE-RULE.
008090     MOVE 'N' TO BR2500-TZ-RULE-SW.
008100     READ ZONE-RULE-FILE
008110         KEY IS TR-KEY
008120     END-READ.
008130     IF BR2500-ZONE-OK
008140         MOVE 'Y' TO BR2500-TZ-RULE-SW
008150     END-IF.
008160 5510-EXIT.
008170     EXIT.
008180*
008190 5520-LOCAL-TO-UTC.
008200     COMPUTE BR2500-TZ-UTC-MINS =
008210         BR2500-TZ-LCL-MINS - TR-DST-OFFSET-MINS.
008220     PERFORM 5540-TEST-DAYLIGHT
008230         THRU 5540-EXIT.
008240     IF NOT BR2500-TZ-IN-DST
008250         COMPUTE BR2500-TZ-UTC-MINS =
008260             BR2500-TZ-LCL-MINS - TR-STD-OFFSET-MINS
008270     END-IF.
008280 5520-EXIT.
008290     EXIT.
008300*
008310 5530-UTC-TO-LOCAL.
008320     PERFORM 5540-TEST-DAYLIGHT
008330         THRU 5540-EXIT.
008340     IF BR2500-TZ-IN-DST
008350         MOVE TR-DST-OFFSET-MINS TO BR2500-TZ-OFFSET-MINS
008360     ELSE
008370         MOVE TR-STD-OFFSET-MINS TO BR2500-TZ-OFFSET-MINS
008380     END-IF.
008390     COMPUTE BR2500-TZ-LCL-MINS =
008400         BR2500-TZ-UTC-MINS + BR2500-TZ-OFFSET-MINS.
008410     COMPUTE BR2500-TZ-DAY-NUM = BR2500-TZ-LCL-MINS / 1440.
008420     COMPUTE BR2500-TZ-DAY-MINS =
008430         BR2500-TZ-LCL-MINS - BR2500-TZ-DAY-NUM * 1440.
008440     COMPUTE BR2500-TZ-DATE-NUM =
008450         FUNCTION DATE-OF-INTEGER (BR2500-TZ-DAY-NUM).
008460     COMPUTE BR2500-TZ-HH = BR2500-TZ-DAY-MINS / 60.
008470     COMPUTE BR2500-TZ-MM =
008480         BR2500-TZ-DAY-MINS - BR2500-TZ-HH * 60.
008490     MOVE BR2500-TZ-DATE-NUM TO BR2500-TZ-TO-DATE.
008500     MOVE BR2500-TZ-HHMM TO BR2500-TZ-TO-TIME.
008510 5530-EXIT.
008520     EXIT.
008530*
008540*----------------------------------------------------------------
008550*  IS THE UTC MOMENT IN BR2500-TZ-UTC-MINS INSIDE THE DAYLIGHT
008560*  PERIOD OF THE RULE IN THE ZONE-RULE-FILE RECORD AREA?  THE
008570*  START IS PUBLISHED IN STANDARD LOCAL TIME AND THE END IN
008580*  DAYLIGHT LOCAL TIME.  A START AFTER THE END IS A SOUTHERN-
008590*  HEMISPHERE YEAR - DAYLIGHT RUNS FROM THE START TO NEW YEAR AND
008600*  FROM NEW YEAR TO THE END.
008610*----------------------------------------------------------------
008620 5540-TEST-DAYLIGHT.
008630     MOVE 'N' TO BR2500-TZ-DST-SW.
008640     IF TR-DST-START-DATE NOT NUMERIC
008650         OR TR-DST-END-DATE NOT NUMERIC
008660         OR TR-DST-START-TIME NOT NUMERIC
008670         OR TR-DST-END-TIME NOT NUMERIC
008680         GO TO 5540-EXIT
008690     END-IF.
008700     MOVE TR-DST-START-TIME TO BR2500-TZ-HHMM.
008710     COMPUTE BR2500-TZ-START-MINS =
008720         FUNCTION INTEGER-OF-DATE (FUNCTION NUMVAL
008730             (TR-DST-START-DATE)) * 1440
008740         + BR2500-TZ-HH * 60 + BR2500-TZ-MM
008750         - TR-STD-OFFSET-MINS.
008760     MOVE TR-DST-END-TIME TO BR2500-TZ-HHMM.
008770     COMPUTE BR2500-TZ-END-MINS =
008780         FUNCTION INTEGER-OF-DATE (FUNCTION NUMVAL
008790             (TR-DST-END-DATE)) * 1440
008800         + BR2500-TZ-HH * 60 + BR2500-TZ-MM
008810         - TR-DST-OFFSET-MINS.
008820     IF BR2500-TZ-START-MINS < BR2500-TZ-END-MINS
008830         IF BR2500-TZ-UTC-MINS NOT LESS THAN BR2500-TZ-START-MINS
008840             AND BR2500-TZ-UTC-MINS < BR2500-TZ-END-MINS
008850             MOVE 'Y' TO BR2500-TZ-DST-SW
008860         END-IF
008870     ELSE
008880         IF BR2500-TZ-UTC-MINS NOT LESS THAN BR2500-TZ-START-MINS
008890             OR BR2500-TZ-UTC-MINS < BR2500-TZ-END-MINS
008900             MOVE 'Y' TO BR2500-TZ-DST-SW
008910         END-IF
008920     END-IF.
008930 5540-EXIT.
008940     EXIT.
008950*
008960 9500-WRITE-DETAIL-LINE.
008970     IF NOT BR2500-BRANCH-HEAD-DONE
008980         MOVE SPACES TO BR2500-PRINT-LINE
008990         WRITE CF-REPORT-RECORD FROM BR2500-PRINT-LINE
009000         MOVE BR2500-CURR-BRANCH TO BR2500-BRL-BRANCH-ID
009010         MOVE BM-BR-NAME TO BR2500-BRL-NAME
009020         WRITE CF-REPORT-RECORD FROM BR2500-BRANCH-LINE
009030         MOVE 'Y' TO BR2500-BRANCH-HEAD-SW
009040     END-IF.
009050     MOVE BA-APPT-DATE TO BR2500-DTL-DATE.
009060     MOVE BA-APPT-TIME TO BR2500-DTL-TIME.
009070     MOVE BA-CUSTOMER-NAME TO BR2500-DTL-CUSTOMER.
009080     MOVE BA-CONTACT-PHONE TO BR2500-DTL-PHONE.
009090     MOVE BR2500-CONFLICT-REASON TO BR2500-DTL-REASON.
009100     MOVE BR2500-NEXT-DATE TO BR2500-DTL-NEXT-DATE.
009110     MOVE BR2500-NEXT-TIME TO BR2500-DTL-NEXT-TIME.
009120     WRITE CF-REPORT-RECORD FROM BR2500-DETAIL-LINE.
009130 9500-EXIT.
009140     EXIT.
009150*
009160 9600-WRITE-NOTICE.
009170     MOVE BR2500-CURR-BRANCH TO CN-BRANCH-ID.
009180     MOVE BM-BR-NAME TO CN-BR-NAME.
009190     MOVE BA-CUSTOMER-NAME TO CN-CUSTOMER-NAME.
009200     MOVE BA-CONTACT-PHONE TO CN-CONTACT-PHONE.
009210     MOVE BA-APPT-DATE TO CN-ORIG-DATE.
009220     MOVE BA-APPT-TIME TO CN-ORIG-TIME.
009230     MOVE BR2500-NEXT-DATE TO CN-NEXT-DATE.
009240     MOVE BR2500-NEXT-TIME TO CN-NEXT-TIME.
009250     MOVE BR2500-CONFLICT-REASON TO CN-CONFLICT-REASON.
009260     WRITE CONFLICT-NOTICE-LINE FROM CN-NOTICE-RECORD.
009270     ADD 1 TO BR2500-NOTICES-WRITTEN.
009280 9600-EXIT.
009290     EXIT.
009300*
009310 9000-TERMINATE.
009320     MOVE SPACES TO BR2500-PRINT-LINE.
009330     WRITE CF-REPORT-RECORD FROM BR2500-PRINT-LINE.
009340     IF BR2500-NEW-CNT = ZERO
009350         AND BR2500-OUTSTANDING-CNT = ZERO
009360         AND BR2500-RESTORED-CNT = ZERO
009370         AND BR2500-PAST-CNT = ZERO
009380             MOVE 'NO APPOINTMENT CONFLICTS' TO BR2500-PRINT-LINE
009390             WRITE CF-REPORT-RECORD FROM BR2500-PRINT-LINE
009400             MOVE SPACES TO BR2500-PRINT-LINE
009410             WRITE CF-REPORT-RECORD FROM BR2500-PRINT-LINE
009420     END-IF.
009430     MOVE 'BOOKINGS CHECKED' TO BR2500-TOT-LABEL.
009440     MOVE BR2500-APPTS-CHECKED TO BR2500-TOT-COUNT.
009450     WRITE CF-REPORT-RECORD FROM BR2500-TOTAL-LINE.
009460     MOVE 'NEW CONFLICTS' TO BR2500-TOT-LABEL.
009470     MOVE BR2500-NEW-CNT TO BR2500-TOT-COUNT.
009480     WRITE CF-REPORT-RECORD FROM BR2500-TOTAL-LINE.
009490     MOVE 'OUTSTANDING' TO BR2500-TOT-LABEL.
009500     MOVE BR2500-OUTSTANDING-CNT TO BR2500-TOT-COUNT.
009510     WRITE CF-REPORT-RECORD FROM BR2500-TOTAL-LINE.
009520     MOVE 'RESTORED' TO BR2500-TOT-LABEL.
009530     MOVE BR2500-RESTORED-CNT TO BR2500-TOT-COUNT.
009540     WRITE CF-REPORT-RECORD FROM BR2500-TOTAL-LINE.
009550     MOVE 'PAST, STILL FLAGGED' TO BR2500-TOT-LABEL.
009560     MOVE BR2500-PAST-CNT TO BR2500-TOT-COUNT.
009570     WRITE CF-REPORT-RECORD FROM BR2500-TOTAL-LINE.
009580     CLOSE APPOINTMENT-FILE.
009590     CLOSE BRANCH-MASTER-FILE.
009600     IF BR2500-HOLIDAY-FILE-OPEN
009610         CLOSE BRANCH-HOLIDAY-FILE
009620     END-IF.
009630     IF BR2500-EMRG-FILE-OPEN
009640         CLOSE EMERGENCY-FILE
009650     END-IF.
009660     IF BR2500-ZONE-FILE-OPEN
009670         CLOSE ZONE-RULE-FILE
009680     END-IF.
009690     CLOSE CONFLICT-REPORT-FILE.
009700     CLOSE CONFLICT-NOTICE-FILE.
009710     DISPLAY 'BR2500 - APPT RECS READ    : ' BR2500-RECORDS-READ.
009720     DISPLAY 'BR2500 - BOOKINGS CHECKED  : ' BR2500-APPTS-CHECKED.
009730     DISPLAY 'BR2500 - NEW CONFLICTS     : ' BR2500-NEW-CNT.
009740     DISPLAY 'BR2500 - OUTSTANDING       : '
009750         BR2500-OUTSTANDING-CNT.
009760     DISPLAY 'BR2500 - RESTORED          : ' BR2500-RESTORED-CNT.
009770     DISPLAY 'BR2500 - PAST, FLAGGED     : ' BR2500-PAST-CNT.
009780     DISPLAY 'BR2500 - NOTICES WRITTEN   : '
009790         BR2500-NOTICES-WRITTEN.
009800     IF BR2500-NEW-CNT > ZERO
009810         MOVE 4 TO RETURN-CODE
009820     END-IF.
009830     PERFORM 9900-RECORD-RUN-CONTROL
009840         THRU 9900-EXIT.
009850 9000-EXIT.
009860     EXIT.
009870*
009880*----------------------------------------------------------------
009890*  NIGHTLY RUN CONTROL - THE STEP'S OUTCOME AND KEY COUNTS TO
009900*  BRRUNCTL THROUGH BR3000, WHICH TAKES THE OUTCOME FROM THE
009910*  RETURN CODE UNLESS ONE IS GIVEN.  COUNT NUMBERS, AS BRCYCRUL
009920*  THRESHOLDS NAME THEM - 1 APPT READ, 2 CHECKED, 3 NEW
009930*  CONFLICTS, 4 OUTSTANDING, 5 RESTORED, 6 PAST FLAGGED.
009940*----------------------------------------------------------------
009950 9900-RECORD-RUN-CONTROL.
009960     MOVE 'R' TO RL-FUNCTION.
009970     MOVE 'BR2500' TO RL-STEP-ID.
009980     MOVE RETURN-CODE TO RL-RETURN-CODE.
009990     MOVE 'APPT READ' TO RL-COUNT-NAME (1).
010000     MOVE BR2500-RECORDS-READ TO RL-COUNT-VALUE (1).
010010     MOVE 'CHECKED' TO RL-COUNT-NAME (2).
010020     MOVE BR2500-APPTS-CHECKED TO RL-COUNT-VALUE (2).
010030     MOVE 'NEW CONFLICTS' TO RL-COUNT-NAME (3).
010040     MOVE BR2500-NEW-CNT TO RL-COUNT-VALUE (3).
010050     MOVE 'OUTSTANDING' TO RL-COUNT-NAME (4).
010060     MOVE BR2500-OUTSTANDING-CNT TO RL-COUNT-VALUE (4).
010070     MOVE 'RESTORED' TO RL-COUNT-NAME (5).
010080     MOVE BR2500-RESTORED-CNT TO RL-COUNT-VALUE (5).
010090     MOVE 'PAST FLAGGED' TO RL-COUNT-NAME (6).
010100     MOVE BR2500-PAST-CNT TO RL-COUNT-VALUE (6).
010110     CALL 'BR3000' USING RUN-CONTROL-RQRS.
010120     CANCEL 'BR3000'.
010130     MOVE RL-RETURN-CODE TO RETURN-CODE.
010140 9900-EXIT.
010150     EXIT.
