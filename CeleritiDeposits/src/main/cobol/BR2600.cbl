000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  BR2600.
000030 AUTHOR.      M OKAFOR.
000040 INSTALLATION. CELERITI DEPOSITS - BRANCH SERVICES.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080*  MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100*  101526  MO   INITIAL VERSION - NIGHTLY BANKER APPOINTMENT
000110*               MANIFEST, REMINDER FEED, AND HISTORY MOVE.  BR1100
000120*               BOOKS SLOTS ONTO BRANAPPT BUT NOTHING GAVE BRANCH
000130*               STAFF THE LIST.  FOR EVERY ACTIVE BRANCH THIS RUN
000140*               WORKS OUT ITS NEXT BUSINESS DAY (THE FIRST DAY
000150*               AFTER TODAY AT THE BRANCH THAT ITS BM-WORKING-HRS,
000160*               WITH ANY BRANHOL EXCEPTION FOLDED IN, HAS IT OPEN)
000170*               AND PRINTS THAT DAY'S BOOKINGS ON THE BRANMANF
000180*               MANIFEST GROUPED BY BRANDIST DISTRICT, AND WRITES
000190*               A BRANRMDR REMINDER LINE FOR THE SMS/TELEPHONY
000200*               VENDOR FOR EACH ONE WITH A PHONE THAT IS NOT IN
000210*               CONFLICT.  BEFORE THAT, EVERY BOOKING WHOSE DATE
000220*               HAS PASSED AT THE BRANCH IS MOVED TO THE BRAPPHST
000230*               HISTORY FILE - KEPT, OR NO-SHOW WHEN STAFF MARKED
000240*               IT SO THROUGH BR1100 - AND DELETED FROM BRANAPPT.
000250*               A PAST BOOKING STILL FLAGGED IN CONFLICT IS LEFT
000260*               FOR BR2500 TO KEEP REPORTING UNTIL STAFF CANCEL
000270*               IT.
000280*  101526  MO   NIGHTLY RUN CONTROL.  THE STEP ASKS BR3000 AS IT
000290*               STARTS WHETHER ITS BRCYCRUL PREREQUISITES ARE MET
000300*               AND, WHEN THEY ARE NOT, ENDS RETURN-CODE 8 BEFORE
000310*               ANY FILE IS OPENED.  ITS OUTCOME, RETURN CODE AND
000320*               KEY COUNTS GO TO BRRUNCTL AS IT ENDS, ABEND
000330*               INCLUDED (9900-RECORD-RUN-CONTROL).
000340*----------------------------------------------------------------
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 SOURCE-COMPUTER.  IBM-370.
000380 OBJECT-COMPUTER.  IBM-370.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT APPOINTMENT-FILE ASSIGN TO BRANAPPT
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS BA-KEY
000450         FILE STATUS IS BR2600-APPT-STATUS.
000460
000470     SELECT BRANCH-MASTER-FILE ASSIGN TO BRANMSTR
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS BM-BRANCH-ID
000510         FILE STATUS IS BR2600-MASTER-STATUS.
000520
000530     SELECT DISTRICT-FILE ASSIGN TO BRANDIST
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS DS-DISTRICT-ID
000570         FILE STATUS IS BR2600-DISTRICT-STATUS.
000580
000590     SELECT BRANCH-HOLIDAY-FILE ASSIGN TO BRANHOL
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS DYNAMIC
000620         RECORD KEY IS BH-KEY
000630         FILE STATUS IS BR2600-HOLIDAY-STATUS.
000640
000650     SELECT ZONE-RULE-FILE ASSIGN TO BRANTZRL
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS DYNAMIC
000680         RECORD KEY IS TR-KEY
000690         FILE STATUS IS BR2600-ZONE-STATUS.
000700
000710     SELECT APPT-HISTORY-FILE ASSIGN TO BRAPPHST
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS BR2600-HISTORY-STATUS.
000740
000750     SELECT MANIFEST-REPORT-FILE ASSIGN TO BRANMANF
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS BR2600-REPORT-STATUS.
000780
000790     SELECT REMINDER-FILE ASSIGN TO BRANRMDR
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS BR2600-REMINDER-STATUS.
000820*
000830 DATA DIVISION.
000840 FILE SECTION.
000850 FD  APPOINTMENT-FILE.
000860     COPY "BranchApt.cpy".
000870
000880 FD  BRANCH-MASTER-FILE.
000890     COPY "BranchMstr.cpy".
000900
000910 FD  DISTRICT-FILE.
000920     COPY "BrDist.cpy".
000930
000940 FD  BRANCH-HOLIDAY-FILE.
000950     COPY "BranchHol.cpy".
000960
000970 FD  ZONE-RULE-FILE.
000980     COPY "BrTzRule.cpy".
000990
001000 FD  APPT-HISTORY-FILE
001010     RECORDING MODE IS F.
001020     COPY "BrApHst.cpy".
001030
001040 FD  MANIFEST-REPORT-FILE
001050     RECORDING MODE IS F.
001060     COPY "BrManRp.cpy".
001070
001080 FD  REMINDER-FILE
001090     RECORDING MODE IS F.
001100 01  REMINDER-LINE                   PIC X(174).
001110*
001120 WORKING-STORAGE SECTION.
001130 77  BR2600-APPT-STATUS              PIC X(02) VALUE SPACES.
001140     88  BR2600-APPT-OK              VALUE '00', '02'.
001150 77  BR2600-MASTER-STATUS            PIC X(02) VALUE SPACES.
001160     88  BR2600-MASTER-OK            VALUE '00', '02'.
001170 77  BR2600-DISTRICT-STATUS          PIC X(02) VALUE SPACES.
001180     88  BR2600-DISTRICT-OK          VALUE '00', '02'.
001190 77  BR2600-HOLIDAY-STATUS           PIC X(02) VALUE SPACES.
001200     88  BR2600-HOLIDAY-OK           VALUE '00'.
001210 77  BR2600-HOLIDAY-OPEN-SW          PIC X(01) VALUE 'N'.
001220     88  BR2600-HOLIDAY-FILE-OPEN    VALUE 'Y'.
001230 77  BR2600-HISTORY-STATUS           PIC X(02) VALUE SPACES.
001240     88  BR2600-HISTORY-OK           VALUE '00'.
001250 77  BR2600-REPORT-STATUS            PIC X(02) VALUE SPACES.
001260     88  BR2600-REPORT-OK            VALUE '00'.
001270 77  BR2600-REMINDER-STATUS          PIC X(02) VALUE SPACES.
001280     88  BR2600-REMINDER-OK          VALUE '00'.
001290 77  BR2600-DIST-EOF-SW              PIC X(01) VALUE 'N'.
001300     88  BR2600-EOF-DISTRICTS        VALUE 'Y'.
001310 77  BR2600-MASTER-EOF-SW            PIC X(01) VALUE 'N'.
001320     88  BR2600-EOF-MASTER           VALUE 'Y'.
001330 77  BR2600-APPT-EOF-SW              PIC X(01) VALUE 'N'.
001340     88  BR2600-EOF-APPT             VALUE 'Y'.
001350 77  BR2600-DAY-EOF-SW               PIC X(01) VALUE 'N'.
001360     88  BR2600-EOF-DAY              VALUE 'Y'.
001370 77  BR2600-FATAL-SW                 PIC X(01) VALUE 'N'.
001380     88  BR2600-RUN-FAILED           VALUE 'Y'.
001390 77  BR2600-DIST-HEAD-SW             PIC X(01) VALUE 'N'.
001400     88  BR2600-DIST-HEAD-DONE       VALUE 'Y'.
001410 77  BR2600-BUS-DAY-SW               PIC X(01) VALUE 'N'.
001420     88  BR2600-BUS-DAY-FOUND        VALUE 'Y'.
001430 77  BR2600-RECORDS-READ             PIC 9(07) COMP-3 VALUE ZERO.
001440 77  BR2600-DISTRICTS-LOADED         PIC 9(07) COMP-3 VALUE ZERO.
001450 77  BR2600-DIST-OVERFLOW            PIC 9(07) COMP-3 VALUE ZERO.
001460 77  BR2600-BRANCHES-LOADED          PIC 9(07) COMP-3 VALUE ZERO.
001470 77  BR2600-BRANCH-OVERFLOW          PIC 9(07) COMP-3 VALUE ZERO.
001480 77  BR2600-UNKNOWN-DISTRICTS        PIC 9(07) COMP-3 VALUE ZERO.
001490 77  BR2600-KEPT-CNT                 PIC 9(07) COMP-3 VALUE ZERO.
001500 77  BR2600-NO-SHOW-CNT              PIC 9(07) COMP-3 VALUE ZERO.
001510 77  BR2600-CONFLICT-LEFT-CNT        PIC 9(07) COMP-3 VALUE ZERO.
001520 77  BR2600-MANIFEST-BRANCHES        PIC 9(07) COMP-3 VALUE ZERO.
001530 77  BR2600-MANIFEST-APPTS           PIC 9(07) COMP-3 VALUE ZERO.
001540 77  BR2600-REMINDERS-WRITTEN        PIC 9(07) COMP-3 VALUE ZERO.
001550 77  BR2600-BRANCH-APPTS             PIC 9(07) COMP-3 VALUE ZERO.
001560 77  BR2600-DIST-APPTS               PIC 9(07) COMP-3 VALUE ZERO.
001570 77  BR2600-DIST-MAX                 PIC 9(03) COMP VALUE 200.
001580 77  BR2600-DIST-CNT                 PIC 9(03) COMP VALUE ZERO.
001590 77  BR2600-DIST-IX                  PIC 9(03) COMP VALUE ZERO.
001600 77  BR2600-CURR-DIST-IX             PIC 9(03) COMP VALUE ZERO.
001610 77  BR2600-SCAN-IX                  PIC 9(03) COMP VALUE ZERO.
001620 77  BR2600-SLOT-IX                  PIC 9(03) COMP VALUE ZERO.
001630 77  BR2600-BR-MAX                   PIC 9(05) COMP VALUE 3000.
001640 77  BR2600-BR-CNT                   PIC 9(05) COMP VALUE ZERO.
001650 77  BR2600-BR-IX                    PIC 9(05) COMP VALUE ZERO.
001660 77  BR2600-BR-SCAN-IX               PIC 9(05) COMP VALUE ZERO.
001670 77  BR2600-HRS-IX                   PIC 9(02) COMP VALUE ZERO.
001680 77  BR2600-DAY-SLOT-IX              PIC 9(02) COMP VALUE ZERO.
001690 77  BR2600-DAY-NUM                  PIC 9(07) COMP VALUE ZERO.
001700 77  BR2600-START-DAY-NUM            PIC 9(07) COMP VALUE ZERO.
001710 77  BR2600-DOW-IX                   PIC 9(01) COMP VALUE ZERO.
001720 77  BR2600-DAY-OFFSET               PIC 9(01) COMP VALUE ZERO.
001730 77  BR2600-FUT-DATE-NUM             PIC 9(08) VALUE ZERO.
001740 77  BR2600-EFF-OPEN-HRS             PIC 9(04) VALUE ZERO.
001750 77  BR2600-EFF-CLOSE-HRS            PIC 9(04) VALUE ZERO.
001760 01  BR2600-CURR-BRANCH              PIC X(06) VALUE SPACES.
001770 01  BR2600-TARGET-DAY               PIC X(09).
001780 01  BR2600-WORK-DATE                PIC X(08).
001790 01  BR2600-RUN-DATE                 PIC X(08).
001800 01  BR2600-RUN-TIME                 PIC X(06).
001810 01  BR2600-LCL-DATE                 PIC X(08).
001820 01  BR2600-DIST-TABLE.
001830     05  BR2600-DIST-ENTRY OCCURS 200 TIMES.
001840         10  BR2600-D-ID             PIC X(04).
001850         10  BR2600-D-NAME           PIC X(30).
001860 01  BR2600-BRANCH-TABLE.
001870     05  BR2600-BR-ENTRY OCCURS 3000 TIMES.
001880         10  BR2600-B-ID             PIC X(06).
001890         10  BR2600-B-DIST-IX        PIC 9(03) COMP.
001900         10  BR2600-B-LCL-DATE       PIC X(08).
001910         10  BR2600-B-NEXT-DATE      PIC X(08).
001920         10  BR2600-B-NEXT-DAY       PIC X(09).
001930 77  BR2600-ZONE-STATUS               PIC X(02) VALUE SPACES.
001940     88  BR2600-ZONE-OK               VALUE '00', '02'.
001950 77  BR2600-ZONE-OPEN-SW              PIC X(01) VALUE 'N'.
001960     88  BR2600-ZONE-FILE-OPEN        VALUE 'Y'.
001970 77  BR2600-TZ-RULE-SW                PIC X(01) VALUE 'N'.
001980     88  BR2600-TZ-RULE-FOUND         VALUE 'Y'.
001990 77  BR2600-TZ-DST-SW                 PIC X(01) VALUE 'N'.
002000     88  BR2600-TZ-IN-DST             VALUE 'Y'.
002010 77  BR2600-TZ-UTC-MINS          PIC S9(11) COMP-3 VALUE ZERO.
002020 77  BR2600-TZ-LCL-MINS          PIC S9(11) COMP-3 VALUE ZERO.
002030 77  BR2600-TZ-START-MINS        PIC S9(11) COMP-3 VALUE ZERO.
002040 77  BR2600-TZ-END-MINS          PIC S9(11) COMP-3 VALUE ZERO.
002050 77  BR2600-TZ-DAY-NUM           PIC S9(07) COMP-3 VALUE ZERO.
002060 77  BR2600-TZ-DAY-MINS          PIC S9(05) COMP-3 VALUE ZERO.
002070 77  BR2600-TZ-OFFSET-MINS       PIC S9(04) COMP-3 VALUE ZERO.
002080 01  BR2600-TZ-FROM.
002090     05  BR2600-TZ-FROM-ZONE          PIC X(04).
002100     05  BR2600-TZ-FROM-DATE          PIC X(08).
002110     05  BR2600-TZ-FROM-TIME          PIC X(04).
002120 01  BR2600-TZ-TO.
002130     05  BR2600-TZ-TO-ZONE            PIC X(04).
002140     05  BR2600-TZ-TO-DATE            PIC X(08).
002150     05  BR2600-TZ-TO-TIME            PIC X(04).
002160 01  BR2600-TZ-DATE-NUM               PIC 9(08) VALUE ZERO.
002170 01  BR2600-TZ-DATE-NUM-R REDEFINES BR2600-TZ-DATE-NUM.
002180     05  BR2600-TZ-DATE-YEAR          PIC 9(04).
002190     05  FILLER                      PIC X(04).
002200 01  BR2600-TZ-HHMM                   PIC 9(04) VALUE ZERO.
002210 01  BR2600-TZ-HHMM-R REDEFINES BR2600-TZ-HHMM.
002220     05  BR2600-TZ-HH                 PIC 9(02).
002230     05  BR2600-TZ-MM                 PIC 9(02).
002240 01  BR2600-DAY-NAME-DATA.
002250     05  FILLER                      PIC X(09) VALUE 'MONDAY   '.
002260     05  FILLER                      PIC X(09) VALUE 'TUESDAY  '.
002270     05  FILLER                      PIC X(09) VALUE 'WEDNESDAY'.
002280     05  FILLER                      PIC X(09) VALUE 'THURSDAY '.
002290     05  FILLER                      PIC X(09) VALUE 'FRIDAY   '.
002300     05  FILLER                      PIC X(09) VALUE 'SATURDAY '.
002310     05  FILLER                      PIC X(09) VALUE 'SUNDAY   '.
002320 01  BR2600-DAY-NAME-TABLE REDEFINES BR2600-DAY-NAME-DATA.
002330     05  BR2600-DAY-NAME OCCURS 7 TIMES
002340                                     PIC X(09).
002350     COPY "BrRmdFd.cpy".
002360 01  BR2600-PRINT-LINE               PIC X(132).
002370 01  BR2600-HEAD-LINE.
002380     05  FILLER                      PIC X(42) VALUE
002390         'BR2600 - BANKER APPOINTMENT MANIFEST, RUN '.
002400     05  BR2600-HEAD-RUN-DATE        PIC X(08).
002410     05  FILLER                      PIC X(82) VALUE SPACES.
002420 01  BR2600-DIST-LINE.
002430     05  FILLER                      PIC X(09) VALUE 'DISTRICT '.
002440     05  BR2600-DSL-ID               PIC X(04).
002450     05  FILLER                      PIC X(01) VALUE SPACE.
002460     05  BR2600-DSL-NAME             PIC X(30).
002470     05  FILLER                      PIC X(88) VALUE SPACES.
002480 01  BR2600-BRANCH-LINE.
002490     05  FILLER                      PIC X(09) VALUE '  BRANCH '.
002500     05  BR2600-BRL-BRANCH-ID        PIC X(06).
002510     05  FILLER                      PIC X(02) VALUE SPACES.
002520     05  BR2600-BRL-NAME             PIC X(40).
002530     05  FILLER                      PIC X(19) VALUE
002540         ' NEXT BUSINESS DAY '.
002550     05  BR2600-BRL-DATE             PIC X(08).
002560     05  FILLER                      PIC X(01) VALUE SPACE.
002570     05  BR2600-BRL-DAY              PIC X(09).
002580     05  FILLER                      PIC X(38) VALUE SPACES.
002590 01  BR2600-COLUMN-LINE.
002600     05  FILLER                      PIC X(09) VALUE
002610         '    TIME '.
002620     05  FILLER                      PIC X(41) VALUE
002630         'CUSTOMER'.
002640     05  FILLER                      PIC X(16) VALUE
002650         'PHONE'.
002660     05  FILLER                      PIC X(41) VALUE
002670         'PURPOSE'.
002680     05  FILLER                      PIC X(09) VALUE
002690         'BOOKED BY'.
002700     05  FILLER                      PIC X(16) VALUE
002710         ' NOTE'.
002720 01  BR2600-DETAIL-LINE.
002730     05  FILLER                      PIC X(04) VALUE SPACES.
002740     05  BR2600-DTL-TIME             PIC X(04).
002750     05  FILLER                      PIC X(01) VALUE SPACE.
002760     05  BR2600-DTL-CUSTOMER         PIC X(40).
002770     05  FILLER                      PIC X(01) VALUE SPACE.
002780     05  BR2600-DTL-PHONE            PIC X(15).
002790     05  FILLER                      PIC X(01) VALUE SPACE.
002800     05  BR2600-DTL-PURPOSE          PIC X(40).
002810     05  FILLER                      PIC X(01) VALUE SPACE.
002820     05  BR2600-DTL-BOOKED-BY        PIC X(08).
002830     05  FILLER                      PIC X(02) VALUE SPACES.
002840     05  BR2600-DTL-NOTE             PIC X(08).
002850     05  FILLER                      PIC X(07) VALUE SPACES.
002860 01  BR2600-TOTAL-LINE.
002870     05  BR2600-TOT-LABEL            PIC X(30).
002880     05  FILLER                      PIC X(02) VALUE ': '.
002890     05  BR2600-TOT-COUNT            PIC Z(06)9.
002900     05  FILLER                      PIC X(93) VALUE SPACES.
002910     COPY "BrRunLk.cpy".
002920*
002930 PROCEDURE DIVISION.
002940 0000-MAINLINE.
002950     PERFORM 1000-INITIALIZE
002960         THRU 1000-EXIT.
002970     PERFORM 1500-LOAD-ONE-DISTRICT
002980         THRU 1500-EXIT
002990         UNTIL BR2600-EOF-DISTRICTS.
003000     PERFORM 1700-LOAD-ONE-BRANCH
003010         THRU 1700-EXIT
003020         UNTIL BR2600-EOF-MASTER.
003030     PERFORM 2000-MOVE-PAST-APPOINTMENT
003040         THRU 2000-EXIT
003050         UNTIL BR2600-EOF-APPT.
003060     IF NOT BR2600-RUN-FAILED
003070         PERFORM 4000-WRITE-MANIFEST
003080             THRU 4000-EXIT
003090     END-IF.
003100     PERFORM 9000-TERMINATE
003110         THRU 9000-EXIT.
003120     GOBACK.
003130*
003140 1000-INITIALIZE.
003150     ACCEPT BR2600-RUN-DATE FROM DATE YYYYMMDD.
003160     PERFORM 1900-CHECK-CYCLE-GATE
003170         THRU 1900-EXIT.
003180     ACCEPT BR2600-RUN-TIME FROM TIME.
003190     OPEN I-O APPOINTMENT-FILE.
003200     IF NOT BR2600-APPT-OK
003210         DISPLAY 'BR2600 - OPEN FAILED ON APPOINTMENT-FILE '
003220             BR2600-APPT-STATUS
003230         GO TO 1000-ABEND
003240     END-IF.
003250     OPEN INPUT BRANCH-MASTER-FILE.
003260     IF NOT BR2600-MASTER-OK
003270         DISPLAY 'BR2600 - OPEN FAILED ON BRANCH-MASTER-FILE '
003280             BR2600-MASTER-STATUS
003290         GO TO 1000-ABEND
003300     END-IF.
003310     OPEN INPUT DISTRICT-FILE.
003320     IF NOT BR2600-DISTRICT-OK
003330         DISPLAY 'BR2600 - OPEN FAILED ON DISTRICT-FILE '
003340             BR2600-DISTRICT-STATUS
003350         GO TO 1000-ABEND
003360     END-IF.
003370     OPEN INPUT BRANCH-HOLIDAY-FILE.
003380     IF BR2600-HOLIDAY-OK
003390         MOVE 'Y' TO BR2600-HOLIDAY-OPEN-SW
003400     END-IF.
003410     OPEN INPUT ZONE-RULE-FILE.
003420     IF BR2600-ZONE-OK
003430         MOVE 'Y' TO BR2600-ZONE-OPEN-SW
003440     END-IF.
003450     OPEN EXTEND APPT-HISTORY-FILE.
003460     IF NOT BR2600-HISTORY-OK
003470         OPEN OUTPUT APPT-HISTORY-FILE
003480     END-IF.
003490     IF NOT BR2600-HISTORY-OK
003500         DISPLAY 'BR2600 - OPEN FAILED ON APPT-HISTORY-FILE '
003510             BR2600-HISTORY-STATUS
003520         GO TO 1000-ABEND
003530     END-IF.
003540     OPEN OUTPUT MANIFEST-REPORT-FILE.
003550     IF NOT BR2600-REPORT-OK
003560         DISPLAY 'BR2600 - OPEN FAILED ON MANIFEST-REPORT-FILE '
003570             BR2600-REPORT-STATUS
003580         GO TO 1000-ABEND
003590     END-IF.
003600     OPEN OUTPUT REMINDER-FILE.
003610     IF NOT BR2600-REMINDER-OK
003620         DISPLAY 'BR2600 - OPEN FAILED ON REMINDER-FILE '
003630             BR2600-REMINDER-STATUS
003640         GO TO 1000-ABEND
003650     END-IF.
003660     MOVE BR2600-RUN-DATE TO BR2600-HEAD-RUN-DATE.
003670     WRITE MF-REPORT-RECORD FROM BR2600-HEAD-LINE.
003680     GO TO 1000-EXIT.
003690 1000-ABEND.
003700     MOVE 16 TO RETURN-CODE.
003710     PERFORM 9900-RECORD-RUN-CONTROL
003720         THRU 9900-EXIT.
003730     GOBACK.
003740 1000-EXIT.
003750     EXIT.
003760*
003770*----------------------------------------------------------------
003780*  NIGHTLY RUN CONTROL - BR3000 CHECKS THIS STEP'S BRCYCRUL
003790*  PREREQUISITES AGAINST BRRUNCTL AND MARKS IT RUNNING.  WHEN THEY
003800*  ARE NOT MET THE STEP ENDS HERE, RETURN-CODE 8, WITH NOTHING
003810*  OPENED OR WRITTEN.
003820*----------------------------------------------------------------
003830 1900-CHECK-CYCLE-GATE.
003840     MOVE SPACES TO RUN-CONTROL-RQRS.
003850     MOVE 'G' TO RL-FUNCTION.
003860     MOVE 'BR2600' TO RL-STEP-ID.
003870     MOVE ZERO TO RL-RETURN-CODE.
003880     CALL 'BR3000' USING RUN-CONTROL-RQRS.
003890     CANCEL 'BR3000'.
003900     IF RL-GATE-PASSED
003910         GO TO 1900-EXIT
003920     END-IF.
003930     DISPLAY 'BR2600 - PREREQUISITES NOT MET, RUN SKIPPED'.
003940     DISPLAY 'BR2600 - ' RL-RESULT-MSG.
003950     MOVE 8 TO RETURN-CODE.
003960     GOBACK.
003970 1900-EXIT.
003980     EXIT.
003990*
004000 1500-LOAD-ONE-DISTRICT.
004010     READ DISTRICT-FILE NEXT RECORD
004020         AT END
004030             MOVE 'Y' TO BR2600-DIST-EOF-SW
004040             GO TO 1500-EXIT
004050     END-READ.
004060     IF NOT BR2600-DISTRICT-OK
004070         MOVE 'Y' TO BR2600-DIST-EOF-SW
004080         GO TO 1500-EXIT
004090     END-IF.
004100     IF BR2600-DIST-CNT NOT LESS THAN BR2600-DIST-MAX
004110         ADD 1 TO BR2600-DIST-OVERFLOW
004120         GO TO 1500-EXIT
004130     END-IF.
004140     ADD 1 TO BR2600-DIST-CNT.
004150     ADD 1 TO BR2600-DISTRICTS-LOADED.
004160     MOVE DS-DISTRICT-ID TO BR2600-D-ID (BR2600-DIST-CNT).
004170     MOVE DS-DISTRICT-NAME TO BR2600-D-NAME (BR2600-DIST-CNT).
004180 1500-EXIT.
004190     EXIT.
004200*
004210*----------------------------------------------------------------
004220*  ONE ENTRY PER MASTER BRANCH, IN BRANCH ORDER - ITS DISTRICT
004230*  SLOT (ZERO WHEN UNASSIGNED OR NOT ON BRANDIST), TODAY AT THE
004240*  BRANCH, AND FOR AN ACTIVE BRANCH THE NEXT BUSINESS DAY THE
004250*  MANIFEST COVERS (BLANK WHEN IT HAS NO OPEN DAY IN THE SEVEN
004260*  DAYS AFTER TODAY, THE SAME WINDOW BR1100 BOOKS INTO).
004270*----------------------------------------------------------------
004280 1700-LOAD-ONE-BRANCH.
004290     READ BRANCH-MASTER-FILE NEXT RECORD
004300         AT END
004310             MOVE 'Y' TO BR2600-MASTER-EOF-SW
004320             GO TO 1700-EXIT
004330     END-READ.
004340     IF NOT BR2600-MASTER-OK
004350         MOVE 'Y' TO BR2600-MASTER-EOF-SW
004360         GO TO 1700-EXIT
004370     END-IF.
004380     IF BR2600-BR-CNT NOT LESS THAN BR2600-BR-MAX
004390         ADD 1 TO BR2600-BRANCH-OVERFLOW
004400         GO TO 1700-EXIT
004410     END-IF.
004420     ADD 1 TO BR2600-BR-CNT.
004430     ADD 1 TO BR2600-BRANCHES-LOADED.
004440     MOVE BM-BRANCH-ID TO BR2600-B-ID (BR2600-BR-CNT).
004450     MOVE BM-BRANCH-ID TO BR2600-CURR-BRANCH.
004460     MOVE ZERO TO BR2600-SLOT-IX.
004470     IF BM-DISTRICT-ID NOT = SPACES
004480         PERFORM 1710-FIND-DISTRICT-SLOT
004490             THRU 1710-EXIT
004500             VARYING BR2600-SCAN-IX FROM 1 BY 1
004510             UNTIL BR2600-SCAN-IX > BR2600-DIST-CNT
004520             OR BR2600-SLOT-IX NOT = ZERO
004530         IF BR2600-SLOT-IX = ZERO
004540             ADD 1 TO BR2600-UNKNOWN-DISTRICTS
004550         END-IF
004560     END-IF.
004570     MOVE BR2600-SLOT-IX TO BR2600-B-DIST-IX (BR2600-BR-CNT).
004580     MOVE SPACES TO BR2600-TZ-FROM-ZONE.
004590     MOVE BR2600-RUN-DATE TO BR2600-TZ-FROM-DATE.
004600     MOVE BR2600-RUN-TIME (1:4) TO BR2600-TZ-FROM-TIME.
004610     MOVE BM-TIME-ZONE-ID TO BR2600-TZ-TO-ZONE.
004620     PERFORM 5500-CONVERT-ZONE-TIME
004630         THRU 5500-EXIT.
004640     MOVE BR2600-TZ-TO-DATE TO BR2600-B-LCL-DATE (BR2600-BR-CNT).
004650     MOVE SPACES TO BR2600-B-NEXT-DATE (BR2600-BR-CNT).
004660     MOVE SPACES TO BR2600-B-NEXT-DAY (BR2600-BR-CNT).
004670     IF NOT BM-STAT-ACTIVE
004680         GO TO 1700-EXIT
004690     END-IF.
004700     COMPUTE BR2600-START-DAY-NUM =
004710         FUNCTION INTEGER-OF-DATE (FUNCTION NUMVAL
004720             (BR2600-TZ-TO-DATE)).
004730     MOVE 'N' TO BR2600-BUS-DAY-SW.
004740     PERFORM 1720-TRY-ONE-DAY
004750         THRU 1720-EXIT
004760         VARYING BR2600-DAY-OFFSET FROM 1 BY 1
004770         UNTIL BR2600-DAY-OFFSET > 7
004780         OR BR2600-BUS-DAY-FOUND.
004790 1700-EXIT.
004800     EXIT.
004810*
004820 1710-FIND-DISTRICT-SLOT.
004830     IF BR2600-D-ID (BR2600-SCAN-IX) = BM-DISTRICT-ID
004840         MOVE BR2600-SCAN-IX TO BR2600-SLOT-IX
004850     END-IF.
004860 1710-EXIT.
004870     EXIT.
004880*
004890 1720-TRY-ONE-DAY.
004900     COMPUTE BR2600-DAY-NUM =
004910         BR2600-START-DAY-NUM + BR2600-DAY-OFFSET.
004920     COMPUTE BR2600-FUT-DATE-NUM =
004930         FUNCTION DATE-OF-INTEGER (BR2600-DAY-NUM).
004940     MOVE BR2600-FUT-DATE-NUM TO BR2600-WORK-DATE.
004950     PERFORM 5000-DERIVE-EFFECTIVE-HOURS
004960         THRU 5000-EXIT.
004970     IF BR2600-EFF-OPEN-HRS NOT LESS THAN BR2600-EFF-CLOSE-HRS
004980         GO TO 1720-EXIT
004990     END-IF.
005000     MOVE 'Y' TO BR2600-BUS-DAY-SW.
005010     MOVE BR2600-WORK-DATE TO BR2600-B-NEXT-DATE (BR2600-BR-CNT).
005020     MOVE BR2600-TARGET-DAY TO BR2600-B-NEXT-DAY (BR2600-BR-CNT).
005030 1720-EXIT.
005040     EXIT.
005050*
005060*----------------------------------------------------------------
005070*  A BOOKING WHOSE DATE HAS PASSED AT THE BRANCH GOES TO THE
005080*  HISTORY FILE FIRST AND IS ONLY THEN DELETED, SO IT IS NEVER
005090*  LOST BETWEEN THE TWO.  A FAILED READ, WRITE OR DELETE STOPS
005100*  THE RUN - CARRYING ON WOULD LOSE BOOKINGS OR FILE THEM TWICE.
005110*----------------------------------------------------------------
005120 2000-MOVE-PAST-APPOINTMENT.
005130     READ APPOINTMENT-FILE NEXT RECORD
005140         AT END
005150             MOVE 'Y' TO BR2600-APPT-EOF-SW
005160             GO TO 2000-EXIT
005170     END-READ.
005180     IF NOT BR2600-APPT-OK
005190         DISPLAY 'BR2600 - READ FAILED ON APPOINTMENT-FILE '
005200             BR2600-APPT-STATUS
005205         MOVE 'Y' TO BR2600-FATAL-SW
005210         MOVE 'Y' TO BR2600-APPT-EOF-SW
005220         GO TO 2000-EXIT
005230     END-IF.
005240     ADD 1 TO BR2600-RECORDS-READ.
005250     IF BA-BRANCH-ID NOT = BR2600-CURR-BRANCH
005260         PERFORM 2100-NEW-BRANCH
005270             THRU 2100-EXIT
005280     END-IF.
005290     IF BA-APPT-DATE NOT < BR2600-LCL-DATE
005300         GO TO 2000-EXIT
005310     END-IF.
005320     IF BA-IN-CONFLICT
005330         ADD 1 TO BR2600-CONFLICT-LEFT-CNT
005340         GO TO 2000-EXIT
005350     END-IF.
005360     MOVE BA-BRANCH-ID TO AH-BRANCH-ID.
005370     MOVE BA-APPT-DATE TO AH-APPT-DATE.
005380     MOVE BA-APPT-TIME TO AH-APPT-TIME.
005390     IF BA-NO-SHOW
005400         MOVE 'N' TO AH-OUTCOME
005410     ELSE
005420         MOVE 'K' TO AH-OUTCOME
005430     END-IF.
005440     MOVE BR2600-RUN-DATE TO AH-OUTCOME-DATE.
005450     MOVE BR2600-RUN-TIME TO AH-OUTCOME-TIME.
005460     MOVE 'BR2600' TO AH-OUTCOME-USER.
005470     MOVE BA-APPOINTMENT-RECORD TO AH-APPT-IMAGE.
005480     WRITE AH-APPT-HISTORY-RECORD.
005490     IF NOT BR2600-HISTORY-OK
005500         DISPLAY 'BR2600 - WRITE FAILED ON APPT-HISTORY-FILE '
005510             BR2600-HISTORY-STATUS ' ' BA-KEY
005520         MOVE 'Y' TO BR2600-FATAL-SW
005530         MOVE 'Y' TO BR2600-APPT-EOF-SW
005540         GO TO 2000-EXIT
005550     END-IF.
005560     DELETE APPOINTMENT-FILE.
005570     IF NOT BR2600-APPT-OK
005580         DISPLAY 'BR2600 - DELETE FAILED ON APPOINTMENT-FILE '
005590             BR2600-APPT-STATUS ' ' BA-KEY
005600         MOVE 'Y' TO BR2600-FATAL-SW
005610         MOVE 'Y' TO BR2600-APPT-EOF-SW
005620         GO TO 2000-EXIT
005630     END-IF.
005640     IF BA-NO-SHOW
005650         ADD 1 TO BR2600-NO-SHOW-CNT
005660     ELSE
005670         ADD 1 TO BR2600-KEPT-CNT
005680     END-IF.
005690 2000-EXIT.
005700     EXIT.
005710*
005720*----------------------------------------------------------------
005730*  BOTH FILES ARE IN BRANCH ORDER, SO THE TABLE IS WALKED FORWARD
005740*  FROM WHERE THE LAST BRANCH WAS FOUND.  A BRANCH NOT ON THE
005750*  MASTER (OR PAST THE TABLE LIMIT) USES THE DATA CENTRE DATE.
005760*----------------------------------------------------------------
005770 2100-NEW-BRANCH.
005780     MOVE BA-BRANCH-ID TO BR2600-CURR-BRANCH.
005790     MOVE BR2600-RUN-DATE TO BR2600-LCL-DATE.
005800     IF BR2600-BR-IX = ZERO
005810         MOVE 1 TO BR2600-BR-IX
005820     END-IF.
005830     PERFORM 2110-SKIP-ONE-BRANCH
005840         THRU 2110-EXIT
005850         UNTIL BR2600-BR-IX > BR2600-BR-CNT
005860         OR BR2600-B-ID (BR2600-BR-IX) NOT < BA-BRANCH-ID.
005870     IF BR2600-BR-IX NOT > BR2600-BR-CNT
005880         IF BR2600-B-ID (BR2600-BR-IX) = BA-BRANCH-ID
005890             MOVE BR2600-B-LCL-DATE (BR2600-BR-IX)
005900                 TO BR2600-LCL-DATE
005910         END-IF
005920     END-IF.
005930 2100-EXIT.
005940     EXIT.
005950*
005960 2110-SKIP-ONE-BRANCH.
005970     ADD 1 TO BR2600-BR-IX.
005980 2110-EXIT.
005990     EXIT.
006000*
006010*----------------------------------------------------------------
006020*  ONE GROUP PER BRANDIST DISTRICT IN DISTRICT ORDER, THEN THE
006030*  BRANCHES WITH NO DISTRICT (OR ONE NOT ON BRANDIST) LAST, THE
006040*  SAME ORDER AS THE BR1800 ROLLUP.
006050*----------------------------------------------------------------
006060 4000-WRITE-MANIFEST.
006070     PERFORM 4100-WRITE-ONE-DISTRICT
006080         THRU 4100-EXIT
006090         VARYING BR2600-DIST-IX FROM 1 BY 1
006100         UNTIL BR2600-DIST-IX > BR2600-DIST-CNT.
006110     MOVE ZERO TO BR2600-DIST-IX.
006120     PERFORM 4100-WRITE-ONE-DISTRICT
006130         THRU 4100-EXIT.
006140 4000-EXIT.
006150     EXIT.
006160*
006170 4100-WRITE-ONE-DISTRICT.
006180     MOVE BR2600-DIST-IX TO BR2600-CURR-DIST-IX.
006190     MOVE 'N' TO BR2600-DIST-HEAD-SW.
006200     MOVE ZERO TO BR2600-DIST-APPTS.
006210     PERFORM 4200-WRITE-ONE-BRANCH
006220         THRU 4200-EXIT
006230         VARYING BR2600-BR-SCAN-IX FROM 1 BY 1
006240         UNTIL BR2600-BR-SCAN-IX > BR2600-BR-CNT.
006250     IF BR2600-DIST-HEAD-DONE
006260         MOVE SPACES TO BR2600-PRINT-LINE
006270         WRITE MF-REPORT-RECORD FROM BR2600-PRINT-LINE
006280         MOVE 'DISTRICT APPOINTMENTS' TO BR2600-TOT-LABEL
006290         MOVE BR2600-DIST-APPTS TO BR2600-TOT-COUNT
006300         WRITE MF-REPORT-RECORD FROM BR2600-TOTAL-LINE
006310     END-IF.
006320 4100-EXIT.
006330     EXIT.
006340*
006350 4150-WRITE-DISTRICT-HEAD.
006360     MOVE SPACES TO BR2600-PRINT-LINE.
006370     WRITE MF-REPORT-RECORD FROM BR2600-PRINT-LINE.
006380     IF BR2600-CURR-DIST-IX = ZERO
006390         MOVE 'UNAS' TO BR2600-DSL-ID
006400         MOVE 'NO DISTRICT ASSIGNED' TO BR2600-DSL-NAME
006410     ELSE
006420         MOVE BR2600-D-ID (BR2600-CURR-DIST-IX) TO BR2600-DSL-ID
006430         MOVE BR2600-D-NAME (BR2600-CURR-DIST-IX)
006440             TO BR2600-DSL-NAME
006450     END-IF.
006460     WRITE MF-REPORT-RECORD FROM BR2600-DIST-LINE.
006470     MOVE 'Y' TO BR2600-DIST-HEAD-SW.
006480 4150-EXIT.
006490     EXIT.
006500*
006510 4200-WRITE-ONE-BRANCH.
006520     IF BR2600-B-DIST-IX (BR2600-BR-SCAN-IX)
006530             NOT = BR2600-CURR-DIST-IX
006540         OR BR2600-B-NEXT-DATE (BR2600-BR-SCAN-IX) = SPACES
006550         GO TO 4200-EXIT
006560     END-IF.
006570     MOVE BR2600-B-ID (BR2600-BR-SCAN-IX) TO BM-BRANCH-ID.
006580     READ BRANCH-MASTER-FILE
006590         KEY IS BM-BRANCH-ID
006600     END-READ.
006610     IF NOT BR2600-MASTER-OK
006620         GO TO 4200-EXIT
006630     END-IF.
006640     IF NOT BR2600-DIST-HEAD-DONE
006650         PERFORM 4150-WRITE-DISTRICT-HEAD
006660             THRU 4150-EXIT
006670     END-IF.
006680     ADD 1 TO BR2600-MANIFEST-BRANCHES.
006690     MOVE ZERO TO BR2600-BRANCH-APPTS.
006700     MOVE SPACES TO BR2600-PRINT-LINE.
006710     WRITE MF-REPORT-RECORD FROM BR2600-PRINT-LINE.
006720     MOVE BM-BRANCH-ID TO BR2600-BRL-BRANCH-ID.
006730     MOVE BM-BR-NAME TO BR2600-BRL-NAME.
006740     MOVE BR2600-B-NEXT-DATE (BR2600-BR-SCAN-IX)
006750         TO BR2600-BRL-DATE.
006760     MOVE BR2600-B-NEXT-DAY (BR2600-BR-SCAN-IX)
006770         TO BR2600-BRL-DAY.
006780     WRITE MF-REPORT-RECORD FROM BR2600-BRANCH-LINE.
006790     WRITE MF-REPORT-RECORD FROM BR2600-COLUMN-LINE.
006800     MOVE BM-BRANCH-ID TO BA-BRANCH-ID.
006810     MOVE BR2600-B-NEXT-DATE (BR2600-BR-SCAN-IX) TO BA-APPT-DATE.
006820     MOVE LOW-VALUES TO BA-APPT-TIME.
006830     MOVE 'N' TO BR2600-DAY-EOF-SW.
006840     START APPOINTMENT-FILE
006850         KEY IS NOT LESS THAN BA-KEY
006860     END-START.
006870     IF NOT BR2600-APPT-OK
006880         MOVE 'Y' TO BR2600-DAY-EOF-SW
006890     END-IF.
006900     PERFORM 4300-LIST-ONE-APPOINTMENT
006910         THRU 4300-EXIT
006920         UNTIL BR2600-EOF-DAY.
006930     IF BR2600-BRANCH-APPTS = ZERO
006940         MOVE '    NO APPOINTMENTS BOOKED' TO BR2600-PRINT-LINE
006950         WRITE MF-REPORT-RECORD FROM BR2600-PRINT-LINE
006960     ELSE
006970         MOVE '  BRANCH APPOINTMENTS' TO BR2600-TOT-LABEL
006980         MOVE BR2600-BRANCH-APPTS TO BR2600-TOT-COUNT
006990         WRITE MF-REPORT-RECORD FROM BR2600-TOTAL-LINE
007000     END-IF.
007010 4200-EXIT.
007020     EXIT.
007030*
007040 4300-LIST-ONE-APPOINTMENT.
007050     READ APPOINTMENT-FILE NEXT RECORD
007060         AT END
007070             MOVE 'Y' TO BR2600-DAY-EOF-SW
007080             GO TO 4300-EXIT
007090     END-READ.
007100     IF NOT BR2600-APPT-OK
007110         OR BA-BRANCH-ID NOT = BM-BRANCH-ID
007120         OR BA-APPT-DATE NOT =
007130             BR2600-B-NEXT-DATE (BR2600-BR-SCAN-IX)
007140         MOVE 'Y' TO BR2600-DAY-EOF-SW
007150         GO TO 4300-EXIT
007160     END-IF.
007170     ADD 1 TO BR2600-BRANCH-APPTS.
007180     ADD 1 TO BR2600-DIST-APPTS.
007190     ADD 1 TO BR2600-MANIFEST-APPTS.
007200     MOVE BA-APPT-TIME TO BR2600-DTL-TIME.
007210     MOVE BA-CUSTOMER-NAME TO BR2600-DTL-CUSTOMER.
007220     MOVE BA-CONTACT-PHONE TO BR2600-DTL-PHONE.
007230     MOVE BA-APPT-PURPOSE TO BR2600-DTL-PURPOSE.
007240     MOVE BA-BOOKED-USER TO BR2600-DTL-BOOKED-BY.
007250     IF BA-IN-CONFLICT
007260         MOVE 'CONFLICT' TO BR2600-DTL-NOTE
007270     ELSE
007280         MOVE SPACES TO BR2600-DTL-NOTE
007290     END-IF.
007300     WRITE MF-REPORT-RECORD FROM BR2600-DETAIL-LINE.
007310     IF NOT BA-IN-CONFLICT
007320         AND BA-CONTACT-PHONE NOT = SPACES
007330         PERFORM 9600-WRITE-REMINDER
007340             THRU 9600-EXIT
007350     END-IF.
007360 4300-EXIT.
007370     EXIT.
007380*
007390 5000-DERIVE-EFFECTIVE-HOURS.
007400     MOVE ZERO TO BR2600-EFF-OPEN-HRS.
007410     MOVE ZERO TO BR2600-EFF-CLOSE-HRS.
007420     COMPUTE BR2600-DAY-NUM =
007430         FUNCTION INTEGER-OF-DATE (FUNCTION NUMVAL
007440             (BR2600-WORK-DATE)).
007450     IF BR2600-DAY-NUM = ZERO
007460         GO TO 5000-EXIT
007470     END-IF.
007480     PERFORM 5100-DERIVE-DAY-NAME
007490         THRU 5100-EXIT.
007500     MOVE ZERO TO BR2600-DAY-SLOT-IX.
007510     PERFORM 5200-FIND-MASTER-DAY-SLOT
007520         THRU 5200-EXIT
007530         VARYING BR2600-HRS-IX FROM 1 BY 1
007540         UNTIL BR2600-HRS-IX > 7
007550         OR BR2600-DAY-SLOT-IX NOT = ZERO.
007560     IF BR2600-DAY-SLOT-IX = ZERO
007570         GO TO 5000-EXIT
007580     END-IF.
007590     MOVE BM-OPEN-HRS (BR2600-DAY-SLOT-IX)
007600         TO BR2600-EFF-OPEN-HRS.
007610     MOVE BM-CLOSE-HRS (BR2600-DAY-SLOT-IX)
007620         TO BR2600-EFF-CLOSE-HRS.
007630     IF BR2600-HOLIDAY-FILE-OPEN
007640         MOVE BR2600-CURR-BRANCH TO BH-BRANCH-ID
007650         MOVE BR2600-WORK-DATE TO BH-HOLIDAY-DATE
007660         READ BRANCH-HOLIDAY-FILE
007670             KEY IS BH-KEY
007680         END-READ
007690         IF BR2600-HOLIDAY-OK
007700             IF BH-FULLY-CLOSED
007710                 MOVE ZERO TO BR2600-EFF-OPEN-HRS
007720                 MOVE ZERO TO BR2600-EFF-CLOSE-HRS
007730             ELSE
007740                 MOVE BH-OPEN-HRS TO BR2600-EFF-OPEN-HRS
007750                 MOVE BH-CLOSE-HRS TO BR2600-EFF-CLOSE-HRS
007760             END-IF
007770         END-IF
007780     END-IF.
007790 5000-EXIT.
007800     EXIT.
007810*
007820 5100-DERIVE-DAY-NAME.
007830     COMPUTE BR2600-DOW-IX =
007840         FUNCTION MOD (BR2600-DAY-NUM, 7).
007850     IF BR2600-DOW-IX = ZERO
007860         MOVE 7 TO BR2600-DOW-IX
007870     END-IF.
007880     MOVE BR2600-DAY-NAME (BR2600-DOW-IX) TO BR2600-TARGET-DAY.
007890 5100-EXIT.
007900     EXIT.
007910*
007920 5200-FIND-MASTER-DAY-SLOT.
007930     IF BM-WORK-DAY (BR2600-HRS-IX) = BR2600-TARGET-DAY
007940         MOVE BR2600-HRS-IX TO BR2600-DAY-SLOT-IX
007950     END-IF.
007960 5200-EXIT.
007970     EXIT.
007980*
007990*----------------------------------------------------------------
008000*  CONVERT BR2600-TZ-FROM-DATE/TIME, WALL-CLOCK IN ZONE
008010*  BR2600-TZ-FROM-ZONE, INTO BR2600-TZ-TO-DATE/TIME IN ZONE
008020*  BR2600-TZ-TO-ZONE THROUGH UTC.  A BLANK ZONE IS THE DATA CENTRE
008030*  CLOCK (HOST).  WITH NO RULES ON FILE FOR EITHER ZONE THE MOMENT
008040*  IS PASSED THROUGH UNCHANGED.
008050*----------------------------------------------------------------
008060 5500-CONVERT-ZONE-TIME.
008070     MOVE BR2600-TZ-FROM-DATE TO BR2600-TZ-TO-DATE.
008080     MOVE BR2600-TZ-FROM-TIME TO BR2600-TZ-TO-TIME.
008090     IF BR2600-TZ-FROM-ZONE = SPACES
008100         MOVE 'HOST' TO BR2600-TZ-FROM-ZONE
008110     END-IF.
008120     IF BR2600-TZ-TO-ZONE = SPACES
008130         MOVE 'HOST' TO BR2600-TZ-TO-ZONE
008140     END-IF.
008150     IF BR2600-TZ-FROM-ZONE = BR2600-TZ-TO-ZONE
008160         OR NOT BR2600-ZONE-FILE-OPEN
008170         OR BR2600-TZ-FROM-DATE NOT NUMERIC
008180         OR BR2600-TZ-FROM-TIME NOT NUMERIC
008190         GO TO 5500-EXIT
008200     END-IF.
008210     COMPUTE BR2600-TZ-DAY-NUM =
008220         FUNCTION INTEGER-OF-DATE (FUNCTION NUMVAL
008230             (BR2600-TZ-FROM-DATE)).
008240     IF BR2600-TZ-DAY-NUM = ZERO
008250         GO TO 5500-EXIT
008260     END-IF.
008270     MOVE BR2600-TZ-FROM-TIME TO BR2600-TZ-HHMM.
008280     COMPUTE BR2600-TZ-LCL-MINS =
008290         BR2600-TZ-DAY-NUM * 1440
008300         + BR2600-TZ-HH * 60 + BR2600-TZ-MM.
008310     MOVE BR2600-TZ-FROM-ZONE TO TR-ZONE-ID.
008320     MOVE BR2600-TZ-FROM-DATE (1:4) TO TR-RULE-YEAR.
008330     PERFORM 5510-READ-ZONE-RULE
008340         THRU 5510-EXIT.
008350     IF NOT BR2600-TZ-RULE-FOUND
008360         GO TO 5500-EXIT
008370     END-IF.
008380     PERFORM 5520-LOCAL-TO-UTC
008390         THRU 5520-EXIT.
008400     COMPUTE BR2600-TZ-DAY-NUM = BR2600-TZ-UTC-MINS / 1440.
008410     COMPUTE BR2600-TZ-DATE-NUM =
008420         FUNCTION DATE-OF-INTEGER (BR2600-TZ-DAY-NUM).
008430     MOVE BR2600-TZ-TO-ZONE TO TR-ZONE-ID.
008440     MOVE BR2600-TZ-DATE-YEAR TO TR-RULE-YEAR.
008450     PERFORM 5510-READ-ZONE-RULE
008460         THRU 5510-EXIT.
008470     IF NOT BR2600-TZ-RULE-FOUND
008480         GO TO 5500-EXIT
008490     END-IF.
008500     PERFORM 5530-UTC-TO-LOCAL
008510         THRU 5530-EXIT.
008520 5500-EXIT.
008530     EXIT.
008540*
008550 5510-READ-ZONE-RULE.
008560     MOVE 'N' TO BR2600-TZ-RULE-SW.
008570     READ ZONE-RULE-FILE
008580         KEY IS TR-KEY
008590     END-READ.
008600     IF BR2600-ZONE-OK
008610         MOVE 'Y' TO BR2600-TZ-RULE-SW
008620     END-IF.
008630 5510-EXIT.
008640     EXIT.
008650*
008660 5520-LOCAL-TO-UTC.
008670     COMPUTE BR2600-TZ-UTC-MINS =
008680         BR2600-TZ-LCL-MINS - TR-DST-OFFSET-MINS.
008690     PERFORM 5540-TEST-DAYLIGHT
008700         THRU 5540-EXIT.
008710     IF NOT BR2600-TZ-IN-DST
008720         COMPUTE BR2600-TZ-UTC-MINS =
008730             BR2600-TZ-LCL-MINS - TR-STD-OFFSET-MINS
008740     END-IF.
008750 5520-EXIT.
008760     EXIT.
008770*
008780 5530-UTC-TO-LOCAL.
008790     PERFORM 5540-TEST-DAYLIGHT
008800         THRU 5540-EXIT.
008810     IF BR2600-TZ-IN-DST
008820         MOVE TR-DST-OFFSET-MINS TO BR2600-TZ-OFFSET-MINS
008830     ELSE
008840         MOVE TR-STD-OFFSET-MINS TO BR2600-TZ-OFFSET-MINS
008850     END-IF.
008860     COMPUTE BR2600-TZ-LCL-MINS =
008870         BR2600-TZ-UTC-MINS + BR2600-TZ-OFFSET-MINS.
008880     COMPUTE BR2600-TZ-DAY-NUM = BR2600-TZ-LCL-MINS / 1440.
008890     COMPUTE BR2600-TZ-DAY-MINS =
008900         BR2600-TZ-LCL-MINS - BR2600-TZ-DAY-NUM * 1440.
008910     COMPUTE BR2600-TZ-DATE-NUM =
008920         FUNCTION DATE-OF-INTEGER (BR2600-TZ-DAY-NUM).
008930     COMPUTE BR2600-TZ-HH = BR2600-TZ-DAY-MINS / 60.
008940     COMPUTE BR2600-TZ-MM =
008950         BR2600-TZ-DAY-MINS - BR2600-TZ-HH * 60.
008960     MOVE BR2600-TZ-DATE-NUM TO BR2600-TZ-TO-DATE.
008970     MOVE BR2600-TZ-HHMM TO BR2600-TZ-TO-TIME.
008980 5530-EXIT.
008990     EXIT.
009000*
009010*----------------------------------------------------------------
009020*  IS THE UTC MOMENT IN BR2600-TZ-UTC-MINS INSIDE THE DAYLIGHT
009030*  PERIOD OF THE RULE IN THE ZONE-RULE-FILE RECORD AREA?  THE
009040*  START IS PUBLISHED IN STANDARD LOCAL TIME AND THE END IN
009050*  DAYLIGHT LOCAL TIME.  A START AFTER THE END IS A SOUTHERN-
009060*  HEMISPHERE YEAR - DAYLIGHT RUNS FROM THE START TO NEW YEAR AND
009070*  FROM NEW YEAR TO THE END.
009080*----------------------------------------------------------------
009090 5540-TEST-DAYLIGHT.
009100     MOVE 'N' TO BR2600-TZ-DST-SW.
009110     IF TR-DST-START-DATE NOT NUMERIC
009120         OR TR-DST-END-DATE NOT NUMERIC
009130         OR TR-DST-START-TIME NOT NUMERIC
009140         OR TR-DST-END-TIME NOT NUMERIC
009150         GO TO 5540-EXIT
009160     END-IF.
009170     MOVE TR-DST-START-TIME TO BR2600-TZ-HHMM.
009180     COMPUTE BR2600-TZ-START-MINS =
009190         FUNCTION INTEGER-OF-DATE (FUNCTION NUMVAL
009200             (TR-DST-START-DATE)) * 1440
009210         + BR2600-TZ-HH * 60 + BR2600-TZ-MM
009220         - TR-STD-OFFSET-MINS.
009230     MOVE TR-DST-END-TIME TO BR2600-TZ-HHMM.
009240     COMPUTE BR2600-TZ-END-MINS =
009250         FUNCTION INTEGER-OF-DATE (FUNCTION NUMVAL
009260             (TR-DST-END-DATE)) * 1440
009270         + BR2600-TZ-HH * 60 + BR2600-TZ-MM
009280         - TR-DST-OFFSET-MINS.
009290     IF BR2600-TZ-START-MINS < BR2600-TZ-END-MINS
009300         IF BR2600-TZ-UTC-MINS NOT LESS THAN BR2600-TZ-START-MINS
009310             AND BR2600-TZ-UTC-MINS < BR2600-TZ-END-MINS
009320             MOVE 'Y' TO BR2600-TZ-DST-SW
009330         END-IF
009340     ELSE
009350         IF BR2600-TZ-UTC-MINS NOT LESS THAN BR2600-TZ-START-MINS
009360             OR BR2600-TZ-UTC-MINS < BR2600-TZ-END-MINS
009370             MOVE 'Y' TO BR2600-TZ-DST-SW
009380         END-IF
009390     END-IF.
009400 5540-EXIT.
009410     EXIT.
009420*
009430 9600-WRITE-REMINDER.
009440     MOVE BM-BRANCH-ID TO RM-BRANCH-ID.
009450     MOVE BM-BR-NAME TO RM-BR-NAME.
009460     MOVE BM-BR-ADDR-1 TO RM-BR-ADDR-1.
009470     MOVE BM-BR-POSTAL-CODE TO RM-BR-POSTAL-CODE.
009480     MOVE BA-CUSTOMER-NAME TO RM-CUSTOMER-NAME.
009490     MOVE BA-CONTACT-PHONE TO RM-CONTACT-PHONE.
009500     MOVE BA-APPT-DATE TO RM-APPT-DATE.
009510     MOVE BA-APPT-TIME TO RM-APPT-TIME.
009520     MOVE BM-TIME-ZONE-ID TO RM-TIME-ZONE-ID.
009530     WRITE REMINDER-LINE FROM RM-REMINDER-RECORD.
009540     ADD 1 TO BR2600-REMINDERS-WRITTEN.
009550 9600-EXIT.
009560     EXIT.
009570*
009580 9000-TERMINATE.
009590     MOVE SPACES TO BR2600-PRINT-LINE.
009600     WRITE MF-REPORT-RECORD FROM BR2600-PRINT-LINE.
009610     MOVE 'BRANCHES ON MANIFEST' TO BR2600-TOT-LABEL.
009620     MOVE BR2600-MANIFEST-BRANCHES TO BR2600-TOT-COUNT.
009630     WRITE MF-REPORT-RECORD FROM BR2600-TOTAL-LINE.
009640     MOVE 'APPOINTMENTS LISTED' TO BR2600-TOT-LABEL.
009650     MOVE BR2600-MANIFEST-APPTS TO BR2600-TOT-COUNT.
009660     WRITE MF-REPORT-RECORD FROM BR2600-TOTAL-LINE.
009670     MOVE 'REMINDERS WRITTEN' TO BR2600-TOT-LABEL.
009680     MOVE BR2600-REMINDERS-WRITTEN TO BR2600-TOT-COUNT.
009690     WRITE MF-REPORT-RECORD FROM BR2600-TOTAL-LINE.
009700     MOVE 'MOVED TO HISTORY - KEPT' TO BR2600-TOT-LABEL.
009710     MOVE BR2600-KEPT-CNT TO BR2600-TOT-COUNT.
009720     WRITE MF-REPORT-RECORD FROM BR2600-TOTAL-LINE.
009730     MOVE 'MOVED TO HISTORY - NO-SHOW' TO BR2600-TOT-LABEL.
009740     MOVE BR2600-NO-SHOW-CNT TO BR2600-TOT-COUNT.
009750     WRITE MF-REPORT-RECORD FROM BR2600-TOTAL-LINE.
009760     MOVE 'PAST, LEFT IN CONFLICT' TO BR2600-TOT-LABEL.
009770     MOVE BR2600-CONFLICT-LEFT-CNT TO BR2600-TOT-COUNT.
009780     WRITE MF-REPORT-RECORD FROM BR2600-TOTAL-LINE.
009790     IF BR2600-RUN-FAILED
009800         MOVE '*** RUN STOPPED - HISTORY MOVE FAILED ***'
009810             TO BR2600-PRINT-LINE
009820         WRITE MF-REPORT-RECORD FROM BR2600-PRINT-LINE
009830     END-IF.
009840     IF BR2600-BRANCH-OVERFLOW > ZERO
009850         MOVE 'BRANCHES NOT LOADED-TABLE FULL'
009860             TO BR2600-TOT-LABEL
009870         MOVE BR2600-BRANCH-OVERFLOW TO BR2600-TOT-COUNT
009880         WRITE MF-REPORT-RECORD FROM BR2600-TOTAL-LINE
009890     END-IF.
009900     CLOSE APPOINTMENT-FILE.
009910     CLOSE BRANCH-MASTER-FILE.
009920     CLOSE DISTRICT-FILE.
009930     IF BR2600-HOLIDAY-FILE-OPEN
009940         CLOSE BRANCH-HOLIDAY-FILE
009950     END-IF.
009960     IF BR2600-ZONE-FILE-OPEN
009970         CLOSE ZONE-RULE-FILE
009980     END-IF.
009990     CLOSE APPT-HISTORY-FILE.
010000     CLOSE MANIFEST-REPORT-FILE.
010010     CLOSE REMINDER-FILE.
010020     DISPLAY 'BR2600 - APPT RECS READ    : ' BR2600-RECORDS-READ.
010030     DISPLAY 'BR2600 - DISTRICTS LOADED  : '
010040         BR2600-DISTRICTS-LOADED.
010050     DISPLAY 'BR2600 - DISTRICTS DROPPED : '
010060         BR2600-DIST-OVERFLOW.
010070     DISPLAY 'BR2600 - BRANCHES LOADED   : '
010080         BR2600-BRANCHES-LOADED.
010090     DISPLAY 'BR2600 - BRANCHES DROPPED  : '
010100         BR2600-BRANCH-OVERFLOW.
010110     DISPLAY 'BR2600 - UNKNOWN DISTRICTS : '
010120         BR2600-UNKNOWN-DISTRICTS.
010130     DISPLAY 'BR2600 - MOVED, KEPT       : ' BR2600-KEPT-CNT.
010140     DISPLAY 'BR2600 - MOVED, NO-SHOW    : ' BR2600-NO-SHOW-CNT.
010150     DISPLAY 'BR2600 - PAST, IN CONFLICT : '
010160         BR2600-CONFLICT-LEFT-CNT.
010170     DISPLAY 'BR2600 - MANIFEST BRANCHES : '
010180         BR2600-MANIFEST-BRANCHES.
010190     DISPLAY 'BR2600 - MANIFEST APPTS    : '
010200         BR2600-MANIFEST-APPTS.
010210     DISPLAY 'BR2600 - REMINDERS WRITTEN : '
010220         BR2600-REMINDERS-WRITTEN.
010230     IF BR2600-RUN-FAILED
010240         MOVE 16 TO RETURN-CODE
010250     ELSE
010260         IF BR2600-BRANCH-OVERFLOW > ZERO
010270             MOVE 4 TO RETURN-CODE
010280         END-IF
010290     END-IF.
010300     PERFORM 9900-RECORD-RUN-CONTROL
010310         THRU 9900-EXIT.
010320 9000-EXIT.
010330     EXIT.
010340*
010350*----------------------------------------------------------------
010360*  NIGHTLY RUN CONTROL - THE STEP'S OUTCOME AND KEY COUNTS TO
010370*  BRRUNCTL THROUGH BR3000, WHICH TAKES THE OUTCOME FROM THE
010380*  RETURN CODE UNLESS ONE IS GIVEN.  COUNT NUMBERS, AS BRCYCRUL
010390*  THRESHOLDS NAME THEM - 1 APPT READ, 2 MOVED KEPT, 3 MOVED
010400*  NO-SHOW, 4 PAST IN CONFLICT, 5 MANIFEST APPTS, 6 REMINDERS.
010410*----------------------------------------------------------------
010420 9900-RECORD-RUN-CONTROL.
010430     MOVE 'R' TO RL-FUNCTION.
010440     MOVE 'BR2600' TO RL-STEP-ID.
010450     MOVE RETURN-CODE TO RL-RETURN-CODE.
010460     MOVE 'APPT READ' TO RL-COUNT-NAME (1).
010470     MOVE BR2600-RECORDS-READ TO RL-COUNT-VALUE (1).
010480     MOVE 'MOVED KEPT' TO RL-COUNT-NAME (2).
010490     MOVE BR2600-KEPT-CNT TO RL-COUNT-VALUE (2).
010500     MOVE 'MOVED NO-SHOW' TO RL-COUNT-NAME (3).
010510     MOVE BR2600-NO-SHOW-CNT TO RL-COUNT-VALUE (3).
010520     MOVE 'PAST IN CONFLICT' TO RL-COUNT-NAME (4).
010530     MOVE BR2600-CONFLICT-LEFT-CNT TO RL-COUNT-VALUE (4).
010540     MOVE 'MANIFEST APPTS' TO RL-COUNT-NAME (5).
010550     MOVE BR2600-MANIFEST-APPTS TO RL-COUNT-VALUE (5).
010560     MOVE 'REMINDERS' TO RL-COUNT-NAME (6).
010570     MOVE BR2600-REMINDERS-WRITTEN TO RL-COUNT-VALUE (6).
010580     CALL 'BR3000' USING RUN-CONTROL-RQRS.
010590     CANCEL 'BR3000'.
010600     MOVE RL-RETURN-CODE TO RETURN-CODE.
010610 9900-EXIT.
010620     EXIT.
