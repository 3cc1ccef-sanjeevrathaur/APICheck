000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  BR2700.
000030 AUTHOR.      M OKAFOR.
000040 INSTALLATION. CELERITI DEPOSITS - BRANCH SERVICES.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080*  MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100*  101526  MO   INITIAL VERSION - WEEKLY BANKER APPOINTMENT
000110*               UTILIZATION REPORT.  FOR A SEVEN-DAY WEEK (SYSIN
000120*               START DATE, BLANK = THE SEVEN DAYS ENDING
000130*               YESTERDAY) COUNTS THE THIRTY-MINUTE SLOTS EACH
000140*               ACTIVE BRANCH HAD AVAILABLE - BM-WORKING-HRS WITH
000150*               ANY BRANHOL EXCEPTION FOLDED IN, THE SAME SLOTS
000160*               BR1100 BOOKS - AGAINST THE SLOTS BOOKED, TAKEN
000170*               FROM BRANAPPT FOR BOOKINGS STILL LIVE AND FROM
000180*               THE BRAPPHST HISTORY FOR THOSE BR2600 HAS MOVED
000190*               (KEPT AND NO-SHOW COUNT AS BOOKED; CANCELS ARE
000200*               SHOWN BESIDE THEM BUT FREED THE SLOT).  PRINTED BY
000210*               BRANCH WITHIN BRANDIST DISTRICT ON BRANUTLR WITH
000220*               DISTRICT AND NETWORK TOTALS.
000230*----------------------------------------------------------------
000240 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000260 SOURCE-COMPUTER.  IBM-370.
000270 OBJECT-COMPUTER.  IBM-370.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT BRANCH-MASTER-FILE ASSIGN TO BRANMSTR
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS DYNAMIC
000330         RECORD KEY IS BM-BRANCH-ID
000340         FILE STATUS IS BR2700-MASTER-STATUS.
000350
000360     SELECT DISTRICT-FILE ASSIGN TO BRANDIST
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS DS-DISTRICT-ID
000400         FILE STATUS IS BR2700-DISTRICT-STATUS.
000410
000420     SELECT BRANCH-HOLIDAY-FILE ASSIGN TO BRANHOL
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS BH-KEY
000460         FILE STATUS IS BR2700-HOLIDAY-STATUS.
000470
000480     SELECT APPOINTMENT-FILE ASSIGN TO BRANAPPT
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS SEQUENTIAL
000510         RECORD KEY IS BA-KEY
000520         FILE STATUS IS BR2700-APPT-STATUS.
000530
000540     SELECT APPT-HISTORY-FILE ASSIGN TO BRAPPHST
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS BR2700-HISTORY-STATUS.
000570
000580     SELECT UTIL-REPORT-FILE ASSIGN TO BRANUTLR
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS BR2700-REPORT-STATUS.
000610*
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  BRANCH-MASTER-FILE.
000650     COPY "BranchMstr.cpy".
000660
000670 FD  DISTRICT-FILE.
000680     COPY "BrDist.cpy".
000690
000700 FD  BRANCH-HOLIDAY-FILE.
000710     COPY "BranchHol.cpy".
000720
000730 FD  APPOINTMENT-FILE.
000740     COPY "BranchApt.cpy".
000750
000760 FD  APPT-HISTORY-FILE
000770     RECORDING MODE IS F.
000780     COPY "BrApHst.cpy".
000790
000800 FD  UTIL-REPORT-FILE
000810     RECORDING MODE IS F.
000820     COPY "BrUtlRp.cpy".
000830*
000840 WORKING-STORAGE SECTION.
000850 77  BR2700-MASTER-STATUS            PIC X(02) VALUE SPACES.
000860     88  BR2700-MASTER-OK            VALUE '00', '02'.
000870 77  BR2700-DISTRICT-STATUS          PIC X(02) VALUE SPACES.
000880     88  BR2700-DISTRICT-OK          VALUE '00', '02'.
000890 77  BR2700-HOLIDAY-STATUS           PIC X(02) VALUE SPACES.
000900     88  BR2700-HOLIDAY-OK           VALUE '00'.
000910 77  BR2700-HOLIDAY-OPEN-SW          PIC X(01) VALUE 'N'.
000920     88  BR2700-HOLIDAY-FILE-OPEN    VALUE 'Y'.
000930 77  BR2700-APPT-STATUS              PIC X(02) VALUE SPACES.
000940     88  BR2700-APPT-OK              VALUE '00', '02'.
000950     88  BR2700-APPT-NEW-FILE        VALUE '35'.
000960 77  BR2700-HISTORY-STATUS           PIC X(02) VALUE SPACES.
000970     88  BR2700-HISTORY-OK           VALUE '00'.
000980     88  BR2700-HISTORY-NEW-FILE     VALUE '35'.
000990 77  BR2700-REPORT-STATUS            PIC X(02) VALUE SPACES.
001000     88  BR2700-REPORT-OK            VALUE '00'.
001010 77  BR2700-DIST-EOF-SW              PIC X(01) VALUE 'N'.
001020     88  BR2700-EOF-DISTRICTS        VALUE 'Y'.
001030 77  BR2700-MASTER-EOF-SW            PIC X(01) VALUE 'N'.
001040     88  BR2700-EOF-MASTER           VALUE 'Y'.
001050 77  BR2700-APPT-EOF-SW              PIC X(01) VALUE 'N'.
001060     88  BR2700-EOF-APPT             VALUE 'Y'.
001070 77  BR2700-HISTORY-EOF-SW           PIC X(01) VALUE 'N'.
001080     88  BR2700-EOF-HISTORY          VALUE 'Y'.
001090 77  BR2700-DIST-HEAD-SW             PIC X(01) VALUE 'N'.
001100     88  BR2700-DIST-HEAD-DONE       VALUE 'Y'.
001110 77  BR2700-APPTS-READ               PIC 9(07) COMP-3 VALUE ZERO.
001120 77  BR2700-HISTORY-READ             PIC 9(07) COMP-3 VALUE ZERO.
001130 77  BR2700-UNMATCHED-CNT            PIC 9(07) COMP-3 VALUE ZERO.
001140 77  BR2700-DISTRICTS-LOADED         PIC 9(07) COMP-3 VALUE ZERO.
001150 77  BR2700-DIST-OVERFLOW            PIC 9(07) COMP-3 VALUE ZERO.
001160 77  BR2700-BRANCHES-LOADED          PIC 9(07) COMP-3 VALUE ZERO.
001170 77  BR2700-BRANCH-OVERFLOW          PIC 9(07) COMP-3 VALUE ZERO.
001180 77  BR2700-UNKNOWN-DISTRICTS        PIC 9(07) COMP-3 VALUE ZERO.
001190 77  BR2700-DIST-MAX                 PIC 9(03) COMP VALUE 200.
001200 77  BR2700-DIST-CNT                 PIC 9(03) COMP VALUE ZERO.
001210 77  BR2700-DIST-IX                  PIC 9(03) COMP VALUE ZERO.
001220 77  BR2700-CURR-DIST-IX             PIC 9(03) COMP VALUE ZERO.
001230 77  BR2700-SCAN-IX                  PIC 9(03) COMP VALUE ZERO.
001240 77  BR2700-SLOT-IX                  PIC 9(03) COMP VALUE ZERO.
001250 77  BR2700-BR-MAX                   PIC 9(05) COMP VALUE 3000.
001260 77  BR2700-BR-CNT                   PIC 9(05) COMP VALUE ZERO.
001270 77  BR2700-BR-IX                    PIC 9(05) COMP VALUE ZERO.
001280 77  BR2700-BR-SCAN-IX               PIC 9(05) COMP VALUE ZERO.
001290 77  BR2700-BR-LO                    PIC 9(05) COMP VALUE ZERO.
001300 77  BR2700-BR-HI                    PIC 9(05) COMP VALUE ZERO.
001310 77  BR2700-BR-MID                   PIC 9(05) COMP VALUE ZERO.
001320 77  BR2700-HRS-IX                   PIC 9(02) COMP VALUE ZERO.
001330 77  BR2700-DAY-SLOT-IX              PIC 9(02) COMP VALUE ZERO.
001340 77  BR2700-DAY-NUM                  PIC 9(07) COMP VALUE ZERO.
001350 77  BR2700-START-DAY-NUM            PIC 9(07) COMP VALUE ZERO.
001360 77  BR2700-DOW-IX                   PIC 9(01) COMP VALUE ZERO.
001370 77  BR2700-DAY-OFFSET               PIC 9(01) COMP VALUE ZERO.
001380 77  BR2700-FUT-DATE-NUM             PIC 9(08) VALUE ZERO.
001390 77  BR2700-EFF-OPEN-HRS             PIC 9(04) VALUE ZERO.
001400 77  BR2700-EFF-CLOSE-HRS            PIC 9(04) VALUE ZERO.
001410 77  BR2700-OPEN-MINS                PIC 9(04) COMP VALUE ZERO.
001420 77  BR2700-CLOSE-MINS               PIC 9(04) COMP VALUE ZERO.
001430 77  BR2700-SLOT-QUOT                PIC 9(04) COMP VALUE ZERO.
001440 77  BR2700-DAY-SLOTS                PIC 9(04) COMP VALUE ZERO.
001450 77  BR2700-UTIL-PCT                 PIC 9(04)V9 VALUE ZERO.
001460 01  BR2700-HHMM                     PIC 9(04) VALUE ZERO.
001470 01  BR2700-HHMM-R REDEFINES BR2700-HHMM.
001480     05  BR2700-HH                   PIC 9(02).
001490     05  BR2700-MM                   PIC 9(02).
001500 01  BR2700-WEEK-CARD                PIC X(08).
001510 01  BR2700-WEEK-START               PIC X(08).
001520 01  BR2700-WEEK-END                 PIC X(08).
001530 01  BR2700-CURR-BRANCH              PIC X(06) VALUE SPACES.
001540 01  BR2700-FIND-ID                  PIC X(06) VALUE SPACES.
001550 01  BR2700-TARGET-DAY               PIC X(09).
001560 01  BR2700-WORK-DATE                PIC X(08).
001570 01  BR2700-RUN-DATE                 PIC X(08).
001580 01  BR2700-DIST-TABLE.
001590     05  BR2700-DIST-ENTRY OCCURS 200 TIMES.
001600         10  BR2700-D-ID             PIC X(04).
001610         10  BR2700-D-NAME           PIC X(30).
001620 01  BR2700-BRANCH-TABLE.
001630     05  BR2700-BR-ENTRY OCCURS 3000 TIMES.
001640         10  BR2700-B-ID             PIC X(06).
001650         10  BR2700-B-NAME           PIC X(40).
001660         10  BR2700-B-DIST-IX        PIC 9(03) COMP.
001670         10  BR2700-B-AVAIL          PIC 9(05) COMP-3.
001680         10  BR2700-B-BOOKED         PIC 9(05) COMP-3.
001690         10  BR2700-B-NO-SHOW        PIC 9(05) COMP-3.
001700         10  BR2700-B-CANCEL         PIC 9(05) COMP-3.
001710 01  BR2700-SUM-COUNTS.
001720     05  BR2700-SUM-AVAIL            PIC 9(07) COMP-3 VALUE ZERO.
001730     05  BR2700-SUM-BOOKED           PIC 9(07) COMP-3 VALUE ZERO.
001740     05  BR2700-SUM-NO-SHOW          PIC 9(07) COMP-3 VALUE ZERO.
001750     05  BR2700-SUM-CANCEL           PIC 9(07) COMP-3 VALUE ZERO.
001760 01  BR2700-DIST-COUNTS.
001770     05  BR2700-DT-AVAIL             PIC 9(07) COMP-3 VALUE ZERO.
001780     05  BR2700-DT-BOOKED            PIC 9(07) COMP-3 VALUE ZERO.
001790     05  BR2700-DT-NO-SHOW           PIC 9(07) COMP-3 VALUE ZERO.
001800     05  BR2700-DT-CANCEL            PIC 9(07) COMP-3 VALUE ZERO.
001810 01  BR2700-NETWORK-COUNTS.
001820     05  BR2700-NT-AVAIL             PIC 9(07) COMP-3 VALUE ZERO.
001830     05  BR2700-NT-BOOKED            PIC 9(07) COMP-3 VALUE ZERO.
001840     05  BR2700-NT-NO-SHOW           PIC 9(07) COMP-3 VALUE ZERO.
001850     05  BR2700-NT-CANCEL            PIC 9(07) COMP-3 VALUE ZERO.
001860 01  BR2700-DAY-NAME-DATA.
001870     05  FILLER                      PIC X(09) VALUE 'MONDAY   '.
001880     05  FILLER                      PIC X(09) VALUE 'TUESDAY  '.
001890     05  FILLER                      PIC X(09) VALUE 'WEDNESDAY'.
001900     05  FILLER                      PIC X(09) VALUE 'THURSDAY '.
001910     05  FILLER                      PIC X(09) VALUE 'FRIDAY   '.
001920     05  FILLER                      PIC X(09) VALUE 'SATURDAY '.
001930     05  FILLER                      PIC X(09) VALUE 'SUNDAY   '.
001940 01  BR2700-DAY-NAME-TABLE REDEFINES BR2700-DAY-NAME-DATA.
001950     05  BR2700-DAY-NAME OCCURS 7 TIMES
001960                                     PIC X(09).
001970 01  BR2700-PRINT-LINE               PIC X(132).
001980 01  BR2700-HEAD-LINE.
001990     05  FILLER                      PIC X(46) VALUE
002000         'BR2700 - BANKER APPOINTMENT UTILIZATION, WEEK '.
002010     05  BR2700-HEAD-START           PIC X(08).
002020     05  FILLER                      PIC X(04) VALUE ' TO '.
002030     05  BR2700-HEAD-END             PIC X(08).
002040     05  FILLER                      PIC X(05) VALUE ', RUN'.
002050     05  FILLER                      PIC X(01) VALUE SPACE.
002060     05  BR2700-HEAD-RUN-DATE        PIC X(08).
002070     05  FILLER                      PIC X(52) VALUE SPACES.
002080 01  BR2700-COLUMN-LINE.
002090     05  FILLER                      PIC X(40) VALUE
002100         '  BRANCH  NAME'.
002110     05  FILLER                      PIC X(32) VALUE
002120         '   AVAIL  BOOKED NO-SHOW  CANCEL'.
002130     05  FILLER                      PIC X(07) VALUE
002140         ' UTIL %'.
002150     05  FILLER                      PIC X(53) VALUE SPACES.
002160 01  BR2700-DIST-LINE.
002170     05  FILLER                      PIC X(09) VALUE 'DISTRICT '.
002180     05  BR2700-DSL-ID               PIC X(04).
002190     05  FILLER                      PIC X(01) VALUE SPACE.
002200     05  BR2700-DSL-NAME             PIC X(30).
002210     05  FILLER                      PIC X(88) VALUE SPACES.
002220 01  BR2700-DETAIL-LINE.
002230     05  FILLER                      PIC X(02) VALUE SPACES.
002240     05  BR2700-DTL-BRANCH-ID        PIC X(06).
002250     05  FILLER                      PIC X(02) VALUE SPACES.
002260     05  BR2700-DTL-NAME             PIC X(30).
002270     05  BR2700-DTL-AVAIL            PIC Z(07)9.
002280     05  BR2700-DTL-BOOKED           PIC Z(07)9.
002290     05  BR2700-DTL-NO-SHOW          PIC Z(07)9.
002300     05  BR2700-DTL-CANCEL           PIC Z(07)9.
002310     05  FILLER                      PIC X(01) VALUE SPACE.
002320     05  BR2700-DTL-UTIL             PIC ZZZ9.9.
002330     05  FILLER                      PIC X(53) VALUE SPACES.
002340 01  BR2700-TOTAL-LINE.
002350     05  BR2700-TOT-LABEL            PIC X(40).
002360     05  BR2700-TOT-AVAIL            PIC Z(07)9.
002370     05  BR2700-TOT-BOOKED           PIC Z(07)9.
002380     05  BR2700-TOT-NO-SHOW          PIC Z(07)9.
002390     05  BR2700-TOT-CANCEL           PIC Z(07)9.
002400     05  FILLER                      PIC X(01) VALUE SPACE.
002410     05  BR2700-TOT-UTIL             PIC ZZZ9.9.
002420     05  FILLER                      PIC X(53) VALUE SPACES.
002430*
002440 PROCEDURE DIVISION.
002450 0000-MAINLINE.
002460     PERFORM 1000-INITIALIZE
002470         THRU 1000-EXIT.
002480     PERFORM 1500-LOAD-ONE-DISTRICT
002490         THRU 1500-EXIT
002500         UNTIL BR2700-EOF-DISTRICTS.
002510     PERFORM 1700-LOAD-ONE-BRANCH
002520         THRU 1700-EXIT
002530         UNTIL BR2700-EOF-MASTER.
002540     PERFORM 2000-COUNT-LIVE-BOOKING
002550         THRU 2000-EXIT
002560         UNTIL BR2700-EOF-APPT.
002570     PERFORM 2500-COUNT-HISTORY-BOOKING
002580         THRU 2500-EXIT
002590         UNTIL BR2700-EOF-HISTORY.
002600     PERFORM 4000-WRITE-REPORT
002610         THRU 4000-EXIT.
002620     PERFORM 9000-TERMINATE
002630         THRU 9000-EXIT.
002640     GOBACK.
002650*
002660 1000-INITIALIZE.
002670     ACCEPT BR2700-RUN-DATE FROM DATE YYYYMMDD.
002680     ACCEPT BR2700-WEEK-CARD.
002690     IF BR2700-WEEK-CARD = SPACES
002700         COMPUTE BR2700-START-DAY-NUM =
002710             FUNCTION INTEGER-OF-DATE (FUNCTION NUMVAL
002720                 (BR2700-RUN-DATE)) - 7
002730     ELSE
002740         IF BR2700-WEEK-CARD NOT NUMERIC
002750             DISPLAY 'BR2700 - WEEK START CARD NOT NUMERIC <'
002760                 BR2700-WEEK-CARD '>'
002770             GO TO 1000-ABEND
002780         END-IF
002790         COMPUTE BR2700-START-DAY-NUM =
002800             FUNCTION INTEGER-OF-DATE (FUNCTION NUMVAL
002810                 (BR2700-WEEK-CARD))
002820         IF BR2700-START-DAY-NUM = ZERO
002830             DISPLAY 'BR2700 - WEEK START CARD NOT A DATE <'
002840                 BR2700-WEEK-CARD '>'
002850             GO TO 1000-ABEND
002860         END-IF
002870     END-IF.
002880     COMPUTE BR2700-FUT-DATE-NUM =
002890         FUNCTION DATE-OF-INTEGER (BR2700-START-DAY-NUM).
002900     MOVE BR2700-FUT-DATE-NUM TO BR2700-WEEK-START.
002910     COMPUTE BR2700-FUT-DATE-NUM =
002920         FUNCTION DATE-OF-INTEGER (BR2700-START-DAY-NUM + 6).
002930     MOVE BR2700-FUT-DATE-NUM TO BR2700-WEEK-END.
002940     DISPLAY 'BR2700 - WEEK REPORTED     : ' BR2700-WEEK-START
002950         ' TO ' BR2700-WEEK-END.
002960     OPEN INPUT BRANCH-MASTER-FILE.
002970     IF NOT BR2700-MASTER-OK
002980         DISPLAY 'BR2700 - OPEN FAILED ON BRANCH-MASTER-FILE '
002990             BR2700-MASTER-STATUS
003000         GO TO 1000-ABEND
003010     END-IF.
003020     OPEN INPUT DISTRICT-FILE.
003030     IF NOT BR2700-DISTRICT-OK
003040         DISPLAY 'BR2700 - OPEN FAILED ON DISTRICT-FILE '
003050             BR2700-DISTRICT-STATUS
003060         GO TO 1000-ABEND
003070     END-IF.
003080     OPEN INPUT BRANCH-HOLIDAY-FILE.
003090     IF BR2700-HOLIDAY-OK
003100         MOVE 'Y' TO BR2700-HOLIDAY-OPEN-SW
003110     END-IF.
003120     OPEN INPUT APPOINTMENT-FILE.
003130     IF BR2700-APPT-NEW-FILE
003140         MOVE 'Y' TO BR2700-APPT-EOF-SW
003150     ELSE
003160         IF NOT BR2700-APPT-OK
003170             DISPLAY 'BR2700 - OPEN FAILED ON APPOINTMENT-FILE '
003180                 BR2700-APPT-STATUS
003190             GO TO 1000-ABEND
003200         END-IF
003210     END-IF.
003220     OPEN INPUT APPT-HISTORY-FILE.
003230     IF BR2700-HISTORY-NEW-FILE
003240         MOVE 'Y' TO BR2700-HISTORY-EOF-SW
003250     ELSE
003260         IF NOT BR2700-HISTORY-OK
003270             DISPLAY 'BR2700 - OPEN FAILED ON APPT-HISTORY-FILE '
003280                 BR2700-HISTORY-STATUS
003290             GO TO 1000-ABEND
003300         END-IF
003310     END-IF.
003320     OPEN OUTPUT UTIL-REPORT-FILE.
003330     IF NOT BR2700-REPORT-OK
003340         DISPLAY 'BR2700 - OPEN FAILED ON UTIL-REPORT-FILE '
003350             BR2700-REPORT-STATUS
003360         GO TO 1000-ABEND
003370     END-IF.
003380     GO TO 1000-EXIT.
003390 1000-ABEND.
003400     MOVE 16 TO RETURN-CODE.
003410     GOBACK.
003420 1000-EXIT.
003430     EXIT.
003440*
003450 1500-LOAD-ONE-DISTRICT.
003460     READ DISTRICT-FILE NEXT RECORD
003470         AT END
003480             MOVE 'Y' TO BR2700-DIST-EOF-SW
003490             GO TO 1500-EXIT
003500     END-READ.
003510     IF NOT BR2700-DISTRICT-OK
003520         MOVE 'Y' TO BR2700-DIST-EOF-SW
003530         GO TO 1500-EXIT
003540     END-IF.
003550     IF BR2700-DIST-CNT NOT LESS THAN BR2700-DIST-MAX
003560         ADD 1 TO BR2700-DIST-OVERFLOW
003570         GO TO 1500-EXIT
003580     END-IF.
003590     ADD 1 TO BR2700-DIST-CNT.
003600     ADD 1 TO BR2700-DISTRICTS-LOADED.
003610     MOVE DS-DISTRICT-ID TO BR2700-D-ID (BR2700-DIST-CNT).
003620     MOVE DS-DISTRICT-NAME TO BR2700-D-NAME (BR2700-DIST-CNT).
003630 1500-EXIT.
003640     EXIT.
003650*
003660*----------------------------------------------------------------
003670*  ONE ENTRY PER MASTER BRANCH, IN BRANCH ORDER SO 3000 CAN
003680*  HALVE ITS WAY TO ONE.  AN ACTIVE BRANCH GETS ITS AVAILABLE
003690*  SLOTS FOR EACH DAY OF THE WEEK; AN INACTIVE ONE OFFERS NONE
003700*  BUT STILL COLLECTS ANY BOOKINGS THAT PREDATE ITS CLOSING.
003710*----------------------------------------------------------------
003720 1700-LOAD-ONE-BRANCH.
003730     READ BRANCH-MASTER-FILE NEXT RECORD
003740         AT END
003750             MOVE 'Y' TO BR2700-MASTER-EOF-SW
003760             GO TO 1700-EXIT
003770     END-READ.
003780     IF NOT BR2700-MASTER-OK
003790         MOVE 'Y' TO BR2700-MASTER-EOF-SW
003800         GO TO 1700-EXIT
003810     END-IF.
003820     IF BR2700-BR-CNT NOT LESS THAN BR2700-BR-MAX
003830         ADD 1 TO BR2700-BRANCH-OVERFLOW
003840         GO TO 1700-EXIT
003850     END-IF.
003860     ADD 1 TO BR2700-BR-CNT.
003870     ADD 1 TO BR2700-BRANCHES-LOADED.
003880     MOVE BM-BRANCH-ID TO BR2700-B-ID (BR2700-BR-CNT).
003890     MOVE BM-BR-NAME TO BR2700-B-NAME (BR2700-BR-CNT).
003900     MOVE ZERO TO BR2700-B-AVAIL (BR2700-BR-CNT).
003910     MOVE ZERO TO BR2700-B-BOOKED (BR2700-BR-CNT).
003920     MOVE ZERO TO BR2700-B-NO-SHOW (BR2700-BR-CNT).
003930     MOVE ZERO TO BR2700-B-CANCEL (BR2700-BR-CNT).
003940     MOVE BM-BRANCH-ID TO BR2700-CURR-BRANCH.
003950     MOVE ZERO TO BR2700-SLOT-IX.
003960     IF BM-DISTRICT-ID NOT = SPACES
003970         PERFORM 1710-FIND-DISTRICT-SLOT
003980             THRU 1710-EXIT
003990             VARYING BR2700-SCAN-IX FROM 1 BY 1
004000             UNTIL BR2700-SCAN-IX > BR2700-DIST-CNT
004010             OR BR2700-SLOT-IX NOT = ZERO
004020         IF BR2700-SLOT-IX = ZERO
004030             ADD 1 TO BR2700-UNKNOWN-DISTRICTS
004040         END-IF
004050     END-IF.
004060     MOVE BR2700-SLOT-IX TO BR2700-B-DIST-IX (BR2700-BR-CNT).
004070     IF NOT BM-STAT-ACTIVE
004080         GO TO 1700-EXIT
004090     END-IF.
004100     PERFORM 1720-COUNT-ONE-DAY
004110         THRU 1720-EXIT
004120         VARYING BR2700-DAY-OFFSET FROM 0 BY 1
004130         UNTIL BR2700-DAY-OFFSET > 6.
004140 1700-EXIT.
004150     EXIT.
004160*
004170 1710-FIND-DISTRICT-SLOT.
004180     IF BR2700-D-ID (BR2700-SCAN-IX) = BM-DISTRICT-ID
004190         MOVE BR2700-SCAN-IX TO BR2700-SLOT-IX
004200     END-IF.
004210 1710-EXIT.
004220     EXIT.
004230*
004240*----------------------------------------------------------------
004250*  SLOTS START ON THE FIRST HALF-HOUR AT OR AFTER OPENING AND
004260*  RUN WHILE THE START IS BEFORE CLOSING - BR1100'S 5300 ALIGN
004270*  AND 2310 WALK, COUNTED RATHER THAN WALKED.
004280*----------------------------------------------------------------
004290 1720-COUNT-ONE-DAY.
004300     COMPUTE BR2700-DAY-NUM =
004310         BR2700-START-DAY-NUM + BR2700-DAY-OFFSET.
004320     COMPUTE BR2700-FUT-DATE-NUM =
004330         FUNCTION DATE-OF-INTEGER (BR2700-DAY-NUM).
004340     MOVE BR2700-FUT-DATE-NUM TO BR2700-WORK-DATE.
004350     PERFORM 5000-DERIVE-EFFECTIVE-HOURS
004360         THRU 5000-EXIT.
004370     IF BR2700-EFF-OPEN-HRS NOT LESS THAN BR2700-EFF-CLOSE-HRS
004380         GO TO 1720-EXIT
004390     END-IF.
004400     MOVE BR2700-EFF-OPEN-HRS TO BR2700-HHMM.
004410     COMPUTE BR2700-OPEN-MINS = BR2700-HH * 60 + BR2700-MM.
004420     MOVE BR2700-EFF-CLOSE-HRS TO BR2700-HHMM.
004430     COMPUTE BR2700-CLOSE-MINS = BR2700-HH * 60 + BR2700-MM.
004440     COMPUTE BR2700-SLOT-QUOT = (BR2700-OPEN-MINS + 29) / 30.
004450     COMPUTE BR2700-OPEN-MINS = BR2700-SLOT-QUOT * 30.
004460     IF BR2700-CLOSE-MINS NOT > BR2700-OPEN-MINS
004470         GO TO 1720-EXIT
004480     END-IF.
004490     COMPUTE BR2700-DAY-SLOTS =
004500         (BR2700-CLOSE-MINS - BR2700-OPEN-MINS + 29) / 30.
004510     ADD BR2700-DAY-SLOTS TO BR2700-B-AVAIL (BR2700-BR-CNT).
004520 1720-EXIT.
004530     EXIT.
004540*
004550 2000-COUNT-LIVE-BOOKING.
004560     READ APPOINTMENT-FILE NEXT RECORD
004570         AT END
004580             MOVE 'Y' TO BR2700-APPT-EOF-SW
004590             GO TO 2000-EXIT
004600     END-READ.
004610     IF NOT BR2700-APPT-OK
004620         DISPLAY 'BR2700 - READ FAILED ON APPOINTMENT-FILE '
004630             BR2700-APPT-STATUS
004640         MOVE 'Y' TO BR2700-APPT-EOF-SW
004650         GO TO 2000-EXIT
004660     END-IF.
004670     ADD 1 TO BR2700-APPTS-READ.
004680     IF BA-APPT-DATE < BR2700-WEEK-START
004690         OR BA-APPT-DATE > BR2700-WEEK-END
004700         GO TO 2000-EXIT
004710     END-IF.
004720     MOVE BA-BRANCH-ID TO BR2700-FIND-ID.
004730     PERFORM 3000-FIND-BRANCH
004740         THRU 3000-EXIT.
004750     IF BR2700-BR-IX = ZERO
004760         ADD 1 TO BR2700-UNMATCHED-CNT
004770         GO TO 2000-EXIT
004780     END-IF.
004790     ADD 1 TO BR2700-B-BOOKED (BR2700-BR-IX).
004800 2000-EXIT.
004810     EXIT.
004820*
004830 2500-COUNT-HISTORY-BOOKING.
004840     READ APPT-HISTORY-FILE
004850         AT END
004860             MOVE 'Y' TO BR2700-HISTORY-EOF-SW
004870             GO TO 2500-EXIT
004880     END-READ.
004890     IF NOT BR2700-HISTORY-OK
004900         DISPLAY 'BR2700 - READ FAILED ON APPT-HISTORY-FILE '
004910             BR2700-HISTORY-STATUS
004920         MOVE 'Y' TO BR2700-HISTORY-EOF-SW
004930         GO TO 2500-EXIT
004940     END-IF.
004950     ADD 1 TO BR2700-HISTORY-READ.
004960     IF AH-APPT-DATE < BR2700-WEEK-START
004970         OR AH-APPT-DATE > BR2700-WEEK-END
004980         GO TO 2500-EXIT
004990     END-IF.
005000     MOVE AH-BRANCH-ID TO BR2700-FIND-ID.
005010     PERFORM 3000-FIND-BRANCH
005020         THRU 3000-EXIT.
005030     IF BR2700-BR-IX = ZERO
005040         ADD 1 TO BR2700-UNMATCHED-CNT
005050         GO TO 2500-EXIT
005060     END-IF.
005070     EVALUATE TRUE
005080         WHEN AH-OUTCOME-CANCELLED
005090             ADD 1 TO BR2700-B-CANCEL (BR2700-BR-IX)
005100         WHEN AH-OUTCOME-NO-SHOW
005110             ADD 1 TO BR2700-B-BOOKED (BR2700-BR-IX)
005120             ADD 1 TO BR2700-B-NO-SHOW (BR2700-BR-IX)
005130         WHEN OTHER
005140             ADD 1 TO BR2700-B-BOOKED (BR2700-BR-IX)
005150     END-EVALUATE.
005160 2500-EXIT.
005170     EXIT.
005180*
005190*----------------------------------------------------------------
005200*  BINARY SEARCH OF THE BRANCH TABLE FOR BR2700-FIND-ID.  THE
005210*  HISTORY FILE IS IN THE ORDER THINGS HAPPENED, NOT BRANCH
005220*  ORDER, SO EACH RECORD NEEDS ITS OWN LOOKUP.  BR2700-BR-IX
005230*  COMES BACK ZERO WHEN THE BRANCH IS NOT IN THE TABLE.
005240*----------------------------------------------------------------
005250 3000-FIND-BRANCH.
005260     MOVE ZERO TO BR2700-BR-IX.
005270     MOVE 1 TO BR2700-BR-LO.
005280     MOVE BR2700-BR-CNT TO BR2700-BR-HI.
005290     PERFORM 3010-HALVE-RANGE
005300         THRU 3010-EXIT
005310         UNTIL BR2700-BR-LO > BR2700-BR-HI
005320         OR BR2700-BR-IX NOT = ZERO.
005330 3000-EXIT.
005340     EXIT.
005350*
005360 3010-HALVE-RANGE.
005370     COMPUTE BR2700-BR-MID = (BR2700-BR-LO + BR2700-BR-HI) / 2.
005380     IF BR2700-B-ID (BR2700-BR-MID) = BR2700-FIND-ID
005390         MOVE BR2700-BR-MID TO BR2700-BR-IX
005400         GO TO 3010-EXIT
005410     END-IF.
005420     IF BR2700-B-ID (BR2700-BR-MID) < BR2700-FIND-ID
005430         COMPUTE BR2700-BR-LO = BR2700-BR-MID + 1
005440     ELSE
005450         IF BR2700-BR-MID = 1
005460             MOVE ZERO TO BR2700-BR-HI
005470         ELSE
005480             COMPUTE BR2700-BR-HI = BR2700-BR-MID - 1
005490         END-IF
005500     END-IF.
005510 3010-EXIT.
005520     EXIT.
005530*
005540*----------------------------------------------------------------
005550*  ONE GROUP PER BRANDIST DISTRICT IN DISTRICT ORDER, THEN THE
005560*  BRANCHES WITH NO DISTRICT (OR ONE NOT ON BRANDIST) LAST, THE
005570*  SAME ORDER AS THE BR1800 ROLLUP.  A BRANCH WITH NOTHING TO
005580*  SHOW - NO SLOTS, NO BOOKINGS, NO CANCELS - IS LEFT OFF.
005590*----------------------------------------------------------------
005600 4000-WRITE-REPORT.
005610     MOVE BR2700-WEEK-START TO BR2700-HEAD-START.
005620     MOVE BR2700-WEEK-END TO BR2700-HEAD-END.
005630     MOVE BR2700-RUN-DATE TO BR2700-HEAD-RUN-DATE.
005640     WRITE UT-REPORT-RECORD FROM BR2700-HEAD-LINE.
005650     MOVE SPACES TO BR2700-PRINT-LINE.
005660     WRITE UT-REPORT-RECORD FROM BR2700-PRINT-LINE.
005670     WRITE UT-REPORT-RECORD FROM BR2700-COLUMN-LINE.
005680     PERFORM 4100-WRITE-ONE-DISTRICT
005690         THRU 4100-EXIT
005700         VARYING BR2700-DIST-IX FROM 1 BY 1
005710         UNTIL BR2700-DIST-IX > BR2700-DIST-CNT.
005720     MOVE ZERO TO BR2700-DIST-IX.
005730     PERFORM 4100-WRITE-ONE-DISTRICT
005740         THRU 4100-EXIT.
005750     MOVE SPACES TO BR2700-PRINT-LINE.
005760     WRITE UT-REPORT-RECORD FROM BR2700-PRINT-LINE.
005770     MOVE BR2700-NETWORK-COUNTS TO BR2700-SUM-COUNTS.
005780     MOVE 'NETWORK TOTAL' TO BR2700-TOT-LABEL.
005790     PERFORM 4500-WRITE-TOTAL-LINE
005800         THRU 4500-EXIT.
005810 4000-EXIT.
005820     EXIT.
005830*
005840 4100-WRITE-ONE-DISTRICT.
005850     MOVE BR2700-DIST-IX TO BR2700-CURR-DIST-IX.
005860     MOVE 'N' TO BR2700-DIST-HEAD-SW.
005870     MOVE ZERO TO BR2700-DT-AVAIL.
005880     MOVE ZERO TO BR2700-DT-BOOKED.
005890     MOVE ZERO TO BR2700-DT-NO-SHOW.
005900     MOVE ZERO TO BR2700-DT-CANCEL.
005910     PERFORM 4200-WRITE-ONE-BRANCH
005920         THRU 4200-EXIT
005930         VARYING BR2700-BR-SCAN-IX FROM 1 BY 1
005940         UNTIL BR2700-BR-SCAN-IX > BR2700-BR-CNT.
005950     IF NOT BR2700-DIST-HEAD-DONE
005960         GO TO 4100-EXIT
005970     END-IF.
005980     MOVE BR2700-DIST-COUNTS TO BR2700-SUM-COUNTS.
005990     MOVE 'DISTRICT TOTAL' TO BR2700-TOT-LABEL.
006000     PERFORM 4500-WRITE-TOTAL-LINE
006010         THRU 4500-EXIT.
006020     ADD BR2700-DT-AVAIL TO BR2700-NT-AVAIL.
006030     ADD BR2700-DT-BOOKED TO BR2700-NT-BOOKED.
006040     ADD BR2700-DT-NO-SHOW TO BR2700-NT-NO-SHOW.
006050     ADD BR2700-DT-CANCEL TO BR2700-NT-CANCEL.
006060 4100-EXIT.
006070     EXIT.
006080*
006090 4150-WRITE-DISTRICT-HEAD.
006100     MOVE SPACES TO BR2700-PRINT-LINE.
006110     WRITE UT-REPORT-RECORD FROM BR2700-PRINT-LINE.
006120     IF BR2700-CURR-DIST-IX = ZERO
006130         MOVE 'UNAS' TO BR2700-DSL-ID
006140         MOVE 'NO DISTRICT ASSIGNED' TO BR2700-DSL-NAME
006150     ELSE
006160         MOVE BR2700-D-ID (BR2700-CURR-DIST-IX) TO BR2700-DSL-ID
006170         MOVE BR2700-D-NAME (BR2700-CURR-DIST-IX)
006180             TO BR2700-DSL-NAME
006190     END-IF.
006200     WRITE UT-REPORT-RECORD FROM BR2700-DIST-LINE.
006210     MOVE 'Y' TO BR2700-DIST-HEAD-SW.
006220 4150-EXIT.
006230     EXIT.
006240*
006250 4200-WRITE-ONE-BRANCH.
006260     IF BR2700-B-DIST-IX (BR2700-BR-SCAN-IX)
006270             NOT = BR2700-CURR-DIST-IX
006280         GO TO 4200-EXIT
006290     END-IF.
006300     IF BR2700-B-AVAIL (BR2700-BR-SCAN-IX) = ZERO
006310         AND BR2700-B-BOOKED (BR2700-BR-SCAN-IX) = ZERO
006320         AND BR2700-B-CANCEL (BR2700-BR-SCAN-IX) = ZERO
006330         GO TO 4200-EXIT
006340     END-IF.
006350     IF NOT BR2700-DIST-HEAD-DONE
006360         PERFORM 4150-WRITE-DISTRICT-HEAD
006370             THRU 4150-EXIT
006380     END-IF.
006390     MOVE BR2700-B-ID (BR2700-BR-SCAN-IX) TO BR2700-DTL-BRANCH-ID.
006400     MOVE BR2700-B-NAME (BR2700-BR-SCAN-IX) TO BR2700-DTL-NAME.
006410     MOVE BR2700-B-AVAIL (BR2700-BR-SCAN-IX) TO BR2700-DTL-AVAIL.
006420     MOVE BR2700-B-BOOKED (BR2700-BR-SCAN-IX)
006430         TO BR2700-DTL-BOOKED.
006440     MOVE BR2700-B-NO-SHOW (BR2700-BR-SCAN-IX)
006450         TO BR2700-DTL-NO-SHOW.
006460     MOVE BR2700-B-CANCEL (BR2700-BR-SCAN-IX)
006470         TO BR2700-DTL-CANCEL.
006480     MOVE ZERO TO BR2700-UTIL-PCT.
006490     IF BR2700-B-AVAIL (BR2700-BR-SCAN-IX) > ZERO
006500         COMPUTE BR2700-UTIL-PCT ROUNDED =
006510             BR2700-B-BOOKED (BR2700-BR-SCAN-IX) * 100
006520             / BR2700-B-AVAIL (BR2700-BR-SCAN-IX)
006530     END-IF.
006540     MOVE BR2700-UTIL-PCT TO BR2700-DTL-UTIL.
006550     WRITE UT-REPORT-RECORD FROM BR2700-DETAIL-LINE.
006560     ADD BR2700-B-AVAIL (BR2700-BR-SCAN-IX) TO BR2700-DT-AVAIL.
006570     ADD BR2700-B-BOOKED (BR2700-BR-SCAN-IX) TO BR2700-DT-BOOKED.
006580     ADD BR2700-B-NO-SHOW (BR2700-BR-SCAN-IX)
006590         TO BR2700-DT-NO-SHOW.
006600     ADD BR2700-B-CANCEL (BR2700-BR-SCAN-IX) TO BR2700-DT-CANCEL.
006610 4200-EXIT.
006620     EXIT.
006630*
006640 4500-WRITE-TOTAL-LINE.
006650     MOVE BR2700-SUM-AVAIL TO BR2700-TOT-AVAIL.
006660     MOVE BR2700-SUM-BOOKED TO BR2700-TOT-BOOKED.
006670     MOVE BR2700-SUM-NO-SHOW TO BR2700-TOT-NO-SHOW.
006680     MOVE BR2700-SUM-CANCEL TO BR2700-TOT-CANCEL.
006690     MOVE ZERO TO BR2700-UTIL-PCT.
006700     IF BR2700-SUM-AVAIL > ZERO
006710         COMPUTE BR2700-UTIL-PCT ROUNDED =
006720             BR2700-SUM-BOOKED * 100 / BR2700-SUM-AVAIL
006730     END-IF.
006740     MOVE BR2700-UTIL-PCT TO BR2700-TOT-UTIL.
006750     WRITE UT-REPORT-RECORD FROM BR2700-TOTAL-LINE.
006760 4500-EXIT.
006770     EXIT.
006780*
006790 5000-DERIVE-EFFECTIVE-HOURS.
006800     MOVE ZERO TO BR2700-EFF-OPEN-HRS.
006810     MOVE ZERO TO BR2700-EFF-CLOSE-HRS.
006820     COMPUTE BR2700-DAY-NUM =
006830         FUNCTION INTEGER-OF-DATE (FUNCTION NUMVAL
006840             (BR2700-WORK-DATE)).
006850     IF BR2700-DAY-NUM = ZERO
006860         GO TO 5000-EXIT
006870     END-IF.
006880     PERFORM 5100-DERIVE-DAY-NAME
006890         THRU 5100-EXIT.
006900     MOVE ZERO TO BR2700-DAY-SLOT-IX.
006910     PERFORM 5200-FIND-MASTER-DAY-SLOT
006920         THRU 5200-EXIT
006930         VARYING BR2700-HRS-IX FROM 1 BY 1
006940         UNTIL BR2700-HRS-IX > 7
006950         OR BR2700-DAY-SLOT-IX NOT = ZERO.
006960     IF BR2700-DAY-SLOT-IX = ZERO
006970         GO TO 5000-EXIT
006980     END-IF.
006990     MOVE BM-OPEN-HRS (BR2700-DAY-SLOT-IX)
007000         TO BR2700-EFF-OPEN-HRS.
007010     MOVE BM-CLOSE-HRS (BR2700-DAY-SLOT-IX)
007020         TO BR2700-EFF-CLOSE-HRS.
007030     IF BR2700-HOLIDAY-FILE-OPEN
007040         MOVE BR2700-CURR-BRANCH TO BH-BRANCH-ID
007050         MOVE BR2700-WORK-DATE TO BH-HOLIDAY-DATE
007060         READ BRANCH-HOLIDAY-FILE
007070             KEY IS BH-KEY
007080         END-READ
007090         IF BR2700-HOLIDAY-OK
007100             IF BH-FULLY-CLOSED
007110                 MOVE ZERO TO BR2700-EFF-OPEN-HRS
007120                 MOVE ZERO TO BR2700-EFF-CLOSE-HRS
007130             ELSE
007140                 MOVE BH-OPEN-HRS TO BR2700-EFF-OPEN-HRS
007150                 MOVE BH-CLOSE-HRS TO BR2700-EFF-CLOSE-HRS
007160             END-IF
007170         END-IF
007180     END-IF.
007190 5000-EXIT.
007200     EXIT.
007210*
007220 5100-DERIVE-DAY-NAME.
007230     COMPUTE BR2700-DOW-IX =
007240         FUNCTION MOD (BR2700-DAY-NUM, 7).
007250     IF BR2700-DOW-IX = ZERO
007260         MOVE 7 TO BR2700-DOW-IX
007270     END-IF.
007280     MOVE BR2700-DAY-NAME (BR2700-DOW-IX) TO BR2700-TARGET-DAY.
007290 5100-EXIT.
007300     EXIT.
007310*
007320 5200-FIND-MASTER-DAY-SLOT.
007330     IF BM-WORK-DAY (BR2700-HRS-IX) = BR2700-TARGET-DAY
007340         MOVE BR2700-HRS-IX TO BR2700-DAY-SLOT-IX
007350     END-IF.
007360 5200-EXIT.
007370     EXIT.
007380*
007390 9000-TERMINATE.
007400     IF BR2700-BRANCH-OVERFLOW > ZERO
007410         MOVE SPACES TO BR2700-PRINT-LINE
007420         WRITE UT-REPORT-RECORD FROM BR2700-PRINT-LINE
007430         MOVE '*** BRANCH TABLE FULL - NOT ALL BRANCHES SHOWN ***'
007440             TO BR2700-PRINT-LINE
007450         WRITE UT-REPORT-RECORD FROM BR2700-PRINT-LINE
007460     END-IF.
007470     CLOSE BRANCH-MASTER-FILE.
007480     CLOSE DISTRICT-FILE.
007490     IF BR2700-HOLIDAY-FILE-OPEN
007500         CLOSE BRANCH-HOLIDAY-FILE
007510     END-IF.
007520     IF NOT BR2700-APPT-NEW-FILE
007530         CLOSE APPOINTMENT-FILE
007540     END-IF.
007550     IF NOT BR2700-HISTORY-NEW-FILE
007560         CLOSE APPT-HISTORY-FILE
007570     END-IF.
007580     CLOSE UTIL-REPORT-FILE.
007590     DISPLAY 'BR2700 - APPT RECS READ    : ' BR2700-APPTS-READ.
007600     DISPLAY 'BR2700 - HISTORY RECS READ : ' BR2700-HISTORY-READ.
007610     DISPLAY 'BR2700 - BRANCHES LOADED   : '
007620         BR2700-BRANCHES-LOADED.
007630     DISPLAY 'BR2700 - BRANCHES DROPPED  : '
007640         BR2700-BRANCH-OVERFLOW.
007650     DISPLAY 'BR2700 - DISTRICTS LOADED  : '
007660         BR2700-DISTRICTS-LOADED.
007670     DISPLAY 'BR2700 - DISTRICTS DROPPED : '
007680         BR2700-DIST-OVERFLOW.
007690     DISPLAY 'BR2700 - UNKNOWN DISTRICTS : '
007700         BR2700-UNKNOWN-DISTRICTS.
007710     DISPLAY 'BR2700 - BOOKINGS UNMATCHED: '
007720         BR2700-UNMATCHED-CNT.
007730     IF BR2700-BRANCH-OVERFLOW > ZERO
007740         MOVE 4 TO RETURN-CODE
007750     END-IF.
007760 9000-EXIT.
007770     EXIT.
