000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  BR3500.
000030 AUTHOR.      M OKAFOR.
000040 INSTALLATION. CELERITI DEPOSITS - BRANCH SERVICES.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080*  MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100*  101526  MO   INITIAL VERSION - MONTHLY BRANCH OUTAGE AND
000110*               AVAILABILITY REPORT.  FOR A CALENDAR MONTH (SYSIN
000120*               CARD COLUMNS 1-6 AS YYYYMM, BLANK = LAST MONTH)
000130*               TAKES EVERY EMERGENCY CLOSURE INCIDENT FROM THE
000140*               BR1200 BREMGHST HISTORY, AS ITS LAST RECORD LEFT
000150*               IT, AND MEASURES THE MINUTES IT ACTUALLY CLOSED
000160*               THE BRANCH INSIDE SCHEDULED HOURS - BM-WORKING-HRS
000170*               WITH ANY BRANHOL EXCEPTION FOLDED IN, AS BR2700.
000180*               PRINTED ON BRANOUTR BY BRANCH WITHIN BRANDIST
000190*               DISTRICT WITHIN REGION, THE BR1800 ORDER, WITH
000200*               INCIDENT COUNT, MOST COMMON CLOSURE REASON AND
000210*               PERCENT AVAILABILITY AGAINST SCHEDULED MINUTES AT
000220*               EVERY LEVEL.  A BRANCH WITH AS MANY INCIDENTS AS
000230*               CARD COLUMNS 7-8 (BLANK = 03) IS FLAGGED AND
000240*               LISTED AGAIN FOR FACILITIES REVIEW, AND THE STEP
000250*               ENDS RETURN-CODE 4.
000260*----------------------------------------------------------------
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000290 SOURCE-COMPUTER.  IBM-370.
000300 OBJECT-COMPUTER.  IBM-370.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT BRANCH-MASTER-FILE ASSIGN TO BRANMSTR
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS DYNAMIC
000360         RECORD KEY IS BM-BRANCH-ID
000370         FILE STATUS IS BR3500-MASTER-STATUS.
000380
000390     SELECT DISTRICT-FILE ASSIGN TO BRANDIST
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS DS-DISTRICT-ID
000430         FILE STATUS IS BR3500-DISTRICT-STATUS.
000440
000450     SELECT BRANCH-HOLIDAY-FILE ASSIGN TO BRANHOL
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS BH-KEY
000490         FILE STATUS IS BR3500-HOLIDAY-STATUS.
000500
000510     SELECT INCIDENT-HISTORY-FILE ASSIGN TO BREMGHST
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS BR3500-HISTORY-STATUS.
000540
000550     SELECT OUTAGE-REPORT-FILE ASSIGN TO BRANOUTR
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS BR3500-REPORT-STATUS.
000580*
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  BRANCH-MASTER-FILE.
000620     COPY "BranchMstr.cpy".
000630
000640 FD  DISTRICT-FILE.
000650     COPY "BrDist.cpy".
000660
000670 FD  BRANCH-HOLIDAY-FILE.
000680     COPY "BranchHol.cpy".
000690
000700 FD  INCIDENT-HISTORY-FILE
000710     RECORDING MODE IS F.
000720     COPY "BrEmHst.cpy".
000730
000740 FD  OUTAGE-REPORT-FILE
000750     RECORDING MODE IS F.
000760     COPY "BrOutRp.cpy".
000770*
000780 WORKING-STORAGE SECTION.
000790 77  BR3500-MASTER-STATUS            PIC X(02) VALUE SPACES.
000800     88  BR3500-MASTER-OK            VALUE '00', '02'.
000810 77  BR3500-DISTRICT-STATUS          PIC X(02) VALUE SPACES.
000820     88  BR3500-DISTRICT-OK          VALUE '00', '02'.
000830 77  BR3500-HOLIDAY-STATUS           PIC X(02) VALUE SPACES.
000840     88  BR3500-HOLIDAY-OK           VALUE '00'.
000850 77  BR3500-HOLIDAY-OPEN-SW          PIC X(01) VALUE 'N'.
000860     88  BR3500-HOLIDAY-FILE-OPEN    VALUE 'Y'.
000870 77  BR3500-HISTORY-STATUS           PIC X(02) VALUE SPACES.
000880     88  BR3500-HISTORY-OK           VALUE '00'.
000890     88  BR3500-HISTORY-NEW-FILE     VALUE '35'.
000900 77  BR3500-REPORT-STATUS            PIC X(02) VALUE SPACES.
000910     88  BR3500-REPORT-OK            VALUE '00'.
000920 77  BR3500-DIST-EOF-SW              PIC X(01) VALUE 'N'.
000930     88  BR3500-EOF-DISTRICTS        VALUE 'Y'.
000940 77  BR3500-MASTER-EOF-SW            PIC X(01) VALUE 'N'.
000950     88  BR3500-EOF-MASTER           VALUE 'Y'.
000960 77  BR3500-HISTORY-EOF-SW           PIC X(01) VALUE 'N'.
000970     88  BR3500-EOF-HISTORY          VALUE 'Y'.
000980 77  BR3500-DIST-HEAD-SW             PIC X(01) VALUE 'N'.
000990     88  BR3500-DIST-HEAD-DONE       VALUE 'Y'.
001000 77  BR3500-IN-SCOPE-SW              PIC X(01) VALUE 'N'.
001010     88  BR3500-IN-SCOPE             VALUE 'Y'.
001020 77  BR3500-SCOPE-TYPE               PIC X(01) VALUE SPACE.
001030     88  BR3500-SCOPE-BRANCH         VALUE 'B'.
001040     88  BR3500-SCOPE-DISTRICT       VALUE 'D'.
001050     88  BR3500-SCOPE-REGION         VALUE 'R'.
001060     88  BR3500-SCOPE-NETWORK        VALUE 'N'.
001070 77  BR3500-HISTORY-READ             PIC 9(07) COMP-3 VALUE ZERO.
001080 77  BR3500-HISTORY-SKIPPED          PIC 9(07) COMP-3 VALUE ZERO.
001090 77  BR3500-UNMATCHED-CNT            PIC 9(07) COMP-3 VALUE ZERO.
001100 77  BR3500-INCIDENTS-LOADED         PIC 9(07) COMP-3 VALUE ZERO.
001110 77  BR3500-INCIDENT-OVERFLOW        PIC 9(07) COMP-3 VALUE ZERO.
001120 77  BR3500-INCIDENTS-REPORTED       PIC 9(07) COMP-3 VALUE ZERO.
001130 77  BR3500-FLAGGED-CNT              PIC 9(07) COMP-3 VALUE ZERO.
001140 77  BR3500-DISTRICTS-LOADED         PIC 9(07) COMP-3 VALUE ZERO.
001150 77  BR3500-DIST-OVERFLOW            PIC 9(07) COMP-3 VALUE ZERO.
001160 77  BR3500-BRANCHES-LOADED          PIC 9(07) COMP-3 VALUE ZERO.
001170 77  BR3500-BRANCH-OVERFLOW          PIC 9(07) COMP-3 VALUE ZERO.
001180 77  BR3500-UNKNOWN-DISTRICTS        PIC 9(07) COMP-3 VALUE ZERO.
001190 77  BR3500-DIST-MAX                 PIC 9(03) COMP VALUE 200.
001200 77  BR3500-DIST-CNT                 PIC 9(03) COMP VALUE ZERO.
001210 77  BR3500-DIST-IX                  PIC 9(03) COMP VALUE ZERO.
001220 77  BR3500-CURR-DIST-IX             PIC 9(03) COMP VALUE ZERO.
001230 77  BR3500-SCAN-IX                  PIC 9(03) COMP VALUE ZERO.
001240 77  BR3500-SLOT-IX                  PIC 9(03) COMP VALUE ZERO.
001250 77  BR3500-BR-MAX                   PIC 9(05) COMP VALUE 3000.
001260 77  BR3500-BR-CNT                   PIC 9(05) COMP VALUE ZERO.
001270 77  BR3500-BR-IX                    PIC 9(05) COMP VALUE ZERO.
001280 77  BR3500-BR-SCAN-IX               PIC 9(05) COMP VALUE ZERO.
001290 77  BR3500-BR-LO                    PIC 9(05) COMP VALUE ZERO.
001300 77  BR3500-BR-HI                    PIC 9(05) COMP VALUE ZERO.
001310 77  BR3500-BR-MID                   PIC 9(05) COMP VALUE ZERO.
001320 77  BR3500-INC-MAX                  PIC 9(05) COMP VALUE 2000.
001330 77  BR3500-INC-CNT                  PIC 9(05) COMP VALUE ZERO.
001340 77  BR3500-INC-IX                   PIC 9(05) COMP VALUE ZERO.
001350 77  BR3500-INC-SCAN-IX              PIC 9(05) COMP VALUE ZERO.
001360 77  BR3500-OUTER-IX                 PIC 9(05) COMP VALUE ZERO.
001370 77  BR3500-INNER-IX                 PIC 9(05) COMP VALUE ZERO.
001380 77  BR3500-TEST-IX                  PIC 9(05) COMP VALUE ZERO.
001390 77  BR3500-SCOPE-IX                 PIC 9(05) COMP VALUE ZERO.
001400 77  BR3500-REASON-TALLY             PIC 9(05) COMP VALUE ZERO.
001410 77  BR3500-BEST-TALLY               PIC 9(05) COMP VALUE ZERO.
001420 77  BR3500-HRS-IX                   PIC 9(02) COMP VALUE ZERO.
001430 77  BR3500-DAY-SLOT-IX              PIC 9(02) COMP VALUE ZERO.
001440 77  BR3500-DAY-NUM                  PIC 9(07) COMP VALUE ZERO.
001450 77  BR3500-WALK-DAY-NUM             PIC 9(07) COMP VALUE ZERO.
001460 77  BR3500-FROM-DAY-NUM             PIC 9(07) COMP VALUE ZERO.
001470 77  BR3500-TO-DAY-NUM               PIC 9(07) COMP VALUE ZERO.
001480 77  BR3500-MONTH-START-DAY-NUM      PIC 9(07) COMP VALUE ZERO.
001490 77  BR3500-MONTH-END-DAY-NUM        PIC 9(07) COMP VALUE ZERO.
001500 77  BR3500-DOW-IX                   PIC 9(01) COMP VALUE ZERO.
001510 77  BR3500-FUT-DATE-NUM             PIC 9(08) VALUE ZERO.
001520 77  BR3500-EFF-OPEN-HRS             PIC 9(04) VALUE ZERO.
001530 77  BR3500-EFF-CLOSE-HRS            PIC 9(04) VALUE ZERO.
001540 77  BR3500-OPEN-MINS                PIC 9(04) COMP VALUE ZERO.
001550 77  BR3500-CLOSE-MINS               PIC 9(04) COMP VALUE ZERO.
001560 77  BR3500-SEG-START-MINS           PIC 9(04) COMP VALUE ZERO.
001570 77  BR3500-SEG-END-MINS             PIC 9(04) COMP VALUE ZERO.
001580 77  BR3500-REPEAT-LIMIT             PIC 9(02) VALUE ZERO.
001590 77  BR3500-AVAIL-PCT                PIC 9(03)V9 VALUE ZERO.
001600 01  BR3500-HHMM                     PIC 9(04) VALUE ZERO.
001610 01  BR3500-HHMM-R REDEFINES BR3500-HHMM.
001620     05  BR3500-HH                   PIC 9(02).
001630     05  BR3500-MM                   PIC 9(02).
001640 01  BR3500-PARM-CARD.
001650     05  BR3500-PARM-MONTH           PIC X(06).
001660     05  BR3500-PARM-MONTH-R REDEFINES BR3500-PARM-MONTH.
001670         10  BR3500-PARM-YEAR        PIC 9(04).
001680         10  BR3500-PARM-MM          PIC 9(02).
001690     05  BR3500-PARM-REPEAT          PIC X(02).
001700     05  BR3500-PARM-REPEAT-R REDEFINES BR3500-PARM-REPEAT
001710                                     PIC 9(02).
001720     05  FILLER                      PIC X(72).
001730 01  BR3500-RUN-DATE                 PIC X(08).
001740 01  BR3500-RUN-DATE-R REDEFINES BR3500-RUN-DATE.
001750     05  BR3500-RUN-YEAR             PIC 9(04).
001760     05  BR3500-RUN-MM               PIC 9(02).
001770     05  FILLER                      PIC X(02).
001780 01  BR3500-RUN-TIME                 PIC X(06).
001790 01  BR3500-RUN-STAMP                PIC X(14).
001800 01  BR3500-MONTH-DATE.
001810     05  BR3500-MONTH-YEAR           PIC 9(04).
001820     05  BR3500-MONTH-MM             PIC 9(02).
001830     05  BR3500-MONTH-DD             PIC 9(02) VALUE 1.
001840 01  BR3500-NEXT-DATE.
001850     05  BR3500-NEXT-YEAR            PIC 9(04).
001860     05  BR3500-NEXT-MM              PIC 9(02).
001870     05  BR3500-NEXT-DD              PIC 9(02) VALUE 1.
001880 01  BR3500-MONTH-START-STAMP.
001890     05  BR3500-MONTH-START-DATE     PIC X(08).
001900     05  FILLER                      PIC X(06) VALUE '000000'.
001910 01  BR3500-MONTH-LIMIT-STAMP.
001920     05  BR3500-MONTH-LIMIT-DATE     PIC X(08).
001930     05  FILLER                      PIC X(06) VALUE '000000'.
001940 01  BR3500-MONTH-END-DATE           PIC X(08).
001950 01  BR3500-CURR-BRANCH              PIC X(06) VALUE SPACES.
001960 01  BR3500-FIND-ID                  PIC X(06) VALUE SPACES.
001970 01  BR3500-TARGET-DAY               PIC X(09).
001980 01  BR3500-WORK-DATE                PIC X(08).
001990 01  BR3500-CURR-REGION              PIC X(02).
002000 01  BR3500-SCOPE-REGION-ID          PIC X(02).
002010 01  BR3500-BEST-REASON              PIC X(40).
002020 01  BR3500-DIST-TABLE.
002030     05  BR3500-DIST-ENTRY OCCURS 200 TIMES.
002040         10  BR3500-D-ID             PIC X(04).
002050         10  BR3500-D-NAME           PIC X(30).
002060         10  BR3500-D-REGION         PIC X(02).
002070         10  BR3500-D-REGION-NAME    PIC X(30).
002080         10  BR3500-D-DONE-IND       PIC X(01).
002090             88  BR3500-D-DONE       VALUE 'Y'.
002100 01  BR3500-BRANCH-TABLE.
002110     05  BR3500-BR-ENTRY OCCURS 3000 TIMES.
002120         10  BR3500-B-ID             PIC X(06).
002130         10  BR3500-B-NAME           PIC X(40).
002140         10  BR3500-B-DIST-IX        PIC 9(03) COMP.
002150         10  BR3500-B-INCIDENTS      PIC 9(05) COMP-3.
002160         10  BR3500-B-SCHED-MINS     PIC 9(07) COMP-3.
002170         10  BR3500-B-CLOSED-MINS    PIC 9(07) COMP-3.
002180 01  BR3500-INCIDENT-TABLE.
002190     05  BR3500-INC-ENTRY OCCURS 2000 TIMES.
002200         10  BR3500-I-BR-IX          PIC 9(05) COMP.
002210         10  BR3500-I-ID             PIC X(14).
002220         10  BR3500-I-START-STAMP.
002230             15  BR3500-I-START-DATE PIC X(08).
002240             15  BR3500-I-START-TIME PIC X(06).
002250         10  BR3500-I-END-STAMP.
002260             15  BR3500-I-END-DATE   PIC X(08).
002270             15  BR3500-I-END-TIME   PIC X(06).
002280         10  BR3500-I-REASON         PIC X(40).
002290         10  BR3500-I-ORIG-USER      PIC X(08).
002300         10  BR3500-I-LAST-USER      PIC X(08).
002310         10  BR3500-I-LAST-EVENT     PIC X(01).
002320             88  BR3500-I-CLEARED    VALUE 'C'.
002330         10  BR3500-I-CLOSED-MINS    PIC 9(05) COMP-3.
002340         10  BR3500-I-COUNTED-IND    PIC X(01).
002350             88  BR3500-I-COUNTED    VALUE 'Y'.
002360 01  BR3500-SUM-COUNTS.
002370     05  BR3500-SUM-INCIDENTS        PIC 9(07) COMP-3 VALUE ZERO.
002380     05  BR3500-SUM-SCHED            PIC 9(11) COMP-3 VALUE ZERO.
002390     05  BR3500-SUM-CLOSED           PIC 9(11) COMP-3 VALUE ZERO.
002400     05  BR3500-SUM-REVIEW           PIC 9(05) COMP-3 VALUE ZERO.
002410 01  BR3500-DIST-COUNTS.
002420     05  BR3500-DT-INCIDENTS         PIC 9(07) COMP-3 VALUE ZERO.
002430     05  BR3500-DT-SCHED             PIC 9(11) COMP-3 VALUE ZERO.
002440     05  BR3500-DT-CLOSED            PIC 9(11) COMP-3 VALUE ZERO.
002450     05  BR3500-DT-REVIEW            PIC 9(05) COMP-3 VALUE ZERO.
002460 01  BR3500-REGION-COUNTS.
002470     05  BR3500-RT-INCIDENTS         PIC 9(07) COMP-3 VALUE ZERO.
002480     05  BR3500-RT-SCHED             PIC 9(11) COMP-3 VALUE ZERO.
002490     05  BR3500-RT-CLOSED            PIC 9(11) COMP-3 VALUE ZERO.
002500     05  BR3500-RT-REVIEW            PIC 9(05) COMP-3 VALUE ZERO.
002510 01  BR3500-NETWORK-COUNTS.
002520     05  BR3500-NT-INCIDENTS         PIC 9(07) COMP-3 VALUE ZERO.
002530     05  BR3500-NT-SCHED             PIC 9(11) COMP-3 VALUE ZERO.
002540     05  BR3500-NT-CLOSED            PIC 9(11) COMP-3 VALUE ZERO.
002550     05  BR3500-NT-REVIEW            PIC 9(05) COMP-3 VALUE ZERO.
002560 01  BR3500-DAY-NAME-DATA.
002570     05  FILLER                      PIC X(09) VALUE 'MONDAY   '.
002580     05  FILLER                      PIC X(09) VALUE 'TUESDAY  '.
002590     05  FILLER                      PIC X(09) VALUE 'WEDNESDAY'.
002600     05  FILLER                      PIC X(09) VALUE 'THURSDAY '.
002610     05  FILLER                      PIC X(09) VALUE 'FRIDAY   '.
002620     05  FILLER                      PIC X(09) VALUE 'SATURDAY '.
002630     05  FILLER                      PIC X(09) VALUE 'SUNDAY   '.
002640 01  BR3500-DAY-NAME-TABLE REDEFINES BR3500-DAY-NAME-DATA.
002650     05  BR3500-DAY-NAME OCCURS 7 TIMES
002660                                     PIC X(09).
002670 01  BR3500-PRINT-LINE               PIC X(132).
002680 01  BR3500-HEAD-LINE.
002690     05  FILLER                      PIC X(47) VALUE
002700         'BR3500 - BRANCH OUTAGE AND AVAILABILITY, MONTH '.
002710     05  BR3500-HEAD-MONTH           PIC X(06).
002720     05  FILLER                      PIC X(06) VALUE ', RUN '.
002730     05  BR3500-HEAD-RUN-DATE        PIC X(08).
002740     05  FILLER                      PIC X(12) VALUE
002750         ', REVIEW AT '.
002760     05  BR3500-HEAD-REPEAT          PIC Z9.
002770     05  FILLER                      PIC X(10) VALUE ' INCIDENTS'.
002780     05  FILLER                      PIC X(41) VALUE SPACES.
002790 01  BR3500-COLUMN-LINE.
002800     05  FILLER                      PIC X(34) VALUE
002810         '  BRANCH  NAME'.
002820     05  FILLER                      PIC X(36) VALUE
002830         '  INCS  SCHED MIN CLOSED MIN  AVAIL%'.
002840     05  FILLER                      PIC X(42) VALUE
002850         '  MOST COMMON CLOSURE REASON'.
002860     05  FILLER                      PIC X(20) VALUE SPACES.
002870 01  BR3500-REGION-LINE.
002880     05  FILLER                      PIC X(07) VALUE 'REGION '.
002890     05  BR3500-RGL-ID               PIC X(02).
002900     05  FILLER                      PIC X(01) VALUE SPACE.
002910     05  BR3500-RGL-NAME             PIC X(30).
002920     05  FILLER                      PIC X(92) VALUE SPACES.
002930 01  BR3500-DIST-LINE.
002940     05  FILLER                      PIC X(09) VALUE 'DISTRICT '.
002950     05  BR3500-DSL-ID               PIC X(04).
002960     05  FILLER                      PIC X(01) VALUE SPACE.
002970     05  BR3500-DSL-NAME             PIC X(30).
002980     05  FILLER                      PIC X(88) VALUE SPACES.
002990 01  BR3500-DETAIL-LINE.
003000     05  FILLER                      PIC X(02) VALUE SPACES.
003010     05  BR3500-DTL-BRANCH-ID        PIC X(06).
003020     05  FILLER                      PIC X(02) VALUE SPACES.
003030     05  BR3500-DTL-NAME             PIC X(24).
003040     05  BR3500-DTL-INCIDENTS        PIC Z(05)9.
003050     05  BR3500-DTL-SCHED            PIC Z(10)9.
003060     05  BR3500-DTL-CLOSED           PIC Z(10)9.
003070     05  FILLER                      PIC X(03) VALUE SPACES.
003080     05  BR3500-DTL-AVAIL            PIC ZZ9.9.
003090     05  FILLER                      PIC X(02) VALUE SPACES.
003100     05  BR3500-DTL-REASON           PIC X(40).
003110     05  FILLER                      PIC X(01) VALUE SPACE.
003120     05  BR3500-DTL-FLAG             PIC X(17).
003130     05  FILLER                      PIC X(02) VALUE SPACES.
003140 01  BR3500-INCIDENT-LINE.
003150     05  FILLER                      PIC X(06) VALUE SPACES.
003160     05  FILLER                      PIC X(05) VALUE 'FROM '.
003170     05  BR3500-INL-START-DATE       PIC X(08).
003180     05  FILLER                      PIC X(01) VALUE SPACE.
003190     05  BR3500-INL-START-TIME       PIC X(04).
003200     05  FILLER                      PIC X(04) VALUE ' TO '.
003210     05  BR3500-INL-END-DATE         PIC X(08).
003220     05  FILLER                      PIC X(01) VALUE SPACE.
003230     05  BR3500-INL-END-TIME         PIC X(04).
003240     05  FILLER                      PIC X(02) VALUE SPACES.
003250     05  BR3500-INL-STATUS           PIC X(07).
003260     05  BR3500-INL-CLOSED           PIC Z(05)9.
003270     05  FILLER                      PIC X(04) VALUE ' MIN'.
003280     05  FILLER                      PIC X(02) VALUE SPACES.
003290     05  BR3500-INL-REASON           PIC X(40).
003300     05  FILLER                      PIC X(05) VALUE ' SET '.
003310     05  BR3500-INL-ORIG-USER        PIC X(08).
003320     05  FILLER                      PIC X(06) VALUE ' LAST '.
003330     05  BR3500-INL-LAST-USER        PIC X(08).
003340     05  FILLER                      PIC X(03) VALUE SPACES.
003350 01  BR3500-TOTAL-LINE.
003360     05  BR3500-TOT-LABEL            PIC X(34).
003370     05  BR3500-TOT-INCIDENTS        PIC Z(05)9.
003380     05  BR3500-TOT-SCHED            PIC Z(10)9.
003390     05  BR3500-TOT-CLOSED           PIC Z(10)9.
003400     05  FILLER                      PIC X(03) VALUE SPACES.
003410     05  BR3500-TOT-AVAIL            PIC ZZ9.9.
003420     05  FILLER                      PIC X(02) VALUE SPACES.
003430     05  BR3500-TOT-REASON           PIC X(40).
003440     05  FILLER                      PIC X(09) VALUE ' REVIEW: '.
003450     05  BR3500-TOT-REVIEW           PIC Z(04)9.
003460     05  FILLER                      PIC X(06) VALUE SPACES.
003470 01  BR3500-REVIEW-HEAD-LINE.
003480     05  FILLER                      PIC X(42) VALUE
003490         'BRANCHES FOR FACILITIES REVIEW - AT LEAST '.
003500     05  BR3500-RVH-REPEAT           PIC Z9.
003510     05  FILLER                      PIC X(32) VALUE
003520         ' EMERGENCY CLOSURES IN THE MONTH'.
003530     05  FILLER                      PIC X(56) VALUE SPACES.
003540*
003550 PROCEDURE DIVISION.
003560 0000-MAINLINE.
003570     PERFORM 1000-INITIALIZE
003580         THRU 1000-EXIT.
003590     PERFORM 1500-LOAD-ONE-DISTRICT
003600         THRU 1500-EXIT
003610         UNTIL BR3500-EOF-DISTRICTS.
003620     PERFORM 1700-LOAD-ONE-BRANCH
003630         THRU 1700-EXIT
003640         UNTIL BR3500-EOF-MASTER.
003650     PERFORM 2000-LOAD-ONE-HISTORY
003660         THRU 2000-EXIT
003670         UNTIL BR3500-EOF-HISTORY.
003680     PERFORM 2500-MEASURE-ONE-INCIDENT
003690         THRU 2500-EXIT
003700         VARYING BR3500-INC-IX FROM 1 BY 1
003710         UNTIL BR3500-INC-IX > BR3500-INC-CNT.
003720     PERFORM 4000-WRITE-REPORT
003730         THRU 4000-EXIT.
003740     PERFORM 9000-TERMINATE
003750         THRU 9000-EXIT.
003760     GOBACK.
003770*
003780*----------------------------------------------------------------
003790*  THE SYSIN CARD - COLUMNS 1-6 THE MONTH AS YYYYMM, BLANK FOR
003800*  THE MONTH BEFORE THIS ONE; COLUMNS 7-8 THE INCIDENT COUNT THAT
003810*  FLAGS A BRANCH FOR FACILITIES REVIEW, BLANK FOR 03.
003820*----------------------------------------------------------------
003830 1000-INITIALIZE.
003840     ACCEPT BR3500-RUN-DATE FROM DATE YYYYMMDD.
003850     ACCEPT BR3500-RUN-TIME FROM TIME.
003860     MOVE BR3500-RUN-DATE TO BR3500-RUN-STAMP (1:8).
003870     MOVE BR3500-RUN-TIME TO BR3500-RUN-STAMP (9:6).
003880     MOVE SPACES TO BR3500-PARM-CARD.
003890     ACCEPT BR3500-PARM-CARD.
003900     IF BR3500-PARM-MONTH = SPACES
003910         IF BR3500-RUN-MM = 1
003920             COMPUTE BR3500-MONTH-YEAR = BR3500-RUN-YEAR - 1
003930             MOVE 12 TO BR3500-MONTH-MM
003940         ELSE
003950             MOVE BR3500-RUN-YEAR TO BR3500-MONTH-YEAR
003960             COMPUTE BR3500-MONTH-MM = BR3500-RUN-MM - 1
003970         END-IF
003980     ELSE
003990         IF BR3500-PARM-MONTH NOT NUMERIC
004000             OR BR3500-PARM-MM < 1
004010             OR BR3500-PARM-MM > 12
004020             DISPLAY 'BR3500 - MONTH CARD NOT A YYYYMM MONTH <'
004030                 BR3500-PARM-MONTH '>'
004040             GO TO 1000-ABEND
004050         END-IF
004060         MOVE BR3500-PARM-YEAR TO BR3500-MONTH-YEAR
004070         MOVE BR3500-PARM-MM TO BR3500-MONTH-MM
004080     END-IF.
004090     IF BR3500-PARM-REPEAT = SPACES
004100         MOVE 3 TO BR3500-REPEAT-LIMIT
004110     ELSE
004120         IF BR3500-PARM-REPEAT NOT NUMERIC
004130             OR BR3500-PARM-REPEAT-R = ZERO
004140             DISPLAY 'BR3500 - REVIEW COUNT NOT 01-99 <'
004150                 BR3500-PARM-REPEAT '>'
004160             GO TO 1000-ABEND
004170         END-IF
004180         MOVE BR3500-PARM-REPEAT-R TO BR3500-REPEAT-LIMIT
004190     END-IF.
004200     IF BR3500-MONTH-MM = 12
004210         COMPUTE BR3500-NEXT-YEAR = BR3500-MONTH-YEAR + 1
004220         MOVE 1 TO BR3500-NEXT-MM
004230     ELSE
004240         MOVE BR3500-MONTH-YEAR TO BR3500-NEXT-YEAR
004250         COMPUTE BR3500-NEXT-MM = BR3500-MONTH-MM + 1
004260     END-IF.
004270     MOVE BR3500-MONTH-DATE TO BR3500-MONTH-START-DATE.
004280     MOVE BR3500-NEXT-DATE TO BR3500-MONTH-LIMIT-DATE.
004290     COMPUTE BR3500-MONTH-START-DAY-NUM =
004300         FUNCTION INTEGER-OF-DATE (FUNCTION NUMVAL
004310             (BR3500-MONTH-START-DATE)).
004320     COMPUTE BR3500-MONTH-END-DAY-NUM =
004330         FUNCTION INTEGER-OF-DATE (FUNCTION NUMVAL
004340             (BR3500-MONTH-LIMIT-DATE)) - 1.
004350     IF BR3500-MONTH-START-DAY-NUM = ZERO
004360         DISPLAY 'BR3500 - MONTH CARD NOT A YYYYMM MONTH <'
004370             BR3500-PARM-MONTH '>'
004380         GO TO 1000-ABEND
004390     END-IF.
004400     COMPUTE BR3500-FUT-DATE-NUM =
004410         FUNCTION DATE-OF-INTEGER (BR3500-MONTH-END-DAY-NUM).
004420     MOVE BR3500-FUT-DATE-NUM TO BR3500-MONTH-END-DATE.
004430     DISPLAY 'BR3500 - MONTH REPORTED    : '
004440         BR3500-MONTH-START-DATE ' TO ' BR3500-MONTH-END-DATE.
004450     DISPLAY 'BR3500 - REVIEW AT         : ' BR3500-REPEAT-LIMIT.
004460     OPEN INPUT BRANCH-MASTER-FILE.
004470     IF NOT BR3500-MASTER-OK
004480         DISPLAY 'BR3500 - OPEN FAILED ON BRANCH-MASTER-FILE '
004490             BR3500-MASTER-STATUS
004500         GO TO 1000-ABEND
004510     END-IF.
004520     OPEN INPUT DISTRICT-FILE.
004530     IF NOT BR3500-DISTRICT-OK
004540         DISPLAY 'BR3500 - OPEN FAILED ON DISTRICT-FILE '
004550             BR3500-DISTRICT-STATUS
004560         GO TO 1000-ABEND
004570     END-IF.
004580     OPEN INPUT BRANCH-HOLIDAY-FILE.
004590     IF BR3500-HOLIDAY-OK
004600         MOVE 'Y' TO BR3500-HOLIDAY-OPEN-SW
004610     END-IF.
004620     OPEN INPUT INCIDENT-HISTORY-FILE.
004630     IF BR3500-HISTORY-NEW-FILE
004640         MOVE 'Y' TO BR3500-HISTORY-EOF-SW
004650     ELSE
004660         IF NOT BR3500-HISTORY-OK
004670             DISPLAY 'BR3500 - OPEN FAILED ON '
004680                 'INCIDENT-HISTORY-FILE ' BR3500-HISTORY-STATUS
004690             GO TO 1000-ABEND
004700         END-IF
004710     END-IF.
004720     OPEN OUTPUT OUTAGE-REPORT-FILE.
004730     IF NOT BR3500-REPORT-OK
004740         DISPLAY 'BR3500 - OPEN FAILED ON OUTAGE-REPORT-FILE '
004750             BR3500-REPORT-STATUS
004760         GO TO 1000-ABEND
004770     END-IF.
004780     GO TO 1000-EXIT.
004790 1000-ABEND.
004800     MOVE 16 TO RETURN-CODE.
004810     GOBACK.
004820 1000-EXIT.
004830     EXIT.
004840*
004850 1500-LOAD-ONE-DISTRICT.
004860     READ DISTRICT-FILE NEXT RECORD
004870         AT END
004880             MOVE 'Y' TO BR3500-DIST-EOF-SW
004890             GO TO 1500-EXIT
004900     END-READ.
004910     IF NOT BR3500-DISTRICT-OK
004920         MOVE 'Y' TO BR3500-DIST-EOF-SW
004930         GO TO 1500-EXIT
004940     END-IF.
004950     IF BR3500-DIST-CNT NOT LESS THAN BR3500-DIST-MAX
004960         ADD 1 TO BR3500-DIST-OVERFLOW
004970         GO TO 1500-EXIT
004980     END-IF.
004990     ADD 1 TO BR3500-DIST-CNT.
005000     ADD 1 TO BR3500-DISTRICTS-LOADED.
005010     MOVE DS-DISTRICT-ID TO BR3500-D-ID (BR3500-DIST-CNT).
005020     MOVE DS-DISTRICT-NAME TO BR3500-D-NAME (BR3500-DIST-CNT).
005030     MOVE DS-REGION-ID TO BR3500-D-REGION (BR3500-DIST-CNT).
005040     MOVE DS-REGION-NAME
005050         TO BR3500-D-REGION-NAME (BR3500-DIST-CNT).
005060     MOVE 'N' TO BR3500-D-DONE-IND (BR3500-DIST-CNT).
005070 1500-EXIT.
005080     EXIT.
005090*
005100*----------------------------------------------------------------
005110*  ONE ENTRY PER ACTIVE MASTER BRANCH, IN BRANCH ORDER SO 3000
005120*  CAN HALVE ITS WAY TO ONE, WITH THE MINUTES IT WAS SCHEDULED
005130*  OPEN OVER EVERY DAY OF THE MONTH.  AN INACTIVE BRANCH HAS NO
005140*  SCHEDULED HOURS TO BE AVAILABLE AGAINST AND IS LEFT OUT.
005150*----------------------------------------------------------------
005160 1700-LOAD-ONE-BRANCH.
005170     READ BRANCH-MASTER-FILE NEXT RECORD
005180         AT END
005190             MOVE 'Y' TO BR3500-MASTER-EOF-SW
005200             GO TO 1700-EXIT
005210     END-READ.
005220     IF NOT BR3500-MASTER-OK
005230         MOVE 'Y' TO BR3500-MASTER-EOF-SW
005240         GO TO 1700-EXIT
005250     END-IF.
005260     IF NOT BM-STAT-ACTIVE
005270         GO TO 1700-EXIT
005280     END-IF.
005290     IF BR3500-BR-CNT NOT LESS THAN BR3500-BR-MAX
005300         ADD 1 TO BR3500-BRANCH-OVERFLOW
005310         GO TO 1700-EXIT
005320     END-IF.
005330     ADD 1 TO BR3500-BR-CNT.
005340     ADD 1 TO BR3500-BRANCHES-LOADED.
005350     MOVE BM-BRANCH-ID TO BR3500-B-ID (BR3500-BR-CNT).
005360     MOVE BM-BR-NAME TO BR3500-B-NAME (BR3500-BR-CNT).
005370     MOVE ZERO TO BR3500-B-INCIDENTS (BR3500-BR-CNT).
005380     MOVE ZERO TO BR3500-B-SCHED-MINS (BR3500-BR-CNT).
005390     MOVE ZERO TO BR3500-B-CLOSED-MINS (BR3500-BR-CNT).
005400     MOVE BM-BRANCH-ID TO BR3500-CURR-BRANCH.
005410     MOVE ZERO TO BR3500-SLOT-IX.
005420     IF BM-DISTRICT-ID NOT = SPACES
005430         PERFORM 1710-FIND-DISTRICT-SLOT
005440             THRU 1710-EXIT
005450             VARYING BR3500-SCAN-IX FROM 1 BY 1
005460             UNTIL BR3500-SCAN-IX > BR3500-DIST-CNT
005470             OR BR3500-SLOT-IX NOT = ZERO
005480         IF BR3500-SLOT-IX = ZERO
005490             ADD 1 TO BR3500-UNKNOWN-DISTRICTS
005500         END-IF
005510     END-IF.
005520     MOVE BR3500-SLOT-IX TO BR3500-B-DIST-IX (BR3500-BR-CNT).
005530     PERFORM 1720-SCHEDULE-ONE-DAY
005540         THRU 1720-EXIT
005550         VARYING BR3500-WALK-DAY-NUM
005560         FROM BR3500-MONTH-START-DAY-NUM BY 1
005570         UNTIL BR3500-WALK-DAY-NUM > BR3500-MONTH-END-DAY-NUM.
005580 1700-EXIT.
005590     EXIT.
005600*
005610 1710-FIND-DISTRICT-SLOT.
005620     IF BR3500-D-ID (BR3500-SCAN-IX) = BM-DISTRICT-ID
005630         MOVE BR3500-SCAN-IX TO BR3500-SLOT-IX
005640     END-IF.
005650 1710-EXIT.
005660     EXIT.
005670*
005680 1720-SCHEDULE-ONE-DAY.
005690     COMPUTE BR3500-FUT-DATE-NUM =
005700         FUNCTION DATE-OF-INTEGER (BR3500-WALK-DAY-NUM).
005710     MOVE BR3500-FUT-DATE-NUM TO BR3500-WORK-DATE.
005720     PERFORM 5000-DERIVE-EFFECTIVE-HOURS
005730         THRU 5000-EXIT.
005740     IF BR3500-EFF-OPEN-HRS NOT LESS THAN BR3500-EFF-CLOSE-HRS
005750         GO TO 1720-EXIT
005760     END-IF.
005770     MOVE BR3500-EFF-OPEN-HRS TO BR3500-HHMM.
005780     COMPUTE BR3500-OPEN-MINS = BR3500-HH * 60 + BR3500-MM.
005790     MOVE BR3500-EFF-CLOSE-HRS TO BR3500-HHMM.
005800     COMPUTE BR3500-CLOSE-MINS = BR3500-HH * 60 + BR3500-MM.
005810     COMPUTE BR3500-B-SCHED-MINS (BR3500-BR-CNT) =
005820         BR3500-B-SCHED-MINS (BR3500-BR-CNT)
005830         + BR3500-CLOSE-MINS - BR3500-OPEN-MINS.
005840 1720-EXIT.
005850     EXIT.
005860*
005870*----------------------------------------------------------------
005880*  THE HISTORY IS IN THE ORDER THINGS HAPPENED, SO AN INCIDENT'S
005890*  LAST RECORD CARRIES ITS FINAL WINDOW, REASON AND LAST USER AND
005900*  EACH RECORD SIMPLY OVERLAYS THE ONE BEFORE.  AN INCIDENT IS
005910*  TAKEN ON WHEN A RECORD OF IT REACHES INTO THE MONTH; A LATER
005920*  CLEAR MAY STILL PULL IT BACK OUT, WHICH 2500 SORTS OUT.
005930*----------------------------------------------------------------
005940 2000-LOAD-ONE-HISTORY.
005950     READ INCIDENT-HISTORY-FILE
005960         AT END
005970             MOVE 'Y' TO BR3500-HISTORY-EOF-SW
005980             GO TO 2000-EXIT
005990     END-READ.
006000     IF NOT BR3500-HISTORY-OK
006010         DISPLAY 'BR3500 - READ FAILED ON INCIDENT-HISTORY-FILE '
006020             BR3500-HISTORY-STATUS
006030         MOVE 'Y' TO BR3500-HISTORY-EOF-SW
006040         GO TO 2000-EXIT
006050     END-IF.
006060     ADD 1 TO BR3500-HISTORY-READ.
006070     IF EH-FINAL-START-DATE NOT NUMERIC
006080         OR EH-FINAL-START-TIME NOT NUMERIC
006090         OR EH-FINAL-END-DATE NOT NUMERIC
006100         OR EH-FINAL-END-TIME NOT NUMERIC
006110         ADD 1 TO BR3500-HISTORY-SKIPPED
006120         GO TO 2000-EXIT
006130     END-IF.
006140     MOVE EH-BRANCH-ID TO BR3500-FIND-ID.
006150     PERFORM 3000-FIND-BRANCH
006160         THRU 3000-EXIT.
006170     IF BR3500-BR-IX = ZERO
006180         ADD 1 TO BR3500-UNMATCHED-CNT
006190         GO TO 2000-EXIT
006200     END-IF.
006210     MOVE ZERO TO BR3500-INC-IX.
006220     PERFORM 2100-FIND-INCIDENT
006230         THRU 2100-EXIT
006240         VARYING BR3500-INC-SCAN-IX FROM 1 BY 1
006250         UNTIL BR3500-INC-SCAN-IX > BR3500-INC-CNT
006260         OR BR3500-INC-IX NOT = ZERO.
006270     IF BR3500-INC-IX = ZERO
006280         IF EH-FINAL-START-STAMP NOT < BR3500-MONTH-LIMIT-STAMP
006290             OR EH-FINAL-END-STAMP NOT > BR3500-MONTH-START-STAMP
006300             GO TO 2000-EXIT
006310         END-IF
006320         IF BR3500-INC-CNT NOT LESS THAN BR3500-INC-MAX
006330             ADD 1 TO BR3500-INCIDENT-OVERFLOW
006340             GO TO 2000-EXIT
006350         END-IF
006360         ADD 1 TO BR3500-INC-CNT
006370         ADD 1 TO BR3500-INCIDENTS-LOADED
006380         MOVE BR3500-INC-CNT TO BR3500-INC-IX
006390         MOVE BR3500-BR-IX TO BR3500-I-BR-IX (BR3500-INC-IX)
006400         MOVE EH-INCIDENT-ID TO BR3500-I-ID (BR3500-INC-IX)
006410         MOVE ZERO TO BR3500-I-CLOSED-MINS (BR3500-INC-IX)
006420         MOVE 'N' TO BR3500-I-COUNTED-IND (BR3500-INC-IX)
006430     END-IF.
006440     MOVE EH-FINAL-START-STAMP
006450         TO BR3500-I-START-STAMP (BR3500-INC-IX).
006460     MOVE EH-FINAL-END-STAMP
006470         TO BR3500-I-END-STAMP (BR3500-INC-IX).
006480     MOVE EH-CLOSURE-REASON TO BR3500-I-REASON (BR3500-INC-IX).
006490     MOVE EH-ORIG-USER TO BR3500-I-ORIG-USER (BR3500-INC-IX).
006500     MOVE EH-EVENT-USER TO BR3500-I-LAST-USER (BR3500-INC-IX).
006510     MOVE EH-EVENT TO BR3500-I-LAST-EVENT (BR3500-INC-IX).
006520 2000-EXIT.
006530     EXIT.
006540*
006550 2100-FIND-INCIDENT.
006560     IF BR3500-I-BR-IX (BR3500-INC-SCAN-IX) = BR3500-BR-IX
006570         AND BR3500-I-ID (BR3500-INC-SCAN-IX) = EH-INCIDENT-ID
006580         MOVE BR3500-INC-SCAN-IX TO BR3500-INC-IX
006590     END-IF.
006600 2100-EXIT.
006610     EXIT.
006620*
006630*----------------------------------------------------------------
006640*  AN INCIDENT WHOSE FINAL WINDOW STILL REACHES INTO THE MONTH
006650*  COUNTS AGAINST ITS BRANCH.  ITS CLOSED MINUTES ARE WALKED A DAY
006660*  AT A TIME OVER THE PART OF THE WINDOW INSIDE THE MONTH, EACH
006670*  DAY ADDING ONLY THE STRETCH THAT FELL INSIDE THAT DAY'S
006680*  SCHEDULED HOURS - THE SAME HOURS 1720 COUNTED AS SCHEDULED.
006690*----------------------------------------------------------------
006700 2500-MEASURE-ONE-INCIDENT.
006710     IF BR3500-I-END-STAMP (BR3500-INC-IX)
006720             NOT > BR3500-I-START-STAMP (BR3500-INC-IX)
006730         OR BR3500-I-START-STAMP (BR3500-INC-IX)
006740             NOT < BR3500-MONTH-LIMIT-STAMP
006750         OR BR3500-I-END-STAMP (BR3500-INC-IX)
006760             NOT > BR3500-MONTH-START-STAMP
006770         GO TO 2500-EXIT
006780     END-IF.
006790     MOVE 'Y' TO BR3500-I-COUNTED-IND (BR3500-INC-IX).
006800     ADD 1 TO BR3500-INCIDENTS-REPORTED.
006810     MOVE BR3500-I-BR-IX (BR3500-INC-IX) TO BR3500-BR-IX.
006820     ADD 1 TO BR3500-B-INCIDENTS (BR3500-BR-IX).
006830     MOVE BR3500-B-ID (BR3500-BR-IX) TO BM-BRANCH-ID.
006840     READ BRANCH-MASTER-FILE
006850         KEY IS BM-BRANCH-ID
006860     END-READ.
006870     IF NOT BR3500-MASTER-OK
006880         GO TO 2500-EXIT
006890     END-IF.
006900     MOVE BM-BRANCH-ID TO BR3500-CURR-BRANCH.
006910     IF BR3500-I-START-DATE (BR3500-INC-IX)
006920             < BR3500-MONTH-START-DATE
006930         MOVE BR3500-MONTH-START-DAY-NUM TO BR3500-FROM-DAY-NUM
006940     ELSE
006950         COMPUTE BR3500-FROM-DAY-NUM =
006960             FUNCTION INTEGER-OF-DATE (FUNCTION NUMVAL
006970                 (BR3500-I-START-DATE (BR3500-INC-IX)))
006980     END-IF.
006990     IF BR3500-I-END-DATE (BR3500-INC-IX) > BR3500-MONTH-END-DATE
007000         MOVE BR3500-MONTH-END-DAY-NUM TO BR3500-TO-DAY-NUM
007010     ELSE
007020         COMPUTE BR3500-TO-DAY-NUM =
007030             FUNCTION INTEGER-OF-DATE (FUNCTION NUMVAL
007040                 (BR3500-I-END-DATE (BR3500-INC-IX)))
007050     END-IF.
007060     IF BR3500-FROM-DAY-NUM = ZERO
007070         OR BR3500-TO-DAY-NUM = ZERO
007080         GO TO 2500-EXIT
007090     END-IF.
007100     PERFORM 2600-MEASURE-ONE-DAY
007110         THRU 2600-EXIT
007120         VARYING BR3500-WALK-DAY-NUM FROM BR3500-FROM-DAY-NUM BY 1
007130         UNTIL BR3500-WALK-DAY-NUM > BR3500-TO-DAY-NUM.
007140     ADD BR3500-I-CLOSED-MINS (BR3500-INC-IX)
007150         TO BR3500-B-CLOSED-MINS (BR3500-BR-IX).
007160 2500-EXIT.
007170     EXIT.
007180*
007190 2600-MEASURE-ONE-DAY.
007200     COMPUTE BR3500-FUT-DATE-NUM =
007210         FUNCTION DATE-OF-INTEGER (BR3500-WALK-DAY-NUM).
007220     MOVE BR3500-FUT-DATE-NUM TO BR3500-WORK-DATE.
007230     PERFORM 5000-DERIVE-EFFECTIVE-HOURS
007240         THRU 5000-EXIT.
007250     IF BR3500-EFF-OPEN-HRS NOT LESS THAN BR3500-EFF-CLOSE-HRS
007260         GO TO 2600-EXIT
007270     END-IF.
007280     MOVE BR3500-EFF-OPEN-HRS TO BR3500-HHMM.
007290     COMPUTE BR3500-OPEN-MINS = BR3500-HH * 60 + BR3500-MM.
007300     MOVE BR3500-EFF-CLOSE-HRS TO BR3500-HHMM.
007310     COMPUTE BR3500-CLOSE-MINS = BR3500-HH * 60 + BR3500-MM.
007320     MOVE ZERO TO BR3500-SEG-START-MINS.
007330     IF BR3500-WORK-DATE = BR3500-I-START-DATE (BR3500-INC-IX)
007340         MOVE BR3500-I-START-TIME (BR3500-INC-IX) (1:4)
007350             TO BR3500-HHMM
007360         COMPUTE BR3500-SEG-START-MINS =
007370             BR3500-HH * 60 + BR3500-MM
007380     END-IF.
007390     MOVE 1440 TO BR3500-SEG-END-MINS.
007400     IF BR3500-WORK-DATE = BR3500-I-END-DATE (BR3500-INC-IX)
007410         MOVE BR3500-I-END-TIME (BR3500-INC-IX) (1:4)
007420             TO BR3500-HHMM
007430         COMPUTE BR3500-SEG-END-MINS =
007440             BR3500-HH * 60 + BR3500-MM
007450     END-IF.
007460     IF BR3500-SEG-START-MINS < BR3500-OPEN-MINS
007470         MOVE BR3500-OPEN-MINS TO BR3500-SEG-START-MINS
007480     END-IF.
007490     IF BR3500-SEG-END-MINS > BR3500-CLOSE-MINS
007500         MOVE BR3500-CLOSE-MINS TO BR3500-SEG-END-MINS
007510     END-IF.
007520     IF BR3500-SEG-END-MINS > BR3500-SEG-START-MINS
007530         COMPUTE BR3500-I-CLOSED-MINS (BR3500-INC-IX) =
007540             BR3500-I-CLOSED-MINS (BR3500-INC-IX)
007550             + BR3500-SEG-END-MINS - BR3500-SEG-START-MINS
007560     END-IF.
007570 2600-EXIT.
007580     EXIT.
007590*
007600*----------------------------------------------------------------
007610*  BINARY SEARCH OF THE BRANCH TABLE FOR BR3500-FIND-ID.
007620*  BR3500-BR-IX COMES BACK ZERO WHEN THE BRANCH IS NOT IN THE
007630*  TABLE - GONE FROM THE MASTER OR NO LONGER ACTIVE.
007640*----------------------------------------------------------------
007650 3000-FIND-BRANCH.
007660     MOVE ZERO TO BR3500-BR-IX.
007670     MOVE 1 TO BR3500-BR-LO.
007680     MOVE BR3500-BR-CNT TO BR3500-BR-HI.
007690     PERFORM 3010-HALVE-RANGE
007700         THRU 3010-EXIT
007710         UNTIL BR3500-BR-LO > BR3500-BR-HI
007720         OR BR3500-BR-IX NOT = ZERO.
007730 3000-EXIT.
007740     EXIT.
007750*
007760 3010-HALVE-RANGE.
007770     COMPUTE BR3500-BR-MID = (BR3500-BR-LO + BR3500-BR-HI) / 2.
007780     IF BR3500-B-ID (BR3500-BR-MID) = BR3500-FIND-ID
007790         MOVE BR3500-BR-MID TO BR3500-BR-IX
007800         GO TO 3010-EXIT
007810     END-IF.
007820     IF BR3500-B-ID (BR3500-BR-MID) < BR3500-FIND-ID
007830         COMPUTE BR3500-BR-LO = BR3500-BR-MID + 1
007840     ELSE
007850         IF BR3500-BR-MID = 1
007860             MOVE ZERO TO BR3500-BR-HI
007870         ELSE
007880             COMPUTE BR3500-BR-HI = BR3500-BR-MID - 1
007890         END-IF
007900     END-IF.
007910 3010-EXIT.
007920     EXIT.
007930*
007940*----------------------------------------------------------------
007950*  ONE SECTION PER REGION, ITS DISTRICTS IN BRANDIST ORDER, THE
007960*  SAME ORDER AS THE BR1800 ROLLUP, THEN THE BRANCHES WITH NO
007970*  DISTRICT (OR ONE NOT ON BRANDIST) AND THE NETWORK TOTAL.  EVERY
007980*  ACTIVE BRANCH'S SCHEDULED MINUTES COUNT IN THE TOTALS, BUT ONLY
007990*  A BRANCH THAT HAD AN INCIDENT GETS A LINE, EACH INCIDENT UNDER
008000*  IT.  THE FLAGGED BRANCHES ARE LISTED AGAIN AT THE END.
008010*----------------------------------------------------------------
008020 4000-WRITE-REPORT.
008030     MOVE BR3500-MONTH-START-DATE (1:6) TO BR3500-HEAD-MONTH.
008040     MOVE BR3500-RUN-DATE TO BR3500-HEAD-RUN-DATE.
008050     MOVE BR3500-REPEAT-LIMIT TO BR3500-HEAD-REPEAT.
008060     WRITE OU-REPORT-RECORD FROM BR3500-HEAD-LINE.
008070     MOVE SPACES TO BR3500-PRINT-LINE.
008080     WRITE OU-REPORT-RECORD FROM BR3500-PRINT-LINE.
008090     WRITE OU-REPORT-RECORD FROM BR3500-COLUMN-LINE.
008100     PERFORM 4100-WRITE-ONE-REGION
008110         THRU 4100-EXIT
008120         VARYING BR3500-DIST-IX FROM 1 BY 1
008130         UNTIL BR3500-DIST-IX > BR3500-DIST-CNT.
008140     MOVE ZERO TO BR3500-CURR-DIST-IX.
008150     PERFORM 4300-WRITE-ONE-DISTRICT
008160         THRU 4300-EXIT.
008170     MOVE SPACES TO BR3500-PRINT-LINE.
008180     WRITE OU-REPORT-RECORD FROM BR3500-PRINT-LINE.
008190     MOVE BR3500-NETWORK-COUNTS TO BR3500-SUM-COUNTS.
008200     MOVE 'NETWORK TOTAL' TO BR3500-TOT-LABEL.
008210     MOVE 'N' TO BR3500-SCOPE-TYPE.
008220     PERFORM 4600-WRITE-TOTAL-LINE
008230         THRU 4600-EXIT.
008240     PERFORM 4700-WRITE-REVIEW-LIST
008250         THRU 4700-EXIT.
008260 4000-EXIT.
008270     EXIT.
008280*
008290 4100-WRITE-ONE-REGION.
008300     IF BR3500-D-DONE (BR3500-DIST-IX)
008310         GO TO 4100-EXIT
008320     END-IF.
008330     MOVE BR3500-D-REGION (BR3500-DIST-IX) TO BR3500-CURR-REGION.
008340     MOVE SPACES TO BR3500-PRINT-LINE.
008350     WRITE OU-REPORT-RECORD FROM BR3500-PRINT-LINE.
008360     MOVE BR3500-CURR-REGION TO BR3500-RGL-ID.
008370     MOVE BR3500-D-REGION-NAME (BR3500-DIST-IX)
008380         TO BR3500-RGL-NAME.
008390     WRITE OU-REPORT-RECORD FROM BR3500-REGION-LINE.
008400     MOVE ZERO TO BR3500-RT-INCIDENTS.
008410     MOVE ZERO TO BR3500-RT-SCHED.
008420     MOVE ZERO TO BR3500-RT-CLOSED.
008430     MOVE ZERO TO BR3500-RT-REVIEW.
008440     PERFORM 4200-WRITE-REGION-DISTRICT
008450         THRU 4200-EXIT
008460         VARYING BR3500-SCAN-IX FROM 1 BY 1
008470         UNTIL BR3500-SCAN-IX > BR3500-DIST-CNT.
008480     MOVE SPACES TO BR3500-PRINT-LINE.
008490     WRITE OU-REPORT-RECORD FROM BR3500-PRINT-LINE.
008500     MOVE BR3500-REGION-COUNTS TO BR3500-SUM-COUNTS.
008510     MOVE 'REGION TOTAL' TO BR3500-TOT-LABEL.
008520     MOVE 'R' TO BR3500-SCOPE-TYPE.
008530     MOVE BR3500-CURR-REGION TO BR3500-SCOPE-REGION-ID.
008540     PERFORM 4600-WRITE-TOTAL-LINE
008550         THRU 4600-EXIT.
008560 4100-EXIT.
008570     EXIT.
008580*
008590 4200-WRITE-REGION-DISTRICT.
008600     IF BR3500-D-DONE (BR3500-SCAN-IX)
008610         OR BR3500-D-REGION (BR3500-SCAN-IX)
008620             NOT = BR3500-CURR-REGION
008630         GO TO 4200-EXIT
008640     END-IF.
008650     MOVE 'Y' TO BR3500-D-DONE-IND (BR3500-SCAN-IX).
008660     MOVE BR3500-SCAN-IX TO BR3500-CURR-DIST-IX.
008670     PERFORM 4300-WRITE-ONE-DISTRICT
008680         THRU 4300-EXIT.
008690 4200-EXIT.
008700     EXIT.
008710*
008720 4300-WRITE-ONE-DISTRICT.
008730     MOVE 'N' TO BR3500-DIST-HEAD-SW.
008740     MOVE ZERO TO BR3500-DT-INCIDENTS.
008750     MOVE ZERO TO BR3500-DT-SCHED.
008760     MOVE ZERO TO BR3500-DT-CLOSED.
008770     MOVE ZERO TO BR3500-DT-REVIEW.
008780     PERFORM 4400-WRITE-ONE-BRANCH
008790         THRU 4400-EXIT
008800         VARYING BR3500-BR-SCAN-IX FROM 1 BY 1
008810         UNTIL BR3500-BR-SCAN-IX > BR3500-BR-CNT.
008820     IF NOT BR3500-DIST-HEAD-DONE
008830         GO TO 4300-EXIT
008840     END-IF.
008850     MOVE BR3500-DIST-COUNTS TO BR3500-SUM-COUNTS.
008860     MOVE 'DISTRICT TOTAL' TO BR3500-TOT-LABEL.
008870     MOVE 'D' TO BR3500-SCOPE-TYPE.
008880     MOVE BR3500-CURR-DIST-IX TO BR3500-SCOPE-IX.
008890     PERFORM 4600-WRITE-TOTAL-LINE
008900         THRU 4600-EXIT.
008910     ADD BR3500-DT-INCIDENTS TO BR3500-RT-INCIDENTS.
008920     ADD BR3500-DT-SCHED TO BR3500-RT-SCHED.
008930     ADD BR3500-DT-CLOSED TO BR3500-RT-CLOSED.
008940     ADD BR3500-DT-REVIEW TO BR3500-RT-REVIEW.
008950     ADD BR3500-DT-INCIDENTS TO BR3500-NT-INCIDENTS.
008960     ADD BR3500-DT-SCHED TO BR3500-NT-SCHED.
008970     ADD BR3500-DT-CLOSED TO BR3500-NT-CLOSED.
008980     ADD BR3500-DT-REVIEW TO BR3500-NT-REVIEW.
008990 4300-EXIT.
009000     EXIT.
009010*
009020 4350-WRITE-DISTRICT-HEAD.
009030     MOVE SPACES TO BR3500-PRINT-LINE.
009040     WRITE OU-REPORT-RECORD FROM BR3500-PRINT-LINE.
009050     IF BR3500-CURR-DIST-IX = ZERO
009060         MOVE 'UNAS' TO BR3500-DSL-ID
009070         MOVE 'NO DISTRICT ASSIGNED' TO BR3500-DSL-NAME
009080     ELSE
009090         MOVE BR3500-D-ID (BR3500-CURR-DIST-IX) TO BR3500-DSL-ID
009100         MOVE BR3500-D-NAME (BR3500-CURR-DIST-IX)
009110             TO BR3500-DSL-NAME
009120     END-IF.
009130     WRITE OU-REPORT-RECORD FROM BR3500-DIST-LINE.
009140     MOVE 'Y' TO BR3500-DIST-HEAD-SW.
009150 4350-EXIT.
009160     EXIT.
009170*
009180 4400-WRITE-ONE-BRANCH.
009190     IF BR3500-B-DIST-IX (BR3500-BR-SCAN-IX)
009200             NOT = BR3500-CURR-DIST-IX
009210         GO TO 4400-EXIT
009220     END-IF.
009230     IF NOT BR3500-DIST-HEAD-DONE
009240         PERFORM 4350-WRITE-DISTRICT-HEAD
009250             THRU 4350-EXIT
009260     END-IF.
009270     ADD BR3500-B-INCIDENTS (BR3500-BR-SCAN-IX)
009280         TO BR3500-DT-INCIDENTS.
009290     ADD BR3500-B-SCHED-MINS (BR3500-BR-SCAN-IX)
009300         TO BR3500-DT-SCHED.
009310     ADD BR3500-B-CLOSED-MINS (BR3500-BR-SCAN-IX)
009320         TO BR3500-DT-CLOSED.
009330     IF BR3500-B-INCIDENTS (BR3500-BR-SCAN-IX) = ZERO
009340         GO TO 4400-EXIT
009350     END-IF.
009360     IF BR3500-B-INCIDENTS (BR3500-BR-SCAN-IX)
009370             NOT LESS THAN BR3500-REPEAT-LIMIT
009380         ADD 1 TO BR3500-DT-REVIEW
009390         ADD 1 TO BR3500-FLAGGED-CNT
009400     END-IF.
009410     PERFORM 4450-FORMAT-BRANCH-LINE
009420         THRU 4450-EXIT.
009430     WRITE OU-REPORT-RECORD FROM BR3500-DETAIL-LINE.
009440     PERFORM 4500-WRITE-ONE-INCIDENT
009450         THRU 4500-EXIT
009460         VARYING BR3500-INC-IX FROM 1 BY 1
009470         UNTIL BR3500-INC-IX > BR3500-INC-CNT.
009480 4400-EXIT.
009490     EXIT.
009500*
009510 4450-FORMAT-BRANCH-LINE.
009520     MOVE BR3500-B-ID (BR3500-BR-SCAN-IX) TO BR3500-DTL-BRANCH-ID.
009530     MOVE BR3500-B-NAME (BR3500-BR-SCAN-IX) TO BR3500-DTL-NAME.
009540     MOVE BR3500-B-INCIDENTS (BR3500-BR-SCAN-IX)
009550         TO BR3500-DTL-INCIDENTS.
009560     MOVE BR3500-B-SCHED-MINS (BR3500-BR-SCAN-IX)
009570         TO BR3500-DTL-SCHED.
009580     MOVE BR3500-B-CLOSED-MINS (BR3500-BR-SCAN-IX)
009590         TO BR3500-DTL-CLOSED.
009600     MOVE BR3500-B-SCHED-MINS (BR3500-BR-SCAN-IX)
009610         TO BR3500-SUM-SCHED.
009620     MOVE BR3500-B-CLOSED-MINS (BR3500-BR-SCAN-IX)
009630         TO BR3500-SUM-CLOSED.
009640     PERFORM 4900-COMPUTE-AVAILABILITY
009650         THRU 4900-EXIT.
009660     MOVE BR3500-AVAIL-PCT TO BR3500-DTL-AVAIL.
009670     MOVE 'B' TO BR3500-SCOPE-TYPE.
009680     MOVE BR3500-BR-SCAN-IX TO BR3500-SCOPE-IX.
009690     PERFORM 6000-FIND-COMMON-REASON
009700         THRU 6000-EXIT.
009710     MOVE BR3500-BEST-REASON TO BR3500-DTL-REASON.
009720     IF BR3500-B-INCIDENTS (BR3500-BR-SCAN-IX)
009730             NOT LESS THAN BR3500-REPEAT-LIMIT
009740         MOVE 'FACILITIES REVIEW' TO BR3500-DTL-FLAG
009750     ELSE
009760         MOVE SPACES TO BR3500-DTL-FLAG
009770     END-IF.
009780 4450-EXIT.
009790     EXIT.
009800*
009810 4500-WRITE-ONE-INCIDENT.
009820     IF BR3500-I-BR-IX (BR3500-INC-IX) NOT = BR3500-BR-SCAN-IX
009830         OR NOT BR3500-I-COUNTED (BR3500-INC-IX)
009840         GO TO 4500-EXIT
009850     END-IF.
009860     MOVE BR3500-I-START-DATE (BR3500-INC-IX)
009870         TO BR3500-INL-START-DATE.
009880     MOVE BR3500-I-START-TIME (BR3500-INC-IX) (1:4)
009890         TO BR3500-INL-START-TIME.
009900     MOVE BR3500-I-END-DATE (BR3500-INC-IX)
009910         TO BR3500-INL-END-DATE.
009920     MOVE BR3500-I-END-TIME (BR3500-INC-IX) (1:4)
009930         TO BR3500-INL-END-TIME.
009940     EVALUATE TRUE
009950         WHEN BR3500-I-CLEARED (BR3500-INC-IX)
009960             MOVE 'CLEARED' TO BR3500-INL-STATUS
009970         WHEN BR3500-I-END-STAMP (BR3500-INC-IX)
009980                 > BR3500-RUN-STAMP
009990             MOVE 'OPEN' TO BR3500-INL-STATUS
010000         WHEN OTHER
010010             MOVE 'EXPIRED' TO BR3500-INL-STATUS
010020     END-EVALUATE.
010030     MOVE BR3500-I-CLOSED-MINS (BR3500-INC-IX)
010040         TO BR3500-INL-CLOSED.
010050     MOVE BR3500-I-REASON (BR3500-INC-IX) TO BR3500-INL-REASON.
010060     MOVE BR3500-I-ORIG-USER (BR3500-INC-IX)
010070         TO BR3500-INL-ORIG-USER.
010080     MOVE BR3500-I-LAST-USER (BR3500-INC-IX)
010090         TO BR3500-INL-LAST-USER.
010100     WRITE OU-REPORT-RECORD FROM BR3500-INCIDENT-LINE.
010110 4500-EXIT.
010120     EXIT.
010130*
010140 4600-WRITE-TOTAL-LINE.
010150     MOVE BR3500-SUM-INCIDENTS TO BR3500-TOT-INCIDENTS.
010160     MOVE BR3500-SUM-SCHED TO BR3500-TOT-SCHED.
010170     MOVE BR3500-SUM-CLOSED TO BR3500-TOT-CLOSED.
010180     MOVE BR3500-SUM-REVIEW TO BR3500-TOT-REVIEW.
010190     PERFORM 4900-COMPUTE-AVAILABILITY
010200         THRU 4900-EXIT.
010210     MOVE BR3500-AVAIL-PCT TO BR3500-TOT-AVAIL.
010220     PERFORM 6000-FIND-COMMON-REASON
010230         THRU 6000-EXIT.
010240     MOVE BR3500-BEST-REASON TO BR3500-TOT-REASON.
010250     WRITE OU-REPORT-RECORD FROM BR3500-TOTAL-LINE.
010260 4600-EXIT.
010270     EXIT.
010280*
010290 4700-WRITE-REVIEW-LIST.
010300     MOVE SPACES TO BR3500-PRINT-LINE.
010310     WRITE OU-REPORT-RECORD FROM BR3500-PRINT-LINE.
010320     WRITE OU-REPORT-RECORD FROM BR3500-PRINT-LINE.
010330     MOVE BR3500-REPEAT-LIMIT TO BR3500-RVH-REPEAT.
010340     WRITE OU-REPORT-RECORD FROM BR3500-REVIEW-HEAD-LINE.
010350     IF BR3500-FLAGGED-CNT = ZERO
010360         MOVE '  NO BRANCH REACHED THE REVIEW COUNT THIS MONTH'
010370             TO BR3500-PRINT-LINE
010380         WRITE OU-REPORT-RECORD FROM BR3500-PRINT-LINE
010390         GO TO 4700-EXIT
010400     END-IF.
010410     WRITE OU-REPORT-RECORD FROM BR3500-COLUMN-LINE.
010420     PERFORM 4750-WRITE-ONE-REVIEW
010430         THRU 4750-EXIT
010440         VARYING BR3500-BR-SCAN-IX FROM 1 BY 1
010450         UNTIL BR3500-BR-SCAN-IX > BR3500-BR-CNT.
010460 4700-EXIT.
010470     EXIT.
010480*
010490 4750-WRITE-ONE-REVIEW.
010500     IF BR3500-B-INCIDENTS (BR3500-BR-SCAN-IX)
010510             < BR3500-REPEAT-LIMIT
010520         GO TO 4750-EXIT
010530     END-IF.
010540     PERFORM 4450-FORMAT-BRANCH-LINE
010550         THRU 4450-EXIT.
010560     WRITE OU-REPORT-RECORD FROM BR3500-DETAIL-LINE.
010570 4750-EXIT.
010580     EXIT.
010590*
010600*----------------------------------------------------------------
010610*  PERCENT OF THE SCHEDULED MINUTES IN BR3500-SUM-SCHED THE
010620*  BRANCHES WERE OPEN.  NOTHING SCHEDULED MEANS NOTHING MISSED.
010630*----------------------------------------------------------------
010640 4900-COMPUTE-AVAILABILITY.
010650     IF BR3500-SUM-SCHED = ZERO
010660         MOVE 100 TO BR3500-AVAIL-PCT
010670         GO TO 4900-EXIT
010680     END-IF.
010690     IF BR3500-SUM-CLOSED NOT LESS THAN BR3500-SUM-SCHED
010700         MOVE ZERO TO BR3500-AVAIL-PCT
010710         GO TO 4900-EXIT
010720     END-IF.
010730     COMPUTE BR3500-AVAIL-PCT ROUNDED =
010740         (BR3500-SUM-SCHED - BR3500-SUM-CLOSED) * 100
010750         / BR3500-SUM-SCHED.
010760 4900-EXIT.
010770     EXIT.
010780*
010790 5000-DERIVE-EFFECTIVE-HOURS.
010800     MOVE ZERO TO BR3500-EFF-OPEN-HRS.
010810     MOVE ZERO TO BR3500-EFF-CLOSE-HRS.
010820     COMPUTE BR3500-DAY-NUM =
010830         FUNCTION INTEGER-OF-DATE (FUNCTION NUMVAL
010840             (BR3500-WORK-DATE)).
010850     IF BR3500-DAY-NUM = ZERO
010860         GO TO 5000-EXIT
010870     END-IF.
010880     PERFORM 5100-DERIVE-DAY-NAME
010890         THRU 5100-EXIT.
010900     MOVE ZERO TO BR3500-DAY-SLOT-IX.
010910     PERFORM 5200-FIND-MASTER-DAY-SLOT
010920         THRU 5200-EXIT
010930         VARYING BR3500-HRS-IX FROM 1 BY 1
010940         UNTIL BR3500-HRS-IX > 7
010950         OR BR3500-DAY-SLOT-IX NOT = ZERO.
010960     IF BR3500-DAY-SLOT-IX = ZERO
010970         GO TO 5000-EXIT
010980     END-IF.
010990     MOVE BM-OPEN-HRS (BR3500-DAY-SLOT-IX)
011000         TO BR3500-EFF-OPEN-HRS.
011010     MOVE BM-CLOSE-HRS (BR3500-DAY-SLOT-IX)
011020         TO BR3500-EFF-CLOSE-HRS.
011030     IF BR3500-HOLIDAY-FILE-OPEN
011040         MOVE BR3500-CURR-BRANCH TO BH-BRANCH-ID
011050         MOVE BR3500-WORK-DATE TO BH-HOLIDAY-DATE
011060         READ BRANCH-HOLIDAY-FILE
011070             KEY IS BH-KEY
011080         END-READ
011090         IF BR3500-HOLIDAY-OK
011100             IF BH-FULLY-CLOSED
011110                 MOVE ZERO TO BR3500-EFF-OPEN-HRS
011120                 MOVE ZERO TO BR3500-EFF-CLOSE-HRS
011130             ELSE
011140                 MOVE BH-OPEN-HRS TO BR3500-EFF-OPEN-HRS
011150                 MOVE BH-CLOSE-HRS TO BR3500-EFF-CLOSE-HRS
011160             END-IF
011170         END-IF
011180     END-IF.
011190 5000-EXIT.
011200     EXIT.
011210*
011220 5100-DERIVE-DAY-NAME.
011230     COMPUTE BR3500-DOW-IX =
011240         FUNCTION MOD (BR3500-DAY-NUM, 7).
011250     IF BR3500-DOW-IX = ZERO
011260         MOVE 7 TO BR3500-DOW-IX
011270     END-IF.
011280     MOVE BR3500-DAY-NAME (BR3500-DOW-IX) TO BR3500-TARGET-DAY.
011290 5100-EXIT.
011300     EXIT.
011310*
011320 5200-FIND-MASTER-DAY-SLOT.
011330     IF BM-WORK-DAY (BR3500-HRS-IX) = BR3500-TARGET-DAY
011340         MOVE BR3500-HRS-IX TO BR3500-DAY-SLOT-IX
011350     END-IF.
011360 5200-EXIT.
011370     EXIT.
011380*
011390*----------------------------------------------------------------
011400*  THE CLOSURE REASON GIVEN MOST OFTEN AMONG THE COUNTED
011410*  INCIDENTS IN SCOPE - ONE BRANCH, DISTRICT OR REGION, OR THE
011420*  WHOLE NETWORK, AS BR3500-SCOPE-TYPE SAYS.  EACH INCIDENT IS
011430*  TALLIED AGAINST THE ONES AFTER IT, SO A REASON'S FIRST
011440*  INCIDENT CARRIES ITS FULL COUNT; A TIE GOES TO THE REASON SEEN
011450*  FIRST.
011460*----------------------------------------------------------------
011470 6000-FIND-COMMON-REASON.
011480     MOVE SPACES TO BR3500-BEST-REASON.
011490     MOVE ZERO TO BR3500-BEST-TALLY.
011500     PERFORM 6100-TALLY-ONE-REASON
011510         THRU 6100-EXIT
011520         VARYING BR3500-OUTER-IX FROM 1 BY 1
011530         UNTIL BR3500-OUTER-IX > BR3500-INC-CNT.
011540 6000-EXIT.
011550     EXIT.
011560*
011570 6100-TALLY-ONE-REASON.
011580     MOVE BR3500-OUTER-IX TO BR3500-TEST-IX.
011590     PERFORM 6300-TEST-SCOPE
011600         THRU 6300-EXIT.
011610     IF NOT BR3500-IN-SCOPE
011620         GO TO 6100-EXIT
011630     END-IF.
011640     MOVE ZERO TO BR3500-REASON-TALLY.
011650     PERFORM 6200-MATCH-ONE-REASON
011660         THRU 6200-EXIT
011670         VARYING BR3500-INNER-IX FROM BR3500-OUTER-IX BY 1
011680         UNTIL BR3500-INNER-IX > BR3500-INC-CNT.
011690     IF BR3500-REASON-TALLY > BR3500-BEST-TALLY
011700         MOVE BR3500-REASON-TALLY TO BR3500-BEST-TALLY
011710         MOVE BR3500-I-REASON (BR3500-OUTER-IX)
011720             TO BR3500-BEST-REASON
011730     END-IF.
011740 6100-EXIT.
011750     EXIT.
011760*
011770 6200-MATCH-ONE-REASON.
011780     IF BR3500-I-REASON (BR3500-INNER-IX)
011790             NOT = BR3500-I-REASON (BR3500-OUTER-IX)
011800         GO TO 6200-EXIT
011810     END-IF.
011820     MOVE BR3500-INNER-IX TO BR3500-TEST-IX.
011830     PERFORM 6300-TEST-SCOPE
011840         THRU 6300-EXIT.
011850     IF BR3500-IN-SCOPE
011860         ADD 1 TO BR3500-REASON-TALLY
011870     END-IF.
011880 6200-EXIT.
011890     EXIT.
011900*
011910 6300-TEST-SCOPE.
011920     MOVE 'N' TO BR3500-IN-SCOPE-SW.
011930     IF NOT BR3500-I-COUNTED (BR3500-TEST-IX)
011940         GO TO 6300-EXIT
011950     END-IF.
011960     MOVE BR3500-I-BR-IX (BR3500-TEST-IX) TO BR3500-BR-IX.
011970     MOVE BR3500-B-DIST-IX (BR3500-BR-IX) TO BR3500-SLOT-IX.
011980     EVALUATE TRUE
011990         WHEN BR3500-SCOPE-NETWORK
012000             MOVE 'Y' TO BR3500-IN-SCOPE-SW
012010         WHEN BR3500-SCOPE-BRANCH
012020             IF BR3500-BR-IX = BR3500-SCOPE-IX
012030                 MOVE 'Y' TO BR3500-IN-SCOPE-SW
012040             END-IF
012050         WHEN BR3500-SCOPE-DISTRICT
012060             IF BR3500-SLOT-IX = BR3500-SCOPE-IX
012070                 MOVE 'Y' TO BR3500-IN-SCOPE-SW
012080             END-IF
012090         WHEN BR3500-SCOPE-REGION
012100             IF BR3500-SLOT-IX NOT = ZERO
012110                 IF BR3500-D-REGION (BR3500-SLOT-IX)
012120                         = BR3500-SCOPE-REGION-ID
012130                     MOVE 'Y' TO BR3500-IN-SCOPE-SW
012140                 END-IF
012150             END-IF
012160     END-EVALUATE.
012170 6300-EXIT.
012180     EXIT.
012190*
012200 9000-TERMINATE.
012210     IF BR3500-BRANCH-OVERFLOW > ZERO
012220         MOVE SPACES TO BR3500-PRINT-LINE
012230         WRITE OU-REPORT-RECORD FROM BR3500-PRINT-LINE
012240         MOVE '*** BRANCH TABLE FULL - NOT ALL BRANCHES SHOWN ***'
012250             TO BR3500-PRINT-LINE
012260         WRITE OU-REPORT-RECORD FROM BR3500-PRINT-LINE
012270     END-IF.
012280     IF BR3500-INCIDENT-OVERFLOW > ZERO
012290         MOVE SPACES TO BR3500-PRINT-LINE
012300         WRITE OU-REPORT-RECORD FROM BR3500-PRINT-LINE
012310         MOVE '*** INCIDENT TABLE FULL - NOT ALL SHOWN ***'
012320             TO BR3500-PRINT-LINE
012330         WRITE OU-REPORT-RECORD FROM BR3500-PRINT-LINE
012340     END-IF.
012350     CLOSE BRANCH-MASTER-FILE.
012360     CLOSE DISTRICT-FILE.
012370     IF BR3500-HOLIDAY-FILE-OPEN
012380         CLOSE BRANCH-HOLIDAY-FILE
012390     END-IF.
012400     IF NOT BR3500-HISTORY-NEW-FILE
012410         CLOSE INCIDENT-HISTORY-FILE
012420     END-IF.
012430     CLOSE OUTAGE-REPORT-FILE.
012440     DISPLAY 'BR3500 - HISTORY RECS READ : ' BR3500-HISTORY-READ.
012450     DISPLAY 'BR3500 - HISTORY RECS BAD  : '
012460         BR3500-HISTORY-SKIPPED.
012470     DISPLAY 'BR3500 - NOT ACTIVE BRANCH : ' BR3500-UNMATCHED-CNT.
012480     DISPLAY 'BR3500 - INCIDENTS LOADED  : '
012490         BR3500-INCIDENTS-LOADED.
012500     DISPLAY 'BR3500 - INCIDENTS DROPPED : '
012510         BR3500-INCIDENT-OVERFLOW.
012520     DISPLAY 'BR3500 - INCIDENTS COUNTED : '
012530         BR3500-INCIDENTS-REPORTED.
012540     DISPLAY 'BR3500 - BRANCHES LOADED   : '
012550         BR3500-BRANCHES-LOADED.
012560     DISPLAY 'BR3500 - BRANCHES DROPPED  : '
012570         BR3500-BRANCH-OVERFLOW.
012580     DISPLAY 'BR3500 - DISTRICTS LOADED  : '
012590         BR3500-DISTRICTS-LOADED.
012600     DISPLAY 'BR3500 - DISTRICTS DROPPED : '
012610         BR3500-DIST-OVERFLOW.
012620     DISPLAY 'BR3500 - UNKNOWN DISTRICTS : '
012630         BR3500-UNKNOWN-DISTRICTS.
012640     DISPLAY 'BR3500 - FACILITIES REVIEW : ' BR3500-FLAGGED-CNT.
012650     IF BR3500-FLAGGED-CNT > ZERO
012660         OR BR3500-BRANCH-OVERFLOW > ZERO
012670         OR BR3500-INCIDENT-OVERFLOW > ZERO
012680         MOVE 4 TO RETURN-CODE
012690     END-IF.
012700 9000-EXIT.
012710     EXIT.
