000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  BR2100.
000030 AUTHOR.      M OKAFOR.
000040 INSTALLATION. CELERITI DEPOSITS - BRANCH SERVICES.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080*  MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100*  101526  MO   INITIAL VERSION - BRANCH CLOSURE WHAT-IF OVER THE
000110*               BRANPCEN POSTAL CENTROID FILE FOR NETWORK
000120*               PLANNING.  SYSIN CARDS - SEARCH RADIUS IN KM
000130*               (BLANK MEANS 25), AN OPTIONAL BRSVCTYP SERVICE
000140*               TYPE (BLANK MEANS ANY), THEN ONE CANDIDATE
000150*               BM-BRANCH-ID PER CARD ENDING AT THE FIRST BLANK
000160*               CARD (UP TO 50).  FOR EVERY POSTAL CODE THE
000170*               NEAREST ACTIVE BRANCH WITHIN THE RADIUS IS FOUND
000180*               BEFORE AND AFTER TREATING THE CANDIDATES AS
000190*               CLOSED, READING ONLY THE BRANGEOX GRID CELLS THE
000200*               RADIUS COULD REACH, THE SAME WAY BR0100'S
000210*               2500-LOAD-FROM-GEO-INDEX DOES.  EVERY POSTAL CODE
000220*               WHOSE NEAREST BRANCH CHANGES IS LISTED WITH THE
000230*               REPLACEMENT AND THE ADDED DISTANCE, OR AS HAVING
000240*               NO BRANCH LEFT WITHIN THE RADIUS, THEN ROLLED UP
000250*               BY BRANDIST DISTRICT AND REGION OF THE CLOSED
000260*               BRANCH IT LOST, THE SAME LAYOUT AS BR1800.
000270*----------------------------------------------------------------
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 SOURCE-COMPUTER.  IBM-370.
000310 OBJECT-COMPUTER.  IBM-370.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT BRANCH-MASTER-FILE ASSIGN TO BRANMSTR
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS DYNAMIC
000370         RECORD KEY IS BM-BRANCH-ID
000380         FILE STATUS IS BR2100-MASTER-STATUS.
000390
000400     SELECT POSTAL-CENTROID-FILE ASSIGN TO BRANPCEN
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS PC-POSTAL-CODE
000440         FILE STATUS IS BR2100-CENTROID-STATUS.
000450
000460     SELECT GEO-INDEX-FILE ASSIGN TO BRANGEOX
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS GX-KEY
000500         FILE STATUS IS BR2100-GEOX-STATUS.
000510
000520     SELECT DISTRICT-FILE ASSIGN TO BRANDIST
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS DS-DISTRICT-ID
000560         FILE STATUS IS BR2100-DISTRICT-STATUS.
000570
000580     SELECT CLOSURE-REPORT-FILE ASSIGN TO BRANCLSW
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS BR2100-REPORT-STATUS.
000610*
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  BRANCH-MASTER-FILE.
000650     COPY "BranchMstr.cpy".
000660
000670 FD  POSTAL-CENTROID-FILE.
000680     COPY "PostlCen.cpy".
000690
000700 FD  GEO-INDEX-FILE.
000710     COPY "BrGeoIdx.cpy".
000720
000730 FD  DISTRICT-FILE.
000740     COPY "BrDist.cpy".
000750
000760 FD  CLOSURE-REPORT-FILE
000770     RECORDING MODE IS F.
000780     COPY "BrClsRp.cpy".
000790*
000800 WORKING-STORAGE SECTION.
000810 77  BR2100-MASTER-STATUS            PIC X(02) VALUE SPACES.
000820     88  BR2100-MASTER-OK            VALUE '00', '02'.
000830 77  BR2100-CENTROID-STATUS          PIC X(02) VALUE SPACES.
000840     88  BR2100-CENTROID-OK          VALUE '00', '02'.
000850 77  BR2100-GEOX-STATUS              PIC X(02) VALUE SPACES.
000860     88  BR2100-GEOX-OK              VALUE '00', '02'.
000870 77  BR2100-DISTRICT-STATUS          PIC X(02) VALUE SPACES.
000880     88  BR2100-DISTRICT-OK          VALUE '00', '02'.
000890 77  BR2100-REPORT-STATUS            PIC X(02) VALUE SPACES.
000900     88  BR2100-REPORT-OK            VALUE '00'.
000910 77  BR2100-EOF-SW                   PIC X(01) VALUE 'N'.
000920     88  BR2100-EOF-CENTROIDS        VALUE 'Y'.
000930 77  BR2100-DIST-EOF-SW              PIC X(01) VALUE 'N'.
000940     88  BR2100-EOF-DISTRICTS        VALUE 'Y'.
000950 77  BR2100-CARD-DONE-SW             PIC X(01) VALUE 'N'.
000960     88  BR2100-CARDS-DONE           VALUE 'Y'.
000970 77  BR2100-CARD-ERROR-SW            PIC X(01) VALUE 'N'.
000980     88  BR2100-CARD-IN-ERROR        VALUE 'Y'.
000990 77  BR2100-CELL-DONE-SW             PIC X(01) VALUE 'N'.
001000     88  BR2100-CELL-DONE            VALUE 'Y'.
001010 77  BR2100-TYPE-MATCH-SW            PIC X(01) VALUE 'N'.
001020     88  BR2100-TYPE-MATCHES         VALUE 'Y'.
001030 77  BR2100-TYPE-VALID-SW            PIC X(01) VALUE 'N'.
001040     88  BR2100-TYPE-IS-VALID        VALUE 'Y'.
001050 77  BR2100-CLOSED-SW                PIC X(01) VALUE 'N'.
001060     88  BR2100-CANDIDATE-CLOSED     VALUE 'Y'.
001070 77  BR2100-CENTROIDS-READ           PIC 9(07) COMP-3 VALUE ZERO.
001080 77  BR2100-CANDIDATES-READ          PIC 9(09) COMP-3 VALUE ZERO.
001090 77  BR2100-UNAFFECTED-CNT           PIC 9(07) COMP-3 VALUE ZERO.
001100 77  BR2100-CHANGED-CNT              PIC 9(07) COMP-3 VALUE ZERO.
001110 77  BR2100-STRANDED-CNT             PIC 9(07) COMP-3 VALUE ZERO.
001120 77  BR2100-UNSERVED-CNT             PIC 9(07) COMP-3 VALUE ZERO.
001130 77  BR2100-DISTRICTS-LOADED         PIC 9(07) COMP-3 VALUE ZERO.
001140 77  BR2100-DIST-OVERFLOW            PIC 9(07) COMP-3 VALUE ZERO.
001150 77  BR2100-RADIUS-KM                PIC 9(05) COMP-3 VALUE ZERO.
001160 77  BR2100-DEFAULT-RADIUS           PIC 9(05) COMP-3 VALUE 25.
001170 77  BR2100-CLOSED-MAX               PIC 9(03) COMP VALUE 50.
001180 77  BR2100-CLOSED-CNT               PIC 9(03) COMP VALUE ZERO.
001190 77  BR2100-CLOSED-IX                PIC 9(03) COMP VALUE ZERO.
001200 77  BR2100-DIST-MAX                 PIC 9(03) COMP VALUE 200.
001210 77  BR2100-DIST-CNT                 PIC 9(03) COMP VALUE ZERO.
001220 77  BR2100-DIST-IX                  PIC 9(03) COMP VALUE ZERO.
001230 77  BR2100-SCAN-IX                  PIC 9(03) COMP VALUE ZERO.
001240 77  BR2100-SLOT-IX                  PIC 9(03) COMP VALUE ZERO.
001250 77  BR2100-SVC-IX                   PIC 9(02) COMP VALUE ZERO.
001260 77  BR2100-SVC-BOUND                PIC 9(02) COMP VALUE ZERO.
001270 77  BR2100-SVC-LIMIT                PIC 9(02) COMP VALUE 5.
001280     COPY "BrSvcTyp.cpy".
001290 77  BR2100-COS-LAT                  COMP-2 VALUE ZERO.
001300 77  BR2100-KM-PER-DEGREE            COMP-2 VALUE 111.0.
001310 77  BR2100-LAT-SPAN                 PIC S9(04) COMP VALUE ZERO.
001320 77  BR2100-LONG-SPAN                PIC S9(04) COMP VALUE ZERO.
001330 77  BR2100-CELL-LAT                 PIC S9(04) COMP VALUE ZERO.
001340 77  BR2100-CELL-LONG                PIC S9(04) COMP VALUE ZERO.
001350 77  BR2100-CELL-LAT-LO              PIC S9(04) COMP VALUE ZERO.
001360 77  BR2100-CELL-LAT-HI              PIC S9(04) COMP VALUE ZERO.
001370 77  BR2100-CELL-LONG-LO             PIC S9(04) COMP VALUE ZERO.
001380 77  BR2100-CELL-LONG-HI             PIC S9(04) COMP VALUE ZERO.
001390 77  BR2100-CELL-LONG-USE            PIC S9(04) COMP VALUE ZERO.
001400 77  BR2100-CELL-LAT-CTR             PIC S9(04) COMP VALUE ZERO.
001410 77  BR2100-CELL-LONG-CTR            PIC S9(04) COMP VALUE ZERO.
001420 77  BR2100-DEG-TO-RAD               COMP-2 VALUE 0.017453293.
001430 77  BR2100-EARTH-RADIUS-KM          COMP-2 VALUE 6371.0.
001440 77  BR2100-LAT1-RAD                 COMP-2 VALUE ZERO.
001450 77  BR2100-LON1-RAD                 COMP-2 VALUE ZERO.
001460 77  BR2100-LAT2-RAD                 COMP-2 VALUE ZERO.
001470 77  BR2100-LON2-RAD                 COMP-2 VALUE ZERO.
001480 77  BR2100-COS-ANGLE                COMP-2 VALUE ZERO.
001490 77  BR2100-DIST-KM                  COMP-2 VALUE ZERO.
001500 77  BR2100-BEFORE-KM                COMP-2 VALUE ZERO.
001510 77  BR2100-AFTER-KM                 COMP-2 VALUE ZERO.
001520 77  BR2100-ADDED-KM                 COMP-2 VALUE ZERO.
001530 01  BR2100-RUN-DATE                 PIC X(08).
001540 01  BR2100-RADIUS-CARD              PIC X(05) VALUE SPACES.
001550 01  BR2100-TYPE-CARD                PIC X(05) VALUE SPACES.
001560 01  BR2100-CLOSED-CARD              PIC X(06) VALUE SPACES.
001570 01  BR2100-CURR-REGION              PIC X(02).
001580 01  BR2100-NEAREST-BEFORE.
001590     05  BR2100-BEFORE-ID            PIC X(06).
001600     05  BR2100-BEFORE-DISTRICT      PIC X(04).
001610 01  BR2100-NEAREST-AFTER.
001620     05  BR2100-AFTER-ID             PIC X(06).
001630     05  BR2100-AFTER-DISTRICT       PIC X(04).
001640 01  BR2100-CLOSED-TABLE.
001650     05  BR2100-CLOSED-ENTRY OCCURS 50 TIMES.
001660         10  BR2100-C-BRANCH-ID      PIC X(06).
001670         10  BR2100-C-DISTRICT-ID    PIC X(04).
001680         10  BR2100-C-BR-NAME        PIC X(40).
001690         10  BR2100-C-STATUS         PIC X(01).
001700             88  BR2100-C-ACTIVE     VALUE 'A'.
001710 01  BR2100-DIST-TABLE.
001720     05  BR2100-DIST-ENTRY OCCURS 200 TIMES.
001730         10  BR2100-D-ID             PIC X(04).
001740         10  BR2100-D-NAME           PIC X(30).
001750         10  BR2100-D-REGION         PIC X(02).
001760         10  BR2100-D-REGION-NAME    PIC X(30).
001770         10  BR2100-D-DONE-IND       PIC X(01).
001780             88  BR2100-D-DONE       VALUE 'Y'.
001790         10  BR2100-D-CHANGED        PIC 9(07) COMP-3.
001800         10  BR2100-D-STRANDED       PIC 9(07) COMP-3.
001810         10  BR2100-D-ADDED-KM       PIC 9(09)V99 COMP-3.
001820 01  BR2100-UNASSIGNED-TALLY.
001830     05  BR2100-U-CHANGED            PIC 9(07) COMP-3 VALUE ZERO.
001840     05  BR2100-U-STRANDED           PIC 9(07) COMP-3 VALUE ZERO.
001850     05  BR2100-U-ADDED-KM           PIC 9(09)V99 COMP-3
001860                                     VALUE ZERO.
001870 01  BR2100-REGION-TALLY.
001880     05  BR2100-R-CHANGED            PIC 9(07) COMP-3 VALUE ZERO.
001890     05  BR2100-R-STRANDED           PIC 9(07) COMP-3 VALUE ZERO.
001900     05  BR2100-R-ADDED-KM           PIC 9(09)V99 COMP-3
001910                                     VALUE ZERO.
001920 01  BR2100-GRAND-TALLY.
001930     05  BR2100-G-CHANGED            PIC 9(07) COMP-3 VALUE ZERO.
001940     05  BR2100-G-STRANDED           PIC 9(07) COMP-3 VALUE ZERO.
001950     05  BR2100-G-ADDED-KM           PIC 9(09)V99 COMP-3
001960                                     VALUE ZERO.
001970 01  BR2100-PRINT-LINE               PIC X(132).
001980 01  BR2100-HEAD-LINE.
001990     05  FILLER                      PIC X(34) VALUE
002000         'BR2100 - BRANCH CLOSURE WHAT-IF AT'.
002010     05  FILLER                      PIC X(01) VALUE SPACE.
002020     05  BR2100-HEAD-DATE            PIC X(08).
002030     05  FILLER                      PIC X(89) VALUE SPACES.
002040 01  BR2100-PARM-LINE.
002050     05  FILLER                      PIC X(10) VALUE 'RADIUS KM '.
002060     05  BR2100-PARM-RADIUS          PIC ZZZZ9.
002070     05  FILLER                      PIC X(16) VALUE
002080         '   SERVICE TYPE '.
002090     05  BR2100-PARM-TYPE            PIC X(05).
002100     05  FILLER                      PIC X(20) VALUE
002110         '   BRANCHES CLOSING '.
002120     05  BR2100-PARM-CLOSED          PIC ZZ9.
002130     05  FILLER                      PIC X(73) VALUE SPACES.
002140 01  BR2100-CLOSING-LINE.
002150     05  FILLER                      PIC X(08) VALUE 'CLOSING '.
002160     05  BR2100-CLOSING-ID           PIC X(06).
002170     05  FILLER                      PIC X(01) VALUE SPACE.
002180     05  BR2100-CLOSING-DISTRICT     PIC X(04).
002190     05  FILLER                      PIC X(01) VALUE SPACE.
002200     05  BR2100-CLOSING-NAME         PIC X(40).
002210     05  FILLER                      PIC X(01) VALUE SPACE.
002220     05  BR2100-CLOSING-NOTE         PIC X(22).
002230     05  FILLER                      PIC X(49) VALUE SPACES.
002240 01  BR2100-DETAIL-COL-LINE.
002250     05  FILLER                      PIC X(32) VALUE
002260         'POSTAL CD CLOSED DIST   OLD KM  '.
002270     05  FILLER                      PIC X(37) VALUE
002280         'NEW BR DIST   NEW KM ADDED KM  RESULT'.
002290     05  FILLER                      PIC X(63) VALUE SPACES.
002300 01  BR2100-DETAIL-LINE.
002310     05  BR2100-DTL-POSTAL-CODE      PIC X(09).
002320     05  FILLER                      PIC X(01) VALUE SPACE.
002330     05  BR2100-DTL-BEFORE-ID        PIC X(06).
002340     05  FILLER                      PIC X(01) VALUE SPACE.
002350     05  BR2100-DTL-BEFORE-DIST      PIC X(04).
002360     05  FILLER                      PIC X(01) VALUE SPACE.
002370     05  BR2100-DTL-BEFORE-KM        PIC ZZZZ9.99.
002380     05  FILLER                      PIC X(02) VALUE SPACES.
002390     05  BR2100-DTL-AFTER-ID         PIC X(06).
002400     05  FILLER                      PIC X(01) VALUE SPACE.
002410     05  BR2100-DTL-AFTER-DIST       PIC X(04).
002420     05  FILLER                      PIC X(01) VALUE SPACE.
002430     05  BR2100-DTL-AFTER-KM         PIC ZZZZ9.99.
002440     05  BR2100-DTL-AFTER-KM-X REDEFINES BR2100-DTL-AFTER-KM
002450                                     PIC X(08).
002460     05  FILLER                      PIC X(01) VALUE SPACE.
002470     05  BR2100-DTL-ADDED-KM         PIC ZZZZ9.99.
002480     05  BR2100-DTL-ADDED-KM-X REDEFINES BR2100-DTL-ADDED-KM
002490                                     PIC X(08).
002500     05  FILLER                      PIC X(02) VALUE SPACES.
002510     05  BR2100-DTL-RESULT           PIC X(30).
002520     05  FILLER                      PIC X(39) VALUE SPACES.
002530 01  BR2100-ROLLUP-HEAD-LINE.
002540     05  FILLER                      PIC X(40) VALUE
002550         'CLOSURE IMPACT BY REGION/DISTRICT OF THE'.
002560     05  FILLER                      PIC X(20) VALUE
002570         ' CLOSED BRANCH LOST '.
002580     05  FILLER                      PIC X(72) VALUE SPACES.
002590 01  BR2100-COL-LINE.
002600     05  FILLER                      PIC X(32) VALUE
002610         'DIST NAME                       '.
002620     05  FILLER                      PIC X(17) VALUE
002630         ' CHANGED STRANDED'.
002640     05  FILLER                      PIC X(24) VALUE
002650         '     ADDED KM AVG ADD KM'.
002660     05  FILLER                      PIC X(59) VALUE SPACES.
002670 01  BR2100-REGION-LINE.
002680     05  FILLER                      PIC X(07) VALUE 'REGION '.
002690     05  BR2100-REGION-LINE-ID       PIC X(02).
002700     05  FILLER                      PIC X(01) VALUE SPACE.
002710     05  BR2100-REGION-LINE-NAME     PIC X(30).
002720     05  FILLER                      PIC X(92) VALUE SPACES.
002730 01  BR2100-DIST-LINE.
002740     05  BR2100-DIST-LINE-ID         PIC X(04).
002750     05  FILLER                      PIC X(01) VALUE SPACE.
002760     05  BR2100-DIST-LINE-NAME       PIC X(27).
002770     05  BR2100-DIST-LINE-CHANGED    PIC Z(07)9.
002780     05  BR2100-DIST-LINE-STRANDED   PIC Z(08)9.
002790     05  BR2100-DIST-LINE-ADDED      PIC Z(09)9.99.
002800     05  BR2100-DIST-LINE-AVG        PIC Z(07)9.99.
002810     05  FILLER                      PIC X(59) VALUE SPACES.
002820 01  BR2100-TOTAL-LINE.
002830     05  BR2100-TOTAL-LABEL          PIC X(32).
002840     05  BR2100-TOTAL-CHANGED        PIC Z(07)9.
002850     05  BR2100-TOTAL-STRANDED       PIC Z(08)9.
002860     05  BR2100-TOTAL-ADDED          PIC Z(09)9.99.
002870     05  BR2100-TOTAL-AVG            PIC Z(07)9.99.
002880     05  FILLER                      PIC X(59) VALUE SPACES.
002890*
002900 PROCEDURE DIVISION.
002910 0000-MAINLINE.
002920     PERFORM 1000-INITIALIZE
002930         THRU 1000-EXIT.
002940     PERFORM 1500-LOAD-ONE-DISTRICT
002950         THRU 1500-EXIT
002960         UNTIL BR2100-EOF-DISTRICTS.
002970     PERFORM 2000-PROCESS-ONE-POSTAL
002980         THRU 2000-EXIT
002990         UNTIL BR2100-EOF-CENTROIDS.
003000     PERFORM 4000-WRITE-ROLLUP
003010         THRU 4000-EXIT.
003020     PERFORM 9000-TERMINATE
003030         THRU 9000-EXIT.
003040     GOBACK.
003050*
003060 1000-INITIALIZE.
003070     ACCEPT BR2100-RUN-DATE FROM DATE YYYYMMDD.
003080     ACCEPT BR2100-RADIUS-CARD.
003090     IF BR2100-RADIUS-CARD = SPACES
003100         MOVE BR2100-DEFAULT-RADIUS TO BR2100-RADIUS-KM
003110     ELSE
003120         IF BR2100-RADIUS-CARD NOT NUMERIC
003130             DISPLAY 'BR2100 - RADIUS CARD NOT NUMERIC <'
003140                 BR2100-RADIUS-CARD '>'
003150             GO TO 1000-ABEND
003160         END-IF
003170         MOVE BR2100-RADIUS-CARD TO BR2100-RADIUS-KM
003180     END-IF.
003190     IF BR2100-RADIUS-KM = ZERO
003200         DISPLAY 'BR2100 - RADIUS MUST BE GREATER THAN ZERO'
003210         GO TO 1000-ABEND
003220     END-IF.
003230     ACCEPT BR2100-TYPE-CARD.
003240     IF BR2100-TYPE-CARD NOT = SPACES
003250         MOVE 'N' TO BR2100-TYPE-VALID-SW
003260         PERFORM 1200-SCAN-TYPE-CATALOG
003270             THRU 1200-EXIT
003280             VARYING BR2100-SVC-IX FROM 1 BY 1
003290             UNTIL BR2100-SVC-IX > BR2100-SVC-LIMIT
003300             OR BR2100-TYPE-IS-VALID
003310         IF NOT BR2100-TYPE-IS-VALID
003320             DISPLAY 'BR2100 - SERVICE TYPE NOT ON BRSVCTYP <'
003330                 BR2100-TYPE-CARD '>'
003340             GO TO 1000-ABEND
003350         END-IF
003360     END-IF.
003370     PERFORM 1100-ACCEPT-CLOSED-CARD
003380         THRU 1100-EXIT
003390         UNTIL BR2100-CARDS-DONE.
003400     IF BR2100-CARD-IN-ERROR
003410         GO TO 1000-ABEND
003420     END-IF.
003430     IF BR2100-CLOSED-CNT = ZERO
003440         DISPLAY 'BR2100 - CLOSURE BRANCH CARD REQUIRED'
003450         GO TO 1000-ABEND
003460     END-IF.
003470     OPEN INPUT BRANCH-MASTER-FILE.
003480     IF NOT BR2100-MASTER-OK
003490         DISPLAY 'BR2100 - OPEN FAILED ON BRANCH-MASTER-FILE '
003500             BR2100-MASTER-STATUS
003510         GO TO 1000-ABEND
003520     END-IF.
003530     OPEN INPUT POSTAL-CENTROID-FILE.
003540     IF NOT BR2100-CENTROID-OK
003550         DISPLAY 'BR2100 - OPEN FAILED ON POSTAL-CENTROID-FILE '
003560             BR2100-CENTROID-STATUS
003570         GO TO 1000-ABEND
003580     END-IF.
003590     OPEN INPUT GEO-INDEX-FILE.
003600     IF NOT BR2100-GEOX-OK
003610         DISPLAY 'BR2100 - OPEN FAILED ON GEO-INDEX-FILE '
003620             BR2100-GEOX-STATUS
003630         GO TO 1000-ABEND
003640     END-IF.
003650     OPEN INPUT DISTRICT-FILE.
003660     IF NOT BR2100-DISTRICT-OK
003670         DISPLAY 'BR2100 - OPEN FAILED ON DISTRICT-FILE '
003680             BR2100-DISTRICT-STATUS
003690         GO TO 1000-ABEND
003700     END-IF.
003710     OPEN OUTPUT CLOSURE-REPORT-FILE.
003720     IF NOT BR2100-REPORT-OK
003730         DISPLAY 'BR2100 - OPEN FAILED ON CLOSURE-REPORT-FILE '
003740             BR2100-REPORT-STATUS
003750         GO TO 1000-ABEND
003760     END-IF.
003770     PERFORM 1300-CHECK-ONE-CLOSED
003780         THRU 1300-EXIT
003790         VARYING BR2100-CLOSED-IX FROM 1 BY 1
003800         UNTIL BR2100-CLOSED-IX > BR2100-CLOSED-CNT.
003810     IF BR2100-CARD-IN-ERROR
003820         GO TO 1000-ABEND
003830     END-IF.
003840     MOVE BR2100-RUN-DATE TO BR2100-HEAD-DATE.
003850     WRITE CW-REPORT-RECORD FROM BR2100-HEAD-LINE.
003860     MOVE BR2100-RADIUS-KM TO BR2100-PARM-RADIUS.
003870     IF BR2100-TYPE-CARD = SPACES
003880         MOVE 'ANY' TO BR2100-PARM-TYPE
003890     ELSE
003900         MOVE BR2100-TYPE-CARD TO BR2100-PARM-TYPE
003910     END-IF.
003920     MOVE BR2100-CLOSED-CNT TO BR2100-PARM-CLOSED.
003930     WRITE CW-REPORT-RECORD FROM BR2100-PARM-LINE.
003940     MOVE SPACES TO BR2100-PRINT-LINE.
003950     WRITE CW-REPORT-RECORD FROM BR2100-PRINT-LINE.
003960     PERFORM 1400-WRITE-CLOSING-LINE
003970         THRU 1400-EXIT
003980         VARYING BR2100-CLOSED-IX FROM 1 BY 1
003990         UNTIL BR2100-CLOSED-IX > BR2100-CLOSED-CNT.
004000     WRITE CW-REPORT-RECORD FROM BR2100-PRINT-LINE.
004010     WRITE CW-REPORT-RECORD FROM BR2100-DETAIL-COL-LINE.
004020     GO TO 1000-EXIT.
004030 1000-ABEND.
004040     MOVE 16 TO RETURN-CODE.
004050     GOBACK.
004060 1000-EXIT.
004070     EXIT.
004080*
004090 1100-ACCEPT-CLOSED-CARD.
004100     MOVE SPACES TO BR2100-CLOSED-CARD.
004110     ACCEPT BR2100-CLOSED-CARD.
004120     IF BR2100-CLOSED-CARD = SPACES
004130         MOVE 'Y' TO BR2100-CARD-DONE-SW
004140         GO TO 1100-EXIT
004150     END-IF.
004160     IF BR2100-CLOSED-CNT NOT LESS THAN BR2100-CLOSED-MAX
004170         DISPLAY 'BR2100 - MORE THAN 50 CLOSURE BRANCH CARDS'
004180         MOVE 'Y' TO BR2100-CARD-ERROR-SW
004190         MOVE 'Y' TO BR2100-CARD-DONE-SW
004200         GO TO 1100-EXIT
004210     END-IF.
004220     ADD 1 TO BR2100-CLOSED-CNT.
004230     MOVE BR2100-CLOSED-CARD
004240         TO BR2100-C-BRANCH-ID (BR2100-CLOSED-CNT).
004250     MOVE SPACES TO BR2100-C-DISTRICT-ID (BR2100-CLOSED-CNT).
004260     MOVE SPACES TO BR2100-C-BR-NAME (BR2100-CLOSED-CNT).
004270     MOVE SPACES TO BR2100-C-STATUS (BR2100-CLOSED-CNT).
004280 1100-EXIT.
004290     EXIT.
004300*
004310 1200-SCAN-TYPE-CATALOG.
004320     IF BR-SVCTYP-CODE (BR2100-SVC-IX) = BR2100-TYPE-CARD
004330         MOVE 'Y' TO BR2100-TYPE-VALID-SW
004340     END-IF.
004350 1200-EXIT.
004360     EXIT.
004370*
004380 1300-CHECK-ONE-CLOSED.
004390     MOVE BR2100-C-BRANCH-ID (BR2100-CLOSED-IX) TO BM-BRANCH-ID.
004400     READ BRANCH-MASTER-FILE
004410         KEY IS BM-BRANCH-ID
004420     END-READ.
004430     IF NOT BR2100-MASTER-OK
004440         DISPLAY 'BR2100 - CLOSURE BRANCH NOT ON MASTER <'
004450             BR2100-C-BRANCH-ID (BR2100-CLOSED-IX) '>'
004460         MOVE 'Y' TO BR2100-CARD-ERROR-SW
004470         GO TO 1300-EXIT
004480     END-IF.
004490     MOVE BM-DISTRICT-ID
004500         TO BR2100-C-DISTRICT-ID (BR2100-CLOSED-IX).
004510     MOVE BM-BR-NAME TO BR2100-C-BR-NAME (BR2100-CLOSED-IX).
004520     MOVE BM-BRANCH-STATUS TO BR2100-C-STATUS (BR2100-CLOSED-IX).
004530     IF NOT BM-STAT-ACTIVE
004540         DISPLAY 'BR2100 - CLOSURE BRANCH NOT ACTIVE, NO EFFECT <'
004550             BR2100-C-BRANCH-ID (BR2100-CLOSED-IX) '>'
004560     END-IF.
004570 1300-EXIT.
004580     EXIT.
004590*
004600 1400-WRITE-CLOSING-LINE.
004610     MOVE BR2100-C-BRANCH-ID (BR2100-CLOSED-IX)
004620         TO BR2100-CLOSING-ID.
004630     MOVE BR2100-C-DISTRICT-ID (BR2100-CLOSED-IX)
004640         TO BR2100-CLOSING-DISTRICT.
004650     MOVE BR2100-C-BR-NAME (BR2100-CLOSED-IX)
004660         TO BR2100-CLOSING-NAME.
004670     IF BR2100-C-ACTIVE (BR2100-CLOSED-IX)
004680         MOVE SPACES TO BR2100-CLOSING-NOTE
004690     ELSE
004700         MOVE 'NOT ACTIVE - NO EFFECT' TO BR2100-CLOSING-NOTE
004710     END-IF.
004720     WRITE CW-REPORT-RECORD FROM BR2100-CLOSING-LINE.
004730 1400-EXIT.
004740     EXIT.
004750*
004760 1500-LOAD-ONE-DISTRICT.
004770     READ DISTRICT-FILE NEXT RECORD
004780         AT END
004790             MOVE 'Y' TO BR2100-DIST-EOF-SW
004800             GO TO 1500-EXIT
004810     END-READ.
004820     IF NOT BR2100-DISTRICT-OK
004830         MOVE 'Y' TO BR2100-DIST-EOF-SW
004840         GO TO 1500-EXIT
004850     END-IF.
004860     IF BR2100-DIST-CNT NOT LESS THAN BR2100-DIST-MAX
004870         ADD 1 TO BR2100-DIST-OVERFLOW
004880         GO TO 1500-EXIT
004890     END-IF.
004900     ADD 1 TO BR2100-DIST-CNT.
004910     ADD 1 TO BR2100-DISTRICTS-LOADED.
004920     MOVE DS-DISTRICT-ID TO BR2100-D-ID (BR2100-DIST-CNT).
004930     MOVE DS-DISTRICT-NAME TO BR2100-D-NAME (BR2100-DIST-CNT).
004940     MOVE DS-REGION-ID TO BR2100-D-REGION (BR2100-DIST-CNT).
004950     MOVE DS-REGION-NAME
004960         TO BR2100-D-REGION-NAME (BR2100-DIST-CNT).
004970     MOVE 'N' TO BR2100-D-DONE-IND (BR2100-DIST-CNT).
004980     MOVE ZERO TO BR2100-D-CHANGED (BR2100-DIST-CNT).
004990     MOVE ZERO TO BR2100-D-STRANDED (BR2100-DIST-CNT).
005000     MOVE ZERO TO BR2100-D-ADDED-KM (BR2100-DIST-CNT).
005010 1500-EXIT.
005020     EXIT.
005030*
005040 2000-PROCESS-ONE-POSTAL.
005050     READ POSTAL-CENTROID-FILE NEXT RECORD
005060         AT END
005070             MOVE 'Y' TO BR2100-EOF-SW
005080             GO TO 2000-EXIT
005090     END-READ.
005100     IF NOT BR2100-CENTROID-OK
005110         MOVE 'Y' TO BR2100-EOF-SW
005120         GO TO 2000-EXIT
005130     END-IF.
005140     ADD 1 TO BR2100-CENTROIDS-READ.
005150     MOVE SPACES TO BR2100-NEAREST-BEFORE.
005160     MOVE SPACES TO BR2100-NEAREST-AFTER.
005170     MOVE ZERO TO BR2100-BEFORE-KM.
005180     MOVE ZERO TO BR2100-AFTER-KM.
005190     PERFORM 2500-LOAD-FROM-GEO-INDEX
005200         THRU 2500-EXIT.
005210     IF BR2100-BEFORE-ID = SPACES
005220         ADD 1 TO BR2100-UNSERVED-CNT
005230         GO TO 2000-EXIT
005240     END-IF.
005250     IF BR2100-BEFORE-ID = BR2100-AFTER-ID
005260         ADD 1 TO BR2100-UNAFFECTED-CNT
005270         GO TO 2000-EXIT
005280     END-IF.
005290     PERFORM 2800-FIND-DISTRICT-SLOT
005300         THRU 2800-EXIT.
005310     IF BR2100-AFTER-ID = SPACES
005320         PERFORM 2700-REPORT-STRANDED
005330             THRU 2700-EXIT
005340     ELSE
005350         PERFORM 2600-REPORT-CHANGED
005360             THRU 2600-EXIT
005370     END-IF.
005380 2000-EXIT.
005390     EXIT.
005400*
005410 2150-CHECK-SERVICE-TYPE.
005420     MOVE 'N' TO BR2100-TYPE-MATCH-SW.
005430     IF BM-SVC-TYPE-COUNT > BR2100-SVC-LIMIT
005440         MOVE BR2100-SVC-LIMIT TO BR2100-SVC-BOUND
005450     ELSE
005460         MOVE BM-SVC-TYPE-COUNT TO BR2100-SVC-BOUND
005470     END-IF.
005480     MOVE ZERO TO BR2100-SVC-IX.
005490     PERFORM 2160-SCAN-SERVICE-TYPES
005500         THRU 2160-EXIT
005510         VARYING BR2100-SVC-IX FROM 1 BY 1
005520         UNTIL BR2100-SVC-IX > BR2100-SVC-BOUND
005530         OR BR2100-TYPE-MATCHES.
005540 2150-EXIT.
005550     EXIT.
005560*
005570 2160-SCAN-SERVICE-TYPES.
005580     IF BM-SVC-TYPE-CD (BR2100-SVC-IX) = BR2100-TYPE-CARD
005590         MOVE 'Y' TO BR2100-TYPE-MATCH-SW
005600     END-IF.
005610 2160-EXIT.
005620     EXIT.
005630*
005640 2500-LOAD-FROM-GEO-INDEX.
005650     COMPUTE BR2100-COS-LAT = FUNCTION COS
005660         (PC-GEO-LATT * BR2100-DEG-TO-RAD).
005670     IF BR2100-COS-LAT < 0.1
005680         MOVE 0.1 TO BR2100-COS-LAT
005690     END-IF.
005700     COMPUTE BR2100-LAT-SPAN =
005710         (BR2100-RADIUS-KM / BR2100-KM-PER-DEGREE) + 1.
005720     COMPUTE BR2100-LONG-SPAN =
005730         (BR2100-RADIUS-KM
005740             / (BR2100-KM-PER-DEGREE * BR2100-COS-LAT)) + 1.
005750     COMPUTE BR2100-CELL-LAT-CTR =
005760         PC-GEO-LATT + 90.
005770     COMPUTE BR2100-CELL-LONG-CTR =
005780         PC-GEO-LONG + 180.
005790     COMPUTE BR2100-CELL-LONG-CTR =
005800         FUNCTION MOD (BR2100-CELL-LONG-CTR, 360).
005810     COMPUTE BR2100-CELL-LAT-LO =
005820         BR2100-CELL-LAT-CTR - BR2100-LAT-SPAN.
005830     COMPUTE BR2100-CELL-LAT-HI =
005840         BR2100-CELL-LAT-CTR + BR2100-LAT-SPAN.
005850     COMPUTE BR2100-CELL-LONG-LO =
005860         BR2100-CELL-LONG-CTR - BR2100-LONG-SPAN.
005870     COMPUTE BR2100-CELL-LONG-HI =
005880         BR2100-CELL-LONG-CTR + BR2100-LONG-SPAN.
005890     IF BR2100-CELL-LAT-LO < ZERO
005900         MOVE ZERO TO BR2100-CELL-LAT-LO
005910     END-IF.
005920     IF BR2100-CELL-LAT-HI > 180
005930         MOVE 180 TO BR2100-CELL-LAT-HI
005940     END-IF.
005950     IF BR2100-CELL-LONG-HI - BR2100-CELL-LONG-LO > 359
005960         MOVE ZERO TO BR2100-CELL-LONG-LO
005970         MOVE 359 TO BR2100-CELL-LONG-HI
005980     END-IF.
005990     PERFORM 2510-SCAN-ONE-CELL
006000         THRU 2510-EXIT
006010         VARYING BR2100-CELL-LAT
006020             FROM BR2100-CELL-LAT-LO BY 1
006030             UNTIL BR2100-CELL-LAT > BR2100-CELL-LAT-HI
006040         AFTER BR2100-CELL-LONG
006050             FROM BR2100-CELL-LONG-LO BY 1
006060             UNTIL BR2100-CELL-LONG > BR2100-CELL-LONG-HI.
006070 2500-EXIT.
006080     EXIT.
006090*
006100 2510-SCAN-ONE-CELL.
006110     COMPUTE BR2100-CELL-LONG-USE =
006120         FUNCTION MOD (BR2100-CELL-LONG, 360).
006130     MOVE BR2100-CELL-LAT TO GX-GRID-LAT.
006140     MOVE BR2100-CELL-LONG-USE TO GX-GRID-LONG.
006150     MOVE LOW-VALUES TO GX-BRANCH-ID.
006160     START GEO-INDEX-FILE
006170         KEY NOT LESS THAN GX-KEY
006180     END-START.
006190     IF NOT BR2100-GEOX-OK
006200         GO TO 2510-EXIT
006210     END-IF.
006220     MOVE 'N' TO BR2100-CELL-DONE-SW.
006230     PERFORM 2520-READ-ONE-CANDIDATE
006240         THRU 2520-EXIT
006250         UNTIL BR2100-CELL-DONE.
006260 2510-EXIT.
006270     EXIT.
006280*
006290 2520-READ-ONE-CANDIDATE.
006300     READ GEO-INDEX-FILE NEXT RECORD
006310         AT END
006320             MOVE 'Y' TO BR2100-CELL-DONE-SW
006330             GO TO 2520-EXIT
006340     END-READ.
006350     IF NOT BR2100-GEOX-OK
006360         MOVE 'Y' TO BR2100-CELL-DONE-SW
006370         GO TO 2520-EXIT
006380     END-IF.
006390     IF GX-GRID-LAT NOT = BR2100-CELL-LAT
006400         OR GX-GRID-LONG NOT = BR2100-CELL-LONG-USE
006410         MOVE 'Y' TO BR2100-CELL-DONE-SW
006420         GO TO 2520-EXIT
006430     END-IF.
006440     MOVE GX-BRANCH-ID TO BM-BRANCH-ID.
006450     READ BRANCH-MASTER-FILE
006460         KEY IS BM-BRANCH-ID
006470     END-READ.
006480     IF NOT BR2100-MASTER-OK
006490         GO TO 2520-EXIT
006500     END-IF.
006510     ADD 1 TO BR2100-CANDIDATES-READ.
006520     IF NOT BM-STAT-ACTIVE
006530         GO TO 2520-EXIT
006540     END-IF.
006550     IF BR2100-TYPE-CARD NOT = SPACES
006560         PERFORM 2150-CHECK-SERVICE-TYPE
006570             THRU 2150-EXIT
006580         IF NOT BR2100-TYPE-MATCHES
006590             GO TO 2520-EXIT
006600         END-IF
006610     END-IF.
006620     PERFORM 3200-CALC-ONE-DISTANCE
006630         THRU 3200-EXIT.
006640     IF BR2100-DIST-KM > BR2100-RADIUS-KM
006650         GO TO 2520-EXIT
006660     END-IF.
006670     IF BR2100-BEFORE-ID = SPACES
006680         OR BR2100-DIST-KM < BR2100-BEFORE-KM
006690         MOVE BM-BRANCH-ID TO BR2100-BEFORE-ID
006700         MOVE BM-DISTRICT-ID TO BR2100-BEFORE-DISTRICT
006710         MOVE BR2100-DIST-KM TO BR2100-BEFORE-KM
006720     END-IF.
006730     MOVE 'N' TO BR2100-CLOSED-SW.
006740     PERFORM 2550-SCAN-CLOSED
006750         THRU 2550-EXIT
006760         VARYING BR2100-CLOSED-IX FROM 1 BY 1
006770         UNTIL BR2100-CLOSED-IX > BR2100-CLOSED-CNT
006780         OR BR2100-CANDIDATE-CLOSED.
006790     IF BR2100-CANDIDATE-CLOSED
006800         GO TO 2520-EXIT
006810     END-IF.
006820     IF BR2100-AFTER-ID = SPACES
006830         OR BR2100-DIST-KM < BR2100-AFTER-KM
006840         MOVE BM-BRANCH-ID TO BR2100-AFTER-ID
006850         MOVE BM-DISTRICT-ID TO BR2100-AFTER-DISTRICT
006860         MOVE BR2100-DIST-KM TO BR2100-AFTER-KM
006870     END-IF.
006880 2520-EXIT.
006890     EXIT.
006900*
006910 2550-SCAN-CLOSED.
006920     IF BR2100-C-BRANCH-ID (BR2100-CLOSED-IX) = BM-BRANCH-ID
006930         MOVE 'Y' TO BR2100-CLOSED-SW
006940     END-IF.
006950 2550-EXIT.
006960     EXIT.
006970*
006980 2600-REPORT-CHANGED.
006990     ADD 1 TO BR2100-CHANGED-CNT.
007000     COMPUTE BR2100-ADDED-KM =
007010         BR2100-AFTER-KM - BR2100-BEFORE-KM.
007020     PERFORM 2900-BUILD-DETAIL-LINE
007030         THRU 2900-EXIT.
007040     MOVE BR2100-AFTER-ID TO BR2100-DTL-AFTER-ID.
007050     MOVE BR2100-AFTER-DISTRICT TO BR2100-DTL-AFTER-DIST.
007060     MOVE BR2100-AFTER-KM TO BR2100-DTL-AFTER-KM.
007070     MOVE BR2100-ADDED-KM TO BR2100-DTL-ADDED-KM.
007080     MOVE 'NEAREST BRANCH CHANGES' TO BR2100-DTL-RESULT.
007090     WRITE CW-REPORT-RECORD FROM BR2100-DETAIL-LINE.
007100     IF BR2100-SLOT-IX = ZERO
007110         ADD 1 TO BR2100-U-CHANGED
007120         ADD BR2100-ADDED-KM TO BR2100-U-ADDED-KM
007130     ELSE
007140         ADD 1 TO BR2100-D-CHANGED (BR2100-SLOT-IX)
007150         ADD BR2100-ADDED-KM TO BR2100-D-ADDED-KM (BR2100-SLOT-IX)
007160     END-IF.
007170 2600-EXIT.
007180     EXIT.
007190*
007200 2700-REPORT-STRANDED.
007210     ADD 1 TO BR2100-STRANDED-CNT.
007220     PERFORM 2900-BUILD-DETAIL-LINE
007230         THRU 2900-EXIT.
007240     MOVE SPACES TO BR2100-DTL-AFTER-ID.
007250     MOVE SPACES TO BR2100-DTL-AFTER-DIST.
007260     MOVE SPACES TO BR2100-DTL-AFTER-KM-X.
007270     MOVE SPACES TO BR2100-DTL-ADDED-KM-X.
007280     MOVE 'NO BRANCH WITHIN RADIUS' TO BR2100-DTL-RESULT.
007290     WRITE CW-REPORT-RECORD FROM BR2100-DETAIL-LINE.
007300     IF BR2100-SLOT-IX = ZERO
007310         ADD 1 TO BR2100-U-STRANDED
007320     ELSE
007330         ADD 1 TO BR2100-D-STRANDED (BR2100-SLOT-IX)
007340     END-IF.
007350 2700-EXIT.
007360     EXIT.
007370*
007380 2800-FIND-DISTRICT-SLOT.
007390     MOVE ZERO TO BR2100-SLOT-IX.
007400     IF BR2100-BEFORE-DISTRICT = SPACES
007410         GO TO 2800-EXIT
007420     END-IF.
007430     PERFORM 2810-MATCH-DISTRICT
007440         THRU 2810-EXIT
007450         VARYING BR2100-SCAN-IX FROM 1 BY 1
007460         UNTIL BR2100-SCAN-IX > BR2100-DIST-CNT
007470         OR BR2100-SLOT-IX NOT = ZERO.
007480 2800-EXIT.
007490     EXIT.
007500*
007510 2810-MATCH-DISTRICT.
007520     IF BR2100-D-ID (BR2100-SCAN-IX) = BR2100-BEFORE-DISTRICT
007530         MOVE BR2100-SCAN-IX TO BR2100-SLOT-IX
007540     END-IF.
007550 2810-EXIT.
007560     EXIT.
007570*
007580 2900-BUILD-DETAIL-LINE.
007590     MOVE PC-POSTAL-CODE TO BR2100-DTL-POSTAL-CODE.
007600     MOVE BR2100-BEFORE-ID TO BR2100-DTL-BEFORE-ID.
007610     MOVE BR2100-BEFORE-DISTRICT TO BR2100-DTL-BEFORE-DIST.
007620     MOVE BR2100-BEFORE-KM TO BR2100-DTL-BEFORE-KM.
007630 2900-EXIT.
007640     EXIT.
007650*
007660 3200-CALC-ONE-DISTANCE.
007670     COMPUTE BR2100-LAT1-RAD =
007680         BM-BR-GEO-LATT * BR2100-DEG-TO-RAD.
007690     COMPUTE BR2100-LON1-RAD =
007700         BM-BR-GEO-LONG * BR2100-DEG-TO-RAD.
007710     COMPUTE BR2100-LAT2-RAD =
007720         PC-GEO-LATT * BR2100-DEG-TO-RAD.
007730     COMPUTE BR2100-LON2-RAD =
007740         PC-GEO-LONG * BR2100-DEG-TO-RAD.
007750     COMPUTE BR2100-COS-ANGLE =
007760         (FUNCTION SIN (BR2100-LAT1-RAD)
007770             * FUNCTION SIN (BR2100-LAT2-RAD))
007780         + (FUNCTION COS (BR2100-LAT1-RAD)
007790             * FUNCTION COS (BR2100-LAT2-RAD)
007800             * FUNCTION COS (BR2100-LON2-RAD - BR2100-LON1-RAD)).
007810     IF BR2100-COS-ANGLE > 1.0
007820         MOVE 1.0 TO BR2100-COS-ANGLE
007830     END-IF.
007840     IF BR2100-COS-ANGLE < -1.0
007850         MOVE -1.0 TO BR2100-COS-ANGLE
007860     END-IF.
007870     COMPUTE BR2100-DIST-KM =
007880         FUNCTION ACOS (BR2100-COS-ANGLE)
007890             * BR2100-EARTH-RADIUS-KM.
007900 3200-EXIT.
007910     EXIT.
007920*
007930 4000-WRITE-ROLLUP.
007940     MOVE SPACES TO BR2100-PRINT-LINE.
007950     WRITE CW-REPORT-RECORD FROM BR2100-PRINT-LINE.
007960     WRITE CW-REPORT-RECORD FROM BR2100-ROLLUP-HEAD-LINE.
007970     WRITE CW-REPORT-RECORD FROM BR2100-COL-LINE.
007980     PERFORM 4100-WRITE-ONE-REGION
007990         THRU 4100-EXIT
008000         VARYING BR2100-DIST-IX FROM 1 BY 1
008010         UNTIL BR2100-DIST-IX > BR2100-DIST-CNT.
008020     IF BR2100-U-CHANGED > ZERO
008030         OR BR2100-U-STRANDED > ZERO
008040         MOVE SPACES TO BR2100-PRINT-LINE
008050         WRITE CW-REPORT-RECORD FROM BR2100-PRINT-LINE
008060         MOVE 'UNAS' TO BR2100-DIST-LINE-ID
008070         MOVE 'NO DISTRICT ASSIGNED' TO BR2100-DIST-LINE-NAME
008080         MOVE BR2100-U-CHANGED TO BR2100-DIST-LINE-CHANGED
008090         MOVE BR2100-U-STRANDED TO BR2100-DIST-LINE-STRANDED
008100         MOVE BR2100-U-ADDED-KM TO BR2100-DIST-LINE-ADDED
008110         IF BR2100-U-CHANGED > ZERO
008120             COMPUTE BR2100-DIST-LINE-AVG =
008130                 BR2100-U-ADDED-KM / BR2100-U-CHANGED
008140         ELSE
008150             MOVE ZERO TO BR2100-DIST-LINE-AVG
008160         END-IF
008170         WRITE CW-REPORT-RECORD FROM BR2100-DIST-LINE
008180         ADD BR2100-U-CHANGED TO BR2100-G-CHANGED
008190         ADD BR2100-U-STRANDED TO BR2100-G-STRANDED
008200         ADD BR2100-U-ADDED-KM TO BR2100-G-ADDED-KM
008210     END-IF.
008220     MOVE SPACES TO BR2100-PRINT-LINE.
008230     WRITE CW-REPORT-RECORD FROM BR2100-PRINT-LINE.
008240     MOVE 'NETWORK TOTAL' TO BR2100-TOTAL-LABEL.
008250     MOVE BR2100-G-CHANGED TO BR2100-TOTAL-CHANGED.
008260     MOVE BR2100-G-STRANDED TO BR2100-TOTAL-STRANDED.
008270     MOVE BR2100-G-ADDED-KM TO BR2100-TOTAL-ADDED.
008280     IF BR2100-G-CHANGED > ZERO
008290         COMPUTE BR2100-TOTAL-AVG =
008300             BR2100-G-ADDED-KM / BR2100-G-CHANGED
008310     ELSE
008320         MOVE ZERO TO BR2100-TOTAL-AVG
008330     END-IF.
008340     WRITE CW-REPORT-RECORD FROM BR2100-TOTAL-LINE.
008350 4000-EXIT.
008360     EXIT.
008370*
008380 4100-WRITE-ONE-REGION.
008390     IF BR2100-D-DONE (BR2100-DIST-IX)
008400         GO TO 4100-EXIT
008410     END-IF.
008420     MOVE BR2100-D-REGION (BR2100-DIST-IX)
008430         TO BR2100-CURR-REGION.
008440     MOVE SPACES TO BR2100-PRINT-LINE.
008450     WRITE CW-REPORT-RECORD FROM BR2100-PRINT-LINE.
008460     MOVE BR2100-CURR-REGION TO BR2100-REGION-LINE-ID.
008470     MOVE BR2100-D-REGION-NAME (BR2100-DIST-IX)
008480         TO BR2100-REGION-LINE-NAME.
008490     WRITE CW-REPORT-RECORD FROM BR2100-REGION-LINE.
008500     MOVE ZERO TO BR2100-R-CHANGED.
008510     MOVE ZERO TO BR2100-R-STRANDED.
008520     MOVE ZERO TO BR2100-R-ADDED-KM.
008530     PERFORM 4200-WRITE-ONE-DISTRICT
008540         THRU 4200-EXIT
008550         VARYING BR2100-SCAN-IX FROM 1 BY 1
008560         UNTIL BR2100-SCAN-IX > BR2100-DIST-CNT.
008570     MOVE 'REGION TOTAL' TO BR2100-TOTAL-LABEL.
008580     MOVE BR2100-R-CHANGED TO BR2100-TOTAL-CHANGED.
008590     MOVE BR2100-R-STRANDED TO BR2100-TOTAL-STRANDED.
008600     MOVE BR2100-R-ADDED-KM TO BR2100-TOTAL-ADDED.
008610     IF BR2100-R-CHANGED > ZERO
008620         COMPUTE BR2100-TOTAL-AVG =
008630             BR2100-R-ADDED-KM / BR2100-R-CHANGED
008640     ELSE
008650         MOVE ZERO TO BR2100-TOTAL-AVG
008660     END-IF.
008670     WRITE CW-REPORT-RECORD FROM BR2100-TOTAL-LINE.
008680 4100-EXIT.
008690     EXIT.
008700*
008710 4200-WRITE-ONE-DISTRICT.
008720     IF BR2100-D-DONE (BR2100-SCAN-IX)
008730         OR BR2100-D-REGION (BR2100-SCAN-IX)
008740             NOT = BR2100-CURR-REGION
008750         GO TO 4200-EXIT
008760     END-IF.
008770     MOVE 'Y' TO BR2100-D-DONE-IND (BR2100-SCAN-IX).
008780     MOVE BR2100-D-ID (BR2100-SCAN-IX)
008790         TO BR2100-DIST-LINE-ID.
008800     MOVE BR2100-D-NAME (BR2100-SCAN-IX)
008810         TO BR2100-DIST-LINE-NAME.
008820     MOVE BR2100-D-CHANGED (BR2100-SCAN-IX)
008830         TO BR2100-DIST-LINE-CHANGED.
008840     MOVE BR2100-D-STRANDED (BR2100-SCAN-IX)
008850         TO BR2100-DIST-LINE-STRANDED.
008860     MOVE BR2100-D-ADDED-KM (BR2100-SCAN-IX)
008870         TO BR2100-DIST-LINE-ADDED.
008880     IF BR2100-D-CHANGED (BR2100-SCAN-IX) > ZERO
008890         COMPUTE BR2100-DIST-LINE-AVG =
008900             BR2100-D-ADDED-KM (BR2100-SCAN-IX)
008910                 / BR2100-D-CHANGED (BR2100-SCAN-IX)
008920     ELSE
008930         MOVE ZERO TO BR2100-DIST-LINE-AVG
008940     END-IF.
008950     WRITE CW-REPORT-RECORD FROM BR2100-DIST-LINE.
008960     ADD BR2100-D-CHANGED (BR2100-SCAN-IX) TO BR2100-R-CHANGED
008970         BR2100-G-CHANGED.
008980     ADD BR2100-D-STRANDED (BR2100-SCAN-IX) TO BR2100-R-STRANDED
008990         BR2100-G-STRANDED.
009000     ADD BR2100-D-ADDED-KM (BR2100-SCAN-IX) TO BR2100-R-ADDED-KM
009010         BR2100-G-ADDED-KM.
009020 4200-EXIT.
009030     EXIT.
009040*
009050 9000-TERMINATE.
009060     CLOSE BRANCH-MASTER-FILE.
009070     CLOSE POSTAL-CENTROID-FILE.
009080     CLOSE GEO-INDEX-FILE.
009090     CLOSE DISTRICT-FILE.
009100     CLOSE CLOSURE-REPORT-FILE.
009110     DISPLAY 'BR2100 - POSTAL CODES READ : '
009120         BR2100-CENTROIDS-READ.
009130     DISPLAY 'BR2100 - CANDIDATES READ   : '
009140         BR2100-CANDIDATES-READ.
009150     DISPLAY 'BR2100 - UNAFFECTED        : '
009160         BR2100-UNAFFECTED-CNT.
009170     DISPLAY 'BR2100 - NEAREST CHANGED   : ' BR2100-CHANGED-CNT.
009180     DISPLAY 'BR2100 - NONE WITHIN RADIUS: ' BR2100-STRANDED-CNT.
009190     DISPLAY 'BR2100 - ALREADY UNSERVED  : ' BR2100-UNSERVED-CNT.
009200     DISPLAY 'BR2100 - DISTRICTS LOADED  : '
009210         BR2100-DISTRICTS-LOADED.
009220     DISPLAY 'BR2100 - DISTRICTS DROPPED : '
009230         BR2100-DIST-OVERFLOW.
009240 9000-EXIT.
009250     EXIT.
