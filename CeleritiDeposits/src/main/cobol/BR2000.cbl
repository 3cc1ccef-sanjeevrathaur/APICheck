000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  BR2000.
000030 AUTHOR.      M OKAFOR.
000040 INSTALLATION. CELERITI DEPOSITS - BRANCH SERVICES.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080*  MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100*  101526  MO   INITIAL VERSION - NIGHTLY GEOCODE CROSS-CHECK OF
000110*               THE BRANCH MASTER AGAINST THE BRANPCEN POSTAL
000120*               CENTROID FILE.  BR0200'S RANGE EDITS LET A SIGN-
000130*               FLIPPED LONGITUDE OR SWAPPED LAT/LONG THROUGH, AND
000140*               SUCH A BRANCH LANDS IN THE WRONG BRANGEOX CELL AND
000150*               VANISHES FROM EVERY DISTANCE SEARCH NEAR IT.  FOR
000160*               EACH ACTIVE BRANCH THIS SWEEP READS THE CENTROID
000170*               OF BM-BR-POSTAL-CODE AND WORKS THE GREAT-CIRCLE
000180*               DISTANCE THE SAME WAY BR0100 DOES, REPORTING EVERY
000190*               BRANCH FARTHER THAN THE TOLERANCE (KM ON A SYSIN
000200*               CARD, BLANK TAKES THE BRGEOTOL DEFAULT OF 25 THAT
000210*               BR0400 HOLDS FIXED), EVERY BRANCH WHOSE POSTAL
000220*               CODE IS NOT ON BRANPCEN, AND EVERY PAIR OF ACTIVE
000230*               BRANCHES SHARING IDENTICAL COORDINATES, ALL WITH
000240*               THE DISTRICT SHOWN, TO THE BRANGEOR REPORT.
000250*  101526  MO   NIGHTLY RUN CONTROL.  THE STEP ASKS BR3000 AS IT
000260*               STARTS WHETHER ITS BRCYCRUL PREREQUISITES ARE MET
000270*               AND, WHEN THEY ARE NOT, ENDS RETURN-CODE 8 BEFORE
000280*               ANY FILE IS OPENED.  ITS OUTCOME, RETURN CODE AND
000290*               KEY COUNTS GO TO BRRUNCTL AS IT ENDS, ABEND
000300*               INCLUDED (9900-RECORD-RUN-CONTROL).
000310*----------------------------------------------------------------
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SOURCE-COMPUTER.  IBM-370.
000350 OBJECT-COMPUTER.  IBM-370.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT BRANCH-MASTER-FILE ASSIGN TO BRANMSTR
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS BM-BRANCH-ID
000420         FILE STATUS IS BR2000-MASTER-STATUS.
000430
000440     SELECT POSTAL-CENTROID-FILE ASSIGN TO BRANPCEN
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS PC-POSTAL-CODE
000480         FILE STATUS IS BR2000-CENTROID-STATUS.
000490
000500     SELECT GEOCODE-REPORT-FILE ASSIGN TO BRANGEOR
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS BR2000-REPORT-STATUS.
000530*
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  BRANCH-MASTER-FILE.
000570     COPY "BranchMstr.cpy".
000580
000590 FD  POSTAL-CENTROID-FILE.
000600     COPY "PostlCen.cpy".
000610
000620 FD  GEOCODE-REPORT-FILE
000630     RECORDING MODE IS F.
000640     COPY "BrGeoRp.cpy".
000650*
000660 WORKING-STORAGE SECTION.
000670 77  BR2000-MASTER-STATUS            PIC X(02) VALUE SPACES.
000680     88  BR2000-MASTER-OK            VALUE '00', '02'.
000690     88  BR2000-MASTER-EOF           VALUE '10'.
000700 77  BR2000-CENTROID-STATUS          PIC X(02) VALUE SPACES.
000710     88  BR2000-CENTROID-OK          VALUE '00', '02'.
000720     88  BR2000-CENTROID-NOTFND      VALUE '23'.
000730 77  BR2000-REPORT-STATUS            PIC X(02) VALUE SPACES.
000740     88  BR2000-REPORT-OK            VALUE '00'.
000750 77  BR2000-EOF-SW                   PIC X(01) VALUE 'N'.
000760     88  BR2000-EOF-MASTER           VALUE 'Y'.
000770 77  BR2000-RECORDS-READ             PIC 9(07) COMP-3 VALUE ZERO.
000780 77  BR2000-ACTIVE-CHECKED           PIC 9(07) COMP-3 VALUE ZERO.
000790 77  BR2000-BEYOND-CNT               PIC 9(07) COMP-3 VALUE ZERO.
000800 77  BR2000-NO-CENTROID-CNT          PIC 9(07) COMP-3 VALUE ZERO.
000810 77  BR2000-DUPLICATE-CNT            PIC 9(07) COMP-3 VALUE ZERO.
000820 77  BR2000-COORD-OVERFLOW           PIC 9(07) COMP-3 VALUE ZERO.
000830 77  BR2000-TOLERANCE-KM             PIC 9(05) COMP-3 VALUE ZERO.
000840     COPY "BrGeoTol.cpy".
000850 77  BR2000-COORD-MAX                PIC 9(05) COMP VALUE 5000.
000860 77  BR2000-COORD-CNT                PIC 9(05) COMP VALUE ZERO.
000870 77  BR2000-COORD-IX                 PIC 9(05) COMP VALUE ZERO.
000880 77  BR2000-DEG-TO-RAD               COMP-2 VALUE 0.017453293.
000890 77  BR2000-EARTH-RADIUS-KM          COMP-2 VALUE 6371.0.
000900 77  BR2000-LAT1-RAD                 COMP-2 VALUE ZERO.
000910 77  BR2000-LON1-RAD                 COMP-2 VALUE ZERO.
000920 77  BR2000-LAT2-RAD                 COMP-2 VALUE ZERO.
000930 77  BR2000-LON2-RAD                 COMP-2 VALUE ZERO.
000940 77  BR2000-COS-ANGLE                COMP-2 VALUE ZERO.
000950 77  BR2000-DIST-KM                  COMP-2 VALUE ZERO.
000960 01  BR2000-RUN-DATE                 PIC X(08).
000970 01  BR2000-TOLERANCE-CARD           PIC X(05) VALUE SPACES.
000980 01  BR2000-COORD-TABLE.
000990     05  BR2000-COORD-ENTRY OCCURS 5000 TIMES.
001000         10  BR2000-CT-BRANCH-ID     PIC X(06).
001010         10  BR2000-CT-DISTRICT-ID   PIC X(04).
001020         10  BR2000-CT-GEO-LATT      PIC S9(02)V9(6) COMP-3.
001030         10  BR2000-CT-GEO-LONG      PIC S9(03)V9(6) COMP-3.
001040     COPY "BrRunLk.cpy".
001050*
001060 PROCEDURE DIVISION.
001070 0000-MAINLINE.
001080     PERFORM 1000-INITIALIZE
001090         THRU 1000-EXIT.
001100     PERFORM 2000-CHECK-ONE-BRANCH
001110         THRU 2000-EXIT
001120         UNTIL BR2000-EOF-MASTER.
001130     PERFORM 9000-TERMINATE
001140         THRU 9000-EXIT.
001150     GOBACK.
001160*
001170 1000-INITIALIZE.
001180     ACCEPT BR2000-RUN-DATE FROM DATE YYYYMMDD.
001190     PERFORM 1900-CHECK-CYCLE-GATE
001200         THRU 1900-EXIT.
001210     ACCEPT BR2000-TOLERANCE-CARD.
001220     IF BR2000-TOLERANCE-CARD = SPACES
001230         MOVE BR-GEOTOL-DEFAULT-KM TO BR2000-TOLERANCE-KM
001240     ELSE
001250         IF BR2000-TOLERANCE-CARD NOT NUMERIC
001260             DISPLAY 'BR2000 - TOLERANCE CARD NOT NUMERIC <'
001270                 BR2000-TOLERANCE-CARD '>'
001280             GO TO 1000-ABEND
001290         END-IF
001300         MOVE BR2000-TOLERANCE-CARD TO BR2000-TOLERANCE-KM
001310     END-IF.
001320     DISPLAY 'BR2000 - TOLERANCE KM      : '
001330         BR2000-TOLERANCE-KM.
001340     OPEN INPUT BRANCH-MASTER-FILE.
001350     IF NOT BR2000-MASTER-OK
001360         DISPLAY 'BR2000 - OPEN FAILED ON BRANCH-MASTER-FILE '
001370             BR2000-MASTER-STATUS
001380         GO TO 1000-ABEND
001390     END-IF.
001400     OPEN INPUT POSTAL-CENTROID-FILE.
001410     IF NOT BR2000-CENTROID-OK
001420         DISPLAY 'BR2000 - OPEN FAILED ON POSTAL-CENTROID-FILE '
001430             BR2000-CENTROID-STATUS
001440         GO TO 1000-ABEND
001450     END-IF.
001460     OPEN OUTPUT GEOCODE-REPORT-FILE.
001470     IF NOT BR2000-REPORT-OK
001480         DISPLAY 'BR2000 - OPEN FAILED ON GEOCODE-REPORT-FILE '
001490             BR2000-REPORT-STATUS
001500         GO TO 1000-ABEND
001510     END-IF.
001520     GO TO 1000-EXIT.
001530 1000-ABEND.
001540     MOVE 16 TO RETURN-CODE.
001550     PERFORM 9900-RECORD-RUN-CONTROL
001560         THRU 9900-EXIT.
001570     GOBACK.
001580 1000-EXIT.
001590     EXIT.
001600*
001610*----------------------------------------------------------------
001620*  NIGHTLY RUN CONTROL - BR3000 CHECKS THIS STEP'S BRCYCRUL
001630*  PREREQUISITES AGAINST BRRUNCTL AND MARKS IT RUNNING.  WHEN THEY
001640*  ARE NOT MET THE STEP ENDS HERE, RETURN-CODE 8, WITH NOTHING
001650*  OPENED OR WRITTEN.
001660*----------------------------------------------------------------
001670 1900-CHECK-CYCLE-GATE.
001680     MOVE SPACES TO RUN-CONTROL-RQRS.
001690     MOVE 'G' TO RL-FUNCTION.
001700     MOVE 'BR2000' TO RL-STEP-ID.
001710     MOVE ZERO TO RL-RETURN-CODE.
001720     CALL 'BR3000' USING RUN-CONTROL-RQRS.
001730     CANCEL 'BR3000'.
001740     IF RL-GATE-PASSED
001750         GO TO 1900-EXIT
001760     END-IF.
001770     DISPLAY 'BR2000 - PREREQUISITES NOT MET, RUN SKIPPED'.
001780     DISPLAY 'BR2000 - ' RL-RESULT-MSG.
001790     MOVE 8 TO RETURN-CODE.
001800     GOBACK.
001810 1900-EXIT.
001820     EXIT.
001830*
001840 2000-CHECK-ONE-BRANCH.
001850     READ BRANCH-MASTER-FILE NEXT RECORD
001860         AT END
001870             MOVE 'Y' TO BR2000-EOF-SW
001880             GO TO 2000-EXIT
001890     END-READ.
001900     IF NOT BR2000-MASTER-OK
001910         MOVE 'Y' TO BR2000-EOF-SW
001920         GO TO 2000-EXIT
001930     END-IF.
001940     ADD 1 TO BR2000-RECORDS-READ.
001950     IF NOT BM-STAT-ACTIVE
001960         GO TO 2000-EXIT
001970     END-IF.
001980     ADD 1 TO BR2000-ACTIVE-CHECKED.
001990     PERFORM 2100-CHECK-CENTROID
002000         THRU 2100-EXIT.
002010     PERFORM 2200-CHECK-DUPLICATE
002020         THRU 2200-EXIT.
002030 2000-EXIT.
002040     EXIT.
002050*
002060*----------------------------------------------------------------
002070*  GREAT-CIRCLE DISTANCE FROM THE BRANCH TO ITS POSTAL CENTROID.
002080*----------------------------------------------------------------
002090 2100-CHECK-CENTROID.
002100     IF BM-BR-POSTAL-CODE = SPACES
002110         MOVE ZERO TO GR-DISTANCE-KM
002120         MOVE 'POSTAL CODE MISSING' TO GR-EXCEPTION
002130         PERFORM 9500-WRITE-EXCEPTION
002140             THRU 9500-EXIT
002150         ADD 1 TO BR2000-NO-CENTROID-CNT
002160         GO TO 2100-EXIT
002170     END-IF.
002180     MOVE BM-BR-POSTAL-CODE TO PC-POSTAL-CODE.
002190     READ POSTAL-CENTROID-FILE
002200         KEY IS PC-POSTAL-CODE
002210     END-READ.
002220     IF NOT BR2000-CENTROID-OK
002230         MOVE ZERO TO GR-DISTANCE-KM
002240         MOVE 'POSTAL CODE NOT ON BRANPCEN' TO GR-EXCEPTION
002250         PERFORM 9500-WRITE-EXCEPTION
002260             THRU 9500-EXIT
002270         ADD 1 TO BR2000-NO-CENTROID-CNT
002280         GO TO 2100-EXIT
002290     END-IF.
002300     COMPUTE BR2000-LAT1-RAD =
002310         BM-BR-GEO-LATT * BR2000-DEG-TO-RAD.
002320     COMPUTE BR2000-LON1-RAD =
002330         BM-BR-GEO-LONG * BR2000-DEG-TO-RAD.
002340     COMPUTE BR2000-LAT2-RAD =
002350         PC-GEO-LATT * BR2000-DEG-TO-RAD.
002360     COMPUTE BR2000-LON2-RAD =
002370         PC-GEO-LONG * BR2000-DEG-TO-RAD.
002380     COMPUTE BR2000-COS-ANGLE =
002390         (FUNCTION SIN (BR2000-LAT1-RAD)
002400             * FUNCTION SIN (BR2000-LAT2-RAD))
002410         + (FUNCTION COS (BR2000-LAT1-RAD)
002420             * FUNCTION COS (BR2000-LAT2-RAD)
002430             * FUNCTION COS (BR2000-LON2-RAD - BR2000-LON1-RAD)).
002440     IF BR2000-COS-ANGLE > 1.0
002450         MOVE 1.0 TO BR2000-COS-ANGLE
002460     END-IF.
002470     IF BR2000-COS-ANGLE < -1.0
002480         MOVE -1.0 TO BR2000-COS-ANGLE
002490     END-IF.
002500     COMPUTE BR2000-DIST-KM =
002510         FUNCTION ACOS (BR2000-COS-ANGLE)
002520             * BR2000-EARTH-RADIUS-KM.
002530     IF BR2000-DIST-KM > BR2000-TOLERANCE-KM
002540         MOVE BR2000-DIST-KM TO GR-DISTANCE-KM
002550         MOVE 'BEYOND CENTROID TOLERANCE' TO GR-EXCEPTION
002560         PERFORM 9500-WRITE-EXCEPTION
002570             THRU 9500-EXIT
002580         ADD 1 TO BR2000-BEYOND-CNT
002590     END-IF.
002600 2100-EXIT.
002610     EXIT.
002620*
002630*----------------------------------------------------------------
002640*  EVERY ACTIVE BRANCH ALREADY SEEN WITH EXACTLY THESE
002650*  COORDINATES IS REPORTED AS A PAIR, THEN THIS BRANCH JOINS THE
002660*  TABLE FOR THE BRANCHES STILL TO COME.
002670*----------------------------------------------------------------
002680 2200-CHECK-DUPLICATE.
002690     PERFORM 2210-COMPARE-ONE-ENTRY
002700         THRU 2210-EXIT
002710         VARYING BR2000-COORD-IX FROM 1 BY 1
002720         UNTIL BR2000-COORD-IX > BR2000-COORD-CNT.
002730     IF BR2000-COORD-CNT NOT LESS THAN BR2000-COORD-MAX
002740         ADD 1 TO BR2000-COORD-OVERFLOW
002750         GO TO 2200-EXIT
002760     END-IF.
002770     ADD 1 TO BR2000-COORD-CNT.
002780     MOVE BM-BRANCH-ID
002790         TO BR2000-CT-BRANCH-ID (BR2000-COORD-CNT).
002800     MOVE BM-DISTRICT-ID
002810         TO BR2000-CT-DISTRICT-ID (BR2000-COORD-CNT).
002820     MOVE BM-BR-GEO-LATT
002830         TO BR2000-CT-GEO-LATT (BR2000-COORD-CNT).
002840     MOVE BM-BR-GEO-LONG
002850         TO BR2000-CT-GEO-LONG (BR2000-COORD-CNT).
002860 2200-EXIT.
002870     EXIT.
002880*
002890 2210-COMPARE-ONE-ENTRY.
002900     IF BR2000-CT-GEO-LATT (BR2000-COORD-IX) = BM-BR-GEO-LATT
002910         AND BR2000-CT-GEO-LONG (BR2000-COORD-IX) = BM-BR-GEO-LONG
002920         MOVE ZERO TO GR-DISTANCE-KM
002930         MOVE 'DUPLICATE COORDINATES' TO GR-EXCEPTION
002940         MOVE BR2000-CT-BRANCH-ID (BR2000-COORD-IX)
002950             TO GR-OTHER-BRANCH-ID
002960         MOVE BR2000-CT-DISTRICT-ID (BR2000-COORD-IX)
002970             TO GR-OTHER-DISTRICT-ID
002980         PERFORM 9510-WRITE-LINE
002990             THRU 9510-EXIT
003000         ADD 1 TO BR2000-DUPLICATE-CNT
003010     END-IF.
003020 2210-EXIT.
003030     EXIT.
003040*
003050 9500-WRITE-EXCEPTION.
003060     MOVE SPACES TO GR-OTHER-BRANCH-ID.
003070     MOVE SPACES TO GR-OTHER-DISTRICT-ID.
003080     PERFORM 9510-WRITE-LINE
003090         THRU 9510-EXIT.
003100 9500-EXIT.
003110     EXIT.
003120*
003130 9510-WRITE-LINE.
003140     MOVE BR2000-RUN-DATE TO GR-RUN-DATE.
003150     MOVE BM-BRANCH-ID TO GR-BRANCH-ID.
003160     MOVE BM-DISTRICT-ID TO GR-DISTRICT-ID.
003170     MOVE BM-BR-POSTAL-CODE TO GR-POSTAL-CODE.
003180     WRITE GR-GEOCODE-RECORD.
003190 9510-EXIT.
003200     EXIT.
003210*
003220 9000-TERMINATE.
003230     CLOSE BRANCH-MASTER-FILE.
003240     CLOSE POSTAL-CENTROID-FILE.
003250     CLOSE GEOCODE-REPORT-FILE.
003260     DISPLAY 'BR2000 - MASTER RECS READ  : ' BR2000-RECORDS-READ.
003270     DISPLAY 'BR2000 - ACTIVE CHECKED    : '
003280         BR2000-ACTIVE-CHECKED.
003290     DISPLAY 'BR2000 - BEYOND TOLERANCE  : ' BR2000-BEYOND-CNT.
003300     DISPLAY 'BR2000 - NO CENTROID       : '
003310         BR2000-NO-CENTROID-CNT.
003320     DISPLAY 'BR2000 - DUPLICATE PAIRS   : ' BR2000-DUPLICATE-CNT.
003330     IF BR2000-COORD-OVERFLOW > ZERO
003340         DISPLAY 'BR2000 - NOT PAIR-CHECKED  : '
003350             BR2000-COORD-OVERFLOW
003360     END-IF.
003370     PERFORM 9900-RECORD-RUN-CONTROL
003380         THRU 9900-EXIT.
003390 9000-EXIT.
003400     EXIT.
003410*
003420*----------------------------------------------------------------
003430*  NIGHTLY RUN CONTROL - THE STEP'S OUTCOME AND KEY COUNTS TO
003440*  BRRUNCTL THROUGH BR3000, WHICH TAKES THE OUTCOME FROM THE
003450*  RETURN CODE UNLESS ONE IS GIVEN.  COUNT NUMBERS, AS BRCYCRUL
003460*  THRESHOLDS NAME THEM - 1 MASTER READ, 2 ACTIVE CHECKED, 3
003470*  BEYOND TOLERANCE, 4 NO CENTROID, 5 DUPLICATE PAIRS.
003480*----------------------------------------------------------------
003490 9900-RECORD-RUN-CONTROL.
003500     MOVE 'R' TO RL-FUNCTION.
003510     MOVE 'BR2000' TO RL-STEP-ID.
003520     MOVE RETURN-CODE TO RL-RETURN-CODE.
003530     MOVE 'MASTER READ' TO RL-COUNT-NAME (1).
003540     MOVE BR2000-RECORDS-READ TO RL-COUNT-VALUE (1).
003550     MOVE 'ACTIVE CHECKED' TO RL-COUNT-NAME (2).
003560     MOVE BR2000-ACTIVE-CHECKED TO RL-COUNT-VALUE (2).
003570     MOVE 'BEYOND TOLERANCE' TO RL-COUNT-NAME (3).
003580     MOVE BR2000-BEYOND-CNT TO RL-COUNT-VALUE (3).
003590     MOVE 'NO CENTROID' TO RL-COUNT-NAME (4).
003600     MOVE BR2000-NO-CENTROID-CNT TO RL-COUNT-VALUE (4).
003610     MOVE 'DUPLICATE PAIRS' TO RL-COUNT-NAME (5).
003620     MOVE BR2000-DUPLICATE-CNT TO RL-COUNT-VALUE (5).
003630     CALL 'BR3000' USING RUN-CONTROL-RQRS.
003640     CANCEL 'BR3000'.
003650     MOVE RL-RETURN-CODE TO RETURN-CODE.
003660 9900-EXIT.
003670     EXIT.
