000830*               DISTRICT DATA, SO THE ASSIGNMENT KEYED THROUGH
000840*               BR0400 SURVIVES EVERY REFRESH, THE SAME RULE AS
000850*               THE SERVICE-TYPE LIST.
000851*  101526  MO   A BRANCH ADDED FROM THE EXTRACT ALSO STARTS WITH A
000852*               BLANK BM-TIME-ZONE-ID (THE DATA CENTRE CLOCK) -
000853*               THE ZONE IS ASSIGNED THROUGH BR0400 AND SURVIVES
000854*               EVERY REFRESH, THE SAME RULE AS THE DISTRICT.
000855*  101526  MO   GEOCODE TOLERANCE CHECK ON THE APPLY.  AN ACTIVE
000856*               BRANCH ADDED, OR UPDATED WITH A NEW POSTAL CODE
000857*               OR NEW COORDINATES, LYING FARTHER FROM THE
000858*               BRANPCEN CENTROID OF ITS POSTAL CODE THAN THE
000859*               TOLERANCE (KM, THIRD SYSIN CARD, BLANK TAKES THE
000860*               BRGEOTOL DEFAULT OF 25 THAT BR0400 HOLDS FIXED)
000861*               IS HELD TO BRMNTHLD INSTEAD OF REACHING THE
000862*               MASTER, AND STILL ADVANCES THE CHECKPOINT.  SAME
000863*               GREAT-CIRCLE DISTANCE AS BR0100 AND THE BR2000
000864*               NIGHTLY SWEEP.  A POSTAL CODE NOT ON BRANPCEN, OR
000865*               NO BRANPCEN AT ALL, IS NOT HELD - BR2000 REPORTS
000866*               IT.
000867*  101526  MO   NIGHTLY RUN CONTROL.  THE STEP ASKS BR3000 AS IT
000868*               STARTS WHETHER ITS BRCYCRUL PREREQUISITES ARE MET
000869*               AND, WHEN THEY ARE NOT, ENDS RETURN-CODE 8 BEFORE
000870*               ANY FILE IS OPENED.  ITS OUTCOME, RETURN CODE AND
000871*               KEY COUNTS GO TO BRRUNCTL AS IT ENDS, ABEND
000872*               INCLUDED (9900-RECORD-RUN-CONTROL).
000873*               AN EXTRACT REFUSED AT THE CONTROL-TOTAL GATE IS
000874*               RECORDED AS INPUT HELD.
000875*----------------------------------------------------------------
000876 ENVIRONMENT DIVISION.
000880 CONFIGURATION SECTION.
000890 SOURCE-COMPUTER.  IBM-370.
000900 OBJECT-COMPUTER.  IBM-370.
001190     SELECT REJECT-REPORT-FILE ASSIGN TO BRANEREJ
001200         ORGANIZATION IS LINE SEQUENTIAL
001210         FILE STATUS IS BR0200-EREJ-STATUS.
001211
001212     SELECT POSTAL-CENTROID-FILE ASSIGN TO BRANPCEN
001213         ORGANIZATION IS INDEXED
001214         ACCESS MODE IS DYNAMIC
001215         RECORD KEY IS PC-POSTAL-CODE
001216         FILE STATUS IS BR0200-CENTROID-STATUS.
001220*
001230 DATA DIVISION.
001240 FILE SECTION.
001420 FD  REJECT-REPORT-FILE
001430     RECORDING MODE IS F.
001440     COPY "BrExtRj.cpy".
001442
001444 FD  POSTAL-CENTROID-FILE.
001446     COPY "PostlCen.cpy".
001450*
001460 WORKING-STORAGE SECTION.
001470 77  BR0200-EXTRACT-STATUS           PIC X(02) VALUE SPACES.
002160 01  BR0200-HDR-CUTOFF.
002170     05  BR0200-HDR-CUTOFF-DATE      PIC X(08) VALUE SPACES.
002180     05  BR0200-HDR-CUTOFF-TIME      PIC X(06) VALUE SPACES.
002181 77  BR0200-CENTROID-STATUS          PIC X(02) VALUE SPACES.
002182     88  BR0200-CENTROID-OK          VALUE '00', '02'.
002183 77  BR0200-CENTROID-OPEN-SW         PIC X(01) VALUE 'N'.
002184     88  BR0200-CENTROID-FILE-OPEN   VALUE 'Y'.
002185 77  BR0200-GEO-HOLD-SW              PIC X(01) VALUE 'N'.
002186     88  BR0200-GEOCODE-HELD         VALUE 'Y'.
002187 77  BR0200-RECORDS-GEO-HELD         PIC 9(07) COMP-3 VALUE ZERO.
002188 77  BR0200-TOLERANCE-KM             PIC 9(05) COMP-3 VALUE ZERO.
002189     COPY "BrGeoTol.cpy".
002190 77  BR0200-DEG-TO-RAD               COMP-2 VALUE 0.017453293.
002191 77  BR0200-EARTH-RADIUS-KM          COMP-2 VALUE 6371.0.
002192 77  BR0200-LAT1-RAD                 COMP-2 VALUE ZERO.
002193 77  BR0200-LON1-RAD                 COMP-2 VALUE ZERO.
002194 77  BR0200-LAT2-RAD                 COMP-2 VALUE ZERO.
002195 77  BR0200-LON2-RAD                 COMP-2 VALUE ZERO.
002196 77  BR0200-COS-ANGLE                COMP-2 VALUE ZERO.
002197 77  BR0200-DIST-KM                  COMP-2 VALUE ZERO.
002198 01  BR0200-TOLERANCE-CARD           PIC X(05) VALUE SPACES.
002199 01  BR0200-GEO-REASON.
002200     05  FILLER                      PIC X(09) VALUE 'LAT/LONG '.
002201     05  BR0200-GEO-REASON-KM        PIC ZZZZ9.
002202     05  FILLER                      PIC X(24)
002203                     VALUE ' KM FROM POSTAL CENTROID'.
002204 01  BR0200-DAY-NAME-DATA.
002205     05  FILLER                      PIC X(09) VALUE 'MONDAY   '.
002210     05  FILLER                      PIC X(09) VALUE 'TUESDAY  '.
002220     05  FILLER                      PIC X(09) VALUE 'WEDNESDAY'.
002230     05  FILLER                      PIC X(09) VALUE 'THURSDAY '.
002270 01  BR0200-DAY-NAME-TABLE REDEFINES BR0200-DAY-NAME-DATA.
002280     05  BR0200-DAY-NAME OCCURS 7 TIMES
002290                                     PIC X(09).
002295     COPY "BrRunLk.cpy".
002300*
002310 PROCEDURE DIVISION.
002320 0000-MAINLINE.
002410*
002420 1000-INITIALIZE.
002430     ACCEPT BR0200-RUN-DATE FROM DATE YYYYMMDD.
002432     PERFORM 1900-CHECK-CYCLE-GATE
002434         THRU 1900-EXIT.
002440     ACCEPT BR0200-RUN-TIME FROM TIME.
002450     ACCEPT BR0200-EXTRACT-CUTOFF.
002460     ACCEPT BR0200-REJECT-PCT-CARD.
002540         END-IF
002550         MOVE BR0200-REJECT-PCT-CARD TO BR0200-REJECT-LIMIT
002560     END-IF.
002561     ACCEPT BR0200-TOLERANCE-CARD.
002562     IF BR0200-TOLERANCE-CARD = SPACES
002563         MOVE BR-GEOTOL-DEFAULT-KM TO BR0200-TOLERANCE-KM
002564     ELSE
002565         IF BR0200-TOLERANCE-CARD NOT NUMERIC
002566             DISPLAY 'BR0200 - TOLERANCE CARD NOT NUMERIC <'
002567                 BR0200-TOLERANCE-CARD '>'
002568             GO TO 1000-ABEND
002569         END-IF
002570         MOVE BR0200-TOLERANCE-CARD TO BR0200-TOLERANCE-KM
002571     END-IF.
002572     OPEN INPUT BRANCH-EXTRACT-FILE.
002580     IF NOT BR0200-EXTRACT-OK
002590         DISPLAY 'BR0200 - OPEN FAILED ON BRANCH-EXTRACT-FILE '
002600             BR0200-EXTRACT-STATUS
002720         DISPLAY 'BR0200 - EXTRACT REFUSED, MASTER NOT TOUCHED'
002730         CLOSE BRANCH-EXTRACT-FILE
002740         CLOSE REJECT-REPORT-FILE
002742         MOVE 'H' TO RL-STEP-STATUS
002744         MOVE 'EXTRACT REFUSED AT CONTROL-TOTAL GATE'
002746             TO RL-STEP-MSG
002750         GO TO 1000-ABEND
002760     END-IF.
002770     MOVE 'N' TO BR0200-REPORT-SW.
003110             BR0200-HOLD-STATUS
003120         GO TO 1000-ABEND
003130     END-IF.
003131     OPEN INPUT POSTAL-CENTROID-FILE.
003132     IF BR0200-CENTROID-OK
003133         MOVE 'Y' TO BR0200-CENTROID-OPEN-SW
003134     ELSE
003135         DISPLAY 'BR0200 - BRANPCEN NOT AVAILABLE, GEOCODE CHECK '
003136             'SKIPPED ' BR0200-CENTROID-STATUS
003137     END-IF.
003140     PERFORM 1100-OPEN-CHECKPOINT
003150         THRU 1100-EXIT.
003160     PERFORM 1200-CHECK-FOR-RESTART
003200     GO TO 1000-EXIT.
003210 1000-ABEND.
003220     MOVE 16 TO RETURN-CODE.
003222     PERFORM 9900-RECORD-RUN-CONTROL
003224         THRU 9900-EXIT.
003230     GOBACK.
003240 1000-EXIT.
003250     EXIT.
003251*
003252*----------------------------------------------------------------
003253*  NIGHTLY RUN CONTROL - BR3000 CHECKS THIS STEP'S BRCYCRUL
003254*  PREREQUISITES AGAINST BRRUNCTL AND MARKS IT RUNNING.  WHEN THEY
003255*  ARE NOT MET THE STEP ENDS HERE, RETURN-CODE 8, WITH NOTHING
003256*  OPENED OR WRITTEN.
003257*----------------------------------------------------------------
003258 1900-CHECK-CYCLE-GATE.
003259     MOVE SPACES TO RUN-CONTROL-RQRS.
003260     MOVE 'G' TO RL-FUNCTION.
003261     MOVE 'BR0200' TO RL-STEP-ID.
003262     MOVE ZERO TO RL-RETURN-CODE.
003263     CALL 'BR3000' USING RUN-CONTROL-RQRS.
003264     CANCEL 'BR3000'.
003265     IF RL-GATE-PASSED
003266         GO TO 1900-EXIT
003267     END-IF.
003268     DISPLAY 'BR0200 - PREREQUISITES NOT MET, RUN SKIPPED'.
003269     DISPLAY 'BR0200 - ' RL-RESULT-MSG.
003270     MOVE 8 TO RETURN-CODE.
003271     GOBACK.
003272 1900-EXIT.
003273     EXIT.
003274*
003275 1100-OPEN-CHECKPOINT.
003280     OPEN I-O CHECKPOINT-FILE.
003290     IF BR0200-CKPT-NEW-FILE
003300         OPEN OUTPUT CHECKPOINT-FILE
005720         END-IF
005730     END-IF.
005740     IF NOT BR0200-SKIPPING
005745         MOVE 'N' TO BR0200-GEO-HOLD-SW
005750         MOVE FE-BRANCH-ID OF FE-EXTRACT-RECORD
005760             TO BM-BRANCH-ID
005770         READ BRANCH-MASTER-FILE
005780             KEY IS BM-BRANCH-ID
005790         END-READ
005800         IF BR0200-MASTER-NOTFND
005802             PERFORM 2800-CHECK-GEOCODE
005804                 THRU 2800-EXIT
005806             IF BR0200-GEOCODE-HELD
005808                 PERFORM 2510-HOLD-GEOCODE
005810                     THRU 2510-EXIT
005812             ELSE
005814                 PERFORM 2200-ADD-BRANCH
005816                     THRU 2200-EXIT
005818             END-IF
005830         ELSE
005840             PERFORM 2320-CHECK-ONLINE-HOLD
005850                 THRU 2320-EXIT
005870                 PERFORM 2500-HOLD-BRANCH
005880                     THRU 2500-EXIT
005890             ELSE
005892                 PERFORM 2800-CHECK-GEOCODE
005894                     THRU 2800-EXIT
005896                 IF BR0200-GEOCODE-HELD
005898                     PERFORM 2510-HOLD-GEOCODE
005900                         THRU 2510-EXIT
005902                 ELSE
005904                     PERFORM 2300-UPDATE-BRANCH
005906                         THRU 2300-EXIT
005908                 END-IF
005920             END-IF
005930         END-IF
005940         IF BR0200-MASTER-OK
005945             OR BR0200-GEOCODE-HELD
005950             PERFORM 2600-WRITE-CHECKPOINT
005960                 THRU 2600-EXIT
005970         END-IF
006210     MOVE SPACES TO BM-SVC-TYPE-CD (1) BM-SVC-TYPE-CD (2)
006220         BM-SVC-TYPE-CD (3) BM-SVC-TYPE-CD (4) BM-SVC-TYPE-CD (5).
006230     MOVE SPACES TO BM-DISTRICT-ID.
006235     MOVE SPACES TO BM-TIME-ZONE-ID.
006240     PERFORM 2400-MOVE-EXTRACT-TO-MASTER
006250         THRU 2400-EXIT.
006260     WRITE BM-BRANCH-MASTER-RECORD.
006960     WRITE HD-HOLD-RECORD.
006970 2500-EXIT.
006980     EXIT.
006981*
006982 2510-HOLD-GEOCODE.
006983     ADD 1 TO BR0200-RECORDS-GEO-HELD.
006984     MOVE BR0200-RUN-DATE TO HD-RUN-DATE.
006985     MOVE FE-BRANCH-ID OF FE-EXTRACT-RECORD TO HD-BRANCH-ID.
006986     IF BR0200-MASTER-NOTFND
006987         MOVE SPACES TO HD-LAST-UPDATE-DATE
006988         MOVE SPACES TO HD-LAST-UPDATE-TIME
006989         MOVE SPACES TO HD-LAST-UPDATE-USER
006990     ELSE
006991         MOVE BM-LAST-UPDATE-DATE TO HD-LAST-UPDATE-DATE
006992         MOVE BM-LAST-UPDATE-TIME TO HD-LAST-UPDATE-TIME
006993         MOVE BM-LAST-UPDATE-USER TO HD-LAST-UPDATE-USER
006994     END-IF.
006995     MOVE BR0200-DIST-KM TO BR0200-GEO-REASON-KM.
006996     MOVE BR0200-GEO-REASON TO HD-REASON.
006997     WRITE HD-HOLD-RECORD.
006998 2510-EXIT.
006999     EXIT.
007000*
007001 2700-WRITE-GEO-ENTRY.
007010     COMPUTE GX-GRID-LAT = BM-BR-GEO-LATT + 90.
007020     COMPUTE BR0200-GEO-LONG-WORK =
007030         BM-BR-GEO-LONG + 180.
008230     REWRITE CK-CHECKPOINT-RECORD.
008240 2600-EXIT.
008250     EXIT.
008251*
008252 2800-CHECK-GEOCODE.
008253     MOVE 'N' TO BR0200-GEO-HOLD-SW.
008254     IF NOT BR0200-CENTROID-FILE-OPEN
008255         OR NOT FE-STAT-ACTIVE
008256         GO TO 2800-EXIT
008257     END-IF.
008258     IF NOT BR0200-MASTER-NOTFND
008259         IF FE-BR-POSTAL-CODE OF FE-EXTRACT-RECORD
008260                 = BM-BR-POSTAL-CODE
008261             AND FE-BR-GEO-LATT OF FE-EXTRACT-RECORD
008262                 = BM-BR-GEO-LATT
008263             AND FE-BR-GEO-LONG OF FE-EXTRACT-RECORD
008264                 = BM-BR-GEO-LONG
008265             GO TO 2800-EXIT
008266         END-IF
008267     END-IF.
008268     MOVE FE-BR-POSTAL-CODE OF FE-EXTRACT-RECORD
008269         TO PC-POSTAL-CODE.
008270     READ POSTAL-CENTROID-FILE
008271         KEY IS PC-POSTAL-CODE
008272     END-READ.
008273     IF NOT BR0200-CENTROID-OK
008274         GO TO 2800-EXIT
008275     END-IF.
008276     COMPUTE BR0200-LAT1-RAD =
008277         BR0200-FE-LATT * BR0200-DEG-TO-RAD.
008278     COMPUTE BR0200-LON1-RAD =
008279         BR0200-FE-LONG * BR0200-DEG-TO-RAD.
008280     COMPUTE BR0200-LAT2-RAD =
008281         PC-GEO-LATT * BR0200-DEG-TO-RAD.
008282     COMPUTE BR0200-LON2-RAD =
008283         PC-GEO-LONG * BR0200-DEG-TO-RAD.
008284     COMPUTE BR0200-COS-ANGLE =
008285         (FUNCTION SIN (BR0200-LAT1-RAD)
008286             * FUNCTION SIN (BR0200-LAT2-RAD))
008287         + (FUNCTION COS (BR0200-LAT1-RAD)
008288             * FUNCTION COS (BR0200-LAT2-RAD)
008289             * FUNCTION COS (BR0200-LON2-RAD - BR0200-LON1-RAD)).
008290     IF BR0200-COS-ANGLE > 1.0
008291         MOVE 1.0 TO BR0200-COS-ANGLE
008292     END-IF.
008293     IF BR0200-COS-ANGLE < -1.0
008294         MOVE -1.0 TO BR0200-COS-ANGLE
008295     END-IF.
008296     COMPUTE BR0200-DIST-KM =
008297         FUNCTION ACOS (BR0200-COS-ANGLE)
008298             * BR0200-EARTH-RADIUS-KM.
008299     IF BR0200-DIST-KM > BR0200-TOLERANCE-KM
008300         MOVE 'Y' TO BR0200-GEO-HOLD-SW
008301     END-IF.
008302 2800-EXIT.
008303     EXIT.
008304*
008305 3000-TERMINATE.
008306     MOVE 'C' TO CK-RUN-STATUS.
008307     REWRITE CK-CHECKPOINT-RECORD.
008308     CLOSE BRANCH-EXTRACT-FILE.
008310     CLOSE BRANCH-MASTER-FILE.
008320     CLOSE CHECKPOINT-FILE.
008330     CLOSE HOLD-REPORT-FILE.
008340     CLOSE GEO-INDEX-FILE.
008350     CLOSE REJECT-REPORT-FILE.
008352     IF BR0200-CENTROID-FILE-OPEN
008354         CLOSE POSTAL-CENTROID-FILE
008356     END-IF.
008360     DISPLAY 'BR0200 - EXTRACT RECS READ  : ' BR0200-RECORDS-READ.
008370     DISPLAY 'BR0200 - BRANCHES ADDED   : ' BR0200-RECORDS-ADDED.
008380     DISPLAY 'BR0200 - BR CHANGED : ' BR0200-RECORDS-CHANGED.
008390     DISPLAY 'BR0200 - BR UNCHANGED : ' BR0200-RECORDS-UNCHANGED.
008400     DISPLAY 'BR0200 - BR HELD : ' BR0200-RECORDS-HELD.
008402     DISPLAY 'BR0200 - BR GEOCODE HELD : '
008404         BR0200-RECORDS-GEO-HELD.
008410     DISPLAY 'BR0200 - GATE REJECTS SKIPPED : '
008420         BR0200-RECORDS-REJECTED.
008422     PERFORM 9900-RECORD-RUN-CONTROL
008424         THRU 9900-EXIT.
008430 3000-EXIT.
008440     EXIT.
008450*
008460*----------------------------------------------------------------
008470*  NIGHTLY RUN CONTROL - THE STEP'S OUTCOME AND KEY COUNTS TO
008480*  BRRUNCTL THROUGH BR3000, WHICH TAKES THE OUTCOME FROM THE
008490*  RETURN CODE UNLESS ONE IS GIVEN.  COUNT NUMBERS, AS BRCYCRUL
008500*  THRESHOLDS NAME THEM - 1 EXTRACT READ, 2 ADDED, 3 CHANGED, 4
008510*  HELD, 5 REJECTED, 6 UNCHANGED.
008520*----------------------------------------------------------------
008530 9900-RECORD-RUN-CONTROL.
008540     MOVE 'R' TO RL-FUNCTION.
008550     MOVE 'BR0200' TO RL-STEP-ID.
008560     MOVE RETURN-CODE TO RL-RETURN-CODE.
008570     MOVE 'EXTRACT READ' TO RL-COUNT-NAME (1).
008580     MOVE BR0200-RECORDS-READ TO RL-COUNT-VALUE (1).
008590     MOVE 'ADDED' TO RL-COUNT-NAME (2).
008600     MOVE BR0200-RECORDS-ADDED TO RL-COUNT-VALUE (2).
008610     MOVE 'CHANGED' TO RL-COUNT-NAME (3).
008620     MOVE BR0200-RECORDS-CHANGED TO RL-COUNT-VALUE (3).
008630     MOVE 'HELD' TO RL-COUNT-NAME (4).
008640     COMPUTE RL-COUNT-VALUE (4) =
008650         BR0200-RECORDS-HELD + BR0200-RECORDS-GEO-HELD.
008660     MOVE 'REJECTED' TO RL-COUNT-NAME (5).
008670     MOVE BR0200-RECORDS-REJECTED TO RL-COUNT-VALUE (5).
008680     MOVE 'UNCHANGED' TO RL-COUNT-NAME (6).
008690     MOVE BR0200-RECORDS-UNCHANGED TO RL-COUNT-VALUE (6).
008700     CALL 'BR3000' USING RUN-CONTROL-RQRS.
008710     CANCEL 'BR3000'.
008720     MOVE RL-RETURN-CODE TO RETURN-CODE.
008730 9900-EXIT.
008740     EXIT.
