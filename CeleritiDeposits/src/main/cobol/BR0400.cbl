000500*               29.
000510*  090226  MO   MESSAGE CATALOG SCAN BOUND BUMPED AGAIN TO
000520*               MATCH BRMSGCAT'S CURRENT 30 ENTRIES.
000521*  101526  MO   CARRY THE NEW BM-TIME-ZONE-ID ON ADD AND UPDATE,
000522*               VALIDATED AGAINST THE BRANTZRL ZONE RULES FILE
000523*               (LOADED BY BR1900) WHEN SUPPLIED - SPACES MEANS
000524*               THE BRANCH KEEPS THE DATA CENTRE CLOCK.  NEW CODE
000525*               0030 WHEN THE ZONE HAS NO RULES ON FILE.  THE
000526*               AFTER-IMAGE INTERFACE RECORD CARRIES IT TOO.
000527*               BEFORE-IMAGE WIDENED IN STEP WITH THE MASTER
000528*               RECORD.  CATALOG BOUND NOW 31.
000529*  101526  MO   GEOCODE TOLERANCE CHECK.  AN ADD, OR AN UPDATE
000530*               OF AN ACTIVE BRANCH THAT CHANGES ITS POSTAL CODE
000531*               OR COORDINATES, IS REJECTED WITH NEW CODE 0031
000532*               WHEN THE COORDINATES LIE FARTHER FROM THE
000533*               BRANPCEN CENTROID OF THE POSTAL CODE THAN THE
000534*               BRGEOTOL DEFAULT (25 KM, FIXED ONLINE) - THE SAME
000535*               GREAT-CIRCLE CHECK BR0200 HOLDS ON AND BR2000
000536*               SWEEPS NIGHTLY.  A POSTAL CODE NOT ON BRANPCEN, OR
000537*               NO BRANPCEN, IS ACCEPTED.  CATALOG BOUND NOW 32.
000538*  101526  MO   FUTURE-DATED MAINTENANCE.  A REQUEST CARRYING AN
000539*               MT-EFFECTIVE-DATE LATER THAN TODAY IS VALIDATED AS
000540*               USUAL AND THEN QUEUED ON THE NEW BRANPEND PENDING
000541*               FILE (BRPENDMT.CPY) INSTEAD OF UPDATING MASTER;
000542*               CODE 0032 RETURNS THE EFFECTIVE DATE AND SEQUENCE
000543*               NUMBER.  BR2300 APPLIES IT ON THE DAY BY CALLING
000544*               THIS PROGRAM WITH THE DATE BLANKED.  A NON-NUMERIC
000545*               OR IMPOSSIBLE DATE IS CODE 0033, AN UNAVAILABLE
000546*               BRANPEND 0035.  CATALOG BOUND NOW 39.
000547*  101526  MO   OPERATOR AUTHORITY.  MT-UPDATE-USER MUST NOW BE ON
000548*               THE BRANAUTH AUTHORITY FILE (MAINTAINED BY BR2800)
000549*               WITH THE ACTION GRANTED AND THE BRANCH'S DISTRICT
000550*               - THE ONE ON FILE AND THE ONE BEING ASSIGNED - IN
000551*               ITS SCOPE.  A REFUSAL IS NEW CODE 0040 AND IS
000552*               LOGGED TO THE BRSECVIO SECURITY VIOLATION LOG; NO
000553*               BRANAUTH IS 0041.  THE CHECK ALSO RUNS WHEN BR2300
000554*               APPLIES A QUEUED CHANGE, SO AUTHORITY REVOKED IN
000555*               THE MEANTIME STOPS IT.  CATALOG BOUND NOW 42.
000556*  101526  MO   MESSAGE CATALOG SCAN BOUND BUMPED TO MATCH
000557*               BRMSGCAT'S CURRENT 51 ENTRIES.
000558*----------------------------------------------------------------
000559 ENVIRONMENT DIVISION.
000560 CONFIGURATION SECTION.
000561 SOURCE-COMPUTER.  IBM-370.
000570 OBJECT-COMPUTER.  IBM-370.
000580 INPUT-OUTPUT SECTION.
000590 FILE-CONTROL.
000820         ACCESS MODE IS DYNAMIC
000830         RECORD KEY IS DS-DISTRICT-ID
000840         FILE STATUS IS BR0400-DISTRICT-STATUS.
000841
000842     SELECT ZONE-RULE-FILE ASSIGN TO BRANTZRL
000843         ORGANIZATION IS INDEXED
000844         ACCESS MODE IS DYNAMIC
000845         RECORD KEY IS TR-KEY
000846         FILE STATUS IS BR0400-ZONE-STATUS.
000847
000848     SELECT POSTAL-CENTROID-FILE ASSIGN TO BRANPCEN
000849         ORGANIZATION IS INDEXED
000850         ACCESS MODE IS DYNAMIC
000851         RECORD KEY IS PC-POSTAL-CODE
000852         FILE STATUS IS BR0400-CENTROID-STATUS.
000853
000854     SELECT PENDING-MAINT-FILE ASSIGN TO BRANPEND
000855         ORGANIZATION IS INDEXED
000856         ACCESS MODE IS DYNAMIC
000857         RECORD KEY IS PM-KEY
000858         FILE STATUS IS BR0400-PENDING-STATUS.
000859
000860     SELECT OPERATOR-AUTH-FILE ASSIGN TO BRANAUTH
000861         ORGANIZATION IS INDEXED
000862         ACCESS MODE IS DYNAMIC
000863         RECORD KEY IS OA-USER-ID
000864         FILE STATUS IS BR0400-AUTH-STATUS.
000865
000866     SELECT VIOLATION-LOG-FILE ASSIGN TO BRSECVIO
000867         ORGANIZATION IS SEQUENTIAL
000868         FILE STATUS IS BR0400-VIOLATION-STATUS.
000869*
000870 DATA DIVISION.
000871 FILE SECTION.
000880 FD  BRANCH-MASTER-FILE.
000890     COPY "BranchMstr.cpy".
000900
001010
001020 FD  DISTRICT-FILE.
001030     COPY "BrDist.cpy".
001031
001032 FD  ZONE-RULE-FILE.
001033     COPY "BrTzRule.cpy".
001034
001035 FD  POSTAL-CENTROID-FILE.
001036     COPY "PostlCen.cpy".
001037
001038 FD  PENDING-MAINT-FILE.
001039     COPY "BrPendMt.cpy".
001040
001041 FD  OPERATOR-AUTH-FILE.
001042     COPY "BrOpAuth.cpy".
001043
001044 FD  VIOLATION-LOG-FILE
001045     RECORDING MODE IS F.
001046     COPY "BrSecVio.cpy".
001047*
001050 WORKING-STORAGE SECTION.
001060 77  BR0400-MASTER-STATUS             PIC X(02) VALUE SPACES.
001070     88  BR0400-MASTER-OK             VALUE '00', '02'.
001370     88  BR0400-DISTRICT-NOTFND       VALUE '23'.
001380 77  BR0400-DISTRICT-OPEN-SW          PIC X(01) VALUE 'N'.
001390     88  BR0400-DISTRICT-FILE-OPEN    VALUE 'Y'.
001391 77  BR0400-ZONE-STATUS               PIC X(02) VALUE SPACES.
001392     88  BR0400-ZONE-OK               VALUE '00', '02'.
001393 77  BR0400-ZONE-OPEN-SW              PIC X(01) VALUE 'N'.
001394     88  BR0400-ZONE-FILE-OPEN        VALUE 'Y'.
001395 77  BR0400-CENTROID-STATUS           PIC X(02) VALUE SPACES.
001396     88  BR0400-CENTROID-OK           VALUE '00', '02'.
001397 77  BR0400-CENTROID-OPEN-SW          PIC X(01) VALUE 'N'.
001398     88  BR0400-CENTROID-FILE-OPEN    VALUE 'Y'.
001399 77  BR0400-PENDING-STATUS            PIC X(02) VALUE SPACES.
001400     88  BR0400-PENDING-OK            VALUE '00', '02'.
001401     88  BR0400-PENDING-NEW-FILE      VALUE '35'.
001402 77  BR0400-QUEUE-SW                  PIC X(01) VALUE 'N'.
001403     88  BR0400-QUEUE-CHANGE          VALUE 'Y'.
001404 77  BR0400-SEQ-DONE-SW               PIC X(01) VALUE 'N'.
001405     88  BR0400-SEQ-DONE              VALUE 'Y'.
001406 77  BR0400-NEXT-SEQ                  PIC 9(04) VALUE ZERO.
001407 77  BR0400-AUTH-STATUS               PIC X(02) VALUE SPACES.
001408     88  BR0400-AUTH-OK               VALUE '00', '02'.
001409 77  BR0400-AUTH-OPEN-SW              PIC X(01) VALUE 'N'.
001410     88  BR0400-AUTH-FILE-OPEN        VALUE 'Y'.
001411 77  BR0400-VIOLATION-STATUS          PIC X(02) VALUE SPACES.
001412     88  BR0400-VIOLATION-OK          VALUE '00'.
001413 77  BR0400-VIOLATION-OPEN-SW         PIC X(01) VALUE 'N'.
001414     88  BR0400-VIOLATION-FILE-OPEN   VALUE 'Y'.
001415 77  BR0400-SCOPE-SW                  PIC X(01) VALUE 'N'.
001416     88  BR0400-IN-SCOPE              VALUE 'Y'.
001417 77  BR0400-AUTH-IX                   PIC 9(02) COMP VALUE ZERO.
001418 77  BR0400-DENY-REASON               PIC X(01) VALUE SPACE.
001419 01  BR0400-DENY-DESC                 PIC X(40) VALUE SPACES.
001420 01  BR0400-CHECK-DISTRICT            PIC X(04) VALUE SPACES.
001421 01  BR0400-EFF-DATE                  PIC X(08) VALUE SPACES.
001422 77  BR0400-EFF-DAY-NUM               PIC 9(07) COMP VALUE ZERO.
001423     COPY "BrGeoTol.cpy".
001424 77  BR0400-DEG-TO-RAD                COMP-2 VALUE 0.017453293.
001425 77  BR0400-EARTH-RADIUS-KM           COMP-2 VALUE 6371.0.
001426 77  BR0400-LAT1-RAD                  COMP-2 VALUE ZERO.
001427 77  BR0400-LON1-RAD                  COMP-2 VALUE ZERO.
001428 77  BR0400-LAT2-RAD                  COMP-2 VALUE ZERO.
001429 77  BR0400-LON2-RAD                  COMP-2 VALUE ZERO.
001430 77  BR0400-COS-ANGLE                 COMP-2 VALUE ZERO.
001431 77  BR0400-DIST-KM                   COMP-2 VALUE ZERO.
001432 01  BR0400-GEO-DESC.
001433     05  BR0400-GEO-DESC-KM           PIC ZZZZ9.
001434     05  FILLER                       PIC X(24)
001435                     VALUE ' KM FROM POSTAL CENTROID'.
001436 77  BR0400-BEFORE-SW                 PIC X(01) VALUE 'N'.
001437     88  BR0400-HAS-BEFORE-IMAGE      VALUE 'Y'.
001438 01  BR0400-BEFORE-IMAGE              PIC X(362).
001439 01  BR0400-OLD-GEO-CELLS.
001440     05  BR0400-OLD-GRID-LAT          PIC 9(03).
001450     05  BR0400-OLD-GRID-LONG         PIC 9(03).
001460 77  BR0400-GEO-LONG-WORK             PIC S9(04) COMP VALUE ZERO.
001580     PERFORM 1500-VALIDATE-REQUEST
001590         THRU 1500-EXIT.
001600     IF BR0400-REQUEST-VALID
001602         IF BR0400-QUEUE-CHANGE
001604             PERFORM 2500-QUEUE-CHANGE
001606                 THRU 2500-EXIT
001608         ELSE
001610             PERFORM 2000-PROCESS-ACTION
001612                 THRU 2000-EXIT
001614         END-IF
001630     END-IF.
001640     PERFORM 9000-TERMINATE
001650         THRU 9000-EXIT.
001740     MOVE SPACES TO MT-PROPERTYNAME.
001750     MOVE SPACES TO MT-MESSAGEDESC.
001760     MOVE SPACES TO MT-RS-BRANCH-ID.
001762     MOVE SPACES TO MT-RS-EFFECTIVE-DATE.
001764     MOVE ZERO TO MT-RS-PENDING-SEQ.
001770     OPEN EXTEND MAINT-INTERFACE-FILE.
001780     IF NOT BR0400-INTERFACE-OK
001790         OPEN OUTPUT MAINT-INTERFACE-FILE
002090     IF BR0400-DISTRICT-OK
002100         MOVE 'Y' TO BR0400-DISTRICT-OPEN-SW
002110     END-IF.
002111     OPEN INPUT ZONE-RULE-FILE.
002112     IF BR0400-ZONE-OK
002113         MOVE 'Y' TO BR0400-ZONE-OPEN-SW
002114     END-IF.
002115     OPEN INPUT POSTAL-CENTROID-FILE.
002116     IF BR0400-CENTROID-OK
002117         MOVE 'Y' TO BR0400-CENTROID-OPEN-SW
002118     END-IF.
002119     OPEN INPUT OPERATOR-AUTH-FILE.
002120     IF BR0400-AUTH-OK
002121         MOVE 'Y' TO BR0400-AUTH-OPEN-SW
002122     END-IF.
002123     OPEN EXTEND VIOLATION-LOG-FILE.
002124     IF NOT BR0400-VIOLATION-OK
002125         OPEN OUTPUT VIOLATION-LOG-FILE
002126     END-IF.
002127     IF BR0400-VIOLATION-OK
002128         MOVE 'Y' TO BR0400-VIOLATION-OPEN-SW
002129     END-IF.
002130     GO TO 1000-EXIT.
002131 1000-ABEND.
002140     IF BR0400-INTERFACE-FILE-OPEN
002150         CLOSE MAINT-INTERFACE-FILE
002160     END-IF.
002200     IF BR0400-DISTRICT-FILE-OPEN
002210         CLOSE DISTRICT-FILE
002220     END-IF.
002221     IF BR0400-ZONE-FILE-OPEN
002222         CLOSE ZONE-RULE-FILE
002223     END-IF.
002224     IF BR0400-CENTROID-FILE-OPEN
002225         CLOSE POSTAL-CENTROID-FILE
002226     END-IF.
002230     GOBACK.
002240 1000-EXIT.
002250     EXIT.
002350         MOVE 'MUST BE A, U, OR D' TO MT-MESSAGEDESC
002360         MOVE 'N' TO BR0400-VALID-SW
002370     END-IF.
002372     IF BR0400-REQUEST-VALID
002374         PERFORM 1800-CHECK-AUTHORITY
002376             THRU 1800-EXIT
002378     END-IF.
002380     IF BR0400-REQUEST-VALID
002390         AND (MT-ACTION-ADD OR MT-ACTION-UPDATE)
002400             PERFORM 1700-VALIDATE-SVC-TYPES
002460             PERFORM 1750-VALIDATE-DISTRICT
002470                 THRU 1750-EXIT
002480     END-IF.
002481     IF BR0400-REQUEST-VALID
002482         AND (MT-ACTION-ADD OR MT-ACTION-UPDATE)
002483         AND MT-TIME-ZONE-ID NOT = SPACES
002484             PERFORM 1760-VALIDATE-TIME-ZONE
002485                 THRU 1760-EXIT
002486     END-IF.
002487     IF BR0400-REQUEST-VALID
002488         AND MT-EFFECTIVE-DATE NOT = SPACES
002489             PERFORM 1780-VALIDATE-EFFECTIVE-DATE
002490                 THRU 1780-EXIT
002491     END-IF.
002492 1500-EXIT.
002500     EXIT.
002510*
002520 1700-VALIDATE-SVC-TYPES.
003180     END-IF.
003190 1750-EXIT.
003200     EXIT.
003201*
003202 1760-VALIDATE-TIME-ZONE.
003203     IF NOT BR0400-ZONE-FILE-OPEN
003204         MOVE 0030 TO BR0400-LOOKUP-CODE
003205         PERFORM 8000-LOOKUP-MESSAGE
003206             THRU 8000-EXIT
003207         MOVE 'MT-TIME-ZONE-ID' TO MT-PROPERTYNAME
003208         MOVE 'ZONE RULES FILE UNAVAILABLE' TO MT-MESSAGEDESC
003209         MOVE 'N' TO BR0400-VALID-SW
003210         GO TO 1760-EXIT
003211     END-IF.
003212     MOVE MT-TIME-ZONE-ID TO TR-ZONE-ID.
003213     MOVE ZERO TO TR-RULE-YEAR.
003214     START ZONE-RULE-FILE
003215         KEY NOT LESS THAN TR-KEY
003216     END-START.
003217     IF BR0400-ZONE-OK
003218         READ ZONE-RULE-FILE NEXT RECORD
003219             AT END
003220                 MOVE '10' TO BR0400-ZONE-STATUS
003221         END-READ
003222     END-IF.
003223     IF NOT BR0400-ZONE-OK
003224         OR TR-ZONE-ID NOT = MT-TIME-ZONE-ID
003225         MOVE 0030 TO BR0400-LOOKUP-CODE
003226         PERFORM 8000-LOOKUP-MESSAGE
003227             THRU 8000-EXIT
003228         MOVE 'MT-TIME-ZONE-ID' TO MT-PROPERTYNAME
003229         MOVE 'N' TO BR0400-VALID-SW
003230     END-IF.
003231 1760-EXIT.
003232     EXIT.
003233*
003234 1770-VALIDATE-GEOCODE.
003235     IF NOT BR0400-CENTROID-FILE-OPEN
003236         GO TO 1770-EXIT
003237     END-IF.
003238     MOVE MT-BR-POSTAL-CODE TO PC-POSTAL-CODE.
003239     READ POSTAL-CENTROID-FILE
003240         KEY IS PC-POSTAL-CODE
003241     END-READ.
003242     IF NOT BR0400-CENTROID-OK
003243         GO TO 1770-EXIT
003244     END-IF.
003245     COMPUTE BR0400-LAT1-RAD =
003246         MT-BR-GEO-LATT * BR0400-DEG-TO-RAD.
003247     COMPUTE BR0400-LON1-RAD =
003248         MT-BR-GEO-LONG * BR0400-DEG-TO-RAD.
003249     COMPUTE BR0400-LAT2-RAD =
003250         PC-GEO-LATT * BR0400-DEG-TO-RAD.
003251     COMPUTE BR0400-LON2-RAD =
003252         PC-GEO-LONG * BR0400-DEG-TO-RAD.
003253     COMPUTE BR0400-COS-ANGLE =
003254         (FUNCTION SIN (BR0400-LAT1-RAD)
003255             * FUNCTION SIN (BR0400-LAT2-RAD))
003256         + (FUNCTION COS (BR0400-LAT1-RAD)
003257             * FUNCTION COS (BR0400-LAT2-RAD)
003258             * FUNCTION COS (BR0400-LON2-RAD - BR0400-LON1-RAD)).
003259     IF BR0400-COS-ANGLE > 1.0
003260         MOVE 1.0 TO BR0400-COS-ANGLE
003261     END-IF.
003262     IF BR0400-COS-ANGLE < -1.0
003263         MOVE -1.0 TO BR0400-COS-ANGLE
003264     END-IF.
003265     COMPUTE BR0400-DIST-KM =
003266         FUNCTION ACOS (BR0400-COS-ANGLE)
003267             * BR0400-EARTH-RADIUS-KM.
003268     IF BR0400-DIST-KM > BR-GEOTOL-DEFAULT-KM
003269         MOVE 0031 TO BR0400-LOOKUP-CODE
003270         PERFORM 8000-LOOKUP-MESSAGE
003271             THRU 8000-EXIT
003272         MOVE 'MT-BR-GEO-LATT' TO MT-PROPERTYNAME
003273         MOVE BR0400-DIST-KM TO BR0400-GEO-DESC-KM
003274         MOVE BR0400-GEO-DESC TO MT-MESSAGEDESC
003275         MOVE 'N' TO BR0400-VALID-SW
003276     END-IF.
003277 1770-EXIT.
003278     EXIT.
003279*
003280 1780-VALIDATE-EFFECTIVE-DATE.
003281     MOVE MT-EFFECTIVE-DATE TO BR0400-EFF-DATE.
003282     MOVE ZERO TO BR0400-EFF-DAY-NUM.
003283     IF BR0400-EFF-DATE NUMERIC
003284         COMPUTE BR0400-EFF-DAY-NUM =
003285             FUNCTION INTEGER-OF-DATE (FUNCTION NUMVAL
003286                 (BR0400-EFF-DATE))
003287     END-IF.
003288     IF BR0400-EFF-DAY-NUM = ZERO
003289         GO TO 1780-INVALID
003290     END-IF.
003291     IF BR0400-EFF-DATE > BR0400-RUN-DATE
003292         MOVE 'Y' TO BR0400-QUEUE-SW
003293     END-IF.
003294     GO TO 1780-EXIT.
003295 1780-INVALID.
003296     MOVE 0033 TO BR0400-LOOKUP-CODE.
003297     PERFORM 8000-LOOKUP-MESSAGE
003298         THRU 8000-EXIT.
003299     MOVE 'MT-EFFECTIVE-DATE' TO MT-PROPERTYNAME.
003300     MOVE 'MUST BE YYYYMMDD OR SPACES' TO MT-MESSAGEDESC.
003301     MOVE 'N' TO BR0400-VALID-SW.
003302 1780-EXIT.
003303     EXIT.
003304*
003305*----------------------------------------------------------------
003306*  OPERATOR AUTHORITY.  MT-UPDATE-USER MUST BE ON BRANAUTH WITH
003307*  THE ACTION GRANTED AND, UNLESS SCOPED TO THE WHOLE NETWORK,
003308*  WITH THE BRANCH'S DISTRICT IN ITS LIST - THE DISTRICT ON FILE
003309*  FOR AN UPDATE OR DEACTIVATE, AND THE DISTRICT BEING ASSIGNED
003310*  ON AN ADD OR UPDATE.  A BRANCH WITH NO DISTRICT IS NETWORK
003311*  SCOPE ONLY.  A REFUSAL IS CODE 0040, LOGGED TO BRSECVIO.  NO
003312*  BRANAUTH MEANS NOTHING IS ALLOWED.
003313*----------------------------------------------------------------
003314 1800-CHECK-AUTHORITY.
003315     IF NOT BR0400-AUTH-FILE-OPEN
003316         MOVE 0041 TO BR0400-LOOKUP-CODE
003317         PERFORM 8000-LOOKUP-MESSAGE
003318             THRU 8000-EXIT
003319         MOVE 'BRANAUTH' TO MT-PROPERTYNAME
003320         MOVE 'N' TO BR0400-VALID-SW
003321         GO TO 1800-EXIT
003322     END-IF.
003323     MOVE SPACES TO BR0400-CHECK-DISTRICT.
003324     MOVE MT-UPDATE-USER TO OA-USER-ID.
003325     READ OPERATOR-AUTH-FILE
003326         KEY IS OA-USER-ID
003327     END-READ.
003328     IF NOT BR0400-AUTH-OK
003329         MOVE 'U' TO BR0400-DENY-REASON
003330         MOVE 'USER NOT ON OPERATOR AUTHORITY FILE'
003331             TO BR0400-DENY-DESC
003332         GO TO 1800-DENY
003333     END-IF.
003334     MOVE 'A' TO BR0400-DENY-REASON.
003335     MOVE 'ACTION NOT GRANTED TO THIS USER' TO BR0400-DENY-DESC.
003336     IF MT-ACTION-ADD
003337         AND NOT OA-MAY-ADD
003338         GO TO 1800-DENY
003339     END-IF.
003340     IF MT-ACTION-UPDATE
003341         AND NOT OA-MAY-UPDATE
003342         GO TO 1800-DENY
003343     END-IF.
003344     IF MT-ACTION-DEACTIVATE
003345         AND NOT OA-MAY-DEACTIVATE
003346         GO TO 1800-DENY
003347     END-IF.
003348     IF OA-SCOPE-NETWORK
003349         GO TO 1800-EXIT
003350     END-IF.
003351     MOVE 'S' TO BR0400-DENY-REASON.
003352     MOVE 'BRANCH DISTRICT OUTSIDE USER SCOPE'
003353         TO BR0400-DENY-DESC.
003354     IF NOT MT-ACTION-ADD
003355         MOVE MT-BRANCH-ID TO BM-BRANCH-ID
003356         READ BRANCH-MASTER-FILE
003357             KEY IS BM-BRANCH-ID
003358         END-READ
003359         IF BR0400-MASTER-OK
003360             MOVE BM-DISTRICT-ID TO BR0400-CHECK-DISTRICT
003361             PERFORM 1810-CHECK-DISTRICT-SCOPE
003362                 THRU 1810-EXIT
003363             IF NOT BR0400-IN-SCOPE
003364                 GO TO 1800-DENY
003365             END-IF
003366         END-IF
003367     END-IF.
003368     IF MT-ACTION-DEACTIVATE
003369         GO TO 1800-EXIT
003370     END-IF.
003371     MOVE MT-DISTRICT-ID TO BR0400-CHECK-DISTRICT.
003372     PERFORM 1810-CHECK-DISTRICT-SCOPE
003373         THRU 1810-EXIT.
003374     IF BR0400-IN-SCOPE
003375         GO TO 1800-EXIT
003376     END-IF.
003377 1800-DENY.
003378     MOVE 0040 TO BR0400-LOOKUP-CODE.
003379     PERFORM 8000-LOOKUP-MESSAGE
003380         THRU 8000-EXIT.
003381     MOVE 'MT-UPDATE-USER' TO MT-PROPERTYNAME.
003382     MOVE BR0400-DENY-DESC TO MT-MESSAGEDESC.
003383     MOVE 'N' TO BR0400-VALID-SW.
003384     PERFORM 9800-WRITE-VIOLATION
003385         THRU 9800-EXIT.
003386 1800-EXIT.
003387     EXIT.
003388*
003389 1810-CHECK-DISTRICT-SCOPE.
003390     MOVE 'N' TO BR0400-SCOPE-SW.
003391     IF BR0400-CHECK-DISTRICT = SPACES
003392         GO TO 1810-EXIT
003393     END-IF.
003394     PERFORM 1820-SCAN-USER-DISTRICTS
003395         THRU 1820-EXIT
003396         VARYING BR0400-AUTH-IX FROM 1 BY 1
003397         UNTIL BR0400-AUTH-IX > OA-DISTRICT-COUNT
003398         OR BR0400-AUTH-IX > 10
003399         OR BR0400-IN-SCOPE.
003400 1810-EXIT.
003401     EXIT.
003402*
003403 1820-SCAN-USER-DISTRICTS.
003404     IF OA-DISTRICT-ID (BR0400-AUTH-IX) = BR0400-CHECK-DISTRICT
003405         MOVE 'Y' TO BR0400-SCOPE-SW
003406     END-IF.
003407 1820-EXIT.
003408     EXIT.
003409*
003410 2000-PROCESS-ACTION.
003411     MOVE MT-BRANCH-ID TO BM-BRANCH-ID.
003412     READ BRANCH-MASTER-FILE
003413         KEY IS BM-BRANCH-ID
003414     END-READ.
003415     IF BR0400-MASTER-OK
003416         MOVE 'Y' TO BR0400-BEFORE-SW
003417         MOVE BM-BRANCH-MASTER-RECORD TO BR0400-BEFORE-IMAGE
003418     ELSE
003419         MOVE 'N' TO BR0400-BEFORE-SW
003420         MOVE SPACES TO BR0400-BEFORE-IMAGE
003421     END-IF.
003422     IF MT-ACTION-ADD
003423         PERFORM 2100-ADD-BRANCH
003424             THRU 2100-EXIT
003425     ELSE
003426         IF MT-ACTION-UPDATE
003427             PERFORM 2200-UPDATE-BRANCH
003428                 THRU 2200-EXIT
003429         ELSE
003430             PERFORM 2300-DEACTIVATE-BRANCH
003431                 THRU 2300-EXIT
003440         END-IF
003450     END-IF.
003460 2000-EXIT.
003530             THRU 8000-EXIT
003540         GO TO 2100-EXIT
003550     END-IF.
003551     PERFORM 1770-VALIDATE-GEOCODE
003552         THRU 1770-EXIT.
003553     IF NOT BR0400-REQUEST-VALID
003554         GO TO 2100-EXIT
003555     END-IF.
003560     MOVE MT-BRANCH-ID TO BM-BRANCH-ID.
003570     MOVE 'A' TO BM-BRANCH-STATUS.
003580     PERFORM 2400-MOVE-REQUEST-TO-MASTER
003820             THRU 8000-EXIT
003830         GO TO 2200-EXIT
003840     END-IF.
003841     IF BM-STAT-ACTIVE
003842         AND (MT-BR-POSTAL-CODE NOT = BM-BR-POSTAL-CODE
003843             OR MT-BR-GEO-LATT NOT = BM-BR-GEO-LATT
003844             OR MT-BR-GEO-LONG NOT = BM-BR-GEO-LONG)
003845         PERFORM 1770-VALIDATE-GEOCODE
003846             THRU 1770-EXIT
003847         IF NOT BR0400-REQUEST-VALID
003848             GO TO 2200-EXIT
003849         END-IF
003850     END-IF.
003851     PERFORM 9610-SAVE-OLD-GEO-CELLS
003860         THRU 9610-EXIT.
003870     PERFORM 2400-MOVE-REQUEST-TO-MASTER
003880         THRU 2400-EXIT.
004510         VARYING BR0400-SVC-IX FROM 1 BY 1
004520         UNTIL BR0400-SVC-IX > 5.
004530     MOVE MT-DISTRICT-ID TO BM-DISTRICT-ID.
004535     MOVE MT-TIME-ZONE-ID TO BM-TIME-ZONE-ID.
004540     MOVE BR0400-RUN-DATE TO BM-LAST-UPDATE-DATE.
004550     MOVE BR0400-RUN-TIME TO BM-LAST-UPDATE-TIME.
004560     MOVE MT-UPDATE-USER TO BM-LAST-UPDATE-USER.
004720         TO BM-SVC-TYPE-CD (BR0400-SVC-IX).
004730 2420-EXIT.
004740     EXIT.
004741*
004742 2500-QUEUE-CHANGE.
004743     MOVE MT-BRANCH-ID TO BM-BRANCH-ID.
004744     READ BRANCH-MASTER-FILE
004745         KEY IS BM-BRANCH-ID
004746     END-READ.
004747     IF MT-ACTION-ADD
004748         AND BR0400-MASTER-OK
004749             MOVE 0010 TO BR0400-LOOKUP-CODE
004750             PERFORM 8000-LOOKUP-MESSAGE
004751                 THRU 8000-EXIT
004752             GO TO 2500-EXIT
004753     END-IF.
004754     IF NOT MT-ACTION-ADD
004755         AND NOT BR0400-MASTER-OK
004756             MOVE 0008 TO BR0400-LOOKUP-CODE
004757             PERFORM 8000-LOOKUP-MESSAGE
004758                 THRU 8000-EXIT
004759             GO TO 2500-EXIT
004760     END-IF.
004761     OPEN I-O PENDING-MAINT-FILE.
004762     IF BR0400-PENDING-NEW-FILE
004763         OPEN OUTPUT PENDING-MAINT-FILE
004764         CLOSE PENDING-MAINT-FILE
004765         OPEN I-O PENDING-MAINT-FILE
004766     END-IF.
004767     IF NOT BR0400-PENDING-OK
004768         MOVE 0035 TO BR0400-LOOKUP-CODE
004769         PERFORM 8000-LOOKUP-MESSAGE
004770             THRU 8000-EXIT
004771         MOVE 'BRANPEND' TO MT-PROPERTYNAME
004772         GO TO 2500-EXIT
004773     END-IF.
004774     PERFORM 2510-FIND-NEXT-SEQ
004775         THRU 2510-EXIT.
004776     MOVE MT-BRANCH-ID TO PM-BRANCH-ID.
004777     MOVE MT-EFFECTIVE-DATE TO PM-EFFECTIVE-DATE.
004778     MOVE BR0400-NEXT-SEQ TO PM-SEQ-NO.
004779     MOVE 'P' TO PM-PEND-STATUS.
004780     MOVE MT-ACTION TO PM-ACTION.
004781     MOVE BR0400-RUN-DATE TO PM-QUEUED-DATE.
004782     MOVE BR0400-RUN-TIME TO PM-QUEUED-TIME.
004783     MOVE MT-UPDATE-USER TO PM-QUEUED-USER.
004784     MOVE SPACES TO PM-FAIL-DATE.
004785     MOVE ZERO TO PM-FAIL-CODE.
004786     MOVE SPACES TO PM-FAIL-MESSAGE.
004787     MOVE SPACES TO PM-FAIL-DESC.
004788     MOVE BRANCHMNTRQ TO PM-REQUEST-IMAGE.
004789     WRITE PM-PENDING-RECORD.
004790     IF BR0400-PENDING-OK
004791         MOVE 0032 TO BR0400-LOOKUP-CODE
004792         MOVE MT-BRANCH-ID TO MT-RS-BRANCH-ID
004793         MOVE MT-EFFECTIVE-DATE TO MT-RS-EFFECTIVE-DATE
004794         MOVE BR0400-NEXT-SEQ TO MT-RS-PENDING-SEQ
004795     ELSE
004796         MOVE 0035 TO BR0400-LOOKUP-CODE
004797         MOVE 'BRANPEND' TO MT-PROPERTYNAME
004798     END-IF.
004799     CLOSE PENDING-MAINT-FILE.
004800     PERFORM 8000-LOOKUP-MESSAGE
004801         THRU 8000-EXIT.
004802 2500-EXIT.
004803     EXIT.
004804*
004805 2510-FIND-NEXT-SEQ.
004806     MOVE 1 TO BR0400-NEXT-SEQ.
004807     MOVE MT-BRANCH-ID TO PM-BRANCH-ID.
004808     MOVE MT-EFFECTIVE-DATE TO PM-EFFECTIVE-DATE.
004809     MOVE ZERO TO PM-SEQ-NO.
004810     START PENDING-MAINT-FILE
004811         KEY IS NOT LESS THAN PM-KEY
004812     END-START.
004813     IF NOT BR0400-PENDING-OK
004814         GO TO 2510-EXIT
004815     END-IF.
004816     MOVE 'N' TO BR0400-SEQ-DONE-SW.
004817     PERFORM 2520-READ-NEXT-SEQ
004818         THRU 2520-EXIT
004819         UNTIL BR0400-SEQ-DONE.
004820 2510-EXIT.
004821     EXIT.
004822*
004823 2520-READ-NEXT-SEQ.
004824     READ PENDING-MAINT-FILE NEXT RECORD
004825         AT END
004826             MOVE 'Y' TO BR0400-SEQ-DONE-SW
004827             GO TO 2520-EXIT
004828     END-READ.
004829     IF NOT BR0400-PENDING-OK
004830         OR PM-BRANCH-ID NOT = MT-BRANCH-ID
004831         OR PM-EFFECTIVE-DATE NOT = MT-EFFECTIVE-DATE
004832             MOVE 'Y' TO BR0400-SEQ-DONE-SW
004833             GO TO 2520-EXIT
004834     END-IF.
004835     COMPUTE BR0400-NEXT-SEQ = PM-SEQ-NO + 1.
004836 2520-EXIT.
004837     EXIT.
004838*
004839 8000-LOOKUP-MESSAGE.
004840     MOVE ZERO TO BR0400-MSG-IX.
004841     PERFORM 8010-SCAN-CATALOG
004842         THRU 8010-EXIT
004843         VARYING BR0400-MSG-IX FROM 1 BY 1
004844         UNTIL BR0400-MSG-IX > 51
004845         OR BR-MSG-CODE (BR0400-MSG-IX) = BR0400-LOOKUP-CODE.
004846     IF BR0400-MSG-IX NOT > 51
004847         MOVE BR-MSG-CODE (BR0400-MSG-IX) TO MT-STATUSCODE
004850         MOVE BR-MSG-SEVERITY (BR0400-MSG-IX) TO MT-SEVERITY
004860         MOVE BR-MSG-TEXT (BR0400-MSG-IX) TO MT-STATUSMESSAGE
004870     END-IF.
005080         CLOSE DISTRICT-FILE
005090         MOVE 'N' TO BR0400-DISTRICT-OPEN-SW
005100     END-IF.
005101     IF BR0400-ZONE-FILE-OPEN
005102         CLOSE ZONE-RULE-FILE
005103         MOVE 'N' TO BR0400-ZONE-OPEN-SW
005104     END-IF.
005105     IF BR0400-CENTROID-FILE-OPEN
005106         CLOSE POSTAL-CENTROID-FILE
005107         MOVE 'N' TO BR0400-CENTROID-OPEN-SW
005108     END-IF.
005109     IF BR0400-AUTH-FILE-OPEN
005110         CLOSE OPERATOR-AUTH-FILE
005111         MOVE 'N' TO BR0400-AUTH-OPEN-SW
005112     END-IF.
005113     IF BR0400-VIOLATION-FILE-OPEN
005114         CLOSE VIOLATION-LOG-FILE
005115         MOVE 'N' TO BR0400-VIOLATION-OPEN-SW
005116     END-IF.
005117 9000-EXIT.
005120     EXIT.
005130*
005140 9500-WRITE-INTERFACE-RECORD.
005330         VARYING BR0400-HRS-IX FROM 1 BY 1
005340         UNTIL BR0400-HRS-IX > 7.
005350     MOVE BM-DISTRICT-ID TO MO-DISTRICT-ID.
005355     MOVE BM-TIME-ZONE-ID TO MO-TIME-ZONE-ID.
005360     WRITE MO-MAINT-INTERFACE-RECORD.
005370 9500-EXIT.
005380     EXIT.
006140     WRITE MJ-MAINT-JOURNAL-RECORD.
006150 9700-EXIT.
006160     EXIT.
006170*
006180 9800-WRITE-VIOLATION.
006190     IF NOT BR0400-VIOLATION-FILE-OPEN
006200         GO TO 9800-EXIT
006210     END-IF.
006220     MOVE BR0400-RUN-DATE TO SV-VIOLATION-DATE.
006230     MOVE BR0400-RUN-TIME TO SV-VIOLATION-TIME.
006240     MOVE MT-UPDATE-USER TO SV-USER-ID.
006250     MOVE 'BR0400' TO SV-PROGRAM-ID.
006260     MOVE MT-ACTION TO SV-ACTION.
006270     EVALUATE TRUE
006280         WHEN MT-ACTION-ADD
006290             MOVE 'BRANCH ADD' TO SV-ACTION-DESC
006300         WHEN MT-ACTION-UPDATE
006310             MOVE 'BRANCH UPDATE' TO SV-ACTION-DESC
006320         WHEN OTHER
006330             MOVE 'BRANCH DEACTIVATE' TO SV-ACTION-DESC
006340     END-EVALUATE.
006350     MOVE MT-BRANCH-ID TO SV-BRANCH-ID.
006360     MOVE BR0400-CHECK-DISTRICT TO SV-DISTRICT-ID.
006370     MOVE BR0400-DENY-REASON TO SV-REASON.
006380     MOVE BR0400-DENY-DESC TO SV-REASON-DESC.
006390     WRITE SV-VIOLATION-RECORD.
006400 9800-EXIT.
006410     EXIT.
