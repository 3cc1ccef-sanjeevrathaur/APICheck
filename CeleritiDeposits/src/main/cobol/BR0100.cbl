001490*               ONLY HELD ON A FIRST CALL ANYWAY.  BLANK MODE IS
001500*               THE OLD OPEN-AND-CLOSE-PER-CALL BEHAVIOR.
001510*               CATALOG BOUND NOW 30.
001511*  101526  MO   BRANCH LOCAL TIME.  THE INQUIRY MOMENT IS TAKEN IN
001512*               RQ-INQUIRY-ZONE (SPACES = DATA CENTRE CLOCK) AND
001513*               CONVERTED THROUGH THE BRANTZRL ZONE RULES TO EACH
001514*               BRANCH'S BM-TIME-ZONE-ID BEFORE THE HOLIDAY,
001515*               OPEN-NOW, EMERGENCY, NEXT-OPENING AND NEXT-SLOT
001516*               TESTS.  THE BRANCH ZONE AND ITS LOCAL DATE/TIME
001517*               COME BACK ON EVERY RESPONSE ENTRY.  AN UNKNOWN
001518*               INQUIRY ZONE REJECTS WITH 0030.  CATALOG BOUND
001519*               NOW 31.
001520*  101526  MO   BRANCH ATTRIBUTES.  NEW BRANCHRQ FILTERS
001521*               RQ-WHEELCHAIR-FILTER, RQ-PARKING-FILTER,
001522*               RQ-SAFE-DEPOSIT-FILTER, RQ-NOTARY-FILTER AND
001523*               RQ-COIN-COUNTER-FILTER (Y = THE BRANCH MUST HAVE
001524*               IT) AND RQ-LANGUAGE (A BRLANG CODE THE BRANCH MUST
001525*               SPEAK) ARE CHECKED AGAINST THE BRANATTR ATTRIBUTE
001526*               FILE AND COMBINE WITH THE DISTANCE, TYPE, NAME AND
001527*               DISTRICT FILTERS.  A BRANCH WITH NO ATTRIBUTES ON
001528*               FILE FAILS ANY ATTRIBUTE FILTER.  PHONE, MANAGER,
001529*               THE FIVE INDICATORS AND LANGUAGES COME BACK ON
001530*               EVERY RESPONSE ENTRY, DIRECT INQUIRY INCLUDED, AND
001531*               SWAP ENTRY CARRIES THEM.  AN UNKNOWN LANGUAGE
001532*               REJECTS WITH 0050, AN ATTRIBUTE FILTER WITH NO
001533*               BRANATTR WITH 0049.  CATALOG BOUND NOW 51.
001534*----------------------------------------------------------------
001535 ENVIRONMENT DIVISION.
001540 CONFIGURATION SECTION.
001550 SOURCE-COMPUTER.  IBM-370.
001560 OBJECT-COMPUTER.  IBM-370.
001950         ACCESS MODE IS DYNAMIC
001960         RECORD KEY IS EC-BRANCH-ID
001970         FILE STATUS IS BR0100-EMRG-STATUS.
001971
001972     SELECT ZONE-RULE-FILE ASSIGN TO BRANTZRL
001973         ORGANIZATION IS INDEXED
001974         ACCESS MODE IS DYNAMIC
001975         RECORD KEY IS TR-KEY
001976         FILE STATUS IS BR0100-ZONE-STATUS.
001977
001978     SELECT ATTRIBUTE-FILE ASSIGN TO BRANATTR
001979         ORGANIZATION IS INDEXED
001980         ACCESS MODE IS DYNAMIC
001981         RECORD KEY IS AT-BRANCH-ID
001982         FILE STATUS IS BR0100-ATTR-STATUS.
001983*
001990 DATA DIVISION.
002000 FILE SECTION.
002010 FD  BRANCH-MASTER-FILE.
002190
002200 FD  EMERGENCY-FILE.
002210     COPY "BranchEmr.cpy".
002211
002212 FD  ZONE-RULE-FILE.
002213     COPY "BrTzRule.cpy".
002214
002215 FD  ATTRIBUTE-FILE.
002216     COPY "BrAttr.cpy".
002220*
002230 WORKING-STORAGE SECTION.
002240 77  BR0100-MASTER-STATUS             PIC X(02) VALUE SPACES.
003510     88  BR0100-EMRG-CLOSED           VALUE 'Y'.
003520 77  BR0100-HELD-SW                   PIC X(01) VALUE 'N'.
003530     88  BR0100-FILES-HELD            VALUE 'Y'.
003531 77  BR0100-ZONE-STATUS               PIC X(02) VALUE SPACES.
003532     88  BR0100-ZONE-OK               VALUE '00', '02'.
003533 77  BR0100-ZONE-OPEN-SW              PIC X(01) VALUE 'N'.
003534     88  BR0100-ZONE-FILE-OPEN        VALUE 'Y'.
003535 77  BR0100-TZ-RULE-SW                PIC X(01) VALUE 'N'.
003536     88  BR0100-TZ-RULE-FOUND         VALUE 'Y'.
003537 77  BR0100-TZ-DST-SW                 PIC X(01) VALUE 'N'.
003538     88  BR0100-TZ-IN-DST             VALUE 'Y'.
003539 77  BR0100-TZ-UTC-MINS          PIC S9(11) COMP-3 VALUE ZERO.
003540 77  BR0100-TZ-LCL-MINS          PIC S9(11) COMP-3 VALUE ZERO.
003541 77  BR0100-TZ-START-MINS        PIC S9(11) COMP-3 VALUE ZERO.
003542 77  BR0100-TZ-END-MINS          PIC S9(11) COMP-3 VALUE ZERO.
003543 77  BR0100-TZ-DAY-NUM           PIC S9(07) COMP-3 VALUE ZERO.
003544 77  BR0100-TZ-DAY-MINS          PIC S9(05) COMP-3 VALUE ZERO.
003545 77  BR0100-TZ-OFFSET-MINS       PIC S9(04) COMP-3 VALUE ZERO.
003546 01  BR0100-TZ-FROM.
003547     05  BR0100-TZ-FROM-ZONE          PIC X(04).
003548     05  BR0100-TZ-FROM-DATE          PIC X(08).
003549     05  BR0100-TZ-FROM-TIME          PIC X(04).
003550 01  BR0100-TZ-TO.
003551     05  BR0100-TZ-TO-ZONE            PIC X(04).
003552     05  BR0100-TZ-TO-DATE            PIC X(08).
003553     05  BR0100-TZ-TO-TIME            PIC X(04).
003554 01  BR0100-TZ-DATE-NUM               PIC 9(08) VALUE ZERO.
003555 01  BR0100-TZ-DATE-NUM-R REDEFINES BR0100-TZ-DATE-NUM.
003556     05  BR0100-TZ-DATE-YEAR          PIC 9(04).
003557     05  FILLER                      PIC X(04).
003558 01  BR0100-TZ-HHMM                   PIC 9(04) VALUE ZERO.
003559 01  BR0100-TZ-HHMM-R REDEFINES BR0100-TZ-HHMM.
003560     05  BR0100-TZ-HH                 PIC 9(02).
003561     05  BR0100-TZ-MM                 PIC 9(02).
003562 01  BR0100-INQ-STAMP.
003563     05  BR0100-INQ-STAMP-DATE        PIC X(08).
003564     05  BR0100-INQ-STAMP-TIME        PIC X(04).
003570     05  BR0100-INQ-STAMP-SEC         PIC X(02).
003580 77  BR0100-NAME-FILTER-SW            PIC X(01) VALUE 'N'.
003590     88  BR0100-NAME-FILTER-ON        VALUE 'Y'.
003620 77  BR0100-NAME-LEN                  PIC 9(02) COMP VALUE ZERO.
003630 77  BR0100-NAME-IX                   PIC 9(02) COMP VALUE ZERO.
003640 77  BR0100-NAME-POS                  PIC 9(02) COMP VALUE ZERO.
003641 77  BR0100-ATTR-STATUS               PIC X(02) VALUE SPACES.
003642     88  BR0100-ATTR-OK               VALUE '00', '02'.
003643 77  BR0100-ATTR-OPEN-SW              PIC X(01) VALUE 'N'.
003644     88  BR0100-ATTR-FILE-OPEN        VALUE 'Y'.
003645 77  BR0100-ATTR-FILTER-SW            PIC X(01) VALUE 'N'.
003646     88  BR0100-ATTR-FILTER-ON        VALUE 'Y'.
003647 77  BR0100-ATTR-MATCH-SW             PIC X(01) VALUE 'Y'.
003648     88  BR0100-ATTR-MATCHES          VALUE 'Y'.
003649 77  BR0100-ATTR-FOUND-SW             PIC X(01) VALUE 'N'.
003650     88  BR0100-ATTR-FOUND            VALUE 'Y'.
003651 01  BR0100-ATTR-READ-ID              PIC X(06) VALUE SPACES.
003652 77  BR0100-LANG-SW                   PIC X(01) VALUE 'N'.
003653     88  BR0100-LANG-FOUND            VALUE 'Y'.
003654 77  BR0100-LANG-IX                   PIC 9(02) COMP VALUE ZERO.
003655 77  BR0100-LANG-CAT-IX               PIC 9(02) COMP VALUE ZERO.
003656     COPY "BrLang.cpy".
003657 01  BR0100-AUDIT-DATE                PIC X(08).
003660 01  BR0100-AUDIT-TIME                PIC X(06).
003670 01  BR0100-SWAP-ENTRY.
003680     05  BR0100-SWAP-ID               PIC X(06).
003840     05  BR0100-SWAP-NEXT-OPEN-TIME   PIC 9(04).
003850     05  BR0100-SWAP-NEXT-APPT-DATE   PIC X(08).
003860     05  BR0100-SWAP-NEXT-APPT-TIME   PIC 9(04).
003861     05  BR0100-SWAP-TIME-ZONE        PIC X(04).
003862     05  BR0100-SWAP-LOCAL-DATE       PIC X(08).
003863     05  BR0100-SWAP-LOCAL-TIME       PIC X(04).
003864     05  BR0100-SWAP-PHONE            PIC X(20).
003865     05  BR0100-SWAP-MANAGER-NAME     PIC X(30).
003866     05  BR0100-SWAP-FACILITY-INDS    PIC X(05).
003867     05  BR0100-SWAP-LANGUAGE-COUNT   PIC 9(02).
003868     05  BR0100-SWAP-LANGUAGE-CD OCCURS 5 TIMES
003869                                      PIC X(03).
003870*
003880 LINKAGE SECTION.
003890 01  BR0100-PARM.
004510     MOVE 'N' TO BR0100-GEO-FILTER-SW.
004520     MOVE 'N' TO BR0100-POSTAL-GEO-SW.
004530     MOVE 'N' TO BR0100-NAME-FILTER-SW.
004532     MOVE 'N' TO BR0100-ATTR-FILTER-SW.
004534     MOVE SPACES TO BR0100-ATTR-READ-ID.
004540     IF BR0100-FILES-HELD
004550         GO TO 1000-POSITION
004560     END-IF.
005060     IF BR0100-EMRG-OK
005070         MOVE 'Y' TO BR0100-EMRG-OPEN-SW
005080     END-IF.
005081     OPEN INPUT ZONE-RULE-FILE.
005082     IF BR0100-ZONE-OK
005083         MOVE 'Y' TO BR0100-ZONE-OPEN-SW
005084     END-IF.
005085     OPEN INPUT ATTRIBUTE-FILE.
005086     IF BR0100-ATTR-OK
005087         MOVE 'Y' TO BR0100-ATTR-OPEN-SW
005088     END-IF.
005090     IF RQ-MODE-PERSISTENT
005100         MOVE 'Y' TO BR0100-HELD-SW
005110     END-IF.
005760                 TO MESSAGEDESCRIPTION
005770         END-IF
005780     END-IF.
005781     IF BR0100-REQUEST-VALID
005782         AND RQ-INQUIRY-ZONE NOT = SPACES
005783         AND RQ-INQUIRY-ZONE NOT = 'HOST'
005784         AND BR0100-ZONE-FILE-OPEN
005785         MOVE RQ-INQUIRY-ZONE TO TR-ZONE-ID
005786         MOVE ZERO TO TR-RULE-YEAR
005787         START ZONE-RULE-FILE
005788             KEY NOT LESS THAN TR-KEY
005789         END-START
005790         IF BR0100-ZONE-OK
005791             READ ZONE-RULE-FILE NEXT RECORD
005792                 AT END
005793                     MOVE '10' TO BR0100-ZONE-STATUS
005794             END-READ
005795         END-IF
005796         IF NOT BR0100-ZONE-OK
005797             OR TR-ZONE-ID NOT = RQ-INQUIRY-ZONE
005798             MOVE 'N' TO BR0100-VALID-SW
005799             MOVE 0030 TO BR0100-LOOKUP-CODE
005800             PERFORM 8000-LOOKUP-MESSAGE
005801                 THRU 8000-EXIT
005802             MOVE 'RQ-INQUIRY-ZONE' TO PROPERTYNAME
005803             MOVE 'NO ZONE RULES ON FILE' TO MESSAGEDESCRIPTION
005804         END-IF
005805     END-IF.
005806     IF BR0100-REQUEST-VALID
005807         PERFORM 1700-VALIDATE-ATTR-FILTERS
005808             THRU 1700-EXIT
005809     END-IF.
005810 1500-EXIT.
005811     EXIT.
005812*
005820 1600-VALIDATE-TYPE.
005830     MOVE 'N' TO BR0100-TYPE-VALID-SW.
005840     MOVE ZERO TO BR0100-VLD-IX.
006040     END-IF.
006050 1610-EXIT.
006060     EXIT.
006061*
006062*----------------------------------------------------------------
006063*  ANY OF THE FIVE FACILITY FILTERS SET TO Y, OR A LANGUAGE,
006064*  TURNS ON THE ATTRIBUTE FILTER.  THE LANGUAGE MUST BE ON THE
006065*  BRLANG TABLE, AND WITH NO BRANATTR FILE NO BRANCH COULD PASS.
006066*----------------------------------------------------------------
006067 1700-VALIDATE-ATTR-FILTERS.
006068     IF NOT RQ-FILTER-WHEELCHAIR
006069         AND NOT RQ-FILTER-PARKING
006070         AND NOT RQ-FILTER-SAFE-DEPOSIT
006071         AND NOT RQ-FILTER-NOTARY
006072         AND NOT RQ-FILTER-COIN-COUNTER
006073         AND RQ-LANGUAGE = SPACES
006074         GO TO 1700-EXIT
006075     END-IF.
006076     MOVE 'Y' TO BR0100-ATTR-FILTER-SW.
006077     IF RQ-LANGUAGE NOT = SPACES
006078         MOVE 'N' TO BR0100-LANG-SW
006079         PERFORM 1710-SCAN-LANGUAGE-CATALOG
006080             THRU 1710-EXIT
006081             VARYING BR0100-LANG-CAT-IX FROM 1 BY 1
006082             UNTIL BR0100-LANG-CAT-IX > 16
006083             OR BR0100-LANG-FOUND
006084         IF NOT BR0100-LANG-FOUND
006085             MOVE 'N' TO BR0100-VALID-SW
006086             MOVE 0050 TO BR0100-LOOKUP-CODE
006087             PERFORM 8000-LOOKUP-MESSAGE
006088                 THRU 8000-EXIT
006089             MOVE 'RQ-LANGUAGE' TO PROPERTYNAME
006090             MOVE 'NOT ON LANGUAGE REFERENCE TABLE'
006091                 TO MESSAGEDESCRIPTION
006092             GO TO 1700-EXIT
006093         END-IF
006094     END-IF.
006095     IF NOT BR0100-ATTR-FILE-OPEN
006096         MOVE 'N' TO BR0100-VALID-SW
006097         MOVE 0049 TO BR0100-LOOKUP-CODE
006098         PERFORM 8000-LOOKUP-MESSAGE
006099             THRU 8000-EXIT
006100         MOVE 'BRANATTR' TO PROPERTYNAME
006101         MOVE 'NEEDED FOR AN ATTRIBUTE FILTER'
006102             TO MESSAGEDESCRIPTION
006103     END-IF.
006104 1700-EXIT.
006105     EXIT.
006106*
006107 1710-SCAN-LANGUAGE-CATALOG.
006108     IF BR-LANG-CODE (BR0100-LANG-CAT-IX) = RQ-LANGUAGE
006109         MOVE 'Y' TO BR0100-LANG-SW
006110     END-IF.
006111 1710-EXIT.
006112     EXIT.
006113*
006114 1800-RESOLVE-POSTAL-CODE.
006115     IF RQ-POSTALCODE = SPACES
006116         OR (RQ-LATITUDE NOT = SPACES
006117             AND RQ-LONGITUDEPE NOT = SPACES)
006120         OR RQ-DISTANCE = SPACES
006130         OR RQ-DISTANCE = ZEROS
006140         GO TO 1800-EXIT
007950         PERFORM 2170-CHECK-NAME-MATCH
007960             THRU 2170-EXIT
007970     END-IF.
007971     MOVE 'Y' TO BR0100-ATTR-MATCH-SW.
007972     IF BR0100-ATTR-FILTER-ON
007973         PERFORM 2190-CHECK-ATTRIBUTES
007974             THRU 2190-EXIT
007975     END-IF.
007980     IF BM-STAT-ACTIVE
007990         AND BR0100-TYPE-MATCHES
008000         AND BR0100-NAME-MATCHES
008005         AND BR0100-ATTR-MATCHES
008010         AND (RQ-DISTRICT = SPACES
008020             OR BM-DISTRICT-ID = RQ-DISTRICT)
008030             ADD 1 TO RS-BR-CNT
008390         PERFORM 2170-CHECK-NAME-MATCH
008400             THRU 2170-EXIT
008410     END-IF.
008411     MOVE 'Y' TO BR0100-ATTR-MATCH-SW.
008412     IF BR0100-ATTR-FILTER-ON
008413         PERFORM 2190-CHECK-ATTRIBUTES
008414             THRU 2190-EXIT
008415     END-IF.
008420     IF BM-STAT-ACTIVE
008430         AND BR0100-TYPE-MATCHES
008440         AND BR0100-NAME-MATCHES
008445         AND BR0100-ATTR-MATCHES
008450         AND (RQ-DISTRICT = SPACES
008460             OR BM-DISTRICT-ID = RQ-DISTRICT)
008470             ADD 1 TO RS-BR-CNT
008930     END-IF.
008940 2180-EXIT.
008950     EXIT.
008951*
008952*----------------------------------------------------------------
008953*  THE BRANCH MUST HAVE EVERY FACILITY ASKED FOR (INDICATOR Y) AND
008954*  SPEAK RQ-LANGUAGE WHEN ONE IS GIVEN.  NO BRANATTR ENTRY FAILS.
008955*----------------------------------------------------------------
008956 2190-CHECK-ATTRIBUTES.
008957     MOVE 'N' TO BR0100-ATTR-MATCH-SW.
008958     PERFORM 2290-READ-ATTRIBUTES
008959         THRU 2290-EXIT.
008960     IF NOT BR0100-ATTR-FOUND
008961         GO TO 2190-EXIT
008962     END-IF.
008963     IF RQ-FILTER-WHEELCHAIR
008964         AND NOT AT-WHEELCHAIR-ACCESS
008965         GO TO 2190-EXIT
008966     END-IF.
008967     IF RQ-FILTER-PARKING
008968         AND NOT AT-HAS-PARKING
008969         GO TO 2190-EXIT
008970     END-IF.
008971     IF RQ-FILTER-SAFE-DEPOSIT
008972         AND NOT AT-HAS-SAFE-DEPOSIT
008973         GO TO 2190-EXIT
008974     END-IF.
008975     IF RQ-FILTER-NOTARY
008976         AND NOT AT-HAS-NOTARY
008977         GO TO 2190-EXIT
008978     END-IF.
008979     IF RQ-FILTER-COIN-COUNTER
008980         AND NOT AT-HAS-COIN-COUNTER
008981         GO TO 2190-EXIT
008982     END-IF.
008983     IF RQ-LANGUAGE NOT = SPACES
008984         MOVE 'N' TO BR0100-LANG-SW
008985         PERFORM 2195-SCAN-BRANCH-LANGUAGES
008986             THRU 2195-EXIT
008987             VARYING BR0100-LANG-IX FROM 1 BY 1
008988             UNTIL BR0100-LANG-IX > AT-LANGUAGE-COUNT
008989             OR BR0100-LANG-IX > 5
008990             OR BR0100-LANG-FOUND
008991         IF NOT BR0100-LANG-FOUND
008992             GO TO 2190-EXIT
008993         END-IF
008994     END-IF.
008995     MOVE 'Y' TO BR0100-ATTR-MATCH-SW.
008996 2190-EXIT.
008997     EXIT.
008998*
008999 2195-SCAN-BRANCH-LANGUAGES.
009000     IF AT-LANGUAGE-CD (BR0100-LANG-IX) = RQ-LANGUAGE
009001         MOVE 'Y' TO BR0100-LANG-SW
009002     END-IF.
009003 2195-EXIT.
009004     EXIT.
009005*
009006 2100-READ-NEXT-MASTER.
009007     READ BRANCH-MASTER-FILE NEXT RECORD
009008         AT END
009009             MOVE 'Y' TO BR0100-EOF-SW
009010     END-READ.
009020 2100-EXIT.
009030     EXIT.
009130     MOVE ZERO               TO RS-BR-DISTANCE (RS-BR-CNT).
009140     MOVE SPACES TO RS-BR-NEXT-APPT-DATE (RS-BR-CNT).
009150     MOVE ZERO TO RS-BR-NEXT-APPT-TIME (RS-BR-CNT).
009152     PERFORM 2280-MOVE-ATTRIBUTES
009154         THRU 2280-EXIT.
009156     PERFORM 2230-DERIVE-LOCAL-MOMENT
009158         THRU 2230-EXIT.
009160     PERFORM 2210-MOVE-WORKING-HOURS
009170         THRU 2210-EXIT
009180         VARYING BR0100-HRS-IX FROM 1 BY 1
009370         TO RS-BR-CLOSE-HRS (RS-BR-CNT, BR0100-HRS-IX).
009380 2210-EXIT.
009390     EXIT.
009391*
009392*----------------------------------------------------------------
009393*  THE INQUIRY MOMENT AS WALL-CLOCK TIME AT THIS BRANCH.  EVERY
009394*  HOURS TEST BELOW RUNS AGAINST IT, SINCE BM-OPEN-HRS/CLOSE-HRS,
009395*  HOLIDAY DATES AND EMERGENCY WINDOWS ARE ALL BRANCH LOCAL.
009396*----------------------------------------------------------------
009397 2230-DERIVE-LOCAL-MOMENT.
009398     MOVE RQ-INQUIRY-ZONE TO BR0100-TZ-FROM-ZONE.
009399     MOVE RQ-INQUIRY-DATE TO BR0100-TZ-FROM-DATE.
009400     MOVE RQ-INQUIRY-TIME TO BR0100-TZ-FROM-TIME.
009401     MOVE BM-TIME-ZONE-ID TO BR0100-TZ-TO-ZONE.
009402     PERFORM 7100-CONVERT-ZONE-TIME
009403         THRU 7100-EXIT.
009404     MOVE BR0100-TZ-TO-ZONE TO RS-BR-TIME-ZONE (RS-BR-CNT).
009405     MOVE BR0100-TZ-TO-DATE TO RS-BR-LOCAL-DATE (RS-BR-CNT).
009406     MOVE BR0100-TZ-TO-TIME TO RS-BR-LOCAL-TIME (RS-BR-CNT).
009407 2230-EXIT.
009408     EXIT.
009409*
009410 2250-CHECK-HOLIDAY.
009420     MOVE 'N' TO RS-BR-HOLIDAY-IND (RS-BR-CNT).
009430     MOVE SPACES TO RS-BR-HOLIDAY-DESC (RS-BR-CNT).
009440     IF BR0100-HOLIDAY-FILE-OPEN
009450         AND RS-BR-LOCAL-DATE (RS-BR-CNT) NOT = SPACES
009460             MOVE RS-BR-ID (RS-BR-CNT) TO BH-BRANCH-ID
009470             MOVE RS-BR-LOCAL-DATE (RS-BR-CNT) TO BH-HOLIDAY-DATE
009480             READ BRANCH-HOLIDAY-FILE
009490                 KEY IS BH-KEY
009500             END-READ
009930     MOVE SPACE TO RS-BR-OPEN-NOW-IND (RS-BR-CNT).
009940     MOVE SPACES TO RS-BR-NEXT-OPEN-DAY (RS-BR-CNT).
009950     MOVE ZERO TO RS-BR-NEXT-OPEN-TIME (RS-BR-CNT).
009960     IF RS-BR-LOCAL-DATE (RS-BR-CNT) NOT NUMERIC
009970         OR RS-BR-LOCAL-TIME (RS-BR-CNT) NOT NUMERIC
009980         GO TO 2270-EXIT
009990     END-IF.
010000     COMPUTE BR0100-INQ-DAY-NUM =
010010         FUNCTION INTEGER-OF-DATE (FUNCTION NUMVAL
010020             (RS-BR-LOCAL-DATE (RS-BR-CNT))).
010030     IF BR0100-INQ-DAY-NUM = ZERO
010040         GO TO 2270-EXIT
010050     END-IF.
010060     MOVE RS-BR-LOCAL-TIME (RS-BR-CNT) TO BR0100-INQ-TIME-NUM.
010070     MOVE 'N' TO RS-BR-OPEN-NOW-IND (RS-BR-CNT).
010080     PERFORM 2275-CHECK-EMERGENCY
010090         THRU 2275-EXIT.
011270     IF NOT BR0100-EMRG-OK
011280         GO TO 2275-EXIT
011290     END-IF.
011300     MOVE RS-BR-LOCAL-DATE (RS-BR-CNT) TO BR0100-INQ-STAMP-DATE.
011310     MOVE RS-BR-LOCAL-TIME (RS-BR-CNT) TO BR0100-INQ-STAMP-TIME.
011320     MOVE '00' TO BR0100-INQ-STAMP-SEC.
011330     IF BR0100-INQ-STAMP NOT LESS THAN EC-START-STAMP
011340         AND BR0100-INQ-STAMP NOT GREATER THAN EC-END-STAMP
011360     END-IF.
011370 2275-EXIT.
011380     EXIT.
011381*
011382*----------------------------------------------------------------
011383*  PHONE, MANAGER, FACILITY INDICATORS AND LANGUAGES FROM
011384*  BRANATTR.  THE RECORD MAY ALREADY BE IN THE AREA FROM THE
011385*  FILTER CHECK.  A BRANCH WITH NO ATTRIBUTES ON FILE COMES
011386*  BACK SPACES/ZERO.
011387*----------------------------------------------------------------
011388 2280-MOVE-ATTRIBUTES.
011389     IF BR0100-ATTR-READ-ID NOT = BM-BRANCH-ID
011390         PERFORM 2290-READ-ATTRIBUTES
011391             THRU 2290-EXIT
011392     END-IF.
011393     IF NOT BR0100-ATTR-FOUND
011394         MOVE SPACES TO AT-BRANCH-ATTR-RECORD
011395         MOVE ZERO TO AT-LANGUAGE-COUNT
011396     END-IF.
011397     MOVE AT-PHONE TO RS-BR-PHONE (RS-BR-CNT).
011398     MOVE AT-MANAGER-NAME TO RS-BR-MANAGER-NAME (RS-BR-CNT).
011399     MOVE AT-WHEELCHAIR-IND TO RS-BR-WHEELCHAIR-IND (RS-BR-CNT).
011400     MOVE AT-PARKING-IND TO RS-BR-PARKING-IND (RS-BR-CNT).
011401     MOVE AT-SAFE-DEPOSIT-IND
011402         TO RS-BR-SAFE-DEPOSIT-IND (RS-BR-CNT).
011403     MOVE AT-NOTARY-IND TO RS-BR-NOTARY-IND (RS-BR-CNT).
011404     MOVE AT-COIN-COUNTER-IND
011405         TO RS-BR-COIN-COUNTER-IND (RS-BR-CNT).
011406     MOVE AT-LANGUAGE-COUNT TO RS-BR-LANGUAGE-COUNT (RS-BR-CNT).
011407     PERFORM 2285-MOVE-LANGUAGE
011408         THRU 2285-EXIT
011409         VARYING BR0100-LANG-IX FROM 1 BY 1
011410         UNTIL BR0100-LANG-IX > 5.
011411 2280-EXIT.
011412     EXIT.
011413*
011414 2285-MOVE-LANGUAGE.
011415     MOVE AT-LANGUAGE-CD (BR0100-LANG-IX)
011416         TO RS-BR-LANGUAGE-CD (RS-BR-CNT, BR0100-LANG-IX).
011417 2285-EXIT.
011418     EXIT.
011419*
011420 2290-READ-ATTRIBUTES.
011421     MOVE 'N' TO BR0100-ATTR-FOUND-SW.
011422     MOVE BM-BRANCH-ID TO BR0100-ATTR-READ-ID.
011423     IF NOT BR0100-ATTR-FILE-OPEN
011424         GO TO 2290-EXIT
011425     END-IF.
011426     MOVE BM-BRANCH-ID TO AT-BRANCH-ID.
011427     READ ATTRIBUTE-FILE
011428         KEY IS AT-BRANCH-ID
011429     END-READ.
011430     IF BR0100-ATTR-OK
011431         MOVE 'Y' TO BR0100-ATTR-FOUND-SW
011432     END-IF.
011433 2290-EXIT.
011434     EXIT.
011435*
011436 7000-DERIVE-DAY-NAME.
011437     COMPUTE BR0100-DOW-IX =
011438         FUNCTION MOD (BR0100-DAY-WORK, 7).
011439     IF BR0100-DOW-IX = ZERO
011440         MOVE 7 TO BR0100-DOW-IX
011450     END-IF.
011460     MOVE BR0100-DAY-NAME (BR0100-DOW-IX) TO BR0100-TARGET-DAY.
011470 7000-EXIT.
011480     EXIT.
011481*
011482*----------------------------------------------------------------
011483*  CONVERT BR0100-TZ-FROM-DATE/TIME, WALL-CLOCK IN ZONE
011484*  BR0100-TZ-FROM-ZONE, INTO BR0100-TZ-TO-DATE/TIME IN ZONE
011485*  BR0100-TZ-TO-ZONE THROUGH UTC.  A BLANK ZONE IS THE DATA CENTRE
011486*  CLOCK (HOST).  WITH NO RULES ON FILE FOR EITHER ZONE THE MOMENT
011487*  IS PASSED THROUGH UNCHANGED.
011488*----------------------------------------------------------------
011489 7100-CONVERT-ZONE-TIME.
011490     MOVE BR0100-TZ-FROM-DATE TO BR0100-TZ-TO-DATE.
011491     MOVE BR0100-TZ-FROM-TIME TO BR0100-TZ-TO-TIME.
011492     IF BR0100-TZ-FROM-ZONE = SPACES
011493         MOVE 'HOST' TO BR0100-TZ-FROM-ZONE
011494     END-IF.
011495     IF BR0100-TZ-TO-ZONE = SPACES
011496         MOVE 'HOST' TO BR0100-TZ-TO-ZONE
011497     END-IF.
011498     IF BR0100-TZ-FROM-ZONE = BR0100-TZ-TO-ZONE
011499         OR NOT BR0100-ZONE-FILE-OPEN
011500         OR BR0100-TZ-FROM-DATE NOT NUMERIC
011501         OR BR0100-TZ-FROM-TIME NOT NUMERIC
011502         GO TO 7100-EXIT
011503     END-IF.
011504     COMPUTE BR0100-TZ-DAY-NUM =
011505         FUNCTION INTEGER-OF-DATE (FUNCTION NUMVAL
011506             (BR0100-TZ-FROM-DATE)).
011507     IF BR0100-TZ-DAY-NUM = ZERO
011508         GO TO 7100-EXIT
011509     END-IF.
011510     MOVE BR0100-TZ-FROM-TIME TO BR0100-TZ-HHMM.
011511     COMPUTE BR0100-TZ-LCL-MINS =
011512         BR0100-TZ-DAY-NUM * 1440
011513         + BR0100-TZ-HH * 60 + BR0100-TZ-MM.
011514     MOVE BR0100-TZ-FROM-ZONE TO TR-ZONE-ID.
011515     MOVE BR0100-TZ-FROM-DATE (1:4) TO TR-RULE-YEAR.
011516     PERFORM 7110-READ-ZONE-RULE
011517         THRU 7110-EXIT.
011518     IF NOT BR0100-TZ-RULE-FOUND
011519         GO TO 7100-EXIT
011520     END-IF.
011521     PERFORM 7120-LOCAL-TO-UTC
011522         THRU 7120-EXIT.
011523     COMPUTE BR0100-TZ-DAY-NUM = BR0100-TZ-UTC-MINS / 1440.
011524     COMPUTE BR0100-TZ-DATE-NUM =
011525         FUNCTION DATE-OF-INTEGER (BR0100-TZ-DAY-NUM).
011526     MOVE BR0100-TZ-TO-ZONE TO TR-ZONE-ID.
011527     MOVE BR0100-TZ-DATE-YEAR TO TR-RULE-YEAR.
011528     PERFORM 7110-READ-ZONE-RULE
011529         THRU 7110-EXIT.
011530     IF NOT BR0100-TZ-RULE-FOUND
011531         GO TO 7100-EXIT
011532     END-IF.
011533     PERFORM 7130-UTC-TO-LOCAL
011534         THRU 7130-EXIT.
011535 7100-EXIT.
011536     EXIT.
011537*
011538 7110-READ-ZONE-RULE.
011539     MOVE 'N' TO BR0100-TZ-RULE-SW.
011540     READ ZONE-RULE-FILE
011541         KEY IS TR-KEY
011542     END-READ.
011543     IF BR0100-ZONE-OK
011544         MOVE 'Y' TO BR0100-TZ-RULE-SW
011545     END-IF.
011546 7110-EXIT.
011547     EXIT.
011548*
011549 7120-LOCAL-TO-UTC.
011550     COMPUTE BR0100-TZ-UTC-MINS =
011551         BR0100-TZ-LCL-MINS - TR-DST-OFFSET-MINS.
011552     PERFORM 7140-TEST-DAYLIGHT
011553         THRU 7140-EXIT.
011554     IF NOT BR0100-TZ-IN-DST
011555         COMPUTE BR0100-TZ-UTC-MINS =
011556             BR0100-TZ-LCL-MINS - TR-STD-OFFSET-MINS
011557     END-IF.
011558 7120-EXIT.
011559     EXIT.
011560*
011561 7130-UTC-TO-LOCAL.
011562     PERFORM 7140-TEST-DAYLIGHT
011563         THRU 7140-EXIT.
011564     IF BR0100-TZ-IN-DST
011565         MOVE TR-DST-OFFSET-MINS TO BR0100-TZ-OFFSET-MINS
011566     ELSE
011567         MOVE TR-STD-OFFSET-MINS TO BR0100-TZ-OFFSET-MINS
011568     END-IF.
011569     COMPUTE BR0100-TZ-LCL-MINS =
011570         BR0100-TZ-UTC-MINS + BR0100-TZ-OFFSET-MINS.
011571     COMPUTE BR0100-TZ-DAY-NUM = BR0100-TZ-LCL-MINS / 1440.
011572     COMPUTE BR0100-TZ-DAY-MINS =
011573         BR0100-TZ-LCL-MINS - BR0100-TZ-DAY-NUM * 1440.
011574     COMPUTE BR0100-TZ-DATE-NUM =
011575         FUNCTION DATE-OF-INTEGER (BR0100-TZ-DAY-NUM).
011576     COMPUTE BR0100-TZ-HH = BR0100-TZ-DAY-MINS / 60.
011577     COMPUTE BR0100-TZ-MM =
011578         BR0100-TZ-DAY-MINS - BR0100-TZ-HH * 60.
011579     MOVE BR0100-TZ-DATE-NUM TO BR0100-TZ-TO-DATE.
011580     MOVE BR0100-TZ-HHMM TO BR0100-TZ-TO-TIME.
011581 7130-EXIT.
011582     EXIT.
011583*
011584*----------------------------------------------------------------
011585*  IS THE UTC MOMENT IN BR0100-TZ-UTC-MINS INSIDE THE DAYLIGHT
011586*  PERIOD OF THE RULE IN THE ZONE-RULE-FILE RECORD AREA?  THE
011587*  START IS PUBLISHED IN STANDARD LOCAL TIME AND THE END IN
011588*  DAYLIGHT LOCAL TIME.  A START AFTER THE END IS A SOUTHERN-
011589*  HEMISPHERE YEAR - DAYLIGHT RUNS FROM THE START TO NEW YEAR AND
011590*  FROM NEW YEAR TO THE END.
011591*----------------------------------------------------------------
011592 7140-TEST-DAYLIGHT.
011593     MOVE 'N' TO BR0100-TZ-DST-SW.
011594     IF TR-DST-START-DATE NOT NUMERIC
011595         OR TR-DST-END-DATE NOT NUMERIC
011596         OR TR-DST-START-TIME NOT NUMERIC
011597         OR TR-DST-END-TIME NOT NUMERIC
011598         GO TO 7140-EXIT
011599     END-IF.
011600     MOVE TR-DST-START-TIME TO BR0100-TZ-HHMM.
011601     COMPUTE BR0100-TZ-START-MINS =
011602         FUNCTION INTEGER-OF-DATE (FUNCTION NUMVAL
011603             (TR-DST-START-DATE)) * 1440
011604         + BR0100-TZ-HH * 60 + BR0100-TZ-MM
011605         - TR-STD-OFFSET-MINS.
011606     MOVE TR-DST-END-TIME TO BR0100-TZ-HHMM.
011607     COMPUTE BR0100-TZ-END-MINS =
011608         FUNCTION INTEGER-OF-DATE (FUNCTION NUMVAL
011609             (TR-DST-END-DATE)) * 1440
011610         + BR0100-TZ-HH * 60 + BR0100-TZ-MM
011611         - TR-DST-OFFSET-MINS.
011612     IF BR0100-TZ-START-MINS < BR0100-TZ-END-MINS
011613         IF BR0100-TZ-UTC-MINS NOT LESS THAN BR0100-TZ-START-MINS
011614             AND BR0100-TZ-UTC-MINS < BR0100-TZ-END-MINS
011615             MOVE 'Y' TO BR0100-TZ-DST-SW
011616         END-IF
011617     ELSE
011618         IF BR0100-TZ-UTC-MINS NOT LESS THAN BR0100-TZ-START-MINS
011619             OR BR0100-TZ-UTC-MINS < BR0100-TZ-END-MINS
011620             MOVE 'Y' TO BR0100-TZ-DST-SW
011621         END-IF
011622     END-IF.
011623 7140-EXIT.
011624     EXIT.
011625*
011626 3000-FILTER-AND-SORT.
011627     IF BR0100-GEO-FILTER-ON
011628         PERFORM 3200-CALC-ONE-DISTANCE
011629             THRU 3200-EXIT
011630             VARYING BR0100-DIST-IX FROM 1 BY 1
011631             UNTIL BR0100-DIST-IX > RS-BR-CNT
011632         PERFORM 3300-COMPACT-BY-RADIUS
011633             THRU 3300-EXIT
011634         PERFORM 3400-SORT-BY-DISTANCE
011635             THRU 3400-EXIT
011636     END-IF.
011637 3000-EXIT.
011638     EXIT.
011639*
011640 3100-PREP-REQUEST-GEO.
011650     IF NOT BR0100-POSTAL-RESOLVED
011660         MOVE FUNCTION NUMVAL (RQ-LATITUDE)
013240         OR RQ-INQUIRY-TIME NOT NUMERIC
013250         GO TO 3600-EXIT
013260     END-IF.
013340     PERFORM 3610-NEXT-SLOT-ONE-BRANCH
013350         THRU 3610-EXIT
013360         VARYING BR0100-APPT-IX FROM 1 BY 1
013460     IF NOT BR0100-MASTER-OK
013470         GO TO 3610-EXIT
013480     END-IF.
013481     IF RS-BR-LOCAL-DATE (BR0100-APPT-IX) NOT NUMERIC
013482         OR RS-BR-LOCAL-TIME (BR0100-APPT-IX) NOT NUMERIC
013483         GO TO 3610-EXIT
013484     END-IF.
013485     COMPUTE BR0100-INQ-DAY-NUM =
013486         FUNCTION INTEGER-OF-DATE (FUNCTION NUMVAL
013487             (RS-BR-LOCAL-DATE (BR0100-APPT-IX))).
013488     IF BR0100-INQ-DAY-NUM = ZERO
013489         GO TO 3610-EXIT
013490     END-IF.
013491     MOVE RS-BR-LOCAL-TIME (BR0100-APPT-IX)
013492         TO BR0100-INQ-TIME-NUM.
013493     MOVE 'N' TO BR0100-SLOT-FOUND-SW.
013500     PERFORM 3620-SCAN-ONE-APPT-DAY
013510         THRU 3620-EXIT
013520         VARYING BR0100-DAY-OFFSET FROM 0 BY 1
014570     PERFORM 8010-SCAN-CATALOG
014580         THRU 8010-EXIT
014590         VARYING BR0100-MSG-IX FROM 1 BY 1
014600         UNTIL BR0100-MSG-IX > 51
014610         OR BR-MSG-CODE (BR0100-MSG-IX) = BR0100-LOOKUP-CODE.
014620     IF BR0100-MSG-IX NOT > 51
014630         MOVE BR-MSG-CODE (BR0100-MSG-IX) TO STATUSCODE
014640         MOVE BR-MSG-SEVERITY (BR0100-MSG-IX) TO SEVERITY
014650         MOVE BR-MSG-TEXT (BR0100-MSG-IX) TO STATUSMESSAGE
015240         CLOSE EMERGENCY-FILE
015250         MOVE 'N' TO BR0100-EMRG-OPEN-SW
015260     END-IF.
015261     IF BR0100-ZONE-FILE-OPEN
015262         CLOSE ZONE-RULE-FILE
015263         MOVE 'N' TO BR0100-ZONE-OPEN-SW
015264     END-IF.
015265     IF BR0100-ATTR-FILE-OPEN
015266         CLOSE ATTRIBUTE-FILE
015267         MOVE 'N' TO BR0100-ATTR-OPEN-SW
015268     END-IF.
015270 9200-EXIT.
015280     EXIT.
015290*
