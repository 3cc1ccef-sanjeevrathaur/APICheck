000270*               BRMSGCAT'S CURRENT 29 ENTRIES.
000280*  090226  MO   MESSAGE CATALOG SCAN BOUND BUMPED AGAIN TO
000290*               MATCH BRMSGCAT'S CURRENT 30 ENTRIES.
000291*  101526  MO   BRANCH LOCAL TIME.  "NOW" IS THE DATA CENTRE CLOCK
000292*               CONVERTED THROUGH THE BRANTZRL ZONE RULES TO THE
000293*               BRANCH'S BM-TIME-ZONE-ID, SO THE PAST-DATE CHECK
000294*               ON A BOOKING (MOVED AFTER THE MASTER READ) AND THE
000295*               FROM-NOW START OF AN INQUIRE FOLLOW THE BRANCH'S
000296*               OWN CLOCK.  THE ZONE COMES BACK IN
000297*               AP-RS-TIME-ZONE.  MESSAGE CATALOG SCAN BOUND NOW
000298*               31.
000299*  101526  MO   A NEW BOOKING STARTS WITH BA-CONFLICT-IND CLEAR.
000300*               BR2500 FLAGS A BOOKING A LATER CLOSURE LEAVES
000301*               OUTSIDE THE BRANCH'S HOURS; A CANCEL HERE IS HOW
000302*               STAFF CLEAR ONE ONCE THE CUSTOMER IS REBOOKED.
000303*  101526  MO   APPOINTMENT HISTORY.  A CANCEL NO LONGER SIMPLY
000304*               DELETES THE BOOKING - IT IS FIRST WRITTEN TO THE
000305*               BRAPPHST HISTORY FILE WITH OUTCOME CANCELLED, AND
000306*               THE CANCEL IS REFUSED IF THE HISTORY CANNOT BE
000307*               WRITTEN.  NEW ACTION N RECORDS A NO-SHOW ON A
000308*               BOOKING WHOSE SLOT HAS STARTED AT THE BRANCH, SO
000309*               BR2600 FILES IT WITH THAT OUTCOME.  MESSAGE
000310*               CATALOG SCAN BOUND BUMPED TO MATCH BRMSGCAT'S
000311*               CURRENT 40 ENTRIES.
000312*  101526  MO   OPERATOR AUTHORITY.  A BOOK, CANCEL OR NO-SHOW NOW
000313*               NEEDS AP-UPDATE-USER ON THE BRANAUTH AUTHORITY
000314*               FILE (MAINTAINED BY BR2800) WITH THE BOOK OR
000315*               CANCEL GRANT - A NO-SHOW COMES UNDER CANCEL - AND
000316*               THE BRANCH'S DISTRICT IN ITS SCOPE.  A REFUSAL IS
000317*               NEW CODE 0040 AND IS LOGGED TO THE BRSECVIO
000318*               SECURITY VIOLATION LOG; NO BRANAUTH IS 0041.  AN
000319*               INQUIRY NEEDS NO AUTHORITY.  CATALOG BOUND NOW 42.
000320*  101526  MO   MESSAGE CATALOG SCAN BOUND BUMPED TO MATCH
000321*               BRMSGCAT'S CURRENT 51 ENTRIES.
000322*----------------------------------------------------------------
000323 ENVIRONMENT DIVISION.
000324 CONFIGURATION SECTION.
000330 SOURCE-COMPUTER.  IBM-370.
000340 OBJECT-COMPUTER.  IBM-370.
000350 INPUT-OUTPUT SECTION.
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS BA-KEY
000530         FILE STATUS IS BR1100-APPT-STATUS.
000531
000532     SELECT APPT-HISTORY-FILE ASSIGN TO BRAPPHST
000533         ORGANIZATION IS SEQUENTIAL
000534         FILE STATUS IS BR1100-HISTORY-STATUS.
000535
000536     SELECT OPERATOR-AUTH-FILE ASSIGN TO BRANAUTH
000537         ORGANIZATION IS INDEXED
000538         ACCESS MODE IS DYNAMIC
000539         RECORD KEY IS OA-USER-ID
000540         FILE STATUS IS BR1100-AUTH-STATUS.
000541
000542     SELECT VIOLATION-LOG-FILE ASSIGN TO BRSECVIO
000543         ORGANIZATION IS SEQUENTIAL
000544         FILE STATUS IS BR1100-VIOLATION-STATUS.
000545
000546     SELECT ZONE-RULE-FILE ASSIGN TO BRANTZRL
000547         ORGANIZATION IS INDEXED
000548         ACCESS MODE IS DYNAMIC
000549         RECORD KEY IS TR-KEY
000550         FILE STATUS IS BR1100-ZONE-STATUS.
000551*
000552 DATA DIVISION.
000560 FILE SECTION.
000570 FD  BRANCH-MASTER-FILE.
000580     COPY "BranchMstr.cpy".
000620
000630 FD  APPOINTMENT-FILE.
000640     COPY "BranchApt.cpy".
000641
000642 FD  APPT-HISTORY-FILE
000643     RECORDING MODE IS F.
000644     COPY "BrApHst.cpy".
000645
000646 FD  OPERATOR-AUTH-FILE.
000647     COPY "BrOpAuth.cpy".
000648
000649 FD  VIOLATION-LOG-FILE
000650     RECORDING MODE IS F.
000651     COPY "BrSecVio.cpy".
000652
000653 FD  ZONE-RULE-FILE.
000654     COPY "BrTzRule.cpy".
000655*
000660 WORKING-STORAGE SECTION.
000670 77  BR1100-MASTER-STATUS             PIC X(02) VALUE SPACES.
000680     88  BR1100-MASTER-OK             VALUE '00', '02'.
000790     88  BR1100-APPT-NEW-FILE         VALUE '35'.
000800 77  BR1100-APPT-OPEN-SW              PIC X(01) VALUE 'N'.
000810     88  BR1100-APPT-FILE-OPEN        VALUE 'Y'.
000811 77  BR1100-HISTORY-STATUS            PIC X(02) VALUE SPACES.
000812     88  BR1100-HISTORY-OK            VALUE '00'.
000813 77  BR1100-HISTORY-OPEN-SW           PIC X(01) VALUE 'N'.
000814     88  BR1100-HISTORY-FILE-OPEN     VALUE 'Y'.
000815 77  BR1100-AUTH-STATUS               PIC X(02) VALUE SPACES.
000816     88  BR1100-AUTH-OK               VALUE '00', '02'.
000817 77  BR1100-AUTH-OPEN-SW              PIC X(01) VALUE 'N'.
000818     88  BR1100-AUTH-FILE-OPEN        VALUE 'Y'.
000819 77  BR1100-VIOLATION-STATUS          PIC X(02) VALUE SPACES.
000820     88  BR1100-VIOLATION-OK          VALUE '00'.
000821 77  BR1100-VIOLATION-OPEN-SW         PIC X(01) VALUE 'N'.
000822     88  BR1100-VIOLATION-FILE-OPEN   VALUE 'Y'.
000823 77  BR1100-SCOPE-SW                  PIC X(01) VALUE 'N'.
000824     88  BR1100-IN-SCOPE              VALUE 'Y'.
000825 77  BR1100-AUTH-IX                   PIC 9(02) COMP VALUE ZERO.
000826 77  BR1100-DENY-REASON               PIC X(01) VALUE SPACE.
000827 01  BR1100-DENY-DESC                 PIC X(40) VALUE SPACES.
000828 01  BR1100-CHECK-DISTRICT            PIC X(04) VALUE SPACES.
000829 77  BR1100-VALID-SW                  PIC X(01) VALUE 'Y'.
000830     88  BR1100-REQUEST-VALID         VALUE 'Y'.
000840 77  BR1100-LOOKUP-CODE               PIC 9(04) VALUE ZERO.
000850 77  BR1100-MSG-IX                    PIC 9(02) COMP VALUE ZERO.
001040 01  BR1100-WORK-DATE                 PIC X(08).
001050 01  BR1100-RUN-DATE                  PIC X(08).
001060 01  BR1100-RUN-TIME                  PIC X(06).
001061 01  BR1100-LCL-DATE                  PIC X(08).
001062 01  BR1100-LCL-TIME                  PIC X(04).
001063 77  BR1100-ZONE-STATUS               PIC X(02) VALUE SPACES.
001064     88  BR1100-ZONE-OK               VALUE '00', '02'.
001065 77  BR1100-ZONE-OPEN-SW              PIC X(01) VALUE 'N'.
001066     88  BR1100-ZONE-FILE-OPEN        VALUE 'Y'.
001067 77  BR1100-TZ-RULE-SW                PIC X(01) VALUE 'N'.
001068     88  BR1100-TZ-RULE-FOUND         VALUE 'Y'.
001069 77  BR1100-TZ-DST-SW                 PIC X(01) VALUE 'N'.
001070     88  BR1100-TZ-IN-DST             VALUE 'Y'.
001071 77  BR1100-TZ-UTC-MINS          PIC S9(11) COMP-3 VALUE ZERO.
001072 77  BR1100-TZ-LCL-MINS          PIC S9(11) COMP-3 VALUE ZERO.
001073 77  BR1100-TZ-START-MINS        PIC S9(11) COMP-3 VALUE ZERO.
001074 77  BR1100-TZ-END-MINS          PIC S9(11) COMP-3 VALUE ZERO.
001075 77  BR1100-TZ-DAY-NUM           PIC S9(07) COMP-3 VALUE ZERO.
001076 77  BR1100-TZ-DAY-MINS          PIC S9(05) COMP-3 VALUE ZERO.
001077 77  BR1100-TZ-OFFSET-MINS       PIC S9(04) COMP-3 VALUE ZERO.
001078 01  BR1100-TZ-FROM.
001079     05  BR1100-TZ-FROM-ZONE          PIC X(04).
001080     05  BR1100-TZ-FROM-DATE          PIC X(08).
001081     05  BR1100-TZ-FROM-TIME          PIC X(04).
001082 01  BR1100-TZ-TO.
001083     05  BR1100-TZ-TO-ZONE            PIC X(04).
001084     05  BR1100-TZ-TO-DATE            PIC X(08).
001085     05  BR1100-TZ-TO-TIME            PIC X(04).
001086 01  BR1100-TZ-DATE-NUM               PIC 9(08) VALUE ZERO.
001087 01  BR1100-TZ-DATE-NUM-R REDEFINES BR1100-TZ-DATE-NUM.
001088     05  BR1100-TZ-DATE-YEAR          PIC 9(04).
001089     05  FILLER                      PIC X(04).
001090 01  BR1100-TZ-HHMM                   PIC 9(04) VALUE ZERO.
001091 01  BR1100-TZ-HHMM-R REDEFINES BR1100-TZ-HHMM.
001092     05  BR1100-TZ-HH                 PIC 9(02).
001093     05  BR1100-TZ-MM                 PIC 9(02).
001094 01  BR1100-DAY-NAME-DATA.
001095     05  FILLER                      PIC X(09) VALUE 'MONDAY   '.
001096     05  FILLER                      PIC X(09) VALUE 'TUESDAY  '.
001100     05  FILLER                      PIC X(09) VALUE 'WEDNESDAY'.
001110     05  FILLER                      PIC X(09) VALUE 'THURSDAY '.
001120     05  FILLER                      PIC X(09) VALUE 'FRIDAY   '.
001440     MOVE SPACES TO AP-RS-BRANCH-ID.
001450     MOVE SPACES TO AP-RS-NEXT-DATE.
001460     MOVE ZERO TO AP-RS-NEXT-TIME.
001465     MOVE SPACES TO AP-RS-TIME-ZONE.
001470     OPEN INPUT BRANCH-MASTER-FILE.
001480     IF NOT BR1100-MASTER-OK
001490         MOVE 0002 TO BR1100-LOOKUP-CODE
001560     IF BR1100-HOLIDAY-OK
001570         MOVE 'Y' TO BR1100-HOLIDAY-OPEN-SW
001580     END-IF.
001582     OPEN INPUT ZONE-RULE-FILE.
001584     IF BR1100-ZONE-OK
001586         MOVE 'Y' TO BR1100-ZONE-OPEN-SW
001588     END-IF.
001590     OPEN I-O APPOINTMENT-FILE.
001600     IF BR1100-APPT-NEW-FILE
001610         OPEN OUTPUT APPOINTMENT-FILE
001710         MOVE 'N' TO BR1100-VALID-SW
001720         GO TO 1000-ABEND
001730     END-IF.
001731     OPEN EXTEND APPT-HISTORY-FILE.
001732     IF NOT BR1100-HISTORY-OK
001733         OPEN OUTPUT APPT-HISTORY-FILE
001734     END-IF.
001735     IF BR1100-HISTORY-OK
001736         MOVE 'Y' TO BR1100-HISTORY-OPEN-SW
001737     END-IF.
001738     OPEN INPUT OPERATOR-AUTH-FILE.
001739     IF BR1100-AUTH-OK
001740         MOVE 'Y' TO BR1100-AUTH-OPEN-SW
001741     END-IF.
001742     OPEN EXTEND VIOLATION-LOG-FILE.
001743     IF NOT BR1100-VIOLATION-OK
001744         OPEN OUTPUT VIOLATION-LOG-FILE
001745     END-IF.
001746     IF BR1100-VIOLATION-OK
001747         MOVE 'Y' TO BR1100-VIOLATION-OPEN-SW
001748     END-IF.
001749     GO TO 1000-EXIT.
001750 1000-ABEND.
001760     IF BR1100-MASTER-OK
001770         CLOSE BRANCH-MASTER-FILE
001790     IF BR1100-HOLIDAY-FILE-OPEN
001800         CLOSE BRANCH-HOLIDAY-FILE
001810     END-IF.
001812     IF BR1100-ZONE-FILE-OPEN
001814         CLOSE ZONE-RULE-FILE
001816     END-IF.
001820     GOBACK.
001830 1000-EXIT.
001840     EXIT.
001870     IF NOT AP-ACTION-BOOK
001880         AND NOT AP-ACTION-CANCEL
001890         AND NOT AP-ACTION-INQUIRE
001895         AND NOT AP-ACTION-NO-SHOW
001900         MOVE 0020 TO BR1100-LOOKUP-CODE
001910         PERFORM 8000-LOOKUP-MESSAGE
001920             THRU 8000-EXIT
001930         MOVE 'AP-ACTION' TO AP-PROPERTYNAME
001940         MOVE 'MUST BE B, C, I, OR N' TO AP-MESSAGEDESC
001950         MOVE 'N' TO BR1100-VALID-SW
001960         GO TO 1500-EXIT
001970     END-IF.
001971     IF NOT AP-ACTION-INQUIRE
001972         PERFORM 1800-CHECK-AUTHORITY
001973             THRU 1800-EXIT
001974         IF NOT BR1100-REQUEST-VALID
001975             GO TO 1500-EXIT
001976         END-IF
001977     END-IF.
001980     IF AP-ACTION-BOOK
001990         OR AP-ACTION-CANCEL
001995         OR AP-ACTION-NO-SHOW
002000         PERFORM 1600-VALIDATE-SLOT-KEY
002010             THRU 1600-EXIT
002020     END-IF.
002260     IF NOT BR1100-REQUEST-VALID
002270         GO TO 1600-EXIT
002280     END-IF.
002390     IF AP-APPT-TIME NOT NUMERIC
002400         MOVE 0020 TO BR1100-LOOKUP-CODE
002410         PERFORM 8000-LOOKUP-MESSAGE
002770     END-IF.
002780 1700-EXIT.
002790     EXIT.
002791*
002792*----------------------------------------------------------------
002793*  OPERATOR AUTHORITY FOR A BOOK, CANCEL OR NO-SHOW.
002794*  AP-UPDATE-USER MUST BE ON BRANAUTH WITH THE BOOK GRANT, OR THE
002795*  CANCEL GRANT FOR A CANCEL OR NO-SHOW, AND, UNLESS SCOPED TO
002796*  THE WHOLE NETWORK, WITH THE BRANCH'S DISTRICT IN ITS LIST - A
002797*  BRANCH WITH NO DISTRICT IS NETWORK SCOPE ONLY.  AN UNKNOWN
002798*  BRANCH IS LEFT FOR 2000-PROCESS-ACTION TO REJECT.  A REFUSAL
002799*  IS CODE 0040, LOGGED TO BRSECVIO.  NO BRANAUTH MEANS NOTHING
002800*  IS ALLOWED.
002801*----------------------------------------------------------------
002802 1800-CHECK-AUTHORITY.
002803     IF NOT BR1100-AUTH-FILE-OPEN
002804         MOVE 0041 TO BR1100-LOOKUP-CODE
002805         PERFORM 8000-LOOKUP-MESSAGE
002806             THRU 8000-EXIT
002807         MOVE 'BRANAUTH' TO AP-PROPERTYNAME
002808         MOVE 'N' TO BR1100-VALID-SW
002809         GO TO 1800-EXIT
002810     END-IF.
002811     MOVE SPACES TO BR1100-CHECK-DISTRICT.
002812     MOVE AP-UPDATE-USER TO OA-USER-ID.
002813     READ OPERATOR-AUTH-FILE
002814         KEY IS OA-USER-ID
002815     END-READ.
002816     IF NOT BR1100-AUTH-OK
002817         MOVE 'U' TO BR1100-DENY-REASON
002818         MOVE 'USER NOT ON OPERATOR AUTHORITY FILE'
002819             TO BR1100-DENY-DESC
002820         GO TO 1800-DENY
002821     END-IF.
002822     MOVE 'A' TO BR1100-DENY-REASON.
002823     MOVE 'ACTION NOT GRANTED TO THIS USER' TO BR1100-DENY-DESC.
002824     IF AP-ACTION-BOOK
002825         AND NOT OA-MAY-APPT-BOOK
002826         GO TO 1800-DENY
002827     END-IF.
002828     IF (AP-ACTION-CANCEL OR AP-ACTION-NO-SHOW)
002829         AND NOT OA-MAY-APPT-CANCEL
002830         GO TO 1800-DENY
002831     END-IF.
002832     IF OA-SCOPE-NETWORK
002833         GO TO 1800-EXIT
002834     END-IF.
002835     MOVE AP-BRANCH-ID TO BM-BRANCH-ID.
002836     READ BRANCH-MASTER-FILE
002837         KEY IS BM-BRANCH-ID
002838     END-READ.
002839     IF NOT BR1100-MASTER-OK
002840         GO TO 1800-EXIT
002841     END-IF.
002842     MOVE 'S' TO BR1100-DENY-REASON.
002843     MOVE 'BRANCH DISTRICT OUTSIDE USER SCOPE'
002844         TO BR1100-DENY-DESC.
002845     MOVE BM-DISTRICT-ID TO BR1100-CHECK-DISTRICT.
002846     MOVE 'N' TO BR1100-SCOPE-SW.
002847     IF BR1100-CHECK-DISTRICT NOT = SPACES
002848         PERFORM 1810-SCAN-USER-DISTRICTS
002849             THRU 1810-EXIT
002850             VARYING BR1100-AUTH-IX FROM 1 BY 1
002851             UNTIL BR1100-AUTH-IX > OA-DISTRICT-COUNT
002852             OR BR1100-AUTH-IX > 10
002853             OR BR1100-IN-SCOPE
002854     END-IF.
002855     IF BR1100-IN-SCOPE
002856         GO TO 1800-EXIT
002857     END-IF.
002858 1800-DENY.
002859     MOVE 0040 TO BR1100-LOOKUP-CODE.
002860     PERFORM 8000-LOOKUP-MESSAGE
002861         THRU 8000-EXIT.
002862     MOVE 'AP-UPDATE-USER' TO AP-PROPERTYNAME.
002863     MOVE BR1100-DENY-DESC TO AP-MESSAGEDESC.
002864     MOVE 'N' TO BR1100-VALID-SW.
002865     PERFORM 9800-WRITE-VIOLATION
002866         THRU 9800-EXIT.
002867 1800-EXIT.
002868     EXIT.
002869*
002870 1810-SCAN-USER-DISTRICTS.
002871     IF OA-DISTRICT-ID (BR1100-AUTH-IX) = BR1100-CHECK-DISTRICT
002872         MOVE 'Y' TO BR1100-SCOPE-SW
002873     END-IF.
002874 1810-EXIT.
002875     EXIT.
002876*
002877 2000-PROCESS-ACTION.
002878     MOVE AP-BRANCH-ID TO BM-BRANCH-ID.
002879     READ BRANCH-MASTER-FILE
002880         KEY IS BM-BRANCH-ID
002881     END-READ.
002882     IF NOT BR1100-MASTER-OK
002883         MOVE 0008 TO BR1100-LOOKUP-CODE
002884         PERFORM 8000-LOOKUP-MESSAGE
002890             THRU 8000-EXIT
002900         MOVE 'AP-BRANCH-ID' TO AP-PROPERTYNAME
002910         GO TO 2000-EXIT
002980         MOVE 'BRANCH IS NOT ACTIVE' TO AP-MESSAGEDESC
002990         GO TO 2000-EXIT
003000     END-IF.
003002     PERFORM 2050-DERIVE-BRANCH-NOW
003004         THRU 2050-EXIT.
003010     MOVE AP-BRANCH-ID TO AP-RS-BRANCH-ID.
003020     EVALUATE TRUE
003030         WHEN AP-ACTION-BOOK
003060         WHEN AP-ACTION-CANCEL
003070             PERFORM 2200-CANCEL-APPOINTMENT
003080                 THRU 2200-EXIT
003082         WHEN AP-ACTION-NO-SHOW
003084             PERFORM 2400-RECORD-NO-SHOW
003086                 THRU 2400-EXIT
003090         WHEN OTHER
003100             PERFORM 2300-INQUIRE-NEXT-SLOT
003110                 THRU 2300-EXIT
003120     END-EVALUATE.
003130 2000-EXIT.
003140     EXIT.
003141*
003142*----------------------------------------------------------------
003143*  TODAY AND NOW AS WALL-CLOCK TIME AT THE BRANCH.  APPOINTMENT
003144*  DATES AND TIMES ARE ALWAYS BRANCH LOCAL.
003145*----------------------------------------------------------------
003146 2050-DERIVE-BRANCH-NOW.
003147     MOVE SPACES TO BR1100-TZ-FROM-ZONE.
003148     MOVE BR1100-RUN-DATE TO BR1100-TZ-FROM-DATE.
003149     MOVE BR1100-RUN-TIME (1:4) TO BR1100-TZ-FROM-TIME.
003150     MOVE BM-TIME-ZONE-ID TO BR1100-TZ-TO-ZONE.
003151     PERFORM 5500-CONVERT-ZONE-TIME
003152         THRU 5500-EXIT.
003153     MOVE BR1100-TZ-TO-DATE TO BR1100-LCL-DATE.
003154     MOVE BR1100-TZ-TO-TIME TO BR1100-LCL-TIME.
003155     MOVE BR1100-TZ-TO-ZONE TO AP-RS-TIME-ZONE.
003156 2050-EXIT.
003157     EXIT.
003158*
003160 2100-BOOK-APPOINTMENT.
003161     IF AP-APPT-DATE < BR1100-LCL-DATE
003162         MOVE 0020 TO BR1100-LOOKUP-CODE
003163         PERFORM 8000-LOOKUP-MESSAGE
003164             THRU 8000-EXIT
003165         MOVE 'AP-APPT-DATE' TO AP-PROPERTYNAME
003166         MOVE 'MUST NOT BE IN THE PAST' TO AP-MESSAGEDESC
003167         GO TO 2100-EXIT
003168     END-IF.
003170     MOVE AP-APPT-DATE TO BR1100-WORK-DATE.
003180     PERFORM 5000-DERIVE-EFFECTIVE-HOURS
003190         THRU 5000-EXIT.
003600     MOVE BR1100-RUN-DATE TO BA-BOOKED-DATE.
003610     MOVE BR1100-RUN-TIME TO BA-BOOKED-TIME.
003620     MOVE AP-UPDATE-USER TO BA-BOOKED-USER.
003622     MOVE 'N' TO BA-CONFLICT-IND.
003624     MOVE SPACES TO BA-CONFLICT-DATE.
003626     MOVE SPACES TO BA-CONFLICT-REASON.
003628     MOVE 'N' TO BA-NO-SHOW-IND.
003630     WRITE BA-APPOINTMENT-RECORD.
003640     IF BR1100-APPT-OK
003650         MOVE 0016 TO BR1100-LOOKUP-CODE
003880             THRU 8000-EXIT
003890         GO TO 2200-EXIT
003900     END-IF.
003901     IF NOT BR1100-HISTORY-FILE-OPEN
003902         MOVE 0021 TO BR1100-LOOKUP-CODE
003903         PERFORM 8000-LOOKUP-MESSAGE
003904             THRU 8000-EXIT
003905         MOVE 'BRAPPHST' TO AP-PROPERTYNAME
003906         MOVE 'APPOINTMENT HISTORY FILE UNAVAILABLE'
003907             TO AP-MESSAGEDESC
003908         GO TO 2200-EXIT
003909     END-IF.
003910     MOVE BA-BRANCH-ID TO AH-BRANCH-ID.
003911     MOVE BA-APPT-DATE TO AH-APPT-DATE.
003912     MOVE BA-APPT-TIME TO AH-APPT-TIME.
003913     MOVE 'C' TO AH-OUTCOME.
003914     MOVE BR1100-RUN-DATE TO AH-OUTCOME-DATE.
003915     MOVE BR1100-RUN-TIME TO AH-OUTCOME-TIME.
003916     MOVE AP-UPDATE-USER TO AH-OUTCOME-USER.
003917     MOVE BA-APPOINTMENT-RECORD TO AH-APPT-IMAGE.
003918     WRITE AH-APPT-HISTORY-RECORD.
003919     IF NOT BR1100-HISTORY-OK
003920         MOVE 0021 TO BR1100-LOOKUP-CODE
003921         PERFORM 8000-LOOKUP-MESSAGE
003922             THRU 8000-EXIT
003923         MOVE 'BRAPPHST' TO AP-PROPERTYNAME
003924         MOVE 'APPOINTMENT HISTORY WRITE FAILED'
003925             TO AP-MESSAGEDESC
003926         GO TO 2200-EXIT
003927     END-IF.
003928     DELETE APPOINTMENT-FILE.
003929     IF BR1100-APPT-OK
003930         MOVE 0017 TO BR1100-LOOKUP-CODE
003940     ELSE
003950         MOVE 0021 TO BR1100-LOOKUP-CODE
003980         THRU 8000-EXIT.
003990 2200-EXIT.
004000     EXIT.
004001*
004002*----------------------------------------------------------------
004003*  A NO-SHOW CAN ONLY BE RECORDED ONCE THE SLOT HAS STARTED AT
004004*  THE BRANCH.  THE BOOKING STAYS ON FILE, MARKED, UNTIL BR2600
004005*  MOVES IT TO THE HISTORY THE NIGHT AFTER ITS DATE.
004006*----------------------------------------------------------------
004007 2400-RECORD-NO-SHOW.
004008     MOVE AP-BRANCH-ID TO BA-BRANCH-ID.
004009     MOVE AP-APPT-DATE TO BA-APPT-DATE.
004010     MOVE AP-APPT-TIME TO BA-APPT-TIME.
004011     READ APPOINTMENT-FILE
004012         KEY IS BA-KEY
004013     END-READ.
004014     IF NOT BR1100-APPT-OK
004015         MOVE 0019 TO BR1100-LOOKUP-CODE
004016         PERFORM 8000-LOOKUP-MESSAGE
004017             THRU 8000-EXIT
004018         GO TO 2400-EXIT
004019     END-IF.
004020     IF AP-APPT-DATE > BR1100-LCL-DATE
004021         OR (AP-APPT-DATE = BR1100-LCL-DATE
004022             AND AP-APPT-TIME > BR1100-LCL-TIME)
004023         MOVE 0020 TO BR1100-LOOKUP-CODE
004024         PERFORM 8000-LOOKUP-MESSAGE
004025             THRU 8000-EXIT
004026         MOVE 'AP-APPT-TIME' TO AP-PROPERTYNAME
004027         MOVE 'APPOINTMENT HAS NOT STARTED YET' TO AP-MESSAGEDESC
004028         GO TO 2400-EXIT
004029     END-IF.
004030     MOVE 'Y' TO BA-NO-SHOW-IND.
004031     REWRITE BA-APPOINTMENT-RECORD.
004032     IF BR1100-APPT-OK
004033         MOVE 0039 TO BR1100-LOOKUP-CODE
004034     ELSE
004035         MOVE 0021 TO BR1100-LOOKUP-CODE
004036     END-IF.
004037     PERFORM 8000-LOOKUP-MESSAGE
004038         THRU 8000-EXIT.
004039 2400-EXIT.
004040     EXIT.
004041*
004042 2300-INQUIRE-NEXT-SLOT.
004043     IF AP-APPT-DATE = SPACES
004045         MOVE BR1100-LCL-DATE TO BR1100-WORK-DATE
004050         COMPUTE BR1100-START-DAY-NUM =
004060             FUNCTION INTEGER-OF-DATE (FUNCTION NUMVAL
004070                 (BR1100-LCL-DATE))
004080     ELSE
004090         MOVE AP-APPT-DATE TO BR1100-WORK-DATE
004100         MOVE BR1100-DAY-NUM TO BR1100-START-DAY-NUM
004130         MOVE AP-APPT-TIME TO BR1100-REQ-TIME-NUM
004140     ELSE
004150         IF AP-APPT-DATE NOT = SPACES
004160             AND AP-APPT-DATE > BR1100-LCL-DATE
004170             MOVE ZERO TO BR1100-REQ-TIME-NUM
004180         ELSE
004190             MOVE BR1100-LCL-TIME TO BR1100-REQ-TIME-NUM
004200         END-IF
004210     END-IF.
004220     MOVE 'N' TO BR1100-SLOT-FOUND-SW.
005600     END-IF.
005610 5400-EXIT.
005620     EXIT.
005621*
005622*----------------------------------------------------------------
005623*  CONVERT BR1100-TZ-FROM-DATE/TIME, WALL-CLOCK IN ZONE
005624*  BR1100-TZ-FROM-ZONE, INTO BR1100-TZ-TO-DATE/TIME IN ZONE
005625*  BR1100-TZ-TO-ZONE THROUGH UTC.  A BLANK ZONE IS THE DATA CENTRE
005626*  CLOCK (HOST).  WITH NO RULES ON FILE FOR EITHER ZONE THE MOMENT
005627*  IS PASSED THROUGH UNCHANGED.
005628*----------------------------------------------------------------
005629 5500-CONVERT-ZONE-TIME.
005630     MOVE BR1100-TZ-FROM-DATE TO BR1100-TZ-TO-DATE.
005631     MOVE BR1100-TZ-FROM-TIME TO BR1100-TZ-TO-TIME.
005632     IF BR1100-TZ-FROM-ZONE = SPACES
005633         MOVE 'HOST' TO BR1100-TZ-FROM-ZONE
005634     END-IF.
005635     IF BR1100-TZ-TO-ZONE = SPACES
005636         MOVE 'HOST' TO BR1100-TZ-TO-ZONE
005637     END-IF.
005638     IF BR1100-TZ-FROM-ZONE = BR1100-TZ-TO-ZONE
005639         OR NOT BR1100-ZONE-FILE-OPEN
005640         OR BR1100-TZ-FROM-DATE NOT NUMERIC
005641         OR BR1100-TZ-FROM-TIME NOT NUMERIC
005642         GO TO 5500-EXIT
005643     END-IF.
005644     COMPUTE BR1100-TZ-DAY-NUM =
005645         FUNCTION INTEGER-OF-DATE (FUNCTION NUMVAL
005646             (BR1100-TZ-FROM-DATE)).
005647     IF BR1100-TZ-DAY-NUM = ZERO
005648         GO TO 5500-EXIT
005649     END-IF.
005650     MOVE BR1100-TZ-FROM-TIME TO BR1100-TZ-HHMM.
005651     COMPUTE BR1100-TZ-LCL-MINS =
005652         BR1100-TZ-DAY-NUM * 1440
005653         + BR1100-TZ-HH * 60 + BR1100-TZ-MM.
005654     MOVE BR1100-TZ-FROM-ZONE TO TR-ZONE-ID.
005655     MOVE BR1100-TZ-FROM-DATE (1:4) TO TR-RULE-YEAR.
005656     PERFORM 5510-READ-ZONE-RULE
005657         THRU 5510-EXIT.
005658     IF NOT BR1100-TZ-RULE-FOUND
005659         GO TO 5500-EXIT
005660     END-IF.
005661     PERFORM 5520-LOCAL-TO-UTC
005662         THRU 5520-EXIT.
005663     COMPUTE BR1100-TZ-DAY-NUM = BR1100-TZ-UTC-MINS / 1440.
005664     COMPUTE BR1100-TZ-DATE-NUM =
005665         FUNCTION DATE-OF-INTEGER (BR1100-TZ-DAY-NUM).
005666     MOVE BR1100-TZ-TO-ZONE TO TR-ZONE-ID.
005667     MOVE BR1100-TZ-DATE-YEAR TO TR-RULE-YEAR.
005668     PERFORM 5510-READ-ZONE-RULE
005669         THRU 5510-EXIT.
005670     IF NOT BR1100-TZ-RULE-FOUND
005671         GO TO 5500-EXIT
005672     END-IF.
005673     PERFORM 5530-UTC-TO-LOCAL
005674         THRU 5530-EXIT.
005675 5500-EXIT.
005676     EXIT.
005677*
005678 5510-READ-ZONE-RULE.
005679     MOVE 'N' TO BR1100-TZ-RULE-SW.
005680     READ ZONE-RULE-FILE
005681         KEY IS TR-KEY
005682     END-READ.
005683     IF BR1100-ZONE-OK
005684         MOVE 'Y' TO BR1100-TZ-RULE-SW
005685     END-IF.
005686 5510-EXIT.
005687     EXIT.
005688*
005689 5520-LOCAL-TO-UTC.
005690     COMPUTE BR1100-TZ-UTC-MINS =
005691         BR1100-TZ-LCL-MINS - TR-DST-OFFSET-MINS.
005692     PERFORM 5540-TEST-DAYLIGHT
005693         THRU 5540-EXIT.
005694     IF NOT BR1100-TZ-IN-DST
005695         COMPUTE BR1100-TZ-UTC-MINS =
005696             BR1100-TZ-LCL-MINS - TR-STD-OFFSET-MINS
005697     END-IF.
005698 5520-EXIT.
005699     EXIT.
005700*
005701 5530-UTC-TO-LOCAL.
005702     PERFORM 5540-TEST-DAYLIGHT
005703         THRU 5540-EXIT.
005704     IF BR1100-TZ-IN-DST
005705         MOVE TR-DST-OFFSET-MINS TO BR1100-TZ-OFFSET-MINS
005706     ELSE
005707         MOVE TR-STD-OFFSET-MINS TO BR1100-TZ-OFFSET-MINS
005708     END-IF.
005709     COMPUTE BR1100-TZ-LCL-MINS =
005710         BR1100-TZ-UTC-MINS + BR1100-TZ-OFFSET-MINS.
005711     COMPUTE BR1100-TZ-DAY-NUM = BR1100-TZ-LCL-MINS / 1440.
005712     COMPUTE BR1100-TZ-DAY-MINS =
005713         BR1100-TZ-LCL-MINS - BR1100-TZ-DAY-NUM * 1440.
005714     COMPUTE BR1100-TZ-DATE-NUM =
005715         FUNCTION DATE-OF-INTEGER (BR1100-TZ-DAY-NUM).
005716     COMPUTE BR1100-TZ-HH = BR1100-TZ-DAY-MINS / 60.
005717     COMPUTE BR1100-TZ-MM =
005718         BR1100-TZ-DAY-MINS - BR1100-TZ-HH * 60.
005719     MOVE BR1100-TZ-DATE-NUM TO BR1100-TZ-TO-DATE.
005720     MOVE BR1100-TZ-HHMM TO BR1100-TZ-TO-TIME.
005721 5530-EXIT.
005722     EXIT.
005723*
005724*----------------------------------------------------------------
005725*  IS THE UTC MOMENT IN BR1100-TZ-UTC-MINS INSIDE THE DAYLIGHT
005726*  PERIOD OF THE RULE IN THE ZONE-RULE-FILE RECORD AREA?  THE
005727*  START IS PUBLISHED IN STANDARD LOCAL TIME AND THE END IN
005728*  DAYLIGHT LOCAL TIME.  A START AFTER THE END IS A SOUTHERN-
005729*  HEMISPHERE YEAR - DAYLIGHT RUNS FROM THE START TO NEW YEAR AND
005730*  FROM NEW YEAR TO THE END.
005731*----------------------------------------------------------------
005732 5540-TEST-DAYLIGHT.
005733     MOVE 'N' TO BR1100-TZ-DST-SW.
005734     IF TR-DST-START-DATE NOT NUMERIC
005735         OR TR-DST-END-DATE NOT NUMERIC
005736         OR TR-DST-START-TIME NOT NUMERIC
005737         OR TR-DST-END-TIME NOT NUMERIC
005738         GO TO 5540-EXIT
005739     END-IF.
005740     MOVE TR-DST-START-TIME TO BR1100-TZ-HHMM.
005741     COMPUTE BR1100-TZ-START-MINS =
005742         FUNCTION INTEGER-OF-DATE (FUNCTION NUMVAL
005743             (TR-DST-START-DATE)) * 1440
005744         + BR1100-TZ-HH * 60 + BR1100-TZ-MM
005745         - TR-STD-OFFSET-MINS.
005746     MOVE TR-DST-END-TIME TO BR1100-TZ-HHMM.
005747     COMPUTE BR1100-TZ-END-MINS =
005748         FUNCTION INTEGER-OF-DATE (FUNCTION NUMVAL
005749             (TR-DST-END-DATE)) * 1440
005750         + BR1100-TZ-HH * 60 + BR1100-TZ-MM
005751         - TR-DST-OFFSET-MINS.
005752     IF BR1100-TZ-START-MINS < BR1100-TZ-END-MINS
005753         IF BR1100-TZ-UTC-MINS NOT LESS THAN BR1100-TZ-START-MINS
005754             AND BR1100-TZ-UTC-MINS < BR1100-TZ-END-MINS
005755             MOVE 'Y' TO BR1100-TZ-DST-SW
005756         END-IF
005757     ELSE
005758         IF BR1100-TZ-UTC-MINS NOT LESS THAN BR1100-TZ-START-MINS
005759             OR BR1100-TZ-UTC-MINS < BR1100-TZ-END-MINS
005760             MOVE 'Y' TO BR1100-TZ-DST-SW
005761         END-IF
005762     END-IF.
005763 5540-EXIT.
005764     EXIT.
005765*
005766 8000-LOOKUP-MESSAGE.
005767     MOVE ZERO TO BR1100-MSG-IX.
005768     PERFORM 8010-SCAN-CATALOG
005769         THRU 8010-EXIT
005770         VARYING BR1100-MSG-IX FROM 1 BY 1
005771         UNTIL BR1100-MSG-IX > 51
005772         OR BR-MSG-CODE (BR1100-MSG-IX) = BR1100-LOOKUP-CODE.
005773     IF BR1100-MSG-IX NOT > 51
005774         MOVE BR-MSG-CODE (BR1100-MSG-IX) TO AP-STATUSCODE
005775         MOVE BR-MSG-SEVERITY (BR1100-MSG-IX) TO AP-SEVERITY
005776         MOVE BR-MSG-TEXT (BR1100-MSG-IX) TO AP-STATUSMESSAGE
005777     END-IF.
005778 8000-EXIT.
005779     EXIT.
005780*
005790 8010-SCAN-CATALOG.
005800     CONTINUE.
005890     IF BR1100-APPT-FILE-OPEN
005900         CLOSE APPOINTMENT-FILE
005910     END-IF.
005911     IF BR1100-ZONE-FILE-OPEN
005912         CLOSE ZONE-RULE-FILE
005913     END-IF.
005914     IF BR1100-HISTORY-FILE-OPEN
005915         CLOSE APPT-HISTORY-FILE
005916     END-IF.
005917     IF BR1100-AUTH-FILE-OPEN
005918         CLOSE OPERATOR-AUTH-FILE
005919     END-IF.
005920     IF BR1100-VIOLATION-FILE-OPEN
005921         CLOSE VIOLATION-LOG-FILE
005922     END-IF.
005923 9000-EXIT.
005930     EXIT.
005940*
005950 9800-WRITE-VIOLATION.
005960     IF NOT BR1100-VIOLATION-FILE-OPEN
005970         GO TO 9800-EXIT
005980     END-IF.
005990     MOVE BR1100-RUN-DATE TO SV-VIOLATION-DATE.
006000     MOVE BR1100-RUN-TIME TO SV-VIOLATION-TIME.
006010     MOVE AP-UPDATE-USER TO SV-USER-ID.
006020     MOVE 'BR1100' TO SV-PROGRAM-ID.
006030     MOVE AP-ACTION TO SV-ACTION.
006040     EVALUATE TRUE
006050         WHEN AP-ACTION-BOOK
006060             MOVE 'APPOINTMENT BOOK' TO SV-ACTION-DESC
006070         WHEN AP-ACTION-CANCEL
006080             MOVE 'APPOINTMENT CANCEL' TO SV-ACTION-DESC
006090         WHEN OTHER
006100             MOVE 'APPOINTMENT NO-SHOW' TO SV-ACTION-DESC
006110     END-EVALUATE.
006120     MOVE AP-BRANCH-ID TO SV-BRANCH-ID.
006130     MOVE BR1100-CHECK-DISTRICT TO SV-DISTRICT-ID.
006140     MOVE BR1100-DENY-REASON TO SV-REASON.
006150     MOVE BR1100-DENY-DESC TO SV-REASON-DESC.
006160     WRITE SV-VIOLATION-RECORD.
006170 9800-EXIT.
006180     EXIT.
