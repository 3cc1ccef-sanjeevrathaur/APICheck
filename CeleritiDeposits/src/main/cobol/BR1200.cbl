000280*               BRMSGCAT'S CURRENT 29 ENTRIES.
000290*  090226  MO   MESSAGE CATALOG SCAN BOUND BUMPED AGAIN TO
000300*               MATCH BRMSGCAT'S CURRENT 30 ENTRIES.
000301*  101526  MO   BRANCH LOCAL TIME.  THE CLOSURE WINDOW IS BRANCH
000302*               LOCAL, SO "NOW" - THE BLANK-START DEFAULT, THE
000303*               ALREADY-ENDED CHECK AND THE IN-EFFECT FLAG - IS
000304*               THE DATA CENTRE CLOCK CONVERTED THROUGH THE
000305*               BRANTZRL ZONE RULES TO THE BRANCH'S
000306*               BM-TIME-ZONE-ID.  THE ZONE COMES BACK IN
000307*               EM-RS-TIME-ZONE.  EC-SET-DATE/TIME STAY ON THE
000308*               DATA CENTRE CLOCK AS AN AUDIT STAMP.  MESSAGE
000309*               CATALOG SCAN BOUND NOW 31.
000310*  101526  MO   OPERATOR AUTHORITY.  A SET OR CLEAR NOW NEEDS
000311*               EM-UPDATE-USER ON THE BRANAUTH AUTHORITY FILE
000312*               (MAINTAINED BY BR2800) WITH THAT ACTION GRANTED
000313*               AND THE BRANCH'S DISTRICT IN ITS SCOPE.  A REFUSAL
000314*               IS NEW CODE 0040 AND IS LOGGED TO THE BRSECVIO
000315*               SECURITY VIOLATION LOG; NO BRANAUTH IS 0041.  AN
000316*               INQUIRY NEEDS NO AUTHORITY.  CATALOG BOUND NOW 42.
000317*  101526  MO   MESSAGE CATALOG SCAN BOUND BUMPED TO MATCH
000318*               BRMSGCAT'S CURRENT 51 ENTRIES.
000319*  101526  MO   EMERGENCY INCIDENT HISTORY.  EVERY SET, EXTEND AND
000320*               CLEAR IS WRITTEN TO THE NEW BREMGHST INCIDENT
000321*               HISTORY (BREMHST) BEFORE BRANEMRG IS CHANGED, AND
000322*               THE ACTION IS REFUSED WITH 0027 IF IT CANNOT BE.
000323*               A SET OVER A WINDOW THAT HAS NOT RUN OUT IS AN
000324*               EXTEND OF THE SAME INCIDENT - ITS ID AND ORIGINAL
000325*               WINDOW AND USER, NOW KEPT ON THE BRANEMRG RECORD,
000326*               CARRY OVER.  A SET OVER AN EXPIRED WINDOW STARTS A
000327*               NEW INCIDENT.  A CLEAR RECORDS THE WINDOW AS IT
000328*               ACTUALLY ENDED - AT THE CLEAR IF THAT CAME BEFORE
000329*               THE SCHEDULED END.
000330*----------------------------------------------------------------
000331 ENVIRONMENT DIVISION.
000332 CONFIGURATION SECTION.
000340 SOURCE-COMPUTER.  IBM-370.
000350 OBJECT-COMPUTER.  IBM-370.
000360 INPUT-OUTPUT SECTION.
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS EC-BRANCH-ID
000480         FILE STATUS IS BR1200-EMRG-STATUS.
000481
000482     SELECT ZONE-RULE-FILE ASSIGN TO BRANTZRL
000483         ORGANIZATION IS INDEXED
000484         ACCESS MODE IS DYNAMIC
000485         RECORD KEY IS TR-KEY
000486         FILE STATUS IS BR1200-ZONE-STATUS.
000487
000488     SELECT OPERATOR-AUTH-FILE ASSIGN TO BRANAUTH
000489         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000491         RECORD KEY IS OA-USER-ID
000492         FILE STATUS IS BR1200-AUTH-STATUS.
000493
000494     SELECT VIOLATION-LOG-FILE ASSIGN TO BRSECVIO
000495         ORGANIZATION IS SEQUENTIAL
000496         FILE STATUS IS BR1200-VIOLATION-STATUS.
000497
000498     SELECT INCIDENT-HISTORY-FILE ASSIGN TO BREMGHST
000499         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS BR1200-HISTORY-STATUS.
000501*
000502 DATA DIVISION.
000510 FILE SECTION.
000520 FD  BRANCH-MASTER-FILE.
000530     COPY "BranchMstr.cpy".
000540
000550 FD  EMERGENCY-FILE.
000560     COPY "BranchEmr.cpy".
000561
000562 FD  ZONE-RULE-FILE.
000563     COPY "BrTzRule.cpy".
000564
000565 FD  OPERATOR-AUTH-FILE.
000566     COPY "BrOpAuth.cpy".
000567
000568 FD  VIOLATION-LOG-FILE
000569     RECORDING MODE IS F.
000570     COPY "BrSecVio.cpy".
000571
000572 FD  INCIDENT-HISTORY-FILE
000573     RECORDING MODE IS F.
000574     COPY "BrEmHst.cpy".
000575*
000580 WORKING-STORAGE SECTION.
000590 77  BR1200-MASTER-STATUS             PIC X(02) VALUE SPACES.
000600     88  BR1200-MASTER-OK             VALUE '00', '02'.
000690     88  BR1200-REQUEST-VALID         VALUE 'Y'.
000700 77  BR1200-REPLACE-SW                PIC X(01) VALUE 'N'.
000710     88  BR1200-REPLACING-ENTRY       VALUE 'Y'.
000715 77  BR1200-EVENT-CODE                PIC X(01) VALUE SPACE.
000720 77  BR1200-LOOKUP-CODE               PIC 9(04) VALUE ZERO.
000730 77  BR1200-MSG-IX                    PIC 9(02) COMP VALUE ZERO.
000740     COPY "BrMsgCat.cpy".
000750 01  BR1200-RUN-DATE                  PIC X(08).
000760 01  BR1200-RUN-TIME                  PIC X(06).
000761 77  BR1200-AUTH-STATUS               PIC X(02) VALUE SPACES.
000762     88  BR1200-AUTH-OK               VALUE '00', '02'.
000763 77  BR1200-AUTH-OPEN-SW              PIC X(01) VALUE 'N'.
000764     88  BR1200-AUTH-FILE-OPEN        VALUE 'Y'.
000765 77  BR1200-VIOLATION-STATUS          PIC X(02) VALUE SPACES.
000766     88  BR1200-VIOLATION-OK          VALUE '00'.
000767 77  BR1200-VIOLATION-OPEN-SW         PIC X(01) VALUE 'N'.
000768     88  BR1200-VIOLATION-FILE-OPEN   VALUE 'Y'.
000769 77  BR1200-HISTORY-STATUS            PIC X(02) VALUE SPACES.
000770     88  BR1200-HISTORY-OK            VALUE '00'.
000771 77  BR1200-HISTORY-OPEN-SW           PIC X(01) VALUE 'N'.
000772     88  BR1200-HISTORY-FILE-OPEN     VALUE 'Y'.
000773 77  BR1200-SCOPE-SW                  PIC X(01) VALUE 'N'.
000774     88  BR1200-IN-SCOPE              VALUE 'Y'.
000775 77  BR1200-AUTH-IX                   PIC 9(02) COMP VALUE ZERO.
000776 77  BR1200-DENY-REASON               PIC X(01) VALUE SPACE.
000777 01  BR1200-DENY-DESC                 PIC X(40) VALUE SPACES.
000778 01  BR1200-CHECK-DISTRICT            PIC X(04) VALUE SPACES.
000779 01  BR1200-RUN-STAMP.
000780     05  BR1200-RUN-STAMP-DATE        PIC X(08).
000790     05  BR1200-RUN-STAMP-TIME        PIC X(06).
000800 01  BR1200-START-STAMP.
000830 01  BR1200-END-STAMP.
000840     05  BR1200-END-STAMP-DATE        PIC X(08).
000850     05  BR1200-END-STAMP-TIME        PIC X(06).
000851 77  BR1200-ZONE-STATUS               PIC X(02) VALUE SPACES.
000852     88  BR1200-ZONE-OK               VALUE '00', '02'.
000853 77  BR1200-ZONE-OPEN-SW              PIC X(01) VALUE 'N'.
000854     88  BR1200-ZONE-FILE-OPEN        VALUE 'Y'.
000855 77  BR1200-TZ-RULE-SW                PIC X(01) VALUE 'N'.
000856     88  BR1200-TZ-RULE-FOUND         VALUE 'Y'.
000857 77  BR1200-TZ-DST-SW                 PIC X(01) VALUE 'N'.
000858     88  BR1200-TZ-IN-DST             VALUE 'Y'.
000859 77  BR1200-TZ-UTC-MINS          PIC S9(11) COMP-3 VALUE ZERO.
000860 77  BR1200-TZ-LCL-MINS          PIC S9(11) COMP-3 VALUE ZERO.
000861 77  BR1200-TZ-START-MINS        PIC S9(11) COMP-3 VALUE ZERO.
000862 77  BR1200-TZ-END-MINS          PIC S9(11) COMP-3 VALUE ZERO.
000863 77  BR1200-TZ-DAY-NUM           PIC S9(07) COMP-3 VALUE ZERO.
000864 77  BR1200-TZ-DAY-MINS          PIC S9(05) COMP-3 VALUE ZERO.
000865 77  BR1200-TZ-OFFSET-MINS       PIC S9(04) COMP-3 VALUE ZERO.
000866 01  BR1200-TZ-FROM.
000867     05  BR1200-TZ-FROM-ZONE          PIC X(04).
000868     05  BR1200-TZ-FROM-DATE          PIC X(08).
000869     05  BR1200-TZ-FROM-TIME          PIC X(04).
000870 01  BR1200-TZ-TO.
000871     05  BR1200-TZ-TO-ZONE            PIC X(04).
000872     05  BR1200-TZ-TO-DATE            PIC X(08).
000873     05  BR1200-TZ-TO-TIME            PIC X(04).
000874 01  BR1200-TZ-DATE-NUM               PIC 9(08) VALUE ZERO.
000875 01  BR1200-TZ-DATE-NUM-R REDEFINES BR1200-TZ-DATE-NUM.
000876     05  BR1200-TZ-DATE-YEAR          PIC 9(04).
000877     05  FILLER                      PIC X(04).
000878 01  BR1200-TZ-HHMM                   PIC 9(04) VALUE ZERO.
000879 01  BR1200-TZ-HHMM-R REDEFINES BR1200-TZ-HHMM.
000880     05  BR1200-TZ-HH                 PIC 9(02).
000881     05  BR1200-TZ-MM                 PIC 9(02).
000882*
000883 LINKAGE SECTION.
000884     COPY "BranchEmg.cpy".
000890*
000900 PROCEDURE DIVISION USING BRANCH-EMRG-RQRS.
000910 0000-MAINLINE.
001180     MOVE SPACES TO EM-RS-END-TIME.
001190     MOVE SPACES TO EM-RS-REASON.
001200     MOVE 'N' TO EM-RS-IN-EFFECT-IND.
001205     MOVE SPACES TO EM-RS-TIME-ZONE.
001210     OPEN INPUT BRANCH-MASTER-FILE.
001220     IF NOT BR1200-MASTER-OK
001230         MOVE 0002 TO BR1200-LOOKUP-CODE
001260         MOVE 'N' TO BR1200-VALID-SW
001270         GO TO 1000-ABEND
001280     END-IF.
001281     OPEN INPUT ZONE-RULE-FILE.
001282     IF BR1200-ZONE-OK
001283         MOVE 'Y' TO BR1200-ZONE-OPEN-SW
001284     END-IF.
001285     OPEN INPUT OPERATOR-AUTH-FILE.
001286     IF BR1200-AUTH-OK
001287         MOVE 'Y' TO BR1200-AUTH-OPEN-SW
001288     END-IF.
001289     OPEN EXTEND VIOLATION-LOG-FILE.
001290     IF NOT BR1200-VIOLATION-OK
001291         OPEN OUTPUT VIOLATION-LOG-FILE
001292     END-IF.
001293     IF BR1200-VIOLATION-OK
001294         MOVE 'Y' TO BR1200-VIOLATION-OPEN-SW
001295     END-IF.
001296     OPEN EXTEND INCIDENT-HISTORY-FILE.
001297     IF NOT BR1200-HISTORY-OK
001298         OPEN OUTPUT INCIDENT-HISTORY-FILE
001299     END-IF.
001300     IF BR1200-HISTORY-OK
001301         MOVE 'Y' TO BR1200-HISTORY-OPEN-SW
001302     END-IF.
001303     OPEN I-O EMERGENCY-FILE.
001304     IF BR1200-EMRG-NEW-FILE
001310         OPEN OUTPUT EMERGENCY-FILE
001320         CLOSE EMERGENCY-FILE
001330         OPEN I-O EMERGENCY-FILE
001460     IF BR1200-MASTER-OK
001470         CLOSE BRANCH-MASTER-FILE
001480     END-IF.
001481     IF BR1200-ZONE-FILE-OPEN
001482         CLOSE ZONE-RULE-FILE
001483     END-IF.
001484     IF BR1200-AUTH-FILE-OPEN
001485         CLOSE OPERATOR-AUTH-FILE
001486     END-IF.
001487     IF BR1200-VIOLATION-FILE-OPEN
001488         CLOSE VIOLATION-LOG-FILE
001489     END-IF.
001490     IF BR1200-HISTORY-FILE-OPEN
001491         CLOSE INCIDENT-HISTORY-FILE
001492     END-IF.
001493     GOBACK.
001500 1000-EXIT.
001510     EXIT.
001520*
001620         MOVE 'N' TO BR1200-VALID-SW
001630         GO TO 1500-EXIT
001640     END-IF.
001641     PERFORM 1550-DERIVE-BRANCH-NOW
001642         THRU 1550-EXIT.
001643     IF EM-ACTION-SET
001644         OR EM-ACTION-CLEAR
001645         PERFORM 1800-CHECK-AUTHORITY
001646             THRU 1800-EXIT
001647         IF NOT BR1200-REQUEST-VALID
001648             GO TO 1500-EXIT
001649         END-IF
001650     END-IF.
001651     IF EM-ACTION-SET
001660         PERFORM 1600-VALIDATE-WINDOW
001670             THRU 1600-EXIT
001680     END-IF.
001690 1500-EXIT.
001700     EXIT.
001701*
001702*----------------------------------------------------------------
001703*  NOW AS WALL-CLOCK TIME AT THE BRANCH, SINCE EVERY CLOSURE
001704*  WINDOW IS BRANCH LOCAL.  AN UNKNOWN BRANCH IS LEFT ON THE DATA
001705*  CENTRE CLOCK HERE AND REJECTED BY 2000-PROCESS-ACTION.
001706*----------------------------------------------------------------
001707 1550-DERIVE-BRANCH-NOW.
001708     MOVE EM-BRANCH-ID TO BM-BRANCH-ID.
001709     READ BRANCH-MASTER-FILE
001710         KEY IS BM-BRANCH-ID
001711     END-READ.
001712     IF NOT BR1200-MASTER-OK
001713         GO TO 1550-EXIT
001714     END-IF.
001715     MOVE SPACES TO BR1200-TZ-FROM-ZONE.
001716     MOVE BR1200-RUN-DATE TO BR1200-TZ-FROM-DATE.
001717     MOVE BR1200-RUN-TIME (1:4) TO BR1200-TZ-FROM-TIME.
001718     MOVE BM-TIME-ZONE-ID TO BR1200-TZ-TO-ZONE.
001719     PERFORM 7100-CONVERT-ZONE-TIME
001720         THRU 7100-EXIT.
001721     MOVE BR1200-TZ-TO-DATE TO BR1200-RUN-STAMP-DATE.
001722     MOVE BR1200-TZ-TO-TIME TO BR1200-RUN-STAMP-TIME (1:4).
001723     MOVE BR1200-RUN-TIME (5:2) TO BR1200-RUN-STAMP-TIME (5:2).
001724     MOVE BR1200-TZ-TO-ZONE TO EM-RS-TIME-ZONE.
001725 1550-EXIT.
001726     EXIT.
001727*
001728 1600-VALIDATE-WINDOW.
001730     IF EM-START-DATE = SPACES
001740         MOVE BR1200-RUN-STAMP TO BR1200-START-STAMP
001760     ELSE
001770         IF EM-START-DATE NOT NUMERIC
001780             OR EM-START-TIME NOT NUMERIC
002200     END-IF.
002210 1600-EXIT.
002220     EXIT.
002221*
002222*----------------------------------------------------------------
002223*  OPERATOR AUTHORITY FOR A SET OR CLEAR.  EM-UPDATE-USER MUST BE
002224*  ON BRANAUTH WITH THE ACTION GRANTED AND, UNLESS SCOPED TO THE
002225*  WHOLE NETWORK, WITH THE BRANCH'S DISTRICT IN ITS LIST - A
002226*  BRANCH WITH NO DISTRICT IS NETWORK SCOPE ONLY.  AN UNKNOWN
002227*  BRANCH IS LEFT FOR 2000-PROCESS-ACTION TO REJECT.  A REFUSAL
002228*  IS CODE 0040, LOGGED TO BRSECVIO.  NO BRANAUTH MEANS NOTHING
002229*  IS ALLOWED.
002230*----------------------------------------------------------------
002231 1800-CHECK-AUTHORITY.
002232     IF NOT BR1200-AUTH-FILE-OPEN
002233         MOVE 0041 TO BR1200-LOOKUP-CODE
002234         PERFORM 8000-LOOKUP-MESSAGE
002235             THRU 8000-EXIT
002236         MOVE 'BRANAUTH' TO EM-PROPERTYNAME
002237         MOVE 'N' TO BR1200-VALID-SW
002238         GO TO 1800-EXIT
002239     END-IF.
002240     MOVE SPACES TO BR1200-CHECK-DISTRICT.
002241     MOVE EM-UPDATE-USER TO OA-USER-ID.
002242     READ OPERATOR-AUTH-FILE
002243         KEY IS OA-USER-ID
002244     END-READ.
002245     IF NOT BR1200-AUTH-OK
002246         MOVE 'U' TO BR1200-DENY-REASON
002247         MOVE 'USER NOT ON OPERATOR AUTHORITY FILE'
002248             TO BR1200-DENY-DESC
002249         GO TO 1800-DENY
002250     END-IF.
002251     MOVE 'A' TO BR1200-DENY-REASON.
002252     MOVE 'ACTION NOT GRANTED TO THIS USER' TO BR1200-DENY-DESC.
002253     IF EM-ACTION-SET
002254         AND NOT OA-MAY-EMRG-SET
002255         GO TO 1800-DENY
002256     END-IF.
002257     IF EM-ACTION-CLEAR
002258         AND NOT OA-MAY-EMRG-CLEAR
002259         GO TO 1800-DENY
002260     END-IF.
002261     IF OA-SCOPE-NETWORK
002262         GO TO 1800-EXIT
002263     END-IF.
002264     MOVE EM-BRANCH-ID TO BM-BRANCH-ID.
002265     READ BRANCH-MASTER-FILE
002266         KEY IS BM-BRANCH-ID
002267     END-READ.
002268     IF NOT BR1200-MASTER-OK
002269         GO TO 1800-EXIT
002270     END-IF.
002271     MOVE 'S' TO BR1200-DENY-REASON.
002272     MOVE 'BRANCH DISTRICT OUTSIDE USER SCOPE'
002273         TO BR1200-DENY-DESC.
002274     MOVE BM-DISTRICT-ID TO BR1200-CHECK-DISTRICT.
002275     MOVE 'N' TO BR1200-SCOPE-SW.
002276     IF BR1200-CHECK-DISTRICT NOT = SPACES
002277         PERFORM 1810-SCAN-USER-DISTRICTS
002278             THRU 1810-EXIT
002279             VARYING BR1200-AUTH-IX FROM 1 BY 1
002280             UNTIL BR1200-AUTH-IX > OA-DISTRICT-COUNT
002281             OR BR1200-AUTH-IX > 10
002282             OR BR1200-IN-SCOPE
002283     END-IF.
002284     IF BR1200-IN-SCOPE
002285         GO TO 1800-EXIT
002286     END-IF.
002287 1800-DENY.
002288     MOVE 0040 TO BR1200-LOOKUP-CODE.
002289     PERFORM 8000-LOOKUP-MESSAGE
002290         THRU 8000-EXIT.
002291     MOVE 'EM-UPDATE-USER' TO EM-PROPERTYNAME.
002292     MOVE BR1200-DENY-DESC TO EM-MESSAGEDESC.
002293     MOVE 'N' TO BR1200-VALID-SW.
002294     PERFORM 9800-WRITE-VIOLATION
002295         THRU 9800-EXIT.
002296 1800-EXIT.
002297     EXIT.
002298*
002299 1810-SCAN-USER-DISTRICTS.
002300     IF OA-DISTRICT-ID (BR1200-AUTH-IX) = BR1200-CHECK-DISTRICT
002301         MOVE 'Y' TO BR1200-SCOPE-SW
002302     END-IF.
002303 1810-EXIT.
002304     EXIT.
002305*
002306 2000-PROCESS-ACTION.
002307     MOVE EM-BRANCH-ID TO BM-BRANCH-ID.
002308     READ BRANCH-MASTER-FILE
002309         KEY IS BM-BRANCH-ID
002310     END-READ.
002311     IF NOT BR1200-MASTER-OK
002312         MOVE 0008 TO BR1200-LOOKUP-CODE
002313         PERFORM 8000-LOOKUP-MESSAGE
002320             THRU 8000-EXIT
002330         MOVE 'EM-BRANCH-ID' TO EM-PROPERTYNAME
002340         GO TO 2000-EXIT
002670     ELSE
002680         MOVE 'N' TO BR1200-REPLACE-SW
002690     END-IF.
002691     IF NOT BR1200-HISTORY-FILE-OPEN
002692         MOVE 0027 TO BR1200-LOOKUP-CODE
002693         PERFORM 8000-LOOKUP-MESSAGE
002694             THRU 8000-EXIT
002695         MOVE 'BREMGHST' TO EM-PROPERTYNAME
002696         MOVE 'INCIDENT HISTORY FILE UNAVAILABLE'
002697             TO EM-MESSAGEDESC
002698         GO TO 2100-EXIT
002699     END-IF.
002700     PERFORM 2150-CARRY-INCIDENT
002701         THRU 2150-EXIT.
002702     MOVE EM-BRANCH-ID TO EC-BRANCH-ID.
002710     MOVE BR1200-START-STAMP TO EC-START-STAMP.
002720     MOVE BR1200-END-STAMP TO EC-END-STAMP.
002730     MOVE EM-CLOSURE-REASON TO EC-CLOSURE-REASON.
002740     MOVE EM-UPDATE-USER TO EC-SET-USER.
002750     MOVE BR1200-RUN-DATE TO EC-SET-DATE.
002760     MOVE BR1200-RUN-TIME TO EC-SET-TIME.
002761     PERFORM 2500-WRITE-INCIDENT-HISTORY
002762         THRU 2500-EXIT.
002763     IF NOT BR1200-HISTORY-OK
002764         MOVE 0027 TO BR1200-LOOKUP-CODE
002765         PERFORM 8000-LOOKUP-MESSAGE
002766             THRU 8000-EXIT
002767         MOVE 'BREMGHST' TO EM-PROPERTYNAME
002768         MOVE 'INCIDENT HISTORY WRITE FAILED' TO EM-MESSAGEDESC
002769         GO TO 2100-EXIT
002770     END-IF.
002771     IF BR1200-REPLACING-ENTRY
002780         REWRITE EC-EMERGENCY-RECORD
002790     ELSE
002800         WRITE EC-EMERGENCY-RECORD
002900         THRU 8000-EXIT.
002910 2100-EXIT.
002920     EXIT.
002921*
002922*----------------------------------------------------------------
002923*  A SET OVER A WINDOW THAT HAS NOT YET RUN OUT EXTENDS THAT
002924*  INCIDENT - ITS ID, ORIGINAL WINDOW AND ORIGINAL USER CARRY
002925*  OVER.  ANYTHING ELSE, INCLUDING A SET OVER A WINDOW THAT HAS
002926*  ALREADY ENDED, STARTS A NEW INCIDENT.
002927*----------------------------------------------------------------
002928 2150-CARRY-INCIDENT.
002929     MOVE 'S' TO BR1200-EVENT-CODE.
002930     IF BR1200-REPLACING-ENTRY
002931         AND EC-END-STAMP > BR1200-RUN-STAMP
002932         MOVE 'E' TO BR1200-EVENT-CODE
002933         IF EC-INCIDENT-ID = SPACES
002934             PERFORM 2160-ADOPT-OPEN-CLOSURE
002935                 THRU 2160-EXIT
002936         END-IF
002937         GO TO 2150-EXIT
002938     END-IF.
002939     MOVE BR1200-RUN-DATE TO EC-INCIDENT-DATE.
002940     MOVE BR1200-RUN-TIME TO EC-INCIDENT-TIME.
002941     MOVE BR1200-START-STAMP TO EC-ORIG-START-STAMP.
002942     MOVE BR1200-END-STAMP TO EC-ORIG-END-STAMP.
002943     MOVE EM-UPDATE-USER TO EC-ORIG-USER.
002944 2150-EXIT.
002945     EXIT.
002946*
002947*----------------------------------------------------------------
002948*  A CLOSURE SET BEFORE INCIDENTS WERE TRACKED HAS NO INCIDENT ID.
002949*  IT BECOMES ONE AS OF ITS LAST SET, THE WINDOW IT HAS NOW BEING
002950*  TAKEN AS THE ORIGINAL.
002951*----------------------------------------------------------------
002952 2160-ADOPT-OPEN-CLOSURE.
002953     MOVE EC-SET-DATE TO EC-INCIDENT-DATE.
002954     MOVE EC-SET-TIME TO EC-INCIDENT-TIME.
002955     MOVE EC-START-STAMP TO EC-ORIG-START-STAMP.
002956     MOVE EC-END-STAMP TO EC-ORIG-END-STAMP.
002957     MOVE EC-SET-USER TO EC-ORIG-USER.
002958 2160-EXIT.
002959     EXIT.
002960*
002961 2200-CLEAR-CLOSURE.
002962     MOVE EM-BRANCH-ID TO EC-BRANCH-ID.
002963     READ EMERGENCY-FILE
002970         KEY IS EC-BRANCH-ID
002980     END-READ.
002990     IF NOT BR1200-EMRG-OK
003020             THRU 8000-EXIT
003030         GO TO 2200-EXIT
003040     END-IF.
003041     IF NOT BR1200-HISTORY-FILE-OPEN
003042         MOVE 0027 TO BR1200-LOOKUP-CODE
003043         PERFORM 8000-LOOKUP-MESSAGE
003044             THRU 8000-EXIT
003045         MOVE 'BREMGHST' TO EM-PROPERTYNAME
003046         MOVE 'INCIDENT HISTORY FILE UNAVAILABLE'
003047             TO EM-MESSAGEDESC
003048         GO TO 2200-EXIT
003049     END-IF.
003050     IF EC-INCIDENT-ID = SPACES
003051         PERFORM 2160-ADOPT-OPEN-CLOSURE
003052             THRU 2160-EXIT
003053     END-IF.
003054     MOVE 'C' TO BR1200-EVENT-CODE.
003055     IF BR1200-RUN-STAMP < EC-END-STAMP
003056         IF BR1200-RUN-STAMP < EC-START-STAMP
003057             MOVE EC-START-STAMP TO EC-END-STAMP
003058         ELSE
003059             MOVE BR1200-RUN-STAMP TO EC-END-STAMP
003060         END-IF
003061     END-IF.
003062     PERFORM 2500-WRITE-INCIDENT-HISTORY
003063         THRU 2500-EXIT.
003064     IF NOT BR1200-HISTORY-OK
003065         MOVE 0027 TO BR1200-LOOKUP-CODE
003066         PERFORM 8000-LOOKUP-MESSAGE
003067             THRU 8000-EXIT
003068         MOVE 'BREMGHST' TO EM-PROPERTYNAME
003069         MOVE 'INCIDENT HISTORY WRITE FAILED' TO EM-MESSAGEDESC
003070         GO TO 2200-EXIT
003071     END-IF.
003072     DELETE EMERGENCY-FILE.
003073     IF BR1200-EMRG-OK
003074         MOVE 0024 TO BR1200-LOOKUP-CODE
003080     ELSE
003090         MOVE 0027 TO BR1200-LOOKUP-CODE
003100     END-IF.
003460     END-IF.
003470 2400-EXIT.
003480     EXIT.
003481*
003482*----------------------------------------------------------------
003483*  ONE BREMGHST RECORD FOR THE SET, EXTEND OR CLEAR IN
003484*  BR1200-EVENT-CODE, FROM THE CLOSURE IN THE RECORD AREA AS IT
003485*  STANDS AFTER THE CHANGE.
003486*----------------------------------------------------------------
003487 2500-WRITE-INCIDENT-HISTORY.
003488     MOVE EC-BRANCH-ID TO EH-BRANCH-ID.
003489     MOVE EC-INCIDENT-ID TO EH-INCIDENT-ID.
003490     MOVE BR1200-EVENT-CODE TO EH-EVENT.
003491     MOVE BR1200-RUN-DATE TO EH-EVENT-DATE.
003492     MOVE BR1200-RUN-TIME TO EH-EVENT-TIME.
003493     MOVE EM-UPDATE-USER TO EH-EVENT-USER.
003494     MOVE EC-ORIG-START-STAMP TO EH-ORIG-START-STAMP.
003495     MOVE EC-ORIG-END-STAMP TO EH-ORIG-END-STAMP.
003496     MOVE EC-ORIG-USER TO EH-ORIG-USER.
003497     MOVE EC-START-STAMP TO EH-FINAL-START-STAMP.
003498     MOVE EC-END-STAMP TO EH-FINAL-END-STAMP.
003499     MOVE EC-CLOSURE-REASON TO EH-CLOSURE-REASON.
003500     MOVE EM-RS-TIME-ZONE TO EH-TIME-ZONE.
003501     WRITE EH-INCIDENT-HISTORY-RECORD.
003502 2500-EXIT.
003503     EXIT.
003504*
003505*----------------------------------------------------------------
003506*  CONVERT BR1200-TZ-FROM-DATE/TIME, WALL-CLOCK IN ZONE
003507*  BR1200-TZ-FROM-ZONE, INTO BR1200-TZ-TO-DATE/TIME IN ZONE
003508*  BR1200-TZ-TO-ZONE THROUGH UTC.  A BLANK ZONE IS THE DATA CENTRE
003509*  CLOCK (HOST).  WITH NO RULES ON FILE FOR EITHER ZONE THE MOMENT
003510*  IS PASSED THROUGH UNCHANGED.
003511*----------------------------------------------------------------
003512 7100-CONVERT-ZONE-TIME.
003513     MOVE BR1200-TZ-FROM-DATE TO BR1200-TZ-TO-DATE.
003514     MOVE BR1200-TZ-FROM-TIME TO BR1200-TZ-TO-TIME.
003515     IF BR1200-TZ-FROM-ZONE = SPACES
003516         MOVE 'HOST' TO BR1200-TZ-FROM-ZONE
003517     END-IF.
003518     IF BR1200-TZ-TO-ZONE = SPACES
003519         MOVE 'HOST' TO BR1200-TZ-TO-ZONE
003520     END-IF.
003521     IF BR1200-TZ-FROM-ZONE = BR1200-TZ-TO-ZONE
003522         OR NOT BR1200-ZONE-FILE-OPEN
003523         OR BR1200-TZ-FROM-DATE NOT NUMERIC
003524         OR BR1200-TZ-FROM-TIME NOT NUMERIC
003525         GO TO 7100-EXIT
003526     END-IF.
003527     COMPUTE BR1200-TZ-DAY-NUM =
003528         FUNCTION INTEGER-OF-DATE (FUNCTION NUMVAL
003529             (BR1200-TZ-FROM-DATE)).
003530     IF BR1200-TZ-DAY-NUM = ZERO
003531         GO TO 7100-EXIT
003532     END-IF.
003533     MOVE BR1200-TZ-FROM-TIME TO BR1200-TZ-HHMM.
003534     COMPUTE BR1200-TZ-LCL-MINS =
003535         BR1200-TZ-DAY-NUM * 1440
003536         + BR1200-TZ-HH * 60 + BR1200-TZ-MM.
003537     MOVE BR1200-TZ-FROM-ZONE TO TR-ZONE-ID.
003538     MOVE BR1200-TZ-FROM-DATE (1:4) TO TR-RULE-YEAR.
003539     PERFORM 7110-READ-ZONE-RULE
003540         THRU 7110-EXIT.
003541     IF NOT BR1200-TZ-RULE-FOUND
003542         GO TO 7100-EXIT
003543     END-IF.
003544     PERFORM 7120-LOCAL-TO-UTC
003545         THRU 7120-EXIT.
003546     COMPUTE BR1200-TZ-DAY-NUM = BR1200-TZ-UTC-MINS / 1440.
003547     COMPUTE BR1200-TZ-DATE-NUM =
003548         FUNCTION DATE-OF-INTEGER (BR1200-TZ-DAY-NUM).
003549     MOVE BR1200-TZ-TO-ZONE TO TR-ZONE-ID.
003550     MOVE BR1200-TZ-DATE-YEAR TO TR-RULE-YEAR.
003551     PERFORM 7110-READ-ZONE-RULE
003552         THRU 7110-EXIT.
003553     IF NOT BR1200-TZ-RULE-FOUND
003554         GO TO 7100-EXIT
003555     END-IF.
003556     PERFORM 7130-UTC-TO-LOCAL
003557         THRU 7130-EXIT.
003558 7100-EXIT.
003559     EXIT.
003560*
003561 7110-READ-ZONE-RULE.
003562     MOVE 'N' TO BR1200-TZ-RULE-SW.
003563     READ ZONE-RULE-FILE
003564         KEY IS TR-KEY
003565     END-READ.
003566     IF BR1200-ZONE-OK
003567         MOVE 'Y' TO BR1200-TZ-RULE-SW
003568     END-IF.
003569 7110-EXIT.
003570     EXIT.
003571*
003572 7120-LOCAL-TO-UTC.
003573     COMPUTE BR1200-TZ-UTC-MINS =
003574         BR1200-TZ-LCL-MINS - TR-DST-OFFSET-MINS.
003575     PERFORM 7140-TEST-DAYLIGHT
003576         THRU 7140-EXIT.
003577     IF NOT BR1200-TZ-IN-DST
003578         COMPUTE BR1200-TZ-UTC-MINS =
003579             BR1200-TZ-LCL-MINS - TR-STD-OFFSET-MINS
003580     END-IF.
003581 7120-EXIT.
003582     EXIT.
003583*
003584 7130-UTC-TO-LOCAL.
003585     PERFORM 7140-TEST-DAYLIGHT
003586         THRU 7140-EXIT.
003587     IF BR1200-TZ-IN-DST
003588         MOVE TR-DST-OFFSET-MINS TO BR1200-TZ-OFFSET-MINS
003589     ELSE
003590         MOVE TR-STD-OFFSET-MINS TO BR1200-TZ-OFFSET-MINS
003591     END-IF.
003592     COMPUTE BR1200-TZ-LCL-MINS =
003593         BR1200-TZ-UTC-MINS + BR1200-TZ-OFFSET-MINS.
003594     COMPUTE BR1200-TZ-DAY-NUM = BR1200-TZ-LCL-MINS / 1440.
003595     COMPUTE BR1200-TZ-DAY-MINS =
003596         BR1200-TZ-LCL-MINS - BR1200-TZ-DAY-NUM * 1440.
003597     COMPUTE BR1200-TZ-DATE-NUM =
003598         FUNCTION DATE-OF-INTEGER (BR1200-TZ-DAY-NUM).
003599     COMPUTE BR1200-TZ-HH = BR1200-TZ-DAY-MINS / 60.
003600     COMPUTE BR1200-TZ-MM =
003601         BR1200-TZ-DAY-MINS - BR1200-TZ-HH * 60.
003602     MOVE BR1200-TZ-DATE-NUM TO BR1200-TZ-TO-DATE.
003603     MOVE BR1200-TZ-HHMM TO BR1200-TZ-TO-TIME.
003604 7130-EXIT.
003605     EXIT.
003606*
003607*----------------------------------------------------------------
003608*  IS THE UTC MOMENT IN BR1200-TZ-UTC-MINS INSIDE THE DAYLIGHT
003609*  PERIOD OF THE RULE IN THE ZONE-RULE-FILE RECORD AREA?  THE
003610*  START IS PUBLISHED IN STANDARD LOCAL TIME AND THE END IN
003611*  DAYLIGHT LOCAL TIME.  A START AFTER THE END IS A SOUTHERN-
003612*  HEMISPHERE YEAR - DAYLIGHT RUNS FROM THE START TO NEW YEAR AND
003613*  FROM NEW YEAR TO THE END.
003614*----------------------------------------------------------------
003615 7140-TEST-DAYLIGHT.
003616     MOVE 'N' TO BR1200-TZ-DST-SW.
003617     IF TR-DST-START-DATE NOT NUMERIC
003618         OR TR-DST-END-DATE NOT NUMERIC
003619         OR TR-DST-START-TIME NOT NUMERIC
003620         OR TR-DST-END-TIME NOT NUMERIC
003621         GO TO 7140-EXIT
003622     END-IF.
003623     MOVE TR-DST-START-TIME TO BR1200-TZ-HHMM.
003624     COMPUTE BR1200-TZ-START-MINS =
003625         FUNCTION INTEGER-OF-DATE (FUNCTION NUMVAL
003626             (TR-DST-START-DATE)) * 1440
003627         + BR1200-TZ-HH * 60 + BR1200-TZ-MM
003628         - TR-STD-OFFSET-MINS.
003629     MOVE TR-DST-END-TIME TO BR1200-TZ-HHMM.
003630     COMPUTE BR1200-TZ-END-MINS =
003631         FUNCTION INTEGER-OF-DATE (FUNCTION NUMVAL
003632             (TR-DST-END-DATE)) * 1440
003633         + BR1200-TZ-HH * 60 + BR1200-TZ-MM
003634         - TR-DST-OFFSET-MINS.
003635     IF BR1200-TZ-START-MINS < BR1200-TZ-END-MINS
003636         IF BR1200-TZ-UTC-MINS NOT LESS THAN BR1200-TZ-START-MINS
003637             AND BR1200-TZ-UTC-MINS < BR1200-TZ-END-MINS
003638             MOVE 'Y' TO BR1200-TZ-DST-SW
003639         END-IF
003640     ELSE
003641         IF BR1200-TZ-UTC-MINS NOT LESS THAN BR1200-TZ-START-MINS
003642             OR BR1200-TZ-UTC-MINS < BR1200-TZ-END-MINS
003643             MOVE 'Y' TO BR1200-TZ-DST-SW
003644         END-IF
003645     END-IF.
003646 7140-EXIT.
003647     EXIT.
003648*
003649 8000-LOOKUP-MESSAGE.
003650     MOVE ZERO TO BR1200-MSG-IX.
003651     PERFORM 8010-SCAN-CATALOG
003652         THRU 8010-EXIT
003653         VARYING BR1200-MSG-IX FROM 1 BY 1
003654         UNTIL BR1200-MSG-IX > 51
003655         OR BR-MSG-CODE (BR1200-MSG-IX) = BR1200-LOOKUP-CODE.
003656     IF BR1200-MSG-IX NOT > 51
003657         MOVE BR-MSG-CODE (BR1200-MSG-IX) TO EM-STATUSCODE
003658         MOVE BR-MSG-SEVERITY (BR1200-MSG-IX) TO EM-SEVERITY
003659         MOVE BR-MSG-TEXT (BR1200-MSG-IX) TO EM-STATUSMESSAGE
003660     END-IF.
003661 8000-EXIT.
003662     EXIT.
003663*
003664 8010-SCAN-CATALOG.
003665     CONTINUE.
003670 8010-EXIT.
003680     EXIT.
003690*
003720     IF BR1200-EMRG-FILE-OPEN
003730         CLOSE EMERGENCY-FILE
003740     END-IF.
003741     IF BR1200-ZONE-FILE-OPEN
003742         CLOSE ZONE-RULE-FILE
003743     END-IF.
003744     IF BR1200-AUTH-FILE-OPEN
003745         CLOSE OPERATOR-AUTH-FILE
003746     END-IF.
003747     IF BR1200-VIOLATION-FILE-OPEN
003748         CLOSE VIOLATION-LOG-FILE
003749     END-IF.
003750     IF BR1200-HISTORY-FILE-OPEN
003751         CLOSE INCIDENT-HISTORY-FILE
003752     END-IF.
003753 9000-EXIT.
003760     EXIT.
003770*
003780 9800-WRITE-VIOLATION.
003790     IF NOT BR1200-VIOLATION-FILE-OPEN
003800         GO TO 9800-EXIT
003810     END-IF.
003820     MOVE BR1200-RUN-DATE TO SV-VIOLATION-DATE.
003830     MOVE BR1200-RUN-TIME TO SV-VIOLATION-TIME.
003840     MOVE EM-UPDATE-USER TO SV-USER-ID.
003850     MOVE 'BR1200' TO SV-PROGRAM-ID.
003860     MOVE EM-ACTION TO SV-ACTION.
003870     IF EM-ACTION-SET
003880         MOVE 'EMERGENCY SET' TO SV-ACTION-DESC
003890     ELSE
003900         MOVE 'EMERGENCY CLEAR' TO SV-ACTION-DESC
003910     END-IF.
003920     MOVE EM-BRANCH-ID TO SV-BRANCH-ID.
003930     MOVE BR1200-CHECK-DISTRICT TO SV-DISTRICT-ID.
003940     MOVE BR1200-DENY-REASON TO SV-REASON.
003950     MOVE BR1200-DENY-DESC TO SV-REASON-DESC.
003960     WRITE SV-VIOLATION-RECORD.
003970 9800-EXIT.
003980     EXIT.
