000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  BR3200.
000030 AUTHOR.      M OKAFOR.
000040 INSTALLATION. CELERITI DEPOSITS - BRANCH SERVICES.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080*  MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100*  101526  MO   INITIAL VERSION - ONLINE BRANCH ATTRIBUTE
000110*               MAINTENANCE.  ADDS, UPDATES, DELETES OR INQUIRES
000120*               ON ONE BRANCH'S BRANATTR ENTRY - PHONE NUMBER,
000130*               MANAGER NAME, THE FIVE FACILITY INDICATORS AND THE
000140*               LANGUAGES SPOKEN.  SAME REQUEST/RESPONSE
000150*               CONVENTION AS BR0400, XSTATUS FROM THE SHARED
000160*               BRMSGCAT CATALOG.  THE BRANCH MUST BE ON THE
000170*               MASTER.  AN ADD, UPDATE OR DELETE NEEDS
000180*               AM-UPDATE-USER ON BRANAUTH WITH THE UPDATE GRANT
000190*               AND THE BRANCH'S DISTRICT IN ITS SCOPE; A REFUSAL
000200*               IS CODE 0040, LOGGED TO BRSECVIO.  INDICATORS MUST
000210*               BE Y, N OR SPACE AND EACH LANGUAGE CODE ON BRLANG.
000220*----------------------------------------------------------------
000230 ENVIRONMENT DIVISION.
000240 CONFIGURATION SECTION.
000250 SOURCE-COMPUTER.  IBM-370.
000260 OBJECT-COMPUTER.  IBM-370.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT BRANCH-MASTER-FILE ASSIGN TO BRANMSTR
000300         ORGANIZATION IS INDEXED
000310         ACCESS MODE IS DYNAMIC
000320         RECORD KEY IS BM-BRANCH-ID
000330         FILE STATUS IS BR3200-MASTER-STATUS.
000340
000350     SELECT ATTRIBUTE-FILE ASSIGN TO BRANATTR
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS AT-BRANCH-ID
000390         FILE STATUS IS BR3200-ATTR-STATUS.
000395
000400     SELECT OPERATOR-AUTH-FILE ASSIGN TO BRANAUTH
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS OA-USER-ID
000440         FILE STATUS IS BR3200-AUTH-STATUS.
000445
000450     SELECT VIOLATION-LOG-FILE ASSIGN TO BRSECVIO
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS BR3200-VIOLATION-STATUS.
000480*
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  BRANCH-MASTER-FILE.
000520     COPY "BranchMstr.cpy".
000530
000540 FD  ATTRIBUTE-FILE.
000550     COPY "BrAttr.cpy".
000555
000560 FD  OPERATOR-AUTH-FILE.
000570     COPY "BrOpAuth.cpy".
000575
000580 FD  VIOLATION-LOG-FILE
000590     RECORDING MODE IS F.
000600     COPY "BrSecVio.cpy".
000610*
000620 WORKING-STORAGE SECTION.
000630 77  BR3200-MASTER-STATUS             PIC X(02) VALUE SPACES.
000640     88  BR3200-MASTER-OK             VALUE '00', '02'.
000650     88  BR3200-MASTER-NOTFND         VALUE '23'.
000660 77  BR3200-ATTR-STATUS               PIC X(02) VALUE SPACES.
000670     88  BR3200-ATTR-OK               VALUE '00', '02'.
000680     88  BR3200-ATTR-NOTFND           VALUE '23'.
000690     88  BR3200-ATTR-NEW-FILE         VALUE '35'.
000700 77  BR3200-ATTR-OPEN-SW              PIC X(01) VALUE 'N'.
000710     88  BR3200-ATTR-FILE-OPEN        VALUE 'Y'.
000720 77  BR3200-VALID-SW                  PIC X(01) VALUE 'Y'.
000730     88  BR3200-REQUEST-VALID         VALUE 'Y'.
000740 77  BR3200-LOOKUP-CODE               PIC 9(04) VALUE ZERO.
000750 77  BR3200-MSG-IX                    PIC 9(02) COMP VALUE ZERO.
000770 77  BR3200-FLAG-IX                   PIC 9(02) COMP VALUE ZERO.
000780 77  BR3200-LANG-IX                   PIC 9(02) COMP VALUE ZERO.
000790 77  BR3200-CAT-IX                    PIC 9(02) COMP VALUE ZERO.
000800 77  BR3200-LANG-SW                   PIC X(01) VALUE 'N'.
000810     88  BR3200-LANG-KNOWN            VALUE 'Y'.
000850 77  BR3200-AUTH-STATUS               PIC X(02) VALUE SPACES.
000860     88  BR3200-AUTH-OK               VALUE '00', '02'.
000870 77  BR3200-AUTH-OPEN-SW              PIC X(01) VALUE 'N'.
000880     88  BR3200-AUTH-FILE-OPEN        VALUE 'Y'.
000890 77  BR3200-VIOLATION-STATUS          PIC X(02) VALUE SPACES.
000900     88  BR3200-VIOLATION-OK          VALUE '00'.
000910 77  BR3200-VIOLATION-OPEN-SW         PIC X(01) VALUE 'N'.
000920     88  BR3200-VIOLATION-FILE-OPEN   VALUE 'Y'.
000930 77  BR3200-SCOPE-SW                  PIC X(01) VALUE 'N'.
000940     88  BR3200-IN-SCOPE              VALUE 'Y'.
000950 77  BR3200-AUTH-IX                   PIC 9(02) COMP VALUE ZERO.
000960 77  BR3200-DENY-REASON               PIC X(01) VALUE SPACE.
000962     COPY "BrMsgCat.cpy".
000964     COPY "BrLang.cpy".
000966 01  BR3200-RUN-DATE                  PIC X(08).
000968 01  BR3200-RUN-TIME                  PIC X(06).
000970 01  BR3200-DENY-DESC                 PIC X(40) VALUE SPACES.
000980 01  BR3200-CHECK-DISTRICT            PIC X(04) VALUE SPACES.
000990*
001000 LINKAGE SECTION.
001010     COPY "BranchAtr.cpy".
001020*
001030 PROCEDURE DIVISION USING BRANCH-ATTR-RQRS.
001040 0000-MAINLINE.
001050     PERFORM 1000-INITIALIZE
001060         THRU 1000-EXIT.
001070     PERFORM 1500-VALIDATE-REQUEST
001080         THRU 1500-EXIT.
001090     IF BR3200-REQUEST-VALID
001100         PERFORM 2000-PROCESS-ACTION
001110             THRU 2000-EXIT
001120     END-IF.
001130     PERFORM 9000-TERMINATE
001140         THRU 9000-EXIT.
001150     GOBACK.
001160*
001170 1000-INITIALIZE.
001180     ACCEPT BR3200-RUN-DATE FROM DATE YYYYMMDD.
001190     ACCEPT BR3200-RUN-TIME FROM TIME.
001200     MOVE 'Y' TO BR3200-VALID-SW.
001210     MOVE ZERO TO AM-STATUSCODE.
001220     MOVE SPACES TO AM-STATUSMESSAGE.
001230     MOVE 'I' TO AM-SEVERITY.
001240     MOVE SPACES TO AM-PROPERTYNAME.
001250     MOVE SPACES TO AM-MESSAGEDESC.
001260     MOVE SPACES TO AM-RS-BRANCH-ID.
001270     MOVE SPACES TO AM-RS-ATTRIBUTES.
001280     MOVE ZERO TO AM-RS-LANGUAGE-COUNT.
001290     OPEN INPUT BRANCH-MASTER-FILE.
001300     IF NOT BR3200-MASTER-OK
001310         MOVE 0002 TO BR3200-LOOKUP-CODE
001320         PERFORM 8000-LOOKUP-MESSAGE
001330             THRU 8000-EXIT
001340         MOVE 'N' TO BR3200-VALID-SW
001350         GO TO 1000-ABEND
001360     END-IF.
001370     OPEN INPUT OPERATOR-AUTH-FILE.
001380     IF BR3200-AUTH-OK
001390         MOVE 'Y' TO BR3200-AUTH-OPEN-SW
001400     END-IF.
001410     OPEN EXTEND VIOLATION-LOG-FILE.
001420     IF NOT BR3200-VIOLATION-OK
001430         OPEN OUTPUT VIOLATION-LOG-FILE
001440     END-IF.
001450     IF BR3200-VIOLATION-OK
001460         MOVE 'Y' TO BR3200-VIOLATION-OPEN-SW
001470     END-IF.
001480     OPEN I-O ATTRIBUTE-FILE.
001490     IF BR3200-ATTR-NEW-FILE
001500         OPEN OUTPUT ATTRIBUTE-FILE
001510         CLOSE ATTRIBUTE-FILE
001520         OPEN I-O ATTRIBUTE-FILE
001530     END-IF.
001540     IF BR3200-ATTR-OK
001550         MOVE 'Y' TO BR3200-ATTR-OPEN-SW
001560     ELSE
001570         MOVE 0049 TO BR3200-LOOKUP-CODE
001580         PERFORM 8000-LOOKUP-MESSAGE
001590             THRU 8000-EXIT
001600         MOVE 'N' TO BR3200-VALID-SW
001610         GO TO 1000-ABEND
001620     END-IF.
001630     GO TO 1000-EXIT.
001640 1000-ABEND.
001650     IF BR3200-MASTER-OK
001660         CLOSE BRANCH-MASTER-FILE
001670     END-IF.
001680     IF BR3200-AUTH-FILE-OPEN
001690         CLOSE OPERATOR-AUTH-FILE
001700     END-IF.
001710     IF BR3200-VIOLATION-FILE-OPEN
001720         CLOSE VIOLATION-LOG-FILE
001730     END-IF.
001740     MOVE 'N' TO BR3200-AUTH-OPEN-SW.
001750     MOVE 'N' TO BR3200-VIOLATION-OPEN-SW.
001760     GOBACK.
001770 1000-EXIT.
001780     EXIT.
001790*
001800 1500-VALIDATE-REQUEST.
001810     IF NOT AM-ACTION-ADD
001820         AND NOT AM-ACTION-UPDATE
001830         AND NOT AM-ACTION-DELETE
001840         AND NOT AM-ACTION-INQUIRE
001850         MOVE 0048 TO BR3200-LOOKUP-CODE
001860         PERFORM 8000-LOOKUP-MESSAGE
001870             THRU 8000-EXIT
001880         MOVE 'AM-ACTION' TO AM-PROPERTYNAME
001890         MOVE 'MUST BE A, U, D, OR I' TO AM-MESSAGEDESC
001900         MOVE 'N' TO BR3200-VALID-SW
001910         GO TO 1500-EXIT
001920     END-IF.
001930     IF AM-BRANCH-ID = SPACES
001940         MOVE 0048 TO BR3200-LOOKUP-CODE
001950         PERFORM 8000-LOOKUP-MESSAGE
001960             THRU 8000-EXIT
001970         MOVE 'AM-BRANCH-ID' TO AM-PROPERTYNAME
001980         MOVE 'BRANCH ID IS REQUIRED' TO AM-MESSAGEDESC
001990         MOVE 'N' TO BR3200-VALID-SW
002000         GO TO 1500-EXIT
002010     END-IF.
002020     IF NOT AM-ACTION-INQUIRE
002030         PERFORM 1800-CHECK-AUTHORITY
002040             THRU 1800-EXIT
002050         IF NOT BR3200-REQUEST-VALID
002060             GO TO 1500-EXIT
002070         END-IF
002080     END-IF.
002090     IF AM-ACTION-ADD
002100         OR AM-ACTION-UPDATE
002110         PERFORM 1600-VALIDATE-ATTRIBUTES
002120             THRU 1600-EXIT
002130     END-IF.
002140 1500-EXIT.
002150     EXIT.
002160*
002170*----------------------------------------------------------------
002180*  AN ADD OR UPDATE CARRIES THE WHOLE ATTRIBUTE IMAGE.  EACH
002190*  FACILITY INDICATOR IS Y, N OR SPACE (NOT YET KNOWN); THE
002200*  LANGUAGE COUNT IS 00 TO 05 AND EVERY CODE WITHIN IT MUST BE ON
002210*  THE BRLANG TABLE.  SLOTS PAST THE COUNT ARE IGNORED.
002220*----------------------------------------------------------------
002230 1600-VALIDATE-ATTRIBUTES.
002240     PERFORM 1610-CHECK-INDICATOR
002250         THRU 1610-EXIT
002260         VARYING BR3200-FLAG-IX FROM 1 BY 1
002270         UNTIL BR3200-FLAG-IX > 5
002280         OR NOT BR3200-REQUEST-VALID.
002290     IF NOT BR3200-REQUEST-VALID
002300         GO TO 1600-EXIT
002310     END-IF.
002320     IF AM-LANGUAGE-COUNT NOT NUMERIC
002330         OR AM-LANGUAGE-COUNT > 5
002340         MOVE 0048 TO BR3200-LOOKUP-CODE
002350         PERFORM 8000-LOOKUP-MESSAGE
002360             THRU 8000-EXIT
002370         MOVE 'AM-LANGUAGE-COUNT' TO AM-PROPERTYNAME
002380         MOVE 'LANGUAGE COUNT MUST BE 00 TO 05'
002390             TO AM-MESSAGEDESC
002400         MOVE 'N' TO BR3200-VALID-SW
002410         GO TO 1600-EXIT
002420     END-IF.
002430     PERFORM 1620-CHECK-LANGUAGE
002440         THRU 1620-EXIT
002450         VARYING BR3200-LANG-IX FROM 1 BY 1
002460         UNTIL BR3200-LANG-IX > AM-LANGUAGE-COUNT
002470         OR NOT BR3200-REQUEST-VALID.
002480 1600-EXIT.
002490     EXIT.
002500*
002510 1610-CHECK-INDICATOR.
002520     IF AM-FACILITY-FLAG (BR3200-FLAG-IX) NOT = 'Y'
002530         AND AM-FACILITY-FLAG (BR3200-FLAG-IX) NOT = 'N'
002540         AND AM-FACILITY-FLAG (BR3200-FLAG-IX) NOT = SPACE
002550         MOVE 0048 TO BR3200-LOOKUP-CODE
002560         PERFORM 8000-LOOKUP-MESSAGE
002570             THRU 8000-EXIT
002580         MOVE 'AM-FACILITY-INDS' TO AM-PROPERTYNAME
002590         MOVE 'EACH INDICATOR MUST BE Y, N OR SPACE'
002600             TO AM-MESSAGEDESC
002610         MOVE 'N' TO BR3200-VALID-SW
002620     END-IF.
002630 1610-EXIT.
002640     EXIT.
002650*
002660 1620-CHECK-LANGUAGE.
002670     MOVE 'N' TO BR3200-LANG-SW.
002680     PERFORM 1630-SCAN-LANGUAGES
002690         THRU 1630-EXIT
002700         VARYING BR3200-CAT-IX FROM 1 BY 1
002710         UNTIL BR3200-CAT-IX > 16
002720         OR BR3200-LANG-KNOWN.
002730     IF NOT BR3200-LANG-KNOWN
002740         MOVE 0050 TO BR3200-LOOKUP-CODE
002750         PERFORM 8000-LOOKUP-MESSAGE
002760             THRU 8000-EXIT
002770         MOVE 'AM-LANGUAGE-CD' TO AM-PROPERTYNAME
002780         MOVE AM-LANGUAGE-CD (BR3200-LANG-IX) TO AM-MESSAGEDESC
002790         MOVE 'N' TO BR3200-VALID-SW
002800     END-IF.
002810 1620-EXIT.
002820     EXIT.
002830*
002840 1630-SCAN-LANGUAGES.
002850     IF BR-LANG-CODE (BR3200-CAT-IX) =
002860         AM-LANGUAGE-CD (BR3200-LANG-IX)
002870         MOVE 'Y' TO BR3200-LANG-SW
002880     END-IF.
002890 1630-EXIT.
002900     EXIT.
002910*
002920*----------------------------------------------------------------
002930*  OPERATOR AUTHORITY FOR AN ADD, UPDATE OR DELETE.
002940*  AM-UPDATE-USER MUST BE ON BRANAUTH WITH THE UPDATE GRANT AND,
002950*  UNLESS SCOPED TO THE WHOLE NETWORK, WITH THE BRANCH'S DISTRICT
002960*  IN ITS LIST - A BRANCH WITH NO DISTRICT IS NETWORK SCOPE ONLY.
002970*  AN UNKNOWN BRANCH IS LEFT FOR 2000-PROCESS-ACTION TO REJECT.  A
002980*  REFUSAL IS CODE 0040, LOGGED TO BRSECVIO.  NO BRANAUTH MEANS
002990*  NOTHING IS ALLOWED.
003000*----------------------------------------------------------------
003010 1800-CHECK-AUTHORITY.
003020     IF NOT BR3200-AUTH-FILE-OPEN
003030         MOVE 0041 TO BR3200-LOOKUP-CODE
003040         PERFORM 8000-LOOKUP-MESSAGE
003050             THRU 8000-EXIT
003060         MOVE 'BRANAUTH' TO AM-PROPERTYNAME
003070         MOVE 'N' TO BR3200-VALID-SW
003080         GO TO 1800-EXIT
003090     END-IF.
003100     MOVE SPACES TO BR3200-CHECK-DISTRICT.
003110     MOVE AM-UPDATE-USER TO OA-USER-ID.
003120     READ OPERATOR-AUTH-FILE
003130         KEY IS OA-USER-ID
003140     END-READ.
003150     IF NOT BR3200-AUTH-OK
003160         MOVE 'U' TO BR3200-DENY-REASON
003170         MOVE 'USER NOT ON OPERATOR AUTHORITY FILE'
003180             TO BR3200-DENY-DESC
003190         GO TO 1800-DENY
003200     END-IF.
003210     MOVE 'A' TO BR3200-DENY-REASON.
003220     MOVE 'ACTION NOT GRANTED TO THIS USER' TO BR3200-DENY-DESC.
003230     IF NOT OA-MAY-UPDATE
003240         GO TO 1800-DENY
003250     END-IF.
003260     IF OA-SCOPE-NETWORK
003270         GO TO 1800-EXIT
003280     END-IF.
003290     MOVE AM-BRANCH-ID TO BM-BRANCH-ID.
003300     READ BRANCH-MASTER-FILE
003310         KEY IS BM-BRANCH-ID
003320     END-READ.
003330     IF NOT BR3200-MASTER-OK
003340         GO TO 1800-EXIT
003350     END-IF.
003360     MOVE 'S' TO BR3200-DENY-REASON.
003370     MOVE 'BRANCH DISTRICT OUTSIDE USER SCOPE'
003380         TO BR3200-DENY-DESC.
003390     MOVE BM-DISTRICT-ID TO BR3200-CHECK-DISTRICT.
003400     MOVE 'N' TO BR3200-SCOPE-SW.
003410     IF BR3200-CHECK-DISTRICT NOT = SPACES
003420         PERFORM 1810-SCAN-USER-DISTRICTS
003430             THRU 1810-EXIT
003440             VARYING BR3200-AUTH-IX FROM 1 BY 1
003450             UNTIL BR3200-AUTH-IX > OA-DISTRICT-COUNT
003460             OR BR3200-AUTH-IX > 10
003470             OR BR3200-IN-SCOPE
003480     END-IF.
003490     IF BR3200-IN-SCOPE
003500         GO TO 1800-EXIT
003510     END-IF.
003520 1800-DENY.
003530     MOVE 0040 TO BR3200-LOOKUP-CODE.
003540     PERFORM 8000-LOOKUP-MESSAGE
003550         THRU 8000-EXIT.
003560     MOVE 'AM-UPDATE-USER' TO AM-PROPERTYNAME.
003570     MOVE BR3200-DENY-DESC TO AM-MESSAGEDESC.
003580     MOVE 'N' TO BR3200-VALID-SW.
003590     PERFORM 9800-WRITE-VIOLATION
003600         THRU 9800-EXIT.
003610 1800-EXIT.
003620     EXIT.
003630*
003640 1810-SCAN-USER-DISTRICTS.
003650     IF OA-DISTRICT-ID (BR3200-AUTH-IX) = BR3200-CHECK-DISTRICT
003660         MOVE 'Y' TO BR3200-SCOPE-SW
003670     END-IF.
003680 1810-EXIT.
003690     EXIT.
003700*
003710 2000-PROCESS-ACTION.
003720     MOVE AM-BRANCH-ID TO BM-BRANCH-ID.
003730     READ BRANCH-MASTER-FILE
003740         KEY IS BM-BRANCH-ID
003750     END-READ.
003760     IF NOT BR3200-MASTER-OK
003770         MOVE 0008 TO BR3200-LOOKUP-CODE
003780         PERFORM 8000-LOOKUP-MESSAGE
003790             THRU 8000-EXIT
003800         MOVE 'AM-BRANCH-ID' TO AM-PROPERTYNAME
003810         GO TO 2000-EXIT
003820     END-IF.
003830     MOVE AM-BRANCH-ID TO AM-RS-BRANCH-ID.
003840     EVALUATE TRUE
003850         WHEN AM-ACTION-ADD
003860             PERFORM 2100-ADD-ATTRIBUTES
003870                 THRU 2100-EXIT
003880         WHEN AM-ACTION-UPDATE
003890             PERFORM 2200-UPDATE-ATTRIBUTES
003900                 THRU 2200-EXIT
003910         WHEN AM-ACTION-DELETE
003920             PERFORM 2300-DELETE-ATTRIBUTES
003930                 THRU 2300-EXIT
003940         WHEN OTHER
003950             PERFORM 2400-INQUIRE-ATTRIBUTES
003960                 THRU 2400-EXIT
003970     END-EVALUATE.
003980 2000-EXIT.
003990     EXIT.
004000*
004010 2100-ADD-ATTRIBUTES.
004020     MOVE AM-BRANCH-ID TO AT-BRANCH-ID.
004030     READ ATTRIBUTE-FILE
004040         KEY IS AT-BRANCH-ID
004050     END-READ.
004060     IF BR3200-ATTR-OK
004070         MOVE 0047 TO BR3200-LOOKUP-CODE
004080         PERFORM 8000-LOOKUP-MESSAGE
004090             THRU 8000-EXIT
004100         MOVE 'AM-BRANCH-ID' TO AM-PROPERTYNAME
004110         GO TO 2100-EXIT
004120     END-IF.
004130     PERFORM 2500-BUILD-ATTRIBUTES
004140         THRU 2500-EXIT.
004150     WRITE AT-BRANCH-ATTR-RECORD.
004160     IF BR3200-ATTR-OK
004170         MOVE 0042 TO BR3200-LOOKUP-CODE
004180         PERFORM 2600-ECHO-ATTRIBUTES
004190             THRU 2600-EXIT
004200     ELSE
004210         MOVE 0049 TO BR3200-LOOKUP-CODE
004220     END-IF.
004230     PERFORM 8000-LOOKUP-MESSAGE
004240         THRU 8000-EXIT.
004250 2100-EXIT.
004260     EXIT.
004270*
004280 2200-UPDATE-ATTRIBUTES.
004290     MOVE AM-BRANCH-ID TO AT-BRANCH-ID.
004300     READ ATTRIBUTE-FILE
004310         KEY IS AT-BRANCH-ID
004320     END-READ.
004330     IF NOT BR3200-ATTR-OK
004340         MOVE 0046 TO BR3200-LOOKUP-CODE
004350         PERFORM 8000-LOOKUP-MESSAGE
004360             THRU 8000-EXIT
004370         MOVE 'AM-BRANCH-ID' TO AM-PROPERTYNAME
004380         GO TO 2200-EXIT
004390     END-IF.
004400     PERFORM 2500-BUILD-ATTRIBUTES
004410         THRU 2500-EXIT.
004420     REWRITE AT-BRANCH-ATTR-RECORD.
004430     IF BR3200-ATTR-OK
004440         MOVE 0043 TO BR3200-LOOKUP-CODE
004450         PERFORM 2600-ECHO-ATTRIBUTES
004460             THRU 2600-EXIT
004470     ELSE
004480         MOVE 0049 TO BR3200-LOOKUP-CODE
004490     END-IF.
004500     PERFORM 8000-LOOKUP-MESSAGE
004510         THRU 8000-EXIT.
004520 2200-EXIT.
004530     EXIT.
004540*
004550 2300-DELETE-ATTRIBUTES.
004560     MOVE AM-BRANCH-ID TO AT-BRANCH-ID.
004570     READ ATTRIBUTE-FILE
004580         KEY IS AT-BRANCH-ID
004590     END-READ.
004600     IF NOT BR3200-ATTR-OK
004610         MOVE 0046 TO BR3200-LOOKUP-CODE
004620         PERFORM 8000-LOOKUP-MESSAGE
004630             THRU 8000-EXIT
004640         MOVE 'AM-BRANCH-ID' TO AM-PROPERTYNAME
004650         GO TO 2300-EXIT
004660     END-IF.
004670     PERFORM 2600-ECHO-ATTRIBUTES
004680         THRU 2600-EXIT.
004690     DELETE ATTRIBUTE-FILE.
004700     IF BR3200-ATTR-OK
004710         MOVE 0044 TO BR3200-LOOKUP-CODE
004720     ELSE
004730         MOVE 0049 TO BR3200-LOOKUP-CODE
004740     END-IF.
004750     PERFORM 8000-LOOKUP-MESSAGE
004760         THRU 8000-EXIT.
004770 2300-EXIT.
004780     EXIT.
004790*
004800 2400-INQUIRE-ATTRIBUTES.
004810     MOVE AM-BRANCH-ID TO AT-BRANCH-ID.
004820     READ ATTRIBUTE-FILE
004830         KEY IS AT-BRANCH-ID
004840     END-READ.
004850     IF NOT BR3200-ATTR-OK
004860         MOVE 0046 TO BR3200-LOOKUP-CODE
004870         PERFORM 8000-LOOKUP-MESSAGE
004880             THRU 8000-EXIT
004890         MOVE 'AM-BRANCH-ID' TO AM-PROPERTYNAME
004900         GO TO 2400-EXIT
004910     END-IF.
004920     MOVE 0045 TO BR3200-LOOKUP-CODE.
004930     PERFORM 8000-LOOKUP-MESSAGE
004940         THRU 8000-EXIT.
004950     PERFORM 2600-ECHO-ATTRIBUTES
004960         THRU 2600-EXIT.
004970 2400-EXIT.
004980     EXIT.
004990*
005000*----------------------------------------------------------------
005010*  THE REQUEST IMAGE REPLACES WHAT IS ON FILE.  LANGUAGE SLOTS
005020*  PAST AM-LANGUAGE-COUNT ARE BLANKED SO THE LIST STAYS PACKED.
005030*----------------------------------------------------------------
005040 2500-BUILD-ATTRIBUTES.
005050     MOVE AM-BRANCH-ID TO AT-BRANCH-ID.
005060     MOVE AM-PHONE TO AT-PHONE.
005070     MOVE AM-MANAGER-NAME TO AT-MANAGER-NAME.
005080     MOVE AM-FACILITY-INDS TO AT-FACILITY-INDS.
005090     MOVE AM-LANGUAGE-COUNT TO AT-LANGUAGE-COUNT.
005100     PERFORM 2510-MOVE-LANGUAGE
005110         THRU 2510-EXIT
005120         VARYING BR3200-LANG-IX FROM 1 BY 1
005130         UNTIL BR3200-LANG-IX > 5.
005140     MOVE BR3200-RUN-DATE TO AT-LAST-UPDATE-DATE.
005150     MOVE BR3200-RUN-TIME TO AT-LAST-UPDATE-TIME.
005160     MOVE AM-UPDATE-USER TO AT-LAST-UPDATE-USER.
005170 2500-EXIT.
005180     EXIT.
005190*
005200 2510-MOVE-LANGUAGE.
005210     IF BR3200-LANG-IX > AM-LANGUAGE-COUNT
005220         MOVE SPACES TO AT-LANGUAGE-CD (BR3200-LANG-IX)
005230     ELSE
005240         MOVE AM-LANGUAGE-CD (BR3200-LANG-IX)
005250             TO AT-LANGUAGE-CD (BR3200-LANG-IX)
005260     END-IF.
005270 2510-EXIT.
005280     EXIT.
005290*
005300 2600-ECHO-ATTRIBUTES.
005310     MOVE AT-PHONE TO AM-RS-PHONE.
005320     MOVE AT-MANAGER-NAME TO AM-RS-MANAGER-NAME.
005330     MOVE AT-FACILITY-INDS TO AM-RS-FACILITY-INDS.
005340     MOVE AT-LANGUAGE-COUNT TO AM-RS-LANGUAGE-COUNT.
005350     PERFORM 2610-ECHO-LANGUAGE
005360         THRU 2610-EXIT
005370         VARYING BR3200-LANG-IX FROM 1 BY 1
005380         UNTIL BR3200-LANG-IX > 5.
005390     MOVE AT-LAST-UPDATE-DATE TO AM-RS-LAST-UPDATE-DATE.
005400     MOVE AT-LAST-UPDATE-TIME TO AM-RS-LAST-UPDATE-TIME.
005410     MOVE AT-LAST-UPDATE-USER TO AM-RS-LAST-UPDATE-USER.
005420 2600-EXIT.
005430     EXIT.
005440*
005450 2610-ECHO-LANGUAGE.
005460     MOVE AT-LANGUAGE-CD (BR3200-LANG-IX)
005470         TO AM-RS-LANGUAGE-CD (BR3200-LANG-IX).
005480 2610-EXIT.
005490     EXIT.
005500*
005510 8000-LOOKUP-MESSAGE.
005520     MOVE ZERO TO BR3200-MSG-IX.
005530     PERFORM 8010-SCAN-CATALOG
005540         THRU 8010-EXIT
005550         VARYING BR3200-MSG-IX FROM 1 BY 1
005560         UNTIL BR3200-MSG-IX > 51
005570         OR BR-MSG-CODE (BR3200-MSG-IX) = BR3200-LOOKUP-CODE.
005580     IF BR3200-MSG-IX NOT > 51
005590         MOVE BR-MSG-CODE (BR3200-MSG-IX) TO AM-STATUSCODE
005600         MOVE BR-MSG-SEVERITY (BR3200-MSG-IX) TO AM-SEVERITY
005610         MOVE BR-MSG-TEXT (BR3200-MSG-IX) TO AM-STATUSMESSAGE
005620     END-IF.
005630 8000-EXIT.
005640     EXIT.
005650*
005660 8010-SCAN-CATALOG.
005670     CONTINUE.
005680 8010-EXIT.
005690     EXIT.
005700*
005710 9000-TERMINATE.
005720     CLOSE BRANCH-MASTER-FILE.
005730     IF BR3200-ATTR-FILE-OPEN
005740         CLOSE ATTRIBUTE-FILE
005750     END-IF.
005760     IF BR3200-AUTH-FILE-OPEN
005770         CLOSE OPERATOR-AUTH-FILE
005780     END-IF.
005790     IF BR3200-VIOLATION-FILE-OPEN
005800         CLOSE VIOLATION-LOG-FILE
005810     END-IF.
005820     MOVE 'N' TO BR3200-ATTR-OPEN-SW.
005830     MOVE 'N' TO BR3200-AUTH-OPEN-SW.
005840     MOVE 'N' TO BR3200-VIOLATION-OPEN-SW.
005850 9000-EXIT.
005860     EXIT.
005870*
005880 9800-WRITE-VIOLATION.
005890     IF NOT BR3200-VIOLATION-FILE-OPEN
005900         GO TO 9800-EXIT
005910     END-IF.
005920     MOVE BR3200-RUN-DATE TO SV-VIOLATION-DATE.
005930     MOVE BR3200-RUN-TIME TO SV-VIOLATION-TIME.
005940     MOVE AM-UPDATE-USER TO SV-USER-ID.
005950     MOVE 'BR3200' TO SV-PROGRAM-ID.
005960     MOVE AM-ACTION TO SV-ACTION.
005970     EVALUATE TRUE
005980         WHEN AM-ACTION-ADD
005990             MOVE 'ATTRIBUTE ADD' TO SV-ACTION-DESC
006000         WHEN AM-ACTION-UPDATE
006010             MOVE 'ATTRIBUTE UPDATE' TO SV-ACTION-DESC
006020         WHEN OTHER
006030             MOVE 'ATTRIBUTE DELETE' TO SV-ACTION-DESC
006040     END-EVALUATE.
006050     MOVE AM-BRANCH-ID TO SV-BRANCH-ID.
006060     MOVE BR3200-CHECK-DISTRICT TO SV-DISTRICT-ID.
006070     MOVE BR3200-DENY-REASON TO SV-REASON.
006080     MOVE BR3200-DENY-DESC TO SV-REASON-DESC.
006090     WRITE SV-VIOLATION-RECORD.
006100 9800-EXIT.
006110     EXIT.
