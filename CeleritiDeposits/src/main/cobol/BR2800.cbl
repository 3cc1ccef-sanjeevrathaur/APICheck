000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  BR2800.
000030 AUTHOR.      M OKAFOR.
000040 INSTALLATION. CELERITI DEPOSITS - BRANCH SERVICES.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080*  MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100*  101526  MO   INITIAL VERSION - MAINTENANCE OF THE BRANAUTH
000110*               OPERATOR AUTHORITY FILE FROM THE AUTHFEED CHANGE
000120*               FEED.  BR0400, BR1200 AND BR1100 READ BRANAUTH
000130*               BEFORE ACTING ON AN ONLINE CHANGE.  ADD, CHANGE
000140*               AND DELETE ARE STRICT - AN ADD FOR A USER ALREADY
000150*               ON FILE, OR A CHANGE/DELETE FOR ONE WHO IS NOT, IS
000160*               REJECTED RATHER THAN TREATED AS ADD-OR-REFRESH.
000170*               GRANTS MUST BE Y OR N, SCOPE N OR D, AND A SCOPE D
000180*               DISTRICT LIST 1 TO 10 ENTRIES ALL ON BRANDIST.  A
000190*               CHANGE MUST BE APPROVED BY SOMEONE OTHER THAN THE
000200*               USER IT GRANTS.  EVERY FEED RECORD, APPLIED OR
000210*               REJECTED, IS LISTED ON BRANAUTR FOR INFORMATION
000220*               SECURITY.  THE RUN ENDS RETURN-CODE 4 WHEN ANY
000230*               RECORD IS REJECTED.
000240*----------------------------------------------------------------
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000270 SOURCE-COMPUTER.  IBM-370.
000280 OBJECT-COMPUTER.  IBM-370.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT AUTH-FEED-FILE ASSIGN TO AUTHFEED
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS BR2800-FEED-STATUS.
000340
000350     SELECT OPERATOR-AUTH-FILE ASSIGN TO BRANAUTH
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS OA-USER-ID
000390         FILE STATUS IS BR2800-AUTH-STATUS.
000400
000410     SELECT DISTRICT-FILE ASSIGN TO BRANDIST
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS DS-DISTRICT-ID
000450         FILE STATUS IS BR2800-DISTRICT-STATUS.
000460
000470     SELECT AUTH-REPORT-FILE ASSIGN TO BRANAUTR
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS BR2800-REPORT-STATUS.
000500*
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  AUTH-FEED-FILE
000540     RECORDING MODE IS F.
000550     COPY "AuthFeed.cpy".
000560
000570 FD  OPERATOR-AUTH-FILE.
000580     COPY "BrOpAuth.cpy".
000590
000600 FD  DISTRICT-FILE.
000610     COPY "BrDist.cpy".
000620
000630 FD  AUTH-REPORT-FILE
000640     RECORDING MODE IS F.
000650     COPY "BrAuthRp.cpy".
000660*
000670 WORKING-STORAGE SECTION.
000680 77  BR2800-FEED-STATUS              PIC X(02) VALUE SPACES.
000690     88  BR2800-FEED-OK              VALUE '00'.
000700     88  BR2800-FEED-EOF             VALUE '10'.
000710 77  BR2800-AUTH-STATUS              PIC X(02) VALUE SPACES.
000720     88  BR2800-AUTH-OK              VALUE '00', '02'.
000730     88  BR2800-AUTH-NOTFND          VALUE '23'.
000740     88  BR2800-AUTH-NEW-FILE        VALUE '35'.
000750 77  BR2800-DISTRICT-STATUS          PIC X(02) VALUE SPACES.
000760     88  BR2800-DISTRICT-OK          VALUE '00', '02'.
000770 77  BR2800-REPORT-STATUS            PIC X(02) VALUE SPACES.
000780     88  BR2800-REPORT-OK            VALUE '00'.
000790 77  BR2800-EOF-SW                   PIC X(01) VALUE 'N'.
000800     88  BR2800-EOF-FEED             VALUE 'Y'.
000810 77  BR2800-FEED-VALID-SW            PIC X(01) VALUE 'Y'.
000820     88  BR2800-FEED-VALID           VALUE 'Y'.
000830 77  BR2800-RECORDS-READ             PIC 9(07) COMP-3 VALUE ZERO.
000840 77  BR2800-USERS-ADDED              PIC 9(07) COMP-3 VALUE ZERO.
000850 77  BR2800-USERS-CHANGED            PIC 9(07) COMP-3 VALUE ZERO.
000860 77  BR2800-USERS-DELETED            PIC 9(07) COMP-3 VALUE ZERO.
000870 77  BR2800-RECORDS-REJECTED         PIC 9(07) COMP-3 VALUE ZERO.
000880 77  BR2800-GRANT-IX                 PIC 9(02) COMP VALUE ZERO.
000890 77  BR2800-DIST-IX                  PIC 9(02) COMP VALUE ZERO.
000900 77  BR2800-DIST-COUNT               PIC 9(02) VALUE ZERO.
000910 01  BR2800-RUN-DATE                 PIC X(08).
000920 01  BR2800-REJECT-REASON            PIC X(40).
000930 01  BR2800-APPLIED-REASON           PIC X(40).
000940*
000950 PROCEDURE DIVISION.
000960 0000-MAINLINE.
000970     PERFORM 1000-INITIALIZE
000980         THRU 1000-EXIT.
000990     PERFORM 2000-PROCESS-FEED-RECORD
001000         THRU 2000-EXIT
001010         UNTIL BR2800-EOF-FEED.
001020     PERFORM 9000-TERMINATE
001030         THRU 9000-EXIT.
001040     GOBACK.
001050*
001060 1000-INITIALIZE.
001070     ACCEPT BR2800-RUN-DATE FROM DATE YYYYMMDD.
001080     OPEN INPUT AUTH-FEED-FILE.
001090     IF NOT BR2800-FEED-OK
001100         DISPLAY 'BR2800 - OPEN FAILED ON AUTH-FEED-FILE '
001110             BR2800-FEED-STATUS
001120         GO TO 1000-ABEND
001130     END-IF.
001140     OPEN I-O OPERATOR-AUTH-FILE.
001150     IF BR2800-AUTH-NEW-FILE
001160         OPEN OUTPUT OPERATOR-AUTH-FILE
001170         CLOSE OPERATOR-AUTH-FILE
001180         OPEN I-O OPERATOR-AUTH-FILE
001190     END-IF.
001200     IF NOT BR2800-AUTH-OK
001210         DISPLAY 'BR2800 - OPEN FAILED ON OPERATOR-AUTH-FILE '
001220             BR2800-AUTH-STATUS
001230         GO TO 1000-ABEND
001240     END-IF.
001250     OPEN INPUT DISTRICT-FILE.
001260     IF NOT BR2800-DISTRICT-OK
001270         DISPLAY 'BR2800 - OPEN FAILED ON DISTRICT-FILE '
001280             BR2800-DISTRICT-STATUS
001290         GO TO 1000-ABEND
001300     END-IF.
001310     OPEN OUTPUT AUTH-REPORT-FILE.
001320     IF NOT BR2800-REPORT-OK
001330         DISPLAY 'BR2800 - OPEN FAILED ON AUTH-REPORT-FILE '
001340             BR2800-REPORT-STATUS
001350         GO TO 1000-ABEND
001360     END-IF.
001370     PERFORM 2100-READ-FEED
001380         THRU 2100-EXIT.
001390     GO TO 1000-EXIT.
001400 1000-ABEND.
001410     MOVE 16 TO RETURN-CODE.
001420     GOBACK.
001430 1000-EXIT.
001440     EXIT.
001450*
001460*----------------------------------------------------------------
001470*  ONE FEED RECORD - VALIDATE IT, THEN CHECK IT AGAINST WHAT IS
001480*  ON FILE FOR THE USER BEFORE ADDING, CHANGING OR DELETING.
001490*----------------------------------------------------------------
001500 2000-PROCESS-FEED-RECORD.
001510     PERFORM 2200-VALIDATE-FEED-RECORD
001520         THRU 2200-EXIT.
001530     IF NOT BR2800-FEED-VALID
001540         GO TO 2000-READ-NEXT
001550     END-IF.
001560     MOVE AF-USER-ID TO OA-USER-ID.
001570     READ OPERATOR-AUTH-FILE
001580         KEY IS OA-USER-ID
001590     END-READ.
001600     IF AF-ACTION-ADD
001610         AND BR2800-AUTH-OK
001620         MOVE 'USER ALREADY ON AUTHORITY FILE'
001630             TO BR2800-REJECT-REASON
001640         PERFORM 2900-REJECT-FEED-RECORD
001650             THRU 2900-EXIT
001660         GO TO 2000-READ-NEXT
001670     END-IF.
001680     IF NOT AF-ACTION-ADD
001690         AND NOT BR2800-AUTH-OK
001700         MOVE 'USER NOT ON AUTHORITY FILE'
001710             TO BR2800-REJECT-REASON
001720         PERFORM 2900-REJECT-FEED-RECORD
001730             THRU 2900-EXIT
001740         GO TO 2000-READ-NEXT
001750     END-IF.
001760     EVALUATE TRUE
001770         WHEN AF-ACTION-ADD
001780             PERFORM 3000-ADD-USER
001790                 THRU 3000-EXIT
001800         WHEN AF-ACTION-CHANGE
001810             PERFORM 3100-CHANGE-USER
001820                 THRU 3100-EXIT
001830         WHEN OTHER
001840             PERFORM 3200-DELETE-USER
001850                 THRU 3200-EXIT
001860     END-EVALUATE.
001870 2000-READ-NEXT.
001880     PERFORM 2100-READ-FEED
001890         THRU 2100-EXIT.
001900 2000-EXIT.
001910     EXIT.
001920*
001930 2100-READ-FEED.
001940     READ AUTH-FEED-FILE
001950         AT END
001960             MOVE 'Y' TO BR2800-EOF-SW
001970         NOT AT END
001980             ADD 1 TO BR2800-RECORDS-READ
001990     END-READ.
002000 2100-EXIT.
002010     EXIT.
002020*
002030*----------------------------------------------------------------
002040*  FIELD EDITS.  A DELETE NEEDS ONLY THE USER ID AND APPROVER;
002050*  AN ADD OR CHANGE CARRIES THE FULL GRANT AND SCOPE IMAGE.
002060*----------------------------------------------------------------
002070 2200-VALIDATE-FEED-RECORD.
002080     MOVE 'Y' TO BR2800-FEED-VALID-SW.
002090     IF NOT AF-ACTION-ADD
002100         AND NOT AF-ACTION-CHANGE
002110         AND NOT AF-ACTION-DELETE
002120         MOVE 'ACTION MUST BE A, C, OR D'
002130             TO BR2800-REJECT-REASON
002140         PERFORM 2900-REJECT-FEED-RECORD
002150             THRU 2900-EXIT
002160         GO TO 2200-EXIT
002170     END-IF.
002180     IF AF-USER-ID = SPACES
002190         MOVE 'USER ID REQUIRED'
002200             TO BR2800-REJECT-REASON
002210         PERFORM 2900-REJECT-FEED-RECORD
002220             THRU 2900-EXIT
002230         GO TO 2200-EXIT
002240     END-IF.
002250     IF AF-APPROVED-BY = SPACES
002260         MOVE 'APPROVED-BY USER REQUIRED'
002270             TO BR2800-REJECT-REASON
002280         PERFORM 2900-REJECT-FEED-RECORD
002290             THRU 2900-EXIT
002300         GO TO 2200-EXIT
002310     END-IF.
002320     IF AF-APPROVED-BY = AF-USER-ID
002330         MOVE 'USER MAY NOT APPROVE OWN CHANGE'
002340             TO BR2800-REJECT-REASON
002350         PERFORM 2900-REJECT-FEED-RECORD
002360             THRU 2900-EXIT
002370         GO TO 2200-EXIT
002380     END-IF.
002390     IF AF-ACTION-DELETE
002400         GO TO 2200-EXIT
002410     END-IF.
002420     IF AF-USER-NAME = SPACES
002430         MOVE 'USER NAME REQUIRED'
002440             TO BR2800-REJECT-REASON
002450         PERFORM 2900-REJECT-FEED-RECORD
002460             THRU 2900-EXIT
002470         GO TO 2200-EXIT
002480     END-IF.
002490     PERFORM 2210-CHECK-GRANT
002500         THRU 2210-EXIT
002510         VARYING BR2800-GRANT-IX FROM 1 BY 1
002520         UNTIL BR2800-GRANT-IX > 7
002530         OR NOT BR2800-FEED-VALID.
002540     IF NOT BR2800-FEED-VALID
002550         GO TO 2200-EXIT
002560     END-IF.
002570     IF AF-SCOPE NOT = 'N'
002580         AND AF-SCOPE NOT = 'D'
002590         MOVE 'SCOPE MUST BE N OR D'
002600             TO BR2800-REJECT-REASON
002610         PERFORM 2900-REJECT-FEED-RECORD
002620             THRU 2900-EXIT
002630         GO TO 2200-EXIT
002640     END-IF.
002650     IF AF-SCOPE = 'N'
002660         MOVE ZERO TO BR2800-DIST-COUNT
002670         GO TO 2200-EXIT
002680     END-IF.
002690     IF AF-DISTRICT-COUNT NOT NUMERIC
002700         MOVE 'DISTRICT COUNT MUST BE 01 TO 10'
002710             TO BR2800-REJECT-REASON
002720         PERFORM 2900-REJECT-FEED-RECORD
002730             THRU 2900-EXIT
002740         GO TO 2200-EXIT
002750     END-IF.
002760     MOVE AF-DISTRICT-COUNT TO BR2800-DIST-COUNT.
002770     IF BR2800-DIST-COUNT < 1
002780         OR BR2800-DIST-COUNT > 10
002790         MOVE 'DISTRICT COUNT MUST BE 01 TO 10'
002800             TO BR2800-REJECT-REASON
002810         PERFORM 2900-REJECT-FEED-RECORD
002820             THRU 2900-EXIT
002830         GO TO 2200-EXIT
002840     END-IF.
002850     PERFORM 2220-CHECK-DISTRICT
002860         THRU 2220-EXIT
002870         VARYING BR2800-DIST-IX FROM 1 BY 1
002880         UNTIL BR2800-DIST-IX > BR2800-DIST-COUNT
002890         OR NOT BR2800-FEED-VALID.
002900 2200-EXIT.
002910     EXIT.
002920*
002930 2210-CHECK-GRANT.
002940     IF AF-GRANT-FLAG (BR2800-GRANT-IX) NOT = 'Y'
002950         AND AF-GRANT-FLAG (BR2800-GRANT-IX) NOT = 'N'
002960         MOVE 'EACH GRANT MUST BE Y OR N'
002970             TO BR2800-REJECT-REASON
002980         PERFORM 2900-REJECT-FEED-RECORD
002990             THRU 2900-EXIT
003000     END-IF.
003010 2210-EXIT.
003020     EXIT.
003030*
003040 2220-CHECK-DISTRICT.
003050     IF AF-DISTRICT-ID (BR2800-DIST-IX) = SPACES
003060         MOVE 'DISTRICT ID MISSING FROM LIST'
003070             TO BR2800-REJECT-REASON
003080         PERFORM 2900-REJECT-FEED-RECORD
003090             THRU 2900-EXIT
003100         GO TO 2220-EXIT
003110     END-IF.
003120     MOVE AF-DISTRICT-ID (BR2800-DIST-IX) TO DS-DISTRICT-ID.
003130     READ DISTRICT-FILE
003140         KEY IS DS-DISTRICT-ID
003150     END-READ.
003160     IF NOT BR2800-DISTRICT-OK
003170         MOVE 'DISTRICT ID NOT ON BRANDIST'
003180             TO BR2800-REJECT-REASON
003190         PERFORM 2900-REJECT-FEED-RECORD
003200             THRU 2900-EXIT
003210     END-IF.
003220 2220-EXIT.
003230     EXIT.
003240*
003250 2800-REPORT-APPLIED.
003260     MOVE SPACES TO AR-REPORT-RECORD.
003270     MOVE BR2800-RUN-DATE TO AR-RUN-DATE.
003280     MOVE AF-ACTION TO AR-ACTION.
003290     MOVE AF-USER-ID TO AR-USER-ID.
003300     MOVE AF-ACTION-GRANTS TO AR-GRANTS.
003310     MOVE AF-SCOPE TO AR-SCOPE.
003320     MOVE AF-APPROVED-BY TO AR-APPROVED-BY.
003330     MOVE 'APPLIED' TO AR-RESULT.
003340     MOVE BR2800-APPLIED-REASON TO AR-REASON.
003350     WRITE AR-REPORT-RECORD.
003360 2800-EXIT.
003370     EXIT.
003380*
003390 2900-REJECT-FEED-RECORD.
003400     MOVE 'N' TO BR2800-FEED-VALID-SW.
003410     ADD 1 TO BR2800-RECORDS-REJECTED.
003420     MOVE SPACES TO AR-REPORT-RECORD.
003430     MOVE BR2800-RUN-DATE TO AR-RUN-DATE.
003440     MOVE AF-ACTION TO AR-ACTION.
003450     MOVE AF-USER-ID TO AR-USER-ID.
003460     MOVE AF-ACTION-GRANTS TO AR-GRANTS.
003470     MOVE AF-SCOPE TO AR-SCOPE.
003480     MOVE AF-APPROVED-BY TO AR-APPROVED-BY.
003490     MOVE 'REJECTED' TO AR-RESULT.
003500     MOVE BR2800-REJECT-REASON TO AR-REASON.
003510     WRITE AR-REPORT-RECORD.
003520 2900-EXIT.
003530     EXIT.
003540*
003550 3000-ADD-USER.
003560     MOVE SPACES TO OA-OPERATOR-AUTH-RECORD.
003570     MOVE AF-USER-ID TO OA-USER-ID.
003580     PERFORM 3500-BUILD-AUTH-RECORD
003590         THRU 3500-EXIT.
003600     WRITE OA-OPERATOR-AUTH-RECORD.
003610     IF NOT BR2800-AUTH-OK
003620         DISPLAY 'BR2800 - WRITE FAILED FOR USER '
003630             OA-USER-ID ' STATUS ' BR2800-AUTH-STATUS
003640         MOVE 'AUTHORITY FILE WRITE FAILED'
003650             TO BR2800-REJECT-REASON
003660         PERFORM 2900-REJECT-FEED-RECORD
003670             THRU 2900-EXIT
003680         GO TO 3000-EXIT
003690     END-IF.
003700     ADD 1 TO BR2800-USERS-ADDED.
003710     MOVE 'USER ADDED' TO BR2800-APPLIED-REASON.
003720     PERFORM 2800-REPORT-APPLIED
003730         THRU 2800-EXIT.
003740 3000-EXIT.
003750     EXIT.
003760*
003770 3100-CHANGE-USER.
003780     PERFORM 3500-BUILD-AUTH-RECORD
003790         THRU 3500-EXIT.
003800     REWRITE OA-OPERATOR-AUTH-RECORD.
003810     IF NOT BR2800-AUTH-OK
003820         DISPLAY 'BR2800 - REWRITE FAILED FOR USER '
003830             OA-USER-ID ' STATUS ' BR2800-AUTH-STATUS
003840         MOVE 'AUTHORITY FILE REWRITE FAILED'
003850             TO BR2800-REJECT-REASON
003860         PERFORM 2900-REJECT-FEED-RECORD
003870             THRU 2900-EXIT
003880         GO TO 3100-EXIT
003890     END-IF.
003900     ADD 1 TO BR2800-USERS-CHANGED.
003910     MOVE 'USER CHANGED' TO BR2800-APPLIED-REASON.
003920     PERFORM 2800-REPORT-APPLIED
003930         THRU 2800-EXIT.
003940 3100-EXIT.
003950     EXIT.
003960*
003970 3200-DELETE-USER.
003980     DELETE OPERATOR-AUTH-FILE RECORD.
003990     IF NOT BR2800-AUTH-OK
004000         DISPLAY 'BR2800 - DELETE FAILED FOR USER '
004010             OA-USER-ID ' STATUS ' BR2800-AUTH-STATUS
004020         MOVE 'AUTHORITY FILE DELETE FAILED'
004030             TO BR2800-REJECT-REASON
004040         PERFORM 2900-REJECT-FEED-RECORD
004050             THRU 2900-EXIT
004060         GO TO 3200-EXIT
004070     END-IF.
004080     ADD 1 TO BR2800-USERS-DELETED.
004090     MOVE 'USER DELETED - ALL GRANTS REVOKED'
004100         TO BR2800-APPLIED-REASON.
004110     PERFORM 2800-REPORT-APPLIED
004120         THRU 2800-EXIT.
004130 3200-EXIT.
004140     EXIT.
004150*
004160*----------------------------------------------------------------
004170*  THE FEED IMAGE REPLACES THE GRANTS, SCOPE AND DISTRICT LIST
004180*  OUTRIGHT.  LIST ENTRIES PAST THE COUNT ARE CLEARED, AND A
004190*  NETWORK-SCOPED USER CARRIES NO LIST AT ALL.
004200*----------------------------------------------------------------
004210 3500-BUILD-AUTH-RECORD.
004220     MOVE AF-USER-NAME TO OA-USER-NAME.
004230     MOVE AF-ACTION-GRANTS TO OA-ACTION-GRANTS.
004240     MOVE AF-SCOPE TO OA-SCOPE.
004250     MOVE BR2800-DIST-COUNT TO OA-DISTRICT-COUNT.
004260     PERFORM 3510-COPY-DISTRICT
004270         THRU 3510-EXIT
004280         VARYING BR2800-DIST-IX FROM 1 BY 1
004290         UNTIL BR2800-DIST-IX > 10.
004300     MOVE BR2800-RUN-DATE TO OA-MAINT-DATE.
004310     MOVE AF-APPROVED-BY TO OA-MAINT-USER.
004320 3500-EXIT.
004330     EXIT.
004340*
004350 3510-COPY-DISTRICT.
004360     IF BR2800-DIST-IX > BR2800-DIST-COUNT
004370         MOVE SPACES TO OA-DISTRICT-ID (BR2800-DIST-IX)
004380     ELSE
004390         MOVE AF-DISTRICT-ID (BR2800-DIST-IX)
004400             TO OA-DISTRICT-ID (BR2800-DIST-IX)
004410     END-IF.
004420 3510-EXIT.
004430     EXIT.
004440*
004450 9000-TERMINATE.
004460     CLOSE AUTH-FEED-FILE.
004470     CLOSE OPERATOR-AUTH-FILE.
004480     CLOSE DISTRICT-FILE.
004490     CLOSE AUTH-REPORT-FILE.
004500     DISPLAY 'BR2800 - FEED RECS READ    : ' BR2800-RECORDS-READ.
004510     DISPLAY 'BR2800 - USERS ADDED       : '
004520         BR2800-USERS-ADDED.
004530     DISPLAY 'BR2800 - USERS CHANGED     : '
004540         BR2800-USERS-CHANGED.
004550     DISPLAY 'BR2800 - USERS DELETED     : '
004560         BR2800-USERS-DELETED.
004570     DISPLAY 'BR2800 - FEED RECS REJECTED: '
004580         BR2800-RECORDS-REJECTED.
004590     IF BR2800-RECORDS-REJECTED > ZERO
004600         MOVE 4 TO RETURN-CODE
004610     END-IF.
004620 9000-EXIT.
004630     EXIT.
