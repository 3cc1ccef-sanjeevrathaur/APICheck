000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  BR1900.
000030 AUTHOR.      M OKAFOR.
000040 INSTALLATION. CELERITI DEPOSITS - BRANCH SERVICES.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080*  MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100*  101526  MO   INITIAL VERSION - LOAD/REFRESH OF THE TIME ZONE
000110*               AND DAYLIGHT-SAVING RULES REFERENCE FILE FROM
000120*               THE TZFEED RULES FEED.  BR0400 VALIDATES
000130*               MT-TIME-ZONE-ID AGAINST THIS FILE, AND BR0100,
000140*               BR1100 AND BR1200 CONVERT THE CALLER'S MOMENT
000150*               INTO BRANCH LOCAL TIME FROM IT.  A FEED RECORD
000160*               WITH A BLANK ZONE, A BAD YEAR OR OFFSET, OR A
000170*               HALF-SUPPLIED DAYLIGHT PERIOD IS REJECTED AND
000180*               REPORTED, NOT APPLIED - THE SAME ADD-OR-REFRESH
000190*               CONVENTION AS THE BR1700 DISTRICT LOAD.  AFTER
000200*               THE LOAD EVERY ZONE WITH A RULE FOR THE CURRENT
000210*               YEAR BUT NONE FOR NEXT YEAR IS LISTED, SO THE
000220*               TABLE IS TOPPED UP BEFORE THE YEAR TURNS.
000230*----------------------------------------------------------------
000240 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000260 SOURCE-COMPUTER.  IBM-370.
000270 OBJECT-COMPUTER.  IBM-370.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT ZONE-RULE-FEED-FILE ASSIGN TO TZFEED
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS BR1900-FEED-STATUS.
000330
000340     SELECT ZONE-RULE-FILE ASSIGN TO BRANTZRL
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS DYNAMIC
000370         RECORD KEY IS TR-KEY
000380         FILE STATUS IS BR1900-RULE-STATUS.
000390*
000400 DATA DIVISION.
000410 FILE SECTION.
000420 FD  ZONE-RULE-FEED-FILE
000430     RECORDING MODE IS F.
000440     COPY "TzFeed.cpy".
000450
000460 FD  ZONE-RULE-FILE.
000470     COPY "BrTzRule.cpy".
000480*
000490 WORKING-STORAGE SECTION.
000500 77  BR1900-FEED-STATUS              PIC X(02) VALUE SPACES.
000510     88  BR1900-FEED-OK              VALUE '00'.
000520     88  BR1900-FEED-EOF             VALUE '10'.
000530 77  BR1900-RULE-STATUS              PIC X(02) VALUE SPACES.
000540     88  BR1900-RULE-OK              VALUE '00', '02'.
000550     88  BR1900-RULE-NOTFND          VALUE '23'.
000560     88  BR1900-RULE-NEW-FILE        VALUE '35'.
000570 77  BR1900-EOF-SW                   PIC X(01) VALUE 'N'.
000580     88  BR1900-EOF-FEED             VALUE 'Y'.
000590 77  BR1900-RULE-EOF-SW              PIC X(01) VALUE 'N'.
000600     88  BR1900-EOF-RULES            VALUE 'Y'.
000610 77  BR1900-VALID-SW                 PIC X(01) VALUE 'Y'.
000620     88  BR1900-FEED-REC-VALID       VALUE 'Y'.
000630 77  BR1900-CUR-YEAR-SW              PIC X(01) VALUE 'N'.
000640     88  BR1900-HAS-CUR-YEAR         VALUE 'Y'.
000650 77  BR1900-NEXT-YEAR-SW             PIC X(01) VALUE 'N'.
000660     88  BR1900-HAS-NEXT-YEAR        VALUE 'Y'.
000670 77  BR1900-RECORDS-READ             PIC 9(07) COMP-3 VALUE ZERO.
000680 77  BR1900-RECORDS-ADDED            PIC 9(07) COMP-3 VALUE ZERO.
000690 77  BR1900-RECORDS-CHANGED          PIC 9(07) COMP-3 VALUE ZERO.
000700 77  BR1900-RECORDS-REJECTED         PIC 9(07) COMP-3 VALUE ZERO.
000710 77  BR1900-ZONES-SHORT              PIC 9(07) COMP-3 VALUE ZERO.
000720 01  BR1900-RUN-DATE                 PIC X(08).
000730 01  BR1900-RUN-DATE-R REDEFINES BR1900-RUN-DATE.
000740     05  BR1900-RUN-YEAR             PIC 9(04).
000750     05  FILLER                      PIC X(04).
000760 01  BR1900-NEXT-YEAR                PIC 9(04) VALUE ZERO.
000770 01  BR1900-PREV-ZONE-ID             PIC X(04) VALUE SPACES.
000780 01  BR1900-REJECT-REASON            PIC X(30) VALUE SPACES.
000790*
000800 PROCEDURE DIVISION.
000810 0000-MAINLINE.
000820     PERFORM 1000-INITIALIZE
000830         THRU 1000-EXIT.
000840     PERFORM 2000-PROCESS-FEED-RECORD
000850         THRU 2000-EXIT
000860         UNTIL BR1900-EOF-FEED.
000870     PERFORM 3000-CHECK-NEXT-YEAR
000880         THRU 3000-EXIT.
000890     PERFORM 9000-TERMINATE
000900         THRU 9000-EXIT.
000910     GOBACK.
000920*
000930 1000-INITIALIZE.
000940     ACCEPT BR1900-RUN-DATE FROM DATE YYYYMMDD.
000950     COMPUTE BR1900-NEXT-YEAR = BR1900-RUN-YEAR + 1.
000960     OPEN INPUT ZONE-RULE-FEED-FILE.
000970     IF NOT BR1900-FEED-OK
000980         DISPLAY 'BR1900 - OPEN FAILED ON ZONE-RULE-FEED-FILE '
000990             BR1900-FEED-STATUS
001000         GO TO 1000-ABEND
001010     END-IF.
001020     OPEN I-O ZONE-RULE-FILE.
001030     IF BR1900-RULE-NEW-FILE
001040         OPEN OUTPUT ZONE-RULE-FILE
001050         CLOSE ZONE-RULE-FILE
001060         OPEN I-O ZONE-RULE-FILE
001070     END-IF.
001080     IF NOT BR1900-RULE-OK
001090         DISPLAY 'BR1900 - OPEN FAILED ON ZONE-RULE-FILE '
001100             BR1900-RULE-STATUS
001110         GO TO 1000-ABEND
001120     END-IF.
001130     PERFORM 2100-READ-FEED
001140         THRU 2100-EXIT.
001150     GO TO 1000-EXIT.
001160 1000-ABEND.
001170     MOVE 16 TO RETURN-CODE.
001180     GOBACK.
001190 1000-EXIT.
001200     EXIT.
001210*
001220 2000-PROCESS-FEED-RECORD.
001230     PERFORM 2050-EDIT-FEED-RECORD
001240         THRU 2050-EXIT.
001250     IF NOT BR1900-FEED-REC-VALID
001260         ADD 1 TO BR1900-RECORDS-REJECTED
001270         DISPLAY 'BR1900 - FEED RECORD REJECTED, ZONE <'
001280             TF-ZONE-ID '> YEAR <' TF-RULE-YEAR '> '
001290             BR1900-REJECT-REASON
001300         GO TO 2000-READ-NEXT
001310     END-IF.
001320     MOVE TF-ZONE-ID TO TR-ZONE-ID.
001330     MOVE TF-RULE-YEAR TO TR-RULE-YEAR.
001340     READ ZONE-RULE-FILE
001350         KEY IS TR-KEY
001360     END-READ.
001370     IF BR1900-RULE-NOTFND
001380         PERFORM 2200-ADD-ZONE-RULE
001390             THRU 2200-EXIT
001400     ELSE
001410         PERFORM 2300-REFRESH-ZONE-RULE
001420             THRU 2300-EXIT
001430     END-IF.
001440 2000-READ-NEXT.
001450     PERFORM 2100-READ-FEED
001460         THRU 2100-EXIT.
001470 2000-EXIT.
001480     EXIT.
001490*
001500 2050-EDIT-FEED-RECORD.
001510     MOVE 'Y' TO BR1900-VALID-SW.
001520     MOVE SPACES TO BR1900-REJECT-REASON.
001530     IF TF-ZONE-ID = SPACES
001540         MOVE 'N' TO BR1900-VALID-SW
001550         MOVE 'ZONE ID MISSING' TO BR1900-REJECT-REASON
001560         GO TO 2050-EXIT
001570     END-IF.
001580     IF TF-RULE-YEAR NOT NUMERIC
001590         MOVE 'N' TO BR1900-VALID-SW
001600         MOVE 'RULE YEAR NOT NUMERIC' TO BR1900-REJECT-REASON
001610         GO TO 2050-EXIT
001620     END-IF.
001630     IF TF-STD-OFFSET-MINS NOT NUMERIC
001640         OR TF-DST-OFFSET-MINS NOT NUMERIC
001650         MOVE 'N' TO BR1900-VALID-SW
001660         MOVE 'OFFSET NOT NUMERIC' TO BR1900-REJECT-REASON
001670         GO TO 2050-EXIT
001680     END-IF.
001690     IF TF-STD-OFFSET-MINS < -840
001700         OR TF-STD-OFFSET-MINS > 840
001710         OR TF-DST-OFFSET-MINS < -840
001720         OR TF-DST-OFFSET-MINS > 840
001730         MOVE 'N' TO BR1900-VALID-SW
001740         MOVE 'OFFSET OUT OF RANGE' TO BR1900-REJECT-REASON
001750         GO TO 2050-EXIT
001760     END-IF.
001770     IF TF-DST-START-DATE = SPACES
001780         AND TF-DST-END-DATE = SPACES
001790         GO TO 2050-EXIT
001800     END-IF.
001810     IF TF-DST-START-DATE NOT NUMERIC
001820         OR TF-DST-END-DATE NOT NUMERIC
001830         OR TF-DST-START-TIME NOT NUMERIC
001840         OR TF-DST-END-TIME NOT NUMERIC
001850         MOVE 'N' TO BR1900-VALID-SW
001860         MOVE 'DAYLIGHT PERIOD INCOMPLETE' TO BR1900-REJECT-REASON
001870         GO TO 2050-EXIT
001880     END-IF.
001890     IF TF-DST-START-DATE (1:4) NOT = TF-RULE-YEAR
001900         OR TF-DST-END-DATE (1:4) NOT = TF-RULE-YEAR
001910         MOVE 'N' TO BR1900-VALID-SW
001920         MOVE 'DAYLIGHT DATES NOT IN YEAR' TO BR1900-REJECT-REASON
001930     END-IF.
001940 2050-EXIT.
001950     EXIT.
001960*
001970 2100-READ-FEED.
001980     READ ZONE-RULE-FEED-FILE
001990         AT END
002000             MOVE 'Y' TO BR1900-EOF-SW
002010         NOT AT END
002020             ADD 1 TO BR1900-RECORDS-READ
002030     END-READ.
002040 2100-EXIT.
002050     EXIT.
002060*
002070 2200-ADD-ZONE-RULE.
002080     MOVE TF-ZONE-ID TO TR-ZONE-ID.
002090     MOVE TF-RULE-YEAR TO TR-RULE-YEAR.
002100     PERFORM 2400-MOVE-FEED-TO-RULE
002110         THRU 2400-EXIT.
002120     WRITE TR-ZONE-RULE-RECORD.
002130     IF BR1900-RULE-OK
002140         ADD 1 TO BR1900-RECORDS-ADDED
002150     ELSE
002160         DISPLAY 'BR1900 - WRITE FAILED FOR ZONE '
002170             TR-ZONE-ID ' YEAR ' TR-RULE-YEAR
002180             ' STATUS ' BR1900-RULE-STATUS
002190     END-IF.
002200 2200-EXIT.
002210     EXIT.
002220*
002230 2300-REFRESH-ZONE-RULE.
002240     PERFORM 2400-MOVE-FEED-TO-RULE
002250         THRU 2400-EXIT.
002260     REWRITE TR-ZONE-RULE-RECORD.
002270     IF BR1900-RULE-OK
002280         ADD 1 TO BR1900-RECORDS-CHANGED
002290     ELSE
002300         DISPLAY 'BR1900 - REWRITE FAILED FOR ZONE '
002310             TR-ZONE-ID ' YEAR ' TR-RULE-YEAR
002320             ' STATUS ' BR1900-RULE-STATUS
002330     END-IF.
002340 2300-EXIT.
002350     EXIT.
002360*
002370 2400-MOVE-FEED-TO-RULE.
002380     MOVE TF-ZONE-NAME TO TR-ZONE-NAME.
002390     MOVE TF-STD-OFFSET-MINS TO TR-STD-OFFSET-MINS.
002400     MOVE TF-DST-OFFSET-MINS TO TR-DST-OFFSET-MINS.
002410     MOVE TF-DST-START-DATE TO TR-DST-START-DATE.
002420     MOVE TF-DST-START-TIME TO TR-DST-START-TIME.
002430     MOVE TF-DST-END-DATE TO TR-DST-END-DATE.
002440     MOVE TF-DST-END-TIME TO TR-DST-END-TIME.
002450     MOVE BR1900-RUN-DATE TO TR-LOAD-DATE.
002460 2400-EXIT.
002470     EXIT.
002480*
002490 3000-CHECK-NEXT-YEAR.
002500     MOVE LOW-VALUES TO TR-KEY.
002510     START ZONE-RULE-FILE
002520         KEY NOT LESS THAN TR-KEY
002530     END-START.
002540     IF NOT BR1900-RULE-OK
002550         GO TO 3000-EXIT
002560     END-IF.
002570     MOVE SPACES TO BR1900-PREV-ZONE-ID.
002580     MOVE 'N' TO BR1900-CUR-YEAR-SW.
002590     MOVE 'N' TO BR1900-NEXT-YEAR-SW.
002600     PERFORM 3100-READ-NEXT-RULE
002610         THRU 3100-EXIT.
002620     PERFORM 3200-CHECK-ONE-RULE
002630         THRU 3200-EXIT
002640         UNTIL BR1900-EOF-RULES.
002650     PERFORM 3300-CHECK-ZONE-BREAK
002660         THRU 3300-EXIT.
002670 3000-EXIT.
002680     EXIT.
002690*
002700 3100-READ-NEXT-RULE.
002710     READ ZONE-RULE-FILE NEXT RECORD
002720         AT END
002730             MOVE 'Y' TO BR1900-RULE-EOF-SW
002740     END-READ.
002750     IF NOT BR1900-RULE-OK
002760         MOVE 'Y' TO BR1900-RULE-EOF-SW
002770     END-IF.
002780 3100-EXIT.
002790     EXIT.
002800*
002810 3200-CHECK-ONE-RULE.
002820     IF TR-ZONE-ID NOT = BR1900-PREV-ZONE-ID
002830         PERFORM 3300-CHECK-ZONE-BREAK
002840             THRU 3300-EXIT
002850         MOVE TR-ZONE-ID TO BR1900-PREV-ZONE-ID
002860         MOVE 'N' TO BR1900-CUR-YEAR-SW
002870         MOVE 'N' TO BR1900-NEXT-YEAR-SW
002880     END-IF.
002890     IF TR-RULE-YEAR = BR1900-RUN-YEAR
002900         MOVE 'Y' TO BR1900-CUR-YEAR-SW
002910     END-IF.
002920     IF TR-RULE-YEAR = BR1900-NEXT-YEAR
002930         MOVE 'Y' TO BR1900-NEXT-YEAR-SW
002940     END-IF.
002950     PERFORM 3100-READ-NEXT-RULE
002960         THRU 3100-EXIT.
002970 3200-EXIT.
002980     EXIT.
002990*
003000 3300-CHECK-ZONE-BREAK.
003010     IF BR1900-PREV-ZONE-ID = SPACES
003020         GO TO 3300-EXIT
003030     END-IF.
003040     IF BR1900-HAS-CUR-YEAR
003050         AND NOT BR1900-HAS-NEXT-YEAR
003060         ADD 1 TO BR1900-ZONES-SHORT
003070         DISPLAY 'BR1900 - ZONE ' BR1900-PREV-ZONE-ID
003080             ' HAS NO RULE FOR ' BR1900-NEXT-YEAR
003090     END-IF.
003100 3300-EXIT.
003110     EXIT.
003120*
003130 9000-TERMINATE.
003140     CLOSE ZONE-RULE-FEED-FILE.
003150     CLOSE ZONE-RULE-FILE.
003160     DISPLAY 'BR1900 - FEED RECS READ    : ' BR1900-RECORDS-READ.
003170     DISPLAY 'BR1900 - ZONE RULES ADDED  : '
003180         BR1900-RECORDS-ADDED.
003190     DISPLAY 'BR1900 - ZONE RULES CHANGED: '
003200         BR1900-RECORDS-CHANGED.
003210     DISPLAY 'BR1900 - FEED RECS REJECTED: '
003220         BR1900-RECORDS-REJECTED.
003230     DISPLAY 'BR1900 - ZONES SHORT A YEAR: '
003240         BR1900-ZONES-SHORT.
003250 9000-EXIT.
003260     EXIT.
