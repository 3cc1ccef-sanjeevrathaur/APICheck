000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  BR3300.
000030 AUTHOR.      M OKAFOR.
000040 INSTALLATION. CELERITI DEPOSITS - BRANCH SERVICES.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080*  MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100*  101526  MO   INITIAL VERSION - BULK LOAD/REFRESH OF THE
000110*               BRANATTR BRANCH ATTRIBUTE FILE FROM THE ATTRFEED
000120*               FEED.  ADDS BRANCHES NOT YET ON FILE AND REPLACES
000130*               THE WHOLE ATTRIBUTE IMAGE OF THOSE ALREADY THERE -
000140*               THE SAME ADD-OR-REFRESH CONVENTION AS THE BR1700
000150*               DISTRICT LOAD.  A RECORD FOR A BRANCH NOT ON
000160*               BRANMSTR, WITH AN INDICATOR OTHER THAN Y, N OR
000170*               SPACE, A LANGUAGE COUNT OUTSIDE 00 TO 05, OR A
000180*               LANGUAGE CODE NOT ON BRLANG IS NOT APPLIED AND IS
000190*               WRITTEN TO THE BRANATRJ REJECT REPORT.  THE RUN
000200*               ENDS RETURN-CODE 4 WHEN ANY RECORD IS REJECTED.
000210*----------------------------------------------------------------
000220 ENVIRONMENT DIVISION.
000230 CONFIGURATION SECTION.
000240 SOURCE-COMPUTER.  IBM-370.
000250 OBJECT-COMPUTER.  IBM-370.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT ATTR-FEED-FILE ASSIGN TO ATTRFEED
000290         ORGANIZATION IS LINE SEQUENTIAL
000300         FILE STATUS IS BR3300-FEED-STATUS.
000310
000320     SELECT BRANCH-MASTER-FILE ASSIGN TO BRANMSTR
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS DYNAMIC
000350         RECORD KEY IS BM-BRANCH-ID
000360         FILE STATUS IS BR3300-MASTER-STATUS.
000370
000380     SELECT ATTRIBUTE-FILE ASSIGN TO BRANATTR
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS AT-BRANCH-ID
000420         FILE STATUS IS BR3300-ATTR-STATUS.
000430
000440     SELECT REJECT-REPORT-FILE ASSIGN TO BRANATRJ
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS BR3300-REJECT-STATUS.
000470*
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  ATTR-FEED-FILE
000510     RECORDING MODE IS F.
000520     COPY "AttrFeed.cpy".
000530
000540 FD  BRANCH-MASTER-FILE.
000550     COPY "BranchMstr.cpy".
000560
000570 FD  ATTRIBUTE-FILE.
000580     COPY "BrAttr.cpy".
000590
000600 FD  REJECT-REPORT-FILE
000610     RECORDING MODE IS F.
000620     COPY "BrAtrRj.cpy".
000630*
000640 WORKING-STORAGE SECTION.
000650 77  BR3300-FEED-STATUS              PIC X(02) VALUE SPACES.
000660     88  BR3300-FEED-OK              VALUE '00'.
000670     88  BR3300-FEED-EOF             VALUE '10'.
000680 77  BR3300-MASTER-STATUS            PIC X(02) VALUE SPACES.
000690     88  BR3300-MASTER-OK            VALUE '00', '02'.
000700     88  BR3300-MASTER-NOTFND        VALUE '23'.
000710 77  BR3300-ATTR-STATUS              PIC X(02) VALUE SPACES.
000720     88  BR3300-ATTR-OK              VALUE '00', '02'.
000730     88  BR3300-ATTR-NOTFND          VALUE '23'.
000740     88  BR3300-ATTR-NEW-FILE        VALUE '35'.
000750 77  BR3300-REJECT-STATUS            PIC X(02) VALUE SPACES.
000760     88  BR3300-REJECT-OK            VALUE '00'.
000770 77  BR3300-EOF-SW                   PIC X(01) VALUE 'N'.
000780     88  BR3300-EOF-FEED             VALUE 'Y'.
000790 77  BR3300-FEED-VALID-SW            PIC X(01) VALUE 'Y'.
000800     88  BR3300-FEED-VALID           VALUE 'Y'.
000810 77  BR3300-LANG-SW                  PIC X(01) VALUE 'N'.
000820     88  BR3300-LANG-KNOWN           VALUE 'Y'.
000830 77  BR3300-FLAG-IX                  PIC 9(02) COMP VALUE ZERO.
000840 77  BR3300-LANG-IX                  PIC 9(02) COMP VALUE ZERO.
000850 77  BR3300-CAT-IX                   PIC 9(02) COMP VALUE ZERO.
000860 77  BR3300-LANG-COUNT               PIC 9(02) VALUE ZERO.
000870 77  BR3300-RECORDS-READ             PIC 9(07) COMP-3 VALUE ZERO.
000880 77  BR3300-RECORDS-ADDED            PIC 9(07) COMP-3 VALUE ZERO.
000890 77  BR3300-RECORDS-CHANGED          PIC 9(07) COMP-3 VALUE ZERO.
000900 77  BR3300-RECORDS-REJECTED         PIC 9(07) COMP-3 VALUE ZERO.
000910 01  BR3300-RUN-DATE                 PIC X(08).
000920 01  BR3300-RUN-TIME                 PIC X(06).
000930 01  BR3300-REJECT-REASON            PIC X(40).
000940     COPY "BrLang.cpy".
000950*
000960 PROCEDURE DIVISION.
000970 0000-MAINLINE.
000980     PERFORM 1000-INITIALIZE
000990         THRU 1000-EXIT.
001000     PERFORM 2000-PROCESS-FEED-RECORD
001010         THRU 2000-EXIT
001020         UNTIL BR3300-EOF-FEED.
001030     PERFORM 9000-TERMINATE
001040         THRU 9000-EXIT.
001050     GOBACK.
001060*
001070 1000-INITIALIZE.
001080     ACCEPT BR3300-RUN-DATE FROM DATE YYYYMMDD.
001090     ACCEPT BR3300-RUN-TIME FROM TIME.
001100     OPEN INPUT ATTR-FEED-FILE.
001110     IF NOT BR3300-FEED-OK
001120         DISPLAY 'BR3300 - OPEN FAILED ON ATTR-FEED-FILE '
001130             BR3300-FEED-STATUS
001140         GO TO 1000-ABEND
001150     END-IF.
001160     OPEN INPUT BRANCH-MASTER-FILE.
001170     IF NOT BR3300-MASTER-OK
001180         DISPLAY 'BR3300 - OPEN FAILED ON BRANCH-MASTER-FILE '
001190             BR3300-MASTER-STATUS
001200         GO TO 1000-ABEND
001210     END-IF.
001220     OPEN I-O ATTRIBUTE-FILE.
001230     IF BR3300-ATTR-NEW-FILE
001240         OPEN OUTPUT ATTRIBUTE-FILE
001250         CLOSE ATTRIBUTE-FILE
001260         OPEN I-O ATTRIBUTE-FILE
001270     END-IF.
001280     IF NOT BR3300-ATTR-OK
001290         DISPLAY 'BR3300 - OPEN FAILED ON ATTRIBUTE-FILE '
001300             BR3300-ATTR-STATUS
001310         GO TO 1000-ABEND
001320     END-IF.
001330     OPEN OUTPUT REJECT-REPORT-FILE.
001340     IF NOT BR3300-REJECT-OK
001350         DISPLAY 'BR3300 - OPEN FAILED ON REJECT-REPORT-FILE '
001360             BR3300-REJECT-STATUS
001370         GO TO 1000-ABEND
001380     END-IF.
001390     PERFORM 2100-READ-FEED
001400         THRU 2100-EXIT.
001410     GO TO 1000-EXIT.
001420 1000-ABEND.
001430     MOVE 16 TO RETURN-CODE.
001440     GOBACK.
001450 1000-EXIT.
001460     EXIT.
001470*
001480 2000-PROCESS-FEED-RECORD.
001490     PERFORM 2200-VALIDATE-FEED-RECORD
001500         THRU 2200-EXIT.
001510     IF NOT BR3300-FEED-VALID
001520         GO TO 2000-READ-NEXT
001530     END-IF.
001540     MOVE AD-BRANCH-ID TO AT-BRANCH-ID.
001550     READ ATTRIBUTE-FILE
001560         KEY IS AT-BRANCH-ID
001570     END-READ.
001580     IF BR3300-ATTR-NOTFND
001590         PERFORM 2400-ADD-ATTRIBUTES
001600             THRU 2400-EXIT
001610     ELSE
001620         PERFORM 2500-REFRESH-ATTRIBUTES
001630             THRU 2500-EXIT
001640     END-IF.
001650 2000-READ-NEXT.
001660     PERFORM 2100-READ-FEED
001670         THRU 2100-EXIT.
001680 2000-EXIT.
001690     EXIT.
001700*
001710 2100-READ-FEED.
001720     READ ATTR-FEED-FILE
001730         AT END
001740             MOVE 'Y' TO BR3300-EOF-SW
001750         NOT AT END
001760             ADD 1 TO BR3300-RECORDS-READ
001770     END-READ.
001780 2100-EXIT.
001790     EXIT.
001800*
001810 2200-VALIDATE-FEED-RECORD.
001820     MOVE 'Y' TO BR3300-FEED-VALID-SW.
001830     IF AD-BRANCH-ID = SPACES
001840         MOVE 'BRANCH ID IS REQUIRED'
001850             TO BR3300-REJECT-REASON
001860         PERFORM 2900-REJECT-FEED-RECORD
001870             THRU 2900-EXIT
001880         GO TO 2200-EXIT
001890     END-IF.
001900     MOVE AD-BRANCH-ID TO BM-BRANCH-ID.
001910     READ BRANCH-MASTER-FILE
001920         KEY IS BM-BRANCH-ID
001930     END-READ.
001940     IF NOT BR3300-MASTER-OK
001950         MOVE 'BRANCH NOT ON BRANMSTR'
001960             TO BR3300-REJECT-REASON
001970         PERFORM 2900-REJECT-FEED-RECORD
001980             THRU 2900-EXIT
001990         GO TO 2200-EXIT
002000     END-IF.
002010     PERFORM 2210-CHECK-INDICATOR
002020         THRU 2210-EXIT
002030         VARYING BR3300-FLAG-IX FROM 1 BY 1
002040         UNTIL BR3300-FLAG-IX > 5
002050         OR NOT BR3300-FEED-VALID.
002060     IF NOT BR3300-FEED-VALID
002070         GO TO 2200-EXIT
002080     END-IF.
002090     IF AD-LANGUAGE-COUNT NOT NUMERIC
002100         MOVE 'LANGUAGE COUNT MUST BE 00 TO 05'
002110             TO BR3300-REJECT-REASON
002120         PERFORM 2900-REJECT-FEED-RECORD
002130             THRU 2900-EXIT
002140         GO TO 2200-EXIT
002150     END-IF.
002160     MOVE AD-LANGUAGE-COUNT TO BR3300-LANG-COUNT.
002170     IF BR3300-LANG-COUNT > 5
002180         MOVE 'LANGUAGE COUNT MUST BE 00 TO 05'
002190             TO BR3300-REJECT-REASON
002200         PERFORM 2900-REJECT-FEED-RECORD
002210             THRU 2900-EXIT
002220         GO TO 2200-EXIT
002230     END-IF.
002240     PERFORM 2220-CHECK-LANGUAGE
002250         THRU 2220-EXIT
002260         VARYING BR3300-LANG-IX FROM 1 BY 1
002270         UNTIL BR3300-LANG-IX > BR3300-LANG-COUNT
002280         OR NOT BR3300-FEED-VALID.
002290 2200-EXIT.
002300     EXIT.
002310*
002320 2210-CHECK-INDICATOR.
002330     IF AD-FACILITY-FLAG (BR3300-FLAG-IX) NOT = 'Y'
002340         AND AD-FACILITY-FLAG (BR3300-FLAG-IX) NOT = 'N'
002350         AND AD-FACILITY-FLAG (BR3300-FLAG-IX) NOT = SPACE
002360         MOVE 'EACH INDICATOR MUST BE Y, N OR SPACE'
002370             TO BR3300-REJECT-REASON
002380         PERFORM 2900-REJECT-FEED-RECORD
002390             THRU 2900-EXIT
002400     END-IF.
002410 2210-EXIT.
002420     EXIT.
002430*
002440 2220-CHECK-LANGUAGE.
002450     MOVE 'N' TO BR3300-LANG-SW.
002460     PERFORM 2230-SCAN-LANGUAGES
002470         THRU 2230-EXIT
002480         VARYING BR3300-CAT-IX FROM 1 BY 1
002490         UNTIL BR3300-CAT-IX > 16
002500         OR BR3300-LANG-KNOWN.
002510     IF NOT BR3300-LANG-KNOWN
002520         MOVE SPACES TO BR3300-REJECT-REASON
002530         STRING 'LANGUAGE CODE NOT ON BRLANG: '
002540                 DELIMITED BY SIZE
002550             AD-LANGUAGE-CD (BR3300-LANG-IX)
002560                 DELIMITED BY SIZE
002570             INTO BR3300-REJECT-REASON
002580         END-STRING
002590         PERFORM 2900-REJECT-FEED-RECORD
002600             THRU 2900-EXIT
002610     END-IF.
002620 2220-EXIT.
002630     EXIT.
002640*
002650 2230-SCAN-LANGUAGES.
002660     IF BR-LANG-CODE (BR3300-CAT-IX) =
002670         AD-LANGUAGE-CD (BR3300-LANG-IX)
002680         MOVE 'Y' TO BR3300-LANG-SW
002690     END-IF.
002700 2230-EXIT.
002710     EXIT.
002720*
002730 2400-ADD-ATTRIBUTES.
002740     PERFORM 2600-BUILD-ATTRIBUTES
002750         THRU 2600-EXIT.
002760     WRITE AT-BRANCH-ATTR-RECORD.
002770     IF BR3300-ATTR-OK
002780         ADD 1 TO BR3300-RECORDS-ADDED
002790     ELSE
002800         DISPLAY 'BR3300 - WRITE FAILED FOR BRANCH '
002810             AT-BRANCH-ID ' STATUS ' BR3300-ATTR-STATUS
002820     END-IF.
002830 2400-EXIT.
002840     EXIT.
002850*
002860 2500-REFRESH-ATTRIBUTES.
002870     PERFORM 2600-BUILD-ATTRIBUTES
002880         THRU 2600-EXIT.
002890     REWRITE AT-BRANCH-ATTR-RECORD.
002900     IF BR3300-ATTR-OK
002910         ADD 1 TO BR3300-RECORDS-CHANGED
002920     ELSE
002930         DISPLAY 'BR3300 - REWRITE FAILED FOR BRANCH '
002940             AT-BRANCH-ID ' STATUS ' BR3300-ATTR-STATUS
002950     END-IF.
002960 2500-EXIT.
002970     EXIT.
002980*
002990*----------------------------------------------------------------
003000*  THE FEED IMAGE REPLACES WHAT IS ON FILE.  LANGUAGE SLOTS PAST
003010*  THE COUNT ARE BLANKED SO THE LIST STAYS PACKED.
003020*----------------------------------------------------------------
003030 2600-BUILD-ATTRIBUTES.
003040     MOVE AD-BRANCH-ID TO AT-BRANCH-ID.
003050     MOVE AD-PHONE TO AT-PHONE.
003060     MOVE AD-MANAGER-NAME TO AT-MANAGER-NAME.
003070     MOVE AD-FACILITY-INDS TO AT-FACILITY-INDS.
003080     MOVE BR3300-LANG-COUNT TO AT-LANGUAGE-COUNT.
003090     PERFORM 2610-MOVE-LANGUAGE
003100         THRU 2610-EXIT
003110         VARYING BR3300-LANG-IX FROM 1 BY 1
003120         UNTIL BR3300-LANG-IX > 5.
003130     MOVE BR3300-RUN-DATE TO AT-LAST-UPDATE-DATE.
003140     MOVE BR3300-RUN-TIME TO AT-LAST-UPDATE-TIME.
003150     MOVE 'BR3300' TO AT-LAST-UPDATE-USER.
003160 2600-EXIT.
003170     EXIT.
003180*
003190 2610-MOVE-LANGUAGE.
003200     IF BR3300-LANG-IX > BR3300-LANG-COUNT
003210         MOVE SPACES TO AT-LANGUAGE-CD (BR3300-LANG-IX)
003220     ELSE
003230         MOVE AD-LANGUAGE-CD (BR3300-LANG-IX)
003240             TO AT-LANGUAGE-CD (BR3300-LANG-IX)
003250     END-IF.
003260 2610-EXIT.
003270     EXIT.
003280*
003290 2900-REJECT-FEED-RECORD.
003300     MOVE 'N' TO BR3300-FEED-VALID-SW.
003310     ADD 1 TO BR3300-RECORDS-REJECTED.
003320     MOVE BR3300-RUN-DATE TO AJ-RUN-DATE.
003330     MOVE AD-BRANCH-ID TO AJ-BRANCH-ID.
003340     MOVE AD-FACILITY-INDS TO AJ-FACILITY-INDS.
003350     MOVE AD-LANGUAGE-COUNT TO AJ-LANGUAGE-COUNT.
003360     MOVE BR3300-REJECT-REASON TO AJ-REASON.
003370     WRITE AJ-REJECT-RECORD.
003380 2900-EXIT.
003390     EXIT.
003400*
003410 9000-TERMINATE.
003420     CLOSE ATTR-FEED-FILE.
003430     CLOSE BRANCH-MASTER-FILE.
003440     CLOSE ATTRIBUTE-FILE.
003450     CLOSE REJECT-REPORT-FILE.
003460     DISPLAY 'BR3300 - FEED RECS READ    : ' BR3300-RECORDS-READ.
003470     DISPLAY 'BR3300 - BRANCHES ADDED    : '
003480         BR3300-RECORDS-ADDED.
003490     DISPLAY 'BR3300 - BRANCHES CHANGED  : '
003500         BR3300-RECORDS-CHANGED.
003510     DISPLAY 'BR3300 - FEED RECS REJECTED: '
003520         BR3300-RECORDS-REJECTED.
003530     IF BR3300-RECORDS-REJECTED > ZERO
003540         MOVE 4 TO RETURN-CODE
003550     END-IF.
003560 9000-EXIT.
003570     EXIT.
