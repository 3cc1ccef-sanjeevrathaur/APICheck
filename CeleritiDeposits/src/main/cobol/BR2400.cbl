000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  BR2400.
000030 AUTHOR.      M OKAFOR.
000040 INSTALLATION. CELERITI DEPOSITS - BRANCH SERVICES.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080*  MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100*  101526  MO   INITIAL VERSION - LISTING OF THE FUTURE-DATED
000110*               BRANCH MAINTENANCE QUEUED ON BRANPEND, BY BRANCH
000120*               AND EFFECTIVE DATE.  ONE OPTIONAL SYSIN CARD -
000130*               A BRANCH ID, BLANK MEANING EVERY BRANCH.  SHOWS
000140*               EACH ENTRY'S ACTION, STATUS, WHO KEYED IT AND
000150*               WHEN, AND FOR A FAILED ENTRY THE STATUS BR0400
000160*               GAVE WHEN BR2300 TRIED TO APPLY IT, WITH A COUNT
000170*               LINE PER BRANCH.
000180*----------------------------------------------------------------
000190 ENVIRONMENT DIVISION.
000200 CONFIGURATION SECTION.
000210 SOURCE-COMPUTER.  IBM-370.
000220 OBJECT-COMPUTER.  IBM-370.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000250     SELECT PENDING-MAINT-FILE ASSIGN TO BRANPEND
000260         ORGANIZATION IS INDEXED
000270         ACCESS MODE IS DYNAMIC
000280         RECORD KEY IS PM-KEY
000290         FILE STATUS IS BR2400-PENDING-STATUS.
000300
000310     SELECT PENDING-LIST-FILE ASSIGN TO BRANPNDL
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS BR2400-REPORT-STATUS.
000340*
000350 DATA DIVISION.
000360 FILE SECTION.
000370 FD  PENDING-MAINT-FILE.
000380     COPY "BrPendMt.cpy".
000390
000400 FD  PENDING-LIST-FILE
000410     RECORDING MODE IS F.
000420     COPY "BrPndLs.cpy".
000430*
000440 WORKING-STORAGE SECTION.
000450 77  BR2400-PENDING-STATUS           PIC X(02) VALUE SPACES.
000460     88  BR2400-PENDING-OK           VALUE '00', '02'.
000470     88  BR2400-PENDING-NOT-THERE    VALUE '35'.
000480 77  BR2400-REPORT-STATUS            PIC X(02) VALUE SPACES.
000490     88  BR2400-REPORT-OK            VALUE '00'.
000500 77  BR2400-PENDING-OPEN-SW          PIC X(01) VALUE 'N'.
000510     88  BR2400-PENDING-FILE-OPEN    VALUE 'Y'.
000520 77  BR2400-EOF-SW                   PIC X(01) VALUE 'N'.
000530     88  BR2400-EOF-PENDING          VALUE 'Y'.
000540 77  BR2400-RECORDS-LISTED           PIC 9(07) COMP-3 VALUE ZERO.
000550 77  BR2400-PENDING-CNT              PIC 9(07) COMP-3 VALUE ZERO.
000560 77  BR2400-FAILED-CNT               PIC 9(07) COMP-3 VALUE ZERO.
000570 77  BR2400-BRANCH-CNT               PIC 9(05) COMP-3 VALUE ZERO.
000580 77  BR2400-BRANCH-ENTRIES           PIC 9(05) COMP-3 VALUE ZERO.
000590 01  BR2400-RUN-DATE                 PIC X(08).
000600 01  BR2400-BRANCH-CARD              PIC X(06) VALUE SPACES.
000610 01  BR2400-PREV-BRANCH              PIC X(06) VALUE SPACES.
000620 01  BR2400-PRINT-LINE               PIC X(132).
000630 01  BR2400-HEAD-LINE.
000640     05  FILLER                      PIC X(34) VALUE
000650         'BR2400 - PENDING MAINTENANCE, RUN '.
000660     05  BR2400-HEAD-RUN-DATE        PIC X(08).
000670     05  FILLER                      PIC X(09) VALUE ', BRANCH '.
000680     05  BR2400-HEAD-BRANCH          PIC X(06).
000690     05  FILLER                      PIC X(75) VALUE SPACES.
000700 01  BR2400-COLUMN-LINE.
000710     05  FILLER                      PIC X(36) VALUE
000720         'BRANCH EFF DATE SEQ  A S QUEUED   '.
000730     05  FILLER                      PIC X(09) VALUE
000740         'KEYED BY'.
000750     05  FILLER                      PIC X(87) VALUE
000760         'FAILED   CODE MESSAGE'.
000770 01  BR2400-DETAIL-LINE.
000780     05  BR2400-DTL-BRANCH-ID        PIC X(06).
000790     05  FILLER                      PIC X(01) VALUE SPACE.
000800     05  BR2400-DTL-EFFECTIVE-DATE   PIC X(08).
000810     05  FILLER                      PIC X(01) VALUE SPACE.
000820     05  BR2400-DTL-SEQ-NO           PIC 9(04).
000830     05  FILLER                      PIC X(01) VALUE SPACE.
000840     05  BR2400-DTL-ACTION           PIC X(01).
000850     05  FILLER                      PIC X(01) VALUE SPACE.
000860     05  BR2400-DTL-PEND-STATUS      PIC X(01).
000870     05  FILLER                      PIC X(01) VALUE SPACE.
000880     05  BR2400-DTL-QUEUED-DATE      PIC X(08).
000890     05  FILLER                      PIC X(03) VALUE SPACES.
000900     05  BR2400-DTL-QUEUED-USER      PIC X(08).
000910     05  FILLER                      PIC X(01) VALUE SPACE.
000920     05  BR2400-DTL-FAIL-DATE        PIC X(08).
000930     05  FILLER                      PIC X(01) VALUE SPACE.
000940     05  BR2400-DTL-FAIL-CODE        PIC X(04).
000950     05  FILLER                      PIC X(01) VALUE SPACE.
000960     05  BR2400-DTL-FAIL-MESSAGE     PIC X(40).
000970     05  FILLER                      PIC X(01) VALUE SPACE.
000980     05  BR2400-DTL-FAIL-DESC        PIC X(32).
000990 01  BR2400-BREAK-LINE.
001000     05  FILLER                      PIC X(09) VALUE SPACES.
001010     05  FILLER                      PIC X(16) VALUE
001020         'ENTRIES, BRANCH '.
001030     05  BR2400-BRK-BRANCH-ID        PIC X(06).
001040     05  FILLER                      PIC X(02) VALUE ': '.
001050     05  BR2400-BRK-COUNT            PIC Z(04)9.
001060     05  FILLER                      PIC X(94) VALUE SPACES.
001070 01  BR2400-TOTAL-LINE.
001080     05  BR2400-TOT-LABEL            PIC X(20).
001090     05  FILLER                      PIC X(02) VALUE ': '.
001100     05  BR2400-TOT-COUNT            PIC Z(06)9.
001110     05  FILLER                      PIC X(103) VALUE SPACES.
001120*
001130 PROCEDURE DIVISION.
001140 0000-MAINLINE.
001150     PERFORM 1000-INITIALIZE
001160         THRU 1000-EXIT.
001170     PERFORM 2000-LIST-PENDING-ENTRY
001180         THRU 2000-EXIT
001190         UNTIL BR2400-EOF-PENDING.
001200     PERFORM 9000-TERMINATE
001210         THRU 9000-EXIT.
001220     GOBACK.
001230*
001240 1000-INITIALIZE.
001250     ACCEPT BR2400-RUN-DATE FROM DATE YYYYMMDD.
001260     ACCEPT BR2400-BRANCH-CARD.
001270     OPEN INPUT PENDING-MAINT-FILE.
001280     IF BR2400-PENDING-NOT-THERE
001290         MOVE 'Y' TO BR2400-EOF-SW
001300     ELSE
001310         IF NOT BR2400-PENDING-OK
001320             DISPLAY 'BR2400 - OPEN FAILED ON PENDING-MAINT-FILE '
001330                 BR2400-PENDING-STATUS
001340             GO TO 1000-ABEND
001350         END-IF
001360         MOVE 'Y' TO BR2400-PENDING-OPEN-SW
001370     END-IF.
001380     OPEN OUTPUT PENDING-LIST-FILE.
001390     IF NOT BR2400-REPORT-OK
001400         DISPLAY 'BR2400 - OPEN FAILED ON PENDING-LIST-FILE '
001410             BR2400-REPORT-STATUS
001420         GO TO 1000-ABEND
001430     END-IF.
001440     MOVE BR2400-RUN-DATE TO BR2400-HEAD-RUN-DATE.
001450     IF BR2400-BRANCH-CARD = SPACES
001460         MOVE '(ALL) ' TO BR2400-HEAD-BRANCH
001470     ELSE
001480         MOVE BR2400-BRANCH-CARD TO BR2400-HEAD-BRANCH
001490     END-IF.
001500     WRITE PL-REPORT-RECORD FROM BR2400-HEAD-LINE.
001510     MOVE SPACES TO BR2400-PRINT-LINE.
001520     WRITE PL-REPORT-RECORD FROM BR2400-PRINT-LINE.
001530     WRITE PL-REPORT-RECORD FROM BR2400-COLUMN-LINE.
001540     IF BR2400-BRANCH-CARD NOT = SPACES
001550         AND BR2400-PENDING-FILE-OPEN
001560             PERFORM 1100-POSITION-AT-BRANCH
001570                 THRU 1100-EXIT
001580     END-IF.
001590     GO TO 1000-EXIT.
001600 1000-ABEND.
001610     MOVE 16 TO RETURN-CODE.
001620     GOBACK.
001630 1000-EXIT.
001640     EXIT.
001650*
001660 1100-POSITION-AT-BRANCH.
001670     MOVE BR2400-BRANCH-CARD TO PM-BRANCH-ID.
001680     MOVE LOW-VALUES TO PM-EFFECTIVE-DATE.
001690     MOVE ZERO TO PM-SEQ-NO.
001700     START PENDING-MAINT-FILE
001710         KEY IS NOT LESS THAN PM-KEY
001720     END-START.
001730     IF NOT BR2400-PENDING-OK
001740         MOVE 'Y' TO BR2400-EOF-SW
001750     END-IF.
001760 1100-EXIT.
001770     EXIT.
001780*
001790 2000-LIST-PENDING-ENTRY.
001800     READ PENDING-MAINT-FILE NEXT RECORD
001810         AT END
001820             MOVE 'Y' TO BR2400-EOF-SW
001830             GO TO 2000-EXIT
001840     END-READ.
001850     IF NOT BR2400-PENDING-OK
001860         MOVE 'Y' TO BR2400-EOF-SW
001870         GO TO 2000-EXIT
001880     END-IF.
001890     IF BR2400-BRANCH-CARD NOT = SPACES
001900         AND PM-BRANCH-ID NOT = BR2400-BRANCH-CARD
001910             MOVE 'Y' TO BR2400-EOF-SW
001920             GO TO 2000-EXIT
001930     END-IF.
001940     IF PM-BRANCH-ID NOT = BR2400-PREV-BRANCH
001950         PERFORM 2100-BRANCH-BREAK
001960             THRU 2100-EXIT
001970     END-IF.
001980     ADD 1 TO BR2400-RECORDS-LISTED.
001990     ADD 1 TO BR2400-BRANCH-ENTRIES.
002000     IF PM-STAT-FAILED
002010         ADD 1 TO BR2400-FAILED-CNT
002020     ELSE
002030         ADD 1 TO BR2400-PENDING-CNT
002040     END-IF.
002050     PERFORM 2200-WRITE-DETAIL-LINE
002060         THRU 2200-EXIT.
002070 2000-EXIT.
002080     EXIT.
002090*
002100 2100-BRANCH-BREAK.
002110     IF BR2400-PREV-BRANCH NOT = SPACES
002120         PERFORM 2110-WRITE-BREAK-LINE
002130             THRU 2110-EXIT
002140     END-IF.
002150     MOVE PM-BRANCH-ID TO BR2400-PREV-BRANCH.
002160     MOVE ZERO TO BR2400-BRANCH-ENTRIES.
002170     ADD 1 TO BR2400-BRANCH-CNT.
002180 2100-EXIT.
002190     EXIT.
002200*
002210 2110-WRITE-BREAK-LINE.
002220     MOVE BR2400-PREV-BRANCH TO BR2400-BRK-BRANCH-ID.
002230     MOVE BR2400-BRANCH-ENTRIES TO BR2400-BRK-COUNT.
002240     WRITE PL-REPORT-RECORD FROM BR2400-BREAK-LINE.
002250     MOVE SPACES TO BR2400-PRINT-LINE.
002260     WRITE PL-REPORT-RECORD FROM BR2400-PRINT-LINE.
002270 2110-EXIT.
002280     EXIT.
002290*
002300 2200-WRITE-DETAIL-LINE.
002310     MOVE PM-BRANCH-ID TO BR2400-DTL-BRANCH-ID.
002320     MOVE PM-EFFECTIVE-DATE TO BR2400-DTL-EFFECTIVE-DATE.
002330     MOVE PM-SEQ-NO TO BR2400-DTL-SEQ-NO.
002340     MOVE PM-ACTION TO BR2400-DTL-ACTION.
002350     MOVE PM-PEND-STATUS TO BR2400-DTL-PEND-STATUS.
002360     MOVE PM-QUEUED-DATE TO BR2400-DTL-QUEUED-DATE.
002370     MOVE PM-QUEUED-USER TO BR2400-DTL-QUEUED-USER.
002380     IF PM-STAT-FAILED
002390         MOVE PM-FAIL-DATE TO BR2400-DTL-FAIL-DATE
002400         MOVE PM-FAIL-CODE TO BR2400-DTL-FAIL-CODE
002410         MOVE PM-FAIL-MESSAGE TO BR2400-DTL-FAIL-MESSAGE
002420         MOVE PM-FAIL-DESC TO BR2400-DTL-FAIL-DESC
002430     ELSE
002440         MOVE SPACES TO BR2400-DTL-FAIL-DATE
002450         MOVE SPACES TO BR2400-DTL-FAIL-CODE
002460         MOVE SPACES TO BR2400-DTL-FAIL-MESSAGE
002470         MOVE SPACES TO BR2400-DTL-FAIL-DESC
002480     END-IF.
002490     WRITE PL-REPORT-RECORD FROM BR2400-DETAIL-LINE.
002500 2200-EXIT.
002510     EXIT.
002520*
002530 9000-TERMINATE.
002540     IF BR2400-PREV-BRANCH NOT = SPACES
002550         PERFORM 2110-WRITE-BREAK-LINE
002560             THRU 2110-EXIT
002570     END-IF.
002580     IF BR2400-RECORDS-LISTED = ZERO
002590         MOVE 'NO PENDING MAINTENANCE ON FILE'
002600             TO BR2400-PRINT-LINE
002610         WRITE PL-REPORT-RECORD FROM BR2400-PRINT-LINE
002620         MOVE SPACES TO BR2400-PRINT-LINE
002630         WRITE PL-REPORT-RECORD FROM BR2400-PRINT-LINE
002640     END-IF.
002650     MOVE 'BRANCHES' TO BR2400-TOT-LABEL.
002660     MOVE BR2400-BRANCH-CNT TO BR2400-TOT-COUNT.
002670     WRITE PL-REPORT-RECORD FROM BR2400-TOTAL-LINE.
002680     MOVE 'PENDING' TO BR2400-TOT-LABEL.
002690     MOVE BR2400-PENDING-CNT TO BR2400-TOT-COUNT.
002700     WRITE PL-REPORT-RECORD FROM BR2400-TOTAL-LINE.
002710     MOVE 'FAILED' TO BR2400-TOT-LABEL.
002720     MOVE BR2400-FAILED-CNT TO BR2400-TOT-COUNT.
002730     WRITE PL-REPORT-RECORD FROM BR2400-TOTAL-LINE.
002740     IF BR2400-PENDING-FILE-OPEN
002750         CLOSE PENDING-MAINT-FILE
002760     END-IF.
002770     CLOSE PENDING-LIST-FILE.
002780     DISPLAY 'BR2400 - ENTRIES LISTED    : '
002790         BR2400-RECORDS-LISTED.
002800     DISPLAY 'BR2400 - PENDING           : ' BR2400-PENDING-CNT.
002810     DISPLAY 'BR2400 - FAILED            : ' BR2400-FAILED-CNT.
002820 9000-EXIT.
002830     EXIT.
