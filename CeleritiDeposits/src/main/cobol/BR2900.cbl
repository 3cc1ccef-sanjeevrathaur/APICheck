000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  BR2900.
000030 AUTHOR.      M OKAFOR.
000040 INSTALLATION. CELERITI DEPOSITS - BRANCH SERVICES.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080*  MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100*  101526  MO   INITIAL VERSION - DAILY SECURITY VIOLATION REPORT
000110*               FOR INFORMATION SECURITY.  LISTS ONE DAY'S ENTRIES
000120*               FROM THE BRSECVIO LOG (ONLINE CHANGES BR0400,
000130*               BR1200 AND BR1100 REFUSED UNDER THE BRANAUTH
000140*               OPERATOR AUTHORITY FILE) GROUPED BY USER ID IN
000150*               USER ID ORDER, WITH A COUNT PER USER AND THE
000160*               USER'S NAME FROM BRANAUTH WHERE THE USER IS ON
000170*               FILE.  ONE OPTIONAL SYSIN CARD - THE DATE TO
000180*               REPORT, BLANK MEANING THE RUN DATE.  THE DAY IS
000190*               HELD IN A 2000-ENTRY TABLE OF UP TO 500 USERS;
000200*               ANYTHING PAST THAT IS COUNTED, NOT LISTED.  THE
000210*               RUN ENDS RETURN-CODE 4 WHEN THERE IS ANYTHING TO
000220*               REPORT.
000230*----------------------------------------------------------------
000240 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000260 SOURCE-COMPUTER.  IBM-370.
000270 OBJECT-COMPUTER.  IBM-370.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT VIOLATION-LOG-FILE ASSIGN TO BRSECVIO
000310         ORGANIZATION IS SEQUENTIAL
000320         FILE STATUS IS BR2900-VIOLATION-STATUS.
000330
000340     SELECT OPERATOR-AUTH-FILE ASSIGN TO BRANAUTH
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS DYNAMIC
000370         RECORD KEY IS OA-USER-ID
000380         FILE STATUS IS BR2900-AUTH-STATUS.
000390
000400     SELECT SECURITY-REPORT-FILE ASSIGN TO BRANSECR
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS BR2900-REPORT-STATUS.
000430*
000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  VIOLATION-LOG-FILE
000470     RECORDING MODE IS F.
000480     COPY "BrSecVio.cpy".
000490
000500 FD  OPERATOR-AUTH-FILE.
000510     COPY "BrOpAuth.cpy".
000520
000530 FD  SECURITY-REPORT-FILE
000540     RECORDING MODE IS F.
000550     COPY "BrSecRp.cpy".
000560*
000570 WORKING-STORAGE SECTION.
000580 77  BR2900-VIOLATION-STATUS         PIC X(02) VALUE SPACES.
000590     88  BR2900-VIOLATION-OK         VALUE '00'.
000600     88  BR2900-VIOLATION-NOT-THERE  VALUE '35'.
000610 77  BR2900-AUTH-STATUS              PIC X(02) VALUE SPACES.
000620     88  BR2900-AUTH-OK              VALUE '00', '02'.
000630 77  BR2900-REPORT-STATUS            PIC X(02) VALUE SPACES.
000640     88  BR2900-REPORT-OK            VALUE '00'.
000650 77  BR2900-VIOLATION-OPEN-SW        PIC X(01) VALUE 'N'.
000660     88  BR2900-VIOLATION-FILE-OPEN  VALUE 'Y'.
000670 77  BR2900-AUTH-OPEN-SW             PIC X(01) VALUE 'N'.
000680     88  BR2900-AUTH-FILE-OPEN       VALUE 'Y'.
000690 77  BR2900-EOF-SW                   PIC X(01) VALUE 'N'.
000700     88  BR2900-EOF-VIOLATION        VALUE 'Y'.
000710 77  BR2900-FOUND-SW                 PIC X(01) VALUE 'N'.
000720     88  BR2900-USER-FOUND           VALUE 'Y'.
000730 77  BR2900-SLOT-SW                  PIC X(01) VALUE 'N'.
000740     88  BR2900-SLOT-FOUND           VALUE 'Y'.
000750 77  BR2900-RECORDS-READ             PIC 9(07) COMP-3 VALUE ZERO.
000760 77  BR2900-VIOLATION-CNT            PIC 9(07) COMP-3 VALUE ZERO.
000770 77  BR2900-OVERFLOW-CNT             PIC 9(07) COMP-3 VALUE ZERO.
000780 77  BR2900-VIO-MAX                  PIC 9(05) COMP VALUE 2000.
000790 77  BR2900-VIO-CNT                  PIC 9(05) COMP VALUE ZERO.
000800 77  BR2900-VIO-IX                   PIC 9(05) COMP VALUE ZERO.
000810 77  BR2900-USER-MAX                 PIC 9(03) COMP VALUE 500.
000820 77  BR2900-USER-CNT                 PIC 9(03) COMP VALUE ZERO.
000830 77  BR2900-USER-IX                  PIC 9(03) COMP VALUE ZERO.
000840 77  BR2900-SHIFT-IX                 PIC 9(03) COMP VALUE ZERO.
000850 77  BR2900-INSERT-IX                PIC 9(03) COMP VALUE ZERO.
000860 77  BR2900-DAY-NUM                  PIC 9(07) COMP VALUE ZERO.
000870 01  BR2900-RUN-DATE                 PIC X(08).
000880 01  BR2900-REPORT-CARD              PIC X(08) VALUE SPACES.
000890 01  BR2900-REPORT-DATE              PIC X(08) VALUE SPACES.
000900 01  BR2900-VIO-TABLE.
000910     05  BR2900-VIO-ENTRY OCCURS 2000 TIMES.
000920         10  BR2900-V-USER-ID        PIC X(08).
000930         10  BR2900-V-TIME           PIC X(06).
000940         10  BR2900-V-PROGRAM-ID     PIC X(08).
000950         10  BR2900-V-ACTION         PIC X(01).
000960         10  BR2900-V-ACTION-DESC    PIC X(20).
000970         10  BR2900-V-BRANCH-ID      PIC X(06).
000980         10  BR2900-V-DISTRICT-ID    PIC X(04).
000990         10  BR2900-V-REASON         PIC X(01).
001000         10  BR2900-V-REASON-DESC    PIC X(40).
001010 01  BR2900-USER-TABLE.
001020     05  BR2900-USER-ENTRY OCCURS 500 TIMES.
001030         10  BR2900-U-USER-ID        PIC X(08).
001040         10  BR2900-U-COUNT          PIC 9(05) COMP-3.
001050 01  BR2900-PRINT-LINE               PIC X(132).
001060 01  BR2900-HEAD-LINE.
001070     05  FILLER                      PIC X(33) VALUE
001080         'BR2900 - SECURITY VIOLATIONS FOR '.
001090     05  BR2900-HEAD-REPORT-DATE     PIC X(08).
001100     05  FILLER                      PIC X(06) VALUE ', RUN '.
001110     05  BR2900-HEAD-RUN-DATE        PIC X(08).
001120     05  FILLER                      PIC X(77) VALUE SPACES.
001130 01  BR2900-COLUMN-LINE.
001140     05  FILLER                      PIC X(41) VALUE
001150         '  TIME   PROGRAM  A ACTION'.
001160     05  FILLER                      PIC X(91) VALUE
001170         'BRANCH DIST R REASON'.
001180 01  BR2900-USER-LINE.
001190     05  FILLER                      PIC X(05) VALUE 'USER '.
001200     05  BR2900-USR-USER-ID          PIC X(08).
001210     05  FILLER                      PIC X(02) VALUE SPACES.
001220     05  BR2900-USR-USER-NAME        PIC X(30).
001230     05  FILLER                      PIC X(87) VALUE SPACES.
001240 01  BR2900-DETAIL-LINE.
001250     05  FILLER                      PIC X(02) VALUE SPACES.
001260     05  BR2900-DTL-TIME             PIC X(06).
001270     05  FILLER                      PIC X(01) VALUE SPACE.
001280     05  BR2900-DTL-PROGRAM-ID       PIC X(08).
001290     05  FILLER                      PIC X(01) VALUE SPACE.
001300     05  BR2900-DTL-ACTION           PIC X(01).
001310     05  FILLER                      PIC X(01) VALUE SPACE.
001320     05  BR2900-DTL-ACTION-DESC      PIC X(20).
001330     05  FILLER                      PIC X(01) VALUE SPACE.
001340     05  BR2900-DTL-BRANCH-ID        PIC X(06).
001350     05  FILLER                      PIC X(01) VALUE SPACE.
001360     05  BR2900-DTL-DISTRICT-ID      PIC X(04).
001370     05  FILLER                      PIC X(01) VALUE SPACE.
001380     05  BR2900-DTL-REASON           PIC X(01).
001390     05  FILLER                      PIC X(01) VALUE SPACE.
001400     05  BR2900-DTL-REASON-DESC      PIC X(40).
001410     05  FILLER                      PIC X(37) VALUE SPACES.
001420 01  BR2900-BREAK-LINE.
001430     05  FILLER                      PIC X(09) VALUE SPACES.
001440     05  FILLER                      PIC X(17) VALUE
001450         'VIOLATIONS, USER '.
001460     05  BR2900-BRK-USER-ID          PIC X(08).
001470     05  FILLER                      PIC X(02) VALUE ': '.
001480     05  BR2900-BRK-COUNT            PIC Z(04)9.
001490     05  FILLER                      PIC X(91) VALUE SPACES.
001500 01  BR2900-TOTAL-LINE.
001510     05  BR2900-TOT-LABEL            PIC X(20).
001520     05  FILLER                      PIC X(02) VALUE ': '.
001530     05  BR2900-TOT-COUNT            PIC Z(06)9.
001540     05  FILLER                      PIC X(103) VALUE SPACES.
001550*
001560 PROCEDURE DIVISION.
001570 0000-MAINLINE.
001580     PERFORM 1000-INITIALIZE
001590         THRU 1000-EXIT.
001600     PERFORM 2000-LOAD-VIOLATION
001610         THRU 2000-EXIT
001620         UNTIL BR2900-EOF-VIOLATION.
001630     PERFORM 3000-REPORT-USER
001640         THRU 3000-EXIT
001650         VARYING BR2900-USER-IX FROM 1 BY 1
001660         UNTIL BR2900-USER-IX > BR2900-USER-CNT.
001670     PERFORM 9000-TERMINATE
001680         THRU 9000-EXIT.
001690     GOBACK.
001700*
001710 1000-INITIALIZE.
001720     ACCEPT BR2900-RUN-DATE FROM DATE YYYYMMDD.
001730     ACCEPT BR2900-REPORT-CARD.
001740     IF BR2900-REPORT-CARD = SPACES
001750         MOVE BR2900-RUN-DATE TO BR2900-REPORT-DATE
001760     ELSE
001770         IF BR2900-REPORT-CARD NOT NUMERIC
001780             DISPLAY 'BR2900 - REPORT DATE CARD NOT NUMERIC <'
001790                 BR2900-REPORT-CARD '>'
001800             GO TO 1000-ABEND
001810         END-IF
001820         COMPUTE BR2900-DAY-NUM =
001830             FUNCTION INTEGER-OF-DATE (FUNCTION NUMVAL
001840                 (BR2900-REPORT-CARD))
001850         IF BR2900-DAY-NUM = ZERO
001860             DISPLAY 'BR2900 - REPORT DATE CARD NOT A DATE <'
001870                 BR2900-REPORT-CARD '>'
001880             GO TO 1000-ABEND
001890         END-IF
001900         MOVE BR2900-REPORT-CARD TO BR2900-REPORT-DATE
001910     END-IF.
001920     OPEN INPUT VIOLATION-LOG-FILE.
001930     IF BR2900-VIOLATION-NOT-THERE
001940         MOVE 'Y' TO BR2900-EOF-SW
001950     ELSE
001960         IF NOT BR2900-VIOLATION-OK
001970             DISPLAY 'BR2900 - OPEN FAILED ON VIOLATION-LOG-FILE '
001980                 BR2900-VIOLATION-STATUS
001990             GO TO 1000-ABEND
002000         END-IF
002010         MOVE 'Y' TO BR2900-VIOLATION-OPEN-SW
002020     END-IF.
002030     OPEN INPUT OPERATOR-AUTH-FILE.
002040     IF BR2900-AUTH-OK
002050         MOVE 'Y' TO BR2900-AUTH-OPEN-SW
002060     END-IF.
002070     OPEN OUTPUT SECURITY-REPORT-FILE.
002080     IF NOT BR2900-REPORT-OK
002090         DISPLAY 'BR2900 - OPEN FAILED ON SECURITY-REPORT-FILE '
002100             BR2900-REPORT-STATUS
002110         GO TO 1000-ABEND
002120     END-IF.
002130     MOVE BR2900-REPORT-DATE TO BR2900-HEAD-REPORT-DATE.
002140     MOVE BR2900-RUN-DATE TO BR2900-HEAD-RUN-DATE.
002150     WRITE SR-REPORT-RECORD FROM BR2900-HEAD-LINE.
002160     MOVE SPACES TO BR2900-PRINT-LINE.
002170     WRITE SR-REPORT-RECORD FROM BR2900-PRINT-LINE.
002180     WRITE SR-REPORT-RECORD FROM BR2900-COLUMN-LINE.
002190     MOVE SPACES TO BR2900-PRINT-LINE.
002200     WRITE SR-REPORT-RECORD FROM BR2900-PRINT-LINE.
002210     GO TO 1000-EXIT.
002220 1000-ABEND.
002230     MOVE 16 TO RETURN-CODE.
002240     GOBACK.
002250 1000-EXIT.
002260     EXIT.
002270*
002280*----------------------------------------------------------------
002290*  THE LOG IS IN TIME ORDER, NOT USER ORDER.  EACH ENTRY FOR THE
002300*  REPORT DATE IS HELD IN THE VIOLATION TABLE AND ITS USER FILED
002310*  IN THE USER TABLE, WHICH IS KEPT IN USER ID ORDER AS IT GROWS.
002320*----------------------------------------------------------------
002330 2000-LOAD-VIOLATION.
002340     READ VIOLATION-LOG-FILE
002350         AT END
002360             MOVE 'Y' TO BR2900-EOF-SW
002370             GO TO 2000-EXIT
002380     END-READ.
002390     IF NOT BR2900-VIOLATION-OK
002400         MOVE 'Y' TO BR2900-EOF-SW
002410         GO TO 2000-EXIT
002420     END-IF.
002430     ADD 1 TO BR2900-RECORDS-READ.
002440     IF SV-VIOLATION-DATE NOT = BR2900-REPORT-DATE
002450         GO TO 2000-EXIT
002460     END-IF.
002470     ADD 1 TO BR2900-VIOLATION-CNT.
002480     IF BR2900-VIO-CNT NOT < BR2900-VIO-MAX
002490         ADD 1 TO BR2900-OVERFLOW-CNT
002500         GO TO 2000-EXIT
002510     END-IF.
002520     PERFORM 2100-FILE-USER
002530         THRU 2100-EXIT.
002540     IF NOT BR2900-USER-FOUND
002550         ADD 1 TO BR2900-OVERFLOW-CNT
002560         GO TO 2000-EXIT
002570     END-IF.
002580     ADD 1 TO BR2900-VIO-CNT.
002590     MOVE SV-USER-ID TO BR2900-V-USER-ID (BR2900-VIO-CNT).
002600     MOVE SV-VIOLATION-TIME TO BR2900-V-TIME (BR2900-VIO-CNT).
002610     MOVE SV-PROGRAM-ID TO BR2900-V-PROGRAM-ID (BR2900-VIO-CNT).
002620     MOVE SV-ACTION TO BR2900-V-ACTION (BR2900-VIO-CNT).
002630     MOVE SV-ACTION-DESC TO BR2900-V-ACTION-DESC (BR2900-VIO-CNT).
002640     MOVE SV-BRANCH-ID TO BR2900-V-BRANCH-ID (BR2900-VIO-CNT).
002650     MOVE SV-DISTRICT-ID TO BR2900-V-DISTRICT-ID (BR2900-VIO-CNT).
002660     MOVE SV-REASON TO BR2900-V-REASON (BR2900-VIO-CNT).
002670     MOVE SV-REASON-DESC TO BR2900-V-REASON-DESC (BR2900-VIO-CNT).
002680 2000-EXIT.
002690     EXIT.
002700*
002710*----------------------------------------------------------------
002720*  FIND THE USER'S SLOT, OR OPEN ONE IN ORDER BY SHIFTING THE
002730*  HIGHER USER IDS UP.  A FULL TABLE LEAVES FOUND-SW 'N'.
002740*----------------------------------------------------------------
002750 2100-FILE-USER.
002760     MOVE 'N' TO BR2900-FOUND-SW.
002770     MOVE 'N' TO BR2900-SLOT-SW.
002780     COMPUTE BR2900-INSERT-IX = BR2900-USER-CNT + 1.
002790     PERFORM 2110-SCAN-USER
002800         THRU 2110-EXIT
002810         VARYING BR2900-USER-IX FROM 1 BY 1
002820         UNTIL BR2900-USER-IX > BR2900-USER-CNT
002830         OR BR2900-SLOT-FOUND.
002840     IF BR2900-INSERT-IX NOT > BR2900-USER-CNT
002850         IF BR2900-U-USER-ID (BR2900-INSERT-IX) = SV-USER-ID
002860             ADD 1 TO BR2900-U-COUNT (BR2900-INSERT-IX)
002870             MOVE 'Y' TO BR2900-FOUND-SW
002880             GO TO 2100-EXIT
002890         END-IF
002900     END-IF.
002910     IF BR2900-USER-CNT NOT < BR2900-USER-MAX
002920         GO TO 2100-EXIT
002930     END-IF.
002940     PERFORM 2120-SHIFT-USER
002950         THRU 2120-EXIT
002960         VARYING BR2900-SHIFT-IX FROM BR2900-USER-CNT BY -1
002970         UNTIL BR2900-SHIFT-IX < BR2900-INSERT-IX.
002980     ADD 1 TO BR2900-USER-CNT.
002990     MOVE SV-USER-ID TO BR2900-U-USER-ID (BR2900-INSERT-IX).
003000     MOVE 1 TO BR2900-U-COUNT (BR2900-INSERT-IX).
003010     MOVE 'Y' TO BR2900-FOUND-SW.
003020 2100-EXIT.
003030     EXIT.
003040*
003050 2110-SCAN-USER.
003060     IF BR2900-U-USER-ID (BR2900-USER-IX) NOT < SV-USER-ID
003070         MOVE BR2900-USER-IX TO BR2900-INSERT-IX
003080         MOVE 'Y' TO BR2900-SLOT-SW
003090     END-IF.
003100 2110-EXIT.
003110     EXIT.
003120*
003130 2120-SHIFT-USER.
003140     MOVE BR2900-USER-ENTRY (BR2900-SHIFT-IX)
003150         TO BR2900-USER-ENTRY (BR2900-SHIFT-IX + 1).
003160 2120-EXIT.
003170     EXIT.
003180*
003190*----------------------------------------------------------------
003200*  ONE USER - NAME LINE, THAT USER'S ENTRIES IN TIME ORDER, AND
003210*  A COUNT LINE.
003220*----------------------------------------------------------------
003230 3000-REPORT-USER.
003240     MOVE BR2900-U-USER-ID (BR2900-USER-IX) TO BR2900-USR-USER-ID.
003250     MOVE '(NOT ON AUTHORITY FILE)' TO BR2900-USR-USER-NAME.
003260     IF BR2900-AUTH-FILE-OPEN
003270         MOVE BR2900-U-USER-ID (BR2900-USER-IX) TO OA-USER-ID
003280         READ OPERATOR-AUTH-FILE
003290             KEY IS OA-USER-ID
003300         END-READ
003310         IF BR2900-AUTH-OK
003320             MOVE OA-USER-NAME TO BR2900-USR-USER-NAME
003330         END-IF
003340     END-IF.
003350     WRITE SR-REPORT-RECORD FROM BR2900-USER-LINE.
003360     PERFORM 3100-REPORT-ENTRY
003370         THRU 3100-EXIT
003380         VARYING BR2900-VIO-IX FROM 1 BY 1
003390         UNTIL BR2900-VIO-IX > BR2900-VIO-CNT.
003400     MOVE BR2900-U-USER-ID (BR2900-USER-IX) TO BR2900-BRK-USER-ID.
003410     MOVE BR2900-U-COUNT (BR2900-USER-IX) TO BR2900-BRK-COUNT.
003420     WRITE SR-REPORT-RECORD FROM BR2900-BREAK-LINE.
003430     MOVE SPACES TO BR2900-PRINT-LINE.
003440     WRITE SR-REPORT-RECORD FROM BR2900-PRINT-LINE.
003450 3000-EXIT.
003460     EXIT.
003470*
003480 3100-REPORT-ENTRY.
003490     IF BR2900-V-USER-ID (BR2900-VIO-IX)
003500         NOT = BR2900-U-USER-ID (BR2900-USER-IX)
003510         GO TO 3100-EXIT
003520     END-IF.
003530     MOVE BR2900-V-TIME (BR2900-VIO-IX) TO BR2900-DTL-TIME.
003540     MOVE BR2900-V-PROGRAM-ID (BR2900-VIO-IX)
003550         TO BR2900-DTL-PROGRAM-ID.
003560     MOVE BR2900-V-ACTION (BR2900-VIO-IX) TO BR2900-DTL-ACTION.
003570     MOVE BR2900-V-ACTION-DESC (BR2900-VIO-IX)
003580         TO BR2900-DTL-ACTION-DESC.
003590     MOVE BR2900-V-BRANCH-ID (BR2900-VIO-IX)
003600         TO BR2900-DTL-BRANCH-ID.
003610     MOVE BR2900-V-DISTRICT-ID (BR2900-VIO-IX)
003620         TO BR2900-DTL-DISTRICT-ID.
003630     MOVE BR2900-V-REASON (BR2900-VIO-IX) TO BR2900-DTL-REASON.
003640     MOVE BR2900-V-REASON-DESC (BR2900-VIO-IX)
003650         TO BR2900-DTL-REASON-DESC.
003660     WRITE SR-REPORT-RECORD FROM BR2900-DETAIL-LINE.
003670 3100-EXIT.
003680     EXIT.
003690*
003700 9000-TERMINATE.
003710     IF BR2900-VIOLATION-CNT = ZERO
003720         MOVE 'NO SECURITY VIOLATIONS LOGGED'
003730             TO BR2900-PRINT-LINE
003740         WRITE SR-REPORT-RECORD FROM BR2900-PRINT-LINE
003750         MOVE SPACES TO BR2900-PRINT-LINE
003760         WRITE SR-REPORT-RECORD FROM BR2900-PRINT-LINE
003770     END-IF.
003780     MOVE 'USERS' TO BR2900-TOT-LABEL.
003790     MOVE BR2900-USER-CNT TO BR2900-TOT-COUNT.
003800     WRITE SR-REPORT-RECORD FROM BR2900-TOTAL-LINE.
003810     MOVE 'VIOLATIONS' TO BR2900-TOT-LABEL.
003820     MOVE BR2900-VIOLATION-CNT TO BR2900-TOT-COUNT.
003830     WRITE SR-REPORT-RECORD FROM BR2900-TOTAL-LINE.
003840     IF BR2900-OVERFLOW-CNT > ZERO
003850         MOVE 'NOT LISTED, TABLE' TO BR2900-TOT-LABEL
003860         MOVE BR2900-OVERFLOW-CNT TO BR2900-TOT-COUNT
003870         WRITE SR-REPORT-RECORD FROM BR2900-TOTAL-LINE
003880     END-IF.
003890     IF BR2900-VIOLATION-FILE-OPEN
003900         CLOSE VIOLATION-LOG-FILE
003910     END-IF.
003920     IF BR2900-AUTH-FILE-OPEN
003930         CLOSE OPERATOR-AUTH-FILE
003940     END-IF.
003950     CLOSE SECURITY-REPORT-FILE.
003960     DISPLAY 'BR2900 - LOG RECS READ     : ' BR2900-RECORDS-READ.
003970     DISPLAY 'BR2900 - VIOLATIONS        : '
003980         BR2900-VIOLATION-CNT.
003990     DISPLAY 'BR2900 - USERS             : ' BR2900-USER-CNT.
004000     DISPLAY 'BR2900 - NOT LISTED        : '
004010         BR2900-OVERFLOW-CNT.
004020     IF BR2900-VIOLATION-CNT > ZERO
004030         MOVE 4 TO RETURN-CODE
004040     END-IF.
004050 9000-EXIT.
004060     EXIT.
