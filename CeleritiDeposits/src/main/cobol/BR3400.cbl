000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  BR3400.
000030 AUTHOR.      M OKAFOR.
000040 INSTALLATION. CELERITI DEPOSITS - BRANCH SERVICES.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080*  MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100*  101526  MO   INITIAL VERSION - BRANCH ATTRIBUTE COMPLETENESS
000110*               REPORT.  WALKS THE MASTER AND LISTS ON BRANATCR
000120*               EVERY ACTIVE BRANCH WITH NO BRANATTR ENTRY, NO
000130*               PHONE NUMBER, OR A WHEELCHAIR ACCESS INDICATOR
000140*               NOT YET KNOWN, WITH ITS DISTRICT, SO THE DISTRICT
000150*               OFFICES CAN FILL THEM IN THROUGH BR3200 OR THE
000160*               NEXT BR3300 FEED.  A BRANATTR FILE NOT YET CREATED
000170*               LISTS EVERY ACTIVE BRANCH.  THE RUN ENDS
000180*               RETURN-CODE 4 WHEN ANY BRANCH IS LISTED.
000190*----------------------------------------------------------------
000200 ENVIRONMENT DIVISION.
000210 CONFIGURATION SECTION.
000220 SOURCE-COMPUTER.  IBM-370.
000230 OBJECT-COMPUTER.  IBM-370.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000260     SELECT BRANCH-MASTER-FILE ASSIGN TO BRANMSTR
000270         ORGANIZATION IS INDEXED
000280         ACCESS MODE IS DYNAMIC
000290         RECORD KEY IS BM-BRANCH-ID
000300         FILE STATUS IS BR3400-MASTER-STATUS.
000310
000320     SELECT ATTRIBUTE-FILE ASSIGN TO BRANATTR
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS DYNAMIC
000350         RECORD KEY IS AT-BRANCH-ID
000360         FILE STATUS IS BR3400-ATTR-STATUS.
000370
000380     SELECT ATTR-REPORT-FILE ASSIGN TO BRANATCR
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS BR3400-REPORT-STATUS.
000410*
000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  BRANCH-MASTER-FILE.
000450     COPY "BranchMstr.cpy".
000460
000470 FD  ATTRIBUTE-FILE.
000480     COPY "BrAttr.cpy".
000490
000500 FD  ATTR-REPORT-FILE
000510     RECORDING MODE IS F.
000520     COPY "BrAtrRp.cpy".
000530*
000540 WORKING-STORAGE SECTION.
000550 77  BR3400-MASTER-STATUS            PIC X(02) VALUE SPACES.
000560     88  BR3400-MASTER-OK            VALUE '00', '02'.
000570 77  BR3400-ATTR-STATUS              PIC X(02) VALUE SPACES.
000580     88  BR3400-ATTR-OK              VALUE '00', '02'.
000590     88  BR3400-ATTR-NOT-THERE       VALUE '35'.
000600 77  BR3400-REPORT-STATUS            PIC X(02) VALUE SPACES.
000610     88  BR3400-REPORT-OK            VALUE '00'.
000620 77  BR3400-ATTR-OPEN-SW             PIC X(01) VALUE 'N'.
000630     88  BR3400-ATTR-FILE-OPEN       VALUE 'Y'.
000640 77  BR3400-EOF-SW                   PIC X(01) VALUE 'N'.
000650     88  BR3400-EOF-MASTER           VALUE 'Y'.
000660 77  BR3400-FOUND-SW                 PIC X(01) VALUE 'N'.
000670     88  BR3400-ATTR-FOUND           VALUE 'Y'.
000680 77  BR3400-RECORDS-READ             PIC 9(07) COMP-3 VALUE ZERO.
000690 77  BR3400-ACTIVE-CNT               PIC 9(07) COMP-3 VALUE ZERO.
000700 77  BR3400-INCOMPLETE-CNT           PIC 9(07) COMP-3 VALUE ZERO.
000710 77  BR3400-NO-ATTR-CNT              PIC 9(07) COMP-3 VALUE ZERO.
000720 77  BR3400-NO-PHONE-CNT             PIC 9(07) COMP-3 VALUE ZERO.
000730 77  BR3400-NO-ACCESS-CNT            PIC 9(07) COMP-3 VALUE ZERO.
000740 01  BR3400-RUN-DATE                 PIC X(08).
000750 01  BR3400-PRINT-LINE               PIC X(132).
000760 01  BR3400-HEAD-LINE.
000770     05  FILLER                      PIC X(25) VALUE
000780         'BR3400 - ACTIVE BRANCHES '.
000790     05  FILLER                      PIC X(32) VALUE
000800         'WITH INCOMPLETE ATTRIBUTES, RUN '.
000810     05  BR3400-HEAD-RUN-DATE        PIC X(08).
000820     05  FILLER                      PIC X(67) VALUE SPACES.
000830 01  BR3400-COLUMN-LINE.
000840     05  FILLER                      PIC X(02) VALUE SPACES.
000850     05  FILLER                      PIC X(07) VALUE 'BRANCH'.
000860     05  FILLER                      PIC X(05) VALUE 'DIST'.
000870     05  FILLER                      PIC X(41) VALUE
000880         'BRANCH NAME'.
000890     05  FILLER                      PIC X(21) VALUE 'PHONE'.
000900     05  FILLER                      PIC X(08) VALUE 'ACCESS'.
000910     05  FILLER                      PIC X(09) VALUE 'UPDATED'.
000920     05  FILLER                      PIC X(09) VALUE 'BY'.
000930     05  FILLER                      PIC X(30) VALUE 'MISSING'.
000940 01  BR3400-DETAIL-LINE.
000950     05  FILLER                      PIC X(02) VALUE SPACES.
000960     05  BR3400-DTL-BRANCH-ID        PIC X(06).
000970     05  FILLER                      PIC X(01) VALUE SPACE.
000980     05  BR3400-DTL-DISTRICT-ID      PIC X(04).
000990     05  FILLER                      PIC X(01) VALUE SPACE.
001000     05  BR3400-DTL-BRANCH-NAME      PIC X(40).
001010     05  FILLER                      PIC X(01) VALUE SPACE.
001020     05  BR3400-DTL-PHONE            PIC X(20).
001030     05  FILLER                      PIC X(01) VALUE SPACE.
001040     05  BR3400-DTL-ACCESS           PIC X(07).
001050     05  FILLER                      PIC X(01) VALUE SPACE.
001060     05  BR3400-DTL-UPDATE-DATE      PIC X(08).
001070     05  FILLER                      PIC X(01) VALUE SPACE.
001080     05  BR3400-DTL-UPDATE-USER      PIC X(08).
001090     05  FILLER                      PIC X(01) VALUE SPACE.
001100     05  BR3400-DTL-MISSING          PIC X(30).
001110 01  BR3400-TOTAL-LINE.
001120     05  BR3400-TOT-LABEL            PIC X(20).
001130     05  FILLER                      PIC X(02) VALUE ': '.
001140     05  BR3400-TOT-COUNT            PIC Z(06)9.
001150     05  FILLER                      PIC X(103) VALUE SPACES.
001160*
001170 PROCEDURE DIVISION.
001180 0000-MAINLINE.
001190     PERFORM 1000-INITIALIZE
001200         THRU 1000-EXIT.
001210     PERFORM 2000-CHECK-ONE-BRANCH
001220         THRU 2000-EXIT
001230         UNTIL BR3400-EOF-MASTER.
001240     PERFORM 9000-TERMINATE
001250         THRU 9000-EXIT.
001260     GOBACK.
001270*
001280 1000-INITIALIZE.
001290     ACCEPT BR3400-RUN-DATE FROM DATE YYYYMMDD.
001300     OPEN INPUT BRANCH-MASTER-FILE.
001310     IF NOT BR3400-MASTER-OK
001320         DISPLAY 'BR3400 - OPEN FAILED ON BRANCH-MASTER-FILE '
001330             BR3400-MASTER-STATUS
001340         GO TO 1000-ABEND
001350     END-IF.
001360     OPEN INPUT ATTRIBUTE-FILE.
001370     IF BR3400-ATTR-OK
001380         MOVE 'Y' TO BR3400-ATTR-OPEN-SW
001390     ELSE
001400         IF NOT BR3400-ATTR-NOT-THERE
001410             DISPLAY 'BR3400 - OPEN FAILED ON ATTRIBUTE-FILE '
001420                 BR3400-ATTR-STATUS
001430             GO TO 1000-ABEND
001440         END-IF
001450     END-IF.
001460     OPEN OUTPUT ATTR-REPORT-FILE.
001470     IF NOT BR3400-REPORT-OK
001480         DISPLAY 'BR3400 - OPEN FAILED ON ATTR-REPORT-FILE '
001490             BR3400-REPORT-STATUS
001500         GO TO 1000-ABEND
001510     END-IF.
001520     MOVE BR3400-RUN-DATE TO BR3400-HEAD-RUN-DATE.
001530     WRITE CP-REPORT-RECORD FROM BR3400-HEAD-LINE.
001540     MOVE SPACES TO BR3400-PRINT-LINE.
001550     WRITE CP-REPORT-RECORD FROM BR3400-PRINT-LINE.
001560     WRITE CP-REPORT-RECORD FROM BR3400-COLUMN-LINE.
001570     MOVE SPACES TO BR3400-PRINT-LINE.
001580     WRITE CP-REPORT-RECORD FROM BR3400-PRINT-LINE.
001590     GO TO 1000-EXIT.
001600 1000-ABEND.
001610     MOVE 16 TO RETURN-CODE.
001620     GOBACK.
001630 1000-EXIT.
001640     EXIT.
001650*
001660*----------------------------------------------------------------
001670*  ONE MASTER RECORD.  ONLY ACTIVE BRANCHES ARE CHECKED - A CLOSED
001680*  OR INACTIVE BRANCH IS NOT ANSWERED FOR BY THE CONTACT CENTRE.
001690*  A BRANCH IS INCOMPLETE WITH NO BRANATTR ENTRY, A BLANK PHONE,
001700*  OR A WHEELCHAIR INDICATOR THAT IS NEITHER Y NOR N.
001710*----------------------------------------------------------------
001720 2000-CHECK-ONE-BRANCH.
001730     READ BRANCH-MASTER-FILE NEXT RECORD
001740         AT END
001750             MOVE 'Y' TO BR3400-EOF-SW
001760             GO TO 2000-EXIT
001770     END-READ.
001780     IF NOT BR3400-MASTER-OK
001790         MOVE 'Y' TO BR3400-EOF-SW
001800         GO TO 2000-EXIT
001810     END-IF.
001820     ADD 1 TO BR3400-RECORDS-READ.
001830     IF NOT BM-STAT-ACTIVE
001840         GO TO 2000-EXIT
001850     END-IF.
001860     ADD 1 TO BR3400-ACTIVE-CNT.
001870     PERFORM 2100-READ-ATTRIBUTES
001880         THRU 2100-EXIT.
001890     MOVE SPACES TO BR3400-DETAIL-LINE.
001900     MOVE BM-BRANCH-ID TO BR3400-DTL-BRANCH-ID.
001910     MOVE BM-DISTRICT-ID TO BR3400-DTL-DISTRICT-ID.
001920     MOVE BM-BR-NAME TO BR3400-DTL-BRANCH-NAME.
001930     IF NOT BR3400-ATTR-FOUND
001940         ADD 1 TO BR3400-NO-ATTR-CNT
001950         MOVE 'NO ATTRIBUTE RECORD' TO BR3400-DTL-MISSING
001960         GO TO 2000-WRITE-DETAIL
001970     END-IF.
001980     MOVE AT-PHONE TO BR3400-DTL-PHONE.
001990     MOVE AT-LAST-UPDATE-DATE TO BR3400-DTL-UPDATE-DATE.
002000     MOVE AT-LAST-UPDATE-USER TO BR3400-DTL-UPDATE-USER.
002010     EVALUATE AT-WHEELCHAIR-IND
002020         WHEN 'Y'
002030             MOVE 'YES' TO BR3400-DTL-ACCESS
002040         WHEN 'N'
002050             MOVE 'NO' TO BR3400-DTL-ACCESS
002060         WHEN OTHER
002070             MOVE 'UNKNOWN' TO BR3400-DTL-ACCESS
002080     END-EVALUATE.
002090     IF AT-PHONE = SPACES
002100         AND AT-WHEELCHAIR-IND NOT = 'Y'
002110         AND AT-WHEELCHAIR-IND NOT = 'N'
002120         ADD 1 TO BR3400-NO-PHONE-CNT
002130         ADD 1 TO BR3400-NO-ACCESS-CNT
002140         MOVE 'PHONE, WHEELCHAIR ACCESS'
002150             TO BR3400-DTL-MISSING
002160         GO TO 2000-WRITE-DETAIL
002170     END-IF.
002180     IF AT-PHONE = SPACES
002190         ADD 1 TO BR3400-NO-PHONE-CNT
002200         MOVE 'PHONE' TO BR3400-DTL-MISSING
002210         GO TO 2000-WRITE-DETAIL
002220     END-IF.
002230     IF AT-WHEELCHAIR-IND NOT = 'Y'
002240         AND AT-WHEELCHAIR-IND NOT = 'N'
002250         ADD 1 TO BR3400-NO-ACCESS-CNT
002260         MOVE 'WHEELCHAIR ACCESS' TO BR3400-DTL-MISSING
002270         GO TO 2000-WRITE-DETAIL
002280     END-IF.
002290     GO TO 2000-EXIT.
002300 2000-WRITE-DETAIL.
002310     ADD 1 TO BR3400-INCOMPLETE-CNT.
002320     WRITE CP-REPORT-RECORD FROM BR3400-DETAIL-LINE.
002330 2000-EXIT.
002340     EXIT.
002350*
002360 2100-READ-ATTRIBUTES.
002370     MOVE 'N' TO BR3400-FOUND-SW.
002380     IF NOT BR3400-ATTR-FILE-OPEN
002390         GO TO 2100-EXIT
002400     END-IF.
002410     MOVE BM-BRANCH-ID TO AT-BRANCH-ID.
002420     READ ATTRIBUTE-FILE
002430         KEY IS AT-BRANCH-ID
002440     END-READ.
002450     IF BR3400-ATTR-OK
002460         MOVE 'Y' TO BR3400-FOUND-SW
002470     END-IF.
002480 2100-EXIT.
002490     EXIT.
002500*
002510 9000-TERMINATE.
002520     IF BR3400-INCOMPLETE-CNT = ZERO
002530         MOVE 'NO INCOMPLETE BRANCHES'
002540             TO BR3400-PRINT-LINE
002550         WRITE CP-REPORT-RECORD FROM BR3400-PRINT-LINE
002560     END-IF.
002570     MOVE SPACES TO BR3400-PRINT-LINE.
002580     WRITE CP-REPORT-RECORD FROM BR3400-PRINT-LINE.
002590     MOVE 'ACTIVE BRANCHES' TO BR3400-TOT-LABEL.
002600     MOVE BR3400-ACTIVE-CNT TO BR3400-TOT-COUNT.
002610     WRITE CP-REPORT-RECORD FROM BR3400-TOTAL-LINE.
002620     MOVE 'INCOMPLETE' TO BR3400-TOT-LABEL.
002630     MOVE BR3400-INCOMPLETE-CNT TO BR3400-TOT-COUNT.
002640     WRITE CP-REPORT-RECORD FROM BR3400-TOTAL-LINE.
002650     MOVE 'NO ATTRIBUTE RECORD' TO BR3400-TOT-LABEL.
002660     MOVE BR3400-NO-ATTR-CNT TO BR3400-TOT-COUNT.
002670     WRITE CP-REPORT-RECORD FROM BR3400-TOTAL-LINE.
002680     MOVE 'NO PHONE' TO BR3400-TOT-LABEL.
002690     MOVE BR3400-NO-PHONE-CNT TO BR3400-TOT-COUNT.
002700     WRITE CP-REPORT-RECORD FROM BR3400-TOTAL-LINE.
002710     MOVE 'ACCESS UNKNOWN' TO BR3400-TOT-LABEL.
002720     MOVE BR3400-NO-ACCESS-CNT TO BR3400-TOT-COUNT.
002730     WRITE CP-REPORT-RECORD FROM BR3400-TOTAL-LINE.
002740     CLOSE BRANCH-MASTER-FILE.
002750     IF BR3400-ATTR-FILE-OPEN
002760         CLOSE ATTRIBUTE-FILE
002770     END-IF.
002780     CLOSE ATTR-REPORT-FILE.
002790     DISPLAY 'BR3400 - MASTER READ       : ' BR3400-RECORDS-READ.
002800     DISPLAY 'BR3400 - ACTIVE BRANCHES   : '
002810         BR3400-ACTIVE-CNT.
002820     DISPLAY 'BR3400 - INCOMPLETE        : '
002830         BR3400-INCOMPLETE-CNT.
002840     IF BR3400-INCOMPLETE-CNT > ZERO
002850         MOVE 4 TO RETURN-CODE
002860     END-IF.
002870 9000-EXIT.
002880     EXIT.
