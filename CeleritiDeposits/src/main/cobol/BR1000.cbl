000230*               NOT WHO CHANGED THE MASTER OR WHAT IT HELD.
000240*  090226  MO   AS-OF IMAGE AREAS WIDENED IN STEP WITH THE
000250*               MASTER RECORD, WHICH NOW CARRIES BM-DISTRICT-ID.
000252*  101526  MO   AS-OF IMAGE AREAS WIDENED AGAIN FOR THE NEW
000254*               BM-TIME-ZONE-ID, WHICH THE RECONSTRUCTED RECORD
000256*               NOW LISTS AFTER THE DISTRICT.
000257*  101526  MO   A QUEUED CHANGE CANCELLED THROUGH BR2200 (MJ
000258*               ACTION X) IS LISTED WITH ITS ACTION, DUE DATE
000259*               AND SEQUENCE, AND KEPT OUT OF THE AS-OF RECORD.
000260*----------------------------------------------------------------
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000720 01  BR1000-ENTRY-STAMP.
000730     05  BR1000-ENTRY-STAMP-DATE     PIC X(08).
000740     05  BR1000-ENTRY-STAMP-TIME     PIC X(06).
000750 01  BR1000-ASOF-IMAGE               PIC X(362).
000760 01  BR1000-ASOF-IMAGE-STAMP         PIC X(14) VALUE LOW-VALUES.
000770 01  BR1000-LATER-IMAGE              PIC X(362).
000780 01  BR1000-LATER-STAMP              PIC X(14) VALUE HIGH-VALUES.
000790 01  BR1000-LATER-HAS-BEFORE         PIC X(01) VALUE 'N'.
000800     COPY "BranchMstr.cpy".
001010     05  FILLER                      PIC X(01) VALUE SPACE.
001020     05  BR1000-HIST-POSTAL          PIC X(09).
001030     05  FILLER                      PIC X(54) VALUE SPACES.
001031 01  BR1000-CX-DESC.
001032     05  FILLER                      PIC X(07) VALUE 'QUEUED '.
001033     05  BR1000-CX-ACTION            PIC X(01).
001034     05  FILLER                      PIC X(05) VALUE ' DUE '.
001035     05  BR1000-CX-DATE              PIC X(08).
001036     05  FILLER                      PIC X(05) VALUE ' SEQ '.
001037     05  BR1000-CX-SEQ               PIC 9(04).
001038     05  FILLER                      PIC X(10) VALUE ' CANCELLED'.
001040 01  BR1000-DETAIL-LINE.
001050     05  BR1000-DETAIL-LABEL         PIC X(20).
001060     05  FILLER                      PIC X(02) VALUE ': '.
001840     PERFORM 2200-WRITE-HISTORY-LINE
001850         THRU 2200-EXIT.
001860     IF BR1000-ASOF-CARD NOT = SPACES
001865         AND NOT MJ-ACTION-PEND-CANCEL
001870         PERFORM 2300-TRACK-AS-OF-IMAGES
001880             THRU 2300-EXIT
001890     END-IF.
002080     MOVE MJ-JOURNAL-TIME TO BR1000-HIST-TIME.
002090     MOVE MJ-ACTION TO BR1000-HIST-ACTION.
002100     MOVE MJ-UPDATE-USER TO BR1000-HIST-USER.
002101     IF MJ-ACTION-PEND-CANCEL
002102         MOVE SPACE TO BR1000-HIST-STATUS
002103         MOVE MJ-CX-PEND-ACTION TO BR1000-CX-ACTION
002104         MOVE MJ-CX-EFFECTIVE-DATE TO BR1000-CX-DATE
002105         MOVE MJ-CX-SEQ-NO TO BR1000-CX-SEQ
002106         MOVE BR1000-CX-DESC TO BR1000-HIST-NAME
002107         MOVE SPACES TO BR1000-HIST-POSTAL
002108         GO TO 2200-WRITE
002109     END-IF.
002110     MOVE MJ-AFTER-IMAGE TO BM-BRANCH-MASTER-RECORD.
002120     MOVE BM-BRANCH-STATUS TO BR1000-HIST-STATUS.
002130     MOVE BM-BR-NAME TO BR1000-HIST-NAME.
002140     MOVE BM-BR-POSTAL-CODE TO BR1000-HIST-POSTAL.
002145 2200-WRITE.
002150     WRITE JR-REPORT-RECORD FROM BR1000-HIST-LINE.
002160 2200-EXIT.
002170     EXIT.
003110     MOVE 'DISTRICT' TO BR1000-DETAIL-LABEL.
003120     MOVE BM-DISTRICT-ID TO BR1000-DETAIL-VALUE.
003130     WRITE JR-REPORT-RECORD FROM BR1000-DETAIL-LINE.
003132     MOVE 'TIME ZONE' TO BR1000-DETAIL-LABEL.
003134     MOVE BM-TIME-ZONE-ID TO BR1000-DETAIL-VALUE.
003136     WRITE JR-REPORT-RECORD FROM BR1000-DETAIL-LINE.
003140     MOVE 'SERVICE TYPE COUNT' TO BR1000-DETAIL-LABEL.
003150     MOVE BM-SVC-TYPE-COUNT TO BR1000-DETAIL-VALUE.
003160     WRITE JR-REPORT-RECORD FROM BR1000-DETAIL-LINE.
