000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  BR2200.
000030 AUTHOR.      M OKAFOR.
000040 INSTALLATION. CELERITI DEPOSITS - BRANCH SERVICES.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080*  MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100*  101526  MO   INITIAL VERSION - ONLINE INQUIRE AND CANCEL OF
000110*               FUTURE-DATED BRANCH MAINTENANCE.  AN INQUIRE LISTS
000120*               THE ENTRIES BR0400 HAS QUEUED ON BRANPEND FOR ONE
000130*               BRANCH, PENDING OR FAILED, IN EFFECTIVE-DATE
000140*               ORDER; A CANCEL DELETES ONE ENTRY BY ITS
000150*               EFFECTIVE DATE AND SEQUENCE NUMBER BEFORE BR2300
000152*               APPLIES IT.  A CANCEL NEEDS PN-UPDATE-USER ON THE
000154*               BRANAUTH AUTHORITY FILE WITH THE GRANT FOR THE
000156*               QUEUED ACTION, IN SCOPE FOR THE BRANCH - THE SAME
000158*               CHECK BR0400 MAKES WHEN THE CHANGE IS KEYED, CODE
000160*               0040 AND A BRSECVIO RECORD ON REFUSAL, 0041 WITH
000162*               NO BRANAUTH.  THE CANCEL IS JOURNALED TO BRMNTJRN
000164*               UNDER THE USER BEFORE THE ENTRY IS DELETED, AND IS
000166*               REFUSED IF THE JOURNAL CANNOT BE WRITTEN.  SAME
000168*               REQUEST/RESPONSE CONVENTION AS BR0400 AND BR1200,
000170*               XSTATUS FROM THE SHARED BRMSGCAT CATALOG, SCANNED
000172*               TO ITS CURRENT 51 ENTRIES.
000200*----------------------------------------------------------------
000210 ENVIRONMENT DIVISION.
000220 CONFIGURATION SECTION.
000230 SOURCE-COMPUTER.  IBM-370.
000240 OBJECT-COMPUTER.  IBM-370.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT PENDING-MAINT-FILE ASSIGN TO BRANPEND
000280         ORGANIZATION IS INDEXED
000290         ACCESS MODE IS DYNAMIC
000300         RECORD KEY IS PM-KEY
000310         FILE STATUS IS BR2200-PENDING-STATUS.
000311
000312     SELECT BRANCH-MASTER-FILE ASSIGN TO BRANMSTR
000313         ORGANIZATION IS INDEXED
000314         ACCESS MODE IS DYNAMIC
000315         RECORD KEY IS BM-BRANCH-ID
000316         FILE STATUS IS BR2200-MASTER-STATUS.
000317
000318     SELECT MAINT-JOURNAL-FILE ASSIGN TO BRMNTJRN
000319         ORGANIZATION IS SEQUENTIAL
000320         FILE STATUS IS BR2200-JOURNAL-STATUS.
000321
000322     SELECT OPERATOR-AUTH-FILE ASSIGN TO BRANAUTH
000323         ORGANIZATION IS INDEXED
000324         ACCESS MODE IS DYNAMIC
000325         RECORD KEY IS OA-USER-ID
000326         FILE STATUS IS BR2200-AUTH-STATUS.
000327
000328     SELECT VIOLATION-LOG-FILE ASSIGN TO BRSECVIO
000329         ORGANIZATION IS SEQUENTIAL
000330         FILE STATUS IS BR2200-VIOLATION-STATUS.
000331*
000332 DATA DIVISION.
000340 FILE SECTION.
000350 FD  PENDING-MAINT-FILE.
000360     COPY "BrPendMt.cpy".
000361
000362 FD  BRANCH-MASTER-FILE.
000363     COPY "BranchMstr.cpy".
000364
000365 FD  MAINT-JOURNAL-FILE
000366     RECORDING MODE IS F.
000367     COPY "BrMntJrn.cpy".
000368
000369 FD  OPERATOR-AUTH-FILE.
000370     COPY "BrOpAuth.cpy".
000371
000372 FD  VIOLATION-LOG-FILE
000373     RECORDING MODE IS F.
000374     COPY "BrSecVio.cpy".
000375*
000380 WORKING-STORAGE SECTION.
000390 77  BR2200-PENDING-STATUS            PIC X(02) VALUE SPACES.
000400     88  BR2200-PENDING-OK            VALUE '00', '02'.
000410     88  BR2200-PENDING-NOTFND        VALUE '23'.
000420     88  BR2200-PENDING-NEW-FILE      VALUE '35'.
000430 77  BR2200-PENDING-OPEN-SW           PIC X(01) VALUE 'N'.
000440     88  BR2200-PENDING-FILE-OPEN     VALUE 'Y'.
000441 77  BR2200-MASTER-STATUS             PIC X(02) VALUE SPACES.
000442     88  BR2200-MASTER-OK             VALUE '00', '02'.
000443 77  BR2200-MASTER-OPEN-SW            PIC X(01) VALUE 'N'.
000444     88  BR2200-MASTER-FILE-OPEN      VALUE 'Y'.
000445 77  BR2200-JOURNAL-STATUS            PIC X(02) VALUE SPACES.
000446     88  BR2200-JOURNAL-OK            VALUE '00'.
000447 77  BR2200-JOURNAL-OPEN-SW           PIC X(01) VALUE 'N'.
000448     88  BR2200-JOURNAL-FILE-OPEN     VALUE 'Y'.
000449 77  BR2200-AUTH-STATUS               PIC X(02) VALUE SPACES.
000450     88  BR2200-AUTH-OK               VALUE '00', '02'.
000451 77  BR2200-AUTH-OPEN-SW              PIC X(01) VALUE 'N'.
000452     88  BR2200-AUTH-FILE-OPEN        VALUE 'Y'.
000453 77  BR2200-VIOLATION-STATUS          PIC X(02) VALUE SPACES.
000454     88  BR2200-VIOLATION-OK          VALUE '00'.
000455 77  BR2200-VIOLATION-OPEN-SW         PIC X(01) VALUE 'N'.
000456     88  BR2200-VIOLATION-FILE-OPEN   VALUE 'Y'.
000457 77  BR2200-VALID-SW                  PIC X(01) VALUE 'Y'.
000460     88  BR2200-REQUEST-VALID         VALUE 'Y'.
000470 77  BR2200-LIST-DONE-SW              PIC X(01) VALUE 'N'.
000480     88  BR2200-LIST-DONE             VALUE 'Y'.
000482 77  BR2200-SCOPE-SW                  PIC X(01) VALUE 'N'.
000484     88  BR2200-IN-SCOPE              VALUE 'Y'.
000486 77  BR2200-AUTH-IX                   PIC 9(02) COMP VALUE ZERO.
000488 77  BR2200-DENY-REASON               PIC X(01) VALUE SPACE.
000490 77  BR2200-RS-IX                     PIC 9(02) COMP VALUE ZERO.
000500 77  BR2200-RS-LIMIT                  PIC 9(02) COMP VALUE 20.
000510 77  BR2200-LOOKUP-CODE               PIC 9(04) VALUE ZERO.
000520 77  BR2200-MSG-IX                    PIC 9(02) COMP VALUE ZERO.
000530     COPY "BrMsgCat.cpy".
000531 01  BR2200-DENY-DESC                 PIC X(40) VALUE SPACES.
000532 01  BR2200-DENY-ACTION-DESC          PIC X(20) VALUE SPACES.
000533 01  BR2200-CHECK-DISTRICT            PIC X(04) VALUE SPACES.
000534 01  BR2200-RUN-DATE                  PIC X(08).
000535 01  BR2200-RUN-TIME                  PIC X(06).
000536     COPY "BranchMnt.cpy".
000540*
000550 LINKAGE SECTION.
000560     COPY "BranchPnd.cpy".
000570*
000580 PROCEDURE DIVISION USING BRANCH-PEND-RQRS.
000590 0000-MAINLINE.
000600     PERFORM 1000-INITIALIZE
000610         THRU 1000-EXIT.
000620     PERFORM 1500-VALIDATE-REQUEST
000630         THRU 1500-EXIT.
000640     IF BR2200-REQUEST-VALID
000650         PERFORM 2000-PROCESS-ACTION
000660             THRU 2000-EXIT
000670     END-IF.
000680     PERFORM 9000-TERMINATE
000690         THRU 9000-EXIT.
000700     GOBACK.
000710*
000720 1000-INITIALIZE.
000722     ACCEPT BR2200-RUN-DATE FROM DATE YYYYMMDD.
000724     ACCEPT BR2200-RUN-TIME FROM TIME.
000730     MOVE ZERO TO PN-STATUSCODE.
000740     MOVE SPACES TO PN-STATUSMESSAGE.
000750     MOVE 'I' TO PN-SEVERITY.
000760     MOVE SPACES TO PN-PROPERTYNAME.
000770     MOVE SPACES TO PN-MESSAGEDESC.
000780     MOVE SPACES TO PN-RS-BRANCH-ID.
000790     MOVE ZERO TO PN-RS-CNT.
000800     MOVE 'N' TO PN-RS-MORE-IND.
000810     PERFORM 1100-CLEAR-ENTRY
000820         THRU 1100-EXIT
000830         VARYING BR2200-RS-IX FROM 1 BY 1
000840         UNTIL BR2200-RS-IX > BR2200-RS-LIMIT.
000850     OPEN I-O PENDING-MAINT-FILE.
000860     IF BR2200-PENDING-NEW-FILE
000870         OPEN OUTPUT PENDING-MAINT-FILE
000880         CLOSE PENDING-MAINT-FILE
000890         OPEN I-O PENDING-MAINT-FILE
000900     END-IF.
000910     IF BR2200-PENDING-OK
000920         MOVE 'Y' TO BR2200-PENDING-OPEN-SW
000930     ELSE
000940         MOVE 0035 TO BR2200-LOOKUP-CODE
000950         PERFORM 8000-LOOKUP-MESSAGE
000960             THRU 8000-EXIT
000970         MOVE 'BRANPEND' TO PN-PROPERTYNAME
000980         MOVE 'N' TO BR2200-VALID-SW
000990         GO TO 1000-ABEND
001000     END-IF.
001001     OPEN INPUT BRANCH-MASTER-FILE.
001002     IF BR2200-MASTER-OK
001003         MOVE 'Y' TO BR2200-MASTER-OPEN-SW
001004     END-IF.
001005     OPEN EXTEND MAINT-JOURNAL-FILE.
001006     IF NOT BR2200-JOURNAL-OK
001007         OPEN OUTPUT MAINT-JOURNAL-FILE
001008     END-IF.
001009     IF BR2200-JOURNAL-OK
001010         MOVE 'Y' TO BR2200-JOURNAL-OPEN-SW
001011     END-IF.
001012     OPEN INPUT OPERATOR-AUTH-FILE.
001013     IF BR2200-AUTH-OK
001014         MOVE 'Y' TO BR2200-AUTH-OPEN-SW
001015     END-IF.
001016     OPEN EXTEND VIOLATION-LOG-FILE.
001017     IF NOT BR2200-VIOLATION-OK
001018         OPEN OUTPUT VIOLATION-LOG-FILE
001019     END-IF.
001020     IF BR2200-VIOLATION-OK
001021         MOVE 'Y' TO BR2200-VIOLATION-OPEN-SW
001022     END-IF.
001023     GO TO 1000-EXIT.
001024 1000-ABEND.
001030     GOBACK.
001040 1000-EXIT.
001050     EXIT.
001060*
001070 1100-CLEAR-ENTRY.
001080     MOVE SPACES TO PN-RS-EFFECTIVE-DATE (BR2200-RS-IX).
001090     MOVE ZERO TO PN-RS-SEQ-NO (BR2200-RS-IX).
001100     MOVE SPACES TO PN-RS-ACTION (BR2200-RS-IX).
001110     MOVE SPACES TO PN-RS-PEND-STATUS (BR2200-RS-IX).
001120     MOVE SPACES TO PN-RS-QUEUED-DATE (BR2200-RS-IX).
001130     MOVE SPACES TO PN-RS-QUEUED-USER (BR2200-RS-IX).
001140     MOVE SPACES TO PN-RS-FAIL-MESSAGE (BR2200-RS-IX).
001150 1100-EXIT.
001160     EXIT.
001170*
001180 1500-VALIDATE-REQUEST.
001190     IF NOT PN-ACTION-INQUIRE
001200         AND NOT PN-ACTION-CANCEL
001210         MOVE 0038 TO BR2200-LOOKUP-CODE
001220         PERFORM 8000-LOOKUP-MESSAGE
001230             THRU 8000-EXIT
001240         MOVE 'PN-ACTION' TO PN-PROPERTYNAME
001250         MOVE 'MUST BE I OR C' TO PN-MESSAGEDESC
001260         MOVE 'N' TO BR2200-VALID-SW
001270         GO TO 1500-EXIT
001280     END-IF.
001290     IF PN-BRANCH-ID = SPACES
001300         MOVE 0038 TO BR2200-LOOKUP-CODE
001310         PERFORM 8000-LOOKUP-MESSAGE
001320             THRU 8000-EXIT
001330         MOVE 'PN-BRANCH-ID' TO PN-PROPERTYNAME
001340         MOVE 'BRANCH ID IS REQUIRED' TO PN-MESSAGEDESC
001350         MOVE 'N' TO BR2200-VALID-SW
001360         GO TO 1500-EXIT
001370     END-IF.
001371     IF PN-ACTION-CANCEL
001372         AND PN-UPDATE-USER = SPACES
001373         MOVE SPACES TO BR2200-CHECK-DISTRICT
001374         MOVE 'CANCEL QUEUED CHANGE' TO BR2200-DENY-ACTION-DESC
001375         MOVE 'U' TO BR2200-DENY-REASON
001376         MOVE 'USER NOT ON OPERATOR AUTHORITY FILE'
001377             TO BR2200-DENY-DESC
001378         PERFORM 2390-DENY-CANCEL
001379             THRU 2390-EXIT
001380         GO TO 1500-EXIT
001381     END-IF.
001382     IF PN-ACTION-CANCEL
001390         AND (PN-EFFECTIVE-DATE NOT NUMERIC
001400             OR PN-SEQ-NO NOT NUMERIC)
001410         MOVE 0038 TO BR2200-LOOKUP-CODE
001420         PERFORM 8000-LOOKUP-MESSAGE
001430             THRU 8000-EXIT
001440         MOVE 'PN-EFFECTIVE-DATE' TO PN-PROPERTYNAME
001450         MOVE 'DATE AND SEQUENCE REQUIRED TO CANCEL'
001460             TO PN-MESSAGEDESC
001470         MOVE 'N' TO BR2200-VALID-SW
001480     END-IF.
001490 1500-EXIT.
001500     EXIT.
001510*
001520 2000-PROCESS-ACTION.
001530     MOVE PN-BRANCH-ID TO PN-RS-BRANCH-ID.
001540     IF PN-ACTION-CANCEL
001550         PERFORM 2200-CANCEL-ENTRY
001560             THRU 2200-EXIT
001570     ELSE
001580         PERFORM 2100-INQUIRE-ENTRIES
001590             THRU 2100-EXIT
001600     END-IF.
001610 2000-EXIT.
001620     EXIT.
001630*
001640 2100-INQUIRE-ENTRIES.
001650     MOVE PN-BRANCH-ID TO PM-BRANCH-ID.
001660     MOVE LOW-VALUES TO PM-EFFECTIVE-DATE.
001670     MOVE ZERO TO PM-SEQ-NO.
001680     MOVE 'N' TO BR2200-LIST-DONE-SW.
001690     START PENDING-MAINT-FILE
001700         KEY IS NOT LESS THAN PM-KEY
001710     END-START.
001720     IF BR2200-PENDING-OK
001730         PERFORM 2110-READ-NEXT-ENTRY
001740             THRU 2110-EXIT
001750             UNTIL BR2200-LIST-DONE
001760     END-IF.
001770     IF PN-RS-CNT = ZERO
001780         MOVE 0034 TO BR2200-LOOKUP-CODE
001790         MOVE 'PN-BRANCH-ID' TO PN-PROPERTYNAME
001800         MOVE 'NO CHANGES QUEUED FOR BRANCH' TO PN-MESSAGEDESC
001810     ELSE
001820         MOVE 0037 TO BR2200-LOOKUP-CODE
001830     END-IF.
001840     PERFORM 8000-LOOKUP-MESSAGE
001850         THRU 8000-EXIT.
001860 2100-EXIT.
001870     EXIT.
001880*
001890 2110-READ-NEXT-ENTRY.
001900     READ PENDING-MAINT-FILE NEXT RECORD
001910         AT END
001920             MOVE 'Y' TO BR2200-LIST-DONE-SW
001930             GO TO 2110-EXIT
001940     END-READ.
001950     IF NOT BR2200-PENDING-OK
001960         OR PM-BRANCH-ID NOT = PN-BRANCH-ID
001970             MOVE 'Y' TO BR2200-LIST-DONE-SW
001980             GO TO 2110-EXIT
001990     END-IF.
002000     IF PN-RS-CNT NOT < BR2200-RS-LIMIT
002010         MOVE 'Y' TO PN-RS-MORE-IND
002020         MOVE 'Y' TO BR2200-LIST-DONE-SW
002030         GO TO 2110-EXIT
002040     END-IF.
002050     ADD 1 TO PN-RS-CNT.
002060     MOVE PN-RS-CNT TO BR2200-RS-IX.
002070     MOVE PM-EFFECTIVE-DATE
002080         TO PN-RS-EFFECTIVE-DATE (BR2200-RS-IX).
002090     MOVE PM-SEQ-NO TO PN-RS-SEQ-NO (BR2200-RS-IX).
002100     MOVE PM-ACTION TO PN-RS-ACTION (BR2200-RS-IX).
002110     MOVE PM-PEND-STATUS TO PN-RS-PEND-STATUS (BR2200-RS-IX).
002120     MOVE PM-QUEUED-DATE TO PN-RS-QUEUED-DATE (BR2200-RS-IX).
002130     MOVE PM-QUEUED-USER TO PN-RS-QUEUED-USER (BR2200-RS-IX).
002140     MOVE PM-FAIL-MESSAGE TO PN-RS-FAIL-MESSAGE (BR2200-RS-IX).
002150 2110-EXIT.
002160     EXIT.
002170*
002171*----------------------------------------------------------------
002172*  A CANCEL TAKES THE ENTRY OFF BRANPEND ONLY AFTER THE USER HAS
002173*  PASSED THE AUTHORITY CHECK AND THE CANCEL IS ON BRMNTJRN - A
002174*  JOURNAL THAT CANNOT BE WRITTEN REFUSES THE CANCEL, THE SAME
002175*  RULE AS THE BRAPPHST HISTORY IN BR1100.
002176*----------------------------------------------------------------
002180 2200-CANCEL-ENTRY.
002190     MOVE PN-BRANCH-ID TO PM-BRANCH-ID.
002200     MOVE PN-EFFECTIVE-DATE TO PM-EFFECTIVE-DATE.
002210     MOVE PN-SEQ-NO TO PM-SEQ-NO.
002220     READ PENDING-MAINT-FILE
002230         KEY IS PM-KEY
002240     END-READ.
002250     IF NOT BR2200-PENDING-OK
002260         MOVE 0034 TO BR2200-LOOKUP-CODE
002270         PERFORM 8000-LOOKUP-MESSAGE
002280             THRU 8000-EXIT
002290         MOVE 'PN-SEQ-NO' TO PN-PROPERTYNAME
002300         GO TO 2200-EXIT
002310     END-IF.
002311     MOVE PM-REQUEST-IMAGE TO BRANCHMNTRQ.
002312     PERFORM 2300-CHECK-AUTHORITY
002313         THRU 2300-EXIT.
002314     IF NOT BR2200-REQUEST-VALID
002315         GO TO 2200-EXIT
002316     END-IF.
002317     IF NOT BR2200-JOURNAL-FILE-OPEN
002318         MOVE 0035 TO BR2200-LOOKUP-CODE
002319         PERFORM 8000-LOOKUP-MESSAGE
002320             THRU 8000-EXIT
002321         MOVE 'BRMNTJRN' TO PN-PROPERTYNAME
002322         MOVE 'MAINTENANCE JOURNAL UNAVAILABLE'
002323             TO PN-MESSAGEDESC
002324         GO TO 2200-EXIT
002325     END-IF.
002326     PERFORM 9700-WRITE-JOURNAL-RECORD
002327         THRU 9700-EXIT.
002328     IF NOT BR2200-JOURNAL-OK
002329         MOVE 0035 TO BR2200-LOOKUP-CODE
002330         PERFORM 8000-LOOKUP-MESSAGE
002331             THRU 8000-EXIT
002332         MOVE 'BRMNTJRN' TO PN-PROPERTYNAME
002333         MOVE 'MAINTENANCE JOURNAL WRITE FAILED'
002334             TO PN-MESSAGEDESC
002335         GO TO 2200-EXIT
002336     END-IF.
002337     DELETE PENDING-MAINT-FILE RECORD.
002338     IF BR2200-PENDING-OK
002340         MOVE 1 TO PN-RS-CNT
002350         MOVE PM-EFFECTIVE-DATE TO PN-RS-EFFECTIVE-DATE (1)
002360         MOVE PM-SEQ-NO TO PN-RS-SEQ-NO (1)
002370         MOVE PM-ACTION TO PN-RS-ACTION (1)
002380         MOVE PM-PEND-STATUS TO PN-RS-PEND-STATUS (1)
002390         MOVE PM-QUEUED-DATE TO PN-RS-QUEUED-DATE (1)
002400         MOVE PM-QUEUED-USER TO PN-RS-QUEUED-USER (1)
002410         MOVE PM-FAIL-MESSAGE TO PN-RS-FAIL-MESSAGE (1)
002420         MOVE 0036 TO BR2200-LOOKUP-CODE
002430     ELSE
002440         MOVE 0035 TO BR2200-LOOKUP-CODE
002450         MOVE 'BRANPEND' TO PN-PROPERTYNAME
002460     END-IF.
002470     PERFORM 8000-LOOKUP-MESSAGE
002480         THRU 8000-EXIT.
002490 2200-EXIT.
002500     EXIT.
002501*
002502*----------------------------------------------------------------
002503*  OPERATOR AUTHORITY - THE BR0400 CHECK, MADE AGAINST THE QUEUED
002504*  ENTRY.  PN-UPDATE-USER MUST BE ON BRANAUTH WITH THE GRANT FOR
002505*  PM-ACTION AND, UNLESS SCOPED TO THE WHOLE NETWORK, WITH THE
002506*  BRANCH'S DISTRICT IN ITS LIST - THE DISTRICT ON FILE FOR A
002507*  QUEUED UPDATE OR DEACTIVATE, AND THE DISTRICT THE QUEUED ADD
002508*  OR UPDATE WOULD ASSIGN.  A BRANCH WITH NO DISTRICT IS NETWORK
002509*  SCOPE ONLY.  A REFUSAL IS CODE 0040, LOGGED TO BRSECVIO.  NO
002510*  BRANAUTH MEANS NOTHING IS ALLOWED.
002511*----------------------------------------------------------------
002512 2300-CHECK-AUTHORITY.
002513     IF NOT BR2200-AUTH-FILE-OPEN
002514         MOVE 0041 TO BR2200-LOOKUP-CODE
002515         PERFORM 8000-LOOKUP-MESSAGE
002516             THRU 8000-EXIT
002517         MOVE 'BRANAUTH' TO PN-PROPERTYNAME
002518         MOVE 'N' TO BR2200-VALID-SW
002519         GO TO 2300-EXIT
002520     END-IF.
002521     EVALUATE TRUE
002522         WHEN PM-ACTION-ADD
002523             MOVE 'CANCEL QUEUED ADD' TO BR2200-DENY-ACTION-DESC
002524         WHEN PM-ACTION-UPDATE
002525             MOVE 'CANCEL QUEUED UPDATE'
002526                 TO BR2200-DENY-ACTION-DESC
002527         WHEN OTHER
002528             MOVE 'CANCEL QUEUED DEACT'
002529                 TO BR2200-DENY-ACTION-DESC
002530     END-EVALUATE.
002531     MOVE SPACES TO BR2200-CHECK-DISTRICT.
002532     MOVE PN-UPDATE-USER TO OA-USER-ID.
002533     READ OPERATOR-AUTH-FILE
002534         KEY IS OA-USER-ID
002535     END-READ.
002536     IF NOT BR2200-AUTH-OK
002537         MOVE 'U' TO BR2200-DENY-REASON
002538         MOVE 'USER NOT ON OPERATOR AUTHORITY FILE'
002539             TO BR2200-DENY-DESC
002540         GO TO 2300-DENY
002541     END-IF.
002542     MOVE 'A' TO BR2200-DENY-REASON.
002543     MOVE 'ACTION NOT GRANTED TO THIS USER' TO BR2200-DENY-DESC.
002544     IF PM-ACTION-ADD
002545         AND NOT OA-MAY-ADD
002546         GO TO 2300-DENY
002547     END-IF.
002548     IF PM-ACTION-UPDATE
002549         AND NOT OA-MAY-UPDATE
002550         GO TO 2300-DENY
002551     END-IF.
002552     IF PM-ACTION-DEACTIVATE
002553         AND NOT OA-MAY-DEACTIVATE
002554         GO TO 2300-DENY
002555     END-IF.
002556     IF OA-SCOPE-NETWORK
002557         GO TO 2300-EXIT
002558     END-IF.
002559     IF NOT PM-ACTION-ADD
002560         AND NOT BR2200-MASTER-FILE-OPEN
002561         MOVE 0002 TO BR2200-LOOKUP-CODE
002562         PERFORM 8000-LOOKUP-MESSAGE
002563             THRU 8000-EXIT
002564         MOVE 'BRANMSTR' TO PN-PROPERTYNAME
002565         MOVE 'N' TO BR2200-VALID-SW
002566         GO TO 2300-EXIT
002567     END-IF.
002568     MOVE 'S' TO BR2200-DENY-REASON.
002569     MOVE 'BRANCH DISTRICT OUTSIDE USER SCOPE'
002570         TO BR2200-DENY-DESC.
002571     IF NOT PM-ACTION-ADD
002572         MOVE PM-BRANCH-ID TO BM-BRANCH-ID
002573         READ BRANCH-MASTER-FILE
002574             KEY IS BM-BRANCH-ID
002575         END-READ
002576         IF BR2200-MASTER-OK
002577             MOVE BM-DISTRICT-ID TO BR2200-CHECK-DISTRICT
002578             PERFORM 2310-CHECK-DISTRICT-SCOPE
002579                 THRU 2310-EXIT
002580             IF NOT BR2200-IN-SCOPE
002581                 GO TO 2300-DENY
002582             END-IF
002583         END-IF
002584     END-IF.
002585     IF PM-ACTION-DEACTIVATE
002586         GO TO 2300-EXIT
002587     END-IF.
002588     MOVE MT-DISTRICT-ID TO BR2200-CHECK-DISTRICT.
002589     PERFORM 2310-CHECK-DISTRICT-SCOPE
002590         THRU 2310-EXIT.
002591     IF BR2200-IN-SCOPE
002592         GO TO 2300-EXIT
002593     END-IF.
002594 2300-DENY.
002595     PERFORM 2390-DENY-CANCEL
002596         THRU 2390-EXIT.
002597 2300-EXIT.
002598     EXIT.
002599*
002600 2310-CHECK-DISTRICT-SCOPE.
002601     MOVE 'N' TO BR2200-SCOPE-SW.
002602     IF BR2200-CHECK-DISTRICT = SPACES
002603         GO TO 2310-EXIT
002604     END-IF.
002605     PERFORM 2320-SCAN-USER-DISTRICTS
002606         THRU 2320-EXIT
002607         VARYING BR2200-AUTH-IX FROM 1 BY 1
002608         UNTIL BR2200-AUTH-IX > OA-DISTRICT-COUNT
002609         OR BR2200-AUTH-IX > 10
002610         OR BR2200-IN-SCOPE.
002611 2310-EXIT.
002612     EXIT.
002613*
002614 2320-SCAN-USER-DISTRICTS.
002615     IF OA-DISTRICT-ID (BR2200-AUTH-IX) = BR2200-CHECK-DISTRICT
002616         MOVE 'Y' TO BR2200-SCOPE-SW
002617     END-IF.
002618 2320-EXIT.
002619     EXIT.
002620*
002621 2390-DENY-CANCEL.
002622     MOVE 0040 TO BR2200-LOOKUP-CODE.
002623     PERFORM 8000-LOOKUP-MESSAGE
002624         THRU 8000-EXIT.
002625     MOVE 'PN-UPDATE-USER' TO PN-PROPERTYNAME.
002626     MOVE BR2200-DENY-DESC TO PN-MESSAGEDESC.
002627     MOVE 'N' TO BR2200-VALID-SW.
002628     PERFORM 9800-WRITE-VIOLATION
002629         THRU 9800-EXIT.
002630 2390-EXIT.
002631     EXIT.
002632*
002633 8000-LOOKUP-MESSAGE.
002634     MOVE ZERO TO BR2200-MSG-IX.
002635     PERFORM 8010-SCAN-CATALOG
002636         THRU 8010-EXIT
002637         VARYING BR2200-MSG-IX FROM 1 BY 1
002638         UNTIL BR2200-MSG-IX > 51
002639         OR BR-MSG-CODE (BR2200-MSG-IX) = BR2200-LOOKUP-CODE.
002640     IF BR2200-MSG-IX NOT > 51
002641         MOVE BR-MSG-CODE (BR2200-MSG-IX) TO PN-STATUSCODE
002642         MOVE BR-MSG-SEVERITY (BR2200-MSG-IX) TO PN-SEVERITY
002643         MOVE BR-MSG-TEXT (BR2200-MSG-IX) TO PN-STATUSMESSAGE
002644     END-IF.
002645 8000-EXIT.
002650     EXIT.
002660*
002670 8010-SCAN-CATALOG.
002680     CONTINUE.
002690 8010-EXIT.
002700     EXIT.
002710*
002720 9000-TERMINATE.
002730     IF BR2200-PENDING-FILE-OPEN
002740         CLOSE PENDING-MAINT-FILE
002750         MOVE 'N' TO BR2200-PENDING-OPEN-SW
002760     END-IF.
002761     IF BR2200-MASTER-FILE-OPEN
002762         CLOSE BRANCH-MASTER-FILE
002763         MOVE 'N' TO BR2200-MASTER-OPEN-SW
002764     END-IF.
002765     IF BR2200-JOURNAL-FILE-OPEN
002766         CLOSE MAINT-JOURNAL-FILE
002767         MOVE 'N' TO BR2200-JOURNAL-OPEN-SW
002768     END-IF.
002769     IF BR2200-AUTH-FILE-OPEN
002770         CLOSE OPERATOR-AUTH-FILE
002771         MOVE 'N' TO BR2200-AUTH-OPEN-SW
002772     END-IF.
002773     IF BR2200-VIOLATION-FILE-OPEN
002774         CLOSE VIOLATION-LOG-FILE
002775         MOVE 'N' TO BR2200-VIOLATION-OPEN-SW
002776     END-IF.
002777 9000-EXIT.
002780     EXIT.
002790*
002800 9700-WRITE-JOURNAL-RECORD.
002810     MOVE BR2200-RUN-DATE TO MJ-JOURNAL-DATE.
002820     MOVE BR2200-RUN-TIME TO MJ-JOURNAL-TIME.
002830     MOVE 'X' TO MJ-ACTION.
002840     MOVE PN-UPDATE-USER TO MJ-UPDATE-USER.
002850     MOVE PM-BRANCH-ID TO MJ-BRANCH-ID.
002860     MOVE 'N' TO MJ-BEFORE-PRESENT-IND.
002870     MOVE SPACES TO MJ-BEFORE-IMAGE.
002880     MOVE PM-EFFECTIVE-DATE TO MJ-CX-EFFECTIVE-DATE.
002890     MOVE PM-SEQ-NO TO MJ-CX-SEQ-NO.
002900     MOVE PM-ACTION TO MJ-CX-PEND-ACTION.
002910     MOVE PM-PEND-STATUS TO MJ-CX-PEND-STATUS.
002920     MOVE PM-QUEUED-DATE TO MJ-CX-QUEUED-DATE.
002930     MOVE PM-QUEUED-TIME TO MJ-CX-QUEUED-TIME.
002940     MOVE PM-QUEUED-USER TO MJ-CX-QUEUED-USER.
002950     MOVE PM-REQUEST-IMAGE TO MJ-AFTER-IMAGE.
002960     WRITE MJ-MAINT-JOURNAL-RECORD.
002970 9700-EXIT.
002980     EXIT.
002990*
003000 9800-WRITE-VIOLATION.
003010     IF NOT BR2200-VIOLATION-FILE-OPEN
003020         GO TO 9800-EXIT
003030     END-IF.
003040     MOVE BR2200-RUN-DATE TO SV-VIOLATION-DATE.
003050     MOVE BR2200-RUN-TIME TO SV-VIOLATION-TIME.
003060     MOVE PN-UPDATE-USER TO SV-USER-ID.
003070     MOVE 'BR2200' TO SV-PROGRAM-ID.
003080     MOVE PN-ACTION TO SV-ACTION.
003090     MOVE BR2200-DENY-ACTION-DESC TO SV-ACTION-DESC.
003100     MOVE PN-BRANCH-ID TO SV-BRANCH-ID.
003110     MOVE BR2200-CHECK-DISTRICT TO SV-DISTRICT-ID.
003120     MOVE BR2200-DENY-REASON TO SV-REASON.
003130     MOVE BR2200-DENY-DESC TO SV-REASON-DESC.
003140     WRITE SV-VIOLATION-RECORD.
003150 9800-EXIT.
003160     EXIT.
