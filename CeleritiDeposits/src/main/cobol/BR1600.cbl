000220*               VERIFY IT RECEIVED THE WHOLE FILE BEFORE
000230*               LOADING.  THE HOLIDAY FILE IS OPTIONAL - ABSENT,
000240*               THE EXTRACT SIMPLY CARRIES NO HOL ROWS.
000241*  101526  MO   NIGHTLY RUN CONTROL.  THE STEP ASKS BR3000 AS IT
000242*               STARTS WHETHER ITS BRCYCRUL PREREQUISITES ARE MET
000243*               AND, WHEN THEY ARE NOT, ENDS RETURN-CODE 8 BEFORE
000244*               ANY FILE IS OPENED.  ITS OUTCOME, RETURN CODE AND
000245*               KEY COUNTS GO TO BRRUNCTL AS IT ENDS, ABEND
000246*               INCLUDED (9900-RECORD-RUN-CONTROL).
000247*  101526  MO   BRANCH ATTRIBUTES.  AN ATT ROW FOLLOWS THE BR ROW
000248*               OF EVERY BRANCH WITH A BRANATTR RECORD - PHONE,
000249*               MANAGER, THE FIVE FACILITY INDICATORS AND UP TO
000250*               FIVE LANGUAGES, EACH EXPANDED TO ITS BRLANG
000251*               DESCRIPTION.  THE TRAILER GAINS THE ATT ROW COUNT
000252*               AFTER THE RUN DATE, AND IT IS RUN-CONTROL COUNT 4.
000253*               THE ATTRIBUTE FILE IS OPTIONAL - ABSENT, THE
000254*               EXTRACT SIMPLY CARRIES NO ATT ROWS.
000255*----------------------------------------------------------------
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 SOURCE-COMPUTER.  IBM-370.
000440     SELECT DIRECTORY-EXTRACT-FILE ASSIGN TO BRANDIRX
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS BR1600-EXTRACT-STATUS.
000461
000462     SELECT ATTRIBUTE-FILE ASSIGN TO BRANATTR
000463         ORGANIZATION IS INDEXED
000464         ACCESS MODE IS DYNAMIC
000465         RECORD KEY IS AT-BRANCH-ID
000466         FILE STATUS IS BR1600-ATTR-STATUS.
000470*
000480 DATA DIVISION.
000490 FILE SECTION.
000530 FD  BRANCH-HOLIDAY-FILE.
000540     COPY "BranchHol.cpy".
000550
000552 FD  ATTRIBUTE-FILE.
000554     COPY "BrAttr.cpy".
000556
000560 FD  DIRECTORY-EXTRACT-FILE
000570     RECORDING MODE IS F.
000580 01  DX-EXTRACT-LINE                 PIC X(600).
000660     88  BR1600-HOLIDAY-EOF          VALUE '10'.
000670 77  BR1600-HOLIDAY-OPEN-SW          PIC X(01) VALUE 'N'.
000680     88  BR1600-HOLIDAY-FILE-OPEN    VALUE 'Y'.
000682 77  BR1600-ATTR-STATUS              PIC X(02) VALUE SPACES.
000684     88  BR1600-ATTR-OK              VALUE '00', '02'.
000686 77  BR1600-ATTR-OPEN-SW             PIC X(01) VALUE 'N'.
000688     88  BR1600-ATTR-FILE-OPEN       VALUE 'Y'.
000690 77  BR1600-EXTRACT-STATUS           PIC X(02) VALUE SPACES.
000700     88  BR1600-EXTRACT-OK           VALUE '00'.
000710 77  BR1600-EOF-SW                   PIC X(01) VALUE 'N'.
000750 77  BR1600-RECORDS-READ             PIC 9(07) COMP-3 VALUE ZERO.
000760 77  BR1600-BRANCHES-WRITTEN         PIC 9(07) COMP-3 VALUE ZERO.
000770 77  BR1600-HOLIDAYS-WRITTEN         PIC 9(07) COMP-3 VALUE ZERO.
000775 77  BR1600-ATTRIBUTES-WRITTEN       PIC 9(07) COMP-3 VALUE ZERO.
000780 77  BR1600-WINDOW-DAYS              PIC 9(05) COMP-3 VALUE ZERO.
000790 77  BR1600-DEFAULT-WINDOW           PIC 9(05) COMP-3 VALUE 30.
000800 77  BR1600-WINDOW-DAY-NUM           PIC 9(07) COMP VALUE ZERO.
000820 77  BR1600-HRS-IX                   PIC 9(02) COMP VALUE ZERO.
000830 77  BR1600-SVC-IX                   PIC 9(02) COMP VALUE ZERO.
000840 77  BR1600-CAT-IX                   PIC 9(02) COMP VALUE ZERO.
000842 77  BR1600-LANG-IX                  PIC 9(02) COMP VALUE ZERO.
000844 77  BR1600-LANG-CAT-IX              PIC 9(02) COMP VALUE ZERO.
000850 77  BR1600-SVC-LIMIT                PIC 9(02) COMP VALUE 5.
000860     COPY "BrSvcTyp.cpy".
000865     COPY "BrLang.cpy".
000870     COPY "BrDirEx.cpy".
000880 01  BR1600-RUN-DATE                 PIC X(08).
000890 01  BR1600-WINDOW-END               PIC X(08).
000900 01  BR1600-WINDOW-CARD              PIC X(03) VALUE SPACES.
000905     COPY "BrRunLk.cpy".
000910*
000920 PROCEDURE DIVISION.
000930 0000-MAINLINE.
001040*
001050 1000-INITIALIZE.
001060     ACCEPT BR1600-RUN-DATE FROM DATE YYYYMMDD.
001062     PERFORM 1900-CHECK-CYCLE-GATE
001064         THRU 1900-EXIT.
001070     ACCEPT BR1600-WINDOW-CARD.
001080     IF BR1600-WINDOW-CARD = SPACES
001090         MOVE BR1600-DEFAULT-WINDOW TO BR1600-WINDOW-DAYS
001330     IF BR1600-HOLIDAY-OK
001340         MOVE 'Y' TO BR1600-HOLIDAY-OPEN-SW
001350     END-IF.
001352     OPEN INPUT ATTRIBUTE-FILE.
001354     IF BR1600-ATTR-OK
001356         MOVE 'Y' TO BR1600-ATTR-OPEN-SW
001358     END-IF.
001360     OPEN OUTPUT DIRECTORY-EXTRACT-FILE.
001370     IF NOT BR1600-EXTRACT-OK
001380         DISPLAY 'BR1600 - OPEN FAILED ON DIRECTORY-EXTRACT '
001470     GO TO 1000-EXIT.
001480 1000-ABEND.
001490     MOVE 16 TO RETURN-CODE.
001492     PERFORM 9900-RECORD-RUN-CONTROL
001494         THRU 9900-EXIT.
001500     GOBACK.
001510 1000-EXIT.
001520     EXIT.
001521*
001522*----------------------------------------------------------------
001523*  NIGHTLY RUN CONTROL - BR3000 CHECKS THIS STEP'S BRCYCRUL
001524*  PREREQUISITES AGAINST BRRUNCTL AND MARKS IT RUNNING.  WHEN THEY
001525*  ARE NOT MET THE STEP ENDS HERE, RETURN-CODE 8, WITH NOTHING
001526*  OPENED OR WRITTEN.
001527*----------------------------------------------------------------
001528 1900-CHECK-CYCLE-GATE.
001529     MOVE SPACES TO RUN-CONTROL-RQRS.
001530     MOVE 'G' TO RL-FUNCTION.
001531     MOVE 'BR1600' TO RL-STEP-ID.
001532     MOVE ZERO TO RL-RETURN-CODE.
001533     CALL 'BR3000' USING RUN-CONTROL-RQRS.
001534     CANCEL 'BR3000'.
001535     IF RL-GATE-PASSED
001536         GO TO 1900-EXIT
001537     END-IF.
001538     DISPLAY 'BR1600 - PREREQUISITES NOT MET, RUN SKIPPED'.
001539     DISPLAY 'BR1600 - ' RL-RESULT-MSG.
001540     MOVE 8 TO RETURN-CODE.
001541     GOBACK.
001542 1900-EXIT.
001543     EXIT.
001544*
001545 2000-PUBLISH-ONE-BRANCH.
001550     IF NOT BM-STAT-ACTIVE
001560         GO TO 2000-READ-NEXT
001570     END-IF.
001590         THRU 3000-EXIT.
001600     WRITE DX-EXTRACT-LINE FROM DX-BRANCH-RECORD.
001610     ADD 1 TO BR1600-BRANCHES-WRITTEN.
001612     IF BR1600-ATTR-FILE-OPEN
001614         PERFORM 5000-PUBLISH-ATTRIBUTES
001616             THRU 5000-EXIT
001618     END-IF.
001620     IF BR1600-HOLIDAY-FILE-OPEN
001630         PERFORM 4000-PUBLISH-HOLIDAYS
001640             THRU 4000-EXIT
002790     ADD 1 TO BR1600-HOLIDAYS-WRITTEN.
002800 4100-EXIT.
002810     EXIT.
002811*
002812 5000-PUBLISH-ATTRIBUTES.
002813     MOVE BM-BRANCH-ID TO AT-BRANCH-ID.
002814     READ ATTRIBUTE-FILE
002815         KEY IS AT-BRANCH-ID
002816     END-READ.
002817     IF NOT BR1600-ATTR-OK
002818         GO TO 5000-EXIT
002819     END-IF.
002820     MOVE AT-BRANCH-ID TO DA-BRANCH-ID.
002821     MOVE AT-PHONE TO DA-PHONE.
002822     MOVE AT-MANAGER-NAME TO DA-MANAGER-NAME.
002823     MOVE AT-WHEELCHAIR-IND TO DA-WHEELCHAIR-IND.
002824     MOVE AT-PARKING-IND TO DA-PARKING-IND.
002825     MOVE AT-SAFE-DEPOSIT-IND TO DA-SAFE-DEPOSIT-IND.
002826     MOVE AT-NOTARY-IND TO DA-NOTARY-IND.
002827     MOVE AT-COIN-COUNTER-IND TO DA-COIN-COUNTER-IND.
002828     PERFORM 5100-BUILD-ONE-LANGUAGE
002829         THRU 5100-EXIT
002830         VARYING BR1600-LANG-IX FROM 1 BY 1
002831         UNTIL BR1600-LANG-IX > 5.
002832     WRITE DX-EXTRACT-LINE FROM DA-ATTRIBUTE-RECORD.
002833     ADD 1 TO BR1600-ATTRIBUTES-WRITTEN.
002834 5000-EXIT.
002835     EXIT.
002836*
002837 5100-BUILD-ONE-LANGUAGE.
002838     MOVE SPACES TO DA-LANGUAGE-CD (BR1600-LANG-IX).
002839     MOVE SPACES TO DA-LANGUAGE-DESC (BR1600-LANG-IX).
002840     IF BR1600-LANG-IX > AT-LANGUAGE-COUNT
002841         OR AT-LANGUAGE-CD (BR1600-LANG-IX) = SPACES
002842         GO TO 5100-EXIT
002843     END-IF.
002844     MOVE AT-LANGUAGE-CD (BR1600-LANG-IX)
002845         TO DA-LANGUAGE-CD (BR1600-LANG-IX).
002846     PERFORM 5200-FIND-LANG-DESC
002847         THRU 5200-EXIT
002848         VARYING BR1600-LANG-CAT-IX FROM 1 BY 1
002849         UNTIL BR1600-LANG-CAT-IX > 16.
002850 5100-EXIT.
002851     EXIT.
002852*
002853 5200-FIND-LANG-DESC.
002854     IF BR-LANG-CODE (BR1600-LANG-CAT-IX)
002855             = AT-LANGUAGE-CD (BR1600-LANG-IX)
002856         MOVE BR-LANG-DESC (BR1600-LANG-CAT-IX)
002857             TO DA-LANGUAGE-DESC (BR1600-LANG-IX)
002858     END-IF.
002859 5200-EXIT.
002860     EXIT.
002861*
002862 8000-WRITE-TRAILER.
002863     MOVE BR1600-BRANCHES-WRITTEN TO DT-BRANCH-COUNT.
002864     MOVE BR1600-HOLIDAYS-WRITTEN TO DT-HOLIDAY-COUNT.
002865     MOVE BR1600-ATTRIBUTES-WRITTEN TO DT-ATTRIBUTE-COUNT.
002866     MOVE BR1600-RUN-DATE TO DT-RUN-DATE.
002870     WRITE DX-EXTRACT-LINE FROM DT-TRAILER-RECORD.
002880 8000-EXIT.
002890     EXIT.
002930     IF BR1600-HOLIDAY-FILE-OPEN
002940         CLOSE BRANCH-HOLIDAY-FILE
002950     END-IF.
002952     IF BR1600-ATTR-FILE-OPEN
002954         CLOSE ATTRIBUTE-FILE
002956     END-IF.
002960     CLOSE DIRECTORY-EXTRACT-FILE.
002970     DISPLAY 'BR1600 - MASTER RECS READ  : ' BR1600-RECORDS-READ.
002980     DISPLAY 'BR1600 - BRANCHES WRITTEN  : '
002990         BR1600-BRANCHES-WRITTEN.
003000     DISPLAY 'BR1600 - HOLIDAY ROWS      : '
003010         BR1600-HOLIDAYS-WRITTEN.
003012     DISPLAY 'BR1600 - ATTRIBUTE ROWS    : '
003014         BR1600-ATTRIBUTES-WRITTEN.
003016     PERFORM 9900-RECORD-RUN-CONTROL
003018         THRU 9900-EXIT.
003020 9000-EXIT.
003030     EXIT.
003040*
003050*----------------------------------------------------------------
003060*  NIGHTLY RUN CONTROL - THE STEP'S OUTCOME AND KEY COUNTS TO
003070*  BRRUNCTL THROUGH BR3000, WHICH TAKES THE OUTCOME FROM THE
003080*  RETURN CODE UNLESS ONE IS GIVEN.  COUNT NUMBERS, AS BRCYCRUL
003090*  THRESHOLDS NAME THEM - 1 MASTER READ, 2 BRANCHES WRITTEN, 3
003100*  HOLIDAY ROWS, 4 ATTRIBUTE ROWS.
003110*----------------------------------------------------------------
003120 9900-RECORD-RUN-CONTROL.
003130     MOVE 'R' TO RL-FUNCTION.
003140     MOVE 'BR1600' TO RL-STEP-ID.
003150     MOVE RETURN-CODE TO RL-RETURN-CODE.
003160     MOVE 'MASTER READ' TO RL-COUNT-NAME (1).
003170     MOVE BR1600-RECORDS-READ TO RL-COUNT-VALUE (1).
003180     MOVE 'BRANCHES WRITTEN' TO RL-COUNT-NAME (2).
003190     MOVE BR1600-BRANCHES-WRITTEN TO RL-COUNT-VALUE (2).
003200     MOVE 'HOLIDAY ROWS' TO RL-COUNT-NAME (3).
003210     MOVE BR1600-HOLIDAYS-WRITTEN TO RL-COUNT-VALUE (3).
003220     MOVE 'ATTRIBUTE ROWS' TO RL-COUNT-NAME (4).
003230     MOVE BR1600-ATTRIBUTES-WRITTEN TO RL-COUNT-VALUE (4).
003240     CALL 'BR3000' USING RUN-CONTROL-RQRS.
003250     CANCEL 'BR3000'.
003260     MOVE RL-RETURN-CODE TO RETURN-CODE.
003270 9900-EXIT.
003280     EXIT.
