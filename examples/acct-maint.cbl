000030* Date: 09/02/2026
000040* Purpose: Card-driven maintenance for the ACCT-MASTER account
000050*          master.  Reads the ACCT-MAINT-CARDS deck, validates
000060*          each ADD / CLOSE / FREEZE / REOPEN / LIMIT card
000070*          against the current master, applies the cards that
000080*          pass, and prints a maintenance report showing each
000090*          card with the account's status before and after and
000100*          the reason any card was refused -- so account
000110*          lifecycle changes stop being hand edits of the file.
000120* Tectonics: cobc
000130******************************************************************
000140* Modification History
000310*                    month/day range edit TCODE-MAINT applies
000320*                    to effective dates, rejecting a date keyed
000330*                    backwards as DATB instead of loading it.
000340*   10/15/2026 RM    LIMIT (L) card sets an account's overdraft
000350*                    limit; an ADD may carry one.  A limit that
000360*                    is not all digits is LIMT.  The report
000370*                    shows the new limit in the name column and
000380*                    the totals count the limits set.
000390*   10/15/2026 RM    Dormant (D) and escheated (E) statuses
000400*                    decode on the report.  REOPEN brings a
000410*                    dormant account back to open and stamps
000420*                    its last-activity date with the run date so
000430*                    the next dormancy scan does not send it
000440*                    straight back; an escheated account refuses
000450*                    every status action as STAT.
000460*   10/15/2026 RM    Every account added or rewritten is
000470*                    journaled to ACCT-JOURNAL with its before
000480*                    and after images and the card that caused
000490*                    it, under a run-id printed on the report,
000500*                    so ACCT-RECOVER can back the run out.  A
000510*                    journal that will not open refuses the run.
000520*   10/15/2026 RM    The run date is now the business date on
000530*                    RUN-CONTROL rather than the clock, so the
000540*                    open date an ADD stamps and the last-activity
000550*                    date a REOPEN stamps agree with the dates
000560*                    DORMANT-SCAN measures against; no business
000570*                    date refuses the run, RETURN-CODE 8.  The
000580*                    run-id is built from the business date as
000590*                    well.
000600******************************************************************
000610 IDENTIFICATION DIVISION.
000620 PROGRAM-ID. ACCT-MAINT.
000630 ENVIRONMENT DIVISION.
000640 INPUT-OUTPUT SECTION.
000650 FILE-CONTROL.
000660 SELECT ACCT-MASTER ASSIGN TO "ACCT-MASTER"
000670     ORGANIZATION INDEXED
000680     ACCESS MODE RANDOM
000690     RECORD KEY IS DL200-MST-ACCOUNT-NO
000700     FILE STATUS IS DL810-MASTER-STATUS.
000710 SELECT MAINT-CARDS ASSIGN TO "ACCT-MAINT-CARDS"
000720     ORGANIZATION LINE SEQUENTIAL
000730     FILE STATUS IS DL810-CARDS-STATUS.
000740 SELECT MAINT-RPT ASSIGN TO "ACCT-MAINT-RPT"
000750     ORGANIZATION LINE SEQUENTIAL
000760     FILE STATUS IS DL810-RPT-STATUS.
000770 SELECT ACCT-JOURNAL ASSIGN TO "ACCT-JOURNAL"
000780     ORGANIZATION LINE SEQUENTIAL
000790     FILE STATUS IS DL810-JNL-STATUS.
000800 SELECT RUN-CONTROL ASSIGN TO "RUN-CONTROL"
000810     ORGANIZATION LINE SEQUENTIAL
000820     FILE STATUS IS DL810-RCT-FILE-STATUS.
000830 DATA DIVISION.
000840 FILE SECTION.
000850 FD ACCT-MASTER.
000860 COPY DL200MST.
000870 FD MAINT-CARDS.
000880 COPY DL810MNT.
000890 FD MAINT-RPT.
000900 01  DL810-RPT-LINE                  PIC X(80).
000910 FD ACCT-JOURNAL.
000920 COPY DL200JNL.
000930 FD RUN-CONTROL.
000940 COPY DL960RCT.
000950 WORKING-STORAGE SECTION.
000960 01  DL810-SWITCHES.
000970     05  DL810-MASTER-OPEN-SWITCH    PIC X(01) VALUE 'N'.
000980         88  DL810-MASTER-IS-OPEN         VALUE 'Y'.
000990     05  DL810-CARDS-EOF-SWITCH      PIC X(01) VALUE 'N'.
001000         88  DL810-CARDS-EOF              VALUE 'Y'.
001010     05  DL810-CARD-OK-SWITCH        PIC X(01) VALUE 'Y'.
001020         88  DL810-CARD-OK                VALUE 'Y'.
001030         88  DL810-CARD-FAILED            VALUE 'N'.
001040     05  DL810-ACCT-FOUND-SWITCH     PIC X(01) VALUE 'N'.
001050         88  DL810-ACCT-FOUND             VALUE 'Y'.
001060     05  DL810-RPT-OPEN-SWITCH       PIC X(01) VALUE 'N'.
001070         88  DL810-RPT-OPEN-FAILED        VALUE 'Y'.
001080     05  DL810-REFUSED-SWITCH        PIC X(01) VALUE 'N'.
001090         88  DL810-RUN-REFUSED            VALUE 'Y'.
001100     05  DL810-MST-WRITE-SWITCH      PIC X(01) VALUE 'N'.
001110         88  DL810-MST-WRITE-FAILED       VALUE 'Y'.
001120     05  DL810-JNL-OPEN-SWITCH       PIC X(01) VALUE 'N'.
001130         88  DL810-JNL-IS-OPEN            VALUE 'Y'.
001140     05  DL810-JNL-WRITE-SWITCH      PIC X(01) VALUE 'N'.
001150         88  DL810-JNL-WRITE-FAILED       VALUE 'Y'.
001160 77  DL810-REFUSAL-TEXT              PIC X(60) VALUE SPACES.
001170 77  DL810-MASTER-STATUS             PIC X(02).
001180 77  DL810-CARDS-STATUS              PIC X(02).
001190 77  DL810-RPT-STATUS                PIC X(02).
001200 77  DL810-RUN-DATE                  PIC 9(08).
001210 77  DL810-JNL-STATUS                PIC X(02).
001220 77  DL810-RCT-FILE-STATUS           PIC X(02).
001230 77  DL810-RUN-TIME                  PIC 9(08).
001240 77  DL810-RUN-ID                    PIC X(16).
001250 77  DL810-JNL-ENTRIES               PIC 9(09) VALUE ZERO.
001260 77  DL810-JNL-ACTION-WK             PIC X(01) VALUE SPACES.
001270 77  DL810-BEFORE-IMAGE              PIC X(82) VALUE SPACES.
001280 77  DL810-OPEN-MM-WK                PIC 9(02) VALUE ZERO.
001290 77  DL810-OPEN-DD-WK                PIC 9(02) VALUE ZERO.
001300 77  DL810-CARDS-READ                PIC 9(09) COMP VALUE ZERO.
001310 77  DL810-CARDS-APPLIED             PIC 9(09) COMP VALUE ZERO.
001320 77  DL810-CARDS-REJECTED            PIC 9(09) COMP VALUE ZERO.
001330 77  DL810-ACCTS-ADDED               PIC 9(09) COMP VALUE ZERO.
001340 77  DL810-LIMITS-SET                PIC 9(09) COMP VALUE ZERO.
001350 77  DL810-CARD-REASON               PIC X(04) VALUE SPACES.
001360 77  DL810-CARD-ACCT                 PIC 9(10) VALUE ZERO.
001370 77  DL810-BEFORE-STATUS             PIC X(01) VALUE SPACES.
001380 77  DL810-DECODE-IN                 PIC X(01) VALUE SPACES.
001390 77  DL810-DECODE-OUT                PIC X(06) VALUE SPACES.
001400 77  DL810-RPT-NUM-EDIT              PIC ZZZZZZZZ9.
001410 77  DL810-RPT-AMT-EDIT              PIC ZZZ,ZZZ,ZZ9.99.
001420 01  DL810-OD-LIMIT-WK               PIC 9(11) VALUE ZERO.
001430 01  DL810-OD-LIMIT-AMT REDEFINES DL810-OD-LIMIT-WK
001440                                     PIC 9(09)V99.
001450 01  DL810-RPT-DETAIL.
001460     05  DL810-RPT-SEQ               PIC 9(04).
001470     05  FILLER                      PIC X(02) VALUE SPACES.
001480     05  DL810-RPT-ACTION            PIC X(01).
001490     05  FILLER                      PIC X(02) VALUE SPACES.
001500     05  DL810-RPT-ACCT              PIC X(10).
001510     05  FILLER                      PIC X(02) VALUE SPACES.
001520     05  DL810-RPT-BEFORE            PIC X(06).
001530     05  FILLER                      PIC X(02) VALUE SPACES.
001540     05  DL810-RPT-AFTER             PIC X(06).
001550     05  FILLER                      PIC X(02) VALUE SPACES.
001560     05  DL810-RPT-NAME              PIC X(30).
001570     05  FILLER                      PIC X(02) VALUE SPACES.
001580     05  DL810-RPT-RESULT            PIC X(10).
001590******************************************************************
001600*  0000-MAINLINE
001610******************************************************************
001620 PROCEDURE DIVISION.
001630 0000-MAINLINE.
001640     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001650     IF NOT DL810-RUN-REFUSED
001660         PERFORM 2000-PROCESS-CARD THRU 2000-EXIT
001670             UNTIL DL810-CARDS-EOF
001680     END-IF.
001690     PERFORM 8000-FINALIZE THRU 8000-EXIT.
001700     IF DL810-RUN-REFUSED OR DL810-MST-WRITE-FAILED
001710             OR DL810-JNL-WRITE-FAILED
001720         MOVE 8 TO RETURN-CODE
001730     ELSE
001740         IF DL810-CARDS-REJECTED > ZERO
001750             MOVE 4 TO RETURN-CODE
001760         END-IF
001770     END-IF.
001780     STOP RUN.
001790******************************************************************
001800*  1000-INITIALIZE -- take the business date, open the indexed
001810*                     master I-O, the card deck, and the report,
001820*                     and prime the first card
001830******************************************************************
001840 1000-INITIALIZE.
001850     PERFORM 1020-READ-RUN-CONTROL THRU 1020-EXIT.
001860     ACCEPT DL810-RUN-TIME FROM TIME.
001870     STRING DL810-RUN-DATE DL810-RUN-TIME
001880         DELIMITED BY SIZE INTO DL810-RUN-ID.
001890     IF NOT DL810-RUN-REFUSED
001900         PERFORM 1100-OPEN-MASTER THRU 1100-EXIT
001910     END-IF.
001920     IF NOT DL810-RUN-REFUSED
001930         PERFORM 1150-OPEN-JOURNAL THRU 1150-EXIT
001940     END-IF.
001950     OPEN OUTPUT MAINT-RPT.
001960     IF DL810-RPT-STATUS NOT = '00'
001970         DISPLAY 'ACCT-MAINT-RPT OPEN FAILED, STATUS='
001980             DL810-RPT-STATUS
001990         SET DL810-RPT-OPEN-FAILED TO TRUE
002000     END-IF.
002010     PERFORM 1300-WRITE-REPORT-HEADER THRU 1300-EXIT.
002020     OPEN INPUT MAINT-CARDS.
002030     IF DL810-CARDS-STATUS NOT = '00'
002040         DISPLAY 'ACCT-MAINT-CARDS OPEN FAILED, STATUS='
002050             DL810-CARDS-STATUS ' -- NOTHING TO APPLY'
002060         SET DL810-CARDS-EOF TO TRUE
002070     END-IF.
002080     IF NOT DL810-CARDS-EOF
002090         READ MAINT-CARDS
002100             AT END SET DL810-CARDS-EOF TO TRUE
002110         END-READ
002120     END-IF.
002130     IF NOT DL810-CARDS-EOF
002140         ADD 1 TO DL810-CARDS-READ
002150     END-IF.
002160 1000-EXIT.
002170     EXIT.
002180******************************************************************
002190*  1020-READ-RUN-CONTROL -- the run date is the business date on
002200*                           RUN-CONTROL, not the clock, so the
002210*                           dates the run stamps agree with the
002220*                           nightly chain's; no business date
002230*                           refuses the run
002240******************************************************************
002250 1020-READ-RUN-CONTROL.
002260     MOVE ZERO TO DL810-RUN-DATE.
002270     OPEN INPUT RUN-CONTROL.
002280     IF DL810-RCT-FILE-STATUS NOT = '00'
002290         SET DL810-RUN-REFUSED TO TRUE
002300         MOVE SPACES TO DL810-REFUSAL-TEXT
002310         STRING 'RUN-CONTROL WILL NOT OPEN, STATUS='
002320             DL810-RCT-FILE-STATUS
002330             DELIMITED BY SIZE INTO DL810-REFUSAL-TEXT
002340         GO TO 1020-EXIT
002350     END-IF.
002360     READ RUN-CONTROL
002370         AT END MOVE SPACES TO DL960-RUN-CONTROL-RECORD
002380     END-READ.
002390     CLOSE RUN-CONTROL.
002400     IF DL960-RCT-BUS-DATE NOT NUMERIC
002410             OR DL960-RCT-BUS-DATE = ZERO
002420         SET DL810-RUN-REFUSED TO TRUE
002430         MOVE 'RUN-CONTROL HOLDS NO BUSINESS DATE'
002440             TO DL810-REFUSAL-TEXT
002450         GO TO 1020-EXIT
002460     END-IF.
002470     MOVE DL960-RCT-BUS-DATE TO DL810-RUN-DATE.
002480 1020-EXIT.
002490     EXIT.
002500******************************************************************
002510*  1100-OPEN-MASTER -- open the indexed account master I-O,
002520*                      creating it empty on first ever use the
002530*                      way the posting run does; a master that
002540*                      will not open refuses the run outright
002550******************************************************************
002560 1100-OPEN-MASTER.
002570     OPEN I-O ACCT-MASTER.
002580     IF DL810-MASTER-STATUS = '35'
002590         OPEN OUTPUT ACCT-MASTER
002600         CLOSE ACCT-MASTER
002610         OPEN I-O ACCT-MASTER
002620     END-IF.
002630     IF DL810-MASTER-STATUS = '00'
002640         SET DL810-MASTER-IS-OPEN TO TRUE
002650     ELSE
002660         DISPLAY 'ACCT-MASTER OPEN FAILED, STATUS='
002670             DL810-MASTER-STATUS ' -- RUN REFUSED'
002680         SET DL810-RUN-REFUSED TO TRUE
002690         MOVE 'ACCT-MASTER WILL NOT OPEN' TO DL810-REFUSAL-TEXT
002700     END-IF.
002710 1100-EXIT.
002720     EXIT.
002730******************************************************************
002740*  1150-OPEN-JOURNAL -- ACCT-JOURNAL is appended to, and created
002750*                       on first ever use; a run that cannot
002760*                       journal its master updates refuses
002770******************************************************************
002780 1150-OPEN-JOURNAL.
002790     OPEN EXTEND ACCT-JOURNAL.
002800     IF DL810-JNL-STATUS NOT = '00'
002810         OPEN OUTPUT ACCT-JOURNAL
002820     END-IF.
002830     IF DL810-JNL-STATUS = '00'
002840         SET DL810-JNL-IS-OPEN TO TRUE
002850     ELSE
002860         DISPLAY 'ACCT-JOURNAL OPEN FAILED, STATUS='
002870             DL810-JNL-STATUS ' -- RUN REFUSED'
002880         SET DL810-RUN-REFUSED TO TRUE
002890         MOVE 'ACCT-JOURNAL WILL NOT OPEN' TO DL810-REFUSAL-TEXT
002900     END-IF.
002910 1150-EXIT.
002920     EXIT.
002930 1300-WRITE-REPORT-HEADER.
002940     IF DL810-RPT-OPEN-FAILED
002950         GO TO 1300-EXIT
002960     END-IF.
002970     MOVE SPACES TO DL810-RPT-LINE.
002980     STRING 'ACCT-MAINT MAINTENANCE REPORT'
002990         DELIMITED BY SIZE INTO DL810-RPT-LINE.
003000     WRITE DL810-RPT-LINE.
003010     MOVE SPACES TO DL810-RPT-LINE.
003020     STRING 'JOURNAL RUN ID.....: ' DL810-RUN-ID
003030         DELIMITED BY SIZE INTO DL810-RPT-LINE.
003040     WRITE DL810-RPT-LINE.
003050     IF DL810-RUN-REFUSED
003060         MOVE SPACES TO DL810-RPT-LINE
003070         STRING 'RUN REFUSED -- ' DL810-REFUSAL-TEXT
003080             DELIMITED BY SIZE INTO DL810-RPT-LINE
003090         WRITE DL810-RPT-LINE
003100     END-IF.
003110     MOVE SPACES TO DL810-RPT-LINE.
003120     STRING 'CARD  A  ACCOUNT NO  BEFORE  AFTER   NAME'
003130         DELIMITED BY SIZE INTO DL810-RPT-LINE.
003140     WRITE DL810-RPT-LINE.
003150 1300-EXIT.
003160     EXIT.
003170******************************************************************
003180*  2000-PROCESS-CARD -- validate the current card against the
003190*                       master, apply it when it passes, report
003200*                       it either way, then read the next card
003210******************************************************************
003220 2000-PROCESS-CARD.
003230     SET DL810-CARD-OK TO TRUE.
003240     MOVE 'N' TO DL810-ACCT-FOUND-SWITCH.
003250     MOVE SPACES TO DL810-BEFORE-STATUS.
003260     MOVE SPACES TO DL810-CARD-REASON.
003270     MOVE SPACES TO DL810-RPT-DETAIL.
003280     MOVE DL810-CARDS-READ TO DL810-RPT-SEQ.
003290     MOVE DL810-MNT-ACTION TO DL810-RPT-ACTION.
003300     MOVE DL810-MNT-ACCOUNT-NO TO DL810-RPT-ACCT.
003310     PERFORM 2100-VALIDATE-CARD THRU 2100-EXIT.
003320     IF DL810-CARD-OK
003330         PERFORM 2300-APPLY-CARD THRU 2300-EXIT
003340     END-IF.
003350     PERFORM 2500-REPORT-CARD THRU 2500-EXIT.
003360     READ MAINT-CARDS
003370         AT END SET DL810-CARDS-EOF TO TRUE
003380     END-READ.
003390     IF NOT DL810-CARDS-EOF
003400         ADD 1 TO DL810-CARDS-READ
003410     END-IF.
003420 2000-EXIT.
003430     EXIT.
003440******************************************************************
003450*  2100-VALIDATE-CARD -- action and account edits first, then the
003460*                        per-action rules: an ADD must be a new
003470*                        account with a name; a status action
003480*                        must name an account already on the
003490*                        master and actually change its status
003500******************************************************************
003510 2100-VALIDATE-CARD.
003520     IF NOT DL810-MNT-ADD AND NOT DL810-MNT-CLOSE
003530             AND NOT DL810-MNT-FREEZE AND NOT DL810-MNT-REOPEN
003540             AND NOT DL810-MNT-LIMIT
003550         SET DL810-CARD-FAILED TO TRUE
003560         MOVE 'ACTN' TO DL810-CARD-REASON
003570         GO TO 2100-EXIT
003580     END-IF.
003590     IF DL810-MNT-ACCOUNT-NO NOT NUMERIC
003600         SET DL810-CARD-FAILED TO TRUE
003610         MOVE 'ACCT' TO DL810-CARD-REASON
003620         GO TO 2100-EXIT
003630     END-IF.
003640     MOVE DL810-MNT-ACCOUNT-NO TO DL810-CARD-ACCT.
003650     PERFORM 2200-FIND-ACCOUNT THRU 2200-EXIT.
003660     IF DL810-ACCT-FOUND
003670         IF DL200-MST-CLOSED OR DL200-MST-FROZEN
003680                 OR DL200-MST-DORMANT OR DL200-MST-ESCHEATED
003690             MOVE DL200-MST-STATUS TO DL810-BEFORE-STATUS
003700         ELSE
003710             MOVE 'O' TO DL810-BEFORE-STATUS
003720         END-IF
003730     END-IF.
003740     IF DL810-MNT-ADD
003750         IF DL810-ACCT-FOUND
003760             SET DL810-CARD-FAILED TO TRUE
003770             MOVE 'DUPA' TO DL810-CARD-REASON
003780             GO TO 2100-EXIT
003790         END-IF
003800         IF DL810-MNT-NAME = SPACES
003810             SET DL810-CARD-FAILED TO TRUE
003820             MOVE 'NAME' TO DL810-CARD-REASON
003830             GO TO 2100-EXIT
003840         END-IF
003850         IF DL810-MNT-OD-LIMIT NOT = SPACES
003860                 AND DL810-MNT-OD-LIMIT NOT NUMERIC
003870             SET DL810-CARD-FAILED TO TRUE
003880             MOVE 'LIMT' TO DL810-CARD-REASON
003890             GO TO 2100-EXIT
003900         END-IF
003910         IF DL810-MNT-OPEN-DATE NOT = SPACES
003920             IF DL810-MNT-OPEN-DATE NOT NUMERIC
003930                 SET DL810-CARD-FAILED TO TRUE
003940                 MOVE 'DATE' TO DL810-CARD-REASON
003950                 GO TO 2100-EXIT
003960             END-IF
003970             MOVE DL810-MNT-OPEN-DATE(5:2)
003980                 TO DL810-OPEN-MM-WK
003990             MOVE DL810-MNT-OPEN-DATE(7:2)
004000                 TO DL810-OPEN-DD-WK
004010             IF DL810-OPEN-MM-WK < 01 OR DL810-OPEN-MM-WK > 12
004020                     OR DL810-OPEN-DD-WK < 01
004030                     OR DL810-OPEN-DD-WK > 31
004040                 SET DL810-CARD-FAILED TO TRUE
004050                 MOVE 'DATB' TO DL810-CARD-REASON
004060             END-IF
004070         END-IF
004080         GO TO 2100-EXIT
004090     END-IF.
004100     IF NOT DL810-ACCT-FOUND
004110         SET DL810-CARD-FAILED TO TRUE
004120         MOVE 'NACC' TO DL810-CARD-REASON
004130         GO TO 2100-EXIT
004140     END-IF.
004150     IF DL810-BEFORE-STATUS = 'E'
004160         SET DL810-CARD-FAILED TO TRUE
004170         MOVE 'STAT' TO DL810-CARD-REASON
004180         GO TO 2100-EXIT
004190     END-IF.
004200     EVALUATE TRUE
004210         WHEN DL810-MNT-CLOSE
004220             IF DL810-BEFORE-STATUS = 'C'
004230                 SET DL810-CARD-FAILED TO TRUE
004240                 MOVE 'STAT' TO DL810-CARD-REASON
004250             END-IF
004260         WHEN DL810-MNT-FREEZE
004270             IF DL810-BEFORE-STATUS = 'F'
004280                 SET DL810-CARD-FAILED TO TRUE
004290                 MOVE 'STAT' TO DL810-CARD-REASON
004300             END-IF
004310         WHEN DL810-MNT-REOPEN
004320             IF DL810-BEFORE-STATUS = 'O'
004330                 SET DL810-CARD-FAILED TO TRUE
004340                 MOVE 'STAT' TO DL810-CARD-REASON
004350             END-IF
004360         WHEN DL810-MNT-LIMIT
004370             IF DL810-MNT-OD-LIMIT NOT NUMERIC
004380                 SET DL810-CARD-FAILED TO TRUE
004390                 MOVE 'LIMT' TO DL810-CARD-REASON
004400             END-IF
004410     END-EVALUATE.
004420 2100-EXIT.
004430     EXIT.
004440******************************************************************
004450*  2200-FIND-ACCOUNT -- one keyed READ; the record stays in the
004460*                       record area for the apply and the
004470*                       before/after report
004480******************************************************************
004490 2200-FIND-ACCOUNT.
004500     MOVE 'N' TO DL810-ACCT-FOUND-SWITCH.
004510     MOVE DL810-CARD-ACCT TO DL200-MST-ACCOUNT-NO.
004520     READ ACCT-MASTER
004530         INVALID KEY
004540             CONTINUE
004550         NOT INVALID KEY
004560             SET DL810-ACCT-FOUND TO TRUE
004570     END-READ.
004580 2200-EXIT.
004590     EXIT.
004600******************************************************************
004610*  2300-APPLY-CARD -- an ADD writes the account with a zero
004620*                     balance, open, with the card's name and
004630*                     open date (the run date when the card left
004640*                     it blank); a status action flips the
004650*                     status byte and REWRITEs the record in
004660*                     place; a LIMIT card replaces the
004670*                     overdraft limit the same way.  A failed
004680*                     WRITE or REWRITE reports the card as MWRT.
004690******************************************************************
004700 2300-APPLY-CARD.
004710     IF DL810-MNT-ADD
004720         MOVE SPACES TO DL200-MASTER-RECORD
004730         MOVE DL810-CARD-ACCT TO DL200-MST-ACCOUNT-NO
004740         MOVE ZERO TO DL200-MST-BALANCE
004750         MOVE DL810-MNT-NAME TO DL200-MST-NAME
004760         IF DL810-MNT-OPEN-DATE NUMERIC
004770             MOVE DL810-MNT-OPEN-DATE TO DL200-MST-OPEN-DATE
004780         ELSE
004790             MOVE DL810-RUN-DATE TO DL200-MST-OPEN-DATE
004800         END-IF
004810         MOVE 'O' TO DL200-MST-STATUS
004820         MOVE ZERO TO DL200-MST-OD-LIMIT
004830         MOVE ZERO TO DL200-MST-LAST-ACTIVITY
004840         IF DL810-MNT-OD-LIMIT NUMERIC
004850             MOVE DL810-MNT-OD-LIMIT TO DL810-OD-LIMIT-WK
004860             MOVE DL810-OD-LIMIT-AMT TO DL200-MST-OD-LIMIT
004870         END-IF
004880         WRITE DL200-MASTER-RECORD
004890             INVALID KEY
004900                 CONTINUE
004910         END-WRITE
004920         IF DL810-MASTER-STATUS = '00'
004930             ADD 1 TO DL810-ACCTS-ADDED
004940             MOVE SPACES TO DL810-BEFORE-IMAGE
004950             MOVE 'A' TO DL810-JNL-ACTION-WK
004960             PERFORM 2400-JOURNAL-CHANGE THRU 2400-EXIT
004970         ELSE
004980             PERFORM 2350-NOTE-WRITE-FAILURE THRU 2350-EXIT
004990         END-IF
005000         GO TO 2300-EXIT
005010     END-IF.
005020     MOVE DL200-MASTER-RECORD TO DL810-BEFORE-IMAGE.
005030     EVALUATE TRUE
005040         WHEN DL810-MNT-CLOSE
005050             MOVE 'C' TO DL200-MST-STATUS
005060         WHEN DL810-MNT-FREEZE
005070             MOVE 'F' TO DL200-MST-STATUS
005080         WHEN DL810-MNT-REOPEN
005090             MOVE 'O' TO DL200-MST-STATUS
005100             MOVE DL810-RUN-DATE TO DL200-MST-LAST-ACTIVITY
005110         WHEN DL810-MNT-LIMIT
005120             MOVE DL810-MNT-OD-LIMIT TO DL810-OD-LIMIT-WK
005130             MOVE DL810-OD-LIMIT-AMT TO DL200-MST-OD-LIMIT
005140     END-EVALUATE.
005150     REWRITE DL200-MASTER-RECORD
005160         INVALID KEY
005170             CONTINUE
005180     END-REWRITE.
005190     IF DL810-MASTER-STATUS NOT = '00'
005200         PERFORM 2350-NOTE-WRITE-FAILURE THRU 2350-EXIT
005210     ELSE
005220         MOVE 'C' TO DL810-JNL-ACTION-WK
005230         PERFORM 2400-JOURNAL-CHANGE THRU 2400-EXIT
005240         IF DL810-MNT-LIMIT
005250             ADD 1 TO DL810-LIMITS-SET
005260         END-IF
005270     END-IF.
005280 2300-EXIT.
005290     EXIT.
005300 2350-NOTE-WRITE-FAILURE.
005310     DISPLAY 'ACCT-MASTER UPDATE FAILED, STATUS='
005320         DL810-MASTER-STATUS ' KEY=' DL200-MST-ACCOUNT-NO.
005330     SET DL810-MST-WRITE-FAILED TO TRUE.
005340     SET DL810-CARD-FAILED TO TRUE.
005350     MOVE 'MWRT' TO DL810-CARD-REASON.
005360 2350-EXIT.
005370     EXIT.
005380******************************************************************
005390*  2400-JOURNAL-CHANGE -- one ACCT-JOURNAL entry for the master
005400*                         update just made, keyed to the card by
005410*                         its sequence in the deck and carrying
005420*                         the card image
005430******************************************************************
005440 2400-JOURNAL-CHANGE.
005450     ADD 1 TO DL810-JNL-ENTRIES.
005460     MOVE SPACES TO DL200-JOURNAL-RECORD.
005470     MOVE DL810-RUN-ID TO DL200-JNL-RUN-ID.
005480     MOVE DL810-JNL-ENTRIES TO DL200-JNL-SEQ-NO.
005490     ACCEPT DL200-JNL-DATE FROM DATE YYYYMMDD.
005500     ACCEPT DL200-JNL-TIME FROM TIME.
005510     MOVE 'ACCT-MAINT' TO DL200-JNL-PROGRAM.
005520     MOVE DL810-JNL-ACTION-WK TO DL200-JNL-ACTION.
005530     SET DL200-JNL-CAUSE-CARD TO TRUE.
005540     MOVE DL810-CARDS-READ TO DL200-JNL-CAUSE-REF.
005550     MOVE DL810-MAINT-CARD TO DL200-JNL-CAUSE-IMAGE.
005560     MOVE DL810-BEFORE-IMAGE TO DL200-JNL-BEFORE-IMAGE.
005570     MOVE DL200-MASTER-RECORD TO DL200-JNL-AFTER-IMAGE.
005580     WRITE DL200-JOURNAL-RECORD.
005590     IF DL810-JNL-STATUS NOT = '00'
005600         DISPLAY 'ACCT-JOURNAL WRITE FAILED, STATUS='
005610             DL810-JNL-STATUS ' KEY=' DL200-MST-ACCOUNT-NO
005620         SET DL810-JNL-WRITE-FAILED TO TRUE
005630     END-IF.
005640 2400-EXIT.
005650     EXIT.
005660******************************************************************
005670*  2500-REPORT-CARD -- one report line per card: status before
005680*                      and after, and APPLIED or the reject
005690*                      reason.  The before status was captured by
005700*                      the validation's keyed READ; an ADD has no
005710*                      before.
005720******************************************************************
005730 2500-REPORT-CARD.
005740     IF DL810-BEFORE-STATUS = SPACES
005750         MOVE '------' TO DL810-RPT-BEFORE
005760     ELSE
005770         MOVE DL810-BEFORE-STATUS TO DL810-DECODE-IN
005780         PERFORM 2550-DECODE-STATUS THRU 2550-EXIT
005790         MOVE DL810-DECODE-OUT TO DL810-RPT-BEFORE
005800     END-IF.
005810     IF DL810-CARD-OK
005820         ADD 1 TO DL810-CARDS-APPLIED
005830         MOVE 'APPLIED' TO DL810-RPT-RESULT
005840         MOVE DL200-MST-NAME TO DL810-RPT-NAME
005850         MOVE DL200-MST-STATUS TO DL810-DECODE-IN
005860         PERFORM 2550-DECODE-STATUS THRU 2550-EXIT
005870         MOVE DL810-DECODE-OUT TO DL810-RPT-AFTER
005880         IF DL810-MNT-LIMIT
005890             MOVE DL200-MST-OD-LIMIT TO DL810-RPT-AMT-EDIT
005900             MOVE SPACES TO DL810-RPT-NAME
005910             STRING 'OD LIMIT NOW ' DL810-RPT-AMT-EDIT
005920                 DELIMITED BY SIZE INTO DL810-RPT-NAME
005930         END-IF
005940     ELSE
005950         ADD 1 TO DL810-CARDS-REJECTED
005960         MOVE SPACES TO DL810-RPT-RESULT
005970         STRING '*' DL810-CARD-REASON '*'
005980             DELIMITED BY SIZE INTO DL810-RPT-RESULT
005990         MOVE DL810-RPT-BEFORE TO DL810-RPT-AFTER
006000         IF DL810-ACCT-FOUND
006010             MOVE DL200-MST-NAME TO DL810-RPT-NAME
006020         END-IF
006030     END-IF.
006040     IF NOT DL810-RPT-OPEN-FAILED
006050         MOVE DL810-RPT-DETAIL TO DL810-RPT-LINE
006060         WRITE DL810-RPT-LINE
006070     END-IF.
006080 2500-EXIT.
006090     EXIT.
006100 2550-DECODE-STATUS.
006110     EVALUATE DL810-DECODE-IN
006120         WHEN 'C'
006130             MOVE 'CLOSED' TO DL810-DECODE-OUT
006140         WHEN 'F'
006150             MOVE 'FROZEN' TO DL810-DECODE-OUT
006160         WHEN 'D'
006170             MOVE 'DORMNT' TO DL810-DECODE-OUT
006180         WHEN 'E'
006190             MOVE 'ESCHTD' TO DL810-DECODE-OUT
006200         WHEN OTHER
006210             MOVE 'OPEN  ' TO DL810-DECODE-OUT
006220     END-EVALUATE.
006230 2550-EXIT.
006240     EXIT.
006250******************************************************************
006260*  8000-FINALIZE -- run totals, then close
006270******************************************************************
006280 8000-FINALIZE.
006290     PERFORM 8200-WRITE-TOTALS THRU 8200-EXIT.
006300     CLOSE MAINT-CARDS.
006310     IF DL810-MASTER-IS-OPEN
006320         CLOSE ACCT-MASTER
006330     END-IF.
006340     IF DL810-JNL-IS-OPEN
006350         CLOSE ACCT-JOURNAL
006360     END-IF.
006370     IF NOT DL810-RPT-OPEN-FAILED
006380         CLOSE MAINT-RPT
006390     END-IF.
006400 8000-EXIT.
006410     EXIT.
006420 8200-WRITE-TOTALS.
006430     IF DL810-RPT-OPEN-FAILED
006440         GO TO 8200-EXIT
006450     END-IF.
006460     MOVE DL810-CARDS-READ TO DL810-RPT-NUM-EDIT.
006470     MOVE SPACES TO DL810-RPT-LINE.
006480     STRING 'CARDS READ.........: ' DL810-RPT-NUM-EDIT
006490         DELIMITED BY SIZE INTO DL810-RPT-LINE.
006500     WRITE DL810-RPT-LINE.
006510     MOVE DL810-CARDS-APPLIED TO DL810-RPT-NUM-EDIT.
006520     MOVE SPACES TO DL810-RPT-LINE.
006530     STRING 'CARDS APPLIED......: ' DL810-RPT-NUM-EDIT
006540         DELIMITED BY SIZE INTO DL810-RPT-LINE.
006550     WRITE DL810-RPT-LINE.
006560     MOVE DL810-CARDS-REJECTED TO DL810-RPT-NUM-EDIT.
006570     MOVE SPACES TO DL810-RPT-LINE.
006580     STRING 'CARDS REJECTED.....: ' DL810-RPT-NUM-EDIT
006590         DELIMITED BY SIZE INTO DL810-RPT-LINE.
006600     WRITE DL810-RPT-LINE.
006610     MOVE DL810-ACCTS-ADDED TO DL810-RPT-NUM-EDIT.
006620     MOVE SPACES TO DL810-RPT-LINE.
006630     STRING 'ACCOUNTS ADDED.....: ' DL810-RPT-NUM-EDIT
006640         DELIMITED BY SIZE INTO DL810-RPT-LINE.
006650     WRITE DL810-RPT-LINE.
006660     MOVE DL810-LIMITS-SET TO DL810-RPT-NUM-EDIT.
006670     MOVE SPACES TO DL810-RPT-LINE.
006680     STRING 'LIMITS SET.........: ' DL810-RPT-NUM-EDIT
006690         DELIMITED BY SIZE INTO DL810-RPT-LINE.
006700     WRITE DL810-RPT-LINE.
006710     MOVE DL810-JNL-ENTRIES TO DL810-RPT-NUM-EDIT.
006720     MOVE SPACES TO DL810-RPT-LINE.
006730     STRING 'JOURNAL ENTRIES....: ' DL810-RPT-NUM-EDIT
006740         DELIMITED BY SIZE INTO DL810-RPT-LINE.
006750     WRITE DL810-RPT-LINE.
006760     IF DL810-JNL-WRITE-FAILED
006770         MOVE SPACES TO DL810-RPT-LINE
006780         STRING 'JOURNAL............: *** WRITE FAILED -- RUN'
006790             ' NOT RECOVERABLE, SEE SYSOUT ***'
006800             DELIMITED BY SIZE INTO DL810-RPT-LINE
006810         WRITE DL810-RPT-LINE
006820     END-IF.
006830     IF DL810-MST-WRITE-FAILED
006840         MOVE SPACES TO DL810-RPT-LINE
006850         STRING 'MASTER UPDATES.....: *** WRITE/REWRITE FAILED'
006860             ' -- MWRT CARDS, SEE SYSOUT ***'
006870             DELIMITED BY SIZE INTO DL810-RPT-LINE
006880         WRITE DL810-RPT-LINE
006890     END-IF.
006900 8200-EXIT.
006910     EXIT.
