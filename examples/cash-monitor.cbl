000010******************************************************************
000020* Author: R. Maldonado
000030* Date: 10/15/2026
000040* Purpose: Large-cash and structuring monitor.  Runs after
000050*          intake against the day's accepted transactions on
000060*          TRANS-OUT and the TRANS-MASTER history, looking only
000070*          at items whose transaction code is flagged as cash
000080*          on TRANS-CODES.  For every account with cash
000090*          activity today it raises a case on CASH-CASES when
000100*          a single cash item is over the reporting threshold
000110*          (rule S); when several cash items each under the
000120*          threshold, on one transaction date and one side of
000130*          the ledger, together cross it (rule D); or when
000140*          deposits just under the threshold repeat inside the
000150*          monitoring window (rule P).  Each case carries the
000160*          account, the account name and the transactions that
000170*          made it.  Compliance returns the cases it has worked
000180*          on the CASE-REVIEW deck, which marks them reviewed;
000190*          activity already on a case for the account under the
000200*          same rule -- open or reviewed -- is never raised
000210*          again.  CASH-MONITOR-RPT lists the reviews applied,
000220*          every new case with its items, and the run totals.
000230* Tectonics: cobc
000240******************************************************************
000250* Modification History
000260*   Date       Init  Description
000270*   ---------  ----  -------------------------------------------
000280*   10/15/2026 RM    Initial version.  CASH-MONITOR-PARM gives
000290*                    the threshold (default 10000.00), the
000300*                    just-under band as a percentage below it
000310*                    (default 10), the window in days (default
000320*                    10) and the number of just-under deposits
000330*                    that make a pattern (default 3).  A REV on
000340*                    TRANS-OUT takes its original out of the
000350*                    day's items; reversed history rows are
000360*                    passed over.  A case holds its first
000370*                    twenty items.
000380*   10/15/2026 RM    TRANS-MASTER now carries the reference of the
000390*                    REV that backed a row out as a second
000400*                    alternate key; the SELECT names it to match
000410*                    the file.
000420*   10/15/2026 RM    The run date is the business date on
000430*                    RUN-CONTROL rather than the clock.
000440*   10/15/2026 RM    A history row the posting run rejected no
000450*                    longer counts toward the cash rules, and a
000460*                    reversed row whose REV posting rejected
000470*                    counts again, since the backout never posted.
000480******************************************************************
000490 IDENTIFICATION DIVISION.
000500 PROGRAM-ID. CASH-MONITOR.
000510 ENVIRONMENT DIVISION.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540 SELECT TRANS-IN ASSIGN TO "TRANS-OUT"
000550     ORGANIZATION LINE SEQUENTIAL
000560     FILE STATUS IS DL930-TRANS-IN-STATUS.
000570 SELECT TRANS-MASTER ASSIGN TO "TRANS-MASTER"
000580     ORGANIZATION INDEXED
000590     ACCESS MODE DYNAMIC
000600     RECORD KEY IS DL100-MST-KEY
000610     ALTERNATE RECORD KEY IS DL100-MST-TRANS-REF WITH DUPLICATES
000620     ALTERNATE RECORD KEY IS DL100-MST-REV-REF WITH DUPLICATES
000630     FILE STATUS IS DL930-HIST-STATUS.
000640 SELECT ACCT-MASTER ASSIGN TO "ACCT-MASTER"
000650     ORGANIZATION INDEXED
000660     ACCESS MODE RANDOM
000670     RECORD KEY IS DL200-MST-ACCOUNT-NO
000680     FILE STATUS IS DL930-ACCT-STATUS.
000690 SELECT TRANS-CODE-FILE ASSIGN TO "TRANS-CODES"
000700     ORGANIZATION LINE SEQUENTIAL
000710     FILE STATUS IS DL930-TCODE-STATUS.
000720 SELECT PARM-CARD ASSIGN TO "CASH-MONITOR-PARM"
000730     ORGANIZATION LINE SEQUENTIAL
000740     FILE STATUS IS DL930-PARM-STATUS.
000750 SELECT REVIEW-CARDS ASSIGN TO "CASE-REVIEW"
000760     ORGANIZATION LINE SEQUENTIAL
000770     FILE STATUS IS DL930-CARDS-STATUS.
000780 SELECT CASH-CASES ASSIGN TO "CASH-CASES"
000790     ORGANIZATION INDEXED
000800     ACCESS MODE DYNAMIC
000810     RECORD KEY IS DL930-CAS-KEY
000820     FILE STATUS IS DL930-CASE-STATUS.
000830 SELECT CASH-MONITOR-RPT ASSIGN TO "CASH-MONITOR-RPT"
000840     ORGANIZATION LINE SEQUENTIAL
000850     FILE STATUS IS DL930-RPT-STATUS.
000860 SELECT RUN-CONTROL ASSIGN TO "RUN-CONTROL"
000870     ORGANIZATION LINE SEQUENTIAL
000880     FILE STATUS IS DL930-RCT-FILE-STATUS.
000890 DATA DIVISION.
000900 FILE SECTION.
000910 FD TRANS-IN.
000920 01  DL930-TRANS-IN-REC              PIC X(255).
000930 FD TRANS-MASTER.
000940 COPY DL100MST.
000950 FD ACCT-MASTER.
000960 COPY DL200MST.
000970 FD TRANS-CODE-FILE.
000980 COPY DL100TCD.
000990 FD PARM-CARD.
001000 01  DL930-PARM-RECORD.
001010     05  DL930-PARM-THRESHOLD        PIC X(11).
001020     05  DL930-PARM-THRESHOLD-N REDEFINES DL930-PARM-THRESHOLD
001030                                     PIC 9(09)V99.
001040     05  DL930-PARM-BAND             PIC X(02).
001050     05  DL930-PARM-WINDOW           PIC X(03).
001060     05  DL930-PARM-MIN-COUNT        PIC X(02).
001070     05  FILLER                      PIC X(62).
001080 FD REVIEW-CARDS.
001090 01  DL930-CARD-RECORD.
001100     05  DL930-CARD-ACCOUNT-NO       PIC X(10).
001110     05  DL930-CARD-SEQ              PIC X(04).
001120     05  DL930-CARD-REVIEWER         PIC X(08).
001130     05  FILLER                      PIC X(58).
001140 FD CASH-CASES.
001150 COPY DL930CAS.
001160 FD CASH-MONITOR-RPT.
001170 01  DL930-RPT-LINE                  PIC X(80).
001180 FD RUN-CONTROL.
001190 COPY DL960RCT.
001200 WORKING-STORAGE SECTION.
001210 01  DL930-SWITCHES.
001220     05  DL930-RPT-OPEN-SWITCH       PIC X(01) VALUE 'N'.
001230         88  DL930-RPT-OPEN-FAILED        VALUE 'Y'.
001240     05  DL930-REFUSED-SWITCH        PIC X(01) VALUE 'N'.
001250         88  DL930-RUN-REFUSED            VALUE 'Y'.
001260     05  DL930-HDR-SWITCH            PIC X(01) VALUE 'N'.
001270         88  DL930-HDR-WRITTEN            VALUE 'Y'.
001280     05  DL930-TRANS-OPEN-SWITCH     PIC X(01) VALUE 'N'.
001290         88  DL930-TRANS-IS-OPEN          VALUE 'Y'.
001300     05  DL930-HIST-OPEN-SWITCH      PIC X(01) VALUE 'N'.
001310         88  DL930-HIST-IS-OPEN           VALUE 'Y'.
001320     05  DL930-ACCT-OPEN-SWITCH      PIC X(01) VALUE 'N'.
001330         88  DL930-ACCT-IS-OPEN           VALUE 'Y'.
001340     05  DL930-CASE-OPEN-SWITCH      PIC X(01) VALUE 'N'.
001350         88  DL930-CASE-IS-OPEN           VALUE 'Y'.
001360     05  DL930-TRANS-EOF-SWITCH      PIC X(01) VALUE 'N'.
001370         88  DL930-TRANS-EOF              VALUE 'Y'.
001380     05  DL930-HIST-EOF-SWITCH       PIC X(01) VALUE 'N'.
001390         88  DL930-HIST-EOF               VALUE 'Y'.
001400     05  DL930-TCODE-EOF-SWITCH      PIC X(01) VALUE 'N'.
001410         88  DL930-TCODE-EOF              VALUE 'Y'.
001420     05  DL930-CARDS-EOF-SWITCH      PIC X(01) VALUE 'N'.
001430         88  DL930-CARDS-EOF              VALUE 'Y'.
001440     05  DL930-CASE-EOF-SWITCH       PIC X(01) VALUE 'N'.
001450         88  DL930-CASE-EOF               VALUE 'Y'.
001460     05  DL930-CASH-CODE-SWITCH      PIC X(01) VALUE 'N'.
001470         88  DL930-CASH-CODE-FOUND        VALUE 'Y'.
001480     05  DL930-ITEM-FOUND-SWITCH     PIC X(01) VALUE 'N'.
001490         88  DL930-ITEM-FOUND             VALUE 'Y'.
001500     05  DL930-SEEN-FOUND-SWITCH     PIC X(01) VALUE 'N'.
001510         88  DL930-SEEN-FOUND             VALUE 'Y'.
001520     05  DL930-HIT-NEW-SWITCH        PIC X(01) VALUE 'N'.
001530         88  DL930-HIT-IS-NEW             VALUE 'Y'.
001540     05  DL930-HIT-TODAY-SWITCH      PIC X(01) VALUE 'N'.
001550         88  DL930-HIT-HAS-TODAY          VALUE 'Y'.
001560     05  DL930-NAME-READ-SWITCH      PIC X(01) VALUE 'N'.
001570         88  DL930-NAME-READ              VALUE 'Y'.
001580     05  DL930-SEEN-FULL-SWITCH      PIC X(01) VALUE 'N'.
001590         88  DL930-SEEN-FULL              VALUE 'Y'.
001600     05  DL930-CASE-WRITE-SWITCH     PIC X(01) VALUE 'N'.
001610         88  DL930-CASE-WRITE-FAILED      VALUE 'Y'.
001620 77  DL930-REFUSAL-TEXT              PIC X(60) VALUE SPACES.
001630 77  DL930-TRANS-IN-STATUS           PIC X(02).
001640 77  DL930-HIST-STATUS               PIC X(02).
001650 77  DL930-ACCT-STATUS               PIC X(02).
001660 77  DL930-TCODE-STATUS              PIC X(02).
001670 77  DL930-PARM-STATUS               PIC X(02).
001680 77  DL930-CARDS-STATUS              PIC X(02).
001690 77  DL930-CASE-STATUS               PIC X(02).
001700 77  DL930-RPT-STATUS                PIC X(02).
001710 77  DL930-RUN-DATE                  PIC 9(08).
001720 77  DL930-RCT-FILE-STATUS           PIC X(02).
001730 77  DL930-RUN-DATE-INT              PIC 9(09) COMP VALUE ZERO.
001740 77  DL930-WINDOW-START              PIC 9(08) VALUE ZERO.
001750 77  DL930-THRESHOLD                 PIC 9(09)V99 VALUE 10000.00.
001760 77  DL930-FLOOR                     PIC 9(09)V99 VALUE ZERO.
001770 77  DL930-BAND                      PIC 9(02) VALUE 10.
001780 77  DL930-WINDOW-DAYS               PIC 9(03) VALUE 10.
001790 77  DL930-MIN-COUNT                 PIC 9(02) VALUE 3.
001800 77  DL930-CODE-COUNT                PIC 9(05) COMP VALUE ZERO.
001810 77  DL930-CODE-MAX                  PIC 9(05) COMP VALUE 500.
001820 77  DL930-TODAY-COUNT               PIC 9(05) COMP VALUE ZERO.
001830 77  DL930-TODAY-MAX                 PIC 9(05) COMP VALUE 5000.
001840 77  DL930-ACCT-COUNT                PIC 9(05) COMP VALUE ZERO.
001850 77  DL930-WORK-COUNT                PIC 9(05) COMP VALUE ZERO.
001860 77  DL930-WORK-MAX                  PIC 9(05) COMP VALUE 300.
001870 77  DL930-SEEN-COUNT                PIC 9(05) COMP VALUE ZERO.
001880 77  DL930-SEEN-MAX                  PIC 9(05) COMP VALUE 2000.
001890 77  DL930-HIT-COUNT                 PIC 9(05) COMP VALUE ZERO.
001900 77  DL930-SUB                       PIC 9(05) COMP VALUE ZERO.
001910 77  DL930-SUB2                      PIC 9(05) COMP VALUE ZERO.
001920 77  DL930-ACCT-SUB                  PIC 9(05) COMP VALUE ZERO.
001930 77  DL930-HIT-SUB                   PIC 9(05) COMP VALUE ZERO.
001940 77  DL930-HIT-ITEM                  PIC 9(05) COMP VALUE ZERO.
001950 77  DL930-CASE-ITEM                 PIC 9(05) COMP VALUE ZERO.
001960 77  DL930-MAX-SEQ                   PIC 9(04) VALUE ZERO.
001970 77  DL930-CUR-ACCOUNT               PIC 9(10) VALUE ZERO.
001980 77  DL930-CUR-NAME                  PIC X(30) VALUE SPACES.
001990 77  DL930-CUR-SIDE                  PIC X(01) VALUE SPACE.
002000 77  DL930-GROUP-DATE                PIC 9(08) VALUE ZERO.
002010 77  DL930-GROUP-SIDE                PIC X(01) VALUE SPACE.
002020 77  DL930-HIT-RULE                  PIC X(01) VALUE SPACE.
002030 77  DL930-HIT-TOTAL                 PIC S9(11)V99 COMP-3
002040                                     VALUE ZERO.
002050 77  DL930-CARD-RESULT               PIC X(04) VALUE SPACES.
002060 77  DL930-TRANS-READ                PIC 9(09) COMP VALUE ZERO.
002070 77  DL930-CASH-ITEMS                PIC 9(09) COMP VALUE ZERO.
002080 77  DL930-ITEMS-REVERSED            PIC 9(09) COMP VALUE ZERO.
002090 77  DL930-ITEMS-SKIPPED             PIC 9(09) COMP VALUE ZERO.
002100 77  DL930-ACCTS-EXAMINED            PIC 9(09) COMP VALUE ZERO.
002110 77  DL930-HIST-ITEMS                PIC 9(09) COMP VALUE ZERO.
002120 77  DL930-ITEMS-DROPPED             PIC 9(09) COMP VALUE ZERO.
002130 77  DL930-CASES-SINGLE              PIC 9(09) COMP VALUE ZERO.
002140 77  DL930-CASES-DAILY               PIC 9(09) COMP VALUE ZERO.
002150 77  DL930-CASES-PATTERN             PIC 9(09) COMP VALUE ZERO.
002160 77  DL930-CASE-AMOUNT               PIC S9(11)V99 COMP-3
002170                                     VALUE ZERO.
002180 77  DL930-HITS-SUPPRESSED           PIC 9(09) COMP VALUE ZERO.
002190 77  DL930-CARDS-READ                PIC 9(09) COMP VALUE ZERO.
002200 77  DL930-CARDS-APPLIED             PIC 9(09) COMP VALUE ZERO.
002210 77  DL930-CARDS-REJECTED            PIC 9(09) COMP VALUE ZERO.
002220 77  DL930-RPT-NUM-EDIT              PIC ZZZZZZZZ9.
002230 77  DL930-RPT-AMT-EDIT              PIC -ZZZZZZZZZZ9.99.
002240 01  DL930-CODE-TABLE.
002250     05  DL930-CODE-ENTRY
002260         OCCURS 1 TO 500 TIMES
002270         DEPENDING ON DL930-CODE-COUNT
002280         INDEXED BY DL930-CODE-IDX.
002290         10  DL930-CD-CODE           PIC X(02).
002300         10  DL930-CD-DC-IND         PIC X(01).
002310 01  DL930-TODAY-TABLE.
002320     05  DL930-TODAY-ENTRY
002330         OCCURS 1 TO 5000 TIMES
002340         DEPENDING ON DL930-TODAY-COUNT
002350         INDEXED BY DL930-TODAY-IDX.
002360         10  DL930-TD-ACCOUNT-NO     PIC 9(10).
002370         10  DL930-TD-REF            PIC X(16).
002380         10  DL930-TD-CODE           PIC X(02).
002390         10  DL930-TD-DATE           PIC 9(08).
002400         10  DL930-TD-AMOUNT         PIC 9(09)V99.
002410         10  DL930-TD-SIDE           PIC X(01).
002420         10  DL930-TD-LIVE           PIC X(01).
002430 01  DL930-ACCT-TABLE.
002440     05  DL930-ACCT-ENTRY
002450         OCCURS 1 TO 5000 TIMES
002460         DEPENDING ON DL930-ACCT-COUNT
002470         INDEXED BY DL930-ACCT-IDX.
002480         10  DL930-AC-ACCOUNT-NO     PIC 9(10).
002490 01  DL930-WORK-TABLE.
002500     05  DL930-WORK-ENTRY
002510         OCCURS 1 TO 300 TIMES
002520         DEPENDING ON DL930-WORK-COUNT
002530         INDEXED BY DL930-WORK-IDX.
002540         10  DL930-WK-REF            PIC X(16).
002550         10  DL930-WK-CODE           PIC X(02).
002560         10  DL930-WK-DATE           PIC 9(08).
002570         10  DL930-WK-AMOUNT         PIC 9(09)V99.
002580         10  DL930-WK-SIDE           PIC X(01).
002590         10  DL930-WK-TODAY          PIC X(01).
002600         10  DL930-WK-DONE           PIC X(01).
002610 01  DL930-SEEN-TABLE.
002620     05  DL930-SEEN-ENTRY
002630         OCCURS 1 TO 2000 TIMES
002640         DEPENDING ON DL930-SEEN-COUNT
002650         INDEXED BY DL930-SEEN-IDX.
002660         10  DL930-SN-RULE           PIC X(01).
002670         10  DL930-SN-REF            PIC X(16).
002680 01  DL930-HIT-TABLE.
002690     05  DL930-HIT-ENTRY OCCURS 300 TIMES.
002700         10  DL930-HT-WORK-SUB       PIC 9(05) COMP.
002710 01  DL930-WORK-REC                  PIC X(255).
002720 COPY DL100REC REPLACING ==LN== BY ==DL930-WORK-REC==.
002730 01  DL930-RPT-CASE-LINE.
002740     05  FILLER                      PIC X(05) VALUE 'CASE '.
002750     05  DL930-RC-ACCT               PIC 9(10).
002760     05  FILLER                      PIC X(01) VALUE '-'.
002770     05  DL930-RC-SEQ                PIC 9(04).
002780     05  FILLER                      PIC X(01) VALUE SPACES.
002790     05  DL930-RC-RULE               PIC X(16).
002800     05  FILLER                      PIC X(01) VALUE SPACES.
002810     05  DL930-RC-NAME               PIC X(20).
002820     05  FILLER                      PIC X(01) VALUE SPACES.
002830     05  DL930-RC-TOTAL              PIC -ZZZZZZZZZZ9.99.
002840 01  DL930-RPT-ITEM-LINE.
002850     05  FILLER                      PIC X(06) VALUE SPACES.
002860     05  DL930-RI-REF                PIC X(16).
002870     05  FILLER                      PIC X(01) VALUE SPACES.
002880     05  DL930-RI-DATE               PIC 9(08).
002890     05  FILLER                      PIC X(01) VALUE SPACES.
002900     05  DL930-RI-CODE               PIC X(02).
002910     05  FILLER                      PIC X(01) VALUE SPACES.
002920     05  DL930-RI-SIDE               PIC X(01).
002930     05  FILLER                      PIC X(01) VALUE SPACES.
002940     05  DL930-RI-AMOUNT             PIC ZZZZZZZZ9.99.
002950     05  FILLER                      PIC X(01) VALUE SPACES.
002960     05  DL930-RI-NOTE               PIC X(05).
002970******************************************************************
002980*  0000-MAINLINE
002990******************************************************************
003000 PROCEDURE DIVISION.
003010 0000-MAINLINE.
003020     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003030     IF NOT DL930-RUN-REFUSED
003040         PERFORM 2000-EXAMINE-ACCOUNT THRU 2000-EXIT
003050             VARYING DL930-ACCT-SUB FROM 1 BY 1
003060             UNTIL DL930-ACCT-SUB > DL930-ACCT-COUNT
003070                 OR DL930-RUN-REFUSED
003080     END-IF.
003090     PERFORM 8000-FINALIZE THRU 8000-EXIT.
003100     IF DL930-RUN-REFUSED OR DL930-CASE-WRITE-FAILED
003110         MOVE 8 TO RETURN-CODE
003120     ELSE
003130         IF DL930-CARDS-REJECTED > ZERO
003140             MOVE 4 TO RETURN-CODE
003150         END-IF
003160     END-IF.
003170     STOP RUN.
003180******************************************************************
003190*  1000-INITIALIZE -- the business date from RUN-CONTROL, then
003200*                     thresholds and the cash codes, so a
003210*                     bad parm card or a code table with no
003220*                     cash codes refuses the run before any
003230*                     file is touched; then open the files,
003240*                     apply compliance's reviews and load the
003250*                     day's cash items
003260******************************************************************
003270 1000-INITIALIZE.
003280     PERFORM 1020-READ-RUN-CONTROL THRU 1020-EXIT.
003290     IF NOT DL930-RUN-REFUSED
003300         COMPUTE DL930-RUN-DATE-INT =
003310             FUNCTION INTEGER-OF-DATE(DL930-RUN-DATE)
003320     END-IF.
003330     OPEN OUTPUT CASH-MONITOR-RPT.
003340     IF DL930-RPT-STATUS NOT = '00'
003350         DISPLAY 'CASH-MONITOR-RPT OPEN FAILED, STATUS='
003360             DL930-RPT-STATUS
003370         SET DL930-RPT-OPEN-FAILED TO TRUE
003380     END-IF.
003390     IF NOT DL930-RUN-REFUSED
003400         PERFORM 1050-READ-PARM-CARD THRU 1050-EXIT
003410     END-IF.
003420     IF NOT DL930-RUN-REFUSED
003430         PERFORM 1100-LOAD-CASH-CODES THRU 1100-EXIT
003440     END-IF.
003450     IF NOT DL930-RUN-REFUSED
003460         PERFORM 1400-OPEN-FILES THRU 1400-EXIT
003470     END-IF.
003480     IF DL930-RUN-REFUSED
003490         GO TO 1000-EXIT
003500     END-IF.
003510     PERFORM 1700-WRITE-REPORT-HEADER THRU 1700-EXIT.
003520     PERFORM 1500-APPLY-REVIEWS THRU 1500-EXIT.
003530     PERFORM 1600-LOAD-TODAY THRU 1600-EXIT.
003540 1000-EXIT.
003550     EXIT.
003560******************************************************************
003570*  1020-READ-RUN-CONTROL -- the run date is the business date on
003580*                           RUN-CONTROL, not the clock, so the
003590*                           run works to the same day as the
003600*                           nightly chain; no business date
003610*                           refuses the run
003620******************************************************************
003630 1020-READ-RUN-CONTROL.
003640     MOVE ZERO TO DL930-RUN-DATE.
003650     OPEN INPUT RUN-CONTROL.
003660     IF DL930-RCT-FILE-STATUS NOT = '00'
003670         SET DL930-RUN-REFUSED TO TRUE
003680         MOVE SPACES TO DL930-REFUSAL-TEXT
003690         STRING 'RUN-CONTROL WILL NOT OPEN, STATUS='
003700             DL930-RCT-FILE-STATUS
003710             DELIMITED BY SIZE INTO DL930-REFUSAL-TEXT
003720         GO TO 1020-EXIT
003730     END-IF.
003740     READ RUN-CONTROL
003750         AT END MOVE SPACES TO DL960-RUN-CONTROL-RECORD
003760     END-READ.
003770     CLOSE RUN-CONTROL.
003780     IF DL960-RCT-BUS-DATE NOT NUMERIC
003790             OR DL960-RCT-BUS-DATE = ZERO
003800         SET DL930-RUN-REFUSED TO TRUE
003810         MOVE 'RUN-CONTROL HOLDS NO BUSINESS DATE'
003820             TO DL930-REFUSAL-TEXT
003830         GO TO 1020-EXIT
003840     END-IF.
003850     MOVE DL960-RCT-BUS-DATE TO DL930-RUN-DATE.
003860 1020-EXIT.
003870     EXIT.
003880******************************************************************
003890*  1050-READ-PARM-CARD -- threshold (eleven digits, two of them
003900*                         decimals), just-under band as a
003910*                         percentage, window days and the
003920*                         pattern count; a field left blank (or
003930*                         no card at all) keeps its default of
003940*                         10000.00, 10, 10 and 3
003950******************************************************************
003960 1050-READ-PARM-CARD.
003970     MOVE SPACES TO DL930-PARM-RECORD.
003980     OPEN INPUT PARM-CARD.
003990     IF DL930-PARM-STATUS = '00'
004000         READ PARM-CARD
004010             AT END MOVE SPACES TO DL930-PARM-RECORD
004020         END-READ
004030         CLOSE PARM-CARD
004040     END-IF.
004050     IF DL930-PARM-THRESHOLD NOT = SPACES
004060         IF DL930-PARM-THRESHOLD NOT NUMERIC
004070             SET DL930-RUN-REFUSED TO TRUE
004080             MOVE 'CASH-MONITOR-PARM THRESHOLD NOT NUMERIC'
004090                 TO DL930-REFUSAL-TEXT
004100             GO TO 1050-EXIT
004110         END-IF
004120         MOVE DL930-PARM-THRESHOLD-N TO DL930-THRESHOLD
004130     END-IF.
004140     IF DL930-PARM-BAND NOT = SPACES
004150         IF DL930-PARM-BAND NOT NUMERIC
004160             SET DL930-RUN-REFUSED TO TRUE
004170             MOVE 'CASH-MONITOR-PARM BAND NOT NUMERIC'
004180                 TO DL930-REFUSAL-TEXT
004190             GO TO 1050-EXIT
004200         END-IF
004210         MOVE DL930-PARM-BAND TO DL930-BAND
004220     END-IF.
004230     IF DL930-PARM-WINDOW NOT = SPACES
004240         IF DL930-PARM-WINDOW NOT NUMERIC
004250             SET DL930-RUN-REFUSED TO TRUE
004260             MOVE 'CASH-MONITOR-PARM WINDOW DAYS NOT NUMERIC'
004270                 TO DL930-REFUSAL-TEXT
004280             GO TO 1050-EXIT
004290         END-IF
004300         MOVE DL930-PARM-WINDOW TO DL930-WINDOW-DAYS
004310     END-IF.
004320     IF DL930-PARM-MIN-COUNT NOT = SPACES
004330         IF DL930-PARM-MIN-COUNT NOT NUMERIC
004340             SET DL930-RUN-REFUSED TO TRUE
004350             MOVE 'CASH-MONITOR-PARM PATTERN COUNT NOT NUMERIC'
004360                 TO DL930-REFUSAL-TEXT
004370             GO TO 1050-EXIT
004380         END-IF
004390         MOVE DL930-PARM-MIN-COUNT TO DL930-MIN-COUNT
004400     END-IF.
004410     IF DL930-THRESHOLD = ZERO OR DL930-BAND = ZERO
004420             OR DL930-WINDOW-DAYS = ZERO OR DL930-MIN-COUNT < 2
004430         SET DL930-RUN-REFUSED TO TRUE
004440         MOVE 'CASH-MONITOR-PARM VALUE OUT OF RANGE'
004450             TO DL930-REFUSAL-TEXT
004460         GO TO 1050-EXIT
004470     END-IF.
004480     COMPUTE DL930-FLOOR =
004490         DL930-THRESHOLD * (100 - DL930-BAND) / 100.
004500     COMPUTE DL930-WINDOW-START = FUNCTION DATE-OF-INTEGER
004510         (DL930-RUN-DATE-INT - DL930-WINDOW-DAYS + 1).
004520 1050-EXIT.
004530     EXIT.
004540******************************************************************
004550*  1100-LOAD-CASH-CODES -- only the TRANS-CODES rows flagged as
004560*                          cash, with the side of the ledger
004570*                          each one posts to; inactive codes
004580*                          are kept, since the window may still
004590*                          hold items under them
004600******************************************************************
004610 1100-LOAD-CASH-CODES.
004620     OPEN INPUT TRANS-CODE-FILE.
004630     IF DL930-TCODE-STATUS NOT = '00'
004640         SET DL930-RUN-REFUSED TO TRUE
004650         MOVE 'TRANS-CODES WILL NOT OPEN' TO DL930-REFUSAL-TEXT
004660         GO TO 1100-EXIT
004670     END-IF.
004680     PERFORM 1150-LOAD-CASH-CODE-ROW THRU 1150-EXIT
004690         UNTIL DL930-TCODE-EOF.
004700     CLOSE TRANS-CODE-FILE.
004710     IF DL930-CODE-COUNT = ZERO
004720         SET DL930-RUN-REFUSED TO TRUE
004730         MOVE 'NO TRANSACTION CODE ON TRANS-CODES IS FLAGGED CASH'
004740             TO DL930-REFUSAL-TEXT
004750     END-IF.
004760 1100-EXIT.
004770     EXIT.
004780 1150-LOAD-CASH-CODE-ROW.
004790     READ TRANS-CODE-FILE
004800         AT END SET DL930-TCODE-EOF TO TRUE
004810     END-READ.
004820     IF NOT DL930-TCODE-EOF AND DL100-TCD-CASH
004830         IF DL930-CODE-COUNT < DL930-CODE-MAX
004840             ADD 1 TO DL930-CODE-COUNT
004850             SET DL930-CODE-IDX TO DL930-CODE-COUNT
004860             MOVE DL100-TCD-CODE TO DL930-CD-CODE(DL930-CODE-IDX)
004870             MOVE DL100-TCD-DC-IND
004880                 TO DL930-CD-DC-IND(DL930-CODE-IDX)
004890         END-IF
004900     END-IF.
004910 1150-EXIT.
004920     EXIT.
004930******************************************************************
004940*  1400-OPEN-FILES -- the day's TRANS-OUT must be there; a
004950*                     TRANS-MASTER not yet built means no
004960*                     history; CASH-CASES is created on the
004970*                     first run
004980******************************************************************
004990 1400-OPEN-FILES.
005000     OPEN INPUT TRANS-IN.
005010     IF DL930-TRANS-IN-STATUS NOT = '00'
005020         SET DL930-RUN-REFUSED TO TRUE
005030         MOVE 'TRANS-OUT WILL NOT OPEN' TO DL930-REFUSAL-TEXT
005040         GO TO 1400-EXIT
005050     END-IF.
005060     SET DL930-TRANS-IS-OPEN TO TRUE.
005070     OPEN INPUT TRANS-MASTER.
005080     IF DL930-HIST-STATUS = '00'
005090         SET DL930-HIST-IS-OPEN TO TRUE
005100     ELSE
005110         IF DL930-HIST-STATUS NOT = '35'
005120             SET DL930-RUN-REFUSED TO TRUE
005130             MOVE 'TRANS-MASTER WILL NOT OPEN'
005140                 TO DL930-REFUSAL-TEXT
005150             GO TO 1400-EXIT
005160         END-IF
005170     END-IF.
005180     OPEN INPUT ACCT-MASTER.
005190     IF DL930-ACCT-STATUS NOT = '00'
005200         SET DL930-RUN-REFUSED TO TRUE
005210         MOVE 'ACCT-MASTER WILL NOT OPEN' TO DL930-REFUSAL-TEXT
005220         GO TO 1400-EXIT
005230     END-IF.
005240     SET DL930-ACCT-IS-OPEN TO TRUE.
005250     OPEN I-O CASH-CASES.
005260     IF DL930-CASE-STATUS = '35'
005270         OPEN OUTPUT CASH-CASES
005280         CLOSE CASH-CASES
005290         OPEN I-O CASH-CASES
005300     END-IF.
005310     IF DL930-CASE-STATUS NOT = '00'
005320         SET DL930-RUN-REFUSED TO TRUE
005330         MOVE 'CASH-CASES WILL NOT OPEN' TO DL930-REFUSAL-TEXT
005340         GO TO 1400-EXIT
005350     END-IF.
005360     SET DL930-CASE-IS-OPEN TO TRUE.
005370 1400-EXIT.
005380     EXIT.
005390******************************************************************
005400*  1500-APPLY-REVIEWS -- each CASE-REVIEW card names a case by
005410*                        account and case number and the
005420*                        reviewer who worked it; no deck is an
005430*                        ordinary run.  Rejects: CARD (account
005440*                        or number not numeric), RVWR (no
005450*                        reviewer), NCAS (no such case), RVWD
005460*                        (already reviewed).
005470******************************************************************
005480 1500-APPLY-REVIEWS.
005490     OPEN INPUT REVIEW-CARDS.
005500     IF DL930-CARDS-STATUS NOT = '00'
005510         GO TO 1500-EXIT
005520     END-IF.
005530     PERFORM 1550-APPLY-REVIEW-CARD THRU 1550-EXIT
005540         UNTIL DL930-CARDS-EOF.
005550     CLOSE REVIEW-CARDS.
005560 1500-EXIT.
005570     EXIT.
005580 1550-APPLY-REVIEW-CARD.
005590     READ REVIEW-CARDS
005600         AT END SET DL930-CARDS-EOF TO TRUE
005610     END-READ.
005620     IF DL930-CARDS-EOF OR DL930-CARD-RECORD = SPACES
005630         GO TO 1550-EXIT
005640     END-IF.
005650     ADD 1 TO DL930-CARDS-READ.
005660     MOVE SPACES TO DL930-CARD-RESULT.
005670     IF DL930-CARD-ACCOUNT-NO NOT NUMERIC
005680             OR DL930-CARD-SEQ NOT NUMERIC
005690         MOVE 'CARD' TO DL930-CARD-RESULT
005700         GO TO 1550-REPORT
005710     END-IF.
005720     IF DL930-CARD-REVIEWER = SPACES
005730         MOVE 'RVWR' TO DL930-CARD-RESULT
005740         GO TO 1550-REPORT
005750     END-IF.
005760     MOVE DL930-CARD-ACCOUNT-NO TO DL930-CAS-ACCOUNT-NO.
005770     MOVE DL930-CARD-SEQ TO DL930-CAS-SEQ.
005780     READ CASH-CASES
005790         INVALID KEY
005800             MOVE 'NCAS' TO DL930-CARD-RESULT
005810     END-READ.
005820     IF DL930-CARD-RESULT NOT = SPACES
005830         GO TO 1550-REPORT
005840     END-IF.
005850     IF DL930-CAS-REVIEWED
005860         MOVE 'RVWD' TO DL930-CARD-RESULT
005870         GO TO 1550-REPORT
005880     END-IF.
005890     SET DL930-CAS-REVIEWED TO TRUE.
005900     MOVE DL930-RUN-DATE TO DL930-CAS-REVIEW-DATE.
005910     MOVE DL930-CARD-REVIEWER TO DL930-CAS-REVIEWER.
005920     REWRITE DL930-CASE-RECORD.
005930     IF DL930-CASE-STATUS NOT = '00'
005940         DISPLAY 'CASH-CASES REWRITE FAILED, STATUS='
005950             DL930-CASE-STATUS ' KEY=' DL930-CAS-KEY
005960         SET DL930-CASE-WRITE-FAILED TO TRUE
005970         MOVE 'FAIL' TO DL930-CARD-RESULT
005980         GO TO 1550-REPORT
005990     END-IF.
006000     MOVE 'DONE' TO DL930-CARD-RESULT.
006010 1550-REPORT.
006020     IF DL930-CARD-RESULT = 'DONE'
006030         ADD 1 TO DL930-CARDS-APPLIED
006040     ELSE
006050         ADD 1 TO DL930-CARDS-REJECTED
006060     END-IF.
006070     IF NOT DL930-RPT-OPEN-FAILED
006080         MOVE SPACES TO DL930-RPT-LINE
006090         STRING 'REVIEW CARD........: ' DL930-CARD-ACCOUNT-NO
006100             '-' DL930-CARD-SEQ '  ' DL930-CARD-REVIEWER
006110             '  ' DL930-CARD-RESULT
006120             DELIMITED BY SIZE INTO DL930-RPT-LINE
006130         WRITE DL930-RPT-LINE
006140     END-IF.
006150 1550-EXIT.
006160     EXIT.
006170******************************************************************
006180*  1600-LOAD-TODAY -- the day's cash items from TRANS-OUT into
006190*                     working storage, and the accounts they
006200*                     touch; a REV takes its original back out
006210*                     when the original came in the same day
006220******************************************************************
006230 1600-LOAD-TODAY.
006240     PERFORM 1650-TAKE-TODAY-RECORD THRU 1650-EXIT
006250         UNTIL DL930-TRANS-EOF OR DL930-RUN-REFUSED.
006260 1600-EXIT.
006270     EXIT.
006280 1650-TAKE-TODAY-RECORD.
006290     READ TRANS-IN INTO DL930-WORK-REC
006300         AT END SET DL930-TRANS-EOF TO TRUE
006310     END-READ.
006320     IF DL930-TRANS-EOF
006330         GO TO 1650-EXIT
006340     END-IF.
006350     ADD 1 TO DL930-TRANS-READ.
006360     IF DL100-REC-TYPE = 'REV'
006370         PERFORM 1660-DROP-REVERSED THRU 1660-EXIT
006380         GO TO 1650-EXIT
006390     END-IF.
006400     IF DL100-REC-TYPE NOT = 'DTL'
006410         GO TO 1650-EXIT
006420     END-IF.
006430     IF DL100-TRANS-AMOUNT NOT NUMERIC
006440             OR DL100-TRANS-DATE NOT NUMERIC
006450         ADD 1 TO DL930-ITEMS-SKIPPED
006460         GO TO 1650-EXIT
006470     END-IF.
006480     PERFORM 2800-FIND-CASH-CODE THRU 2800-EXIT.
006490     IF NOT DL930-CASH-CODE-FOUND
006500         GO TO 1650-EXIT
006510     END-IF.
006520     IF DL930-TODAY-COUNT NOT < DL930-TODAY-MAX
006530         SET DL930-RUN-REFUSED TO TRUE
006540         MOVE 'TRANS-OUT HAS MORE CASH ITEMS THAN THE TABLE HOLDS'
006550             TO DL930-REFUSAL-TEXT
006560         GO TO 1650-EXIT
006570     END-IF.
006580     ADD 1 TO DL930-CASH-ITEMS.
006590     ADD 1 TO DL930-TODAY-COUNT.
006600     SET DL930-TODAY-IDX TO DL930-TODAY-COUNT.
006610     MOVE DL100-ACCOUNT-NO
006620         TO DL930-TD-ACCOUNT-NO(DL930-TODAY-IDX).
006630     MOVE DL100-TRANS-REF TO DL930-TD-REF(DL930-TODAY-IDX).
006640     MOVE DL100-TRANS-CODE TO DL930-TD-CODE(DL930-TODAY-IDX).
006650     MOVE DL100-TRANS-DATE TO DL930-TD-DATE(DL930-TODAY-IDX).
006660     MOVE DL100-TRANS-AMOUNT TO DL930-TD-AMOUNT(DL930-TODAY-IDX).
006670     MOVE DL930-CUR-SIDE TO DL930-TD-SIDE(DL930-TODAY-IDX).
006680     MOVE 'Y' TO DL930-TD-LIVE(DL930-TODAY-IDX).
006690     PERFORM 1670-NOTE-ACCOUNT THRU 1670-EXIT.
006700 1650-EXIT.
006710     EXIT.
006720 1660-DROP-REVERSED.
006730     IF DL930-TODAY-COUNT = ZERO
006740         GO TO 1660-EXIT
006750     END-IF.
006760     SET DL930-TODAY-IDX TO 1.
006770     SEARCH DL930-TODAY-ENTRY
006780         WHEN DL930-TD-REF(DL930-TODAY-IDX) = DL100-REV-ORIG-REF
006790                 AND DL930-TD-LIVE(DL930-TODAY-IDX) = 'Y'
006800             MOVE 'N' TO DL930-TD-LIVE(DL930-TODAY-IDX)
006810             ADD 1 TO DL930-ITEMS-REVERSED
006820     END-SEARCH.
006830 1660-EXIT.
006840     EXIT.
006850 1670-NOTE-ACCOUNT.
006860     IF DL930-ACCT-COUNT > ZERO
006870         SET DL930-ACCT-IDX TO 1
006880         SEARCH DL930-ACCT-ENTRY
006890             WHEN DL930-AC-ACCOUNT-NO(DL930-ACCT-IDX)
006900                     = DL100-ACCOUNT-NO
006910                 GO TO 1670-EXIT
006920         END-SEARCH
006930     END-IF.
006940     ADD 1 TO DL930-ACCT-COUNT.
006950     SET DL930-ACCT-IDX TO DL930-ACCT-COUNT.
006960     MOVE DL100-ACCOUNT-NO TO DL930-AC-ACCOUNT-NO(DL930-ACCT-IDX).
006970 1670-EXIT.
006980     EXIT.
006990 1700-WRITE-REPORT-HEADER.
007000     IF DL930-RPT-OPEN-FAILED
007010         GO TO 1700-EXIT
007020     END-IF.
007030     SET DL930-HDR-WRITTEN TO TRUE.
007040     MOVE SPACES TO DL930-RPT-LINE.
007050     STRING 'CASH-MONITOR LARGE-CASH AND STRUCTURING REPORT'
007060         DELIMITED BY SIZE INTO DL930-RPT-LINE.
007070     WRITE DL930-RPT-LINE.
007080     MOVE SPACES TO DL930-RPT-LINE.
007090     STRING 'RUN DATE...........: ' DL930-RUN-DATE
007100         DELIMITED BY SIZE INTO DL930-RPT-LINE.
007110     WRITE DL930-RPT-LINE.
007120     MOVE DL930-THRESHOLD TO DL930-RPT-AMT-EDIT.
007130     MOVE SPACES TO DL930-RPT-LINE.
007140     STRING 'CASH THRESHOLD.....: ' DL930-RPT-AMT-EDIT
007150         DELIMITED BY SIZE INTO DL930-RPT-LINE.
007160     WRITE DL930-RPT-LINE.
007170     MOVE DL930-FLOOR TO DL930-RPT-AMT-EDIT.
007180     MOVE SPACES TO DL930-RPT-LINE.
007190     STRING 'JUST-UNDER FROM....: ' DL930-RPT-AMT-EDIT
007200         '  BAND ' DL930-BAND ' PCT'
007210         DELIMITED BY SIZE INTO DL930-RPT-LINE.
007220     WRITE DL930-RPT-LINE.
007230     MOVE DL930-WINDOW-DAYS TO DL930-RPT-NUM-EDIT.
007240     MOVE SPACES TO DL930-RPT-LINE.
007250     STRING 'WINDOW DAYS........: ' DL930-RPT-NUM-EDIT
007260         '  FROM ' DL930-WINDOW-START
007270         DELIMITED BY SIZE INTO DL930-RPT-LINE.
007280     WRITE DL930-RPT-LINE.
007290     MOVE DL930-MIN-COUNT TO DL930-RPT-NUM-EDIT.
007300     MOVE SPACES TO DL930-RPT-LINE.
007310     STRING 'PATTERN COUNT......: ' DL930-RPT-NUM-EDIT
007320         DELIMITED BY SIZE INTO DL930-RPT-LINE.
007330     WRITE DL930-RPT-LINE.
007340 1700-EXIT.
007350     EXIT.
007360******************************************************************
007370*  2000-EXAMINE-ACCOUNT -- one account with cash activity
007380*                          today: its live items from the day,
007390*                          the rest of its window from the
007400*                          history, and the activity already on
007410*                          its cases; then the three rules in
007420*                          turn
007430******************************************************************
007440 2000-EXAMINE-ACCOUNT.
007450     MOVE DL930-AC-ACCOUNT-NO(DL930-ACCT-SUB)
007460         TO DL930-CUR-ACCOUNT.
007470     MOVE ZERO TO DL930-WORK-COUNT.
007480     MOVE ZERO TO DL930-SEEN-COUNT.
007490     MOVE ZERO TO DL930-MAX-SEQ.
007500     MOVE 'N' TO DL930-NAME-READ-SWITCH.
007510     PERFORM 2050-TAKE-TODAY-ITEM THRU 2050-EXIT
007520         VARYING DL930-SUB FROM 1 BY 1
007530         UNTIL DL930-SUB > DL930-TODAY-COUNT.
007540     IF DL930-WORK-COUNT = ZERO
007550         GO TO 2000-EXIT
007560     END-IF.
007570     ADD 1 TO DL930-ACCTS-EXAMINED.
007580     PERFORM 2100-SCAN-HISTORY THRU 2100-EXIT.
007590     PERFORM 2200-LOAD-CASES THRU 2200-EXIT.
007600     PERFORM 2300-RULE-SINGLE THRU 2300-EXIT.
007610     PERFORM 2400-RULE-DAILY THRU 2400-EXIT.
007620     PERFORM 2500-RULE-PATTERN THRU 2500-EXIT.
007630 2000-EXIT.
007640     EXIT.
007650 2050-TAKE-TODAY-ITEM.
007660     IF DL930-TD-ACCOUNT-NO(DL930-SUB) NOT = DL930-CUR-ACCOUNT
007670             OR DL930-TD-LIVE(DL930-SUB) NOT = 'Y'
007680         GO TO 2050-EXIT
007690     END-IF.
007700     IF DL930-WORK-COUNT NOT < DL930-WORK-MAX
007710         ADD 1 TO DL930-ITEMS-DROPPED
007720         GO TO 2050-EXIT
007730     END-IF.
007740     ADD 1 TO DL930-WORK-COUNT.
007750     MOVE DL930-TD-REF(DL930-SUB)
007760         TO DL930-WK-REF(DL930-WORK-COUNT).
007770     MOVE DL930-TD-CODE(DL930-SUB)
007780         TO DL930-WK-CODE(DL930-WORK-COUNT).
007790     MOVE DL930-TD-DATE(DL930-SUB)
007800         TO DL930-WK-DATE(DL930-WORK-COUNT).
007810     MOVE DL930-TD-AMOUNT(DL930-SUB)
007820         TO DL930-WK-AMOUNT(DL930-WORK-COUNT).
007830     MOVE DL930-TD-SIDE(DL930-SUB)
007840         TO DL930-WK-SIDE(DL930-WORK-COUNT).
007850     MOVE 'Y' TO DL930-WK-TODAY(DL930-WORK-COUNT).
007860     MOVE 'N' TO DL930-WK-DONE(DL930-WORK-COUNT).
007870 2050-EXIT.
007880     EXIT.
007890******************************************************************
007900*  2100-SCAN-HISTORY -- keyed START at the account on the
007910*                       cumulative TRANS-MASTER, then every
007920*                       cash row inside the window that was not
007930*                       reversed; the day's own rows are
007940*                       already in the table and are passed
007950*                       over by reference
007960******************************************************************
007970 2100-SCAN-HISTORY.
007980     IF NOT DL930-HIST-IS-OPEN
007990         GO TO 2100-EXIT
008000     END-IF.
008010     MOVE 'N' TO DL930-HIST-EOF-SWITCH.
008020     MOVE DL930-CUR-ACCOUNT TO DL100-MST-ACCOUNT-NO.
008030     MOVE LOW-VALUES TO DL100-MST-TRANS-REF.
008040     START TRANS-MASTER KEY NOT < DL100-MST-KEY
008050         INVALID KEY
008060             SET DL930-HIST-EOF TO TRUE
008070     END-START.
008080     PERFORM 2150-TAKE-HISTORY-ROW THRU 2150-EXIT
008090         UNTIL DL930-HIST-EOF.
008100 2100-EXIT.
008110     EXIT.
008120 2150-TAKE-HISTORY-ROW.
008130     READ TRANS-MASTER NEXT RECORD
008140         AT END SET DL930-HIST-EOF TO TRUE
008150     END-READ.
008160     IF DL930-HIST-EOF
008170         GO TO 2150-EXIT
008180     END-IF.
008190     IF DL100-MST-ACCOUNT-NO NOT = DL930-CUR-ACCOUNT
008200         SET DL930-HIST-EOF TO TRUE
008210         GO TO 2150-EXIT
008220     END-IF.
008230     IF DL100-MST-POST-REJECTED
008240         GO TO 2150-EXIT
008250     END-IF.
008260     IF DL100-MST-REVERSED AND NOT DL100-MST-REV-REJECTED
008270         GO TO 2150-EXIT
008280     END-IF.
008290     MOVE DL100-MST-RAW TO DL930-WORK-REC.
008300     IF DL100-REC-TYPE NOT = 'DTL'
008310             OR DL100-TRANS-AMOUNT NOT NUMERIC
008320             OR DL100-TRANS-DATE NOT NUMERIC
008330         GO TO 2150-EXIT
008340     END-IF.
008350     IF DL100-TRANS-DATE < DL930-WINDOW-START
008360             OR DL100-TRANS-DATE > DL930-RUN-DATE
008370         GO TO 2150-EXIT
008380     END-IF.
008390     PERFORM 2800-FIND-CASH-CODE THRU 2800-EXIT.
008400     IF NOT DL930-CASH-CODE-FOUND
008410         GO TO 2150-EXIT
008420     END-IF.
008430     MOVE 'N' TO DL930-ITEM-FOUND-SWITCH.
008440     SET DL930-WORK-IDX TO 1.
008450     SEARCH DL930-WORK-ENTRY
008460         WHEN DL930-WK-REF(DL930-WORK-IDX) = DL100-MST-TRANS-REF
008470             SET DL930-ITEM-FOUND TO TRUE
008480     END-SEARCH.
008490     IF DL930-ITEM-FOUND
008500         GO TO 2150-EXIT
008510     END-IF.
008520     IF DL930-WORK-COUNT NOT < DL930-WORK-MAX
008530         ADD 1 TO DL930-ITEMS-DROPPED
008540         GO TO 2150-EXIT
008550     END-IF.
008560     ADD 1 TO DL930-HIST-ITEMS.
008570     ADD 1 TO DL930-WORK-COUNT.
008580     MOVE DL100-MST-TRANS-REF TO DL930-WK-REF(DL930-WORK-COUNT).
008590     MOVE DL100-TRANS-CODE TO DL930-WK-CODE(DL930-WORK-COUNT).
008600     MOVE DL100-TRANS-DATE TO DL930-WK-DATE(DL930-WORK-COUNT).
008610     MOVE DL100-TRANS-AMOUNT TO DL930-WK-AMOUNT(DL930-WORK-COUNT).
008620     MOVE DL930-CUR-SIDE TO DL930-WK-SIDE(DL930-WORK-COUNT).
008630     MOVE 'N' TO DL930-WK-TODAY(DL930-WORK-COUNT).
008640     MOVE 'N' TO DL930-WK-DONE(DL930-WORK-COUNT).
008650 2150-EXIT.
008660     EXIT.
008670******************************************************************
008680*  2200-LOAD-CASES -- every case already on file for the
008690*                     account, open or reviewed: the highest
008700*                     case number, and each item reference
008710*                     under the rule that raised it
008720******************************************************************
008730 2200-LOAD-CASES.
008740     MOVE 'N' TO DL930-CASE-EOF-SWITCH.
008750     MOVE DL930-CUR-ACCOUNT TO DL930-CAS-ACCOUNT-NO.
008760     MOVE ZERO TO DL930-CAS-SEQ.
008770     START CASH-CASES KEY NOT < DL930-CAS-KEY
008780         INVALID KEY
008790             SET DL930-CASE-EOF TO TRUE
008800     END-START.
008810     PERFORM 2250-TAKE-CASE-ROW THRU 2250-EXIT
008820         UNTIL DL930-CASE-EOF.
008830 2200-EXIT.
008840     EXIT.
008850 2250-TAKE-CASE-ROW.
008860     READ CASH-CASES NEXT RECORD
008870         AT END SET DL930-CASE-EOF TO TRUE
008880     END-READ.
008890     IF DL930-CASE-EOF
008900         GO TO 2250-EXIT
008910     END-IF.
008920     IF DL930-CAS-ACCOUNT-NO NOT = DL930-CUR-ACCOUNT
008930         SET DL930-CASE-EOF TO TRUE
008940         GO TO 2250-EXIT
008950     END-IF.
008960     MOVE DL930-CAS-SEQ TO DL930-MAX-SEQ.
008970     PERFORM 2260-NOTE-CASE-ITEM THRU 2260-EXIT
008980         VARYING DL930-CASE-ITEM FROM 1 BY 1
008990         UNTIL DL930-CASE-ITEM > DL930-CAS-ITEM-COUNT
009000             OR DL930-CASE-ITEM > 20.
009010 2250-EXIT.
009020     EXIT.
009030 2260-NOTE-CASE-ITEM.
009040     IF DL930-SEEN-COUNT NOT < DL930-SEEN-MAX
009050         IF NOT DL930-SEEN-FULL
009060             DISPLAY 'CASE HISTORY TABLE FULL AT ' DL930-SEEN-MAX
009070                 ' -- ACCOUNT ' DL930-CUR-ACCOUNT
009080             SET DL930-SEEN-FULL TO TRUE
009090         END-IF
009100         GO TO 2260-EXIT
009110     END-IF.
009120     ADD 1 TO DL930-SEEN-COUNT.
009130     MOVE DL930-CAS-RULE TO DL930-SN-RULE(DL930-SEEN-COUNT).
009140     MOVE DL930-CAS-ITEM-REF(DL930-CASE-ITEM)
009150         TO DL930-SN-REF(DL930-SEEN-COUNT).
009160 2260-EXIT.
009170     EXIT.
009180******************************************************************
009190*  2300-RULE-SINGLE -- every item from today over the threshold
009200*                      on its own; one case holds them all
009210******************************************************************
009220 2300-RULE-SINGLE.
009230     MOVE ZERO TO DL930-HIT-COUNT.
009240     MOVE ZERO TO DL930-HIT-TOTAL.
009250     PERFORM 2350-CHECK-SINGLE-ITEM THRU 2350-EXIT
009260         VARYING DL930-SUB FROM 1 BY 1
009270         UNTIL DL930-SUB > DL930-WORK-COUNT.
009280     IF DL930-HIT-COUNT > ZERO
009290         MOVE 'S' TO DL930-HIT-RULE
009300         PERFORM 2700-RAISE-CASE THRU 2700-EXIT
009310     END-IF.
009320 2300-EXIT.
009330     EXIT.
009340 2350-CHECK-SINGLE-ITEM.
009350     IF DL930-WK-TODAY(DL930-SUB) = 'Y'
009360             AND DL930-WK-AMOUNT(DL930-SUB) > DL930-THRESHOLD
009370         MOVE DL930-SUB TO DL930-HIT-ITEM
009380         PERFORM 2650-ADD-HIT THRU 2650-EXIT
009390     END-IF.
009400 2350-EXIT.
009410     EXIT.
009420******************************************************************
009430*  2400-RULE-DAILY -- for each transaction date and side of the
009440*                     ledger that has an item today, the items
009450*                     at or under the threshold on that date
009460*                     and side, history included; two or more
009470*                     that together go over it are a case
009480******************************************************************
009490 2400-RULE-DAILY.
009500     PERFORM 2420-CHECK-DAILY-GROUP THRU 2420-EXIT
009510         VARYING DL930-SUB FROM 1 BY 1
009520         UNTIL DL930-SUB > DL930-WORK-COUNT.
009530 2400-EXIT.
009540     EXIT.
009550 2420-CHECK-DAILY-GROUP.
009560     IF DL930-WK-TODAY(DL930-SUB) NOT = 'Y'
009570             OR DL930-WK-DONE(DL930-SUB) = 'Y'
009580             OR DL930-WK-AMOUNT(DL930-SUB) > DL930-THRESHOLD
009590         GO TO 2420-EXIT
009600     END-IF.
009610     MOVE DL930-WK-DATE(DL930-SUB) TO DL930-GROUP-DATE.
009620     MOVE DL930-WK-SIDE(DL930-SUB) TO DL930-GROUP-SIDE.
009630     MOVE ZERO TO DL930-HIT-COUNT.
009640     MOVE ZERO TO DL930-HIT-TOTAL.
009650     PERFORM 2440-GATHER-DAILY-ITEM THRU 2440-EXIT
009660         VARYING DL930-SUB2 FROM 1 BY 1
009670         UNTIL DL930-SUB2 > DL930-WORK-COUNT.
009680     IF DL930-HIT-COUNT > 1 AND DL930-HIT-TOTAL > DL930-THRESHOLD
009690         MOVE 'D' TO DL930-HIT-RULE
009700         PERFORM 2700-RAISE-CASE THRU 2700-EXIT
009710     END-IF.
009720 2420-EXIT.
009730     EXIT.
009740 2440-GATHER-DAILY-ITEM.
009750     IF DL930-WK-DATE(DL930-SUB2) = DL930-GROUP-DATE
009760             AND DL930-WK-SIDE(DL930-SUB2) = DL930-GROUP-SIDE
009770             AND DL930-WK-AMOUNT(DL930-SUB2)
009780                 NOT > DL930-THRESHOLD
009790         MOVE 'Y' TO DL930-WK-DONE(DL930-SUB2)
009800         MOVE DL930-SUB2 TO DL930-HIT-ITEM
009810         PERFORM 2650-ADD-HIT THRU 2650-EXIT
009820     END-IF.
009830 2440-EXIT.
009840     EXIT.
009850******************************************************************
009860*  2500-RULE-PATTERN -- deposits (credit-side cash) from the
009870*                       just-under floor up to the threshold
009880*                       anywhere in the window; the pattern
009890*                       count or more, at least one of them
009900*                       today, is a case
009910******************************************************************
009920 2500-RULE-PATTERN.
009930     MOVE ZERO TO DL930-HIT-COUNT.
009940     MOVE ZERO TO DL930-HIT-TOTAL.
009950     MOVE 'N' TO DL930-HIT-TODAY-SWITCH.
009960     PERFORM 2550-CHECK-PATTERN-ITEM THRU 2550-EXIT
009970         VARYING DL930-SUB FROM 1 BY 1
009980         UNTIL DL930-SUB > DL930-WORK-COUNT.
009990     IF DL930-HIT-COUNT NOT < DL930-MIN-COUNT
010000             AND DL930-HIT-HAS-TODAY
010010         MOVE 'P' TO DL930-HIT-RULE
010020         PERFORM 2700-RAISE-CASE THRU 2700-EXIT
010030     END-IF.
010040 2500-EXIT.
010050     EXIT.
010060 2550-CHECK-PATTERN-ITEM.
010070     IF DL930-WK-SIDE(DL930-SUB) = 'C'
010080             AND DL930-WK-AMOUNT(DL930-SUB) NOT < DL930-FLOOR
010090             AND DL930-WK-AMOUNT(DL930-SUB)
010100                 NOT > DL930-THRESHOLD
010110         MOVE DL930-SUB TO DL930-HIT-ITEM
010120         PERFORM 2650-ADD-HIT THRU 2650-EXIT
010130         IF DL930-WK-TODAY(DL930-SUB) = 'Y'
010140             SET DL930-HIT-HAS-TODAY TO TRUE
010150         END-IF
010160     END-IF.
010170 2550-EXIT.
010180     EXIT.
010190 2650-ADD-HIT.
010200     ADD 1 TO DL930-HIT-COUNT.
010210     MOVE DL930-HIT-ITEM TO DL930-HT-WORK-SUB(DL930-HIT-COUNT).
010220     ADD DL930-WK-AMOUNT(DL930-HIT-ITEM) TO DL930-HIT-TOTAL.
010230 2650-EXIT.
010240     EXIT.
010250******************************************************************
010260*  2700-RAISE-CASE -- a hit whose every item is already on a
010270*                     case for the account under the same rule
010280*                     is activity compliance has seen and is
010290*                     suppressed; otherwise the next case
010300*                     number is written with the account name
010310*                     and the items, and reported
010320******************************************************************
010330 2700-RAISE-CASE.
010340     MOVE 'N' TO DL930-HIT-NEW-SWITCH.
010350     PERFORM 2710-CHECK-HIT-SEEN THRU 2710-EXIT
010360         VARYING DL930-HIT-SUB FROM 1 BY 1
010370         UNTIL DL930-HIT-SUB > DL930-HIT-COUNT
010380             OR DL930-HIT-IS-NEW.
010390     IF NOT DL930-HIT-IS-NEW
010400         ADD 1 TO DL930-HITS-SUPPRESSED
010410         GO TO 2700-EXIT
010420     END-IF.
010430     IF NOT DL930-NAME-READ
010440         MOVE DL930-CUR-ACCOUNT TO DL200-MST-ACCOUNT-NO
010450         READ ACCT-MASTER
010460             INVALID KEY
010470                 MOVE '*** NOT ON ACCT-MASTER ***'
010480                     TO DL930-CUR-NAME
010490             NOT INVALID KEY
010500                 MOVE DL200-MST-NAME TO DL930-CUR-NAME
010510         END-READ
010520         SET DL930-NAME-READ TO TRUE
010530     END-IF.
010540     ADD 1 TO DL930-MAX-SEQ.
010550     MOVE SPACES TO DL930-CASE-RECORD.
010560     MOVE DL930-CUR-ACCOUNT TO DL930-CAS-ACCOUNT-NO.
010570     MOVE DL930-MAX-SEQ TO DL930-CAS-SEQ.
010580     MOVE DL930-HIT-RULE TO DL930-CAS-RULE.
010590     SET DL930-CAS-OPEN TO TRUE.
010600     MOVE DL930-CUR-NAME TO DL930-CAS-NAME.
010610     MOVE DL930-RUN-DATE TO DL930-CAS-RAISED-DATE.
010620     MOVE ZERO TO DL930-CAS-ACTIVITY-DATE.
010630     MOVE DL930-HIT-TOTAL TO DL930-CAS-TOTAL.
010640     MOVE DL930-HIT-COUNT TO DL930-CAS-ITEM-COUNT.
010650     MOVE ZERO TO DL930-CAS-REVIEW-DATE.
010660     PERFORM 2715-CLEAR-CASE-ITEM THRU 2715-EXIT
010670         VARYING DL930-CASE-ITEM FROM 1 BY 1
010680         UNTIL DL930-CASE-ITEM > 20.
010690     PERFORM 2720-MOVE-CASE-ITEM THRU 2720-EXIT
010700         VARYING DL930-HIT-SUB FROM 1 BY 1
010710         UNTIL DL930-HIT-SUB > DL930-HIT-COUNT.
010720     WRITE DL930-CASE-RECORD.
010730     IF DL930-CASE-STATUS NOT = '00'
010740         DISPLAY 'CASH-CASES WRITE FAILED, STATUS='
010750             DL930-CASE-STATUS ' KEY=' DL930-CAS-KEY
010760         SET DL930-CASE-WRITE-FAILED TO TRUE
010770         GO TO 2700-EXIT
010780     END-IF.
010790     PERFORM 2730-NOTE-SEEN THRU 2730-EXIT
010800         VARYING DL930-HIT-SUB FROM 1 BY 1
010810         UNTIL DL930-HIT-SUB > DL930-HIT-COUNT.
010820     ADD DL930-HIT-TOTAL TO DL930-CASE-AMOUNT.
010830     EVALUATE TRUE
010840         WHEN DL930-CAS-SINGLE
010850             ADD 1 TO DL930-CASES-SINGLE
010860         WHEN DL930-CAS-DAILY
010870             ADD 1 TO DL930-CASES-DAILY
010880         WHEN OTHER
010890             ADD 1 TO DL930-CASES-PATTERN
010900     END-EVALUATE.
010910     PERFORM 2750-REPORT-CASE THRU 2750-EXIT.
010920 2700-EXIT.
010930     EXIT.
010940 2710-CHECK-HIT-SEEN.
010950     MOVE DL930-HT-WORK-SUB(DL930-HIT-SUB) TO DL930-HIT-ITEM.
010960     MOVE 'N' TO DL930-SEEN-FOUND-SWITCH.
010970     IF DL930-SEEN-COUNT > ZERO
010980         SET DL930-SEEN-IDX TO 1
010990         SEARCH DL930-SEEN-ENTRY
011000             WHEN DL930-SN-RULE(DL930-SEEN-IDX) = DL930-HIT-RULE
011010                     AND DL930-SN-REF(DL930-SEEN-IDX)
011020                         = DL930-WK-REF(DL930-HIT-ITEM)
011030                 SET DL930-SEEN-FOUND TO TRUE
011040         END-SEARCH
011050     END-IF.
011060     IF NOT DL930-SEEN-FOUND
011070         SET DL930-HIT-IS-NEW TO TRUE
011080     END-IF.
011090 2710-EXIT.
011100     EXIT.
011110 2715-CLEAR-CASE-ITEM.
011120     MOVE ZERO TO DL930-CAS-ITEM-DATE(DL930-CASE-ITEM).
011130     MOVE ZERO TO DL930-CAS-ITEM-AMOUNT(DL930-CASE-ITEM).
011140 2715-EXIT.
011150     EXIT.
011160 2720-MOVE-CASE-ITEM.
011170     MOVE DL930-HT-WORK-SUB(DL930-HIT-SUB) TO DL930-HIT-ITEM.
011180     IF DL930-WK-DATE(DL930-HIT-ITEM) > DL930-CAS-ACTIVITY-DATE
011190         MOVE DL930-WK-DATE(DL930-HIT-ITEM)
011200             TO DL930-CAS-ACTIVITY-DATE
011210     END-IF.
011220     IF DL930-HIT-SUB > 20
011230         GO TO 2720-EXIT
011240     END-IF.
011250     MOVE DL930-WK-REF(DL930-HIT-ITEM)
011260         TO DL930-CAS-ITEM-REF(DL930-HIT-SUB).
011270     MOVE DL930-WK-DATE(DL930-HIT-ITEM)
011280         TO DL930-CAS-ITEM-DATE(DL930-HIT-SUB).
011290     MOVE DL930-WK-CODE(DL930-HIT-ITEM)
011300         TO DL930-CAS-ITEM-CODE(DL930-HIT-SUB).
011310     MOVE DL930-WK-AMOUNT(DL930-HIT-ITEM)
011320         TO DL930-CAS-ITEM-AMOUNT(DL930-HIT-SUB).
011330 2720-EXIT.
011340     EXIT.
011350 2730-NOTE-SEEN.
011360     IF DL930-SEEN-COUNT NOT < DL930-SEEN-MAX
011370         GO TO 2730-EXIT
011380     END-IF.
011390     MOVE DL930-HT-WORK-SUB(DL930-HIT-SUB) TO DL930-HIT-ITEM.
011400     ADD 1 TO DL930-SEEN-COUNT.
011410     MOVE DL930-HIT-RULE TO DL930-SN-RULE(DL930-SEEN-COUNT).
011420     MOVE DL930-WK-REF(DL930-HIT-ITEM)
011430         TO DL930-SN-REF(DL930-SEEN-COUNT).
011440 2730-EXIT.
011450     EXIT.
011460******************************************************************
011470*  2750-REPORT-CASE -- the case line, then every item that made
011480*                      it (side D or C; TODAY marks the day's
011490*                      own items)
011500******************************************************************
011510 2750-REPORT-CASE.
011520     IF DL930-RPT-OPEN-FAILED
011530         GO TO 2750-EXIT
011540     END-IF.
011550     MOVE SPACES TO DL930-RPT-LINE.
011560     WRITE DL930-RPT-LINE.
011570     MOVE DL930-CAS-ACCOUNT-NO TO DL930-RC-ACCT.
011580     MOVE DL930-CAS-SEQ TO DL930-RC-SEQ.
011590     EVALUATE TRUE
011600         WHEN DL930-CAS-SINGLE
011610             MOVE 'S SINGLE ITEM' TO DL930-RC-RULE
011620         WHEN DL930-CAS-DAILY
011630             MOVE 'D DAILY TOTAL' TO DL930-RC-RULE
011640         WHEN OTHER
011650             MOVE 'P JUST-UNDER RUN' TO DL930-RC-RULE
011660     END-EVALUATE.
011670     MOVE DL930-CAS-NAME TO DL930-RC-NAME.
011680     MOVE DL930-CAS-TOTAL TO DL930-RC-TOTAL.
011690     MOVE DL930-RPT-CASE-LINE TO DL930-RPT-LINE.
011700     WRITE DL930-RPT-LINE.
011710     PERFORM 2760-REPORT-CASE-ITEM THRU 2760-EXIT
011720         VARYING DL930-HIT-SUB FROM 1 BY 1
011730         UNTIL DL930-HIT-SUB > DL930-HIT-COUNT.
011740 2750-EXIT.
011750     EXIT.
011760 2760-REPORT-CASE-ITEM.
011770     MOVE DL930-HT-WORK-SUB(DL930-HIT-SUB) TO DL930-HIT-ITEM.
011780     MOVE DL930-WK-REF(DL930-HIT-ITEM) TO DL930-RI-REF.
011790     MOVE DL930-WK-DATE(DL930-HIT-ITEM) TO DL930-RI-DATE.
011800     MOVE DL930-WK-CODE(DL930-HIT-ITEM) TO DL930-RI-CODE.
011810     MOVE DL930-WK-SIDE(DL930-HIT-ITEM) TO DL930-RI-SIDE.
011820     MOVE DL930-WK-AMOUNT(DL930-HIT-ITEM) TO DL930-RI-AMOUNT.
011830     IF DL930-WK-TODAY(DL930-HIT-ITEM) = 'Y'
011840         MOVE 'TODAY' TO DL930-RI-NOTE
011850     ELSE
011860         MOVE SPACES TO DL930-RI-NOTE
011870     END-IF.
011880     MOVE DL930-RPT-ITEM-LINE TO DL930-RPT-LINE.
011890     WRITE DL930-RPT-LINE.
011900 2760-EXIT.
011910     EXIT.
011920******************************************************************
011930*  2800-FIND-CASH-CODE -- is the current item's code a cash
011940*                         code, and on which side does it post
011950******************************************************************
011960 2800-FIND-CASH-CODE.
011970     MOVE 'N' TO DL930-CASH-CODE-SWITCH.
011980     SET DL930-CODE-IDX TO 1.
011990     SEARCH DL930-CODE-ENTRY
012000         WHEN DL930-CD-CODE(DL930-CODE-IDX) = DL100-TRANS-CODE
012010             SET DL930-CASH-CODE-FOUND TO TRUE
012020             MOVE DL930-CD-DC-IND(DL930-CODE-IDX)
012030                 TO DL930-CUR-SIDE
012040     END-SEARCH.
012050 2800-EXIT.
012060     EXIT.
012070******************************************************************
012080*  8000-FINALIZE -- the totals, then close
012090******************************************************************
012100 8000-FINALIZE.
012110     PERFORM 8200-WRITE-TOTALS THRU 8200-EXIT.
012120     IF DL930-CASE-IS-OPEN
012130         CLOSE CASH-CASES
012140     END-IF.
012150     IF DL930-ACCT-IS-OPEN
012160         CLOSE ACCT-MASTER
012170     END-IF.
012180     IF DL930-HIST-IS-OPEN
012190         CLOSE TRANS-MASTER
012200     END-IF.
012210     IF DL930-TRANS-IS-OPEN
012220         CLOSE TRANS-IN
012230     END-IF.
012240     IF NOT DL930-RPT-OPEN-FAILED
012250         CLOSE CASH-MONITOR-RPT
012260     END-IF.
012270 8000-EXIT.
012280     EXIT.
012290 8200-WRITE-TOTALS.
012300     IF DL930-RPT-OPEN-FAILED
012310         GO TO 8200-EXIT
012320     END-IF.
012330     IF DL930-RUN-REFUSED
012340         IF NOT DL930-HDR-WRITTEN
012350             MOVE SPACES TO DL930-RPT-LINE
012360             STRING 'CASH-MONITOR LARGE-CASH AND STRUCTURING'
012370                 ' REPORT'
012380                 DELIMITED BY SIZE INTO DL930-RPT-LINE
012390             WRITE DL930-RPT-LINE
012400         END-IF
012410         MOVE SPACES TO DL930-RPT-LINE
012420         STRING 'RUN REFUSED -- ' DL930-REFUSAL-TEXT
012430             DELIMITED BY SIZE INTO DL930-RPT-LINE
012440         WRITE DL930-RPT-LINE
012450         GO TO 8200-EXIT
012460     END-IF.
012470     MOVE SPACES TO DL930-RPT-LINE.
012480     WRITE DL930-RPT-LINE.
012490     MOVE DL930-TRANS-READ TO DL930-RPT-NUM-EDIT.
012500     MOVE SPACES TO DL930-RPT-LINE.
012510     STRING 'TRANS-OUT READ.....: ' DL930-RPT-NUM-EDIT
012520         DELIMITED BY SIZE INTO DL930-RPT-LINE.
012530     WRITE DL930-RPT-LINE.
012540     MOVE DL930-CASH-ITEMS TO DL930-RPT-NUM-EDIT.
012550     MOVE SPACES TO DL930-RPT-LINE.
012560     STRING 'CASH ITEMS TODAY...: ' DL930-RPT-NUM-EDIT
012570         DELIMITED BY SIZE INTO DL930-RPT-LINE.
012580     WRITE DL930-RPT-LINE.
012590     MOVE DL930-ITEMS-REVERSED TO DL930-RPT-NUM-EDIT.
012600     MOVE SPACES TO DL930-RPT-LINE.
012610     STRING 'REVERSED SAME DAY..: ' DL930-RPT-NUM-EDIT
012620         DELIMITED BY SIZE INTO DL930-RPT-LINE.
012630     WRITE DL930-RPT-LINE.
012640     MOVE DL930-ITEMS-SKIPPED TO DL930-RPT-NUM-EDIT.
012650     MOVE SPACES TO DL930-RPT-LINE.
012660     STRING 'UNREADABLE ITEMS...: ' DL930-RPT-NUM-EDIT
012670         DELIMITED BY SIZE INTO DL930-RPT-LINE.
012680     WRITE DL930-RPT-LINE.
012690     MOVE DL930-ACCTS-EXAMINED TO DL930-RPT-NUM-EDIT.
012700     MOVE SPACES TO DL930-RPT-LINE.
012710     STRING 'ACCOUNTS EXAMINED..: ' DL930-RPT-NUM-EDIT
012720         DELIMITED BY SIZE INTO DL930-RPT-LINE.
012730     WRITE DL930-RPT-LINE.
012740     MOVE DL930-HIST-ITEMS TO DL930-RPT-NUM-EDIT.
012750     MOVE SPACES TO DL930-RPT-LINE.
012760     STRING 'WINDOW HISTORY.....: ' DL930-RPT-NUM-EDIT
012770         DELIMITED BY SIZE INTO DL930-RPT-LINE.
012780     WRITE DL930-RPT-LINE.
012790     IF DL930-ITEMS-DROPPED > ZERO
012800         MOVE DL930-ITEMS-DROPPED TO DL930-RPT-NUM-EDIT
012810         MOVE SPACES TO DL930-RPT-LINE
012820         STRING 'ITEMS NOT WEIGHED..: ' DL930-RPT-NUM-EDIT
012830             '  *** ACCOUNT WINDOW TABLE FULL ***'
012840             DELIMITED BY SIZE INTO DL930-RPT-LINE
012850         WRITE DL930-RPT-LINE
012860     END-IF.
012870     MOVE DL930-CASES-SINGLE TO DL930-RPT-NUM-EDIT.
012880     MOVE SPACES TO DL930-RPT-LINE.
012890     STRING 'CASES SINGLE ITEM..: ' DL930-RPT-NUM-EDIT
012900         DELIMITED BY SIZE INTO DL930-RPT-LINE.
012910     WRITE DL930-RPT-LINE.
012920     MOVE DL930-CASES-DAILY TO DL930-RPT-NUM-EDIT.
012930     MOVE SPACES TO DL930-RPT-LINE.
012940     STRING 'CASES DAILY TOTAL..: ' DL930-RPT-NUM-EDIT
012950         DELIMITED BY SIZE INTO DL930-RPT-LINE.
012960     WRITE DL930-RPT-LINE.
012970     MOVE DL930-CASES-PATTERN TO DL930-RPT-NUM-EDIT.
012980     MOVE SPACES TO DL930-RPT-LINE.
012990     STRING 'CASES JUST-UNDER...: ' DL930-RPT-NUM-EDIT
013000         DELIMITED BY SIZE INTO DL930-RPT-LINE.
013010     WRITE DL930-RPT-LINE.
013020     MOVE DL930-CASE-AMOUNT TO DL930-RPT-AMT-EDIT.
013030     MOVE SPACES TO DL930-RPT-LINE.
013040     STRING 'NEW CASE AMOUNT....: ' DL930-RPT-AMT-EDIT
013050         DELIMITED BY SIZE INTO DL930-RPT-LINE.
013060     WRITE DL930-RPT-LINE.
013070     MOVE DL930-HITS-SUPPRESSED TO DL930-RPT-NUM-EDIT.
013080     MOVE SPACES TO DL930-RPT-LINE.
013090     STRING 'ALREADY ON A CASE..: ' DL930-RPT-NUM-EDIT
013100         DELIMITED BY SIZE INTO DL930-RPT-LINE.
013110     WRITE DL930-RPT-LINE.
013120     MOVE DL930-CARDS-READ TO DL930-RPT-NUM-EDIT.
013130     MOVE SPACES TO DL930-RPT-LINE.
013140     STRING 'REVIEW CARDS READ..: ' DL930-RPT-NUM-EDIT
013150         DELIMITED BY SIZE INTO DL930-RPT-LINE.
013160     WRITE DL930-RPT-LINE.
013170     MOVE DL930-CARDS-APPLIED TO DL930-RPT-NUM-EDIT.
013180     MOVE SPACES TO DL930-RPT-LINE.
013190     STRING 'CASES REVIEWED.....: ' DL930-RPT-NUM-EDIT
013200         DELIMITED BY SIZE INTO DL930-RPT-LINE.
013210     WRITE DL930-RPT-LINE.
013220     MOVE DL930-CARDS-REJECTED TO DL930-RPT-NUM-EDIT.
013230     MOVE SPACES TO DL930-RPT-LINE.
013240     STRING 'CARDS REJECTED.....: ' DL930-RPT-NUM-EDIT
013250         DELIMITED BY SIZE INTO DL930-RPT-LINE.
013260     WRITE DL930-RPT-LINE.
013270     IF DL930-CASE-WRITE-FAILED
013280         MOVE SPACES TO DL930-RPT-LINE
013290         STRING 'CASH-CASES.........: *** WRITE FAILED -- CASES'
013300             ' INCOMPLETE, SEE SYSOUT ***'
013310             DELIMITED BY SIZE INTO DL930-RPT-LINE
013320         WRITE DL930-RPT-LINE
013330     END-IF.
013340 8200-EXIT.
013350     EXIT.
