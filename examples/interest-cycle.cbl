000010******************************************************************
000020* Author: R. Maldonado
000030* Date: 10/15/2026
000040* Purpose: Interest accrual and service-charge cycle.  Runs each
000050*          night after POST-TO-MASTER: every open account on
000060*          ACCT-MASTER accrues a day's interest on its balance
000070*          at the INT-RATES band rate into the INT-ACCRUAL file,
000080*          which also tracks the cycle's lowest balance.  On the
000090*          cycle date (calendar month-end, or the date forced on
000100*          the INT-CYCLE-PARM card) the accrued interest and the
000110*          FEE-SCHEDULE maintenance and low-balance charges are
000120*          written as ordinary detail records, in one HDR...TRL
000130*          batch, to the CYCLE-PENDING file, and the accrual
000140*          register is printed for accounting to sign off.  A
000150*          release run (mode R on the parm card, carrying the
000160*          approver and the register's batch count and hash)
000170*          moves the signed-off batch to TRANS-GENERATED, where
000180*          the next READ-FROM-STD-IN run picks it up, so cycle
000190*          postings flow through intake, POST-TO-MASTER and
000200*          GL-EXTRACT like any other transaction.
000210* Tectonics: cobc
000220******************************************************************
000230* Modification History
000240*   Date       Init  Description
000250*   ---------  ----  -------------------------------------------
000260*   10/15/2026 RM    Initial version.  Closed and frozen
000270*                    accounts neither accrue nor charge.  The
000280*                    accrual record's last-accrued and
000290*                    last-cycle dates make a rerun harmless --
000300*                    an account already accrued for the run
000310*                    date or already charged for the cycle date
000320*                    is passed over -- and each cycle detail's
000330*                    reference is built from its code, account
000340*                    and cycle month, so a batch released twice
000350*                    is rejected by intake as DUPR rather than
000360*                    posted twice.  A cycle run refuses while
000370*                    CYCLE-PENDING still holds an unreleased
000380*                    batch; a release run refuses unless the
000390*                    card's count and hash agree with the
000400*                    pending batch and its trailer.
000410*   10/15/2026 RM    NSF fee rows (type N) on the FEE-SCHEDULE
000420*                    belong to POST-TO-MASTER: loaded with the
000430*                    schedule but never charged by the cycle
000440*                    and not held to the cycle's code checks.
000450*   10/15/2026 RM    Escheated accounts are passed over with the
000460*                    closed and frozen ones.  A dormant account
000470*                    still accrues and is credited its interest
000480*                    but is charged no service fees.
000490*   10/15/2026 RM    The run date is the business date on
000500*                    RUN-CONTROL rather than the clock; a release
000510*                    run is refused once intake has started for
000520*                    that date.
000530*   10/15/2026 RM    The interest code and every fee code the
000540*                    cycle raises must now carry the TRANS-CODES
000550*                    system flag (S) as well, or the run is
000560*                    refused; without it posting took interest
000570*                    credits and cycle fees as customer activity
000580*                    and reactivated dormant accounts.
000590******************************************************************
000600 IDENTIFICATION DIVISION.
000610 PROGRAM-ID. INTEREST-CYCLE.
000620 ENVIRONMENT DIVISION.
000630 INPUT-OUTPUT SECTION.
000640 FILE-CONTROL.
000650 SELECT ACCT-MASTER ASSIGN TO "ACCT-MASTER"
000660     ORGANIZATION INDEXED
000670     ACCESS MODE SEQUENTIAL
000680     RECORD KEY IS DL200-MST-ACCOUNT-NO
000690     FILE STATUS IS DL890-ACCT-STATUS.
000700 SELECT ACCRUAL-FILE ASSIGN TO "INT-ACCRUAL"
000710     ORGANIZATION INDEXED
000720     ACCESS MODE RANDOM
000730     RECORD KEY IS DL890-ACR-ACCOUNT-NO
000740     FILE STATUS IS DL890-ACR-STATUS.
000750 SELECT RATE-FILE ASSIGN TO "INT-RATES"
000760     ORGANIZATION LINE SEQUENTIAL
000770     FILE STATUS IS DL890-RATE-STATUS.
000780 SELECT FEE-FILE ASSIGN TO "FEE-SCHEDULE"
000790     ORGANIZATION LINE SEQUENTIAL
000800     FILE STATUS IS DL890-FEE-STATUS.
000810 SELECT TRANS-CODE-FILE ASSIGN TO "TRANS-CODES"
000820     ORGANIZATION LINE SEQUENTIAL
000830     FILE STATUS IS DL890-TCODE-STATUS.
000840 SELECT PARM-CARD ASSIGN TO "INT-CYCLE-PARM"
000850     ORGANIZATION LINE SEQUENTIAL
000860     FILE STATUS IS DL890-PARM-STATUS.
000870 SELECT PENDING-FILE ASSIGN TO "CYCLE-PENDING"
000880     ORGANIZATION LINE SEQUENTIAL
000890     FILE STATUS IS DL890-PEND-STATUS.
000900 SELECT GENERATED-OUT ASSIGN TO "TRANS-GENERATED"
000910     ORGANIZATION LINE SEQUENTIAL
000920     FILE STATUS IS DL890-GEN-STATUS.
000930 SELECT CYCLE-RPT ASSIGN DYNAMIC DL890-RPT-DSN
000940     ORGANIZATION LINE SEQUENTIAL
000950     FILE STATUS IS DL890-RPT-STATUS.
000960 SELECT RUN-CONTROL ASSIGN TO "RUN-CONTROL"
000970     ORGANIZATION LINE SEQUENTIAL
000980     FILE STATUS IS DL890-RCT-FILE-STATUS.
000990 DATA DIVISION.
001000 FILE SECTION.
001010 FD ACCT-MASTER.
001020 COPY DL200MST.
001030 FD ACCRUAL-FILE.
001040 COPY DL890ACR.
001050 FD RATE-FILE.
001060 COPY DL890RAT.
001070 FD FEE-FILE.
001080 COPY DL890FEE.
001090 FD TRANS-CODE-FILE.
001100 COPY DL100TCD.
001110 FD PARM-CARD.
001120 01  DL890-PARM-RECORD.
001130     05  DL890-PARM-MODE             PIC X(01).
001140     05  DL890-PARM-CYCLE-DATE       PIC X(08).
001150     05  DL890-PARM-APPROVER         PIC X(08).
001160     05  DL890-PARM-REL-COUNT        PIC X(09).
001170     05  DL890-PARM-REL-HASH         PIC X(13).
001180     05  FILLER                      PIC X(41).
001190 FD PENDING-FILE.
001200 01  DL890-PEND-RECORD               PIC X(255).
001210 FD GENERATED-OUT.
001220 01  DL890-GEN-RECORD                PIC X(255).
001230 FD CYCLE-RPT.
001240 01  DL890-RPT-LINE                  PIC X(80).
001250 FD RUN-CONTROL.
001260 COPY DL960RCT.
001270 WORKING-STORAGE SECTION.
001280 01  DL890-SWITCHES.
001290     05  DL890-RPT-OPEN-SWITCH       PIC X(01) VALUE 'N'.
001300         88  DL890-RPT-OPEN-FAILED        VALUE 'Y'.
001310     05  DL890-REFUSED-SWITCH        PIC X(01) VALUE 'N'.
001320         88  DL890-RUN-REFUSED            VALUE 'Y'.
001330     05  DL890-MODE-SWITCH           PIC X(01) VALUE 'A'.
001340         88  DL890-MODE-ACCRUE            VALUE 'A'.
001350         88  DL890-MODE-RELEASE           VALUE 'R'.
001360     05  DL890-CYCLE-SWITCH          PIC X(01) VALUE 'N'.
001370         88  DL890-CYCLE-DAY              VALUE 'Y'.
001380     05  DL890-ACCT-OPEN-SWITCH      PIC X(01) VALUE 'N'.
001390         88  DL890-ACCT-IS-OPEN           VALUE 'Y'.
001400     05  DL890-ACR-OPEN-SWITCH       PIC X(01) VALUE 'N'.
001410         88  DL890-ACR-IS-OPEN            VALUE 'Y'.
001420     05  DL890-PEND-OPEN-SWITCH      PIC X(01) VALUE 'N'.
001430         88  DL890-PEND-IS-OPEN           VALUE 'Y'.
001440     05  DL890-ACCT-EOF-SWITCH       PIC X(01) VALUE 'N'.
001450         88  DL890-ACCT-EOF               VALUE 'Y'.
001460     05  DL890-RATE-EOF-SWITCH       PIC X(01) VALUE 'N'.
001470         88  DL890-RATE-EOF               VALUE 'Y'.
001480     05  DL890-FEE-EOF-SWITCH        PIC X(01) VALUE 'N'.
001490         88  DL890-FEE-EOF                VALUE 'Y'.
001500     05  DL890-TCODE-EOF-SWITCH      PIC X(01) VALUE 'N'.
001510         88  DL890-TCODE-EOF              VALUE 'Y'.
001520     05  DL890-PEND-EOF-SWITCH       PIC X(01) VALUE 'N'.
001530         88  DL890-PEND-EOF               VALUE 'Y'.
001540     05  DL890-ACR-FOUND-SWITCH      PIC X(01) VALUE 'N'.
001550         88  DL890-ACR-FOUND              VALUE 'Y'.
001560     05  DL890-ACR-WRITE-SWITCH      PIC X(01) VALUE 'N'.
001570         88  DL890-ACR-WRITE-FAILED       VALUE 'Y'.
001580     05  DL890-RATE-FOUND-SWITCH     PIC X(01) VALUE 'N'.
001590         88  DL890-RATE-FOUND             VALUE 'Y'.
001600     05  DL890-FEE-LIVE-SWITCH       PIC X(01) VALUE 'N'.
001610         88  DL890-FEE-LIVE               VALUE 'Y'.
001620     05  DL890-TRL-SEEN-SWITCH       PIC X(01) VALUE 'N'.
001630         88  DL890-TRL-SEEN               VALUE 'Y'.
001640 77  DL890-REFUSAL-TEXT              PIC X(60) VALUE SPACES.
001650 77  DL890-RPT-DSN                   PIC X(40) VALUE SPACES.
001660 77  DL890-ACCT-STATUS               PIC X(02).
001670 77  DL890-ACR-STATUS                PIC X(02).
001680 77  DL890-RATE-STATUS               PIC X(02).
001690 77  DL890-FEE-STATUS                PIC X(02).
001700 77  DL890-TCODE-STATUS              PIC X(02).
001710 77  DL890-PARM-STATUS               PIC X(02).
001720 77  DL890-PEND-STATUS               PIC X(02).
001730 77  DL890-GEN-STATUS                PIC X(02).
001740 77  DL890-RPT-STATUS                PIC X(02).
001750 77  DL890-RUN-DATE                  PIC 9(08).
001760 77  DL890-RCT-FILE-STATUS           PIC X(02).
001770 77  DL890-INTAKE-STEP               PIC 9(02) COMP VALUE 2.
001780 77  DL890-RUN-DATE-INT              PIC 9(09) COMP VALUE ZERO.
001790 77  DL890-NEXT-DATE                 PIC 9(08) VALUE ZERO.
001800 77  DL890-WORK-INT                  PIC 9(09) COMP VALUE ZERO.
001810 77  DL890-CYCLE-DATE                PIC 9(08) VALUE ZERO.
001820 77  DL890-CYCLE-MM-WK               PIC 9(02) VALUE ZERO.
001830 77  DL890-CYCLE-DD-WK               PIC 9(02) VALUE ZERO.
001840 77  DL890-DAYS                      PIC 9(05) COMP VALUE ZERO.
001850 77  DL890-INT-CODE                  PIC X(02) VALUE 'IN'.
001860 77  DL890-RATE-COUNT                PIC 9(05) COMP VALUE ZERO.
001870 77  DL890-RATE-MAX                  PIC 9(05) COMP VALUE 200.
001880 77  DL890-FEE-COUNT                 PIC 9(05) COMP VALUE ZERO.
001890 77  DL890-FEE-MAX                   PIC 9(05) COMP VALUE 50.
001900 77  DL890-TCODE-COUNT               PIC 9(05) COMP VALUE ZERO.
001910 77  DL890-TCODE-MAX                 PIC 9(05) COMP VALUE 500.
001920 77  DL890-ROW-NO                    PIC 9(05) COMP VALUE ZERO.
001930 77  DL890-SUB                       PIC 9(05) COMP VALUE ZERO.
001940 77  DL890-SUB2                      PIC 9(05) COMP VALUE ZERO.
001950 77  DL890-BEST-SUB                  PIC 9(05) COMP VALUE ZERO.
001960 77  DL890-CHECK-CODE                PIC X(02) VALUE SPACES.
001970 77  DL890-CHECK-SIDE                PIC X(01) VALUE SPACES.
001980 77  DL890-ACCTS-READ                PIC 9(09) COMP VALUE ZERO.
001990 77  DL890-ACCTS-ACCRUED             PIC 9(09) COMP VALUE ZERO.
002000 77  DL890-ACCTS-SKIPPED             PIC 9(09) COMP VALUE ZERO.
002010 77  DL890-ACCTS-RERUN               PIC 9(09) COMP VALUE ZERO.
002020 77  DL890-ACCTS-CYCLED              PIC 9(09) COMP VALUE ZERO.
002030 77  DL890-ACCTS-CYCLE-DONE          PIC 9(09) COMP VALUE ZERO.
002040 77  DL890-INT-ITEMS                 PIC 9(09) COMP VALUE ZERO.
002050 77  DL890-FEE-ITEMS                 PIC 9(09) COMP VALUE ZERO.
002060 77  DL890-BATCH-COUNT               PIC 9(09) VALUE ZERO.
002070 77  DL890-BATCH-HASH                PIC 9(13) VALUE ZERO.
002080 77  DL890-PEND-DETAILS              PIC 9(09) VALUE ZERO.
002090 77  DL890-PEND-HASH                 PIC 9(13) VALUE ZERO.
002100 77  DL890-PEND-RECS                 PIC 9(09) COMP VALUE ZERO.
002110 77  DL890-REL-COUNT                 PIC 9(09) VALUE ZERO.
002120 77  DL890-REL-HASH                  PIC 9(13) VALUE ZERO.
002130 77  DL890-CENTS                     PIC 9(13) VALUE ZERO.
002140 77  DL890-DAY-INTEREST              PIC S9(09)V9(06) COMP-3
002150                                     VALUE ZERO.
002160 77  DL890-TOTAL-ACCRUED             PIC S9(11)V9(06) COMP-3
002170                                     VALUE ZERO.
002180 77  DL890-TOTAL-INTEREST            PIC S9(11)V99 COMP-3
002190                                     VALUE ZERO.
002200 77  DL890-TOTAL-FEES                PIC S9(11)V99 COMP-3
002210                                     VALUE ZERO.
002220 77  DL890-CYCLE-INTEREST            PIC S9(09)V99 COMP-3
002230                                     VALUE ZERO.
002240 77  DL890-CYCLE-FEES                PIC S9(09)V99 COMP-3
002250                                     VALUE ZERO.
002260 77  DL890-ITEM-AMOUNT               PIC S9(09)V99 COMP-3
002270                                     VALUE ZERO.
002280 77  DL890-ITEM-CODE                 PIC X(02) VALUE SPACES.
002290 77  DL890-ACCT-NOTE                 PIC X(04) VALUE SPACES.
002300 77  DL890-RPT-NUM-EDIT              PIC ZZZZZZZZ9.
002310 77  DL890-RPT-HASH-EDIT             PIC Z(12)9.
002320 77  DL890-RPT-AMT-EDIT              PIC -ZZZZZZZZZZ9.99.
002330 01  DL890-RATE-TABLE.
002340     05  DL890-RATE-ENTRY
002350         OCCURS 1 TO 200 TIMES
002360         DEPENDING ON DL890-RATE-COUNT
002370         INDEXED BY DL890-RATE-IDX.
002380         10  DL890-RT-FLOOR          PIC 9(11)V99.
002390         10  DL890-RT-RATE           PIC 9(02)V9(04).
002400         10  DL890-RT-EFF-DATE       PIC 9(08).
002410 01  DL890-FEE-TABLE.
002420     05  DL890-FEE-ENTRY
002430         OCCURS 1 TO 50 TIMES
002440         DEPENDING ON DL890-FEE-COUNT
002450         INDEXED BY DL890-FEE-IDX.
002460         10  DL890-FT-TYPE           PIC X(01).
002470         10  DL890-FT-CODE           PIC X(02).
002480         10  DL890-FT-AMOUNT         PIC 9(07)V99.
002490         10  DL890-FT-THRESHOLD      PIC 9(11)V99.
002500         10  DL890-FT-EFF-DATE       PIC 9(08).
002510 01  DL890-TCODE-TABLE.
002520     05  DL890-TCODE-ENTRY
002530         OCCURS 1 TO 500 TIMES
002540         DEPENDING ON DL890-TCODE-COUNT
002550         INDEXED BY DL890-TCODE-IDX.
002560         10  DL890-TCODE-CODE        PIC X(02).
002570         10  DL890-TCODE-DC-IND      PIC X(01).
002580         10  DL890-TCODE-ACTIVE      PIC X(01).
002590         10  DL890-TCODE-EFF-DATE    PIC 9(08).
002600         10  DL890-TCODE-SYSTEM      PIC X(01).
002610 01  DL890-WORK-REC                  PIC X(255).
002620 COPY DL100REC REPLACING ==LN== BY ==DL890-WORK-REC==.
002630 01  DL890-RPT-DETAIL.
002640     05  DL890-RPT-ACCT              PIC 9(10).
002650     05  FILLER                      PIC X(01) VALUE SPACES.
002660     05  DL890-RPT-NAME              PIC X(18).
002670     05  FILLER                      PIC X(01) VALUE SPACES.
002680     05  DL890-RPT-BALANCE           PIC -ZZZZZZZZ9.99.
002690     05  FILLER                      PIC X(01) VALUE SPACES.
002700     05  DL890-RPT-ACCRUED           PIC -ZZZZZ9.99.
002710     05  FILLER                      PIC X(01) VALUE SPACES.
002720     05  DL890-RPT-INTEREST          PIC -ZZZZZ9.99.
002730     05  FILLER                      PIC X(01) VALUE SPACES.
002740     05  DL890-RPT-FEES              PIC -ZZZZ9.99.
002750     05  FILLER                      PIC X(01) VALUE SPACES.
002760     05  DL890-RPT-NOTE              PIC X(04).
002770******************************************************************
002780*  0000-MAINLINE
002790******************************************************************
002800 PROCEDURE DIVISION.
002810 0000-MAINLINE.
002820     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002830     IF NOT DL890-RUN-REFUSED
002840         IF DL890-MODE-RELEASE
002850             PERFORM 5000-RELEASE-CYCLE THRU 5000-EXIT
002860         ELSE
002870             PERFORM 2000-PROCESS-ACCOUNT THRU 2000-EXIT
002880                 UNTIL DL890-ACCT-EOF
002890         END-IF
002900     END-IF.
002910     PERFORM 8000-FINALIZE THRU 8000-EXIT.
002920     IF DL890-RUN-REFUSED OR DL890-ACR-WRITE-FAILED
002930         MOVE 8 TO RETURN-CODE
002940     END-IF.
002950     STOP RUN.
002960******************************************************************
002970*  1000-INITIALIZE -- the business date from RUN-CONTROL and
002980*                     the parm card first, since the card
002990*                     decides which report this run writes; a
003000*                     release run, which must come before the
003010*                     day's intake, needs nothing else, an
003020*                     accrual run loads its reference files,
003030*                     proves its transaction codes, opens the
003040*                     masters and primes the first account
003050******************************************************************
003060 1000-INITIALIZE.
003070     PERFORM 1020-READ-RUN-CONTROL THRU 1020-EXIT.
003080     IF NOT DL890-RUN-REFUSED
003090         COMPUTE DL890-RUN-DATE-INT =
003100             FUNCTION INTEGER-OF-DATE(DL890-RUN-DATE)
003110         PERFORM 1050-READ-PARM-CARD THRU 1050-EXIT
003120     END-IF.
003130     IF NOT DL890-RUN-REFUSED AND DL890-MODE-RELEASE
003140         PERFORM 1030-CHECK-INTAKE-PENDING THRU 1030-EXIT
003150     END-IF.
003160     IF DL890-MODE-RELEASE
003170         MOVE 'CYCLE-RELEASE-RPT' TO DL890-RPT-DSN
003180     ELSE
003190         MOVE 'ACCRUAL-REGISTER' TO DL890-RPT-DSN
003200     END-IF.
003210     OPEN OUTPUT CYCLE-RPT.
003220     IF DL890-RPT-STATUS NOT = '00'
003230         DISPLAY DL890-RPT-DSN ' OPEN FAILED, STATUS='
003240             DL890-RPT-STATUS
003250         SET DL890-RPT-OPEN-FAILED TO TRUE
003260     END-IF.
003270     IF DL890-RUN-REFUSED OR DL890-MODE-RELEASE
003280         GO TO 1000-EXIT
003290     END-IF.
003300     PERFORM 1100-LOAD-RATES THRU 1100-EXIT.
003310     IF NOT DL890-RUN-REFUSED
003320         PERFORM 1200-LOAD-FEES THRU 1200-EXIT
003330     END-IF.
003340     IF NOT DL890-RUN-REFUSED
003350         PERFORM 1300-LOAD-TRANS-CODES THRU 1300-EXIT
003360     END-IF.
003370     IF NOT DL890-RUN-REFUSED
003380         PERFORM 1400-CHECK-CYCLE-CODES THRU 1400-EXIT
003390     END-IF.
003400     IF NOT DL890-RUN-REFUSED
003410         PERFORM 1600-OPEN-MASTERS THRU 1600-EXIT
003420     END-IF.
003430     IF NOT DL890-RUN-REFUSED AND DL890-CYCLE-DAY
003440         PERFORM 1500-OPEN-PENDING THRU 1500-EXIT
003450     END-IF.
003460     IF DL890-RUN-REFUSED
003470         GO TO 1000-EXIT
003480     END-IF.
003490     PERFORM 1700-WRITE-REPORT-HEADER THRU 1700-EXIT.
003500     PERFORM 2900-READ-ACCOUNT THRU 2900-EXIT.
003510 1000-EXIT.
003520     EXIT.
003530******************************************************************
003540*  1020-READ-RUN-CONTROL -- the run date is the business date on
003550*                           RUN-CONTROL, not the clock, so the
003560*                           run works to the same day as the
003570*                           nightly chain; no business date
003580*                           refuses the run
003590******************************************************************
003600 1020-READ-RUN-CONTROL.
003610     MOVE ZERO TO DL890-RUN-DATE.
003620     OPEN INPUT RUN-CONTROL.
003630     IF DL890-RCT-FILE-STATUS NOT = '00'
003640         SET DL890-RUN-REFUSED TO TRUE
003650         MOVE SPACES TO DL890-REFUSAL-TEXT
003660         STRING 'RUN-CONTROL WILL NOT OPEN, STATUS='
003670             DL890-RCT-FILE-STATUS
003680             DELIMITED BY SIZE INTO DL890-REFUSAL-TEXT
003690         GO TO 1020-EXIT
003700     END-IF.
003710     READ RUN-CONTROL
003720         AT END MOVE SPACES TO DL960-RUN-CONTROL-RECORD
003730     END-READ.
003740     CLOSE RUN-CONTROL.
003750     IF DL960-RCT-BUS-DATE NOT NUMERIC
003760             OR DL960-RCT-BUS-DATE = ZERO
003770         SET DL890-RUN-REFUSED TO TRUE
003780         MOVE 'RUN-CONTROL HOLDS NO BUSINESS DATE'
003790             TO DL890-REFUSAL-TEXT
003800         GO TO 1020-EXIT
003810     END-IF.
003820     MOVE DL960-RCT-BUS-DATE TO DL890-RUN-DATE.
003830 1020-EXIT.
003840     EXIT.
003850******************************************************************
003860*  1030-CHECK-INTAKE-PENDING -- TRANS-GENERATED is picked up by
003870*                               the intake run; once intake has
003880*                               started for the business date,
003890*                               items written now would miss it
003900*                               and post a day late, so the run
003910*                               is refused
003920******************************************************************
003930 1030-CHECK-INTAKE-PENDING.
003940     IF NOT DL960-RCT-PENDING(DL890-INTAKE-STEP)
003950         SET DL890-RUN-REFUSED TO TRUE
003960         MOVE SPACES TO DL890-REFUSAL-TEXT
003970         STRING 'INTAKE ALREADY RUN FOR ' DL890-RUN-DATE
003980             ' -- GENERATE BEFORE INTAKE'
003990             DELIMITED BY SIZE INTO DL890-REFUSAL-TEXT
004000     END-IF.
004010 1030-EXIT.
004020     EXIT.
004030******************************************************************
004040*  1050-READ-PARM-CARD -- mode A (or blank, or no card at all) is
004050*                         the nightly accrual, with the cycle
004060*                         taken on the last day of the calendar
004070*                         month unless the card names a cycle
004080*                         date, which may not be after the run
004090*                         date; mode R is the release run and
004100*                         must carry the approver and the
004110*                         register's batch count and hash
004120******************************************************************
004130 1050-READ-PARM-CARD.
004140     SET DL890-MODE-ACCRUE TO TRUE.
004150     MOVE SPACES TO DL890-PARM-RECORD.
004160     OPEN INPUT PARM-CARD.
004170     IF DL890-PARM-STATUS = '00'
004180         READ PARM-CARD
004190             AT END MOVE SPACES TO DL890-PARM-RECORD
004200         END-READ
004210         CLOSE PARM-CARD
004220     END-IF.
004230     EVALUATE DL890-PARM-MODE
004240         WHEN 'R'
004250             SET DL890-MODE-RELEASE TO TRUE
004260         WHEN 'A'
004270         WHEN SPACE
004280             SET DL890-MODE-ACCRUE TO TRUE
004290         WHEN OTHER
004300             SET DL890-RUN-REFUSED TO TRUE
004310             MOVE 'INT-CYCLE-PARM MODE NOT A OR R'
004320                 TO DL890-REFUSAL-TEXT
004330             GO TO 1050-EXIT
004340     END-EVALUATE.
004350     IF DL890-MODE-RELEASE
004360         IF DL890-PARM-APPROVER = SPACES
004370             SET DL890-RUN-REFUSED TO TRUE
004380             MOVE 'NO APPROVER ON INT-CYCLE-PARM RELEASE CARD'
004390                 TO DL890-REFUSAL-TEXT
004400             GO TO 1050-EXIT
004410         END-IF
004420         IF DL890-PARM-REL-COUNT NOT NUMERIC
004430                 OR DL890-PARM-REL-HASH NOT NUMERIC
004440             SET DL890-RUN-REFUSED TO TRUE
004450             MOVE 'RELEASE CARD COUNT OR HASH NOT NUMERIC'
004460                 TO DL890-REFUSAL-TEXT
004470             GO TO 1050-EXIT
004480         END-IF
004490         MOVE DL890-PARM-REL-COUNT TO DL890-REL-COUNT
004500         MOVE DL890-PARM-REL-HASH TO DL890-REL-HASH
004510         GO TO 1050-EXIT
004520     END-IF.
004530     IF DL890-PARM-CYCLE-DATE = SPACES
004540         COMPUTE DL890-WORK-INT = DL890-RUN-DATE-INT + 1
004550         COMPUTE DL890-NEXT-DATE =
004560             FUNCTION DATE-OF-INTEGER(DL890-WORK-INT)
004570         IF DL890-NEXT-DATE(5:2) NOT = DL890-RUN-DATE(5:2)
004580             MOVE DL890-RUN-DATE TO DL890-CYCLE-DATE
004590             SET DL890-CYCLE-DAY TO TRUE
004600         END-IF
004610         GO TO 1050-EXIT
004620     END-IF.
004630     IF DL890-PARM-CYCLE-DATE NOT NUMERIC
004640         SET DL890-RUN-REFUSED TO TRUE
004650         MOVE 'INT-CYCLE-PARM CYCLE DATE NOT NUMERIC'
004660             TO DL890-REFUSAL-TEXT
004670         GO TO 1050-EXIT
004680     END-IF.
004690     MOVE DL890-PARM-CYCLE-DATE(5:2) TO DL890-CYCLE-MM-WK.
004700     MOVE DL890-PARM-CYCLE-DATE(7:2) TO DL890-CYCLE-DD-WK.
004710     IF DL890-CYCLE-MM-WK < 01 OR DL890-CYCLE-MM-WK > 12
004720             OR DL890-CYCLE-DD-WK < 01 OR DL890-CYCLE-DD-WK > 31
004730         SET DL890-RUN-REFUSED TO TRUE
004740         MOVE 'INT-CYCLE-PARM CYCLE DATE NOT A VALID DATE'
004750             TO DL890-REFUSAL-TEXT
004760         GO TO 1050-EXIT
004770     END-IF.
004780     MOVE DL890-PARM-CYCLE-DATE TO DL890-CYCLE-DATE.
004790     IF DL890-CYCLE-DATE > DL890-RUN-DATE
004800         SET DL890-RUN-REFUSED TO TRUE
004810         MOVE 'INT-CYCLE-PARM CYCLE DATE IS AFTER THE RUN DATE'
004820             TO DL890-REFUSAL-TEXT
004830         GO TO 1050-EXIT
004840     END-IF.
004850     SET DL890-CYCLE-DAY TO TRUE.
004860 1050-EXIT.
004870     EXIT.
004880******************************************************************
004890*  1100-LOAD-RATES -- the whole INT-RATES table into working
004900*                     storage; a missing file or a row that is
004910*                     not numeric refuses the run rather than
004920*                     accruing on a partial table
004930******************************************************************
004940 1100-LOAD-RATES.
004950     OPEN INPUT RATE-FILE.
004960     IF DL890-RATE-STATUS NOT = '00'
004970         SET DL890-RUN-REFUSED TO TRUE
004980         MOVE 'INT-RATES WILL NOT OPEN' TO DL890-REFUSAL-TEXT
004990         GO TO 1100-EXIT
005000     END-IF.
005010     MOVE ZERO TO DL890-ROW-NO.
005020     PERFORM 1150-LOAD-RATE-ROW THRU 1150-EXIT
005030         UNTIL DL890-RATE-EOF OR DL890-RUN-REFUSED.
005040     CLOSE RATE-FILE.
005050     IF NOT DL890-RUN-REFUSED AND DL890-RATE-COUNT = ZERO
005060         SET DL890-RUN-REFUSED TO TRUE
005070         MOVE 'INT-RATES IS EMPTY' TO DL890-REFUSAL-TEXT
005080     END-IF.
005090 1100-EXIT.
005100     EXIT.
005110 1150-LOAD-RATE-ROW.
005120     READ RATE-FILE
005130         AT END SET DL890-RATE-EOF TO TRUE
005140     END-READ.
005150     IF DL890-RATE-EOF
005160         GO TO 1150-EXIT
005170     END-IF.
005180     ADD 1 TO DL890-ROW-NO.
005190     IF DL890-RAT-BAL-FLOOR NOT NUMERIC
005200             OR DL890-RAT-ANNUAL-RATE NOT NUMERIC
005210             OR DL890-RAT-EFF-DATE NOT NUMERIC
005220         MOVE DL890-ROW-NO TO DL890-RPT-NUM-EDIT
005230         SET DL890-RUN-REFUSED TO TRUE
005240         STRING 'INT-RATES ROW ' DL890-RPT-NUM-EDIT
005250             ' IS NOT NUMERIC'
005260             DELIMITED BY SIZE INTO DL890-REFUSAL-TEXT
005270         GO TO 1150-EXIT
005280     END-IF.
005290     IF DL890-RATE-COUNT NOT < DL890-RATE-MAX
005300         SET DL890-RUN-REFUSED TO TRUE
005310         MOVE 'INT-RATES HAS MORE ROWS THAN THE TABLE HOLDS'
005320             TO DL890-REFUSAL-TEXT
005330         GO TO 1150-EXIT
005340     END-IF.
005350     ADD 1 TO DL890-RATE-COUNT.
005360     SET DL890-RATE-IDX TO DL890-RATE-COUNT.
005370     MOVE DL890-RAT-BAL-FLOOR TO DL890-RT-FLOOR(DL890-RATE-IDX).
005380     MOVE DL890-RAT-ANNUAL-RATE TO DL890-RT-RATE(DL890-RATE-IDX).
005390     MOVE DL890-RAT-EFF-DATE TO DL890-RT-EFF-DATE(DL890-RATE-IDX).
005400 1150-EXIT.
005410     EXIT.
005420******************************************************************
005430*  1200-LOAD-FEES -- the whole FEE-SCHEDULE into working storage;
005440*                    an unknown fee type, a blank code or a
005450*                    row that is not numeric refuses the run.
005460*                    An empty schedule is allowed -- no fees.
005470******************************************************************
005480 1200-LOAD-FEES.
005490     OPEN INPUT FEE-FILE.
005500     IF DL890-FEE-STATUS NOT = '00'
005510         SET DL890-RUN-REFUSED TO TRUE
005520         MOVE 'FEE-SCHEDULE WILL NOT OPEN' TO DL890-REFUSAL-TEXT
005530         GO TO 1200-EXIT
005540     END-IF.
005550     MOVE ZERO TO DL890-ROW-NO.
005560     PERFORM 1250-LOAD-FEE-ROW THRU 1250-EXIT
005570         UNTIL DL890-FEE-EOF OR DL890-RUN-REFUSED.
005580     CLOSE FEE-FILE.
005590 1200-EXIT.
005600     EXIT.
005610 1250-LOAD-FEE-ROW.
005620     READ FEE-FILE
005630         AT END SET DL890-FEE-EOF TO TRUE
005640     END-READ.
005650     IF DL890-FEE-EOF
005660         GO TO 1250-EXIT
005670     END-IF.
005680     ADD 1 TO DL890-ROW-NO.
005690     IF (NOT DL890-FEE-MAINTENANCE AND NOT DL890-FEE-LOW-BALANCE
005700             AND NOT DL890-FEE-NSF)
005710             OR DL890-FEE-TRANS-CODE = SPACES
005720             OR DL890-FEE-AMOUNT NOT NUMERIC
005730             OR DL890-FEE-THRESHOLD NOT NUMERIC
005740             OR DL890-FEE-EFF-DATE NOT NUMERIC
005750         MOVE DL890-ROW-NO TO DL890-RPT-NUM-EDIT
005760         SET DL890-RUN-REFUSED TO TRUE
005770         STRING 'FEE-SCHEDULE ROW ' DL890-RPT-NUM-EDIT
005780             ' IS NOT VALID'
005790             DELIMITED BY SIZE INTO DL890-REFUSAL-TEXT
005800         GO TO 1250-EXIT
005810     END-IF.
005820     IF DL890-FEE-COUNT NOT < DL890-FEE-MAX
005830         SET DL890-RUN-REFUSED TO TRUE
005840         MOVE 'FEE-SCHEDULE HAS MORE ROWS THAN THE TABLE HOLDS'
005850             TO DL890-REFUSAL-TEXT
005860         GO TO 1250-EXIT
005870     END-IF.
005880     ADD 1 TO DL890-FEE-COUNT.
005890     SET DL890-FEE-IDX TO DL890-FEE-COUNT.
005900     MOVE DL890-FEE-TYPE TO DL890-FT-TYPE(DL890-FEE-IDX).
005910     MOVE DL890-FEE-TRANS-CODE TO DL890-FT-CODE(DL890-FEE-IDX).
005920     MOVE DL890-FEE-AMOUNT TO DL890-FT-AMOUNT(DL890-FEE-IDX).
005930     MOVE DL890-FEE-THRESHOLD
005940         TO DL890-FT-THRESHOLD(DL890-FEE-IDX).
005950     MOVE DL890-FEE-EFF-DATE TO DL890-FT-EFF-DATE(DL890-FEE-IDX).
005960 1250-EXIT.
005970     EXIT.
005980******************************************************************
005990*  1300-LOAD-TRANS-CODES -- the TRANS-CODES reference table, so
006000*                           the codes this run writes can be
006010*                           proved before anything is written
006020******************************************************************
006030 1300-LOAD-TRANS-CODES.
006040     OPEN INPUT TRANS-CODE-FILE.
006050     IF DL890-TCODE-STATUS NOT = '00'
006060         SET DL890-RUN-REFUSED TO TRUE
006070         MOVE 'TRANS-CODES WILL NOT OPEN' TO DL890-REFUSAL-TEXT
006080         GO TO 1300-EXIT
006090     END-IF.
006100     PERFORM 1350-LOAD-TRANS-CODE-ROW THRU 1350-EXIT
006110         UNTIL DL890-TCODE-EOF.
006120     CLOSE TRANS-CODE-FILE.
006130 1300-EXIT.
006140     EXIT.
006150 1350-LOAD-TRANS-CODE-ROW.
006160     READ TRANS-CODE-FILE
006170         AT END SET DL890-TCODE-EOF TO TRUE
006180     END-READ.
006190     IF NOT DL890-TCODE-EOF
006200         IF DL890-TCODE-COUNT < DL890-TCODE-MAX
006210             ADD 1 TO DL890-TCODE-COUNT
006220             SET DL890-TCODE-IDX TO DL890-TCODE-COUNT
006230             MOVE DL100-TCD-CODE
006240                 TO DL890-TCODE-CODE(DL890-TCODE-IDX)
006250             MOVE DL100-TCD-DC-IND
006260                 TO DL890-TCODE-DC-IND(DL890-TCODE-IDX)
006270             MOVE DL100-TCD-ACTIVE-FLAG
006280                 TO DL890-TCODE-ACTIVE(DL890-TCODE-IDX)
006290             MOVE DL100-TCD-EFF-DATE
006300                 TO DL890-TCODE-EFF-DATE(DL890-TCODE-IDX)
006310             MOVE DL100-TCD-SYSTEM-FLAG
006320                 TO DL890-TCODE-SYSTEM(DL890-TCODE-IDX)
006330         END-IF
006340     END-IF.
006350 1350-EXIT.
006360     EXIT.
006370******************************************************************
006380*  1400-CHECK-CYCLE-CODES -- the interest code must be an active,
006390*                            effective credit code and every fee
006400*                            code an active, effective debit
006410*                            code, or the cycle would write
006420*                            details intake rejects (or, worse,
006430*                            posts on the wrong side).  Each must
006440*                            also carry the TRANS-CODES system
006450*                            flag, or posting would take the
006460*                            cycle's items as customer activity,
006470*                            stamping the last-activity date and
006480*                            waking dormant accounts.
006490******************************************************************
006500 1400-CHECK-CYCLE-CODES.
006510     MOVE DL890-INT-CODE TO DL890-CHECK-CODE.
006520     MOVE 'C' TO DL890-CHECK-SIDE.
006530     PERFORM 1450-CHECK-ONE-CODE THRU 1450-EXIT.
006540     IF DL890-FEE-COUNT > ZERO
006550         PERFORM 1420-CHECK-FEE-CODE THRU 1420-EXIT
006560             VARYING DL890-SUB FROM 1 BY 1
006570             UNTIL DL890-SUB > DL890-FEE-COUNT
006580                 OR DL890-RUN-REFUSED
006590     END-IF.
006600 1400-EXIT.
006610     EXIT.
006620 1420-CHECK-FEE-CODE.
006630     IF DL890-FT-TYPE(DL890-SUB) = 'N'
006640         GO TO 1420-EXIT
006650     END-IF.
006660     MOVE DL890-FT-CODE(DL890-SUB) TO DL890-CHECK-CODE.
006670     MOVE 'D' TO DL890-CHECK-SIDE.
006680     PERFORM 1450-CHECK-ONE-CODE THRU 1450-EXIT.
006690 1420-EXIT.
006700     EXIT.
006710 1450-CHECK-ONE-CODE.
006720     IF DL890-TCODE-COUNT = ZERO
006730         SET DL890-RUN-REFUSED TO TRUE
006740         MOVE 'TRANS-CODES IS EMPTY' TO DL890-REFUSAL-TEXT
006750         GO TO 1450-EXIT
006760     END-IF.
006770     SET DL890-TCODE-IDX TO 1.
006780     SEARCH DL890-TCODE-ENTRY
006790         AT END
006800             SET DL890-RUN-REFUSED TO TRUE
006810             STRING 'CYCLE CODE ' DL890-CHECK-CODE
006820                 ' IS NOT ON TRANS-CODES'
006830                 DELIMITED BY SIZE INTO DL890-REFUSAL-TEXT
006840         WHEN DL890-TCODE-CODE(DL890-TCODE-IDX) = DL890-CHECK-CODE
006850             IF DL890-TCODE-ACTIVE(DL890-TCODE-IDX) NOT = 'A'
006860                     OR DL890-TCODE-EFF-DATE(DL890-TCODE-IDX)
006870                         > DL890-RUN-DATE
006880                     OR DL890-TCODE-DC-IND(DL890-TCODE-IDX)
006890                         NOT = DL890-CHECK-SIDE
006900                 SET DL890-RUN-REFUSED TO TRUE
006910                 STRING 'CYCLE CODE ' DL890-CHECK-CODE
006920                     ' IS INACTIVE, NOT EFFECTIVE OR WRONG SIDE'
006930                     DELIMITED BY SIZE INTO DL890-REFUSAL-TEXT
006940             ELSE
006950                 IF DL890-TCODE-SYSTEM(DL890-TCODE-IDX) NOT = 'S'
006960                     SET DL890-RUN-REFUSED TO TRUE
006970                     STRING 'CYCLE CODE ' DL890-CHECK-CODE
006980                         ' IS NOT FLAGGED AS A SYSTEM CHARGE'
006990                         DELIMITED BY SIZE INTO DL890-REFUSAL-TEXT
007000                 END-IF
007010             END-IF
007020     END-SEARCH.
007030 1450-EXIT.
007040     EXIT.
007050******************************************************************
007060*  1500-OPEN-PENDING -- a cycle run writes a fresh CYCLE-PENDING
007070*                       batch, so it refuses while the file
007080*                       still holds a batch nobody has released
007090*                       (overwriting it would lose postings the
007100*                       accrual file already counts as charged);
007110*                       otherwise the batch header goes out now
007120******************************************************************
007130 1500-OPEN-PENDING.
007140     OPEN INPUT PENDING-FILE.
007150     IF DL890-PEND-STATUS = '00'
007160         READ PENDING-FILE
007170             AT END SET DL890-PEND-EOF TO TRUE
007180         END-READ
007190         CLOSE PENDING-FILE
007200         IF NOT DL890-PEND-EOF
007210             SET DL890-RUN-REFUSED TO TRUE
007220             MOVE 'CYCLE-PENDING STILL HOLDS AN UNRELEASED BATCH'
007230                 TO DL890-REFUSAL-TEXT
007240             GO TO 1500-EXIT
007250         END-IF
007260     END-IF.
007270     MOVE 'N' TO DL890-PEND-EOF-SWITCH.
007280     OPEN OUTPUT PENDING-FILE.
007290     IF DL890-PEND-STATUS NOT = '00'
007300         SET DL890-RUN-REFUSED TO TRUE
007310         MOVE 'CYCLE-PENDING WILL NOT OPEN' TO DL890-REFUSAL-TEXT
007320         GO TO 1500-EXIT
007330     END-IF.
007340     SET DL890-PEND-IS-OPEN TO TRUE.
007350     MOVE SPACES TO DL890-WORK-REC.
007360     MOVE 'HDR' TO DL100-HDR-REC-TYPE.
007370     MOVE DL890-CYCLE-DATE TO DL100-HDR-RUN-DATE.
007380     WRITE DL890-PEND-RECORD FROM DL890-WORK-REC.
007390 1500-EXIT.
007400     EXIT.
007410******************************************************************
007420*  1600-OPEN-MASTERS -- ACCT-MASTER is read front to back; the
007430*                       accrual file is opened I-O and created
007440*                       empty on first ever use
007450******************************************************************
007460 1600-OPEN-MASTERS.
007470     OPEN INPUT ACCT-MASTER.
007480     IF DL890-ACCT-STATUS NOT = '00'
007490         SET DL890-RUN-REFUSED TO TRUE
007500         MOVE 'ACCT-MASTER WILL NOT OPEN' TO DL890-REFUSAL-TEXT
007510         GO TO 1600-EXIT
007520     END-IF.
007530     SET DL890-ACCT-IS-OPEN TO TRUE.
007540     OPEN I-O ACCRUAL-FILE.
007550     IF DL890-ACR-STATUS = '35'
007560         OPEN OUTPUT ACCRUAL-FILE
007570         CLOSE ACCRUAL-FILE
007580         OPEN I-O ACCRUAL-FILE
007590     END-IF.
007600     IF DL890-ACR-STATUS NOT = '00'
007610         SET DL890-RUN-REFUSED TO TRUE
007620         MOVE 'INT-ACCRUAL WILL NOT OPEN' TO DL890-REFUSAL-TEXT
007630         GO TO 1600-EXIT
007640     END-IF.
007650     SET DL890-ACR-IS-OPEN TO TRUE.
007660 1600-EXIT.
007670     EXIT.
007680 1700-WRITE-REPORT-HEADER.
007690     IF DL890-RPT-OPEN-FAILED
007700         GO TO 1700-EXIT
007710     END-IF.
007720     MOVE SPACES TO DL890-RPT-LINE.
007730     STRING 'INTEREST-CYCLE ACCRUAL REGISTER'
007740         DELIMITED BY SIZE INTO DL890-RPT-LINE.
007750     WRITE DL890-RPT-LINE.
007760     MOVE SPACES TO DL890-RPT-LINE.
007770     STRING 'RUN DATE...........: ' DL890-RUN-DATE
007780         DELIMITED BY SIZE INTO DL890-RPT-LINE.
007790     WRITE DL890-RPT-LINE.
007800     MOVE SPACES TO DL890-RPT-LINE.
007810     IF DL890-CYCLE-DAY
007820         STRING 'CYCLE DATE.........: ' DL890-CYCLE-DATE
007830             DELIMITED BY SIZE INTO DL890-RPT-LINE
007840     ELSE
007850         STRING 'CYCLE DATE.........: NONE -- ACCRUAL ONLY'
007860             DELIMITED BY SIZE INTO DL890-RPT-LINE
007870     END-IF.
007880     WRITE DL890-RPT-LINE.
007890     MOVE SPACES TO DL890-RPT-LINE.
007900     STRING 'ACCOUNT NO NAME                    BALANCE'
007910         '    ACCRUED   INTEREST      FEES NOTE'
007920         DELIMITED BY SIZE INTO DL890-RPT-LINE.
007930     WRITE DL890-RPT-LINE.
007940 1700-EXIT.
007950     EXIT.
007960******************************************************************
007970*  2000-PROCESS-ACCOUNT -- one ACCT-MASTER record: closed,
007980*                          frozen and escheated accounts are
007990*                          passed over; an open or dormant
008000*                          account accrues for the run date
008010*                          and, on a cycle day, is charged.  A
008020*                          cycle date forced to a day already
008030*                          past is charged before today's accrual
008040*                          so the days after the cycle date
008050*                          count toward the next cycle.
008060******************************************************************
008070 2000-PROCESS-ACCOUNT.
008080     ADD 1 TO DL890-ACCTS-READ.
008090     IF DL200-MST-CLOSED OR DL200-MST-FROZEN
008100             OR DL200-MST-ESCHEATED
008110         ADD 1 TO DL890-ACCTS-SKIPPED
008120         GO TO 2000-NEXT
008130     END-IF.
008140     MOVE SPACES TO DL890-ACCT-NOTE.
008150     MOVE ZERO TO DL890-CYCLE-INTEREST.
008160     MOVE ZERO TO DL890-CYCLE-FEES.
008170     PERFORM 2100-GET-ACCRUAL THRU 2100-EXIT.
008180     IF DL890-CYCLE-DAY AND DL890-CYCLE-DATE < DL890-RUN-DATE
008190         PERFORM 2400-CYCLE-ACCOUNT THRU 2400-EXIT
008200         PERFORM 2200-ACCRUE-ACCOUNT THRU 2200-EXIT
008210     ELSE
008220         PERFORM 2200-ACCRUE-ACCOUNT THRU 2200-EXIT
008230         IF DL890-CYCLE-DAY
008240             PERFORM 2400-CYCLE-ACCOUNT THRU 2400-EXIT
008250         END-IF
008260     END-IF.
008270     PERFORM 2600-SAVE-ACCRUAL THRU 2600-EXIT.
008280     PERFORM 2700-REPORT-ACCOUNT THRU 2700-EXIT.
008290 2000-NEXT.
008300     PERFORM 2900-READ-ACCOUNT THRU 2900-EXIT.
008310 2000-EXIT.
008320     EXIT.
008330******************************************************************
008340*  2100-GET-ACCRUAL -- the account's accrual record, or a fresh
008350*                      one whose cycle low starts at today's
008360*                      balance
008370******************************************************************
008380 2100-GET-ACCRUAL.
008390     MOVE 'N' TO DL890-ACR-FOUND-SWITCH.
008400     MOVE DL200-MST-ACCOUNT-NO TO DL890-ACR-ACCOUNT-NO.
008410     READ ACCRUAL-FILE
008420         INVALID KEY
008430             CONTINUE
008440         NOT INVALID KEY
008450             SET DL890-ACR-FOUND TO TRUE
008460     END-READ.
008470     IF NOT DL890-ACR-FOUND
008480         MOVE SPACES TO DL890-ACCRUAL-RECORD
008490         MOVE DL200-MST-ACCOUNT-NO TO DL890-ACR-ACCOUNT-NO
008500         MOVE ZERO TO DL890-ACR-ACCRUED
008510         MOVE DL200-MST-BALANCE TO DL890-ACR-MIN-BALANCE
008520         MOVE ZERO TO DL890-ACR-LAST-ACCRUAL
008530         MOVE ZERO TO DL890-ACR-LAST-CYCLE
008540         MOVE ZERO TO DL890-ACR-CYCLE-INTEREST
008550         MOVE ZERO TO DL890-ACR-CYCLE-FEES
008560     END-IF.
008570 2100-EXIT.
008580     EXIT.
008590******************************************************************
008600*  2200-ACCRUE-ACCOUNT -- interest for every day since the last
008610*                         accrual (a weekend or holiday the job
008620*                         did not run earns on the balance it
008630*                         carried), at the band rate for the
008640*                         balance: balance x rate / 100 / 365 per
008650*                         day.  A debit balance earns nothing.
008660*                         An account already accrued for the run
008670*                         date is left alone.
008680******************************************************************
008690 2200-ACCRUE-ACCOUNT.
008700     IF DL890-ACR-LAST-ACCRUAL NOT < DL890-RUN-DATE
008710         ADD 1 TO DL890-ACCTS-RERUN
008720         MOVE 'RERN' TO DL890-ACCT-NOTE
008730         GO TO 2200-EXIT
008740     END-IF.
008750     IF DL890-ACR-LAST-ACCRUAL = ZERO
008760         MOVE 1 TO DL890-DAYS
008770     ELSE
008780         COMPUTE DL890-DAYS = DL890-RUN-DATE-INT -
008790             FUNCTION INTEGER-OF-DATE(DL890-ACR-LAST-ACCRUAL)
008800     END-IF.
008810     MOVE ZERO TO DL890-DAY-INTEREST.
008820     IF DL200-MST-BALANCE > ZERO
008830         PERFORM 2250-FIND-RATE THRU 2250-EXIT
008840         IF DL890-RATE-FOUND
008850             COMPUTE DL890-DAY-INTEREST ROUNDED =
008860                 DL200-MST-BALANCE * DL890-RT-RATE(DL890-BEST-SUB)
008870                 * DL890-DAYS / 36500
008880         END-IF
008890     END-IF.
008900     ADD DL890-DAY-INTEREST TO DL890-ACR-ACCRUED.
008910     ADD DL890-DAY-INTEREST TO DL890-TOTAL-ACCRUED.
008920     IF DL200-MST-BALANCE < DL890-ACR-MIN-BALANCE
008930         MOVE DL200-MST-BALANCE TO DL890-ACR-MIN-BALANCE
008940     END-IF.
008950     MOVE DL890-RUN-DATE TO DL890-ACR-LAST-ACCRUAL.
008960     ADD 1 TO DL890-ACCTS-ACCRUED.
008970 2200-EXIT.
008980     EXIT.
008990******************************************************************
009000*  2250-FIND-RATE -- the band with the highest floor the balance
009010*                    reaches, among rows already in effect; of
009020*                    two rows for the same floor the later
009030*                    effective date wins
009040******************************************************************
009050 2250-FIND-RATE.
009060     MOVE 'N' TO DL890-RATE-FOUND-SWITCH.
009070     MOVE ZERO TO DL890-BEST-SUB.
009080     PERFORM 2260-TRY-RATE THRU 2260-EXIT
009090         VARYING DL890-SUB FROM 1 BY 1
009100         UNTIL DL890-SUB > DL890-RATE-COUNT.
009110 2250-EXIT.
009120     EXIT.
009130 2260-TRY-RATE.
009140     IF DL890-RT-EFF-DATE(DL890-SUB) > DL890-RUN-DATE
009150             OR DL890-RT-FLOOR(DL890-SUB) > DL200-MST-BALANCE
009160         GO TO 2260-EXIT
009170     END-IF.
009180     IF DL890-RATE-FOUND
009190         IF DL890-RT-FLOOR(DL890-SUB)
009200                 < DL890-RT-FLOOR(DL890-BEST-SUB)
009210             GO TO 2260-EXIT
009220         END-IF
009230         IF DL890-RT-FLOOR(DL890-SUB)
009240                 = DL890-RT-FLOOR(DL890-BEST-SUB)
009250                 AND DL890-RT-EFF-DATE(DL890-SUB)
009260                     NOT > DL890-RT-EFF-DATE(DL890-BEST-SUB)
009270             GO TO 2260-EXIT
009280         END-IF
009290     END-IF.
009300     SET DL890-RATE-FOUND TO TRUE.
009310     MOVE DL890-SUB TO DL890-BEST-SUB.
009320 2260-EXIT.
009330     EXIT.
009340******************************************************************
009350*  2400-CYCLE-ACCOUNT -- credit the accrued interest, rounded to
009360*                        the cent (the fraction left over carries
009370*                        into the next cycle), and charge each
009380*                        fee in effect; then restart the cycle's
009390*                        low balance from today's balance.  An
009400*                        account already charged for this cycle
009410*                        date is left alone.  A dormant account
009420*                        is credited but never charged.
009430******************************************************************
009440 2400-CYCLE-ACCOUNT.
009450     IF DL890-ACR-LAST-CYCLE = DL890-CYCLE-DATE
009460         ADD 1 TO DL890-ACCTS-CYCLE-DONE
009470         MOVE 'CYCD' TO DL890-ACCT-NOTE
009480         GO TO 2400-EXIT
009490     END-IF.
009500     COMPUTE DL890-CYCLE-INTEREST ROUNDED = DL890-ACR-ACCRUED.
009510     IF DL890-CYCLE-INTEREST > ZERO
009520         MOVE DL890-INT-CODE TO DL890-ITEM-CODE
009530         MOVE DL890-CYCLE-INTEREST TO DL890-ITEM-AMOUNT
009540         PERFORM 2500-WRITE-CYCLE-ITEM THRU 2500-EXIT
009550         SUBTRACT DL890-CYCLE-INTEREST FROM DL890-ACR-ACCRUED
009560         ADD DL890-CYCLE-INTEREST TO DL890-TOTAL-INTEREST
009570         ADD 1 TO DL890-INT-ITEMS
009580     ELSE
009590         MOVE ZERO TO DL890-CYCLE-INTEREST
009600     END-IF.
009610     IF DL890-FEE-COUNT > ZERO AND NOT DL200-MST-DORMANT
009620         PERFORM 2450-CHARGE-FEE THRU 2450-EXIT
009630             VARYING DL890-SUB FROM 1 BY 1
009640             UNTIL DL890-SUB > DL890-FEE-COUNT
009650     END-IF.
009660     MOVE DL890-CYCLE-DATE TO DL890-ACR-LAST-CYCLE.
009670     MOVE DL890-CYCLE-INTEREST TO DL890-ACR-CYCLE-INTEREST.
009680     MOVE DL890-CYCLE-FEES TO DL890-ACR-CYCLE-FEES.
009690     MOVE DL200-MST-BALANCE TO DL890-ACR-MIN-BALANCE.
009700     ADD 1 TO DL890-ACCTS-CYCLED.
009710 2400-EXIT.
009720     EXIT.
009730******************************************************************
009740*  2450-CHARGE-FEE -- one fee schedule row: skipped when not yet
009750*                     in effect on the cycle date or superseded
009760*                     by a later row for the same code; a
009770*                     maintenance fee is waived at or above its
009780*                     threshold balance, a low-balance fee is
009790*                     charged only when the cycle's low fell
009800*                     below its threshold.  An NSF fee row is
009810*                     the posting run's and never charged here.
009820******************************************************************
009830 2450-CHARGE-FEE.
009840     IF DL890-FT-TYPE(DL890-SUB) = 'N'
009850         GO TO 2450-EXIT
009860     END-IF.
009870     IF DL890-FT-EFF-DATE(DL890-SUB) > DL890-CYCLE-DATE
009880         GO TO 2450-EXIT
009890     END-IF.
009900     SET DL890-FEE-LIVE TO TRUE.
009910     PERFORM 2460-CHECK-SUPERSEDED THRU 2460-EXIT
009920         VARYING DL890-SUB2 FROM 1 BY 1
009930         UNTIL DL890-SUB2 > DL890-FEE-COUNT
009940             OR NOT DL890-FEE-LIVE.
009950     IF NOT DL890-FEE-LIVE
009960         GO TO 2450-EXIT
009970     END-IF.
009980     IF DL890-FT-TYPE(DL890-SUB) = 'M'
009990         IF DL890-FT-THRESHOLD(DL890-SUB) > ZERO
010000                 AND DL200-MST-BALANCE
010010                     NOT < DL890-FT-THRESHOLD(DL890-SUB)
010020             GO TO 2450-EXIT
010030         END-IF
010040     ELSE
010050         IF DL890-ACR-MIN-BALANCE
010060                 NOT < DL890-FT-THRESHOLD(DL890-SUB)
010070             GO TO 2450-EXIT
010080         END-IF
010090     END-IF.
010100     IF DL890-FT-AMOUNT(DL890-SUB) = ZERO
010110         GO TO 2450-EXIT
010120     END-IF.
010130     MOVE DL890-FT-CODE(DL890-SUB) TO DL890-ITEM-CODE.
010140     MOVE DL890-FT-AMOUNT(DL890-SUB) TO DL890-ITEM-AMOUNT.
010150     PERFORM 2500-WRITE-CYCLE-ITEM THRU 2500-EXIT.
010160     ADD DL890-ITEM-AMOUNT TO DL890-CYCLE-FEES.
010170     ADD DL890-ITEM-AMOUNT TO DL890-TOTAL-FEES.
010180     ADD 1 TO DL890-FEE-ITEMS.
010190 2450-EXIT.
010200     EXIT.
010210 2460-CHECK-SUPERSEDED.
010220     IF DL890-SUB2 NOT = DL890-SUB
010230             AND DL890-FT-CODE(DL890-SUB2)
010240                 = DL890-FT-CODE(DL890-SUB)
010250             AND DL890-FT-EFF-DATE(DL890-SUB2)
010260                 NOT > DL890-CYCLE-DATE
010270             AND DL890-FT-EFF-DATE(DL890-SUB2)
010280                 > DL890-FT-EFF-DATE(DL890-SUB)
010290         MOVE 'N' TO DL890-FEE-LIVE-SWITCH
010300     END-IF.
010310 2460-EXIT.
010320     EXIT.
010330******************************************************************
010340*  2500-WRITE-CYCLE-ITEM -- one detail record for the pending
010350*                           batch, dated the cycle date, under a
010360*                           reference built from the code, the
010370*                           account and the cycle's year and
010380*                           month, so the same charge can never
010390*                           be accepted twice by intake
010400******************************************************************
010410 2500-WRITE-CYCLE-ITEM.
010420     MOVE SPACES TO DL890-WORK-REC.
010430     MOVE 'DTL' TO DL100-REC-TYPE.
010440     MOVE DL200-MST-ACCOUNT-NO TO DL100-ACCOUNT-NO.
010450     MOVE DL890-ITEM-CODE TO DL100-TRANS-CODE.
010460     MOVE DL890-ITEM-AMOUNT TO DL100-TRANS-AMOUNT.
010470     MOVE DL890-CYCLE-DATE TO DL100-TRANS-DATE.
010480     STRING DL890-ITEM-CODE DL200-MST-ACCOUNT-NO
010490         DL890-CYCLE-DATE(3:4)
010500         DELIMITED BY SIZE INTO DL100-TRANS-REF.
010510     WRITE DL890-PEND-RECORD FROM DL890-WORK-REC.
010520     ADD 1 TO DL890-BATCH-COUNT.
010530     COMPUTE DL890-CENTS = DL890-ITEM-AMOUNT * 100.
010540     ADD DL890-CENTS TO DL890-BATCH-HASH.
010550 2500-EXIT.
010560     EXIT.
010570******************************************************************
010580*  2600-SAVE-ACCRUAL -- WRITE a new accrual record or REWRITE the
010590*                       existing one; a failure grades the run
010600*                       RETURN-CODE 8
010610******************************************************************
010620 2600-SAVE-ACCRUAL.
010630     IF DL890-ACR-FOUND
010640         REWRITE DL890-ACCRUAL-RECORD
010650             INVALID KEY
010660                 CONTINUE
010670         END-REWRITE
010680     ELSE
010690         WRITE DL890-ACCRUAL-RECORD
010700             INVALID KEY
010710                 CONTINUE
010720         END-WRITE
010730     END-IF.
010740     IF DL890-ACR-STATUS NOT = '00'
010750         DISPLAY 'INT-ACCRUAL UPDATE FAILED, STATUS='
010760             DL890-ACR-STATUS ' KEY=' DL890-ACR-ACCOUNT-NO
010770         SET DL890-ACR-WRITE-FAILED TO TRUE
010780         MOVE 'AWRT' TO DL890-ACCT-NOTE
010790     END-IF.
010800 2600-EXIT.
010810     EXIT.
010820 2700-REPORT-ACCOUNT.
010830     IF DL890-RPT-OPEN-FAILED
010840         GO TO 2700-EXIT
010850     END-IF.
010860     MOVE SPACES TO DL890-RPT-DETAIL.
010870     MOVE DL200-MST-ACCOUNT-NO TO DL890-RPT-ACCT.
010880     MOVE DL200-MST-NAME TO DL890-RPT-NAME.
010890     MOVE DL200-MST-BALANCE TO DL890-RPT-BALANCE.
010900     MOVE DL890-ACR-ACCRUED TO DL890-RPT-ACCRUED.
010910     MOVE DL890-CYCLE-INTEREST TO DL890-RPT-INTEREST.
010920     MOVE DL890-CYCLE-FEES TO DL890-RPT-FEES.
010930     MOVE DL890-ACCT-NOTE TO DL890-RPT-NOTE.
010940     MOVE DL890-RPT-DETAIL TO DL890-RPT-LINE.
010950     WRITE DL890-RPT-LINE.
010960 2700-EXIT.
010970     EXIT.
010980 2900-READ-ACCOUNT.
010990     READ ACCT-MASTER NEXT RECORD
011000         AT END SET DL890-ACCT-EOF TO TRUE
011010     END-READ.
011020 2900-EXIT.
011030     EXIT.
011040******************************************************************
011050*  5000-RELEASE-CYCLE -- after accounting signs the register:
011060*                        prove CYCLE-PENDING against its own
011070*                        trailer and against the count and hash
011080*                        on the release card, then append it to
011090*                        TRANS-GENERATED for the next intake run
011100*                        and empty it so it cannot go twice
011110******************************************************************
011120 5000-RELEASE-CYCLE.
011130     OPEN INPUT PENDING-FILE.
011140     IF DL890-PEND-STATUS NOT = '00'
011150         SET DL890-RUN-REFUSED TO TRUE
011160         MOVE 'NOTHING PENDING ON CYCLE-PENDING'
011170             TO DL890-REFUSAL-TEXT
011180         GO TO 5000-EXIT
011190     END-IF.
011200     PERFORM 5100-TOTAL-PENDING THRU 5100-EXIT
011210         UNTIL DL890-PEND-EOF.
011220     CLOSE PENDING-FILE.
011230     EVALUATE TRUE
011240         WHEN DL890-PEND-RECS = ZERO
011250             SET DL890-RUN-REFUSED TO TRUE
011260             MOVE 'NOTHING PENDING ON CYCLE-PENDING'
011270                 TO DL890-REFUSAL-TEXT
011280         WHEN NOT DL890-TRL-SEEN
011290             SET DL890-RUN-REFUSED TO TRUE
011300             MOVE 'CYCLE-PENDING HAS NO TRAILER -- INCOMPLETE'
011310                 TO DL890-REFUSAL-TEXT
011320         WHEN DL890-PEND-DETAILS NOT = DL890-BATCH-COUNT
011330                 OR DL890-PEND-HASH NOT = DL890-BATCH-HASH
011340             SET DL890-RUN-REFUSED TO TRUE
011350             MOVE 'CYCLE-PENDING DOES NOT AGREE WITH ITS TRAILER'
011360                 TO DL890-REFUSAL-TEXT
011370         WHEN DL890-REL-COUNT NOT = DL890-BATCH-COUNT
011380                 OR DL890-REL-HASH NOT = DL890-BATCH-HASH
011390             SET DL890-RUN-REFUSED TO TRUE
011400             MOVE 'RELEASE CARD DOES NOT AGREE WITH THE REGISTER'
011410                 TO DL890-REFUSAL-TEXT
011420     END-EVALUATE.
011430     IF DL890-RUN-REFUSED
011440         GO TO 5000-EXIT
011450     END-IF.
011460     OPEN EXTEND GENERATED-OUT.
011470     IF DL890-GEN-STATUS NOT = '00'
011480         OPEN OUTPUT GENERATED-OUT
011490     END-IF.
011500     IF DL890-GEN-STATUS NOT = '00'
011510         SET DL890-RUN-REFUSED TO TRUE
011520         MOVE 'TRANS-GENERATED WILL NOT OPEN'
011530             TO DL890-REFUSAL-TEXT
011540         GO TO 5000-EXIT
011550     END-IF.
011560     MOVE 'N' TO DL890-PEND-EOF-SWITCH.
011570     OPEN INPUT PENDING-FILE.
011580     PERFORM 5200-COPY-PENDING THRU 5200-EXIT
011590         UNTIL DL890-PEND-EOF.
011600     CLOSE PENDING-FILE.
011610     CLOSE GENERATED-OUT.
011620     OPEN OUTPUT PENDING-FILE.
011630     CLOSE PENDING-FILE.
011640 5000-EXIT.
011650     EXIT.
011660 5100-TOTAL-PENDING.
011670     READ PENDING-FILE INTO DL890-WORK-REC
011680         AT END SET DL890-PEND-EOF TO TRUE
011690     END-READ.
011700     IF DL890-PEND-EOF
011710         GO TO 5100-EXIT
011720     END-IF.
011730     ADD 1 TO DL890-PEND-RECS.
011740     EVALUATE TRUE
011750         WHEN DL100-REC-TYPE = 'HDR'
011760             CONTINUE
011770         WHEN DL100-REC-TYPE = 'TRL'
011780             SET DL890-TRL-SEEN TO TRUE
011790             MOVE DL100-TRL-REC-COUNT TO DL890-BATCH-COUNT
011800             MOVE DL100-TRL-HASH-TOTAL TO DL890-BATCH-HASH
011810         WHEN OTHER
011820             ADD 1 TO DL890-PEND-DETAILS
011830             COMPUTE DL890-CENTS = DL100-TRANS-AMOUNT * 100
011840             ADD DL890-CENTS TO DL890-PEND-HASH
011850     END-EVALUATE.
011860 5100-EXIT.
011870     EXIT.
011880 5200-COPY-PENDING.
011890     READ PENDING-FILE
011900         AT END SET DL890-PEND-EOF TO TRUE
011910     END-READ.
011920     IF NOT DL890-PEND-EOF
011930         WRITE DL890-GEN-RECORD FROM DL890-PEND-RECORD
011940     END-IF.
011950 5200-EXIT.
011960     EXIT.
011970******************************************************************
011980*  8000-FINALIZE -- close out the pending batch with its trailer,
011990*                   write the totals (and, on a cycle, the
012000*                   sign-off block), then close
012010******************************************************************
012020 8000-FINALIZE.
012030     IF DL890-PEND-IS-OPEN
012040         MOVE SPACES TO DL890-WORK-REC
012050         MOVE 'TRL' TO DL100-TRL-REC-TYPE
012060         MOVE DL890-BATCH-COUNT TO DL100-TRL-REC-COUNT
012070         MOVE DL890-BATCH-HASH TO DL100-TRL-HASH-TOTAL
012080         WRITE DL890-PEND-RECORD FROM DL890-WORK-REC
012090         CLOSE PENDING-FILE
012100     END-IF.
012110     IF DL890-MODE-RELEASE
012120         PERFORM 8300-WRITE-RELEASE-REPORT THRU 8300-EXIT
012130     ELSE
012140         PERFORM 8200-WRITE-TOTALS THRU 8200-EXIT
012150     END-IF.
012160     IF DL890-ACCT-IS-OPEN
012170         CLOSE ACCT-MASTER
012180     END-IF.
012190     IF DL890-ACR-IS-OPEN
012200         CLOSE ACCRUAL-FILE
012210     END-IF.
012220     IF NOT DL890-RPT-OPEN-FAILED
012230         CLOSE CYCLE-RPT
012240     END-IF.
012250 8000-EXIT.
012260     EXIT.
012270 8200-WRITE-TOTALS.
012280     IF DL890-RPT-OPEN-FAILED
012290         GO TO 8200-EXIT
012300     END-IF.
012310     IF DL890-RUN-REFUSED
012320         MOVE SPACES TO DL890-RPT-LINE
012330         STRING 'INTEREST-CYCLE ACCRUAL REGISTER'
012340             DELIMITED BY SIZE INTO DL890-RPT-LINE
012350         WRITE DL890-RPT-LINE
012360         MOVE SPACES TO DL890-RPT-LINE
012370         STRING 'RUN REFUSED -- ' DL890-REFUSAL-TEXT
012380             DELIMITED BY SIZE INTO DL890-RPT-LINE
012390         WRITE DL890-RPT-LINE
012400         GO TO 8200-EXIT
012410     END-IF.
012420     MOVE DL890-ACCTS-READ TO DL890-RPT-NUM-EDIT.
012430     MOVE SPACES TO DL890-RPT-LINE.
012440     STRING 'ACCOUNTS READ......: ' DL890-RPT-NUM-EDIT
012450         DELIMITED BY SIZE INTO DL890-RPT-LINE.
012460     WRITE DL890-RPT-LINE.
012470     MOVE DL890-ACCTS-SKIPPED TO DL890-RPT-NUM-EDIT.
012480     MOVE SPACES TO DL890-RPT-LINE.
012490     STRING 'CLOSED/FRZN/ESCH...: ' DL890-RPT-NUM-EDIT
012500         DELIMITED BY SIZE INTO DL890-RPT-LINE.
012510     WRITE DL890-RPT-LINE.
012520     MOVE DL890-ACCTS-ACCRUED TO DL890-RPT-NUM-EDIT.
012530     MOVE SPACES TO DL890-RPT-LINE.
012540     STRING 'ACCOUNTS ACCRUED...: ' DL890-RPT-NUM-EDIT
012550         DELIMITED BY SIZE INTO DL890-RPT-LINE.
012560     WRITE DL890-RPT-LINE.
012570     MOVE DL890-ACCTS-RERUN TO DL890-RPT-NUM-EDIT.
012580     MOVE SPACES TO DL890-RPT-LINE.
012590     STRING 'ALREADY ACCRUED....: ' DL890-RPT-NUM-EDIT
012600         DELIMITED BY SIZE INTO DL890-RPT-LINE.
012610     WRITE DL890-RPT-LINE.
012620     COMPUTE DL890-RPT-AMT-EDIT ROUNDED = DL890-TOTAL-ACCRUED.
012630     MOVE SPACES TO DL890-RPT-LINE.
012640     STRING 'ACCRUED THIS RUN...: ' DL890-RPT-AMT-EDIT
012650         DELIMITED BY SIZE INTO DL890-RPT-LINE.
012660     WRITE DL890-RPT-LINE.
012670     IF NOT DL890-CYCLE-DAY
012680         GO TO 8200-EXIT
012690     END-IF.
012700     MOVE DL890-ACCTS-CYCLED TO DL890-RPT-NUM-EDIT.
012710     MOVE SPACES TO DL890-RPT-LINE.
012720     STRING 'ACCOUNTS CYCLED....: ' DL890-RPT-NUM-EDIT
012730         DELIMITED BY SIZE INTO DL890-RPT-LINE.
012740     WRITE DL890-RPT-LINE.
012750     MOVE DL890-ACCTS-CYCLE-DONE TO DL890-RPT-NUM-EDIT.
012760     MOVE SPACES TO DL890-RPT-LINE.
012770     STRING 'ALREADY CYCLED.....: ' DL890-RPT-NUM-EDIT
012780         DELIMITED BY SIZE INTO DL890-RPT-LINE.
012790     WRITE DL890-RPT-LINE.
012800     MOVE DL890-INT-ITEMS TO DL890-RPT-NUM-EDIT.
012810     MOVE DL890-TOTAL-INTEREST TO DL890-RPT-AMT-EDIT.
012820     MOVE SPACES TO DL890-RPT-LINE.
012830     STRING 'INTEREST CREDITS...: ' DL890-RPT-NUM-EDIT
012840         '  AMOUNT ' DL890-RPT-AMT-EDIT
012850         DELIMITED BY SIZE INTO DL890-RPT-LINE.
012860     WRITE DL890-RPT-LINE.
012870     MOVE DL890-FEE-ITEMS TO DL890-RPT-NUM-EDIT.
012880     MOVE DL890-TOTAL-FEES TO DL890-RPT-AMT-EDIT.
012890     MOVE SPACES TO DL890-RPT-LINE.
012900     STRING 'SERVICE CHARGES....: ' DL890-RPT-NUM-EDIT
012910         '  AMOUNT ' DL890-RPT-AMT-EDIT
012920         DELIMITED BY SIZE INTO DL890-RPT-LINE.
012930     WRITE DL890-RPT-LINE.
012940     MOVE DL890-BATCH-COUNT TO DL890-RPT-NUM-EDIT.
012950     MOVE DL890-BATCH-HASH TO DL890-RPT-HASH-EDIT.
012960     MOVE SPACES TO DL890-RPT-LINE.
012970     STRING 'PENDING BATCH......: DETAILS ' DL890-RPT-NUM-EDIT
012980         '  HASH ' DL890-RPT-HASH-EDIT
012990         DELIMITED BY SIZE INTO DL890-RPT-LINE.
013000     WRITE DL890-RPT-LINE.
013010     MOVE SPACES TO DL890-RPT-LINE.
013020     STRING 'RELEASE............: INT-CYCLE-PARM MODE R WITH'
013030         ' APPROVER, COUNT AND HASH'
013040         DELIMITED BY SIZE INTO DL890-RPT-LINE.
013050     WRITE DL890-RPT-LINE.
013060     MOVE SPACES TO DL890-RPT-LINE.
013070     WRITE DL890-RPT-LINE.
013080     MOVE SPACES TO DL890-RPT-LINE.
013090     STRING 'APPROVED FOR RELEASE BY: ______________________'
013100         '  DATE: __________'
013110         DELIMITED BY SIZE INTO DL890-RPT-LINE.
013120     WRITE DL890-RPT-LINE.
013130 8200-EXIT.
013140     EXIT.
013150 8300-WRITE-RELEASE-REPORT.
013160     IF DL890-RPT-OPEN-FAILED
013170         GO TO 8300-EXIT
013180     END-IF.
013190     MOVE SPACES TO DL890-RPT-LINE.
013200     STRING 'INTEREST-CYCLE RELEASE REPORT'
013210         DELIMITED BY SIZE INTO DL890-RPT-LINE.
013220     WRITE DL890-RPT-LINE.
013230     MOVE SPACES TO DL890-RPT-LINE.
013240     STRING 'RUN DATE...........: ' DL890-RUN-DATE
013250         DELIMITED BY SIZE INTO DL890-RPT-LINE.
013260     WRITE DL890-RPT-LINE.
013270     MOVE SPACES TO DL890-RPT-LINE.
013280     STRING 'APPROVER...........: ' DL890-PARM-APPROVER
013290         DELIMITED BY SIZE INTO DL890-RPT-LINE.
013300     WRITE DL890-RPT-LINE.
013310     MOVE DL890-REL-COUNT TO DL890-RPT-NUM-EDIT.
013320     MOVE DL890-REL-HASH TO DL890-RPT-HASH-EDIT.
013330     MOVE SPACES TO DL890-RPT-LINE.
013340     STRING 'CARD TOTALS........: DETAILS ' DL890-RPT-NUM-EDIT
013350         '  HASH ' DL890-RPT-HASH-EDIT
013360         DELIMITED BY SIZE INTO DL890-RPT-LINE.
013370     WRITE DL890-RPT-LINE.
013380     MOVE DL890-PEND-DETAILS TO DL890-RPT-NUM-EDIT.
013390     MOVE DL890-PEND-HASH TO DL890-RPT-HASH-EDIT.
013400     MOVE SPACES TO DL890-RPT-LINE.
013410     STRING 'PENDING TOTALS.....: DETAILS ' DL890-RPT-NUM-EDIT
013420         '  HASH ' DL890-RPT-HASH-EDIT
013430         DELIMITED BY SIZE INTO DL890-RPT-LINE.
013440     WRITE DL890-RPT-LINE.
013450     MOVE SPACES TO DL890-RPT-LINE.
013460     IF DL890-RUN-REFUSED
013470         STRING 'RUN REFUSED -- ' DL890-REFUSAL-TEXT
013480             DELIMITED BY SIZE INTO DL890-RPT-LINE
013490     ELSE
013500         STRING 'RESULT.............: RELEASED TO TRANS-GENERATED'
013510             DELIMITED BY SIZE INTO DL890-RPT-LINE
013520     END-IF.
013530     WRITE DL890-RPT-LINE.
013540 8300-EXIT.
013550     EXIT.
