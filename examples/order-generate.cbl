000010******************************************************************
000020* Author: R. Maldonado
000030* Date: 10/15/2026
000040* Purpose: Daily standing-order generation.  Reads the
000050*          STANDING-ORDERS file front to back and, for each
000060*          active order, raises every scheduled date that has
000070*          come due on or before the generation date (the run
000080*          date, or the date on the ORDER-GEN-PARM card).  A
000090*          date that falls on a weekend or holiday rolls
000100*          forward to the next business day on the CALENDAR
000110*          file, and it is the rolled date that decides when
000120*          the item is due and the date the item carries.  The
000130*          items go out as DTL records, in one HDR...TRL batch,
000140*          to TRANS-GENERATED for the next READ-FROM-STD-IN
000150*          run.  An order whose account is closed, frozen,
000160*          escheated or gone, or whose transaction code is no
000170*          longer active, raises nothing for that date; the
000180*          date is reported as skipped and the order steps on.
000190*          An order past its end date, or with no items left
000200*          on its count, is marked ended.
000210* Tectonics: cobc
000220******************************************************************
000230* Modification History
000240*   Date       Init  Description
000250*   ---------  ----  -------------------------------------------
000260*   10/15/2026 RM    Initial version.  Each item's reference is
000270*                    SO, the order number and the scheduled
000280*                    date (YYMMDD), and the order keeps the last
000290*                    scheduled date it raised, so running the job
000300*                    twice for the same date raises nothing the
000310*                    second time -- and should an item ever be
000320*                    presented again, intake rejects the
000330*                    reference as DUPR.  Dates missed while the
000340*                    job did not run are raised on the next run;
000350*                    skipped dates are not made up later.
000360*   10/15/2026 RM    The run date is the business date on
000370*                    RUN-CONTROL rather than the clock, and the
000380*                    run is refused once intake has started for
000390*                    that date.
000400*   10/15/2026 RM    A due date whose business day falls before
000410*                    the transaction code's effective date is
000420*                    skipped and reported as TCEF, the reason
000430*                    intake would reject the item with.
000440******************************************************************
000450 IDENTIFICATION DIVISION.
000460 PROGRAM-ID. ORDER-GENERATE.
000470 ENVIRONMENT DIVISION.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500 SELECT ORDER-FILE ASSIGN TO "STANDING-ORDERS"
000510     ORGANIZATION INDEXED
000520     ACCESS MODE SEQUENTIAL
000530     RECORD KEY IS DL940-STO-ORDER-ID
000540     FILE STATUS IS DL950-ORDER-STATUS.
000550 SELECT ACCT-MASTER ASSIGN TO "ACCT-MASTER"
000560     ORGANIZATION INDEXED
000570     ACCESS MODE RANDOM
000580     RECORD KEY IS DL200-MST-ACCOUNT-NO
000590     FILE STATUS IS DL950-ACCT-STATUS.
000600 SELECT TRANS-CODE-FILE ASSIGN TO "TRANS-CODES"
000610     ORGANIZATION LINE SEQUENTIAL
000620     FILE STATUS IS DL950-TCODE-STATUS.
000630 SELECT CALENDAR-FILE ASSIGN TO "CALENDAR"
000640     ORGANIZATION LINE SEQUENTIAL
000650     FILE STATUS IS DL950-CAL-STATUS.
000660 SELECT PARM-CARD ASSIGN TO "ORDER-GEN-PARM"
000670     ORGANIZATION LINE SEQUENTIAL
000680     FILE STATUS IS DL950-PARM-STATUS.
000690 SELECT GENERATED-OUT ASSIGN TO "TRANS-GENERATED"
000700     ORGANIZATION LINE SEQUENTIAL
000710     FILE STATUS IS DL950-GEN-STATUS.
000720 SELECT GENERATION-RPT ASSIGN TO "ORDER-GEN-RPT"
000730     ORGANIZATION LINE SEQUENTIAL
000740     FILE STATUS IS DL950-RPT-STATUS.
000750 SELECT RUN-CONTROL ASSIGN TO "RUN-CONTROL"
000760     ORGANIZATION LINE SEQUENTIAL
000770     FILE STATUS IS DL950-RCT-FILE-STATUS.
000780 DATA DIVISION.
000790 FILE SECTION.
000800 FD ORDER-FILE.
000810 COPY DL940STO.
000820 FD ACCT-MASTER.
000830 COPY DL200MST.
000840 FD TRANS-CODE-FILE.
000850 COPY DL100TCD.
000860 FD CALENDAR-FILE.
000870 COPY DL100CAL.
000880 FD PARM-CARD.
000890 01  DL950-PARM-RECORD.
000900     05  DL950-PARM-GEN-DATE         PIC X(08).
000910     05  FILLER                      PIC X(72).
000920 FD GENERATED-OUT.
000930 01  DL950-GEN-RECORD                PIC X(255).
000940 FD GENERATION-RPT.
000950 01  DL950-RPT-LINE                  PIC X(80).
000960 FD RUN-CONTROL.
000970 COPY DL960RCT.
000980 WORKING-STORAGE SECTION.
000990 01  DL950-SWITCHES.
001000     05  DL950-RPT-OPEN-SWITCH       PIC X(01) VALUE 'N'.
001010         88  DL950-RPT-OPEN-FAILED        VALUE 'Y'.
001020     05  DL950-REFUSED-SWITCH        PIC X(01) VALUE 'N'.
001030         88  DL950-RUN-REFUSED            VALUE 'Y'.
001040     05  DL950-ORDER-OPEN-SWITCH     PIC X(01) VALUE 'N'.
001050         88  DL950-ORDER-IS-OPEN          VALUE 'Y'.
001060     05  DL950-ACCT-OPEN-SWITCH      PIC X(01) VALUE 'N'.
001070         88  DL950-ACCT-IS-OPEN           VALUE 'Y'.
001080     05  DL950-GEN-OPEN-SWITCH       PIC X(01) VALUE 'N'.
001090         88  DL950-GEN-IS-OPEN            VALUE 'Y'.
001100     05  DL950-ORDER-EOF-SWITCH      PIC X(01) VALUE 'N'.
001110         88  DL950-ORDER-EOF              VALUE 'Y'.
001120     05  DL950-TCODE-EOF-SWITCH      PIC X(01) VALUE 'N'.
001130         88  DL950-TCODE-EOF              VALUE 'Y'.
001140     05  DL950-CAL-EOF-SWITCH        PIC X(01) VALUE 'N'.
001150         88  DL950-CAL-EOF                VALUE 'Y'.
001160     05  DL950-DONE-SWITCH           PIC X(01) VALUE 'N'.
001170         88  DL950-ORDER-DONE             VALUE 'Y'.
001180     05  DL950-REWRITE-SWITCH        PIC X(01) VALUE 'N'.
001190         88  DL950-REWRITE-NEEDED         VALUE 'Y'.
001200     05  DL950-ORD-WRITE-SWITCH      PIC X(01) VALUE 'N'.
001210         88  DL950-ORD-WRITE-FAILED       VALUE 'Y'.
001220 77  DL950-REFUSAL-TEXT              PIC X(60) VALUE SPACES.
001230 77  DL950-ORDER-STATUS              PIC X(02).
001240 77  DL950-ACCT-STATUS               PIC X(02).
001250 77  DL950-TCODE-STATUS              PIC X(02).
001260 77  DL950-CAL-STATUS                PIC X(02).
001270 77  DL950-PARM-STATUS               PIC X(02).
001280 77  DL950-GEN-STATUS                PIC X(02).
001290 77  DL950-RPT-STATUS                PIC X(02).
001300 77  DL950-RUN-DATE                  PIC 9(08).
001310 77  DL950-RCT-FILE-STATUS           PIC X(02).
001320 77  DL950-INTAKE-STEP               PIC 9(02) COMP VALUE 2.
001330 77  DL950-GEN-DATE                  PIC 9(08).
001340 77  DL950-EFF-DATE                  PIC 9(08) VALUE ZERO.
001350 77  DL950-SKIP-REASON               PIC X(04) VALUE SPACES.
001360 77  DL950-CODE-EFF-DATE             PIC 9(08) VALUE ZERO.
001370 77  DL950-DAY-ANCHOR                PIC 9(02) VALUE ZERO.
001380 77  DL950-MONTHS                    PIC 9(02) VALUE ZERO.
001390 77  DL950-DATE-INT                  PIC 9(09) COMP VALUE ZERO.
001400 77  DL950-TCODE-COUNT               PIC 9(05) COMP VALUE ZERO.
001410 77  DL950-TCODE-MAX                 PIC 9(05) COMP VALUE 500.
001420 77  DL950-CAL-COUNT                 PIC 9(05) COMP VALUE ZERO.
001430 77  DL950-CAL-MAX                   PIC 9(05) COMP VALUE 2000.
001440 77  DL950-ORDERS-READ               PIC 9(09) COMP VALUE ZERO.
001450 77  DL950-ORDERS-IDLE               PIC 9(09) COMP VALUE ZERO.
001460 77  DL950-ORDERS-ENDED              PIC 9(09) COMP VALUE ZERO.
001470 77  DL950-ITEMS-SKIPPED             PIC 9(09) COMP VALUE ZERO.
001480 77  DL950-BATCH-COUNT               PIC 9(09) VALUE ZERO.
001490 77  DL950-BATCH-HASH                PIC 9(13) VALUE ZERO.
001500 77  DL950-CENTS                     PIC 9(13) VALUE ZERO.
001510 77  DL950-GEN-AMOUNT                PIC S9(11)V99 COMP-3
001520                                     VALUE ZERO.
001530 77  DL950-RPT-NUM-EDIT              PIC ZZZZZZZZ9.
001540 77  DL950-RPT-HASH-EDIT             PIC Z(12)9.
001550 77  DL950-RPT-AMT-EDIT              PIC -ZZZZZZZZZZ9.99.
001560 01  DL950-DATE-WK                   PIC 9(08) VALUE ZERO.
001570 01  DL950-DATE-PARTS REDEFINES DL950-DATE-WK.
001580     05  DL950-DATE-CCYY             PIC 9(04).
001590     05  DL950-DATE-MM               PIC 9(02).
001600     05  DL950-DATE-DD               PIC 9(02).
001610 01  DL950-MONTH-END-WK              PIC 9(08) VALUE ZERO.
001620 01  DL950-MONTH-END-PARTS REDEFINES DL950-MONTH-END-WK.
001630     05  DL950-MONTH-END-CCYY        PIC 9(04).
001640     05  DL950-MONTH-END-MM          PIC 9(02).
001650     05  DL950-MONTH-END-DD          PIC 9(02).
001660 01  DL950-TCODE-TABLE.
001670     05  DL950-TCODE-ENTRY
001680         OCCURS 1 TO 500 TIMES
001690         DEPENDING ON DL950-TCODE-COUNT
001700         INDEXED BY DL950-TCODE-IDX.
001710         10  DL950-TCODE-CODE        PIC X(02).
001720         10  DL950-TCODE-ACTIVE      PIC X(01).
001730         10  DL950-TCODE-EFF-DATE    PIC 9(08).
001740 01  DL950-CAL-TABLE.
001750     05  DL950-CAL-ENTRY
001760         OCCURS 1 TO 2000 TIMES
001770         DEPENDING ON DL950-CAL-COUNT
001780         INDEXED BY DL950-CAL-IDX.
001790         10  DL950-CAL-TBL-DATE      PIC 9(08).
001800         10  DL950-CAL-TBL-FLAG      PIC X(01).
001810 01  DL950-WORK-REC                  PIC X(255).
001820 COPY DL100REC REPLACING ==LN== BY ==DL950-WORK-REC==.
001830 01  DL950-RPT-DETAIL.
001840     05  DL950-RPT-ORDER             PIC 9(08).
001850     05  FILLER                      PIC X(02) VALUE SPACES.
001860     05  DL950-RPT-ACCT              PIC 9(10).
001870     05  FILLER                      PIC X(02) VALUE SPACES.
001880     05  DL950-RPT-CODE              PIC X(02).
001890     05  FILLER                      PIC X(02) VALUE SPACES.
001900     05  DL950-RPT-DUE               PIC 9(08).
001910     05  FILLER                      PIC X(02) VALUE SPACES.
001920     05  DL950-RPT-EFF               PIC X(08).
001930     05  FILLER                      PIC X(02) VALUE SPACES.
001940     05  DL950-RPT-AMOUNT            PIC ZZZZZZZZ9.99.
001950     05  FILLER                      PIC X(02) VALUE SPACES.
001960     05  DL950-RPT-NOTE              PIC X(04).
001970******************************************************************
001980*  0000-MAINLINE
001990******************************************************************
002000 PROCEDURE DIVISION.
002010 0000-MAINLINE.
002020     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002030     IF NOT DL950-RUN-REFUSED
002040         PERFORM 2000-PROCESS-ORDER THRU 2000-EXIT
002050             UNTIL DL950-ORDER-EOF OR DL950-RUN-REFUSED
002060     END-IF.
002070     PERFORM 8000-FINALIZE THRU 8000-EXIT.
002080     IF DL950-RUN-REFUSED OR DL950-ORD-WRITE-FAILED
002090         MOVE 8 TO RETURN-CODE
002100     END-IF.
002110     STOP RUN.
002120******************************************************************
002130*  1000-INITIALIZE -- the business date, which intake must not
002140*                     have reached yet, the generation date,
002150*                     transaction codes and the calendar, then
002160*                     the order file and the account master;
002170*                     the report header goes out last so it
002180*                     can carry a refusal
002190******************************************************************
002200 1000-INITIALIZE.
002210     MOVE ZERO TO DL950-GEN-DATE.
002220     PERFORM 1020-READ-RUN-CONTROL THRU 1020-EXIT.
002230     IF NOT DL950-RUN-REFUSED
002240         PERFORM 1030-CHECK-INTAKE-PENDING THRU 1030-EXIT
002250     END-IF.
002260     IF NOT DL950-RUN-REFUSED
002270         PERFORM 1050-READ-PARM-CARD THRU 1050-EXIT
002280     END-IF.
002290     IF NOT DL950-RUN-REFUSED
002300         PERFORM 1100-LOAD-TRANS-CODES THRU 1100-EXIT
002310     END-IF.
002320     IF NOT DL950-RUN-REFUSED
002330         PERFORM 1200-LOAD-CALENDAR THRU 1200-EXIT
002340         PERFORM 1300-OPEN-FILES THRU 1300-EXIT
002350     END-IF.
002360     OPEN OUTPUT GENERATION-RPT.
002370     IF DL950-RPT-STATUS NOT = '00'
002380         DISPLAY 'ORDER-GEN-RPT OPEN FAILED, STATUS='
002390             DL950-RPT-STATUS
002400         SET DL950-RPT-OPEN-FAILED TO TRUE
002410     END-IF.
002420     PERFORM 1400-WRITE-REPORT-HEADER THRU 1400-EXIT.
002430     IF NOT DL950-RUN-REFUSED AND DL950-ORDER-IS-OPEN
002440         READ ORDER-FILE NEXT
002450             AT END SET DL950-ORDER-EOF TO TRUE
002460         END-READ
002470     END-IF.
002480 1000-EXIT.
002490     EXIT.
002500******************************************************************
002510*  1020-READ-RUN-CONTROL -- the run date is the business date on
002520*                           RUN-CONTROL, not the clock, so the
002530*                           run works to the same day as the
002540*                           nightly chain; no business date
002550*                           refuses the run
002560******************************************************************
002570 1020-READ-RUN-CONTROL.
002580     MOVE ZERO TO DL950-RUN-DATE.
002590     OPEN INPUT RUN-CONTROL.
002600     IF DL950-RCT-FILE-STATUS NOT = '00'
002610         SET DL950-RUN-REFUSED TO TRUE
002620         MOVE SPACES TO DL950-REFUSAL-TEXT
002630         STRING 'RUN-CONTROL WILL NOT OPEN, STATUS='
002640             DL950-RCT-FILE-STATUS
002650             DELIMITED BY SIZE INTO DL950-REFUSAL-TEXT
002660         GO TO 1020-EXIT
002670     END-IF.
002680     READ RUN-CONTROL
002690         AT END MOVE SPACES TO DL960-RUN-CONTROL-RECORD
002700     END-READ.
002710     CLOSE RUN-CONTROL.
002720     IF DL960-RCT-BUS-DATE NOT NUMERIC
002730             OR DL960-RCT-BUS-DATE = ZERO
002740         SET DL950-RUN-REFUSED TO TRUE
002750         MOVE 'RUN-CONTROL HOLDS NO BUSINESS DATE'
002760             TO DL950-REFUSAL-TEXT
002770         GO TO 1020-EXIT
002780     END-IF.
002790     MOVE DL960-RCT-BUS-DATE TO DL950-RUN-DATE.
002800 1020-EXIT.
002810     EXIT.
002820******************************************************************
002830*  1030-CHECK-INTAKE-PENDING -- TRANS-GENERATED is picked up by
002840*                               the intake run; once intake has
002850*                               started for the business date,
002860*                               items written now would miss it
002870*                               and post a day late, so the run
002880*                               is refused
002890******************************************************************
002900 1030-CHECK-INTAKE-PENDING.
002910     IF NOT DL960-RCT-PENDING(DL950-INTAKE-STEP)
002920         SET DL950-RUN-REFUSED TO TRUE
002930         MOVE SPACES TO DL950-REFUSAL-TEXT
002940         STRING 'INTAKE ALREADY RUN FOR ' DL950-RUN-DATE
002950             ' -- GENERATE BEFORE INTAKE'
002960             DELIMITED BY SIZE INTO DL950-REFUSAL-TEXT
002970     END-IF.
002980 1030-EXIT.
002990     EXIT.
003000******************************************************************
003010*  1050-READ-PARM-CARD -- no card, or a blank date, generates for
003020*                         the run date; a date on the card must
003030*                         be numeric
003040******************************************************************
003050 1050-READ-PARM-CARD.
003060     MOVE DL950-RUN-DATE TO DL950-GEN-DATE.
003070     MOVE SPACES TO DL950-PARM-RECORD.
003080     OPEN INPUT PARM-CARD.
003090     IF DL950-PARM-STATUS = '00'
003100         READ PARM-CARD
003110             AT END MOVE SPACES TO DL950-PARM-RECORD
003120         END-READ
003130         CLOSE PARM-CARD
003140     END-IF.
003150     IF DL950-PARM-GEN-DATE = SPACES
003160         GO TO 1050-EXIT
003170     END-IF.
003180     IF DL950-PARM-GEN-DATE NOT NUMERIC
003190         SET DL950-RUN-REFUSED TO TRUE
003200         MOVE 'ORDER-GEN-PARM DATE NOT NUMERIC'
003210             TO DL950-REFUSAL-TEXT
003220         GO TO 1050-EXIT
003230     END-IF.
003240     MOVE DL950-PARM-GEN-DATE TO DL950-GEN-DATE.
003250 1050-EXIT.
003260     EXIT.
003270 1100-LOAD-TRANS-CODES.
003280     OPEN INPUT TRANS-CODE-FILE.
003290     IF DL950-TCODE-STATUS NOT = '00'
003300         SET DL950-RUN-REFUSED TO TRUE
003310         MOVE 'TRANS-CODES WILL NOT OPEN' TO DL950-REFUSAL-TEXT
003320         GO TO 1100-EXIT
003330     END-IF.
003340     PERFORM 1150-LOAD-TRANS-CODE-ROW THRU 1150-EXIT
003350         UNTIL DL950-TCODE-EOF.
003360     CLOSE TRANS-CODE-FILE.
003370 1100-EXIT.
003380     EXIT.
003390 1150-LOAD-TRANS-CODE-ROW.
003400     READ TRANS-CODE-FILE
003410         AT END SET DL950-TCODE-EOF TO TRUE
003420     END-READ.
003430     IF NOT DL950-TCODE-EOF
003440         IF DL950-TCODE-COUNT < DL950-TCODE-MAX
003450             ADD 1 TO DL950-TCODE-COUNT
003460             SET DL950-TCODE-IDX TO DL950-TCODE-COUNT
003470             MOVE DL100-TCD-CODE
003480                 TO DL950-TCODE-CODE(DL950-TCODE-IDX)
003490             MOVE DL100-TCD-ACTIVE-FLAG
003500                 TO DL950-TCODE-ACTIVE(DL950-TCODE-IDX)
003510             MOVE DL100-TCD-EFF-DATE
003520                 TO DL950-TCODE-EFF-DATE(DL950-TCODE-IDX)
003530         END-IF
003540     END-IF.
003550 1150-EXIT.
003560     EXIT.
003570******************************************************************
003580*  1200-LOAD-CALENDAR -- business-day calendar, ascending by
003590*                        date; without one, no date is rolled
003600******************************************************************
003610 1200-LOAD-CALENDAR.
003620     OPEN INPUT CALENDAR-FILE.
003630     IF DL950-CAL-STATUS = '00'
003640         PERFORM 1250-LOAD-CALENDAR-RECORD THRU 1250-EXIT
003650             UNTIL DL950-CAL-EOF
003660         CLOSE CALENDAR-FILE
003670     ELSE
003680         DISPLAY 'CALENDAR OPEN FAILED, STATUS=' DL950-CAL-STATUS
003690     END-IF.
003700 1200-EXIT.
003710     EXIT.
003720 1250-LOAD-CALENDAR-RECORD.
003730     READ CALENDAR-FILE
003740         AT END SET DL950-CAL-EOF TO TRUE
003750     END-READ.
003760     IF NOT DL950-CAL-EOF
003770         IF DL950-CAL-COUNT < DL950-CAL-MAX
003780             ADD 1 TO DL950-CAL-COUNT
003790             SET DL950-CAL-IDX TO DL950-CAL-COUNT
003800             MOVE DL100-CAL-DATE
003810                 TO DL950-CAL-TBL-DATE(DL950-CAL-IDX)
003820             MOVE DL100-CAL-BUS-DAY-FLAG
003830                 TO DL950-CAL-TBL-FLAG(DL950-CAL-IDX)
003840         ELSE
003850             DISPLAY 'CALENDAR TABLE FULL AT ' DL950-CAL-MAX
003860             SET DL950-CAL-EOF TO TRUE
003870         END-IF
003880     END-IF.
003890 1250-EXIT.
003900     EXIT.
003910******************************************************************
003920*  1300-OPEN-FILES -- the order file I-O so each order can be
003930*                     stepped on as it is read; no order file
003940*                     yet means no orders, not a failure
003950******************************************************************
003960 1300-OPEN-FILES.
003970     OPEN I-O ORDER-FILE.
003980     IF DL950-ORDER-STATUS = '35'
003990         DISPLAY 'STANDING-ORDERS NOT FOUND -- NO ORDERS TO RAISE'
004000         SET DL950-ORDER-EOF TO TRUE
004010         GO TO 1300-EXIT
004020     END-IF.
004030     IF DL950-ORDER-STATUS NOT = '00'
004040         SET DL950-RUN-REFUSED TO TRUE
004050         MOVE 'STANDING-ORDERS WILL NOT OPEN'
004060             TO DL950-REFUSAL-TEXT
004070         GO TO 1300-EXIT
004080     END-IF.
004090     SET DL950-ORDER-IS-OPEN TO TRUE.
004100     OPEN INPUT ACCT-MASTER.
004110     IF DL950-ACCT-STATUS NOT = '00'
004120         SET DL950-RUN-REFUSED TO TRUE
004130         MOVE 'ACCT-MASTER WILL NOT OPEN' TO DL950-REFUSAL-TEXT
004140         GO TO 1300-EXIT
004150     END-IF.
004160     SET DL950-ACCT-IS-OPEN TO TRUE.
004170 1300-EXIT.
004180     EXIT.
004190 1400-WRITE-REPORT-HEADER.
004200     IF DL950-RPT-OPEN-FAILED
004210         GO TO 1400-EXIT
004220     END-IF.
004230     MOVE SPACES TO DL950-RPT-LINE.
004240     STRING 'ORDER-GENERATE STANDING ORDER GENERATION REPORT'
004250         DELIMITED BY SIZE INTO DL950-RPT-LINE.
004260     WRITE DL950-RPT-LINE.
004270     MOVE SPACES TO DL950-RPT-LINE.
004280     STRING 'RUN DATE...........: ' DL950-RUN-DATE
004290         DELIMITED BY SIZE INTO DL950-RPT-LINE.
004300     WRITE DL950-RPT-LINE.
004310     MOVE SPACES TO DL950-RPT-LINE.
004320     STRING 'GENERATION DATE....: ' DL950-GEN-DATE
004330         DELIMITED BY SIZE INTO DL950-RPT-LINE.
004340     WRITE DL950-RPT-LINE.
004350     IF DL950-RUN-REFUSED
004360         MOVE SPACES TO DL950-RPT-LINE
004370         STRING 'RUN REFUSED -- ' DL950-REFUSAL-TEXT
004380             DELIMITED BY SIZE INTO DL950-RPT-LINE
004390         WRITE DL950-RPT-LINE
004400     END-IF.
004410     MOVE SPACES TO DL950-RPT-LINE.
004420     STRING 'ORDER NO  ACCOUNT NO  CD  DUE DATE  EFF DATE  '
004430         '      AMOUNT  NOTE'
004440         DELIMITED BY SIZE INTO DL950-RPT-LINE.
004450     WRITE DL950-RPT-LINE.
004460 1400-EXIT.
004470     EXIT.
004480******************************************************************
004490*  2000-PROCESS-ORDER -- an active order has its account and
004500*                        code checked once, then raises (or
004510*                        skips) each date due by the generation
004520*                        date; the order is rewritten when it
004530*                        moved on
004540******************************************************************
004550 2000-PROCESS-ORDER.
004560     ADD 1 TO DL950-ORDERS-READ.
004570     IF NOT DL940-STO-ACTIVE
004580         ADD 1 TO DL950-ORDERS-IDLE
004590         GO TO 2000-READ-NEXT
004600     END-IF.
004610     MOVE 'N' TO DL950-DONE-SWITCH.
004620     MOVE 'N' TO DL950-REWRITE-SWITCH.
004630     PERFORM 2100-CHECK-ORDER THRU 2100-EXIT.
004640     PERFORM 2200-TAKE-DUE THRU 2200-EXIT
004650         UNTIL DL950-ORDER-DONE OR DL950-RUN-REFUSED.
004660     IF DL950-REWRITE-NEEDED
004670         MOVE DL950-GEN-DATE TO DL940-STO-CHANGED-DATE
004680         REWRITE DL940-ORDER-RECORD
004690         IF DL950-ORDER-STATUS NOT = '00'
004700             DISPLAY 'STANDING-ORDERS REWRITE FAILED, STATUS='
004710                 DL950-ORDER-STATUS ' KEY=' DL940-STO-ORDER-ID
004720             SET DL950-ORD-WRITE-FAILED TO TRUE
004730         END-IF
004740     END-IF.
004750 2000-READ-NEXT.
004760     READ ORDER-FILE NEXT
004770         AT END SET DL950-ORDER-EOF TO TRUE
004780     END-READ.
004790 2000-EXIT.
004800     EXIT.
004810******************************************************************
004820*  2100-CHECK-ORDER -- the account must be on the master and
004830*                      able to take items, and the code must be
004840*                      active; otherwise DL950-SKIP-REASON says
004850*                      why the order's due dates are skipped.  The
004860*                      code's effective date is kept in
004870*                      DL950-CODE-EFF-DATE for 2200-TAKE-DUE
004880******************************************************************
004890 2100-CHECK-ORDER.
004900     MOVE SPACES TO DL950-SKIP-REASON.
004910     MOVE ZERO TO DL950-CODE-EFF-DATE.
004920     MOVE DL940-STO-ACCOUNT-NO TO DL200-MST-ACCOUNT-NO.
004930     READ ACCT-MASTER
004940         INVALID KEY
004950             MOVE 'NACC' TO DL950-SKIP-REASON
004960     END-READ.
004970     IF DL950-SKIP-REASON NOT = SPACES
004980         GO TO 2100-EXIT
004990     END-IF.
005000     EVALUATE TRUE
005010         WHEN DL200-MST-CLOSED
005020             MOVE 'CLSD' TO DL950-SKIP-REASON
005030         WHEN DL200-MST-FROZEN
005040             MOVE 'FRZN' TO DL950-SKIP-REASON
005050         WHEN DL200-MST-ESCHEATED
005060             MOVE 'ESCH' TO DL950-SKIP-REASON
005070     END-EVALUATE.
005080     IF DL950-SKIP-REASON NOT = SPACES
005090         GO TO 2100-EXIT
005100     END-IF.
005110     MOVE 'TCOD' TO DL950-SKIP-REASON.
005120     IF DL950-TCODE-COUNT = ZERO
005130         GO TO 2100-EXIT
005140     END-IF.
005150     SET DL950-TCODE-IDX TO 1.
005160     SEARCH DL950-TCODE-ENTRY
005170         WHEN DL950-TCODE-CODE(DL950-TCODE-IDX)
005180                 = DL940-STO-TRANS-CODE
005190             IF DL950-TCODE-ACTIVE(DL950-TCODE-IDX) = 'A'
005200                 MOVE SPACES TO DL950-SKIP-REASON
005210                 MOVE DL950-TCODE-EFF-DATE(DL950-TCODE-IDX)
005220                     TO DL950-CODE-EFF-DATE
005230             END-IF
005240     END-SEARCH.
005250 2100-EXIT.
005260     EXIT.
005270******************************************************************
005280*  2200-TAKE-DUE -- one step of an order's schedule.  A date no
005290*                   later than the last one raised steps on; an
005300*                   order past its end date or out of count is
005310*                   ended; a date whose business day is after
005320*                   the generation date stops the order for
005330*                   today; anything else is raised (or, with a
005340*                   skip reason, reported) and steps on.  A
005350*                   business day before the code's effective
005360*                   date is skipped as TCEF, as intake would
005370*                   reject it
005380******************************************************************
005390 2200-TAKE-DUE.
005400     IF DL940-STO-NEXT-DUE NOT > DL940-STO-LAST-DUE-DATE
005410         PERFORM 2650-ADVANCE-DUE THRU 2650-EXIT
005420         SET DL950-REWRITE-NEEDED TO TRUE
005430         GO TO 2200-EXIT
005440     END-IF.
005450     IF (DL940-STO-END-DATE NOT = ZERO
005460             AND DL940-STO-NEXT-DUE > DL940-STO-END-DATE)
005470             OR (DL940-STO-HAS-COUNT
005480             AND DL940-STO-REMAINING = ZERO)
005490         SET DL940-STO-ENDED TO TRUE
005500         SET DL950-REWRITE-NEEDED TO TRUE
005510         SET DL950-ORDER-DONE TO TRUE
005520         ADD 1 TO DL950-ORDERS-ENDED
005530         MOVE SPACES TO DL950-RPT-EFF
005540         MOVE ZERO TO DL950-RPT-AMOUNT
005550         MOVE 'ENDD' TO DL950-RPT-NOTE
005560         PERFORM 2500-REPORT-LINE THRU 2500-EXIT
005570         GO TO 2200-EXIT
005580     END-IF.
005590     MOVE DL940-STO-NEXT-DUE TO DL950-EFF-DATE.
005600     PERFORM 2300-ROLL-TO-BUSINESS-DAY THRU 2300-EXIT.
005610     IF DL950-EFF-DATE > DL950-GEN-DATE
005620         SET DL950-ORDER-DONE TO TRUE
005630         GO TO 2200-EXIT
005640     END-IF.
005650     MOVE DL950-EFF-DATE TO DL950-RPT-EFF.
005660     MOVE DL940-STO-AMOUNT TO DL950-RPT-AMOUNT.
005670     MOVE DL950-SKIP-REASON TO DL950-RPT-NOTE.
005680     IF DL950-RPT-NOTE = SPACES
005690             AND DL950-EFF-DATE < DL950-CODE-EFF-DATE
005700         MOVE 'TCEF' TO DL950-RPT-NOTE
005710     END-IF.
005720     IF DL950-RPT-NOTE NOT = SPACES
005730         ADD 1 TO DL950-ITEMS-SKIPPED
005740     ELSE
005750         PERFORM 2400-WRITE-ITEM THRU 2400-EXIT
005760         IF DL950-RUN-REFUSED
005770             GO TO 2200-EXIT
005780         END-IF
005790         MOVE DL940-STO-NEXT-DUE TO DL940-STO-LAST-DUE-DATE
005800         MOVE DL950-GEN-DATE TO DL940-STO-LAST-GEN-DATE
005810         ADD 1 TO DL940-STO-GEN-COUNT
005820         IF DL940-STO-HAS-COUNT
005830             SUBTRACT 1 FROM DL940-STO-REMAINING
005840         END-IF
005850         MOVE 'ITEM' TO DL950-RPT-NOTE
005860     END-IF.
005870     PERFORM 2500-REPORT-LINE THRU 2500-EXIT.
005880     PERFORM 2650-ADVANCE-DUE THRU 2650-EXIT.
005890     SET DL950-REWRITE-NEEDED TO TRUE.
005900 2200-EXIT.
005910     EXIT.
005920******************************************************************
005930*  2300-ROLL-TO-BUSINESS-DAY -- walk the calendar from the
005940*                               scheduled date forward to the
005950*                               first business day; a date past
005960*                               the calendar's end, or a
005970*                               calendar with no later business
005980*                               day, leaves the date as-is
005990******************************************************************
006000 2300-ROLL-TO-BUSINESS-DAY.
006010     IF DL950-CAL-COUNT = ZERO
006020         GO TO 2300-EXIT
006030     END-IF.
006040     SET DL950-CAL-IDX TO 1.
006050     SEARCH DL950-CAL-ENTRY
006060         AT END
006070             CONTINUE
006080         WHEN DL950-CAL-TBL-DATE(DL950-CAL-IDX) NOT <
006090                 DL950-EFF-DATE
006100             IF DL950-CAL-TBL-FLAG(DL950-CAL-IDX) = 'Y'
006110                 MOVE DL950-CAL-TBL-DATE(DL950-CAL-IDX)
006120                     TO DL950-EFF-DATE
006130             ELSE
006140                 PERFORM 2350-SCAN-FORWARD THRU 2350-EXIT
006150             END-IF
006160     END-SEARCH.
006170 2300-EXIT.
006180     EXIT.
006190 2350-SCAN-FORWARD.
006200     IF DL950-CAL-IDX = DL950-CAL-COUNT
006210         GO TO 2350-EXIT
006220     END-IF.
006230     SET DL950-CAL-IDX UP BY 1.
006240     IF DL950-CAL-TBL-FLAG(DL950-CAL-IDX) = 'Y'
006250         MOVE DL950-CAL-TBL-DATE(DL950-CAL-IDX)
006260             TO DL950-EFF-DATE
006270     ELSE
006280         GO TO 2350-SCAN-FORWARD
006290     END-IF.
006300 2350-EXIT.
006310     EXIT.
006320******************************************************************
006330*  2400-WRITE-ITEM -- one detail for the order's amount, dated
006340*                     the business day it fell due, under the
006350*                     reference SO + order number + scheduled
006360*                     date; the batch header goes out with the
006370*                     first item
006380******************************************************************
006390 2400-WRITE-ITEM.
006400     IF NOT DL950-GEN-IS-OPEN
006410         PERFORM 2450-OPEN-BATCH THRU 2450-EXIT
006420         IF DL950-RUN-REFUSED
006430             GO TO 2400-EXIT
006440         END-IF
006450     END-IF.
006460     MOVE SPACES TO DL950-WORK-REC.
006470     MOVE 'DTL' TO DL100-REC-TYPE.
006480     MOVE DL940-STO-ACCOUNT-NO TO DL100-ACCOUNT-NO.
006490     MOVE DL940-STO-TRANS-CODE TO DL100-TRANS-CODE.
006500     MOVE DL940-STO-AMOUNT TO DL100-TRANS-AMOUNT.
006510     MOVE DL950-EFF-DATE TO DL100-TRANS-DATE.
006520     STRING 'SO' DL940-STO-ORDER-ID DL940-STO-NEXT-DUE(3:6)
006530         DELIMITED BY SIZE INTO DL100-TRANS-REF.
006540     WRITE DL950-GEN-RECORD FROM DL950-WORK-REC.
006550     ADD 1 TO DL950-BATCH-COUNT.
006560     COMPUTE DL950-CENTS = DL100-TRANS-AMOUNT * 100.
006570     ADD DL950-CENTS TO DL950-BATCH-HASH.
006580     ADD DL100-TRANS-AMOUNT TO DL950-GEN-AMOUNT.
006590 2400-EXIT.
006600     EXIT.
006610 2450-OPEN-BATCH.
006620     OPEN EXTEND GENERATED-OUT.
006630     IF DL950-GEN-STATUS NOT = '00'
006640         OPEN OUTPUT GENERATED-OUT
006650     END-IF.
006660     IF DL950-GEN-STATUS NOT = '00'
006670         SET DL950-RUN-REFUSED TO TRUE
006680         MOVE 'TRANS-GENERATED WILL NOT OPEN'
006690             TO DL950-REFUSAL-TEXT
006700         GO TO 2450-EXIT
006710     END-IF.
006720     SET DL950-GEN-IS-OPEN TO TRUE.
006730     MOVE SPACES TO DL950-WORK-REC.
006740     MOVE 'HDR' TO DL100-HDR-REC-TYPE.
006750     MOVE DL950-GEN-DATE TO DL100-HDR-RUN-DATE.
006760     WRITE DL950-GEN-RECORD FROM DL950-WORK-REC.
006770 2450-EXIT.
006780     EXIT.
006790 2500-REPORT-LINE.
006800     IF DL950-RPT-OPEN-FAILED
006810         GO TO 2500-EXIT
006820     END-IF.
006830     MOVE DL940-STO-ORDER-ID TO DL950-RPT-ORDER.
006840     MOVE DL940-STO-ACCOUNT-NO TO DL950-RPT-ACCT.
006850     MOVE DL940-STO-TRANS-CODE TO DL950-RPT-CODE.
006860     MOVE DL940-STO-NEXT-DUE TO DL950-RPT-DUE.
006870     MOVE DL950-RPT-DETAIL TO DL950-RPT-LINE.
006880     WRITE DL950-RPT-LINE.
006890 2500-EXIT.
006900     EXIT.
006910******************************************************************
006920*  2650-ADVANCE-DUE -- one step along the order's schedule: a
006930*                      week on, or one or three months on to
006940*                      the start date's day of the month (the
006950*                      month's last day when it is shorter)
006960******************************************************************
006970 2650-ADVANCE-DUE.
006980     IF DL940-STO-WEEKLY
006990         COMPUTE DL950-DATE-INT =
007000             FUNCTION INTEGER-OF-DATE(DL940-STO-NEXT-DUE) + 7
007010         COMPUTE DL940-STO-NEXT-DUE =
007020             FUNCTION DATE-OF-INTEGER(DL950-DATE-INT)
007030         GO TO 2650-EXIT
007040     END-IF.
007050     IF DL940-STO-QUARTERLY
007060         MOVE 3 TO DL950-MONTHS
007070     ELSE
007080         MOVE 1 TO DL950-MONTHS
007090     END-IF.
007100     MOVE DL940-STO-START-DATE TO DL950-DATE-WK.
007110     MOVE DL950-DATE-DD TO DL950-DAY-ANCHOR.
007120     MOVE DL940-STO-NEXT-DUE TO DL950-DATE-WK.
007130     ADD DL950-MONTHS TO DL950-DATE-MM.
007140     IF DL950-DATE-MM > 12
007150         SUBTRACT 12 FROM DL950-DATE-MM
007160         ADD 1 TO DL950-DATE-CCYY
007170     END-IF.
007180     MOVE DL950-DATE-CCYY TO DL950-MONTH-END-CCYY.
007190     MOVE DL950-DATE-MM TO DL950-MONTH-END-MM.
007200     PERFORM 2700-FIND-MONTH-END THRU 2700-EXIT.
007210     IF DL950-DAY-ANCHOR > DL950-MONTH-END-DD
007220         MOVE DL950-MONTH-END-DD TO DL950-DATE-DD
007230     ELSE
007240         MOVE DL950-DAY-ANCHOR TO DL950-DATE-DD
007250     END-IF.
007260     MOVE DL950-DATE-WK TO DL940-STO-NEXT-DUE.
007270 2650-EXIT.
007280     EXIT.
007290******************************************************************
007300*  2700-FIND-MONTH-END -- the last day of the month in
007310*                         DL950-MONTH-END-CCYY/MM: the day
007320*                         before the first of the month after
007330******************************************************************
007340 2700-FIND-MONTH-END.
007350     MOVE 01 TO DL950-MONTH-END-DD.
007360     IF DL950-MONTH-END-MM = 12
007370         ADD 1 TO DL950-MONTH-END-CCYY
007380         MOVE 01 TO DL950-MONTH-END-MM
007390     ELSE
007400         ADD 1 TO DL950-MONTH-END-MM
007410     END-IF.
007420     COMPUTE DL950-DATE-INT =
007430         FUNCTION INTEGER-OF-DATE(DL950-MONTH-END-WK) - 1.
007440     COMPUTE DL950-MONTH-END-WK =
007450         FUNCTION DATE-OF-INTEGER(DL950-DATE-INT).
007460 2700-EXIT.
007470     EXIT.
007480******************************************************************
007490*  8000-FINALIZE -- close out the batch with its trailer, write
007500*                   the totals and close files
007510******************************************************************
007520 8000-FINALIZE.
007530     IF DL950-GEN-IS-OPEN
007540         MOVE SPACES TO DL950-WORK-REC
007550         MOVE 'TRL' TO DL100-TRL-REC-TYPE
007560         MOVE DL950-BATCH-COUNT TO DL100-TRL-REC-COUNT
007570         MOVE DL950-BATCH-HASH TO DL100-TRL-HASH-TOTAL
007580         WRITE DL950-GEN-RECORD FROM DL950-WORK-REC
007590         CLOSE GENERATED-OUT
007600     END-IF.
007610     PERFORM 8200-WRITE-TOTALS THRU 8200-EXIT.
007620     IF DL950-ORDER-IS-OPEN
007630         CLOSE ORDER-FILE
007640     END-IF.
007650     IF DL950-ACCT-IS-OPEN
007660         CLOSE ACCT-MASTER
007670     END-IF.
007680     IF NOT DL950-RPT-OPEN-FAILED
007690         CLOSE GENERATION-RPT
007700     END-IF.
007710 8000-EXIT.
007720     EXIT.
007730 8200-WRITE-TOTALS.
007740     IF DL950-RPT-OPEN-FAILED
007750         GO TO 8200-EXIT
007760     END-IF.
007770     MOVE DL950-ORDERS-READ TO DL950-RPT-NUM-EDIT.
007780     MOVE SPACES TO DL950-RPT-LINE.
007790     STRING 'ORDERS READ........: ' DL950-RPT-NUM-EDIT
007800         DELIMITED BY SIZE INTO DL950-RPT-LINE.
007810     WRITE DL950-RPT-LINE.
007820     MOVE DL950-ORDERS-IDLE TO DL950-RPT-NUM-EDIT.
007830     MOVE SPACES TO DL950-RPT-LINE.
007840     STRING 'ORDERS NOT ACTIVE..: ' DL950-RPT-NUM-EDIT
007850         DELIMITED BY SIZE INTO DL950-RPT-LINE.
007860     WRITE DL950-RPT-LINE.
007870     MOVE DL950-ORDERS-ENDED TO DL950-RPT-NUM-EDIT.
007880     MOVE SPACES TO DL950-RPT-LINE.
007890     STRING 'ORDERS ENDED.......: ' DL950-RPT-NUM-EDIT
007900         DELIMITED BY SIZE INTO DL950-RPT-LINE.
007910     WRITE DL950-RPT-LINE.
007920     MOVE DL950-ITEMS-SKIPPED TO DL950-RPT-NUM-EDIT.
007930     MOVE SPACES TO DL950-RPT-LINE.
007940     STRING 'DATES SKIPPED......: ' DL950-RPT-NUM-EDIT
007950         DELIMITED BY SIZE INTO DL950-RPT-LINE.
007960     WRITE DL950-RPT-LINE.
007970     MOVE DL950-BATCH-COUNT TO DL950-RPT-NUM-EDIT.
007980     MOVE SPACES TO DL950-RPT-LINE.
007990     STRING 'ITEMS GENERATED....: ' DL950-RPT-NUM-EDIT
008000         DELIMITED BY SIZE INTO DL950-RPT-LINE.
008010     WRITE DL950-RPT-LINE.
008020     MOVE DL950-GEN-AMOUNT TO DL950-RPT-AMT-EDIT.
008030     MOVE SPACES TO DL950-RPT-LINE.
008040     STRING 'AMOUNT GENERATED...: ' DL950-RPT-AMT-EDIT
008050         DELIMITED BY SIZE INTO DL950-RPT-LINE.
008060     WRITE DL950-RPT-LINE.
008070     MOVE DL950-BATCH-HASH TO DL950-RPT-HASH-EDIT.
008080     MOVE SPACES TO DL950-RPT-LINE.
008090     STRING 'BATCH HASH.........: ' DL950-RPT-HASH-EDIT
008100         DELIMITED BY SIZE INTO DL950-RPT-LINE.
008110     WRITE DL950-RPT-LINE.
008120     IF DL950-ORD-WRITE-FAILED
008130         MOVE SPACES TO DL950-RPT-LINE
008140         STRING 'ORDER UPDATES......: *** REWRITE FAILED'
008150             ' -- SEE SYSOUT ***'
008160             DELIMITED BY SIZE INTO DL950-RPT-LINE
008170         WRITE DL950-RPT-LINE
008180     END-IF.
008190 8200-EXIT.
008200     EXIT.
