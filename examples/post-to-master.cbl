000840*                    day-close certification run can prove the
000850*                    intake-posting-GL chain without scraping
000860*                    the register.
000870*   10/15/2026 RM    Overdraft limits: a customer debit the
000880*                    account cannot cover (balance plus the
000890*                    master's overdraft limit) is NSF.  The
000900*                    control card's NSF option returns it
000910*                    unpaid as NSFD (the default) or pays it
000920*                    into overdraft; either way an NSF notice
000930*                    goes to NSF-NOTICES, a line to NSF-RPT,
000940*                    and the FEE-SCHEDULE's NSF fee is raised
000950*                    as an HDR/TRL batch on TRANS-GENERATED for
000960*                    the next intake.  Reversals and codes the
000970*                    TRANS-CODES system flag marks as system
000980*                    charges are never held to the limit.
000990*   10/15/2026 RM    Dormant accounts (status D, set by the new
001000*                    DORMANT-SCAN run) refuse system-flagged
001010*                    debits as DORM; a customer item posts and
001020*                    reactivates the account, counted on the
001030*                    register.  An escheated account (E) takes
001040*                    only the system closing debit; anything
001050*                    else rejects as ESCH.  Every customer item
001060*                    posted stamps the master's last-activity
001070*                    date.
001080*   10/15/2026 RM    Every account created or balance rewritten
001090*                    is journaled to ACCT-JOURNAL with its
001100*                    before and after images, under a run-id
001110*                    built from the run date and start time and
001120*                    printed on the register, so ACCT-RECOVER
001130*                    can back the run out.  A journal that will
001140*                    not open refuses the run; a failed journal
001150*                    write grades it RETURN-CODE 8.
001160*   10/15/2026 RM    An item posted with a transaction date in or
001170*                    before the month PERIOD-CONTROL names as last
001180*                    closed is a prior-period adjustment: it posts
001190*                    as usual, and is counted and listed on the
001200*                    register so the close can be followed up.
001210*   10/15/2026 RM    XFR transfers post both legs or neither: the
001220*                    from-account is debited and the to-account
001230*                    credited, each leg taking the account,
001240*                    status, stop and funds checks before either
001250*                    balance moves, and the first leg to fail
001260*                    rejects the whole transfer under its reason.
001270*                    A REV of a transfer backs out both legs.  A
001280*                    credit leg whose REWRITE fails has its debit
001290*                    leg put back and rejects as MWRT.  Transfers
001300*                    never create accounts; both legs are
001310*                    journaled, and transfers posted and rejected
001320*                    are counted on the register.
001330*   10/15/2026 RM    The run date is now the business date on
001340*                    RUN-CONTROL rather than the clock.  The run
001350*                    is refused -- nothing opened, RETURN-CODE 8
001360*                    -- unless intake is complete for the date
001370*                    and posting has not already run for it, so
001380*                    the same TRANS-OUT cannot post twice; it
001390*                    marks the step started on RUN-CONTROL, and
001400*                    complete or failed at the end.
001410*   10/15/2026 RM    An escheated account takes only the escheat
001420*                    transfer-out, a debit under the escheat code
001430*                    on DORMANT-PARM (ES when blank); any other
001440*                    system debit now rejects as ESCH.
001450*   10/15/2026 RM    Each item's outcome is now carried onto its
001460*                    TRANS-MASTER rows: a rejected item's rows
001470*                    (both rows of a transfer) are flagged
001480*                    posting-rejected, and a rejected REV flags
001490*                    its original's rows reversal-rejected, so the
001500*                    statement, trial balance, month-close and
001510*                    dormancy runs no longer take a rejected item
001520*                    as posted.  A posted item clears a flag an
001530*                    earlier run for the date left.  A
001540*                    TRANS-MASTER that will not open refuses the
001550*                    run; a reject whose row cannot be marked is
001560*                    counted on the register and grades the run
001570*                    RETURN-CODE 4.
001580*   10/15/2026 RM    The NSF fee reference is now the fee code and
001590*                    the last 14 bytes of the returned item's own
001600*                    reference, in place of the run date and a
001610*                    sequence that restarted every run; the same
001620*                    item always maps to the same fee reference,
001630*                    so a rerun that returns it again cannot
001640*                    raise a second fee past intake.
001650******************************************************************
001660 IDENTIFICATION DIVISION.
001670 PROGRAM-ID. POST-TO-MASTER.
001680 ENVIRONMENT DIVISION.
001690 INPUT-OUTPUT SECTION.
001700 FILE-CONTROL.
001710 SELECT TRANS-IN ASSIGN TO "TRANS-OUT"
001720     ORGANIZATION LINE SEQUENTIAL
001730     FILE STATUS IS DL200-TRANS-IN-STATUS.
001740 SELECT ACCT-MASTER ASSIGN TO "ACCT-MASTER"
001750     ORGANIZATION INDEXED
001760     ACCESS MODE RANDOM
001770     RECORD KEY IS DL200-MST-ACCOUNT-NO
001780     FILE STATUS IS DL200-MASTER-STATUS.
001790 SELECT TRANS-MASTER ASSIGN TO "TRANS-MASTER"
001800     ORGANIZATION INDEXED
001810     ACCESS MODE RANDOM
001820     RECORD KEY IS DL100-MST-KEY
001830     ALTERNATE RECORD KEY IS DL100-MST-TRANS-REF WITH DUPLICATES
001840     ALTERNATE RECORD KEY IS DL100-MST-REV-REF WITH DUPLICATES
001850     FILE STATUS IS DL200-TMST-STATUS.
001860 SELECT POST-REJECT ASSIGN TO "POST-REJECT"
001870     ORGANIZATION LINE SEQUENTIAL
001880     FILE STATUS IS DL200-REJECT-STATUS.
001890 SELECT POSTING-RPT ASSIGN TO "POSTING-RPT"
001900     ORGANIZATION LINE SEQUENTIAL
001910     FILE STATUS IS DL200-RPT-STATUS.
001920 SELECT CONTROL-CARD ASSIGN TO "POST-CONTROL-CARD"
001930     ORGANIZATION LINE SEQUENTIAL
001940     FILE STATUS IS DL200-CTL-STATUS.
001950 SELECT TRANS-CODE-FILE ASSIGN TO "TRANS-CODES"
001960     ORGANIZATION LINE SEQUENTIAL
001970     FILE STATUS IS DL200-TCODE-STATUS.
001980 SELECT STOP-FILE ASSIGN TO "STOP-INSTR"
001990     ORGANIZATION LINE SEQUENTIAL
002000     FILE STATUS IS DL200-STOP-STATUS.
002010 SELECT POST-TOTALS ASSIGN TO "POST-TOTALS"
002020     ORGANIZATION LINE SEQUENTIAL
002030     FILE STATUS IS DL200-TOTALS-STATUS.
002040 SELECT NSF-NOTICES ASSIGN TO "NSF-NOTICES"
002050     ORGANIZATION LINE SEQUENTIAL
002060     FILE STATUS IS DL200-NSF-STATUS.
002070 SELECT NSF-RPT ASSIGN TO "NSF-RPT"
002080     ORGANIZATION LINE SEQUENTIAL
002090     FILE STATUS IS DL200-NSFRPT-STATUS.
002100 SELECT FEE-FILE ASSIGN TO "FEE-SCHEDULE"
002110     ORGANIZATION LINE SEQUENTIAL
002120     FILE STATUS IS DL200-FEE-STATUS.
002130 SELECT GENERATED-OUT ASSIGN TO "TRANS-GENERATED"
002140     ORGANIZATION LINE SEQUENTIAL
002150     FILE STATUS IS DL200-GEN-STATUS.
002160 SELECT ACCT-JOURNAL ASSIGN TO "ACCT-JOURNAL"
002170     ORGANIZATION LINE SEQUENTIAL
002180     FILE STATUS IS DL200-JNL-STATUS.
002190 SELECT PERIOD-CONTROL ASSIGN TO "PERIOD-CONTROL"
002200     ORGANIZATION LINE SEQUENTIAL
002210     FILE STATUS IS DL200-PERIOD-STATUS.
002220 SELECT DORMANT-PARM ASSIGN TO "DORMANT-PARM"
002230     ORGANIZATION LINE SEQUENTIAL
002240     FILE STATUS IS DL200-DPARM-STATUS.
002250 SELECT RUN-CONTROL ASSIGN TO "RUN-CONTROL"
002260     ORGANIZATION LINE SEQUENTIAL
002270     FILE STATUS IS DL200-RCT-FILE-STATUS.
002280 DATA DIVISION.
002290 FILE SECTION.
002300 FD TRANS-IN.
002310 01  DL200-TRANS-IN-REC              PIC X(255).
002320 COPY DL100REC REPLACING ==LN== BY ==DL200-TRANS-IN-REC==.
002330 FD ACCT-MASTER.
002340 COPY DL200MST.
002350 FD TRANS-MASTER.
002360 COPY DL100MST.
002370 FD POST-REJECT.
002380 COPY DL100REJ.
002390 FD POSTING-RPT.
002400 01  DL200-RPT-LINE                  PIC X(80).
002410 FD CONTROL-CARD.
002420 COPY DL200CTL.
002430 FD TRANS-CODE-FILE.
002440 COPY DL100TCD.
002450 FD STOP-FILE.
002460 COPY DL200STP.
002470 FD POST-TOTALS.
002480 COPY DL200TOT.
002490 FD NSF-NOTICES.
002500 COPY DL200NSF.
002510 FD NSF-RPT.
002520 01  DL200-NSF-RPT-LINE              PIC X(80).
002530 FD FEE-FILE.
002540 COPY DL890FEE.
002550 FD GENERATED-OUT.
002560 01  DL200-GEN-RECORD                PIC X(255).
002570 FD ACCT-JOURNAL.
002580 COPY DL200JNL.
002590 FD PERIOD-CONTROL.
002600 COPY DL920CTL.
002610 FD DORMANT-PARM.
002620 COPY DL900PRM.
002630 FD RUN-CONTROL.
002640 COPY DL960RCT.
002650 WORKING-STORAGE SECTION.
002660 01  DL200-SWITCHES.
002670     05  DL200-TRANS-EOF-SWITCH      PIC X(01) VALUE 'N'.
002680         88  DL200-TRANS-EOF              VALUE 'Y'.
002690     05  DL200-MASTER-OPEN-SWITCH    PIC X(01) VALUE 'N'.
002700         88  DL200-MASTER-IS-OPEN         VALUE 'Y'.
002710     05  DL200-ACCT-FOUND-SWITCH     PIC X(01) VALUE 'N'.
002720         88  DL200-ACCT-FOUND             VALUE 'Y'.
002730     05  DL200-RPT-OPEN-SWITCH       PIC X(01) VALUE 'N'.
002740         88  DL200-RPT-OPEN-FAILED        VALUE 'Y'.
002750     05  DL200-TCODE-EOF-SWITCH      PIC X(01) VALUE 'N'.
002760         88  DL200-TCODE-EOF              VALUE 'Y'.
002770     05  DL200-CODE-FOUND-SWITCH     PIC X(01) VALUE 'N'.
002780         88  DL200-CODE-FOUND             VALUE 'Y'.
002790     05  DL200-REFUSED-SWITCH        PIC X(01) VALUE 'N'.
002800         88  DL200-RUN-REFUSED            VALUE 'Y'.
002810     05  DL200-SEQ-SWITCH            PIC X(01) VALUE 'N'.
002820         88  DL200-OUT-OF-SEQUENCE        VALUE 'Y'.
002830     05  DL200-STEP-SWITCH           PIC X(01) VALUE 'N'.
002840         88  DL200-STEP-STARTED           VALUE 'Y'.
002850     05  DL200-MST-WRITE-SWITCH      PIC X(01) VALUE 'N'.
002860         88  DL200-MST-WRITE-FAILED       VALUE 'Y'.
002870     05  DL200-REG-FULL-SWITCH       PIC X(01) VALUE 'N'.
002880         88  DL200-REG-TBL-FULL           VALUE 'Y'.
002890     05  DL200-ACCT-POST-SWITCH      PIC X(01) VALUE 'Y'.
002900         88  DL200-ACCT-POSTABLE          VALUE 'Y'.
002910     05  DL200-STOP-EOF-SWITCH       PIC X(01) VALUE 'N'.
002920         88  DL200-STOP-EOF               VALUE 'Y'.
002930     05  DL200-STOP-HIT-SWITCH       PIC X(01) VALUE 'N'.
002940         88  DL200-STOP-HIT               VALUE 'Y'.
002950     05  DL200-NSF-HIT-SWITCH        PIC X(01) VALUE 'N'.
002960         88  DL200-NSF-HIT                VALUE 'Y'.
002970     05  DL200-NSF-OPEN-SWITCH       PIC X(01) VALUE 'N'.
002980         88  DL200-NSF-IS-OPEN            VALUE 'Y'.
002990     05  DL200-NSFRPT-OPEN-SWITCH    PIC X(01) VALUE 'N'.
003000         88  DL200-NSFRPT-IS-OPEN         VALUE 'Y'.
003010     05  DL200-FEE-EOF-SWITCH        PIC X(01) VALUE 'N'.
003020         88  DL200-FEE-EOF                VALUE 'Y'.
003030     05  DL200-FEE-READY-SWITCH      PIC X(01) VALUE 'N'.
003040         88  DL200-NSF-FEE-READY          VALUE 'Y'.
003050     05  DL200-GEN-OPEN-SWITCH       PIC X(01) VALUE 'N'.
003060         88  DL200-GEN-IS-OPEN            VALUE 'Y'.
003070     05  DL200-JNL-OPEN-SWITCH       PIC X(01) VALUE 'N'.
003080         88  DL200-JNL-IS-OPEN            VALUE 'Y'.
003090     05  DL200-JNL-WRITE-SWITCH      PIC X(01) VALUE 'N'.
003100         88  DL200-JNL-WRITE-FAILED       VALUE 'Y'.
003110     05  DL200-CLOSED-SWITCH         PIC X(01) VALUE 'N'.
003120         88  DL200-PERIOD-CLOSED          VALUE 'Y'.
003130     05  DL200-XFR-SWITCH            PIC X(01) VALUE 'N'.
003140         88  DL200-XFR-ITEM               VALUE 'Y'.
003150     05  DL200-LEG-POSTED-SWITCH     PIC X(01) VALUE 'N'.
003160         88  DL200-LEG-POSTED             VALUE 'Y'.
003170     05  DL200-TMST-OPEN-SWITCH      PIC X(01) VALUE 'N'.
003180         88  DL200-TMST-IS-OPEN           VALUE 'Y'.
003190     05  DL200-MARK-SWITCH           PIC X(01) VALUE 'N'.
003200         88  DL200-MARK-REJECT            VALUE 'Y'.
003210 77  DL200-REFUSAL-TEXT              PIC X(60) VALUE SPACES.
003220 77  DL200-TRANS-IN-STATUS           PIC X(02).
003230 77  DL200-MASTER-STATUS             PIC X(02).
003240 77  DL200-REJECT-STATUS             PIC X(02).
003250 77  DL200-RPT-STATUS                PIC X(02).
003260 77  DL200-CTL-STATUS                PIC X(02).
003270 77  DL200-TRANS-READ                PIC 9(09) COMP VALUE ZERO.
003280 77  DL200-TRANS-POSTED              PIC 9(09) COMP VALUE ZERO.
003290 77  DL200-TRANS-REJECTED            PIC 9(09) COMP VALUE ZERO.
003300 77  DL200-ACCTS-CREATED             PIC 9(09) COMP VALUE ZERO.
003310 77  DL200-STATUS-REJECTS            PIC 9(09) COMP VALUE ZERO.
003320 77  DL200-STOP-STATUS               PIC X(02).
003330 77  DL200-STOP-REJECTS              PIC 9(09) COMP VALUE ZERO.
003340 77  DL200-TOTALS-STATUS             PIC X(02).
003350 77  DL200-NET-POSTED                PIC S9(13)V99 COMP-3
003360                                     VALUE ZERO.
003370 77  DL200-STOP-COUNT                PIC 9(04) COMP VALUE ZERO.
003380 77  DL200-STOP-MAX                  PIC 9(04) COMP VALUE 1000.
003390 77  DL200-STOP-SUB                  PIC 9(04) COMP VALUE ZERO.
003400 77  DL200-STOPPED-COUNT             PIC 9(04) COMP VALUE ZERO.
003410 77  DL200-STOPPED-MAX               PIC 9(04) COMP VALUE 500.
003420 77  DL200-REG-COUNT                 PIC 9(05) COMP VALUE ZERO.
003430 77  DL200-REG-MAX                   PIC 9(05) COMP VALUE 5000.
003440 77  DL200-BAL-BEFORE                PIC S9(11)V99 COMP-3
003450                                     VALUE ZERO.
003460 77  DL200-ACCT-CREATED-NOW          PIC X(01) VALUE 'N'.
003470 77  DL200-TCODE-STATUS              PIC X(02).
003480 77  DL200-TCODE-COUNT               PIC 9(05) COMP VALUE ZERO.
003490 77  DL200-TCODE-MAX                 PIC 9(05) COMP VALUE 500.
003500 77  DL200-DC-SIDE                   PIC X(01) VALUE 'C'.
003510 77  DL200-REJ-REASON                PIC X(04) VALUE SPACES.
003520 77  DL200-POST-ACCT                 PIC 9(10) VALUE ZERO.
003530 77  DL200-XFR-OTHER-ACCT            PIC X(10) VALUE SPACES.
003540 77  DL200-XFR-DEBIT-ACCT            PIC 9(10) VALUE ZERO.
003550 77  DL200-XFR-CREDIT-ACCT           PIC 9(10) VALUE ZERO.
003560 77  DL200-XFR-POSTED                PIC 9(09) COMP VALUE ZERO.
003570 77  DL200-XFR-REJECTED              PIC 9(09) COMP VALUE ZERO.
003580 77  DL200-RUN-DATE                  PIC 9(08).
003590 77  DL200-RCT-FILE-STATUS           PIC X(02).
003600 77  DL200-STEP-NO                   PIC 9(02) COMP VALUE 3.
003610 77  DL200-STEP-NAME                 PIC X(10) VALUE 'POSTING'.
003620 77  DL200-PRED-STEP-NO              PIC 9(02) COMP VALUE 2.
003630 77  DL200-PRED-STEP-NAME            PIC X(10) VALUE 'INTAKE'.
003640 77  DL200-STAMP-DATE                PIC 9(08) VALUE ZERO.
003650 77  DL200-STAMP-TIME                PIC 9(08) VALUE ZERO.
003660 77  DL200-REACTIVATE-NOW            PIC X(01) VALUE 'N'.
003670 77  DL200-REACTIVATED               PIC 9(09) COMP VALUE ZERO.
003680 77  DL200-CODE-SYSTEM               PIC X(01) VALUE SPACES.
003690 77  DL200-NSF-STATUS                PIC X(02).
003700 77  DL200-NSFRPT-STATUS             PIC X(02).
003710 77  DL200-FEE-STATUS                PIC X(02).
003720 77  DL200-GEN-STATUS                PIC X(02).
003730 77  DL200-OD-LIMIT                  PIC S9(09)V99 COMP-3
003740                                     VALUE ZERO.
003750 77  DL200-AVAILABLE                 PIC S9(13)V99 COMP-3
003760                                     VALUE ZERO.
003770 77  DL200-NSF-ITEMS                 PIC 9(09) COMP VALUE ZERO.
003780 77  DL200-NSF-RETURNS               PIC 9(09) COMP VALUE ZERO.
003790 77  DL200-NSF-PAID-ITEMS            PIC 9(09) COMP VALUE ZERO.
003800 77  DL200-NSF-FEES-RAISED           PIC 9(09) COMP VALUE ZERO.
003810 77  DL200-NSF-FEE-TOTAL             PIC S9(11)V99 COMP-3
003820                                     VALUE ZERO.
003830 77  DL200-NSF-FEE-CODE              PIC X(02) VALUE SPACES.
003840 77  DL200-NSF-FEE-AMOUNT            PIC 9(07)V99 VALUE ZERO.
003850 77  DL200-NSF-FEE-EFF               PIC 9(08) VALUE ZERO.
003860 77  DL200-ITEM-FEE                  PIC 9(07)V99 VALUE ZERO.
003870 77  DL200-FEE-NOTE                  PIC X(40) VALUE SPACES.
003880 77  DL200-GEN-COUNT                 PIC 9(09) VALUE ZERO.
003890 77  DL200-GEN-HASH                  PIC 9(13) VALUE ZERO.
003900 77  DL200-CENTS                     PIC 9(13) VALUE ZERO.
003910 77  DL200-JNL-STATUS                PIC X(02).
003920 77  DL200-RUN-TIME                  PIC 9(08).
003930 77  DL200-RUN-ID                    PIC X(16).
003940 77  DL200-JNL-ENTRIES               PIC 9(09) VALUE ZERO.
003950 77  DL200-JNL-ACTION-WK             PIC X(01) VALUE SPACES.
003960 77  DL200-BEFORE-IMAGE              PIC X(82) VALUE SPACES.
003970 77  DL200-PERIOD-STATUS             PIC X(02).
003980 77  DL200-DPARM-STATUS              PIC X(02).
003990 77  DL200-ESCHEAT-CODE              PIC X(02) VALUE 'ES'.
004000 77  DL200-CLOSED-PERIOD             PIC 9(06) VALUE ZERO.
004010 77  DL200-CLOSED-END                PIC 9(08) VALUE ZERO.
004020 77  DL200-PRIOR-ITEMS               PIC 9(09) COMP VALUE ZERO.
004030 77  DL200-PRIOR-COUNT               PIC 9(04) COMP VALUE ZERO.
004040 77  DL200-PRIOR-MAX                 PIC 9(04) COMP VALUE 500.
004050 77  DL200-TMST-STATUS               PIC X(02).
004060 77  DL200-MARK-ACCT                 PIC 9(10) VALUE ZERO.
004070 77  DL200-MARK-REF                  PIC X(16) VALUE SPACES.
004080 77  DL200-ROW-FLAG-WAS              PIC X(01) VALUE 'N'.
004090 77  DL200-ROWS-UNMARKED             PIC 9(09) COMP VALUE ZERO.
004100*    Accounts touched this run, for the posting register only --
004110*    posting itself is keyed against the master and no longer
004120*    carries the whole account base in core.
004130 01  DL200-REG-TABLE.
004140     05  DL200-REG-ENTRY
004150         OCCURS 1 TO 5000 TIMES
004160         DEPENDING ON DL200-REG-COUNT
004170         INDEXED BY DL200-REG-IDX.
004180         10  DL200-REG-ACCT-NO       PIC 9(10).
004190         10  DL200-REG-OPENING       PIC S9(11)V99 COMP-3.
004200         10  DL200-REG-CLOSING       PIC S9(11)V99 COMP-3.
004210         10  DL200-REG-APPLIED       PIC 9(09) COMP.
004220         10  DL200-REG-NEW-FLAG      PIC X(01).
004230 77  DL200-STOP-HIT-SCOPE            PIC X(01) VALUE SPACES.
004240*    Stop instructions the operations desk loaded, scanned per
004250*    transaction before any amount is applied.
004260 01  DL200-STOP-TABLE.
004270     05  DL200-STOP-ENTRY
004280         OCCURS 1 TO 1000 TIMES
004290         DEPENDING ON DL200-STOP-COUNT
004300         INDEXED BY DL200-STOP-IDX.
004310         10  DL200-STOP-ACCT         PIC 9(10).
004320         10  DL200-STOP-SCOPE        PIC X(01).
004330         10  DL200-STOP-CODE         PIC X(02).
004340         10  DL200-STOP-LIMIT        PIC 9(09)V99 COMP-3.
004350         10  DL200-STOP-EFF          PIC 9(08).
004360*    Transactions a stop instruction caught, for the register.
004370 01  DL200-STOPPED-TABLE.
004380     05  DL200-STOPPED-ENTRY
004390         OCCURS 1 TO 500 TIMES
004400         DEPENDING ON DL200-STOPPED-COUNT
004410         INDEXED BY DL200-STOPPED-IDX.
004420         10  DL200-STPD-ACCT         PIC 9(10).
004430         10  DL200-STPD-CODE         PIC X(02).
004440         10  DL200-STPD-AMOUNT       PIC S9(09)V99 COMP-3.
004450         10  DL200-STPD-SCOPE        PIC X(01).
004460 01  DL200-RPT-STOP-DETAIL.
004470     05  FILLER                      PIC X(08) VALUE 'STOPPED '.
004480     05  DL200-RPT-STP-ACCT          PIC 9(10).
004490     05  FILLER                      PIC X(02) VALUE SPACES.
004500     05  DL200-RPT-STP-CODE          PIC X(02).
004510     05  FILLER                      PIC X(02) VALUE SPACES.
004520     05  DL200-RPT-STP-AMOUNT        PIC -ZZZZZZZZ9.99.
004530     05  FILLER                      PIC X(08) VALUE '  SCOPE '.
004540     05  DL200-RPT-STP-SCOPE         PIC X(01).
004550*    Items posted into a closed month, for the register.
004560 01  DL200-PRIOR-TABLE.
004570     05  DL200-PRIOR-ENTRY
004580         OCCURS 1 TO 500 TIMES
004590         DEPENDING ON DL200-PRIOR-COUNT
004600         INDEXED BY DL200-PRIOR-IDX.
004610         10  DL200-PRI-ACCT          PIC 9(10).
004620         10  DL200-PRI-REF           PIC X(16).
004630         10  DL200-PRI-DATE          PIC 9(08).
004640         10  DL200-PRI-CODE          PIC X(02).
004650         10  DL200-PRI-AMOUNT        PIC S9(09)V99 COMP-3.
004660 01  DL200-RPT-PRIOR-DETAIL.
004670     05  FILLER                      PIC X(09) VALUE 'PRIOR PD '.
004680     05  DL200-RPT-PRI-ACCT          PIC 9(10).
004690     05  FILLER                      PIC X(01) VALUE SPACES.
004700     05  DL200-RPT-PRI-REF           PIC X(16).
004710     05  FILLER                      PIC X(01) VALUE SPACES.
004720     05  DL200-RPT-PRI-DATE          PIC 9(08).
004730     05  FILLER                      PIC X(01) VALUE SPACES.
004740     05  DL200-RPT-PRI-CODE          PIC X(02).
004750     05  FILLER                      PIC X(01) VALUE SPACES.
004760     05  DL200-RPT-PRI-AMOUNT        PIC -ZZZZZZZZ9.99.
004770 01  DL200-TCODE-TABLE.
004780     05  DL200-TCODE-ENTRY
004790         OCCURS 1 TO 500 TIMES
004800         DEPENDING ON DL200-TCODE-COUNT
004810         INDEXED BY DL200-TCODE-IDX.
004820         10  DL200-TCODE-CODE        PIC X(02).
004830         10  DL200-TCODE-DC-IND      PIC X(01).
004840         10  DL200-TCODE-SYSTEM      PIC X(01).
004850*    One generated fee item for the TRANS-GENERATED batch, in the
004860*    intake's detail layout, with the header and trailer views.
004870 01  DL200-GEN-WORK-REC.
004880     05  DL200-GEN-REC-TYPE          PIC X(03).
004890     05  DL200-GEN-ACCOUNT-NO        PIC 9(10).
004900     05  DL200-GEN-TRANS-CODE        PIC X(02).
004910     05  DL200-GEN-TRANS-AMOUNT      PIC S9(09)V99.
004920     05  DL200-GEN-TRANS-DATE        PIC 9(08).
004930     05  DL200-GEN-BATCH-NO          PIC X(04).
004940     05  DL200-GEN-TRANS-REF         PIC X(16).
004950     05  FILLER                      PIC X(201).
004960 01  DL200-GEN-HDR-VIEW REDEFINES DL200-GEN-WORK-REC.
004970     05  DL200-GEN-HDR-TYPE          PIC X(03).
004980     05  DL200-GEN-HDR-RUN-DATE      PIC 9(08).
004990     05  FILLER                      PIC X(244).
005000 01  DL200-GEN-TRL-VIEW REDEFINES DL200-GEN-WORK-REC.
005010     05  DL200-GEN-TRL-TYPE          PIC X(03).
005020     05  DL200-GEN-TRL-COUNT         PIC 9(09).
005030     05  DL200-GEN-TRL-HASH          PIC 9(13).
005040     05  FILLER                      PIC X(230).
005050 01  DL200-RPT-NSF-DETAIL.
005060     05  DL200-RPT-NSF-ACCT          PIC 9(10).
005070     05  FILLER                      PIC X(01) VALUE SPACES.
005080     05  DL200-RPT-NSF-REF           PIC X(16).
005090     05  FILLER                      PIC X(01) VALUE SPACES.
005100     05  DL200-RPT-NSF-CODE          PIC X(02).
005110     05  FILLER                      PIC X(01) VALUE SPACES.
005120     05  DL200-RPT-NSF-AMOUNT        PIC -ZZZZZZZZ9.99.
005130     05  FILLER                      PIC X(01) VALUE SPACES.
005140     05  DL200-RPT-NSF-AVAIL         PIC -ZZZZZZZZZZ9.99.
005150     05  FILLER                      PIC X(01) VALUE SPACES.
005160     05  DL200-RPT-NSF-DECISION      PIC X(08).
005170     05  FILLER                      PIC X(01) VALUE SPACES.
005180     05  DL200-RPT-NSF-FEE           PIC ZZZZ9.99.
005190 77  DL200-RPT-AMT-EDIT              PIC -ZZZZZZZZZZ9.99.
005200 77  DL200-RPT-NUM-EDIT              PIC ZZZZZZZZ9.
005210 01  DL200-RPT-DETAIL.
005220     05  DL200-RPT-ACCT-NO           PIC 9(10).
005230     05  FILLER                      PIC X(02) VALUE SPACES.
005240     05  DL200-RPT-OPENING           PIC -ZZZZZZZZZZ9.99.
005250     05  FILLER                      PIC X(02) VALUE SPACES.
005260     05  DL200-RPT-APPLIED           PIC ZZZZZZZZ9.
005270     05  FILLER                      PIC X(02) VALUE SPACES.
005280     05  DL200-RPT-CLOSING           PIC -ZZZZZZZZZZ9.99.
005290     05  FILLER                      PIC X(02) VALUE SPACES.
005300     05  DL200-RPT-NEW-TAG           PIC X(05).
005310******************************************************************
005320*  0000-MAINLINE
005330******************************************************************
005340 PROCEDURE DIVISION.
005350 0000-MAINLINE.
005360     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
005370     IF NOT DL200-RUN-REFUSED
005380         PERFORM 2000-POST-TRANSACTION THRU 2000-EXIT
005390             UNTIL DL200-TRANS-EOF
005400     END-IF.
005410     PERFORM 8000-FINALIZE THRU 8000-EXIT.
005420     IF DL200-RUN-REFUSED OR DL200-MST-WRITE-FAILED
005430             OR DL200-JNL-WRITE-FAILED
005440         MOVE 8 TO RETURN-CODE
005450     ELSE
005460         IF DL200-REG-TBL-FULL OR DL200-ROWS-UNMARKED > ZERO
005470             MOVE 4 TO RETURN-CODE
005480         END-IF
005490     END-IF.
005500     PERFORM 8900-RECORD-COMPLETION THRU 8900-EXIT.
005510     STOP RUN.
005520******************************************************************
005530*  1000-INITIALIZE -- check the run against RUN-CONTROL, pick
005540*                     up the run option, open the indexed
005550*                     masters for keyed posting and marking,
005560*                     open the transaction input, and prime the
005570*                     first read
005580******************************************************************
005590 1000-INITIALIZE.
005600     PERFORM 1020-CHECK-RUN-CONTROL THRU 1020-EXIT.
005610     IF DL200-OUT-OF-SEQUENCE
005620         SET DL200-RUN-REFUSED TO TRUE
005630         GO TO 1000-EXIT
005640     END-IF.
005650     ACCEPT DL200-RUN-TIME FROM TIME.
005660     STRING DL200-RUN-DATE DL200-RUN-TIME
005670         DELIMITED BY SIZE INTO DL200-RUN-ID.
005680     PERFORM 1050-READ-CONTROL-CARD THRU 1050-EXIT.
005690     PERFORM 1075-LOAD-TRANS-CODES THRU 1075-EXIT.
005700     PERFORM 1085-LOAD-NSF-FEE THRU 1085-EXIT.
005710     PERFORM 1090-LOAD-STOPS THRU 1090-EXIT.
005720     PERFORM 1097-READ-PERIOD-CONTROL THRU 1097-EXIT.
005730     PERFORM 1098-READ-ESCHEAT-CODE THRU 1098-EXIT.
005740     PERFORM 1100-OPEN-MASTER THRU 1100-EXIT.
005750     PERFORM 1150-OPEN-JOURNAL THRU 1150-EXIT.
005760     PERFORM 1160-OPEN-TRANS-MASTER THRU 1160-EXIT.
005770     OPEN OUTPUT POSTING-RPT.
005780     IF DL200-RPT-STATUS NOT = '00'
005790         DISPLAY 'POSTING-RPT OPEN FAILED, STATUS='
005800             DL200-RPT-STATUS
005810         SET DL200-RPT-OPEN-FAILED TO TRUE
005820     END-IF.
005830     OPEN OUTPUT POST-REJECT.
005840     IF DL200-REJECT-STATUS NOT = '00'
005850         DISPLAY 'POST-REJECT OPEN FAILED, STATUS='
005860             DL200-REJECT-STATUS ' -- RUN REFUSED'
005870         SET DL200-RUN-REFUSED TO TRUE
005880         MOVE 'POST-REJECT WILL NOT OPEN' TO DL200-REFUSAL-TEXT
005890     END-IF.
005900     OPEN OUTPUT NSF-NOTICES.
005910     IF DL200-NSF-STATUS = '00'
005920         SET DL200-NSF-IS-OPEN TO TRUE
005930     ELSE
005940         DISPLAY 'NSF-NOTICES OPEN FAILED, STATUS='
005950             DL200-NSF-STATUS ' -- RUN REFUSED'
005960         SET DL200-RUN-REFUSED TO TRUE
005970         MOVE 'NSF-NOTICES WILL NOT OPEN' TO DL200-REFUSAL-TEXT
005980     END-IF.
005990     PERFORM 1200-OPEN-NSF-REPORT THRU 1200-EXIT.
006000     OPEN INPUT TRANS-IN.
006010     IF DL200-TRANS-IN-STATUS NOT = '00'
006020         DISPLAY 'TRANS-OUT OPEN FAILED, STATUS='
006030             DL200-TRANS-IN-STATUS
006040         SET DL200-TRANS-EOF TO TRUE
006050     END-IF.
006060     IF NOT DL200-TRANS-EOF
006070         READ TRANS-IN
006080             AT END SET DL200-TRANS-EOF TO TRUE
006090         END-READ
006100     END-IF.
006110     IF NOT DL200-TRANS-EOF
006120         ADD 1 TO DL200-TRANS-READ
006130     END-IF.
006140 1000-EXIT.
006150     EXIT.
006160******************************************************************
006170*  1020-CHECK-RUN-CONTROL -- the run date is the business date on
006180*                            RUN-CONTROL, not the clock.  The run
006190*                            goes ahead only if intake is complete
006200*                            for that date and this step is still
006210*                            pending; the step is then marked
006220*                            started.
006230******************************************************************
006240 1020-CHECK-RUN-CONTROL.
006250     OPEN INPUT RUN-CONTROL.
006260     IF DL200-RCT-FILE-STATUS NOT = '00'
006270         MOVE SPACES TO DL200-REFUSAL-TEXT
006280         STRING 'RUN-CONTROL WILL NOT OPEN, STATUS='
006290             DL200-RCT-FILE-STATUS
006300             DELIMITED BY SIZE INTO DL200-REFUSAL-TEXT
006310         PERFORM 1030-REFUSE-OUT-OF-SEQ THRU 1030-EXIT
006320         GO TO 1020-EXIT
006330     END-IF.
006340     READ RUN-CONTROL
006350         AT END MOVE SPACES TO DL960-RUN-CONTROL-RECORD
006360     END-READ.
006370     CLOSE RUN-CONTROL.
006380     IF DL960-RCT-BUS-DATE NOT NUMERIC
006390             OR DL960-RCT-BUS-DATE = ZERO
006400         MOVE 'RUN-CONTROL HOLDS NO BUSINESS DATE'
006410             TO DL200-REFUSAL-TEXT
006420         PERFORM 1030-REFUSE-OUT-OF-SEQ THRU 1030-EXIT
006430         GO TO 1020-EXIT
006440     END-IF.
006450     IF NOT DL960-RCT-COMPLETE(DL200-PRED-STEP-NO)
006460         MOVE SPACES TO DL200-REFUSAL-TEXT
006470         STRING DL200-PRED-STEP-NAME DELIMITED BY SPACE
006480             ' NOT COMPLETE FOR ' DL960-RCT-BUS-DATE
006490             DELIMITED BY SIZE INTO DL200-REFUSAL-TEXT
006500         PERFORM 1030-REFUSE-OUT-OF-SEQ THRU 1030-EXIT
006510         GO TO 1020-EXIT
006520     END-IF.
006530     IF NOT DL960-RCT-PENDING(DL200-STEP-NO)
006540         MOVE SPACES TO DL200-REFUSAL-TEXT
006550         STRING DL200-STEP-NAME DELIMITED BY SPACE
006560             ' ALREADY RUN FOR ' DL960-RCT-BUS-DATE
006570             ' -- RERUN NEEDS OVERRIDE'
006580             DELIMITED BY SIZE INTO DL200-REFUSAL-TEXT
006590         PERFORM 1030-REFUSE-OUT-OF-SEQ THRU 1030-EXIT
006600         GO TO 1020-EXIT
006610     END-IF.
006620     MOVE DL960-RCT-BUS-DATE TO DL200-RUN-DATE.
006630     ACCEPT DL200-STAMP-DATE FROM DATE YYYYMMDD.
006640     ACCEPT DL200-STAMP-TIME FROM TIME.
006650     SET DL960-RCT-STARTED(DL200-STEP-NO) TO TRUE.
006660     MOVE DL200-STAMP-DATE TO DL960-RCT-START-DATE(DL200-STEP-NO).
006670     MOVE DL200-STAMP-TIME TO DL960-RCT-START-TIME(DL200-STEP-NO).
006680     MOVE ZERO TO DL960-RCT-END-DATE(DL200-STEP-NO).
006690     MOVE ZERO TO DL960-RCT-END-TIME(DL200-STEP-NO).
006700     MOVE ZERO TO DL960-RCT-RC(DL200-STEP-NO).
006710     OPEN OUTPUT RUN-CONTROL.
006720     IF DL200-RCT-FILE-STATUS NOT = '00'
006730         MOVE SPACES TO DL200-REFUSAL-TEXT
006740         STRING 'RUN-CONTROL WILL NOT UPDATE, STATUS='
006750             DL200-RCT-FILE-STATUS
006760             DELIMITED BY SIZE INTO DL200-REFUSAL-TEXT
006770         PERFORM 1030-REFUSE-OUT-OF-SEQ THRU 1030-EXIT
006780         GO TO 1020-EXIT
006790     END-IF.
006800     WRITE DL960-RUN-CONTROL-RECORD.
006810     IF DL200-RCT-FILE-STATUS NOT = '00'
006820         MOVE SPACES TO DL200-REFUSAL-TEXT
006830         STRING 'RUN-CONTROL WILL NOT UPDATE, STATUS='
006840             DL200-RCT-FILE-STATUS
006850             DELIMITED BY SIZE INTO DL200-REFUSAL-TEXT
006860         CLOSE RUN-CONTROL
006870         PERFORM 1030-REFUSE-OUT-OF-SEQ THRU 1030-EXIT
006880         GO TO 1020-EXIT
006890     END-IF.
006900     CLOSE RUN-CONTROL.
006910     SET DL200-STEP-STARTED TO TRUE.
006920 1020-EXIT.
006930     EXIT.
006940******************************************************************
006950*  1030-REFUSE-OUT-OF-SEQ -- the step is out of sequence for the
006960*                            business date; nothing is opened and
006970*                            RUN-CONTROL is left as it stands
006980******************************************************************
006990 1030-REFUSE-OUT-OF-SEQ.
007000     DISPLAY 'RUN REFUSED -- ' DL200-REFUSAL-TEXT.
007010     SET DL200-OUT-OF-SEQUENCE TO TRUE.
007020 1030-EXIT.
007030     EXIT.
007040******************************************************************
007050*  1050-READ-CONTROL-CARD -- pick up the unknown-account run
007060*                            and NSF options, if operations
007070*                            supplied a card; defaults to
007080*                            creating an account on first sight
007090*                            and returning NSF items unpaid
007100******************************************************************
007110 1050-READ-CONTROL-CARD.
007120     SET DL200-CTL-CREATE-ACCTS TO TRUE.
007130     SET DL200-CTL-NSF-RETURN TO TRUE.
007140     OPEN INPUT CONTROL-CARD.
007150     IF DL200-CTL-STATUS = '00'
007160         READ CONTROL-CARD
007170             AT END CONTINUE
007180         END-READ
007190         CLOSE CONTROL-CARD
007200         IF NOT DL200-CTL-CREATE-ACCTS
007210                 AND NOT DL200-CTL-REJECT-ACCTS
007220             DISPLAY 'CONTROL CARD NEW-ACCOUNT SWITCH "'
007230                 DL200-CTL-NEW-ACCT-SW
007240                 '" NOT RECOGNIZED -- DEFAULTING TO CREATE'
007250             SET DL200-CTL-CREATE-ACCTS TO TRUE
007260         END-IF
007270         IF DL200-CTL-NSF-OPTION = SPACE
007280             SET DL200-CTL-NSF-RETURN TO TRUE
007290         END-IF
007300         IF NOT DL200-CTL-NSF-RETURN AND NOT DL200-CTL-NSF-PAY
007310             DISPLAY 'CONTROL CARD NSF OPTION "'
007320                 DL200-CTL-NSF-OPTION
007330                 '" NOT RECOGNIZED -- DEFAULTING TO RETURN'
007340             SET DL200-CTL-NSF-RETURN TO TRUE
007350         END-IF
007360     END-IF.
007370 1050-EXIT.
007380     EXIT.
007390******************************************************************
007400*  1075-LOAD-TRANS-CODES -- load the transaction-code reference
007410*                           file so each code's debit/credit
007420*                           indicator can drive which side of
007430*                           the balance the amount hits; a
007440*                           missing file leaves the table empty
007450*                           and every amount posts as a credit,
007460*                           the pre-reference-table behavior
007470******************************************************************
007480 1075-LOAD-TRANS-CODES.
007490     OPEN INPUT TRANS-CODE-FILE.
007500     IF DL200-TCODE-STATUS = '00'
007510         PERFORM 1080-LOAD-TRANS-CODE-RECORD THRU 1080-EXIT
007520             UNTIL DL200-TCODE-EOF
007530         CLOSE TRANS-CODE-FILE
007540     ELSE
007550         DISPLAY 'TRANS-CODES OPEN FAILED, STATUS='
007560             DL200-TCODE-STATUS
007570             ' -- ALL AMOUNTS POST AS CREDITS'
007580     END-IF.
007590 1075-EXIT.
007600     EXIT.
007610 1080-LOAD-TRANS-CODE-RECORD.
007620     READ TRANS-CODE-FILE
007630         AT END SET DL200-TCODE-EOF TO TRUE
007640     END-READ.
007650     IF NOT DL200-TCODE-EOF
007660         IF DL200-TCODE-COUNT < DL200-TCODE-MAX
007670             ADD 1 TO DL200-TCODE-COUNT
007680             SET DL200-TCODE-IDX TO DL200-TCODE-COUNT
007690             MOVE DL100-TCD-CODE
007700                 TO DL200-TCODE-CODE(DL200-TCODE-IDX)
007710             MOVE DL100-TCD-DC-IND
007720                 TO DL200-TCODE-DC-IND(DL200-TCODE-IDX)
007730             MOVE DL100-TCD-SYSTEM-FLAG
007740                 TO DL200-TCODE-SYSTEM(DL200-TCODE-IDX)
007750         ELSE
007760             DISPLAY 'TRANS-CODE TABLE FULL AT ' DL200-TCODE-MAX
007770                 ' -- REMAINING CODES DROPPED'
007780         END-IF
007790     END-IF.
007800 1080-EXIT.
007810     EXIT.
007820******************************************************************
007830*  1085-LOAD-NSF-FEE -- find the NSF fee (type N) in force on the
007840*                      run date on the FEE-SCHEDULE; the latest
007850*                      effective row wins.  Its code must be a
007860*                      debit the TRANS-CODES table marks as a
007870*                      system charge, or an NSF fee could itself
007880*                      be returned for funds and raise another.
007890*                      With no usable row posting goes on and no
007900*                      fees are raised; the NSF report says why.
007910******************************************************************
007920 1085-LOAD-NSF-FEE.
007930     MOVE 'N' TO DL200-FEE-READY-SWITCH.
007940     OPEN INPUT FEE-FILE.
007950     IF DL200-FEE-STATUS NOT = '00'
007960         MOVE 'FEE-SCHEDULE WILL NOT OPEN' TO DL200-FEE-NOTE
007970         GO TO 1085-EXIT
007980     END-IF.
007990     PERFORM 1087-LOAD-FEE-ROW THRU 1087-EXIT
008000         UNTIL DL200-FEE-EOF.
008010     CLOSE FEE-FILE.
008020     IF DL200-NSF-FEE-CODE = SPACES
008030         MOVE 'NO NSF FEE IN EFFECT ON FEE-SCHEDULE'
008040             TO DL200-FEE-NOTE
008050         GO TO 1085-EXIT
008060     END-IF.
008070     IF DL200-NSF-FEE-AMOUNT = ZERO
008080         MOVE 'NSF FEE ON FEE-SCHEDULE IS ZERO' TO DL200-FEE-NOTE
008090         GO TO 1085-EXIT
008100     END-IF.
008110     IF DL200-TCODE-COUNT = ZERO
008120         MOVE 'NO TRANS-CODES TABLE TO PROVE FEE CODE'
008130             TO DL200-FEE-NOTE
008140         GO TO 1085-EXIT
008150     END-IF.
008160     SET DL200-TCODE-IDX TO 1.
008170     SEARCH DL200-TCODE-ENTRY
008180         AT END
008190             MOVE 'NSF FEE CODE NOT ON TRANS-CODES'
008200                 TO DL200-FEE-NOTE
008210         WHEN DL200-TCODE-CODE(DL200-TCODE-IDX)
008220                 = DL200-NSF-FEE-CODE
008230             IF DL200-TCODE-DC-IND(DL200-TCODE-IDX) NOT = 'D'
008240                 MOVE 'NSF FEE CODE IS NOT A DEBIT'
008250                     TO DL200-FEE-NOTE
008260             ELSE
008270                 IF DL200-TCODE-SYSTEM(DL200-TCODE-IDX) NOT = 'S'
008280                     MOVE 'NSF FEE CODE NOT A SYSTEM CHARGE'
008290                         TO DL200-FEE-NOTE
008300                 ELSE
008310                     SET DL200-NSF-FEE-READY TO TRUE
008320                 END-IF
008330             END-IF
008340     END-SEARCH.
008350     IF NOT DL200-NSF-FEE-READY
008360         DISPLAY DL200-FEE-NOTE ' -- NO NSF FEES RAISED'
008370     END-IF.
008380 1085-EXIT.
008390     EXIT.
008400 1087-LOAD-FEE-ROW.
008410     READ FEE-FILE
008420         AT END SET DL200-FEE-EOF TO TRUE
008430     END-READ.
008440     IF DL200-FEE-EOF
008450         GO TO 1087-EXIT
008460     END-IF.
008470     IF NOT DL890-FEE-NSF
008480             OR DL890-FEE-TRANS-CODE = SPACES
008490             OR DL890-FEE-AMOUNT NOT NUMERIC
008500             OR DL890-FEE-EFF-DATE NOT NUMERIC
008510         GO TO 1087-EXIT
008520     END-IF.
008530     IF DL890-FEE-EFF-DATE > DL200-RUN-DATE
008540             OR DL890-FEE-EFF-DATE < DL200-NSF-FEE-EFF
008550         GO TO 1087-EXIT
008560     END-IF.
008570     MOVE DL890-FEE-TRANS-CODE TO DL200-NSF-FEE-CODE.
008580     MOVE DL890-FEE-AMOUNT TO DL200-NSF-FEE-AMOUNT.
008590     MOVE DL890-FEE-EFF-DATE TO DL200-NSF-FEE-EFF.
008600 1087-EXIT.
008610     EXIT.
008620******************************************************************
008630*  1090-LOAD-STOPS -- load the operations desk's stop
008640*                     instructions; no file simply means no
008650*                     stops are in force
008660******************************************************************
008670 1090-LOAD-STOPS.
008680     OPEN INPUT STOP-FILE.
008690     IF DL200-STOP-STATUS = '00'
008700         PERFORM 1095-LOAD-STOP-RECORD THRU 1095-EXIT
008710             UNTIL DL200-STOP-EOF
008720         CLOSE STOP-FILE
008730     END-IF.
008740 1090-EXIT.
008750     EXIT.
008760 1095-LOAD-STOP-RECORD.
008770     READ STOP-FILE
008780         AT END SET DL200-STOP-EOF TO TRUE
008790     END-READ.
008800     IF NOT DL200-STOP-EOF
008810         IF DL200-STP-ACCOUNT-NO NOT NUMERIC
008820             DISPLAY 'STOP INSTRUCTION ACCOUNT NOT NUMERIC,'
008830                 ' DROPPED: ' DL200-STP-ACCOUNT-NO
008840         ELSE
008850             IF DL200-STOP-COUNT < DL200-STOP-MAX
008860                 ADD 1 TO DL200-STOP-COUNT
008870                 SET DL200-STOP-IDX TO DL200-STOP-COUNT
008880                 MOVE DL200-STP-ACCOUNT-NO
008890                     TO DL200-STOP-ACCT(DL200-STOP-IDX)
008900                 MOVE DL200-STP-SCOPE
008910                     TO DL200-STOP-SCOPE(DL200-STOP-IDX)
008920                 MOVE DL200-STP-TRANS-CODE
008930                     TO DL200-STOP-CODE(DL200-STOP-IDX)
008940                 IF DL200-STP-AMOUNT-LIMIT NUMERIC
008950                     MOVE DL200-STP-AMOUNT-LIMIT
008960                         TO DL200-STOP-LIMIT(DL200-STOP-IDX)
008970                 ELSE
008980                     MOVE ZERO
008990                         TO DL200-STOP-LIMIT(DL200-STOP-IDX)
009000                 END-IF
009010                 IF DL200-STP-EFF-DATE NUMERIC
009020                     MOVE DL200-STP-EFF-DATE
009030                         TO DL200-STOP-EFF(DL200-STOP-IDX)
009040                 ELSE
009050                     MOVE ZERO
009060                         TO DL200-STOP-EFF(DL200-STOP-IDX)
009070                 END-IF
009080             ELSE
009090                 DISPLAY 'STOP TABLE FULL AT ' DL200-STOP-MAX
009100                     ' -- REMAINING INSTRUCTIONS DROPPED'
009110             END-IF
009120         END-IF
009130     END-IF.
009140 1095-EXIT.
009150     EXIT.
009160******************************************************************
009170*  1097-READ-PERIOD-CONTROL -- the month last closed, if any; an
009180*                              item dated in or before it is a
009190*                              prior-period adjustment
009200******************************************************************
009210 1097-READ-PERIOD-CONTROL.
009220     OPEN INPUT PERIOD-CONTROL.
009230     IF DL200-PERIOD-STATUS NOT = '00'
009240         GO TO 1097-EXIT
009250     END-IF.
009260     READ PERIOD-CONTROL
009270         AT END MOVE SPACES TO DL920-CONTROL-RECORD
009280     END-READ.
009290     CLOSE PERIOD-CONTROL.
009300     IF DL920-CTL-CLOSED AND DL920-CTL-PERIOD NUMERIC
009310             AND DL920-CTL-PERIOD-END NUMERIC
009320         SET DL200-PERIOD-CLOSED TO TRUE
009330         MOVE DL920-CTL-PERIOD TO DL200-CLOSED-PERIOD
009340         MOVE DL920-CTL-PERIOD-END TO DL200-CLOSED-END
009350     END-IF.
009360 1097-EXIT.
009370     EXIT.
009380******************************************************************
009390*  1098-READ-ESCHEAT-CODE -- the transaction code DORMANT-SCAN
009400*                            generates the escheat transfer-out
009410*                            under, from its DORMANT-PARM card;
009420*                            no card, or a blank code, leaves ES
009430******************************************************************
009440 1098-READ-ESCHEAT-CODE.
009450     OPEN INPUT DORMANT-PARM.
009460     IF DL200-DPARM-STATUS NOT = '00'
009470         GO TO 1098-EXIT
009480     END-IF.
009490     READ DORMANT-PARM
009500         AT END MOVE SPACES TO DL900-PARM-RECORD
009510     END-READ.
009520     CLOSE DORMANT-PARM.
009530     IF DL900-PARM-ESCHEAT-CODE NOT = SPACES
009540         MOVE DL900-PARM-ESCHEAT-CODE TO DL200-ESCHEAT-CODE
009550     END-IF.
009560 1098-EXIT.
009570     EXIT.
009580******************************************************************
009590*  1100-OPEN-MASTER -- open the indexed account master I-O for
009600*                      keyed posting, creating it empty on first
009610*                      ever use the way the intake creates
009620*                      TRANS-MASTER; a master that will not open
009630*                      refuses the run outright
009640******************************************************************
009650 1100-OPEN-MASTER.
009660     OPEN I-O ACCT-MASTER.
009670     IF DL200-MASTER-STATUS = '35'
009680         OPEN OUTPUT ACCT-MASTER
009690         CLOSE ACCT-MASTER
009700         OPEN I-O ACCT-MASTER
009710     END-IF.
009720     IF DL200-MASTER-STATUS = '00'
009730         SET DL200-MASTER-IS-OPEN TO TRUE
009740     ELSE
009750         DISPLAY 'ACCT-MASTER OPEN FAILED, STATUS='
009760             DL200-MASTER-STATUS ' -- RUN REFUSED'
009770         SET DL200-RUN-REFUSED TO TRUE
009780         MOVE 'ACCT-MASTER WILL NOT OPEN' TO DL200-REFUSAL-TEXT
009790     END-IF.
009800 1100-EXIT.
009810     EXIT.
009820******************************************************************
009830*  1150-OPEN-JOURNAL -- ACCT-JOURNAL is appended to, and created
009840*                       on first ever use; a run that cannot
009850*                       journal its master updates refuses
009860*                       rather than make changes nobody could
009870*                       back out
009880******************************************************************
009890 1150-OPEN-JOURNAL.
009900     OPEN EXTEND ACCT-JOURNAL.
009910     IF DL200-JNL-STATUS NOT = '00'
009920         OPEN OUTPUT ACCT-JOURNAL
009930     END-IF.
009940     IF DL200-JNL-STATUS = '00'
009950         SET DL200-JNL-IS-OPEN TO TRUE
009960     ELSE
009970         DISPLAY 'ACCT-JOURNAL OPEN FAILED, STATUS='
009980             DL200-JNL-STATUS ' -- RUN REFUSED'
009990         SET DL200-RUN-REFUSED TO TRUE
010000         MOVE 'ACCT-JOURNAL WILL NOT OPEN' TO DL200-REFUSAL-TEXT
010010     END-IF.
010020 1150-EXIT.
010030     EXIT.
010040******************************************************************
010050*  1160-OPEN-TRANS-MASTER -- TRANS-MASTER is opened I-O so each
010060*                            item's outcome reaches its history
010070*                            rows.  A file the intake has not yet
010080*                            created leaves nothing to mark; one
010090*                            that will not open otherwise refuses
010100*                            the run, since a reject the history
010110*                            runs cannot see would read as posted.
010120******************************************************************
010130 1160-OPEN-TRANS-MASTER.
010140     OPEN I-O TRANS-MASTER.
010150     IF DL200-TMST-STATUS = '00'
010160         SET DL200-TMST-IS-OPEN TO TRUE
010170         GO TO 1160-EXIT
010180     END-IF.
010190     IF DL200-TMST-STATUS = '35'
010200         DISPLAY 'TRANS-MASTER NOT YET CREATED -- NO ROWS TO MARK'
010210         GO TO 1160-EXIT
010220     END-IF.
010230     DISPLAY 'TRANS-MASTER OPEN FAILED, STATUS='
010240         DL200-TMST-STATUS ' -- RUN REFUSED'.
010250     SET DL200-RUN-REFUSED TO TRUE.
010260     MOVE 'TRANS-MASTER WILL NOT OPEN' TO DL200-REFUSAL-TEXT.
010270 1160-EXIT.
010280     EXIT.
010290******************************************************************
010300*  1200-OPEN-NSF-REPORT -- the NSF report heading: the run's NSF
010310*                         option and the fee it will raise (or
010320*                         why it will raise none)
010330******************************************************************
010340 1200-OPEN-NSF-REPORT.
010350     OPEN OUTPUT NSF-RPT.
010360     IF DL200-NSFRPT-STATUS NOT = '00'
010370         DISPLAY 'NSF-RPT OPEN FAILED, STATUS='
010380             DL200-NSFRPT-STATUS
010390         GO TO 1200-EXIT
010400     END-IF.
010410     SET DL200-NSFRPT-IS-OPEN TO TRUE.
010420     MOVE SPACES TO DL200-NSF-RPT-LINE.
010430     STRING 'POST-TO-MASTER NSF REPORT  RUN DATE ' DL200-RUN-DATE
010440         DELIMITED BY SIZE INTO DL200-NSF-RPT-LINE.
010450     WRITE DL200-NSF-RPT-LINE.
010460     MOVE SPACES TO DL200-NSF-RPT-LINE.
010470     IF DL200-CTL-NSF-PAY
010480         STRING 'NSF OPTION.........: PAY INTO OVERDRAFT'
010490             DELIMITED BY SIZE INTO DL200-NSF-RPT-LINE
010500     ELSE
010510         STRING 'NSF OPTION.........: RETURN UNPAID'
010520             DELIMITED BY SIZE INTO DL200-NSF-RPT-LINE
010530     END-IF.
010540     WRITE DL200-NSF-RPT-LINE.
010550     MOVE SPACES TO DL200-NSF-RPT-LINE.
010560     IF DL200-NSF-FEE-READY
010570         MOVE DL200-NSF-FEE-AMOUNT TO DL200-RPT-AMT-EDIT
010580         STRING 'NSF FEE............: CODE ' DL200-NSF-FEE-CODE
010590             '  AMOUNT ' DL200-RPT-AMT-EDIT
010600             DELIMITED BY SIZE INTO DL200-NSF-RPT-LINE
010610     ELSE
010620         STRING 'NSF FEE............: NONE -- ' DL200-FEE-NOTE
010630             DELIMITED BY SIZE INTO DL200-NSF-RPT-LINE
010640     END-IF.
010650     WRITE DL200-NSF-RPT-LINE.
010660     MOVE SPACES TO DL200-NSF-RPT-LINE.
010670     WRITE DL200-NSF-RPT-LINE.
010680     MOVE SPACES TO DL200-NSF-RPT-LINE.
010690     STRING 'ACCOUNT NO REFERENCE        CD        AMOUNT'
010700         '       AVAILABLE DECISION      FEE'
010710         DELIMITED BY SIZE INTO DL200-NSF-RPT-LINE.
010720     WRITE DL200-NSF-RPT-LINE.
010730 1200-EXIT.
010740     EXIT.
010750******************************************************************
010760*  2000-POST-TRANSACTION -- apply the current transaction to its
010770*                           account (creating or rejecting an
010780*                           unknown account per the run option),
010790*                           note it when it was NSF, then read
010800*                           the next one.  A transfer, or a REV
010810*                           that backs one out, posts its two legs
010820*                           in 2500.
010830******************************************************************
010840 2000-POST-TRANSACTION.
010850     MOVE 'N' TO DL200-NSF-HIT-SWITCH.
010860     MOVE 'N' TO DL200-XFR-SWITCH.
010870     IF DL100-REC-TYPE = 'XFR'
010880         SET DL200-XFR-ITEM TO TRUE
010890     END-IF.
010900     IF DL100-REC-TYPE = 'REV'
010910             AND DL100-REV-XFR-TO-ACCOUNT NOT = SPACES
010920         SET DL200-XFR-ITEM TO TRUE
010930     END-IF.
010940     IF DL100-ACCOUNT-NO NOT NUMERIC
010950             OR DL100-TRANS-AMOUNT NOT NUMERIC
010960         MOVE 'NACC' TO DL200-REJ-REASON
010970         PERFORM 2300-REJECT-TRANSACTION THRU 2300-EXIT
010980     ELSE
010990         PERFORM 2050-LOOKUP-TRANS-CODE THRU 2050-EXIT
011000         MOVE DL100-ACCOUNT-NO TO DL200-POST-ACCT
011010         IF DL100-REC-TYPE = 'REV'
011020             PERFORM 2060-FLIP-REVERSAL-SIDE THRU 2060-EXIT
011030         END-IF
011040         IF NOT DL200-CODE-FOUND
011050             MOVE 'NCDE' TO DL200-REJ-REASON
011060             PERFORM 2300-REJECT-TRANSACTION THRU 2300-EXIT
011070         ELSE
011080             IF DL200-XFR-ITEM
011090                 PERFORM 2500-POST-TRANSFER THRU 2500-EXIT
011100             ELSE
011110                 PERFORM 2100-FIND-ACCOUNT THRU 2100-EXIT
011120                 IF DL200-ACCT-FOUND
011130                     PERFORM 2150-CHECK-ACCT-STATUS THRU 2150-EXIT
011140                     IF DL200-ACCT-POSTABLE
011150                         PERFORM 2170-CHECK-STOPS THRU 2170-EXIT
011160                     END-IF
011170                     IF DL200-ACCT-POSTABLE
011180                         PERFORM 2195-CHECK-FUNDS THRU 2195-EXIT
011190                     END-IF
011200                     IF DL200-ACCT-POSTABLE
011210                         PERFORM 2200-APPLY-AMOUNT THRU 2200-EXIT
011220                     ELSE
011230                         PERFORM 2300-REJECT-TRANSACTION
011240                             THRU 2300-EXIT
011250                     END-IF
011260                     IF DL200-NSF-HIT
011270                             AND DL200-REJ-REASON NOT = 'MWRT'
011280                         PERFORM 2400-NOTE-NSF THRU 2400-EXIT
011290                     END-IF
011300                 ELSE
011310                     PERFORM 2300-REJECT-TRANSACTION
011320                         THRU 2300-EXIT
011330                 END-IF
011340             END-IF
011350         END-IF
011360     END-IF.
011370     READ TRANS-IN
011380         AT END SET DL200-TRANS-EOF TO TRUE
011390     END-READ.
011400     IF NOT DL200-TRANS-EOF
011410         ADD 1 TO DL200-TRANS-READ
011420     END-IF.
011430 2000-EXIT.
011440     EXIT.
011450******************************************************************
011460*  2050-LOOKUP-TRANS-CODE -- find the transaction code in the
011470*                            reference table and keep its
011480*                            debit/credit side; with no table
011490*                            loaded every code passes and posts
011500*                            as a credit
011510******************************************************************
011520 2050-LOOKUP-TRANS-CODE.
011530     MOVE 'C' TO DL200-DC-SIDE.
011540     MOVE SPACE TO DL200-CODE-SYSTEM.
011550     SET DL200-CODE-FOUND TO TRUE.
011560     IF DL200-TCODE-COUNT = ZERO
011570         GO TO 2050-EXIT
011580     END-IF.
011590     MOVE 'N' TO DL200-CODE-FOUND-SWITCH.
011600     SET DL200-TCODE-IDX TO 1.
011610     SEARCH DL200-TCODE-ENTRY
011620         AT END
011630             CONTINUE
011640         WHEN DL200-TCODE-CODE(DL200-TCODE-IDX)
011650                 = DL100-TRANS-CODE
011660             SET DL200-CODE-FOUND TO TRUE
011670             MOVE DL200-TCODE-DC-IND(DL200-TCODE-IDX)
011680                 TO DL200-DC-SIDE
011690             MOVE DL200-TCODE-SYSTEM(DL200-TCODE-IDX)
011700                 TO DL200-CODE-SYSTEM
011710     END-SEARCH.
011720 2050-EXIT.
011730     EXIT.
011740******************************************************************
011750*  2060-FLIP-REVERSAL-SIDE -- a REV record posts on the opposite
011760*                            side of the ledger from the code the
011770*                            original carried, which is exactly
011780*                            how the original's effect is backed
011790*                            out of the balance
011800******************************************************************
011810 2060-FLIP-REVERSAL-SIDE.
011820     IF DL200-DC-SIDE = 'D'
011830         MOVE 'C' TO DL200-DC-SIDE
011840     ELSE
011850         MOVE 'D' TO DL200-DC-SIDE
011860     END-IF.
011870 2060-EXIT.
011880     EXIT.
011890******************************************************************
011900*  2100-FIND-ACCOUNT -- one keyed READ of the account master,
011910*                       creating the account with a zero opening
011920*                       balance when the run option allows (never
011930*                       for a transfer leg)
011940******************************************************************
011950 2100-FIND-ACCOUNT.
011960     MOVE 'N' TO DL200-ACCT-FOUND-SWITCH.
011970     MOVE 'N' TO DL200-ACCT-CREATED-NOW.
011980     MOVE 'NACC' TO DL200-REJ-REASON.
011990     MOVE DL200-POST-ACCT TO DL200-MST-ACCOUNT-NO.
012000     READ ACCT-MASTER
012010         INVALID KEY
012020             CONTINUE
012030         NOT INVALID KEY
012040             SET DL200-ACCT-FOUND TO TRUE
012050     END-READ.
012060     IF NOT DL200-ACCT-FOUND AND DL200-CTL-CREATE-ACCTS
012070             AND NOT DL200-XFR-ITEM
012080         PERFORM 2120-CREATE-ACCOUNT THRU 2120-EXIT
012090     END-IF.
012100 2100-EXIT.
012110     EXIT.
012120******************************************************************
012130*  2120-CREATE-ACCOUNT -- write the account on first sight with
012140*                         a zero balance, open as of the run
012150*                         date; a failed WRITE rejects the
012160*                         transaction as MWRT instead of posting
012170*                         against a record that is not there
012180******************************************************************
012190 2120-CREATE-ACCOUNT.
012200     MOVE SPACES TO DL200-MASTER-RECORD.
012210     MOVE DL200-POST-ACCT TO DL200-MST-ACCOUNT-NO.
012220     MOVE ZERO TO DL200-MST-BALANCE.
012230     MOVE ZERO TO DL200-MST-OD-LIMIT.
012240     MOVE SPACES TO DL200-MST-NAME.
012250     MOVE DL200-RUN-DATE TO DL200-MST-OPEN-DATE.
012260     MOVE 'O' TO DL200-MST-STATUS.
012270     MOVE ZERO TO DL200-MST-LAST-ACTIVITY.
012280     WRITE DL200-MASTER-RECORD
012290         INVALID KEY
012300             CONTINUE
012310     END-WRITE.
012320     IF DL200-MASTER-STATUS = '00'
012330         ADD 1 TO DL200-ACCTS-CREATED
012340         MOVE 'Y' TO DL200-ACCT-CREATED-NOW
012350         SET DL200-ACCT-FOUND TO TRUE
012360         MOVE SPACES TO DL200-BEFORE-IMAGE
012370         MOVE 'A' TO DL200-JNL-ACTION-WK
012380         PERFORM 2270-JOURNAL-CHANGE THRU 2270-EXIT
012390     ELSE
012400         DISPLAY 'ACCT-MASTER WRITE FAILED, STATUS='
012410             DL200-MASTER-STATUS ' KEY=' DL200-MST-ACCOUNT-NO
012420         SET DL200-MST-WRITE-FAILED TO TRUE
012430         MOVE 'MWRT' TO DL200-REJ-REASON
012440     END-IF.
012450 2120-EXIT.
012460     EXIT.
012470******************************************************************
012480*  2150-CHECK-ACCT-STATUS -- a closed or frozen account refuses
012490*                            the posting: the transaction rejects
012500*                            as CLSD or FRZN instead of moving a
012510*                            balance the account's status says
012520*                            must not move.  A dormant account
012530*                            refuses a system-flagged debit as
012540*                            DORM; an escheated account takes
012550*                            only its escheat transfer-out, a
012560*                            debit under the DORMANT-PARM escheat
012570*                            code, and rejects anything else as
012580*                            ESCH.
012590******************************************************************
012600 2150-CHECK-ACCT-STATUS.
012610     SET DL200-ACCT-POSTABLE TO TRUE.
012620     EVALUATE DL200-MST-STATUS
012630         WHEN 'C'
012640             MOVE 'N' TO DL200-ACCT-POST-SWITCH
012650             MOVE 'CLSD' TO DL200-REJ-REASON
012660             ADD 1 TO DL200-STATUS-REJECTS
012670         WHEN 'F'
012680             MOVE 'N' TO DL200-ACCT-POST-SWITCH
012690             MOVE 'FRZN' TO DL200-REJ-REASON
012700             ADD 1 TO DL200-STATUS-REJECTS
012710         WHEN 'D'
012720             IF DL200-CODE-SYSTEM = 'S' AND DL200-DC-SIDE = 'D'
012730                 MOVE 'N' TO DL200-ACCT-POST-SWITCH
012740                 MOVE 'DORM' TO DL200-REJ-REASON
012750                 ADD 1 TO DL200-STATUS-REJECTS
012760             END-IF
012770         WHEN 'E'
012780             IF DL100-TRANS-CODE NOT = DL200-ESCHEAT-CODE
012790                     OR DL200-DC-SIDE NOT = 'D'
012800                 MOVE 'N' TO DL200-ACCT-POST-SWITCH
012810                 MOVE 'ESCH' TO DL200-REJ-REASON
012820                 ADD 1 TO DL200-STATUS-REJECTS
012830             END-IF
012840     END-EVALUATE.
012850 2150-EXIT.
012860     EXIT.
012870******************************************************************
012880*  2170-CHECK-STOPS -- scan the stop instructions for one that
012890*                     catches this transaction: block-all,
012900*                     debits-only, one code, or amounts over a
012910*                     limit, each from its effective date on.  A
012920*                     hit rejects the transaction as STOP and
012930*                     lists it on the register.
012940******************************************************************
012950 2170-CHECK-STOPS.
012960     IF DL200-STOP-COUNT = ZERO
012970         GO TO 2170-EXIT
012980     END-IF.
012990     MOVE 'N' TO DL200-STOP-HIT-SWITCH.
013000     MOVE SPACES TO DL200-STOP-HIT-SCOPE.
013010     PERFORM 2180-MATCH-STOP THRU 2180-EXIT
013020         VARYING DL200-STOP-SUB FROM 1 BY 1
013030         UNTIL DL200-STOP-SUB > DL200-STOP-COUNT
013040             OR DL200-STOP-HIT.
013050     IF DL200-STOP-HIT
013060         MOVE 'N' TO DL200-ACCT-POST-SWITCH
013070         MOVE 'STOP' TO DL200-REJ-REASON
013080         ADD 1 TO DL200-STOP-REJECTS
013090         PERFORM 2190-NOTE-STOPPED THRU 2190-EXIT
013100     END-IF.
013110 2170-EXIT.
013120     EXIT.
013130 2180-MATCH-STOP.
013140     SET DL200-STOP-IDX TO DL200-STOP-SUB.
013150     IF DL200-STOP-ACCT(DL200-STOP-IDX)
013160             NOT = DL200-POST-ACCT
013170         GO TO 2180-EXIT
013180     END-IF.
013190     IF DL200-RUN-DATE < DL200-STOP-EFF(DL200-STOP-IDX)
013200         GO TO 2180-EXIT
013210     END-IF.
013220     EVALUATE DL200-STOP-SCOPE(DL200-STOP-IDX)
013230         WHEN 'A'
013240             SET DL200-STOP-HIT TO TRUE
013250         WHEN 'D'
013260             IF DL200-DC-SIDE = 'D'
013270                 SET DL200-STOP-HIT TO TRUE
013280             END-IF
013290         WHEN 'C'
013300             IF DL200-STOP-CODE(DL200-STOP-IDX)
013310                     = DL100-TRANS-CODE
013320                 SET DL200-STOP-HIT TO TRUE
013330             END-IF
013340         WHEN 'L'
013350             IF DL100-TRANS-AMOUNT >
013360                     DL200-STOP-LIMIT(DL200-STOP-IDX)
013370                 SET DL200-STOP-HIT TO TRUE
013380             END-IF
013390     END-EVALUATE.
013400     IF DL200-STOP-HIT
013410         MOVE DL200-STOP-SCOPE(DL200-STOP-IDX)
013420             TO DL200-STOP-HIT-SCOPE
013430     END-IF.
013440 2180-EXIT.
013450     EXIT.
013460 2190-NOTE-STOPPED.
013470     IF DL200-STOPPED-COUNT < DL200-STOPPED-MAX
013480         ADD 1 TO DL200-STOPPED-COUNT
013490         SET DL200-STOPPED-IDX TO DL200-STOPPED-COUNT
013500         MOVE DL200-POST-ACCT
013510             TO DL200-STPD-ACCT(DL200-STOPPED-IDX)
013520         MOVE DL100-TRANS-CODE
013530             TO DL200-STPD-CODE(DL200-STOPPED-IDX)
013540         MOVE DL100-TRANS-AMOUNT
013550             TO DL200-STPD-AMOUNT(DL200-STOPPED-IDX)
013560         MOVE DL200-STOP-HIT-SCOPE
013570             TO DL200-STPD-SCOPE(DL200-STOPPED-IDX)
013580     END-IF.
013590 2190-EXIT.
013600     EXIT.
013610******************************************************************
013620*  2195-CHECK-FUNDS -- a customer debit must fit within the
013630*                      balance plus the account's overdraft
013640*                      limit (a limit the master does not carry
013650*                      is zero).  An item that does not fit is
013660*                      NSF: under the return option it rejects
013670*                      as NSFD, under the pay option it posts
013680*                      into overdraft.  Reversals and system
013690*                      charges are never held to the limit.
013700******************************************************************
013710 2195-CHECK-FUNDS.
013720     IF DL200-DC-SIDE NOT = 'D' OR DL100-REC-TYPE = 'REV'
013730             OR DL200-CODE-SYSTEM = 'S'
013740         GO TO 2195-EXIT
013750     END-IF.
013760     IF DL200-MST-OD-LIMIT NUMERIC
013770         MOVE DL200-MST-OD-LIMIT TO DL200-OD-LIMIT
013780     ELSE
013790         MOVE ZERO TO DL200-OD-LIMIT
013800     END-IF.
013810     COMPUTE DL200-AVAILABLE = DL200-MST-BALANCE + DL200-OD-LIMIT.
013820     IF DL100-TRANS-AMOUNT NOT > DL200-AVAILABLE
013830         GO TO 2195-EXIT
013840     END-IF.
013850     SET DL200-NSF-HIT TO TRUE.
013860     IF DL200-CTL-NSF-RETURN
013870         MOVE 'N' TO DL200-ACCT-POST-SWITCH
013880         MOVE 'NSFD' TO DL200-REJ-REASON
013890     END-IF.
013900 2195-EXIT.
013910     EXIT.
013920******************************************************************
013930*  2200-APPLY-AMOUNT -- apply the transaction amount to the
013940*                       account's balance on the side of the
013950*                       ledger its code calls for, and REWRITE
013960*                       the master record in place; a failed
013970*                       REWRITE rejects the transaction as MWRT
013980*                       -- the balance on disk did not move.
013990*                       A customer item (not a reversal, not a
014000*                       system charge) stamps the last-activity
014010*                       date and reactivates a dormant account.
014020*                       A transfer leg leaves the reject and the
014030*                       posted count to 2500, which sees both
014040*                       legs.
014050******************************************************************
014060 2200-APPLY-AMOUNT.
014070     MOVE DL200-MST-BALANCE TO DL200-BAL-BEFORE.
014080     MOVE DL200-MASTER-RECORD TO DL200-BEFORE-IMAGE.
014090     IF DL200-DC-SIDE = 'D'
014100         SUBTRACT DL100-TRANS-AMOUNT FROM DL200-MST-BALANCE
014110     ELSE
014120         ADD DL100-TRANS-AMOUNT TO DL200-MST-BALANCE
014130     END-IF.
014140     MOVE 'N' TO DL200-REACTIVATE-NOW.
014150     IF DL100-REC-TYPE NOT = 'REV' AND DL200-CODE-SYSTEM NOT = 'S'
014160         IF DL200-MST-LAST-ACTIVITY NOT NUMERIC
014170             MOVE ZERO TO DL200-MST-LAST-ACTIVITY
014180         END-IF
014190         IF DL100-TRANS-DATE NUMERIC
014200                 AND DL100-TRANS-DATE > DL200-MST-LAST-ACTIVITY
014210             MOVE DL100-TRANS-DATE TO DL200-MST-LAST-ACTIVITY
014220         END-IF
014230         IF DL200-MST-DORMANT
014240             MOVE 'O' TO DL200-MST-STATUS
014250             MOVE 'Y' TO DL200-REACTIVATE-NOW
014260         END-IF
014270     END-IF.
014280     REWRITE DL200-MASTER-RECORD
014290         INVALID KEY
014300             CONTINUE
014310     END-REWRITE.
014320     IF DL200-MASTER-STATUS NOT = '00'
014330         DISPLAY 'ACCT-MASTER REWRITE FAILED, STATUS='
014340             DL200-MASTER-STATUS ' KEY=' DL200-MST-ACCOUNT-NO
014350         SET DL200-MST-WRITE-FAILED TO TRUE
014360         MOVE 'MWRT' TO DL200-REJ-REASON
014370         IF NOT DL200-XFR-ITEM
014380             PERFORM 2300-REJECT-TRANSACTION THRU 2300-EXIT
014390         END-IF
014400         GO TO 2200-EXIT
014410     END-IF.
014420     MOVE 'C' TO DL200-JNL-ACTION-WK.
014430     PERFORM 2270-JOURNAL-CHANGE THRU 2270-EXIT.
014440     IF NOT DL200-XFR-ITEM
014450         ADD 1 TO DL200-TRANS-POSTED
014460         MOVE 'N' TO DL200-MARK-SWITCH
014470         PERFORM 2350-MARK-MASTER-ROWS THRU 2350-EXIT
014480     END-IF.
014490     IF DL200-PERIOD-CLOSED
014500             AND DL100-TRANS-DATE NOT > DL200-CLOSED-END
014510         PERFORM 2280-NOTE-PRIOR-PERIOD THRU 2280-EXIT
014520     END-IF.
014530     IF DL200-REACTIVATE-NOW = 'Y'
014540         ADD 1 TO DL200-REACTIVATED
014550     END-IF.
014560     IF DL200-DC-SIDE = 'D'
014570         SUBTRACT DL100-TRANS-AMOUNT FROM DL200-NET-POSTED
014580     ELSE
014590         ADD DL100-TRANS-AMOUNT TO DL200-NET-POSTED
014600     END-IF.
014610     PERFORM 2250-NOTE-REGISTER THRU 2250-EXIT.
014620 2200-EXIT.
014630     EXIT.
014640******************************************************************
014650*  2250-NOTE-REGISTER -- remember the account for the posting
014660*                        register: opening balance at first
014670*                        touch, closing balance and applied
014680*                        count kept current; a full register
014690*                        table only costs report detail, never
014700*                        the posting itself
014710******************************************************************
014720 2250-NOTE-REGISTER.
014730     IF DL200-REG-COUNT > ZERO
014740         SET DL200-REG-IDX TO 1
014750         SEARCH DL200-REG-ENTRY
014760             AT END
014770                 CONTINUE
014780             WHEN DL200-REG-ACCT-NO(DL200-REG-IDX)
014790                     = DL200-MST-ACCOUNT-NO
014800                 MOVE DL200-MST-BALANCE
014810                     TO DL200-REG-CLOSING(DL200-REG-IDX)
014820                 ADD 1 TO DL200-REG-APPLIED(DL200-REG-IDX)
014830                 GO TO 2250-EXIT
014840         END-SEARCH
014850     END-IF.
014860     IF DL200-REG-COUNT < DL200-REG-MAX
014870         ADD 1 TO DL200-REG-COUNT
014880         SET DL200-REG-IDX TO DL200-REG-COUNT
014890         MOVE DL200-MST-ACCOUNT-NO
014900             TO DL200-REG-ACCT-NO(DL200-REG-IDX)
014910         MOVE DL200-BAL-BEFORE
014920             TO DL200-REG-OPENING(DL200-REG-IDX)
014930         MOVE DL200-MST-BALANCE
014940             TO DL200-REG-CLOSING(DL200-REG-IDX)
014950         MOVE 1 TO DL200-REG-APPLIED(DL200-REG-IDX)
014960         MOVE DL200-ACCT-CREATED-NOW
014970             TO DL200-REG-NEW-FLAG(DL200-REG-IDX)
014980     ELSE
014990         SET DL200-REG-TBL-FULL TO TRUE
015000     END-IF.
015010 2250-EXIT.
015020     EXIT.
015030******************************************************************
015040*  2270-JOURNAL-CHANGE -- one ACCT-JOURNAL entry for the master
015050*                         update just made: the before-image
015060*                         saved ahead of it, the record as now
015070*                         written, and the transaction that
015080*                         caused it
015090******************************************************************
015100 2270-JOURNAL-CHANGE.
015110     ADD 1 TO DL200-JNL-ENTRIES.
015120     MOVE SPACES TO DL200-JOURNAL-RECORD.
015130     MOVE DL200-RUN-ID TO DL200-JNL-RUN-ID.
015140     MOVE DL200-JNL-ENTRIES TO DL200-JNL-SEQ-NO.
015150     ACCEPT DL200-JNL-DATE FROM DATE YYYYMMDD.
015160     ACCEPT DL200-JNL-TIME FROM TIME.
015170     MOVE 'POST-TO-MASTER' TO DL200-JNL-PROGRAM.
015180     MOVE DL200-JNL-ACTION-WK TO DL200-JNL-ACTION.
015190     SET DL200-JNL-CAUSE-TRANS TO TRUE.
015200     MOVE DL100-TRANS-REF TO DL200-JNL-CAUSE-REF.
015210     MOVE DL200-TRANS-IN-REC TO DL200-JNL-CAUSE-IMAGE.
015220     MOVE DL200-BEFORE-IMAGE TO DL200-JNL-BEFORE-IMAGE.
015230     MOVE DL200-MASTER-RECORD TO DL200-JNL-AFTER-IMAGE.
015240     WRITE DL200-JOURNAL-RECORD.
015250     IF DL200-JNL-STATUS NOT = '00'
015260         DISPLAY 'ACCT-JOURNAL WRITE FAILED, STATUS='
015270             DL200-JNL-STATUS ' KEY=' DL200-MST-ACCOUNT-NO
015280         SET DL200-JNL-WRITE-FAILED TO TRUE
015290     END-IF.
015300 2270-EXIT.
015310     EXIT.
015320******************************************************************
015330*  2280-NOTE-PRIOR-PERIOD -- remember an item posted into a closed
015340*                            month for the register; a full table
015350*                            only costs the detail line, never the
015360*                            count
015370******************************************************************
015380 2280-NOTE-PRIOR-PERIOD.
015390     ADD 1 TO DL200-PRIOR-ITEMS.
015400     IF DL200-PRIOR-COUNT NOT < DL200-PRIOR-MAX
015410         GO TO 2280-EXIT
015420     END-IF.
015430     ADD 1 TO DL200-PRIOR-COUNT.
015440     SET DL200-PRIOR-IDX TO DL200-PRIOR-COUNT.
015450     MOVE DL200-POST-ACCT TO DL200-PRI-ACCT(DL200-PRIOR-IDX).
015460     MOVE DL100-TRANS-REF TO DL200-PRI-REF(DL200-PRIOR-IDX).
015470     MOVE DL100-TRANS-DATE TO DL200-PRI-DATE(DL200-PRIOR-IDX).
015480     MOVE DL100-TRANS-CODE TO DL200-PRI-CODE(DL200-PRIOR-IDX).
015490     MOVE DL100-TRANS-AMOUNT TO DL200-PRI-AMOUNT(DL200-PRIOR-IDX).
015500 2280-EXIT.
015510     EXIT.
015520******************************************************************
015530*  2300-REJECT-TRANSACTION -- write the transaction to the
015540*                             posting reject file under the
015550*                             reason code the caller set, and
015560*                             flag its TRANS-MASTER rows
015570*                             rejected
015580******************************************************************
015590 2300-REJECT-TRANSACTION.
015600     MOVE DL200-REJ-REASON TO DL100-REJ-REASON-CODE.
015610     MOVE DL200-RUN-DATE TO DL100-REJ-RUN-DATE.
015620     MOVE ZERO TO DL100-REJ-BATCH-NO.
015630     MOVE DL200-TRANS-IN-REC TO DL100-REJ-RAW-RECORD.
015640     WRITE DL100-REJECT-RECORD.
015650     ADD 1 TO DL200-TRANS-REJECTED.
015660     SET DL200-MARK-REJECT TO TRUE.
015670     PERFORM 2350-MARK-MASTER-ROWS THRU 2350-EXIT.
015680 2300-EXIT.
015690     EXIT.
015700******************************************************************
015710*  2350-MARK-MASTER-ROWS -- carry the item's outcome onto its
015720*                           TRANS-MASTER rows so the history runs
015730*                           pass a rejected item by: the
015740*                           posting-reject flag on the item's own
015750*                           row (both rows of a transfer), or for
015760*                           a REV the reversal-reject flag on the
015770*                           original's row (both rows of a
015780*                           reversed transfer).  A posted item
015790*                           clears a flag an earlier run for the
015800*                           same date left, so a rerun after
015810*                           ACCT-RECOVER leaves the rows right.
015820******************************************************************
015830 2350-MARK-MASTER-ROWS.
015840     IF NOT DL200-TMST-IS-OPEN
015850         GO TO 2350-EXIT
015860     END-IF.
015870     IF DL100-ACCOUNT-NO NOT NUMERIC
015880         GO TO 2350-EXIT
015890     END-IF.
015900     MOVE DL100-ACCOUNT-NO TO DL200-MARK-ACCT.
015910     IF DL100-REC-TYPE = 'REV'
015920         MOVE DL100-REV-ORIG-REF TO DL200-MARK-REF
015930     ELSE
015940         MOVE DL100-TRANS-REF TO DL200-MARK-REF
015950     END-IF.
015960     PERFORM 2360-MARK-ROW THRU 2360-EXIT.
015970     IF DL100-REC-TYPE = 'XFR'
015980             AND DL100-XFR-TO-ACCOUNT NUMERIC
015990         MOVE DL100-XFR-TO-ACCOUNT TO DL200-MARK-ACCT
016000         PERFORM 2360-MARK-ROW THRU 2360-EXIT
016010     END-IF.
016020     IF DL100-REC-TYPE = 'REV'
016030             AND DL100-REV-XFR-TO-ACCOUNT NUMERIC
016040         MOVE DL100-REV-XFR-TO-ACCOUNT TO DL200-MARK-ACCT
016050         PERFORM 2360-MARK-ROW THRU 2360-EXIT
016060     END-IF.
016070 2350-EXIT.
016080     EXIT.
016090******************************************************************
016100*  2360-MARK-ROW -- READ one row on its key and REWRITE it only
016110*                   when its flag moves.  A rejected item whose
016120*                   row cannot be read or rewritten is counted
016130*                   for the register and shown on SYSOUT, since
016140*                   the history runs would take it as posted.  A
016150*                   REV marks the row only while the row still
016160*                   names that REV as its reversal.
016170******************************************************************
016180 2360-MARK-ROW.
016190     MOVE DL200-MARK-ACCT TO DL100-MST-ACCOUNT-NO.
016200     MOVE DL200-MARK-REF TO DL100-MST-TRANS-REF.
016210     READ TRANS-MASTER KEY IS DL100-MST-KEY
016220         INVALID KEY
016230             CONTINUE
016240     END-READ.
016250     IF DL200-TMST-STATUS NOT = '00'
016260         IF DL200-MARK-REJECT
016270             DISPLAY 'TRANS-MASTER ROW NOT FOUND TO MARK, KEY='
016280                 DL100-MST-KEY ' STATUS=' DL200-TMST-STATUS
016290             ADD 1 TO DL200-ROWS-UNMARKED
016300         END-IF
016310         GO TO 2360-EXIT
016320     END-IF.
016330     MOVE 'N' TO DL200-ROW-FLAG-WAS.
016340     IF DL100-REC-TYPE = 'REV'
016350         IF DL100-MST-REV-REF NOT = DL100-REV-TRANS-REF
016360             GO TO 2360-EXIT
016370         END-IF
016380         IF DL100-MST-REV-REJECTED
016390             MOVE 'Y' TO DL200-ROW-FLAG-WAS
016400         END-IF
016410     ELSE
016420         IF DL100-MST-POST-REJECTED
016430             MOVE 'Y' TO DL200-ROW-FLAG-WAS
016440         END-IF
016450     END-IF.
016460     IF DL200-ROW-FLAG-WAS = DL200-MARK-SWITCH
016470         GO TO 2360-EXIT
016480     END-IF.
016490     IF DL100-REC-TYPE = 'REV'
016500         MOVE DL200-MARK-SWITCH TO DL100-MST-REV-REJ-FLAG
016510     ELSE
016520         MOVE DL200-MARK-SWITCH TO DL100-MST-POST-REJ-FLAG
016530     END-IF.
016540     REWRITE DL100-MASTER-RECORD
016550         INVALID KEY
016560             CONTINUE
016570     END-REWRITE.
016580     IF DL200-TMST-STATUS NOT = '00'
016590         DISPLAY 'TRANS-MASTER REWRITE FAILED, STATUS='
016600             DL200-TMST-STATUS ' KEY=' DL100-MST-KEY
016610         IF DL200-MARK-REJECT
016620             ADD 1 TO DL200-ROWS-UNMARKED
016630         END-IF
016640     END-IF.
016650 2360-EXIT.
016660     EXIT.
016670******************************************************************
016680*  2400-NOTE-NSF -- an NSF item, returned or paid: raise the NSF
016690*                   fee, write the customer notice, and list the
016700*                   item on the NSF report
016710******************************************************************
016720 2400-NOTE-NSF.
016730     ADD 1 TO DL200-NSF-ITEMS.
016740     MOVE ZERO TO DL200-ITEM-FEE.
016750     IF DL200-NSF-FEE-READY
016760         PERFORM 2450-RAISE-NSF-FEE THRU 2450-EXIT
016770     END-IF.
016780     MOVE SPACES TO DL200-NSF-NOTICE-RECORD.
016790     MOVE DL200-RUN-DATE TO DL200-NSF-RUN-DATE.
016800     MOVE DL200-MST-ACCOUNT-NO TO DL200-NSF-ACCOUNT-NO.
016810     MOVE DL200-MST-NAME TO DL200-NSF-NAME.
016820     MOVE DL100-TRANS-REF TO DL200-NSF-TRANS-REF.
016830     MOVE DL100-TRANS-CODE TO DL200-NSF-TRANS-CODE.
016840     MOVE DL100-TRANS-AMOUNT TO DL200-NSF-AMOUNT.
016850     MOVE DL200-AVAILABLE TO DL200-NSF-AVAILABLE.
016860     MOVE DL200-ITEM-FEE TO DL200-NSF-FEE.
016870     IF DL200-CTL-NSF-RETURN
016880         SET DL200-NSF-RETURNED TO TRUE
016890         ADD 1 TO DL200-NSF-RETURNS
016900     ELSE
016910         SET DL200-NSF-PAID TO TRUE
016920         ADD 1 TO DL200-NSF-PAID-ITEMS
016930     END-IF.
016940     WRITE DL200-NSF-NOTICE-RECORD.
016950     IF DL200-NSF-STATUS NOT = '00'
016960         DISPLAY 'NSF-NOTICES WRITE FAILED, STATUS='
016970             DL200-NSF-STATUS ' KEY=' DL200-MST-ACCOUNT-NO
016980     END-IF.
016990     IF NOT DL200-NSFRPT-IS-OPEN
017000         GO TO 2400-EXIT
017010     END-IF.
017020     MOVE SPACES TO DL200-RPT-NSF-DETAIL.
017030     MOVE DL200-MST-ACCOUNT-NO TO DL200-RPT-NSF-ACCT.
017040     MOVE DL100-TRANS-REF TO DL200-RPT-NSF-REF.
017050     MOVE DL100-TRANS-CODE TO DL200-RPT-NSF-CODE.
017060     MOVE DL100-TRANS-AMOUNT TO DL200-RPT-NSF-AMOUNT.
017070     MOVE DL200-AVAILABLE TO DL200-RPT-NSF-AVAIL.
017080     IF DL200-NSF-RETURNED
017090         MOVE 'RETURNED' TO DL200-RPT-NSF-DECISION
017100     ELSE
017110         MOVE 'PAID OD ' TO DL200-RPT-NSF-DECISION
017120     END-IF.
017130     MOVE DL200-ITEM-FEE TO DL200-RPT-NSF-FEE.
017140     MOVE DL200-RPT-NSF-DETAIL TO DL200-NSF-RPT-LINE.
017150     WRITE DL200-NSF-RPT-LINE.
017160 2400-EXIT.
017170     EXIT.
017180******************************************************************
017190*  2450-RAISE-NSF-FEE -- one fee detail for the TRANS-GENERATED
017200*                        batch, dated the run date, under a
017210*                        reference built from the fee code and
017220*                        the last 14 bytes of the returned
017230*                        item's own reference, so the same item
017240*                        always raises the same fee reference:
017250*                        a posting run repeated for the day
017260*                        raises references intake rejects as
017270*                        DUPR instead of charging twice
017280******************************************************************
017290 2450-RAISE-NSF-FEE.
017300     IF NOT DL200-GEN-IS-OPEN
017310         PERFORM 2460-OPEN-FEE-BATCH THRU 2460-EXIT
017320         IF NOT DL200-NSF-FEE-READY
017330             GO TO 2450-EXIT
017340         END-IF
017350     END-IF.
017360     MOVE SPACES TO DL200-GEN-WORK-REC.
017370     MOVE 'DTL' TO DL200-GEN-REC-TYPE.
017380     MOVE DL200-MST-ACCOUNT-NO TO DL200-GEN-ACCOUNT-NO.
017390     MOVE DL200-NSF-FEE-CODE TO DL200-GEN-TRANS-CODE.
017400     MOVE DL200-NSF-FEE-AMOUNT TO DL200-GEN-TRANS-AMOUNT.
017410     MOVE DL200-RUN-DATE TO DL200-GEN-TRANS-DATE.
017420     STRING DL200-NSF-FEE-CODE DL100-TRANS-REF(3:14)
017430         DELIMITED BY SIZE INTO DL200-GEN-TRANS-REF.
017440     WRITE DL200-GEN-RECORD FROM DL200-GEN-WORK-REC.
017450     IF DL200-GEN-STATUS NOT = '00'
017460         DISPLAY 'TRANS-GENERATED WRITE FAILED, STATUS='
017470             DL200-GEN-STATUS ' -- NO FURTHER NSF FEES RAISED'
017480         MOVE 'N' TO DL200-FEE-READY-SWITCH
017490         MOVE 'TRANS-GENERATED WRITE FAILED' TO DL200-FEE-NOTE
017500         GO TO 2450-EXIT
017510     END-IF.
017520     ADD 1 TO DL200-GEN-COUNT.
017530     COMPUTE DL200-CENTS = DL200-NSF-FEE-AMOUNT * 100.
017540     ADD DL200-CENTS TO DL200-GEN-HASH.
017550     ADD 1 TO DL200-NSF-FEES-RAISED.
017560     ADD DL200-NSF-FEE-AMOUNT TO DL200-NSF-FEE-TOTAL.
017570     MOVE DL200-NSF-FEE-AMOUNT TO DL200-ITEM-FEE.
017580 2450-EXIT.
017590     EXIT.
017600******************************************************************
017610*  2460-OPEN-FEE-BATCH -- on the run's first fee, add to whatever
017620*                         TRANS-GENERATED already holds for the
017630*                         next intake and open this run's batch
017640*                         with its header
017650******************************************************************
017660 2460-OPEN-FEE-BATCH.
017670     OPEN EXTEND GENERATED-OUT.
017680     IF DL200-GEN-STATUS NOT = '00'
017690         OPEN OUTPUT GENERATED-OUT
017700     END-IF.
017710     IF DL200-GEN-STATUS NOT = '00'
017720         DISPLAY 'TRANS-GENERATED OPEN FAILED, STATUS='
017730             DL200-GEN-STATUS ' -- NO NSF FEES RAISED'
017740         MOVE 'N' TO DL200-FEE-READY-SWITCH
017750         MOVE 'TRANS-GENERATED WILL NOT OPEN' TO DL200-FEE-NOTE
017760         GO TO 2460-EXIT
017770     END-IF.
017780     SET DL200-GEN-IS-OPEN TO TRUE.
017790     MOVE SPACES TO DL200-GEN-WORK-REC.
017800     MOVE 'HDR' TO DL200-GEN-HDR-TYPE.
017810     MOVE DL200-RUN-DATE TO DL200-GEN-HDR-RUN-DATE.
017820     WRITE DL200-GEN-RECORD FROM DL200-GEN-WORK-REC.
017830 2460-EXIT.
017840     EXIT.
017850******************************************************************
017860*  2500-POST-TRANSFER -- both legs of a transfer or neither.  The
017870*                        debit leg (the from-account, or the
017880*                        to-account when a REV backs the transfer
017890*                        out) and then the credit leg each take
017900*                        the account, status, stop and funds
017910*                        checks before either balance moves; the
017920*                        first leg to fail rejects the whole
017930*                        transfer under its reason.  Should the
017940*                        credit leg's REWRITE fail after the debit
017950*                        leg has posted, the debit is put back and
017960*                        the transfer rejects as MWRT.  A transfer
017970*                        counts once as posted or rejected, like
017980*                        the one record it was read as.
017990******************************************************************
018000 2500-POST-TRANSFER.
018010     IF DL100-REC-TYPE = 'REV'
018020         MOVE DL100-REV-XFR-TO-ACCOUNT TO DL200-XFR-OTHER-ACCT
018030     ELSE
018040         MOVE DL100-XFR-TO-ACCOUNT TO DL200-XFR-OTHER-ACCT
018050     END-IF.
018060     IF DL200-XFR-OTHER-ACCT NOT NUMERIC
018070         MOVE 'NACC' TO DL200-REJ-REASON
018080         PERFORM 2590-REJECT-TRANSFER THRU 2590-EXIT
018090         GO TO 2500-EXIT
018100     END-IF.
018110     IF DL100-REC-TYPE = 'REV'
018120         MOVE DL200-XFR-OTHER-ACCT TO DL200-XFR-DEBIT-ACCT
018130         MOVE DL100-ACCOUNT-NO TO DL200-XFR-CREDIT-ACCT
018140     ELSE
018150         MOVE DL100-ACCOUNT-NO TO DL200-XFR-DEBIT-ACCT
018160         MOVE DL200-XFR-OTHER-ACCT TO DL200-XFR-CREDIT-ACCT
018170     END-IF.
018180
018190     MOVE 'D' TO DL200-DC-SIDE.
018200     MOVE DL200-XFR-DEBIT-ACCT TO DL200-POST-ACCT.
018210     PERFORM 2550-CHECK-LEG THRU 2550-EXIT.
018220     IF NOT DL200-ACCT-POSTABLE
018230         PERFORM 2590-REJECT-TRANSFER THRU 2590-EXIT
018240         IF DL200-NSF-HIT
018250             PERFORM 2400-NOTE-NSF THRU 2400-EXIT
018260         END-IF
018270         GO TO 2500-EXIT
018280     END-IF.
018290     MOVE 'C' TO DL200-DC-SIDE.
018300     MOVE DL200-XFR-CREDIT-ACCT TO DL200-POST-ACCT.
018310     PERFORM 2550-CHECK-LEG THRU 2550-EXIT.
018320     IF NOT DL200-ACCT-POSTABLE
018330         PERFORM 2590-REJECT-TRANSFER THRU 2590-EXIT
018340         GO TO 2500-EXIT
018350     END-IF.
018360
018370     MOVE 'D' TO DL200-DC-SIDE.
018380     MOVE DL200-XFR-DEBIT-ACCT TO DL200-POST-ACCT.
018390     PERFORM 2560-APPLY-LEG THRU 2560-EXIT.
018400     IF NOT DL200-LEG-POSTED
018410         PERFORM 2590-REJECT-TRANSFER THRU 2590-EXIT
018420         GO TO 2500-EXIT
018430     END-IF.
018440     MOVE 'C' TO DL200-DC-SIDE.
018450     MOVE DL200-XFR-CREDIT-ACCT TO DL200-POST-ACCT.
018460     PERFORM 2560-APPLY-LEG THRU 2560-EXIT.
018470     IF NOT DL200-LEG-POSTED
018480         PERFORM 2570-BACK-OUT-DEBIT THRU 2570-EXIT
018490         MOVE 'MWRT' TO DL200-REJ-REASON
018500         PERFORM 2590-REJECT-TRANSFER THRU 2590-EXIT
018510         GO TO 2500-EXIT
018520     END-IF.
018530     ADD 1 TO DL200-TRANS-POSTED.
018540     ADD 1 TO DL200-XFR-POSTED.
018550     MOVE 'N' TO DL200-MARK-SWITCH.
018560     PERFORM 2350-MARK-MASTER-ROWS THRU 2350-EXIT.
018570     IF DL200-NSF-HIT
018580         MOVE DL200-XFR-DEBIT-ACCT TO DL200-POST-ACCT
018590         PERFORM 2100-FIND-ACCOUNT THRU 2100-EXIT
018600         PERFORM 2400-NOTE-NSF THRU 2400-EXIT
018610     END-IF.
018620 2500-EXIT.
018630     EXIT.
018640******************************************************************
018650*  2550-CHECK-LEG -- one leg's account, status, stop and funds
018660*                    checks, on the side DL200-DC-SIDE names; an
018670*                    account not on the master fails as NACC
018680******************************************************************
018690 2550-CHECK-LEG.
018700     PERFORM 2100-FIND-ACCOUNT THRU 2100-EXIT.
018710     IF NOT DL200-ACCT-FOUND
018720         MOVE 'N' TO DL200-ACCT-POST-SWITCH
018730         GO TO 2550-EXIT
018740     END-IF.
018750     PERFORM 2150-CHECK-ACCT-STATUS THRU 2150-EXIT.
018760     IF DL200-ACCT-POSTABLE
018770         PERFORM 2170-CHECK-STOPS THRU 2170-EXIT
018780     END-IF.
018790     IF DL200-ACCT-POSTABLE
018800         PERFORM 2195-CHECK-FUNDS THRU 2195-EXIT
018810     END-IF.
018820 2550-EXIT.
018830     EXIT.
018840******************************************************************
018850*  2560-APPLY-LEG -- re-read the leg's account and apply the
018860*                    amount on the side DL200-DC-SIDE names; the
018870*                    leg has posted unless the REWRITE failed
018880******************************************************************
018890 2560-APPLY-LEG.
018900     MOVE 'N' TO DL200-LEG-POSTED-SWITCH.
018910     PERFORM 2100-FIND-ACCOUNT THRU 2100-EXIT.
018920     IF NOT DL200-ACCT-FOUND
018930         GO TO 2560-EXIT
018940     END-IF.
018950     PERFORM 2200-APPLY-AMOUNT THRU 2200-EXIT.
018960     IF DL200-REJ-REASON NOT = 'MWRT'
018970         SET DL200-LEG-POSTED TO TRUE
018980     END-IF.
018990 2560-EXIT.
019000     EXIT.
019010******************************************************************
019020*  2570-BACK-OUT-DEBIT -- put a transfer's debit leg back when its
019030*                         credit leg could not be written: the
019040*                         same amount credited to the debit
019050*                         account, journaled like any other change
019060******************************************************************
019070 2570-BACK-OUT-DEBIT.
019080     MOVE 'C' TO DL200-DC-SIDE.
019090     MOVE DL200-XFR-DEBIT-ACCT TO DL200-POST-ACCT.
019100     PERFORM 2560-APPLY-LEG THRU 2560-EXIT.
019110     IF NOT DL200-LEG-POSTED
019120         DISPLAY 'TRANSFER DEBIT BACKOUT FAILED, KEY='
019130             DL200-POST-ACCT ' REF=' DL100-TRANS-REF
019140     END-IF.
019150 2570-EXIT.
019160     EXIT.
019170 2590-REJECT-TRANSFER.
019180     PERFORM 2300-REJECT-TRANSACTION THRU 2300-EXIT.
019190     ADD 1 TO DL200-XFR-REJECTED.
019200 2590-EXIT.
019210     EXIT.
019220******************************************************************
019230*  8000-FINALIZE -- print the posting register and the NSF
019240*                   totals, close the NSF fee batch with its
019250*                   trailer, and close files;
019260*                   the master was updated in place as each
019270*                   transaction posted, so there is no end-of-run
019280*                   rewrite left to fail
019290******************************************************************
019300 8000-FINALIZE.
019310     IF DL200-OUT-OF-SEQUENCE
019320         GO TO 8000-EXIT
019330     END-IF.
019340     PERFORM 8150-WRITE-POST-TOTALS THRU 8150-EXIT.
019350     PERFORM 8200-WRITE-REGISTER THRU 8200-EXIT.
019360     PERFORM 8300-WRITE-NSF-TOTALS THRU 8300-EXIT.
019370     IF DL200-GEN-IS-OPEN
019380         MOVE SPACES TO DL200-GEN-WORK-REC
019390         MOVE 'TRL' TO DL200-GEN-TRL-TYPE
019400         MOVE DL200-GEN-COUNT TO DL200-GEN-TRL-COUNT
019410         MOVE DL200-GEN-HASH TO DL200-GEN-TRL-HASH
019420         WRITE DL200-GEN-RECORD FROM DL200-GEN-WORK-REC
019430         CLOSE GENERATED-OUT
019440     END-IF.
019450     CLOSE TRANS-IN.
019460     CLOSE POST-REJECT.
019470     IF DL200-NSF-IS-OPEN
019480         CLOSE NSF-NOTICES
019490     END-IF.
019500     IF DL200-NSFRPT-IS-OPEN
019510         CLOSE NSF-RPT
019520     END-IF.
019530     IF DL200-MASTER-IS-OPEN
019540         CLOSE ACCT-MASTER
019550     END-IF.
019560     IF DL200-TMST-IS-OPEN
019570         CLOSE TRANS-MASTER
019580     END-IF.
019590     IF DL200-JNL-IS-OPEN
019600         CLOSE ACCT-JOURNAL
019610     END-IF.
019620     IF NOT DL200-RPT-OPEN-FAILED
019630         CLOSE POSTING-RPT
019640     END-IF.
019650 8000-EXIT.
019660     EXIT.
019670******************************************************************
019680*  8150-WRITE-POST-TOTALS -- one machine-readable record of the
019690*                           run's counts and signed net posted,
019700*                           for the day-close certification run
019710*                           to reconcile against the intake
019720*                           handoff and the GL extract
019730******************************************************************
019740 8150-WRITE-POST-TOTALS.
019750     OPEN OUTPUT POST-TOTALS.
019760     IF DL200-TOTALS-STATUS NOT = '00'
019770         DISPLAY 'POST-TOTALS OPEN FAILED, STATUS='
019780             DL200-TOTALS-STATUS
019790         GO TO 8150-EXIT
019800     END-IF.
019810     MOVE SPACES TO DL200-TOTALS-RECORD.
019820     MOVE DL200-RUN-DATE TO DL200-TOT-RUN-DATE.
019830     MOVE DL200-TRANS-READ TO DL200-TOT-READ.
019840     MOVE DL200-TRANS-POSTED TO DL200-TOT-POSTED.
019850     MOVE DL200-TRANS-REJECTED TO DL200-TOT-REJECTED.
019860     MOVE DL200-NET-POSTED TO DL200-TOT-NET-POSTED.
019870     WRITE DL200-TOTALS-RECORD.
019880     CLOSE POST-TOTALS.
019890 8150-EXIT.
019900     EXIT.
019910******************************************************************
019920*  8200-WRITE-REGISTER -- posting register: one line per account
019930*                         with opening balance, transactions
019940*                         applied, and closing balance, then the
019950*                         run totals
019960******************************************************************
019970 8200-WRITE-REGISTER.
019980     IF DL200-RPT-OPEN-FAILED
019990         GO TO 8200-EXIT
020000     END-IF.
020010     MOVE SPACES TO DL200-RPT-LINE.
020020     STRING 'POST-TO-MASTER POSTING REGISTER'
020030         DELIMITED BY SIZE INTO DL200-RPT-LINE.
020040     WRITE DL200-RPT-LINE.
020050     MOVE SPACES TO DL200-RPT-LINE.
020060     STRING 'JOURNAL RUN ID.....: ' DL200-RUN-ID
020070         DELIMITED BY SIZE INTO DL200-RPT-LINE.
020080     WRITE DL200-RPT-LINE.
020090
020100     IF DL200-RUN-REFUSED
020110         MOVE SPACES TO DL200-RPT-LINE
020120         STRING 'RUN REFUSED -- ' DL200-REFUSAL-TEXT
020130             DELIMITED BY SIZE INTO DL200-RPT-LINE
020140         WRITE DL200-RPT-LINE
020150     END-IF.
020160
020170     MOVE SPACES TO DL200-RPT-LINE.
020180     STRING 'ACCOUNT NO        OPENING BALANCE    TRANS'
020190         '    CLOSING BALANCE'
020200         DELIMITED BY SIZE INTO DL200-RPT-LINE.
020210     WRITE DL200-RPT-LINE.
020220
020230     IF DL200-REG-COUNT > ZERO
020240         PERFORM 8250-WRITE-REGISTER-LINE THRU 8250-EXIT
020250             VARYING DL200-REG-IDX FROM 1 BY 1
020260             UNTIL DL200-REG-IDX > DL200-REG-COUNT
020270     END-IF.
020280
020290     MOVE DL200-TRANS-READ TO DL200-RPT-NUM-EDIT.
020300     MOVE SPACES TO DL200-RPT-LINE.
020310     STRING 'TRANSACTIONS READ..: ' DL200-RPT-NUM-EDIT
020320         DELIMITED BY SIZE INTO DL200-RPT-LINE.
020330     WRITE DL200-RPT-LINE.
020340
020350     MOVE DL200-TRANS-POSTED TO DL200-RPT-NUM-EDIT.
020360     MOVE SPACES TO DL200-RPT-LINE.
020370     STRING 'TRANSACTIONS POSTED: ' DL200-RPT-NUM-EDIT
020380         DELIMITED BY SIZE INTO DL200-RPT-LINE.
020390     WRITE DL200-RPT-LINE.
020400
020410     MOVE DL200-TRANS-REJECTED TO DL200-RPT-NUM-EDIT.
020420     MOVE SPACES TO DL200-RPT-LINE.
020430     STRING 'TRANSACTIONS REJECT: ' DL200-RPT-NUM-EDIT
020440         DELIMITED BY SIZE INTO DL200-RPT-LINE.
020450     WRITE DL200-RPT-LINE.
020460
020470     MOVE DL200-STATUS-REJECTS TO DL200-RPT-NUM-EDIT.
020480     MOVE SPACES TO DL200-RPT-LINE.
020490     STRING 'STATUS REJECTS.....: ' DL200-RPT-NUM-EDIT
020500         DELIMITED BY SIZE INTO DL200-RPT-LINE.
020510     WRITE DL200-RPT-LINE.
020520
020530     MOVE DL200-STOP-REJECTS TO DL200-RPT-NUM-EDIT.
020540     MOVE SPACES TO DL200-RPT-LINE.
020550     STRING 'STOP REJECTS.......: ' DL200-RPT-NUM-EDIT
020560         DELIMITED BY SIZE INTO DL200-RPT-LINE.
020570     WRITE DL200-RPT-LINE.
020580
020590     MOVE DL200-XFR-POSTED TO DL200-RPT-NUM-EDIT.
020600     MOVE SPACES TO DL200-RPT-LINE.
020610     STRING 'TRANSFERS POSTED...: ' DL200-RPT-NUM-EDIT
020620         DELIMITED BY SIZE INTO DL200-RPT-LINE.
020630     WRITE DL200-RPT-LINE.
020640
020650     MOVE DL200-XFR-REJECTED TO DL200-RPT-NUM-EDIT.
020660     MOVE SPACES TO DL200-RPT-LINE.
020670     STRING 'TRANSFERS REJECTED.: ' DL200-RPT-NUM-EDIT
020680         DELIMITED BY SIZE INTO DL200-RPT-LINE.
020690     WRITE DL200-RPT-LINE.
020700
020710     MOVE DL200-NSF-RETURNS TO DL200-RPT-NUM-EDIT.
020720     MOVE SPACES TO DL200-RPT-LINE.
020730     STRING 'NSF RETURNS........: ' DL200-RPT-NUM-EDIT
020740         DELIMITED BY SIZE INTO DL200-RPT-LINE.
020750     WRITE DL200-RPT-LINE.
020760
020770     MOVE DL200-NSF-PAID-ITEMS TO DL200-RPT-NUM-EDIT.
020780     MOVE SPACES TO DL200-RPT-LINE.
020790     STRING 'NSF PAID OVERDRAWN.: ' DL200-RPT-NUM-EDIT
020800         DELIMITED BY SIZE INTO DL200-RPT-LINE.
020810     WRITE DL200-RPT-LINE.
020820
020830     MOVE DL200-REACTIVATED TO DL200-RPT-NUM-EDIT.
020840     MOVE SPACES TO DL200-RPT-LINE.
020850     STRING 'DORMANT REACTIVATED: ' DL200-RPT-NUM-EDIT
020860         DELIMITED BY SIZE INTO DL200-RPT-LINE.
020870     WRITE DL200-RPT-LINE.
020880
020890     IF DL200-STOPPED-COUNT > ZERO
020900         PERFORM 8270-WRITE-STOPPED-LINE THRU 8270-EXIT
020910             VARYING DL200-STOPPED-IDX FROM 1 BY 1
020920             UNTIL DL200-STOPPED-IDX > DL200-STOPPED-COUNT
020930     END-IF.
020940
020950     IF DL200-PERIOD-CLOSED
020960         MOVE DL200-PRIOR-ITEMS TO DL200-RPT-NUM-EDIT
020970         MOVE SPACES TO DL200-RPT-LINE
020980         STRING 'PRIOR-PERIOD ADJ...: ' DL200-RPT-NUM-EDIT
020990             '  (CLOSED THRU ' DL200-CLOSED-END ')'
021000             DELIMITED BY SIZE INTO DL200-RPT-LINE
021010         WRITE DL200-RPT-LINE
021020     END-IF.
021030
021040     IF DL200-PRIOR-COUNT > ZERO
021050         PERFORM 8280-WRITE-PRIOR-LINE THRU 8280-EXIT
021060             VARYING DL200-PRIOR-IDX FROM 1 BY 1
021070             UNTIL DL200-PRIOR-IDX > DL200-PRIOR-COUNT
021080     END-IF.
021090
021100     IF DL200-PRIOR-ITEMS > DL200-PRIOR-COUNT
021110         MOVE SPACES TO DL200-RPT-LINE
021120         STRING 'PRIOR-PERIOD ADJ...: *** TABLE FULL -- DETAIL'
021130             ' LINES INCOMPLETE ***'
021140             DELIMITED BY SIZE INTO DL200-RPT-LINE
021150         WRITE DL200-RPT-LINE
021160     END-IF.
021170
021180     MOVE DL200-ACCTS-CREATED TO DL200-RPT-NUM-EDIT.
021190     MOVE SPACES TO DL200-RPT-LINE.
021200     STRING 'ACCOUNTS CREATED...: ' DL200-RPT-NUM-EDIT
021210         DELIMITED BY SIZE INTO DL200-RPT-LINE.
021220     WRITE DL200-RPT-LINE.
021230
021240     MOVE DL200-JNL-ENTRIES TO DL200-RPT-NUM-EDIT.
021250     MOVE SPACES TO DL200-RPT-LINE.
021260     STRING 'JOURNAL ENTRIES....: ' DL200-RPT-NUM-EDIT
021270         DELIMITED BY SIZE INTO DL200-RPT-LINE.
021280     WRITE DL200-RPT-LINE.
021290
021300     IF DL200-REG-TBL-FULL
021310         MOVE SPACES TO DL200-RPT-LINE
021320         STRING 'REGISTER TABLE.....: *** FULL -- DETAIL LINES'
021330             ' INCOMPLETE, POSTING UNAFFECTED ***'
021340             DELIMITED BY SIZE INTO DL200-RPT-LINE
021350         WRITE DL200-RPT-LINE
021360     END-IF.
021370
021380     IF DL200-MST-WRITE-FAILED
021390         MOVE SPACES TO DL200-RPT-LINE
021400         STRING 'MASTER UPDATES.....: *** WRITE/REWRITE FAILED'
021410             ' -- MWRT REJECTS, SEE SYSOUT ***'
021420             DELIMITED BY SIZE INTO DL200-RPT-LINE
021430         WRITE DL200-RPT-LINE
021440     END-IF.
021450
021460     IF DL200-ROWS-UNMARKED > ZERO
021470         MOVE DL200-ROWS-UNMARKED TO DL200-RPT-NUM-EDIT
021480         MOVE SPACES TO DL200-RPT-LINE
021490         STRING 'REJECTS NOT MARKED.: ' DL200-RPT-NUM-EDIT
021500             '  *** ON TRANS-MASTER, SEE SYSOUT ***'
021510             DELIMITED BY SIZE INTO DL200-RPT-LINE
021520         WRITE DL200-RPT-LINE
021530     END-IF.
021540
021550     IF DL200-JNL-WRITE-FAILED
021560         MOVE SPACES TO DL200-RPT-LINE
021570         STRING 'JOURNAL............: *** WRITE FAILED -- RUN'
021580             ' NOT RECOVERABLE, SEE SYSOUT ***'
021590             DELIMITED BY SIZE INTO DL200-RPT-LINE
021600         WRITE DL200-RPT-LINE
021610     END-IF.
021620 8200-EXIT.
021630     EXIT.
021640 8250-WRITE-REGISTER-LINE.
021650     MOVE SPACES TO DL200-RPT-DETAIL.
021660     MOVE DL200-REG-ACCT-NO(DL200-REG-IDX)
021670         TO DL200-RPT-ACCT-NO.
021680     MOVE DL200-REG-OPENING(DL200-REG-IDX)
021690         TO DL200-RPT-OPENING.
021700     MOVE DL200-REG-APPLIED(DL200-REG-IDX)
021710         TO DL200-RPT-APPLIED.
021720     MOVE DL200-REG-CLOSING(DL200-REG-IDX)
021730         TO DL200-RPT-CLOSING.
021740     IF DL200-REG-NEW-FLAG(DL200-REG-IDX) = 'Y'
021750         MOVE '*NEW*' TO DL200-RPT-NEW-TAG
021760     END-IF.
021770     MOVE DL200-RPT-DETAIL TO DL200-RPT-LINE.
021780     WRITE DL200-RPT-LINE.
021790 8250-EXIT.
021800     EXIT.
021810 8270-WRITE-STOPPED-LINE.
021820     MOVE DL200-STPD-ACCT(DL200-STOPPED-IDX)
021830         TO DL200-RPT-STP-ACCT.
021840     MOVE DL200-STPD-CODE(DL200-STOPPED-IDX)
021850         TO DL200-RPT-STP-CODE.
021860     MOVE DL200-STPD-AMOUNT(DL200-STOPPED-IDX)
021870         TO DL200-RPT-STP-AMOUNT.
021880     MOVE DL200-STPD-SCOPE(DL200-STOPPED-IDX)
021890         TO DL200-RPT-STP-SCOPE.
021900     MOVE DL200-RPT-STOP-DETAIL TO DL200-RPT-LINE.
021910     WRITE DL200-RPT-LINE.
021920 8270-EXIT.
021930     EXIT.
021940 8280-WRITE-PRIOR-LINE.
021950     MOVE DL200-PRI-ACCT(DL200-PRIOR-IDX) TO DL200-RPT-PRI-ACCT.
021960     MOVE DL200-PRI-REF(DL200-PRIOR-IDX) TO DL200-RPT-PRI-REF.
021970     MOVE DL200-PRI-DATE(DL200-PRIOR-IDX) TO DL200-RPT-PRI-DATE.
021980     MOVE DL200-PRI-CODE(DL200-PRIOR-IDX) TO DL200-RPT-PRI-CODE.
021990     MOVE DL200-PRI-AMOUNT(DL200-PRIOR-IDX)
022000         TO DL200-RPT-PRI-AMOUNT.
022010     MOVE DL200-RPT-PRIOR-DETAIL TO DL200-RPT-LINE.
022020     WRITE DL200-RPT-LINE.
022030 8280-EXIT.
022040     EXIT.
022050******************************************************************
022060*  8300-WRITE-NSF-TOTALS -- NSF report totals: items, how many
022070*                           returned and paid, and the fees
022080*                           raised for the next intake
022090******************************************************************
022100 8300-WRITE-NSF-TOTALS.
022110     IF NOT DL200-NSFRPT-IS-OPEN
022120         GO TO 8300-EXIT
022130     END-IF.
022140     MOVE SPACES TO DL200-NSF-RPT-LINE.
022150     WRITE DL200-NSF-RPT-LINE.
022160     IF DL200-RUN-REFUSED
022170         MOVE SPACES TO DL200-NSF-RPT-LINE
022180         STRING 'RUN REFUSED -- ' DL200-REFUSAL-TEXT
022190             DELIMITED BY SIZE INTO DL200-NSF-RPT-LINE
022200         WRITE DL200-NSF-RPT-LINE
022210     END-IF.
022220     MOVE DL200-NSF-ITEMS TO DL200-RPT-NUM-EDIT.
022230     MOVE SPACES TO DL200-NSF-RPT-LINE.
022240     STRING 'NSF ITEMS..........: ' DL200-RPT-NUM-EDIT
022250         DELIMITED BY SIZE INTO DL200-NSF-RPT-LINE.
022260     WRITE DL200-NSF-RPT-LINE.
022270     MOVE DL200-NSF-RETURNS TO DL200-RPT-NUM-EDIT.
022280     MOVE SPACES TO DL200-NSF-RPT-LINE.
022290     STRING 'RETURNED UNPAID....: ' DL200-RPT-NUM-EDIT
022300         DELIMITED BY SIZE INTO DL200-NSF-RPT-LINE.
022310     WRITE DL200-NSF-RPT-LINE.
022320     MOVE DL200-NSF-PAID-ITEMS TO DL200-RPT-NUM-EDIT.
022330     MOVE SPACES TO DL200-NSF-RPT-LINE.
022340     STRING 'PAID INTO OVERDRAFT: ' DL200-RPT-NUM-EDIT
022350         DELIMITED BY SIZE INTO DL200-NSF-RPT-LINE.
022360     WRITE DL200-NSF-RPT-LINE.
022370     MOVE DL200-NSF-FEES-RAISED TO DL200-RPT-NUM-EDIT.
022380     MOVE DL200-NSF-FEE-TOTAL TO DL200-RPT-AMT-EDIT.
022390     MOVE SPACES TO DL200-NSF-RPT-LINE.
022400     STRING 'NSF FEES RAISED....: ' DL200-RPT-NUM-EDIT
022410         '  AMOUNT ' DL200-RPT-AMT-EDIT
022420         DELIMITED BY SIZE INTO DL200-NSF-RPT-LINE.
022430     WRITE DL200-NSF-RPT-LINE.
022440     IF DL200-NSF-ITEMS > DL200-NSF-FEES-RAISED
022450         MOVE SPACES TO DL200-NSF-RPT-LINE
022460         STRING 'FEES NOT RAISED....: ' DL200-FEE-NOTE
022470             DELIMITED BY SIZE INTO DL200-NSF-RPT-LINE
022480         WRITE DL200-NSF-RPT-LINE
022490     END-IF.
022500 8300-EXIT.
022510     EXIT.
022520******************************************************************
022530*  8900-RECORD-COMPLETION -- the step's end and return code go
022540*                            back on RUN-CONTROL: complete below
022550*                            RETURN-CODE 8, failed otherwise.  A
022560*                            step whose end cannot be recorded
022570*                            ends RETURN-CODE 8.
022580******************************************************************
022590 8900-RECORD-COMPLETION.
022600     IF NOT DL200-STEP-STARTED
022610         GO TO 8900-EXIT
022620     END-IF.
022630     OPEN INPUT RUN-CONTROL.
022640     IF DL200-RCT-FILE-STATUS NOT = '00'
022650         DISPLAY 'RUN-CONTROL OPEN FAILED, STATUS='
022660             DL200-RCT-FILE-STATUS ' -- STEP END NOT RECORDED'
022670         MOVE 8 TO RETURN-CODE
022680         GO TO 8900-EXIT
022690     END-IF.
022700     READ RUN-CONTROL
022710         AT END MOVE SPACES TO DL960-RUN-CONTROL-RECORD
022720     END-READ.
022730     CLOSE RUN-CONTROL.
022740     IF DL960-RCT-BUS-DATE NOT = DL200-RUN-DATE
022750         DISPLAY 'RUN-CONTROL NO LONGER HOLDS ' DL200-RUN-DATE
022760             ' -- STEP END NOT RECORDED'
022770         MOVE 8 TO RETURN-CODE
022780         GO TO 8900-EXIT
022790     END-IF.
022800     ACCEPT DL200-STAMP-DATE FROM DATE YYYYMMDD.
022810     ACCEPT DL200-STAMP-TIME FROM TIME.
022820     MOVE DL200-STAMP-DATE TO DL960-RCT-END-DATE(DL200-STEP-NO).
022830     MOVE DL200-STAMP-TIME TO DL960-RCT-END-TIME(DL200-STEP-NO).
022840     MOVE RETURN-CODE TO DL960-RCT-RC(DL200-STEP-NO).
022850     IF RETURN-CODE < 8
022860         SET DL960-RCT-COMPLETE(DL200-STEP-NO) TO TRUE
022870     ELSE
022880         SET DL960-RCT-FAILED(DL200-STEP-NO) TO TRUE
022890     END-IF.
022900     OPEN OUTPUT RUN-CONTROL.
022910     IF DL200-RCT-FILE-STATUS NOT = '00'
022920         DISPLAY 'RUN-CONTROL OPEN FAILED, STATUS='
022930             DL200-RCT-FILE-STATUS ' -- STEP END NOT RECORDED'
022940         MOVE 8 TO RETURN-CODE
022950         GO TO 8900-EXIT
022960     END-IF.
022970     WRITE DL960-RUN-CONTROL-RECORD.
022980     IF DL200-RCT-FILE-STATUS NOT = '00'
022990         DISPLAY 'RUN-CONTROL WRITE FAILED, STATUS='
023000             DL200-RCT-FILE-STATUS ' -- STEP END NOT RECORDED'
023010         MOVE 8 TO RETURN-CODE
023020     END-IF.
023030     CLOSE RUN-CONTROL.
023040 8900-EXIT.
023050     EXIT.
