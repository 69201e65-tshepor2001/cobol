001540*                    the new AUDIT-INQUIRY run, which answers a
001550*                    dispute from AUDIT-LOG with decoded fields
001560*                    instead of a raw-byte dump.
001570*   08/22/2026 RM    The run now ends with a graded RETURN-CODE (0
001580*                    clean, 4 warnings such as an unrecognized
001590*                    control card or a batch with no trailer, 8
001600*                    serious such as a control-total mismatch or
001610*                    the transaction master being unavailable, 16
001620*                    fatal such as a SYSIN open failure) and
001630*                    writes each condition raised to the
001640*                    EXCEPTIONS file with a message code,
001650*                    severity, and the values involved, so the
001660*                    scheduler can branch to recovery and page the
001670*                    right people without scraping SYSOUT.
001680*   08/22/2026 RM    Hardened the failure paths: a fatal
001690*                    condition now skips the recycle/released
001700*                    pickup and leaves TRANS-RECYCLE and
001710*                    TRANS-RELEASED intact for the rerun; the
001720*                    output-file opens are status-checked and
001730*                    raise a fatal exception instead of losing
001740*                    every WRITE silently; a transmission past
001750*                    the batch-table limit no longer posts the
001760*                    overflow batches against the last table
001770*                    entry; and a count-only pass before the
001780*                    master's first full run warns instead of
001790*                    grading serious.
001800*   08/22/2026 RM    TRANS-REJECT is now opened EXTEND on every
001810*                    full run (OUTPUT only on first use) -- the
001820*                    repair and housekeeping jobs own that
001830*                    file's lifecycle, and the nightly OPEN
001840*                    OUTPUT was wiping rejects they preserve.
001850*                    The end-of-run checkpoint clear is skipped
001860*                    after a fatal condition so a restart
001870*                    survives a failed rerun.
001880*   09/02/2026 RM    The TRANS-MASTER record layout moved to the
001890*                    DL100MST copybook so the new statement run
001900*                    reads history with the same layout the
001910*                    intake writes.
001920*   09/02/2026 RM    The feed now carries REV reversal details,
001930*                    keyed to an original transaction's key on
001940*                    the cumulative master: the original must
001950*                    exist (RNOF) and not be reversed already
001960*                    (RDUP), the original's master row is flagged
001970*                    on acceptance, and the accepted reversal
001980*                    flows to TRANS-OUT for the posting and GL
001990*                    runs to apply on the opposite ledger side.
002000*                    The master record grew a reversed flag;
002010*                    an existing TRANS-MASTER must be rebuilt
002020*                    (reloaded from its own rows) once for the
002030*                    longer record.
002040*   10/15/2026 RM    Transactions are now identified by the
002050*                    sender-assigned reference each detail
002060*                    carries: a blank reference rejects as TREF,
002070*                    a reference already on TRANS-MASTER as DUPR
002080*                    (same-key business no longer collides), and
002090*                    TRANS-MASTER is keyed on account + reference
002100*                    with the reference as an alternate key.
002110*                    REV records name the original by reference
002120*                    (RREF if blank) and carry their own; intake
002130*                    fills the REV's key fields from the
002140*                    original's master row and records the REV's
002150*                    reference on that row.  An existing
002160*                    TRANS-MASTER is converted once by the
002170*                    TMST-CONVERT run.
002180*   10/15/2026 RM    Added the TRANS-GENERATED pickup: batches
002190*                    the system itself produces (the interest
002200*                    and service-charge cycle, once released)
002210*                    are appended to that file as complete
002220*                    HDR...TRL batches and read after the
002230*                    released records with the same batch
002240*                    handling as SYSIN, then cleared at the
002250*                    clean end of a full run like the recycle
002260*                    file.
002270*   10/15/2026 RM    A reversed row on TRANS-MASTER now records
002280*                    the run date its REV was accepted on, so the
002290*                    month-end close can book a late reversal as
002300*                    a prior-period adjustment.
002310*   10/15/2026 RM    XFR transfer records move an amount from one
002320*                    account to another under one reference.  The
002330*                    to-account must be numeric, non-zero, and not
002340*                    the from-account (else XACC) and the amount
002350*                    positive (else XAMT); account existence and
002360*                    status are left to posting, which takes both
002370*                    legs or neither.  An accepted transfer writes
002380*                    one TRANS-MASTER row per account under the
002390*                    shared reference.  A REV of a transfer gets
002400*                    the to-account filled in and flags both rows
002410*                    reversed.  Transfers are counted on the
002420*                    control report.
002430*   10/15/2026 RM    A full run's run date is now the business
002440*                    date on RUN-CONTROL rather than the clock. It
002450*                    is refused with fatal exception DL100E03 --
002460*                    no input read, RETURN-CODE 16 -- unless
002470*                    release is complete for the date and intake
002480*                    has not already run for it, so a date
002490*                    day-close has certified cannot be taken in
002500*                    again; it marks the step started on
002510*                    RUN-CONTROL, and complete or failed at the
002520*                    end. A count-only run is not checked or
002530*                    recorded and keeps the clock date.
002540*   10/15/2026 RM    The duplicate check now also reads
002550*                    TRANS-MASTER on the REV reference, a new
002560*                    second alternate key, for DTL and REV
002570*                    references alike, so a reference an earlier
002580*                    REV already used rejects as DUPR; before,
002590*                    only a row's own reference was checked.
002600*   10/15/2026 RM    A REV the posting run rejected no longer
002610*                    blocks a second reversal of the same original
002620*                    as RDUP, so the backout can be sent again.
002630*                    New rows start with both posting-reject
002640*                    flags at 'N'.
002650******************************************************************
002660 IDENTIFICATION DIVISION.
002670 PROGRAM-ID. READ-FROM-STD-IN.
002680 ENVIRONMENT DIVISION.
002690 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002710 SELECT SYSIN ASSIGN DYNAMIC DL100-SYSIN-DSN
002720     ORGANIZATION LINE SEQUENTIAL
002730     FILE STATUS IS DL100-SYSIN-STATUS.
002740 SELECT TRANS-OUT ASSIGN TO "TRANS-OUT"
002750     ORGANIZATION LINE SEQUENTIAL
002760     FILE STATUS IS DL100-TRANS-OUT-STATUS.
002770 SELECT TRANS-REJECT ASSIGN TO "TRANS-REJECT"
002780     ORGANIZATION LINE SEQUENTIAL
002790     FILE STATUS IS DL100-TRANS-REJECT-STATUS.
002800 SELECT CONTROL-RPT ASSIGN TO "CONTROL-RPT"
002810     ORGANIZATION LINE SEQUENTIAL
002820     FILE STATUS IS DL100-CONTROL-RPT-STATUS.
002830 SELECT CHECKPOINT-FILE ASSIGN TO "CHECKPOINT"
002840     ORGANIZATION LINE SEQUENTIAL
002850     FILE STATUS IS DL100-CKPT-STATUS.
002860 SELECT AUDIT-LOG ASSIGN TO "AUDIT-LOG"
002870     ORGANIZATION LINE SEQUENTIAL
002880     FILE STATUS IS DL100-AUDIT-STATUS.
002890 SELECT TRANS-MASTER ASSIGN TO "TRANS-MASTER"
002900     ORGANIZATION INDEXED
002910     ACCESS MODE RANDOM
002920     RECORD KEY IS DL100-MST-KEY
002930     ALTERNATE RECORD KEY IS DL100-MST-TRANS-REF WITH DUPLICATES
002940     ALTERNATE RECORD KEY IS DL100-MST-REV-REF WITH DUPLICATES
002950     FILE STATUS IS DL100-MASTER-STATUS.
002960 SELECT CONTROL-CARD ASSIGN TO "CONTROL-CARD"
002970     ORGANIZATION LINE SEQUENTIAL
002980     FILE STATUS IS DL100-CTL-STATUS.
002990 SELECT TRANS-CODE-FILE ASSIGN TO "TRANS-CODES"
003000     ORGANIZATION LINE SEQUENTIAL
003010     FILE STATUS IS DL100-TCODE-STATUS.
003020 SELECT RECYCLE-IN ASSIGN TO "TRANS-RECYCLE"
003030     ORGANIZATION LINE SEQUENTIAL
003040     FILE STATUS IS DL100-RECYCLE-STATUS.
003050 SELECT RELEASED-IN ASSIGN TO "TRANS-RELEASED"
003060     ORGANIZATION LINE SEQUENTIAL
003070     FILE STATUS IS DL100-RELEASED-STATUS.
003080 SELECT GENERATED-IN ASSIGN TO "TRANS-GENERATED"
003090     ORGANIZATION LINE SEQUENTIAL
003100     FILE STATUS IS DL100-GENERATED-STATUS.
003110 SELECT HOLD-FILE ASSIGN TO "TRANS-HOLD"
003120     ORGANIZATION LINE SEQUENTIAL
003130     FILE STATUS IS DL100-HOLD-STATUS.
003140 SELECT EXCEPTION-FILE ASSIGN TO "EXCEPTIONS"
003150     ORGANIZATION LINE SEQUENTIAL
003160     FILE STATUS IS DL100-EXC-STATUS.
003170 SELECT RUN-CONTROL ASSIGN TO "RUN-CONTROL"
003180     ORGANIZATION LINE SEQUENTIAL
003190     FILE STATUS IS DL100-RCT-FILE-STATUS.
003200 DATA DIVISION.
003210 FILE SECTION.
003220 FD SYSIN.
003230 01 ln PIC X(255).
003240    88 EOF VALUE HIGH-VALUES.
003250 COPY DL100REC.
003260 FD TRANS-OUT.
003270 01  DL100-TRANS-OUT-RECORD          PIC X(255).
003280 FD TRANS-REJECT.
003290 COPY DL100REJ.
003300 FD CONTROL-RPT.
003310 01  DL100-RPT-LINE                  PIC X(80).
003320 FD CHECKPOINT-FILE.
003330 01  DL100-CKPT-RECORD.
003340     05  DL100-CKPT-RUN-ID           PIC X(16).
003350     05  DL100-CKPT-REC-COUNT        PIC 9(09).
003360     05  DL100-CKPT-DETAIL-COUNT     PIC 9(09).
003370     05  DL100-CKPT-ACCEPTED-COUNT   PIC 9(09).
003380     05  DL100-CKPT-REJECTED-COUNT   PIC 9(09).
003390     05  DL100-CKPT-DUPLICATE-COUNT  PIC 9(09).
003400     05  DL100-CKPT-HDR-SWITCH       PIC X(01).
003410     05  DL100-CKPT-TRL-SWITCH       PIC X(01).
003420     05  DL100-CKPT-TRL-STATED-CNT   PIC 9(09).
003430     05  DL100-CKPT-CURR-BATCH-NO    PIC 9(04).
003440     05  DL100-CKPT-BATCH-OPEN-SW    PIC X(01).
003450     05  DL100-CKPT-BATCH-TBL-CNT    PIC 9(04).
003460     05  DL100-CKPT-BATCH-ENTRY-NO   PIC 9(04).
003470     05  DL100-CKPT-BATCH-TBL.
003480         10  DL100-CKPT-BATCH-ENTRY  OCCURS 50 TIMES.
003490             15  DL100-CKPT-BAT-NO       PIC 9(04).
003500             15  DL100-CKPT-BAT-HDR-DATE PIC 9(08).
003510             15  DL100-CKPT-BAT-DETAIL   PIC 9(09).
003520             15  DL100-CKPT-BAT-STATED   PIC 9(09).
003530             15  DL100-CKPT-BAT-STATUS   PIC X(01).
003540 FD AUDIT-LOG.
003550 COPY DL100AUD.
003560 FD TRANS-MASTER.
003570 COPY DL100MST.
003580 FD CONTROL-CARD.
003590 COPY DL100CTL.
003600 FD TRANS-CODE-FILE.
003610 COPY DL100TCD.
003620 FD RECYCLE-IN.
003630 01  DL100-RECYCLE-RECORD            PIC X(255).
003640 FD RELEASED-IN.
003650 01  DL100-RELEASED-RECORD           PIC X(255).
003660 FD GENERATED-IN.
003670 01  DL100-GENERATED-RECORD          PIC X(255).
003680 FD HOLD-FILE.
003690 01  DL100-HOLD-RECORD               PIC X(255).
003700 FD EXCEPTION-FILE.
003710 01  DL100-EXCEPTION-RECORD.
003720     05  DL100-EXC-MSG-CODE          PIC X(08).
003730     05  DL100-EXC-SEVERITY          PIC 9(02).
003740     05  DL100-EXC-TEXT              PIC X(70).
003750 FD RUN-CONTROL.
003760 COPY DL960RCT.
003770 WORKING-STORAGE SECTION.
003780 01  DL100-SWITCHES.
003790     05  DL100-VALID-SWITCH          PIC X(01) VALUE 'Y'.
003800         88  DL100-RECORD-VALID           VALUE 'Y'.
003810         88  DL100-RECORD-INVALID          VALUE 'N'.
003820     05  DL100-CKPT-EOF-SWITCH       PIC X(01) VALUE 'N'.
003830         88  DL100-CKPT-EOF               VALUE 'Y'.
003840     05  DL100-HDR-SWITCH             PIC X(01) VALUE 'N'.
003850         88  DL100-HEADER-SEEN             VALUE 'Y'.
003860     05  DL100-TRL-SWITCH             PIC X(01) VALUE 'N'.
003870         88  DL100-TRAILER-SEEN            VALUE 'Y'.
003880     05  DL100-CTL-SWITCH             PIC X(01) VALUE 'N'.
003890         88  DL100-CTL-MISMATCH            VALUE 'Y'.
003900     05  DL100-MASTER-AVAIL-SWITCH    PIC X(01) VALUE 'N'.
003910         88  DL100-MASTER-AVAILABLE        VALUE 'Y'.
003920     05  DL100-EXC-OPEN-SWITCH        PIC X(01) VALUE 'N'.
003930         88  DL100-EXC-FILE-OPEN           VALUE 'Y'.
003940     05  DL100-CTL-CARD-INV-SWITCH    PIC X(01) VALUE 'N'.
003950         88  DL100-CTL-CARD-INVALID        VALUE 'Y'.
003960     05  DL100-CTL-RPT-OPEN-SWITCH    PIC X(01) VALUE 'N'.
003970         88  DL100-CTL-RPT-OPEN-FAILED     VALUE 'Y'.
003980     05  DL100-TCODE-EOF-SWITCH       PIC X(01) VALUE 'N'.
003990         88  DL100-TCODE-EOF               VALUE 'Y'.
004000     05  DL100-RECYCLE-EOF-SWITCH     PIC X(01) VALUE 'N'.
004010         88  DL100-RECYCLE-EOF             VALUE 'Y'.
004020     05  DL100-RECYCLE-SWITCH         PIC X(01) VALUE 'N'.
004030         88  DL100-RECYCLE-PHASE           VALUE 'Y'.
004040     05  DL100-RELEASED-EOF-SWITCH    PIC X(01) VALUE 'N'.
004050         88  DL100-RELEASED-EOF            VALUE 'Y'.
004060     05  DL100-GENERATED-EOF-SWITCH   PIC X(01) VALUE 'N'.
004070         88  DL100-GENERATED-EOF           VALUE 'Y'.
004080     05  DL100-BATCH-OPEN-SWITCH      PIC X(01) VALUE 'N'.
004090         88  DL100-BATCH-IS-OPEN           VALUE 'Y'.
004100     05  DL100-SEQ-SWITCH            PIC X(01) VALUE 'N'.
004110         88  DL100-OUT-OF-SEQUENCE        VALUE 'Y'.
004120     05  DL100-STEP-SWITCH           PIC X(01) VALUE 'N'.
004130         88  DL100-STEP-STARTED           VALUE 'Y'.
004140 77  DL100-RECS-READ                 PIC 9(09) COMP VALUE ZERO.
004150 77  DL100-RECS-DETAIL               PIC 9(09) COMP VALUE ZERO.
004160 77  DL100-RECS-ACCEPTED             PIC 9(09) COMP VALUE ZERO.
004170 77  DL100-RECS-REJECTED             PIC 9(09) COMP VALUE ZERO.
004180 77  DL100-TRL-STATED-COUNT          PIC 9(09) VALUE ZERO.
004190 77  DL100-RPT-NUM-EDIT              PIC ZZZZZZZZ9.
004200 77  DL100-SYSIN-DSN                 PIC X(100).
004210 77  DL100-SYSIN-STATUS              PIC X(02).
004220 77  DL100-CONTROL-RPT-STATUS        PIC X(02).
004230 77  DL100-TRANS-OUT-STATUS          PIC X(02).
004240 77  DL100-TRANS-REJECT-STATUS       PIC X(02).
004250 77  DL100-CKPT-STATUS               PIC X(02).
004260 77  DL100-AUDIT-STATUS              PIC X(02).
004270 77  DL100-MASTER-STATUS             PIC X(02).
004280 77  DL100-CTL-STATUS                PIC X(02).
004290 77  DL100-TCODE-STATUS              PIC X(02).
004300 77  DL100-TCODE-COUNT               PIC 9(05) COMP VALUE ZERO.
004310 77  DL100-TCODE-MAX                 PIC 9(05) COMP VALUE 500.
004320 77  DL100-RECS-DUPLICATE            PIC 9(09) COMP VALUE ZERO.
004330 77  DL100-DUP-REF                   PIC X(16) VALUE SPACES.
004340 77  DL100-RECS-REVERSED             PIC 9(09) COMP VALUE ZERO.
004350 77  DL100-RECS-TRANSFER             PIC 9(09) COMP VALUE ZERO.
004360 77  DL100-ROW-ACCOUNT-NO            PIC 9(10) VALUE ZERO.
004370 77  DL100-RECYCLE-STATUS            PIC X(02).
004380 77  DL100-RECS-RECYCLED             PIC 9(09) COMP VALUE ZERO.
004390 77  DL100-RELEASED-STATUS           PIC X(02).
004400 77  DL100-HOLD-STATUS               PIC X(02).
004410 77  DL100-RECS-RELEASED             PIC 9(09) COMP VALUE ZERO.
004420 77  DL100-RECS-HELD                 PIC 9(09) COMP VALUE ZERO.
004430 77  DL100-GENERATED-STATUS          PIC X(02).
004440 77  DL100-RECS-GENERATED            PIC 9(09) COMP VALUE ZERO.
004450 77  DL100-AUD-DISP-CODE             PIC X(01) VALUE 'U'.
004460 77  DL100-EXC-STATUS                PIC X(02).
004470 77  DL100-HIGHEST-RC                PIC 9(02) COMP VALUE ZERO.
004480 77  DL100-RAISE-CODE                PIC X(08) VALUE SPACES.
004490 77  DL100-RAISE-SEVERITY            PIC 9(02) COMP VALUE ZERO.
004500 77  DL100-RAISE-TEXT                PIC X(70) VALUE SPACES.
004510 77  DL100-RECS-READ-EDIT            PIC 9(09) VALUE ZERO.
004520 77  DL100-OPEN-FAIL-NAME            PIC X(12) VALUE SPACES.
004530 77  DL100-OPEN-FAIL-STAT            PIC X(02) VALUE SPACES.
004540 77  DL100-CURR-BATCH-NO             PIC 9(04) VALUE ZERO.
004550 77  DL100-BATCH-TBL-COUNT           PIC 9(04) COMP VALUE ZERO.
004560 77  DL100-BATCH-TBL-MAX             PIC 9(04) COMP VALUE 50.
004570 77  DL100-CURR-BATCH-ENTRY          PIC 9(04) COMP VALUE ZERO.
004580 01  DL100-BATCH-TBL.
004590     05  DL100-BATCH-ENTRY OCCURS 50 TIMES
004600         INDEXED BY DL100-BATCH-IDX.
004610         10  DL100-BAT-NO            PIC 9(04).
004620         10  DL100-BAT-HDR-DATE      PIC 9(08).
004630         10  DL100-BAT-DETAIL        PIC 9(09).
004640         10  DL100-BAT-STATED        PIC 9(09).
004650         10  DL100-BAT-STATUS        PIC X(01).
004660 01  DL100-RPT-BAT-DETAIL.
004670     05  FILLER                      PIC X(07) VALUE 'BATCH  '.
004680     05  DL100-RPT-BAT-NO            PIC 9(04).
004690     05  FILLER                      PIC X(06) VALUE ' HDR  '.
004700     05  DL100-RPT-BAT-DATE          PIC 9(08).
004710     05  FILLER                      PIC X(09) VALUE ' DETAILS '.
004720     05  DL100-RPT-BAT-DET           PIC ZZZZZZZZ9.
004730     05  FILLER                      PIC X(08) VALUE ' STATED '.
004740     05  DL100-RPT-BAT-STA           PIC ZZZZZZZZ9.
004750     05  FILLER                      PIC X(02) VALUE SPACES.
004760     05  DL100-RPT-BAT-RESULT        PIC X(12).
004770 01  DL100-TCODE-TABLE.
004780     05  DL100-TCODE-ENTRY
004790         OCCURS 1 TO 500 TIMES
004800         DEPENDING ON DL100-TCODE-COUNT
004810         INDEXED BY DL100-TCODE-IDX.
004820         10  DL100-TCODE-CODE        PIC X(02).
004830         10  DL100-TCODE-DC-IND      PIC X(01).
004840         10  DL100-TCODE-ACTIVE      PIC X(01).
004850         10  DL100-TCODE-EFF-DATE    PIC 9(08).
004860 77  DL100-CKPT-INTERVAL             PIC 9(05) COMP VALUE 1000.
004870 77  DL100-CKPT-SAVED-COUNT          PIC 9(09) COMP VALUE ZERO.
004880 77  DL100-CKPT-QUOTIENT             PIC 9(09) COMP VALUE ZERO.
004890 77  DL100-CKPT-REMAINDER            PIC 9(09) COMP VALUE ZERO.
004900 77  DL100-RUN-ID                    PIC X(16).
004910 77  DL100-RUN-DATE                  PIC 9(08).
004920 77  DL100-RUN-TIME                  PIC 9(08).
004930 77  DL100-REFUSAL-TEXT              PIC X(60) VALUE SPACES.
004940 77  DL100-RCT-FILE-STATUS           PIC X(02).
004950 77  DL100-STEP-NO                   PIC 9(02) COMP VALUE 2.
004960 77  DL100-STEP-NAME                 PIC X(10) VALUE 'INTAKE'.
004970 77  DL100-PRED-STEP-NO              PIC 9(02) COMP VALUE 1.
004980 77  DL100-PRED-STEP-NAME            PIC X(10) VALUE 'RELEASE'.
004990 77  DL100-STAMP-DATE                PIC 9(08) VALUE ZERO.
005000 77  DL100-STAMP-TIME                PIC 9(08) VALUE ZERO.
005010 01  DL100-LAST-KEY.
005020     05  DL100-LAST-ACCOUNT-NO       PIC 9(10) VALUE ZERO.
005030     05  DL100-LAST-TRANS-CODE       PIC X(02) VALUE SPACES.
005040     05  DL100-LAST-TRANS-DATE.
005050         10  DL100-LAST-DATE-CCYY    PIC 9(04) VALUE ZERO.
005060         10  DL100-LAST-DATE-MM      PIC 9(02) VALUE ZERO.
005070         10  DL100-LAST-DATE-DD      PIC 9(02) VALUE ZERO.
005080******************************************************************
005090*  0000-MAINLINE
005100******************************************************************
005110 PROCEDURE DIVISION.
005120 0000-MAINLINE.
005130     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
005140     PERFORM 2000-PROCESS-RECORD THRU 2000-EXIT
005150         UNTIL EOF.
005160     IF DL100-HIGHEST-RC < 16
005170         PERFORM 7000-PROCESS-RECYCLE THRU 7000-EXIT
005180         PERFORM 7200-PROCESS-RELEASED THRU 7200-EXIT
005190         PERFORM 7400-PROCESS-GENERATED THRU 7400-EXIT
005200     END-IF.
005210     PERFORM 8000-FINALIZE THRU 8000-EXIT.
005220     MOVE DL100-HIGHEST-RC TO RETURN-CODE.
005230     PERFORM 8900-RECORD-COMPLETION THRU 8900-EXIT.
005240     STOP RUN.
005250******************************************************************
005260*  1000-INITIALIZE -- check a full run against RUN-CONTROL, open
005270*                     files and prime the first record
005280******************************************************************
005290 1000-INITIALIZE.
005300     ACCEPT DL100-RUN-DATE FROM DATE YYYYMMDD.
005310     ACCEPT DL100-RUN-TIME FROM TIME.
005320     MOVE SPACES TO DL100-SYSIN-DSN.
005330     ACCEPT DL100-SYSIN-DSN FROM ENVIRONMENT "SYSIN-DD".
005340     IF DL100-SYSIN-DSN = SPACES
005350         MOVE "/dev/stdin" TO DL100-SYSIN-DSN
005360     END-IF.
005370     OPEN OUTPUT EXCEPTION-FILE.
005380     IF DL100-EXC-STATUS = '00'
005390         SET DL100-EXC-FILE-OPEN TO TRUE
005400     ELSE
005410         DISPLAY 'EXCEPTIONS OPEN FAILED, STATUS='
005420             DL100-EXC-STATUS
005430     END-IF.
005440     PERFORM 1050-READ-CONTROL-CARD THRU 1050-EXIT.
005450     IF DL100-MODE-FULL
005460         PERFORM 1020-CHECK-RUN-CONTROL THRU 1020-EXIT
005470         IF DL100-OUT-OF-SEQUENCE
005480             SET EOF TO TRUE
005490             GO TO 1000-EXIT
005500         END-IF
005510     END-IF.
005520     STRING DL100-RUN-DATE DL100-RUN-TIME
005530         DELIMITED BY SIZE INTO DL100-RUN-ID.
005540     PERFORM 1100-LOAD-CHECKPOINT THRU 1100-EXIT.
005550     IF NOT DL100-MODE-FULL
005560         MOVE ZERO TO DL100-CKPT-SAVED-COUNT
005570         MOVE ZERO TO DL100-RECS-DETAIL
005580         MOVE ZERO TO DL100-RECS-ACCEPTED
005590         MOVE ZERO TO DL100-RECS-REJECTED
005600         MOVE ZERO TO DL100-RECS-DUPLICATE
005610         MOVE ZERO TO DL100-TRL-STATED-COUNT
005620         MOVE 'N' TO DL100-HDR-SWITCH
005630         MOVE 'N' TO DL100-TRL-SWITCH
005640         MOVE 'N' TO DL100-BATCH-OPEN-SWITCH
005650         MOVE ZERO TO DL100-CURR-BATCH-NO
005660         MOVE ZERO TO DL100-BATCH-TBL-COUNT
005670         MOVE ZERO TO DL100-CURR-BATCH-ENTRY
005680     END-IF.
005690     PERFORM 1170-OPEN-TRANS-MASTER THRU 1170-EXIT.
005700     PERFORM 1185-LOAD-TRANS-CODES THRU 1185-EXIT.
005710     PERFORM 1200-OPEN-OUTPUT-FILES THRU 1200-EXIT.
005720     OPEN INPUT SYSIN.
005730     IF DL100-SYSIN-STATUS NOT = '00'
005740         DISPLAY 'SYSIN OPEN FAILED, STATUS=' DL100-SYSIN-STATUS
005750             ' DSN=' DL100-SYSIN-DSN
005760         SET EOF TO TRUE
005770         MOVE 'DL100E01' TO DL100-RAISE-CODE
005780         MOVE 16 TO DL100-RAISE-SEVERITY
005790         MOVE SPACES TO DL100-RAISE-TEXT
005800         STRING 'SYSIN OPEN FAILED STATUS=' DL100-SYSIN-STATUS
005810             ' DSN=' DL100-SYSIN-DSN(1:30)
005820             DELIMITED BY SIZE INTO DL100-RAISE-TEXT
005830         PERFORM 9100-RAISE-EXCEPTION THRU 9100-EXIT
005840     END-IF.
005850     OPEN OUTPUT CONTROL-RPT.
005860     IF DL100-CONTROL-RPT-STATUS NOT = '00'
005870         DISPLAY 'CONTROL-RPT OPEN FAILED, STATUS='
005880             DL100-CONTROL-RPT-STATUS
005890         SET DL100-CTL-RPT-OPEN-FAILED TO TRUE
005900         MOVE 'DL100S02' TO DL100-RAISE-CODE
005910         MOVE 8 TO DL100-RAISE-SEVERITY
005920         MOVE SPACES TO DL100-RAISE-TEXT
005930         STRING 'CONTROL-RPT OPEN FAILED STATUS='
005940             DL100-CONTROL-RPT-STATUS
005950             DELIMITED BY SIZE INTO DL100-RAISE-TEXT
005960         PERFORM 9100-RAISE-EXCEPTION THRU 9100-EXIT
005970     END-IF.
005980     IF NOT EOF
005990         READ SYSIN
006000             AT END SET EOF TO TRUE
006010         END-READ
006020     END-IF.
006030     IF NOT EOF
006040         ADD 1 TO DL100-RECS-READ
006050     END-IF.
006060 1000-EXIT.
006070     EXIT.
006080******************************************************************
006090*  1020-CHECK-RUN-CONTROL -- the run date is the business date on
006100*                            RUN-CONTROL, not the clock.  The run
006110*                            goes ahead only if release is
006120*                            complete for that date and this step
006130*                            is still pending; the step is then
006140*                            marked started.
006150******************************************************************
006160 1020-CHECK-RUN-CONTROL.
006170     OPEN INPUT RUN-CONTROL.
006180     IF DL100-RCT-FILE-STATUS NOT = '00'
006190         MOVE SPACES TO DL100-REFUSAL-TEXT
006200         STRING 'RUN-CONTROL WILL NOT OPEN, STATUS='
006210             DL100-RCT-FILE-STATUS
006220             DELIMITED BY SIZE INTO DL100-REFUSAL-TEXT
006230         PERFORM 1030-REFUSE-OUT-OF-SEQ THRU 1030-EXIT
006240         GO TO 1020-EXIT
006250     END-IF.
006260     READ RUN-CONTROL
006270         AT END MOVE SPACES TO DL960-RUN-CONTROL-RECORD
006280     END-READ.
006290     CLOSE RUN-CONTROL.
006300     IF DL960-RCT-BUS-DATE NOT NUMERIC
006310             OR DL960-RCT-BUS-DATE = ZERO
006320         MOVE 'RUN-CONTROL HOLDS NO BUSINESS DATE'
006330             TO DL100-REFUSAL-TEXT
006340         PERFORM 1030-REFUSE-OUT-OF-SEQ THRU 1030-EXIT
006350         GO TO 1020-EXIT
006360     END-IF.
006370     IF NOT DL960-RCT-COMPLETE(DL100-PRED-STEP-NO)
006380         MOVE SPACES TO DL100-REFUSAL-TEXT
006390         STRING DL100-PRED-STEP-NAME DELIMITED BY SPACE
006400             ' NOT COMPLETE FOR ' DL960-RCT-BUS-DATE
006410             DELIMITED BY SIZE INTO DL100-REFUSAL-TEXT
006420         PERFORM 1030-REFUSE-OUT-OF-SEQ THRU 1030-EXIT
006430         GO TO 1020-EXIT
006440     END-IF.
006450     IF NOT DL960-RCT-PENDING(DL100-STEP-NO)
006460         MOVE SPACES TO DL100-REFUSAL-TEXT
006470         STRING DL100-STEP-NAME DELIMITED BY SPACE
006480             ' ALREADY RUN FOR ' DL960-RCT-BUS-DATE
006490             ' -- RERUN NEEDS OVERRIDE'
006500             DELIMITED BY SIZE INTO DL100-REFUSAL-TEXT
006510         PERFORM 1030-REFUSE-OUT-OF-SEQ THRU 1030-EXIT
006520         GO TO 1020-EXIT
006530     END-IF.
006540     MOVE DL960-RCT-BUS-DATE TO DL100-RUN-DATE.
006550     ACCEPT DL100-STAMP-DATE FROM DATE YYYYMMDD.
006560     ACCEPT DL100-STAMP-TIME FROM TIME.
006570     SET DL960-RCT-STARTED(DL100-STEP-NO) TO TRUE.
006580     MOVE DL100-STAMP-DATE TO DL960-RCT-START-DATE(DL100-STEP-NO).
006590     MOVE DL100-STAMP-TIME TO DL960-RCT-START-TIME(DL100-STEP-NO).
006600     MOVE ZERO TO DL960-RCT-END-DATE(DL100-STEP-NO).
006610     MOVE ZERO TO DL960-RCT-END-TIME(DL100-STEP-NO).
006620     MOVE ZERO TO DL960-RCT-RC(DL100-STEP-NO).
006630     OPEN OUTPUT RUN-CONTROL.
006640     IF DL100-RCT-FILE-STATUS NOT = '00'
006650         MOVE SPACES TO DL100-REFUSAL-TEXT
006660         STRING 'RUN-CONTROL WILL NOT UPDATE, STATUS='
006670             DL100-RCT-FILE-STATUS
006680             DELIMITED BY SIZE INTO DL100-REFUSAL-TEXT
006690         PERFORM 1030-REFUSE-OUT-OF-SEQ THRU 1030-EXIT
006700         GO TO 1020-EXIT
006710     END-IF.
006720     WRITE DL960-RUN-CONTROL-RECORD.
006730     IF DL100-RCT-FILE-STATUS NOT = '00'
006740         MOVE SPACES TO DL100-REFUSAL-TEXT
006750         STRING 'RUN-CONTROL WILL NOT UPDATE, STATUS='
006760             DL100-RCT-FILE-STATUS
006770             DELIMITED BY SIZE INTO DL100-REFUSAL-TEXT
006780         CLOSE RUN-CONTROL
006790         PERFORM 1030-REFUSE-OUT-OF-SEQ THRU 1030-EXIT
006800         GO TO 1020-EXIT
006810     END-IF.
006820     CLOSE RUN-CONTROL.
006830     SET DL100-STEP-STARTED TO TRUE.
006840 1020-EXIT.
006850     EXIT.
006860******************************************************************
006870*  1030-REFUSE-OUT-OF-SEQ -- the intake is out of sequence for the
006880*                            business date: a fatal exception, no
006890*                            input read and nothing but EXCEPTIONS
006900*                            opened, and RUN-CONTROL left as it
006910*                            stands
006920******************************************************************
006930 1030-REFUSE-OUT-OF-SEQ.
006940     DISPLAY 'RUN REFUSED -- ' DL100-REFUSAL-TEXT.
006950     MOVE 'DL100E03' TO DL100-RAISE-CODE.
006960     MOVE 16 TO DL100-RAISE-SEVERITY.
006970     MOVE DL100-REFUSAL-TEXT TO DL100-RAISE-TEXT.
006980     PERFORM 9100-RAISE-EXCEPTION THRU 9100-EXIT.
006990     SET DL100-OUT-OF-SEQUENCE TO TRUE.
007000 1030-EXIT.
007010     EXIT.
007020******************************************************************
007030*  1050-READ-CONTROL-CARD -- pick up the run-mode/echo parameter
007040*                            card, if operations supplied one;
007050*                            defaults to a full run with the
007060*                            echo on when none is found
007070******************************************************************
007080 1050-READ-CONTROL-CARD.
007090     SET DL100-MODE-FULL TO TRUE.
007100     SET DL100-CTL-ECHO-ON TO TRUE.
007110     OPEN INPUT CONTROL-CARD.
007120     IF DL100-CTL-STATUS = '00'
007130         READ CONTROL-CARD
007140             AT END CONTINUE
007150         END-READ
007160         CLOSE CONTROL-CARD
007170         IF NOT DL100-MODE-FULL AND NOT DL100-MODE-COUNT-ONLY
007180             DISPLAY 'CONTROL CARD RUN MODE "' DL100-CTL-RUN-MODE
007190                 '" NOT RECOGNIZED -- DEFAULTING TO FULL'
007200             SET DL100-CTL-CARD-INVALID TO TRUE
007210             MOVE 'DL100W01' TO DL100-RAISE-CODE
007220             MOVE 4 TO DL100-RAISE-SEVERITY
007230             MOVE 'CONTROL CARD VALUE NOT RECOGNIZED, DEFAULTED'
007240                 TO DL100-RAISE-TEXT
007250             PERFORM 9100-RAISE-EXCEPTION THRU 9100-EXIT
007260             SET DL100-MODE-FULL TO TRUE
007270         END-IF
007280         IF NOT DL100-CTL-ECHO-ON AND NOT DL100-CTL-ECHO-OFF
007290             DISPLAY 'CONTROL CARD ECHO SWITCH "'
007300                 DL100-CTL-ECHO-SWITCH
007310                 '" NOT RECOGNIZED -- DEFAULTING TO ON'
007320             SET DL100-CTL-CARD-INVALID TO TRUE
007330             MOVE 'DL100W01' TO DL100-RAISE-CODE
007340             MOVE 4 TO DL100-RAISE-SEVERITY
007350             MOVE 'CONTROL CARD VALUE NOT RECOGNIZED, DEFAULTED'
007360                 TO DL100-RAISE-TEXT
007370             PERFORM 9100-RAISE-EXCEPTION THRU 9100-EXIT
007380             SET DL100-CTL-ECHO-ON TO TRUE
007390         END-IF
007400     END-IF.
007410 1050-EXIT.
007420     EXIT.
007430******************************************************************
007440*  1100-LOAD-CHECKPOINT -- read the checkpoint file left by a
007450*                          prior run (if any) and keep the last
007460*                          record count it logged
007470******************************************************************
007480 1100-LOAD-CHECKPOINT.
007490     OPEN INPUT CHECKPOINT-FILE.
007500     IF DL100-CKPT-STATUS = '00'
007510         PERFORM 1150-READ-CHECKPOINT THRU 1150-EXIT
007520             UNTIL DL100-CKPT-EOF
007530         CLOSE CHECKPOINT-FILE
007540     END-IF.
007550 1100-EXIT.
007560     EXIT.
007570 1150-READ-CHECKPOINT.
007580     READ CHECKPOINT-FILE
007590         AT END SET DL100-CKPT-EOF TO TRUE
007600     END-READ.
007610     IF NOT DL100-CKPT-EOF
007620         MOVE DL100-CKPT-REC-COUNT TO DL100-CKPT-SAVED-COUNT
007630         MOVE DL100-CKPT-DETAIL-COUNT TO DL100-RECS-DETAIL
007640         MOVE DL100-CKPT-ACCEPTED-COUNT TO DL100-RECS-ACCEPTED
007650         MOVE DL100-CKPT-REJECTED-COUNT TO DL100-RECS-REJECTED
007660         MOVE DL100-CKPT-DUPLICATE-COUNT TO DL100-RECS-DUPLICATE
007670         MOVE DL100-CKPT-HDR-SWITCH TO DL100-HDR-SWITCH
007680         MOVE DL100-CKPT-TRL-SWITCH TO DL100-TRL-SWITCH
007690         MOVE DL100-CKPT-TRL-STATED-CNT TO DL100-TRL-STATED-COUNT
007700         MOVE DL100-CKPT-CURR-BATCH-NO TO DL100-CURR-BATCH-NO
007710         MOVE DL100-CKPT-BATCH-OPEN-SW TO DL100-BATCH-OPEN-SWITCH
007720         MOVE DL100-CKPT-BATCH-TBL-CNT TO DL100-BATCH-TBL-COUNT
007730         MOVE DL100-CKPT-BATCH-ENTRY-NO TO DL100-CURR-BATCH-ENTRY
007740         MOVE DL100-CKPT-BATCH-TBL TO DL100-BATCH-TBL
007750     END-IF.
007760 1150-EXIT.
007770     EXIT.
007780******************************************************************
007790*  1170-OPEN-TRANS-MASTER -- open the cumulative transaction
007800*                            master that duplicate detection
007810*                            runs against.  A full run opens it
007820*                            I-O (it writes each accepted record
007830*                            in); a count-only pass opens it
007840*                            INPUT.  Created empty on first use.
007850*                            A master that will not open leaves
007860*                            duplicate detection switched off,
007870*                            which the control report flags.
007880******************************************************************
007890 1170-OPEN-TRANS-MASTER.
007900     IF DL100-MODE-FULL
007910         OPEN I-O TRANS-MASTER
007920         IF DL100-MASTER-STATUS = '35'
007930             OPEN OUTPUT TRANS-MASTER
007940             CLOSE TRANS-MASTER
007950             OPEN I-O TRANS-MASTER
007960         END-IF
007970     ELSE
007980         OPEN INPUT TRANS-MASTER
007990     END-IF.
008000     IF DL100-MASTER-STATUS = '00'
008010         SET DL100-MASTER-AVAILABLE TO TRUE
008020     ELSE
008030         IF NOT DL100-MODE-FULL AND DL100-MASTER-STATUS = '35'
008040             DISPLAY 'TRANS-MASTER NOT YET CREATED'
008050                 ' -- DUPLICATE CHECK SKIPPED'
008060             MOVE 'DL100W05' TO DL100-RAISE-CODE
008070             MOVE 4 TO DL100-RAISE-SEVERITY
008080             MOVE 'NO TRANS-MASTER YET -- DUPLICATE CHECK SKIPPED'
008090                 TO DL100-RAISE-TEXT
008100             PERFORM 9100-RAISE-EXCEPTION THRU 9100-EXIT
008110         ELSE
008120             DISPLAY 'TRANS-MASTER OPEN FAILED, STATUS='
008130                 DL100-MASTER-STATUS
008140                 ' -- DUPLICATE CHECK SKIPPED'
008150             MOVE 'DL100S01' TO DL100-RAISE-CODE
008160             MOVE 8 TO DL100-RAISE-SEVERITY
008170             MOVE SPACES TO DL100-RAISE-TEXT
008180             STRING 'TRANS-MASTER UNAVAILABLE STATUS='
008190                 DL100-MASTER-STATUS ' DUPLICATE CHECK SKIPPED'
008200                 DELIMITED BY SIZE INTO DL100-RAISE-TEXT
008210             PERFORM 9100-RAISE-EXCEPTION THRU 9100-EXIT
008220         END-IF
008230     END-IF.
008240 1170-EXIT.
008250     EXIT.
008260******************************************************************
008270*  1185-LOAD-TRANS-CODES -- load the transaction-code reference
008280*                           file into its table ahead of
008290*                           processing; a missing or empty file
008300*                           leaves the table empty, which skips
008310*                           the code edit (reported on the
008320*                           control report) rather than
008330*                           rejecting the whole run
008340******************************************************************
008350 1185-LOAD-TRANS-CODES.
008360     OPEN INPUT TRANS-CODE-FILE.
008370     IF DL100-TCODE-STATUS = '00'
008380         PERFORM 1190-LOAD-TRANS-CODE-RECORD THRU 1190-EXIT
008390             UNTIL DL100-TCODE-EOF
008400         CLOSE TRANS-CODE-FILE
008410     ELSE
008420         DISPLAY 'TRANS-CODES OPEN FAILED, STATUS='
008430             DL100-TCODE-STATUS
008440             ' -- TRANSACTION-CODE EDIT SKIPPED'
008450     END-IF.
008460 1185-EXIT.
008470     EXIT.
008480 1190-LOAD-TRANS-CODE-RECORD.
008490     READ TRANS-CODE-FILE
008500         AT END SET DL100-TCODE-EOF TO TRUE
008510     END-READ.
008520     IF NOT DL100-TCODE-EOF
008530         IF DL100-TCODE-COUNT < DL100-TCODE-MAX
008540             ADD 1 TO DL100-TCODE-COUNT
008550             SET DL100-TCODE-IDX TO DL100-TCODE-COUNT
008560             MOVE DL100-TCD-CODE
008570                 TO DL100-TCODE-CODE(DL100-TCODE-IDX)
008580             MOVE DL100-TCD-DC-IND
008590                 TO DL100-TCODE-DC-IND(DL100-TCODE-IDX)
008600             MOVE DL100-TCD-ACTIVE-FLAG
008610                 TO DL100-TCODE-ACTIVE(DL100-TCODE-IDX)
008620             MOVE DL100-TCD-EFF-DATE
008630                 TO DL100-TCODE-EFF-DATE(DL100-TCODE-IDX)
008640         ELSE
008650             DISPLAY 'TRANS-CODE TABLE FULL AT ' DL100-TCODE-MAX
008660                 ' -- REMAINING CODES DROPPED'
008670         END-IF
008680     END-IF.
008690 1190-EXIT.
008700     EXIT.
008710******************************************************************
008720*  1200-OPEN-OUTPUT-FILES -- extend TRANS-OUT/TRANS-REJECT when
008730*                            resuming from a checkpoint so what a
008740*                            prior run already wrote is kept;
008750*                            start clean otherwise
008760******************************************************************
008770 1200-OPEN-OUTPUT-FILES.
008780     IF DL100-MODE-FULL
008790         IF DL100-CKPT-SAVED-COUNT > ZERO
008800             OPEN EXTEND TRANS-OUT
008810             IF DL100-TRANS-OUT-STATUS NOT = '00'
008820                 OPEN OUTPUT TRANS-OUT
008830             END-IF
008840         ELSE
008850             OPEN OUTPUT TRANS-OUT
008860         END-IF
008870         OPEN EXTEND TRANS-REJECT
008880         IF DL100-TRANS-REJECT-STATUS NOT = '00'
008890             OPEN OUTPUT TRANS-REJECT
008900         END-IF
008910         IF DL100-TRANS-OUT-STATUS NOT = '00'
008920             MOVE 'TRANS-OUT' TO DL100-OPEN-FAIL-NAME
008930             MOVE DL100-TRANS-OUT-STATUS TO DL100-OPEN-FAIL-STAT
008940             PERFORM 1250-RAISE-OPEN-FAILURE THRU 1250-EXIT
008950         END-IF
008960         IF DL100-TRANS-REJECT-STATUS NOT = '00'
008970             MOVE 'TRANS-REJECT' TO DL100-OPEN-FAIL-NAME
008980             MOVE DL100-TRANS-REJECT-STATUS
008990                 TO DL100-OPEN-FAIL-STAT
009000             PERFORM 1250-RAISE-OPEN-FAILURE THRU 1250-EXIT
009010         END-IF
009020         OPEN EXTEND CHECKPOINT-FILE
009030         IF DL100-CKPT-STATUS NOT = '00'
009040             OPEN OUTPUT CHECKPOINT-FILE
009050         END-IF
009060         IF DL100-CKPT-STATUS NOT = '00'
009070             MOVE 'CHECKPOINT' TO DL100-OPEN-FAIL-NAME
009080             MOVE DL100-CKPT-STATUS TO DL100-OPEN-FAIL-STAT
009090             PERFORM 1250-RAISE-OPEN-FAILURE THRU 1250-EXIT
009100         END-IF
009110     END-IF.
009120     IF DL100-MODE-FULL
009130         OPEN EXTEND HOLD-FILE
009140         IF DL100-HOLD-STATUS NOT = '00'
009150             OPEN OUTPUT HOLD-FILE
009160         END-IF
009170         IF DL100-HOLD-STATUS NOT = '00'
009180             MOVE 'TRANS-HOLD' TO DL100-OPEN-FAIL-NAME
009190             MOVE DL100-HOLD-STATUS TO DL100-OPEN-FAIL-STAT
009200             PERFORM 1250-RAISE-OPEN-FAILURE THRU 1250-EXIT
009210         END-IF
009220     END-IF.
009230     OPEN EXTEND AUDIT-LOG.
009240     IF DL100-AUDIT-STATUS NOT = '00'
009250         OPEN OUTPUT AUDIT-LOG
009260     END-IF.
009270     IF DL100-AUDIT-STATUS NOT = '00'
009280         MOVE 'AUDIT-LOG' TO DL100-OPEN-FAIL-NAME
009290         MOVE DL100-AUDIT-STATUS TO DL100-OPEN-FAIL-STAT
009300         PERFORM 1250-RAISE-OPEN-FAILURE THRU 1250-EXIT
009310     END-IF.
009320 1200-EXIT.
009330     EXIT.
009340******************************************************************
009350*  1250-RAISE-OPEN-FAILURE -- an output file that will not open
009360*                             even on the OUTPUT fallback loses
009370*                             every WRITE aimed at it, so the
009380*                             condition is fatal: it is raised
009390*                             at severity 16 and ends the run
009400*                             before any input is consumed, the
009410*                             same way a SYSIN open failure does
009420******************************************************************
009430 1250-RAISE-OPEN-FAILURE.
009440     DISPLAY DL100-OPEN-FAIL-NAME ' OPEN FAILED, STATUS='
009450         DL100-OPEN-FAIL-STAT.
009460     SET EOF TO TRUE.
009470     MOVE 'DL100E02' TO DL100-RAISE-CODE.
009480     MOVE 16 TO DL100-RAISE-SEVERITY.
009490     MOVE SPACES TO DL100-RAISE-TEXT.
009500     STRING DL100-OPEN-FAIL-NAME ' OPEN FAILED STATUS='
009510         DL100-OPEN-FAIL-STAT
009520         DELIMITED BY SIZE INTO DL100-RAISE-TEXT.
009530     PERFORM 9100-RAISE-EXCEPTION THRU 9100-EXIT.
009540 1250-EXIT.
009550     EXIT.
009560******************************************************************
009570*  2000-PROCESS-RECORD -- dispatch the current record by its
009580*                         leading record-type code, then read
009590*                         the next one
009600******************************************************************
009610 2000-PROCESS-RECORD.
009620     IF (DL100-MODE-FULL AND
009630         DL100-RECS-READ > DL100-CKPT-SAVED-COUNT)
009640             OR (NOT DL100-MODE-FULL)
009650         MOVE 'U' TO DL100-AUD-DISP-CODE
009660         EVALUATE TRUE
009670             WHEN DL100-REC-TYPE = 'HDR'
009680                 PERFORM 2200-PROCESS-HEADER THRU 2200-EXIT
009690             WHEN DL100-REC-TYPE = 'TRL'
009700                 PERFORM 2300-PROCESS-TRAILER THRU 2300-EXIT
009710             WHEN DL100-REC-TYPE = 'REV'
009720                 PERFORM 2400-PROCESS-REVERSAL THRU 2400-EXIT
009730             WHEN OTHER
009740                 PERFORM 2100-PROCESS-DETAIL THRU 2100-EXIT
009750         END-EVALUATE
009760         PERFORM 2050-WRITE-AUDIT THRU 2050-EXIT
009770         IF DL100-MODE-FULL
009780             PERFORM 2900-WRITE-CHECKPOINT THRU 2900-EXIT
009790         END-IF
009800     END-IF.
009810     READ SYSIN
009820         AT END SET EOF TO TRUE
009830     END-READ.
009840     IF NOT EOF
009850         ADD 1 TO DL100-RECS-READ
009860     END-IF.
009870 2000-EXIT.
009880     EXIT.
009890******************************************************************
009900*  2050-WRITE-AUDIT -- log every input line (header, detail, or
009910*                      trailer) to the audit trail once it has
009920*                      been dispatched, with the disposition the
009930*                      run gave it, so the run's full history
009940*                      survives past SYSOUT
009950******************************************************************
009960 2050-WRITE-AUDIT.
009970     MOVE DL100-RUN-ID TO DL100-AUD-RUN-ID.
009980     MOVE DL100-CTL-RUN-MODE TO DL100-AUD-RUN-MODE.
009990     ACCEPT DL100-AUD-DATE FROM DATE YYYYMMDD.
010000     ACCEPT DL100-AUD-TIME FROM TIME.
010010     MOVE DL100-RECS-READ TO DL100-AUD-SEQ-NO.
010020     MOVE ln TO DL100-AUD-RAW-RECORD.
010030     MOVE DL100-AUD-DISP-CODE TO DL100-AUD-DISPOSITION.
010040     WRITE DL100-AUDIT-RECORD.
010050 2050-EXIT.
010060     EXIT.
010070******************************************************************
010080*  2080-SET-REJECT-BATCH -- stamp the reject record with the
010090*                           batch it arrived under; zero when no
010100*                           batch is open or the record came off
010110*                           the recycle file
010120******************************************************************
010130 2080-SET-REJECT-BATCH.
010140     IF DL100-BATCH-IS-OPEN AND NOT DL100-RECYCLE-PHASE
010150         MOVE DL100-CURR-BATCH-NO TO DL100-REJ-BATCH-NO
010160     ELSE
010170         MOVE ZERO TO DL100-REJ-BATCH-NO
010180     END-IF.
010190 2080-EXIT.
010200     EXIT.
010210******************************************************************
010220*  2100-PROCESS-DETAIL -- validate a detail record and route it
010230*                         to TRANS-OUT or TRANS-REJECT
010240******************************************************************
010250 2100-PROCESS-DETAIL.
010260     IF NOT DL100-RECYCLE-PHASE AND NOT DL100-BATCH-IS-OPEN
010270         SET DL100-RECORD-INVALID TO TRUE
010280         MOVE 'NOHD' TO DL100-REJ-REASON-CODE
010290         MOVE 'DL100W04' TO DL100-RAISE-CODE
010300         MOVE 4 TO DL100-RAISE-SEVERITY
010310         MOVE DL100-RECS-READ TO DL100-RECS-READ-EDIT
010320         MOVE SPACES TO DL100-RAISE-TEXT
010330         STRING 'NOHD DETAIL BEFORE ANY BATCH HEADER AT RECORD '
010340             DL100-RECS-READ-EDIT
010350             DELIMITED BY SIZE INTO DL100-RAISE-TEXT
010360         PERFORM 9100-RAISE-EXCEPTION THRU 9100-EXIT
010370     ELSE
010380         PERFORM 2150-VALIDATE-RECORD THRU 2150-EXIT
010390         IF DL100-RECORD-VALID AND DL100-REC-TYPE = 'XFR'
010400             PERFORM 2155-VALIDATE-TRANSFER THRU 2155-EXIT
010410         END-IF
010420         IF DL100-RECORD-VALID
010430             MOVE DL100-TRANS-REF TO DL100-DUP-REF
010440             PERFORM 2160-CHECK-DUPLICATE THRU 2160-EXIT
010450         END-IF
010460     END-IF.
010470     IF NOT DL100-RECYCLE-PHASE
010480         ADD 1 TO DL100-RECS-DETAIL
010490         IF DL100-BATCH-IS-OPEN
010500                 AND DL100-CURR-BATCH-ENTRY > ZERO
010510             SET DL100-BATCH-IDX TO DL100-CURR-BATCH-ENTRY
010520             ADD 1 TO DL100-BAT-DETAIL(DL100-BATCH-IDX)
010530         END-IF
010540     END-IF.
010550     MOVE DL100-ACCOUNT-NO TO DL100-LAST-ACCOUNT-NO.
010560     MOVE DL100-TRANS-CODE TO DL100-LAST-TRANS-CODE.
010570     MOVE DL100-TRANS-DATE TO DL100-LAST-TRANS-DATE.
010580     IF DL100-RECORD-VALID
010590         ADD 1 TO DL100-RECS-ACCEPTED
010600         MOVE 'A' TO DL100-AUD-DISP-CODE
010610         IF DL100-CTL-ECHO-ON
010620             DISPLAY 'hello ' DL100-ACCOUNT-NO ' '
010630                 DL100-TRANS-CODE ' ' DL100-TRANS-AMOUNT ' '
010640                 DL100-TRANS-DATE
010650         END-IF
010660         IF DL100-TRANS-DATE > DL100-RUN-DATE
010670             MOVE 'H' TO DL100-AUD-DISP-CODE
010680             SUBTRACT 1 FROM DL100-RECS-ACCEPTED
010690             ADD 1 TO DL100-RECS-HELD
010700             IF DL100-MODE-FULL
010710                 MOVE ln TO DL100-HOLD-RECORD
010720                 WRITE DL100-HOLD-RECORD
010730             END-IF
010740         ELSE
010750             IF DL100-REC-TYPE = 'XFR'
010760                 ADD 1 TO DL100-RECS-TRANSFER
010770             END-IF
010780             IF DL100-MODE-FULL
010790                 MOVE ln TO DL100-TRANS-OUT-RECORD
010800                 IF DL100-RECYCLE-PHASE
010810                     MOVE '0000' TO DL100-TRANS-OUT-RECORD(35:4)
010820                 ELSE
010830                     MOVE DL100-CURR-BATCH-NO
010840                         TO DL100-TRANS-OUT-RECORD(35:4)
010850                 END-IF
010860                 WRITE DL100-TRANS-OUT-RECORD
010870                 PERFORM 2190-WRITE-TRANS-MASTER
010880                     THRU 2190-EXIT
010890             END-IF
010900         END-IF
010910     ELSE
010920         ADD 1 TO DL100-RECS-REJECTED
010930         MOVE 'R' TO DL100-AUD-DISP-CODE
010940         IF DL100-MODE-FULL
010950             MOVE DL100-RUN-DATE TO DL100-REJ-RUN-DATE
010960             PERFORM 2080-SET-REJECT-BATCH THRU 2080-EXIT
010970             MOVE ln TO DL100-REJ-RAW-RECORD
010980             WRITE DL100-REJECT-RECORD
010990         END-IF
011000     END-IF.
011010 2100-EXIT.
011020     EXIT.
011030******************************************************************
011040*  2150-VALIDATE-RECORD -- blank check, then numeric class test
011050*                          on each parsed field and a non-blank
011060*                          transaction reference; sets a reason
011070*                          code in DL100-REJ-REASON-CODE on fail
011080******************************************************************
011090 2150-VALIDATE-RECORD.
011100     IF ln = SPACES
011110         SET DL100-RECORD-INVALID TO TRUE
011120         MOVE 'BLNK' TO DL100-REJ-REASON-CODE
011130     ELSE
011140         IF DL100-ACCOUNT-NO NOT NUMERIC
011150             SET DL100-RECORD-INVALID TO TRUE
011160             MOVE 'ACCT' TO DL100-REJ-REASON-CODE
011170         ELSE
011180             IF DL100-TRANS-AMOUNT NOT NUMERIC
011190                 SET DL100-RECORD-INVALID TO TRUE
011200                 MOVE 'AMT ' TO DL100-REJ-REASON-CODE
011210             ELSE
011220                 IF DL100-TRANS-DATE-CCYY NOT NUMERIC
011230                    OR DL100-TRANS-DATE-MM NOT NUMERIC
011240                    OR DL100-TRANS-DATE-DD NOT NUMERIC
011250                     SET DL100-RECORD-INVALID TO TRUE
011260                     MOVE 'DATE' TO DL100-REJ-REASON-CODE
011270                 ELSE
011280                     IF DL100-TRANS-REF = SPACES
011290                         SET DL100-RECORD-INVALID TO TRUE
011300                         MOVE 'TREF' TO DL100-REJ-REASON-CODE
011310                     ELSE
011320                         SET DL100-RECORD-VALID TO TRUE
011330                         PERFORM 2170-CHECK-TRANS-CODE
011340                             THRU 2170-EXIT
011350                     END-IF
011360                 END-IF
011370             END-IF
011380         END-IF
011390     END-IF.
011400 2150-EXIT.
011410     EXIT.
011420******************************************************************
011430*  2155-VALIDATE-TRANSFER -- an XFR must name a numeric,
011440*                            non-zero to-account other than its
011450*                            from-account (else XACC) and move a
011460*                            positive amount (else XAMT).  Whether
011470*                            either account exists and may post is
011480*                            the posting run's call, made for both
011490*                            legs at once.
011500******************************************************************
011510 2155-VALIDATE-TRANSFER.
011520     IF DL100-XFR-TO-ACCOUNT NOT NUMERIC
011530             OR DL100-XFR-TO-ACCOUNT = ZERO
011540             OR DL100-XFR-TO-ACCOUNT = DL100-ACCOUNT-NO
011550         SET DL100-RECORD-INVALID TO TRUE
011560         MOVE 'XACC' TO DL100-REJ-REASON-CODE
011570         GO TO 2155-EXIT
011580     END-IF.
011590     IF DL100-TRANS-AMOUNT NOT > ZERO
011600         SET DL100-RECORD-INVALID TO TRUE
011610         MOVE 'XAMT' TO DL100-REJ-REASON-CODE
011620     END-IF.
011630 2155-EXIT.
011640     EXIT.
011650******************************************************************
011660*  2160-CHECK-DUPLICATE -- READs of the cumulative transaction
011670*                         master on both reference indexes, for
011680*                         the reference the caller left in
011690*                         DL100-DUP-REF: a hit on a row's own
011700*                         reference or on the reference of a REV
011710*                         that backed a row out means the
011720*                         sender's reference has already been
011730*                         taken, and the record rejects as DUPR,
011740*                         whatever account or amount it carries
011750******************************************************************
011760 2160-CHECK-DUPLICATE.
011770     IF NOT DL100-MASTER-AVAILABLE
011780         GO TO 2160-EXIT
011790     END-IF.
011800     MOVE DL100-DUP-REF TO DL100-MST-TRANS-REF.
011810     READ TRANS-MASTER KEY IS DL100-MST-TRANS-REF
011820         INVALID KEY
011830             CONTINUE
011840         NOT INVALID KEY
011850             SET DL100-RECORD-INVALID TO TRUE
011860     END-READ.
011870     IF DL100-RECORD-VALID
011880         MOVE DL100-DUP-REF TO DL100-MST-REV-REF
011890         READ TRANS-MASTER KEY IS DL100-MST-REV-REF
011900             INVALID KEY
011910                 CONTINUE
011920             NOT INVALID KEY
011930                 SET DL100-RECORD-INVALID TO TRUE
011940         END-READ
011950     END-IF.
011960     IF DL100-RECORD-INVALID
011970         MOVE 'DUPR' TO DL100-REJ-REASON-CODE
011980         ADD 1 TO DL100-RECS-DUPLICATE
011990     END-IF.
012000 2160-EXIT.
012010     EXIT.
012020******************************************************************
012030*  2190-WRITE-TRANS-MASTER -- record the accepted transaction in
012040*                             the cumulative master so later
012050*                             runs see its reference with one
012060*                             keyed READ and history questions
012070*                             span runs.  A transfer is recorded
012080*                             once under each of its accounts, the
012090*                             two rows linked by the shared
012100*                             reference and the raw record that
012110*                             names both accounts.
012120******************************************************************
012130 2190-WRITE-TRANS-MASTER.
012140     IF NOT DL100-MASTER-AVAILABLE
012150         GO TO 2190-EXIT
012160     END-IF.
012170     MOVE DL100-ACCOUNT-NO TO DL100-ROW-ACCOUNT-NO.
012180     PERFORM 2195-WRITE-MASTER-ROW THRU 2195-EXIT.
012190     IF DL100-REC-TYPE = 'XFR'
012200         MOVE DL100-XFR-TO-ACCOUNT TO DL100-ROW-ACCOUNT-NO
012210         PERFORM 2195-WRITE-MASTER-ROW THRU 2195-EXIT
012220     END-IF.
012230 2190-EXIT.
012240     EXIT.
012250 2195-WRITE-MASTER-ROW.
012260     MOVE DL100-ROW-ACCOUNT-NO TO DL100-MST-ACCOUNT-NO.
012270     MOVE DL100-TRANS-REF TO DL100-MST-TRANS-REF.
012280     MOVE DL100-TRANS-OUT-RECORD(35:4) TO DL100-MST-BATCH-NO.
012290     MOVE DL100-RUN-DATE TO DL100-MST-RUN-DATE.
012300     MOVE ln TO DL100-MST-RAW.
012310     MOVE 'N' TO DL100-MST-REV-FLAG.
012320     MOVE SPACES TO DL100-MST-REV-REF.
012330     MOVE ZERO TO DL100-MST-REV-RUN-DATE.
012340     MOVE 'N' TO DL100-MST-POST-REJ-FLAG.
012350     MOVE 'N' TO DL100-MST-REV-REJ-FLAG.
012360     WRITE DL100-MASTER-RECORD
012370         INVALID KEY
012380             DISPLAY 'TRANS-MASTER WRITE REJECTED, KEY='
012390                 DL100-MST-KEY ' STATUS=' DL100-MASTER-STATUS
012400     END-WRITE.
012410 2195-EXIT.
012420     EXIT.
012430******************************************************************
012440*  2170-CHECK-TRANS-CODE -- match this record's transaction code
012450*                           against the reference table loaded at
012460*                           start-up; unknown codes reject as
012470*                           TCDE, inactive codes as TCIN, and
012480*                           codes not yet effective on the
012490*                           transaction date as TCEF.  Skipped
012500*                           when the table could not be loaded.
012510******************************************************************
012520 2170-CHECK-TRANS-CODE.
012530     IF DL100-TCODE-COUNT = ZERO
012540         GO TO 2170-EXIT
012550     END-IF.
012560     SET DL100-TCODE-IDX TO 1.
012570     SEARCH DL100-TCODE-ENTRY
012580         AT END
012590             SET DL100-RECORD-INVALID TO TRUE
012600             MOVE 'TCDE' TO DL100-REJ-REASON-CODE
012610         WHEN DL100-TCODE-CODE(DL100-TCODE-IDX)
012620                 = DL100-TRANS-CODE
012630             IF DL100-TCODE-ACTIVE(DL100-TCODE-IDX) NOT = 'A'
012640                 SET DL100-RECORD-INVALID TO TRUE
012650                 MOVE 'TCIN' TO DL100-REJ-REASON-CODE
012660             ELSE
012670                 IF DL100-TRANS-DATE <
012680                         DL100-TCODE-EFF-DATE(DL100-TCODE-IDX)
012690                     SET DL100-RECORD-INVALID TO TRUE
012700                     MOVE 'TCEF' TO DL100-REJ-REASON-CODE
012710                 END-IF
012720             END-IF
012730     END-SEARCH.
012740 2170-EXIT.
012750     EXIT.
012760******************************************************************
012770*  2200-PROCESS-HEADER -- validate the batch header, then
012780*                         recognize it; a header carries no
012790*                         detail to post
012800******************************************************************
012810 2200-PROCESS-HEADER.
012820     PERFORM 2250-VALIDATE-HEADER THRU 2250-EXIT.
012830     IF DL100-RECORD-VALID AND DL100-BATCH-IS-OPEN
012840         SET DL100-RECORD-INVALID TO TRUE
012850         MOVE 'HSEQ' TO DL100-REJ-REASON-CODE
012860         MOVE 'DL100W04' TO DL100-RAISE-CODE
012870         MOVE 4 TO DL100-RAISE-SEVERITY
012880         MOVE DL100-RECS-READ TO DL100-RECS-READ-EDIT
012890         MOVE SPACES TO DL100-RAISE-TEXT
012900         STRING 'HSEQ HEADER WITH BATCH STILL OPEN AT RECORD '
012910             DL100-RECS-READ-EDIT
012920             DELIMITED BY SIZE INTO DL100-RAISE-TEXT
012930         PERFORM 9100-RAISE-EXCEPTION THRU 9100-EXIT
012940     END-IF.
012950     IF DL100-RECORD-VALID
012960         SET DL100-HEADER-SEEN TO TRUE
012970         MOVE 'C' TO DL100-AUD-DISP-CODE
012980         PERFORM 2280-OPEN-BATCH THRU 2280-EXIT
012990         IF DL100-CTL-ECHO-ON
013000             DISPLAY 'HEADER RECORD, RUN DATE ' DL100-HDR-RUN-DATE
013010                 ' BATCH ' DL100-CURR-BATCH-NO
013020         END-IF
013030     ELSE
013040         ADD 1 TO DL100-RECS-REJECTED
013050         MOVE 'R' TO DL100-AUD-DISP-CODE
013060         IF DL100-MODE-FULL
013070             MOVE DL100-RUN-DATE TO DL100-REJ-RUN-DATE
013080             PERFORM 2080-SET-REJECT-BATCH THRU 2080-EXIT
013090             MOVE ln TO DL100-REJ-RAW-RECORD
013100             WRITE DL100-REJECT-RECORD
013110         END-IF
013120     END-IF.
013130 2200-EXIT.
013140     EXIT.
013150******************************************************************
013160*  2250-VALIDATE-HEADER -- blank check, then numeric class test on
013170*                          the header's run date; sets a reason
013180*                          code in DL100-REJ-REASON-CODE on fail
013190******************************************************************
013200 2250-VALIDATE-HEADER.
013210     IF ln = SPACES
013220         SET DL100-RECORD-INVALID TO TRUE
013230         MOVE 'BLNK' TO DL100-REJ-REASON-CODE
013240     ELSE
013250         IF DL100-HDR-RUN-DATE NOT NUMERIC
013260             SET DL100-RECORD-INVALID TO TRUE
013270             MOVE 'HDTE' TO DL100-REJ-REASON-CODE
013280         ELSE
013290             SET DL100-RECORD-VALID TO TRUE
013300         END-IF
013310     END-IF.
013320 2250-EXIT.
013330     EXIT.
013340******************************************************************
013350*  2280-OPEN-BATCH -- start per-batch accounting for the batch
013360*                     this header opens
013370******************************************************************
013380 2280-OPEN-BATCH.
013390     ADD 1 TO DL100-CURR-BATCH-NO.
013400     SET DL100-BATCH-IS-OPEN TO TRUE.
013410     MOVE ZERO TO DL100-CURR-BATCH-ENTRY.
013420     IF DL100-BATCH-TBL-COUNT < DL100-BATCH-TBL-MAX
013430         ADD 1 TO DL100-BATCH-TBL-COUNT
013440         MOVE DL100-BATCH-TBL-COUNT TO DL100-CURR-BATCH-ENTRY
013450         SET DL100-BATCH-IDX TO DL100-BATCH-TBL-COUNT
013460         MOVE DL100-CURR-BATCH-NO TO DL100-BAT-NO(DL100-BATCH-IDX)
013470         MOVE DL100-HDR-RUN-DATE
013480             TO DL100-BAT-HDR-DATE(DL100-BATCH-IDX)
013490         MOVE ZERO TO DL100-BAT-DETAIL(DL100-BATCH-IDX)
013500         MOVE ZERO TO DL100-BAT-STATED(DL100-BATCH-IDX)
013510         MOVE 'O' TO DL100-BAT-STATUS(DL100-BATCH-IDX)
013520     ELSE
013530         DISPLAY 'BATCH TABLE FULL AT ' DL100-BATCH-TBL-MAX
013540             ' -- FURTHER BATCHES NOT REPORTED SEPARATELY'
013550     END-IF.
013560 2280-EXIT.
013570     EXIT.
013580******************************************************************
013590*  2300-PROCESS-TRAILER -- validate the batch trailer, then
013600*                          recognize it and save its stated record
013610*                          count for the end-of-run reconciliation
013620******************************************************************
013630 2300-PROCESS-TRAILER.
013640     PERFORM 2350-VALIDATE-TRAILER THRU 2350-EXIT.
013650     IF DL100-RECORD-VALID AND NOT DL100-BATCH-IS-OPEN
013660         SET DL100-RECORD-INVALID TO TRUE
013670         MOVE 'TSEQ' TO DL100-REJ-REASON-CODE
013680         MOVE 'DL100W04' TO DL100-RAISE-CODE
013690         MOVE 4 TO DL100-RAISE-SEVERITY
013700         MOVE DL100-RECS-READ TO DL100-RECS-READ-EDIT
013710         MOVE SPACES TO DL100-RAISE-TEXT
013720         STRING 'TSEQ TRAILER WITH NO OPEN BATCH AT RECORD '
013730             DL100-RECS-READ-EDIT
013740             DELIMITED BY SIZE INTO DL100-RAISE-TEXT
013750         PERFORM 9100-RAISE-EXCEPTION THRU 9100-EXIT
013760     END-IF.
013770     IF DL100-RECORD-VALID
013780         SET DL100-TRAILER-SEEN TO TRUE
013790         MOVE 'C' TO DL100-AUD-DISP-CODE
013800         MOVE DL100-TRL-REC-COUNT TO DL100-TRL-STATED-COUNT
013810         PERFORM 2380-CLOSE-BATCH THRU 2380-EXIT
013820     ELSE
013830         ADD 1 TO DL100-RECS-REJECTED
013840         MOVE 'R' TO DL100-AUD-DISP-CODE
013850         IF DL100-MODE-FULL
013860             MOVE DL100-RUN-DATE TO DL100-REJ-RUN-DATE
013870             PERFORM 2080-SET-REJECT-BATCH THRU 2080-EXIT
013880             MOVE ln TO DL100-REJ-RAW-RECORD
013890             WRITE DL100-REJECT-RECORD
013900         END-IF
013910     END-IF.
013920 2300-EXIT.
013930     EXIT.
013940******************************************************************
013950*  2350-VALIDATE-TRAILER -- blank check, then numeric class test
013960*                           on the trailer's record count and hash
013970*                           total; sets a reason code in
013980*                           DL100-REJ-REASON-CODE on fail
013990******************************************************************
014000 2350-VALIDATE-TRAILER.
014010     IF ln = SPACES
014020         SET DL100-RECORD-INVALID TO TRUE
014030         MOVE 'BLNK' TO DL100-REJ-REASON-CODE
014040     ELSE
014050         IF DL100-TRL-REC-COUNT NOT NUMERIC
014060             SET DL100-RECORD-INVALID TO TRUE
014070             MOVE 'TCNT' TO DL100-REJ-REASON-CODE
014080         ELSE
014090             IF DL100-TRL-HASH-TOTAL NOT NUMERIC
014100                 SET DL100-RECORD-INVALID TO TRUE
014110                 MOVE 'THSH' TO DL100-REJ-REASON-CODE
014120             ELSE
014130                 SET DL100-RECORD-VALID TO TRUE
014140             END-IF
014150         END-IF
014160     END-IF.
014170 2350-EXIT.
014180     EXIT.
014190******************************************************************
014200*  2380-CLOSE-BATCH -- reconcile the trailer's stated count
014210*                      against the details this batch actually
014220*                      carried, record the result, and close the
014230*                      batch
014240******************************************************************
014250 2380-CLOSE-BATCH.
014260     MOVE 'N' TO DL100-BATCH-OPEN-SWITCH.
014270     IF DL100-CURR-BATCH-ENTRY = ZERO
014280         GO TO 2380-EXIT
014290     END-IF.
014300     SET DL100-BATCH-IDX TO DL100-CURR-BATCH-ENTRY.
014310     MOVE ZERO TO DL100-CURR-BATCH-ENTRY.
014320     MOVE DL100-TRL-REC-COUNT
014330         TO DL100-BAT-STATED(DL100-BATCH-IDX).
014340     IF DL100-TRL-REC-COUNT = DL100-BAT-DETAIL(DL100-BATCH-IDX)
014350         MOVE 'M' TO DL100-BAT-STATUS(DL100-BATCH-IDX)
014360     ELSE
014370         MOVE 'X' TO DL100-BAT-STATUS(DL100-BATCH-IDX)
014380         SET DL100-CTL-MISMATCH TO TRUE
014390     END-IF.
014400 2380-EXIT.
014410     EXIT.
014420******************************************************************
014430*  2400-PROCESS-REVERSAL -- a REV detail backs out a transaction
014440*                          already on the cumulative master, named
014450*                          by its reference: the REV's own
014460*                          reference must be new (else DUPR), the
014470*                          original must exist (else RNOF) and
014480*                          must not have been reversed before
014490*                          (else RDUP).  An accepted reversal
014500*                          flags the original's master row and
014510*                          flows to TRANS-OUT for the posting and
014520*                          extract runs, which apply it on the
014530*                          opposite side of the ledger.  Counted
014540*                          as a detail for the batch trailer
014550*                          reconciliation, like any other detail.
014560******************************************************************
014570 2400-PROCESS-REVERSAL.
014580     IF NOT DL100-RECYCLE-PHASE AND NOT DL100-BATCH-IS-OPEN
014590         SET DL100-RECORD-INVALID TO TRUE
014600         MOVE 'NOHD' TO DL100-REJ-REASON-CODE
014610         MOVE 'DL100W04' TO DL100-RAISE-CODE
014620         MOVE 4 TO DL100-RAISE-SEVERITY
014630         MOVE DL100-RECS-READ TO DL100-RECS-READ-EDIT
014640         MOVE SPACES TO DL100-RAISE-TEXT
014650         STRING 'NOHD REVERSAL BEFORE ANY BATCH HEADER AT RECORD '
014660             DL100-RECS-READ-EDIT
014670             DELIMITED BY SIZE INTO DL100-RAISE-TEXT
014680         PERFORM 9100-RAISE-EXCEPTION THRU 9100-EXIT
014690     ELSE
014700         PERFORM 2450-VALIDATE-REVERSAL THRU 2450-EXIT
014710         IF DL100-RECORD-VALID
014720             PERFORM 2460-CHECK-ORIGINAL THRU 2460-EXIT
014730         END-IF
014740     END-IF.
014750     IF NOT DL100-RECYCLE-PHASE
014760         ADD 1 TO DL100-RECS-DETAIL
014770         IF DL100-BATCH-IS-OPEN
014780                 AND DL100-CURR-BATCH-ENTRY > ZERO
014790             SET DL100-BATCH-IDX TO DL100-CURR-BATCH-ENTRY
014800             ADD 1 TO DL100-BAT-DETAIL(DL100-BATCH-IDX)
014810         END-IF
014820     END-IF.
014830     MOVE DL100-ACCOUNT-NO TO DL100-LAST-ACCOUNT-NO.
014840     MOVE DL100-TRANS-CODE TO DL100-LAST-TRANS-CODE.
014850     MOVE DL100-TRANS-DATE TO DL100-LAST-TRANS-DATE.
014860     IF DL100-RECORD-VALID
014870         ADD 1 TO DL100-RECS-ACCEPTED
014880         ADD 1 TO DL100-RECS-REVERSED
014890         MOVE 'A' TO DL100-AUD-DISP-CODE
014900         IF DL100-CTL-ECHO-ON
014910             DISPLAY 'reversal ' DL100-ACCOUNT-NO ' '
014920                 DL100-TRANS-CODE ' ' DL100-TRANS-AMOUNT ' '
014930                 DL100-TRANS-DATE
014940         END-IF
014950         IF DL100-MODE-FULL
014960             MOVE ln TO DL100-TRANS-OUT-RECORD
014970             IF DL100-RECYCLE-PHASE
014980                 MOVE '0000' TO DL100-TRANS-OUT-RECORD(35:4)
014990             ELSE
015000                 MOVE DL100-CURR-BATCH-NO
015010                     TO DL100-TRANS-OUT-RECORD(35:4)
015020             END-IF
015030             WRITE DL100-TRANS-OUT-RECORD
015040             PERFORM 2470-FLAG-ORIGINAL THRU 2470-EXIT
015050         END-IF
015060     ELSE
015070         ADD 1 TO DL100-RECS-REJECTED
015080         MOVE 'R' TO DL100-AUD-DISP-CODE
015090         IF DL100-MODE-FULL
015100             MOVE DL100-RUN-DATE TO DL100-REJ-RUN-DATE
015110             PERFORM 2080-SET-REJECT-BATCH THRU 2080-EXIT
015120             MOVE ln TO DL100-REJ-RAW-RECORD
015130             WRITE DL100-REJECT-RECORD
015140         END-IF
015150     END-IF.
015160 2400-EXIT.
015170     EXIT.
015180******************************************************************
015190*  2450-VALIDATE-REVERSAL -- the REV must carry its own
015200*                           reference (else TREF) and the
015210*                           original's (else RREF); its key fields
015220*                           come from the original's master row,
015230*                           not the feed.  Sets a reason code in
015240*                           DL100-REJ-REASON-CODE on fail
015250******************************************************************
015260 2450-VALIDATE-REVERSAL.
015270     IF ln = SPACES
015280         SET DL100-RECORD-INVALID TO TRUE
015290         MOVE 'BLNK' TO DL100-REJ-REASON-CODE
015300     ELSE
015310         IF DL100-REV-TRANS-REF = SPACES
015320             SET DL100-RECORD-INVALID TO TRUE
015330             MOVE 'TREF' TO DL100-REJ-REASON-CODE
015340         ELSE
015350             IF DL100-REV-ORIG-REF = SPACES
015360                 SET DL100-RECORD-INVALID TO TRUE
015370                 MOVE 'RREF' TO DL100-REJ-REASON-CODE
015380             ELSE
015390                 SET DL100-RECORD-VALID TO TRUE
015400             END-IF
015410         END-IF
015420     END-IF.
015430 2450-EXIT.
015440     EXIT.
015450******************************************************************
015460*  2460-CHECK-ORIGINAL -- READs of the cumulative master on the
015470*                        reference indexes: a REV whose own
015480*                        reference is already taken rejects as
015490*                        DUPR, a reversal of a transaction we
015500*                        never took as RNOF, one already
015510*                        reversed as RDUP, and with no master to
015520*                        ask the reversal rejects as RMST rather
015530*                        than taking the feed's word for it.  An
015540*                        original found unreversed lends the REV
015550*                        its account, code, amount, and date, and
015560*                        a transfer original its to-account too.
015570*                        An original whose REV the posting run
015580*                        rejected counts as unreversed, so the
015590*                        backout can be sent again.
015600******************************************************************
015610 2460-CHECK-ORIGINAL.
015620     IF NOT DL100-MASTER-AVAILABLE
015630         SET DL100-RECORD-INVALID TO TRUE
015640         MOVE 'RMST' TO DL100-REJ-REASON-CODE
015650         GO TO 2460-EXIT
015660     END-IF.
015670     MOVE DL100-REV-TRANS-REF TO DL100-DUP-REF.
015680     PERFORM 2160-CHECK-DUPLICATE THRU 2160-EXIT.
015690     IF DL100-RECORD-INVALID
015700         GO TO 2460-EXIT
015710     END-IF.
015720     MOVE DL100-REV-ORIG-REF TO DL100-MST-TRANS-REF.
015730     READ TRANS-MASTER KEY IS DL100-MST-TRANS-REF
015740         INVALID KEY
015750             SET DL100-RECORD-INVALID TO TRUE
015760             MOVE 'RNOF' TO DL100-REJ-REASON-CODE
015770         NOT INVALID KEY
015780             IF DL100-MST-REVERSED AND NOT DL100-MST-REV-REJECTED
015790                 SET DL100-RECORD-INVALID TO TRUE
015800                 MOVE 'RDUP' TO DL100-REJ-REASON-CODE
015810             ELSE
015820                 MOVE DL100-MST-RAW(4:31) TO DL100-REV-ORIG-KEY
015830                 MOVE SPACES TO DL100-REV-XFR-TO-ACCOUNT
015840                 IF DL100-MST-RAW(1:3) = 'XFR'
015850                     MOVE DL100-MST-RAW(55:10)
015860                         TO DL100-REV-XFR-TO-ACCOUNT
015870                 END-IF
015880             END-IF
015890     END-READ.
015900 2460-EXIT.
015910     EXIT.
015920******************************************************************
015930*  2470-FLAG-ORIGINAL -- mark the original's master row reversed
015940*                       and record the REV's reference on it, so
015950*                       a second reversal of the same row rejects
015960*                       and the statement run can show the
015970*                       backout beside the original.  The row is
015980*                       still in the record area from the 2460
015990*                       READ.  A transfer's other row, under the
016000*                       other account and the same reference, is
016010*                       read by its key and flagged the same way.
016020******************************************************************
016030 2470-FLAG-ORIGINAL.
016040     IF NOT DL100-MASTER-AVAILABLE
016050         GO TO 2470-EXIT
016060     END-IF.
016070     MOVE DL100-ACCOUNT-NO TO DL100-ROW-ACCOUNT-NO.
016080     IF DL100-MST-ACCOUNT-NO = DL100-ACCOUNT-NO
016090             AND DL100-REV-XFR-TO-ACCOUNT NOT = SPACES
016100         MOVE DL100-REV-XFR-TO-ACCOUNT TO DL100-ROW-ACCOUNT-NO
016110     END-IF.
016120     PERFORM 2480-REWRITE-FLAGGED THRU 2480-EXIT.
016130     IF DL100-REV-XFR-TO-ACCOUNT = SPACES
016140         GO TO 2470-EXIT
016150     END-IF.
016160     MOVE DL100-ROW-ACCOUNT-NO TO DL100-MST-ACCOUNT-NO.
016170     MOVE DL100-REV-ORIG-REF TO DL100-MST-TRANS-REF.
016180     READ TRANS-MASTER KEY IS DL100-MST-KEY
016190         INVALID KEY
016200             CONTINUE
016210     END-READ.
016220     IF DL100-MASTER-STATUS NOT = '00'
016230         DISPLAY 'TRANS-MASTER TRANSFER LEG NOT FOUND, KEY='
016240             DL100-MST-KEY ' STATUS=' DL100-MASTER-STATUS
016250         GO TO 2470-EXIT
016260     END-IF.
016270     PERFORM 2480-REWRITE-FLAGGED THRU 2480-EXIT.
016280 2470-EXIT.
016290     EXIT.
016300 2480-REWRITE-FLAGGED.
016310     MOVE 'Y' TO DL100-MST-REV-FLAG.
016320     MOVE DL100-REV-TRANS-REF TO DL100-MST-REV-REF.
016330     MOVE DL100-RUN-DATE TO DL100-MST-REV-RUN-DATE.
016340     MOVE 'N' TO DL100-MST-REV-REJ-FLAG.
016350     REWRITE DL100-MASTER-RECORD
016360         INVALID KEY
016370             DISPLAY 'TRANS-MASTER REWRITE REJECTED, KEY='
016380                 DL100-MST-KEY ' STATUS=' DL100-MASTER-STATUS
016390     END-REWRITE.
016400 2480-EXIT.
016410     EXIT.
016420******************************************************************
016430*  2900-WRITE-CHECKPOINT -- log a checkpoint every
016440*                           DL100-CKPT-INTERVAL records so a
016450*                           restart does not start from line one.
016460*                           CLOSE/re-OPEN EXTEND around the WRITE
016470*                           forces the record to disk right away
016480*                           instead of sitting in a LINE
016490*                           SEQUENTIAL buffer that an abend could
016500*                           lose -- the same reason a mainframe
016510*                           job commits a checkpoint dataset on
016520*                           its own, not on whatever schedule the
016530*                           I/O buffer happens to fill
016540******************************************************************
016550 2900-WRITE-CHECKPOINT.
016560     DIVIDE DL100-RECS-READ BY DL100-CKPT-INTERVAL
016570         GIVING DL100-CKPT-QUOTIENT
016580         REMAINDER DL100-CKPT-REMAINDER.
016590     IF DL100-CKPT-REMAINDER = ZERO
016600         MOVE DL100-RUN-ID TO DL100-CKPT-RUN-ID
016610         MOVE DL100-RECS-READ TO DL100-CKPT-REC-COUNT
016620         MOVE DL100-RECS-DETAIL TO DL100-CKPT-DETAIL-COUNT
016630         MOVE DL100-RECS-ACCEPTED TO DL100-CKPT-ACCEPTED-COUNT
016640         MOVE DL100-RECS-REJECTED TO DL100-CKPT-REJECTED-COUNT
016650         MOVE DL100-RECS-DUPLICATE TO DL100-CKPT-DUPLICATE-COUNT
016660         MOVE DL100-HDR-SWITCH TO DL100-CKPT-HDR-SWITCH
016670         MOVE DL100-TRL-SWITCH TO DL100-CKPT-TRL-SWITCH
016680         MOVE DL100-TRL-STATED-COUNT TO DL100-CKPT-TRL-STATED-CNT
016690         MOVE DL100-CURR-BATCH-NO TO DL100-CKPT-CURR-BATCH-NO
016700         MOVE DL100-BATCH-OPEN-SWITCH TO DL100-CKPT-BATCH-OPEN-SW
016710         MOVE DL100-BATCH-TBL-COUNT TO DL100-CKPT-BATCH-TBL-CNT
016720         MOVE DL100-CURR-BATCH-ENTRY TO DL100-CKPT-BATCH-ENTRY-NO
016730         MOVE DL100-BATCH-TBL TO DL100-CKPT-BATCH-TBL
016740         WRITE DL100-CKPT-RECORD
016750         CLOSE CHECKPOINT-FILE
016760         OPEN EXTEND CHECKPOINT-FILE
016770         IF DL100-CKPT-STATUS NOT = '00'
016780             OPEN OUTPUT CHECKPOINT-FILE
016790         END-IF
016800     END-IF.
016810 2900-EXIT.
016820     EXIT.
016830******************************************************************
016840*  7000-PROCESS-RECYCLE -- after SYSIN is exhausted, pick up the
016850*                          TRANS-RECYCLE file left by the reject
016860*                          repair job and run each repaired
016870*                          record through the same detail edits
016880*                          and routing as a SYSIN detail.
016890*                          Recycled records are kept out of the
016900*                          detail count the trailer reconciles
016910*                          against -- they were counted by their
016920*                          original batch when they first came
016930*                          through.
016940******************************************************************
016950 7000-PROCESS-RECYCLE.
016960     OPEN INPUT RECYCLE-IN.
016970     IF DL100-RECYCLE-STATUS NOT = '00'
016980         GO TO 7000-EXIT
016990     END-IF.
017000     SET DL100-RECYCLE-PHASE TO TRUE.
017010     PERFORM 7100-READ-RECYCLE THRU 7100-EXIT
017020         UNTIL DL100-RECYCLE-EOF.
017030     CLOSE RECYCLE-IN.
017040     MOVE 'N' TO DL100-RECYCLE-SWITCH.
017050 7000-EXIT.
017060     EXIT.
017070 7100-READ-RECYCLE.
017080     READ RECYCLE-IN
017090         AT END SET DL100-RECYCLE-EOF TO TRUE
017100     END-READ.
017110     IF NOT DL100-RECYCLE-EOF
017120         ADD 1 TO DL100-RECS-READ
017130         ADD 1 TO DL100-RECS-RECYCLED
017140         MOVE DL100-RECYCLE-RECORD TO ln
017150         MOVE 'U' TO DL100-AUD-DISP-CODE
017160         IF DL100-REC-TYPE = 'REV'
017170             PERFORM 2400-PROCESS-REVERSAL THRU 2400-EXIT
017180         ELSE
017190             PERFORM 2100-PROCESS-DETAIL THRU 2100-EXIT
017200         END-IF
017210         PERFORM 2050-WRITE-AUDIT THRU 2050-EXIT
017220     END-IF.
017230 7100-EXIT.
017240     EXIT.
017250******************************************************************
017260*  7200-PROCESS-RELEASED -- pick up held transactions the
017270*                           morning RELEASE-HOLD job decided
017280*                           have reached their effective date,
017290*                           exactly the way recycled records are
017300*                           picked up
017310******************************************************************
017320 7200-PROCESS-RELEASED.
017330     OPEN INPUT RELEASED-IN.
017340     IF DL100-RELEASED-STATUS NOT = '00'
017350         GO TO 7200-EXIT
017360     END-IF.
017370     SET DL100-RECYCLE-PHASE TO TRUE.
017380     PERFORM 7300-READ-RELEASED THRU 7300-EXIT
017390         UNTIL DL100-RELEASED-EOF.
017400     CLOSE RELEASED-IN.
017410     MOVE 'N' TO DL100-RECYCLE-SWITCH.
017420 7200-EXIT.
017430     EXIT.
017440 7300-READ-RELEASED.
017450     READ RELEASED-IN
017460         AT END SET DL100-RELEASED-EOF TO TRUE
017470     END-READ.
017480     IF NOT DL100-RELEASED-EOF
017490         ADD 1 TO DL100-RECS-READ
017500         ADD 1 TO DL100-RECS-RELEASED
017510         MOVE DL100-RELEASED-RECORD TO ln
017520         MOVE 'U' TO DL100-AUD-DISP-CODE
017530         IF DL100-REC-TYPE = 'REV'
017540             PERFORM 2400-PROCESS-REVERSAL THRU 2400-EXIT
017550         ELSE
017560             PERFORM 2100-PROCESS-DETAIL THRU 2100-EXIT
017570         END-IF
017580         PERFORM 2050-WRITE-AUDIT THRU 2050-EXIT
017590     END-IF.
017600 7300-EXIT.
017610     EXIT.
017620******************************************************************
017630*  7400-PROCESS-GENERATED -- pick up the system-generated
017640*                            batches left on TRANS-GENERATED.
017650*                            Unlike recycled and released
017660*                            records these arrive as complete
017670*                            HDR...TRL batches, so each record
017680*                            is dispatched exactly as a SYSIN
017690*                            record is and its batch counts and
017700*                            reconciles on its own.  A SYSIN
017710*                            batch still open at this point
017720*                            never received its trailer; it is
017730*                            closed off first (and reported at
017740*                            end of run) so it cannot absorb the
017750*                            generated details.
017760******************************************************************
017770 7400-PROCESS-GENERATED.
017780     OPEN INPUT GENERATED-IN.
017790     IF DL100-GENERATED-STATUS NOT = '00'
017800         GO TO 7400-EXIT
017810     END-IF.
017820     IF DL100-BATCH-IS-OPEN
017830         MOVE 'N' TO DL100-BATCH-OPEN-SWITCH
017840     END-IF.
017850     PERFORM 7500-READ-GENERATED THRU 7500-EXIT
017860         UNTIL DL100-GENERATED-EOF.
017870     CLOSE GENERATED-IN.
017880 7400-EXIT.
017890     EXIT.
017900 7500-READ-GENERATED.
017910     READ GENERATED-IN
017920         AT END SET DL100-GENERATED-EOF TO TRUE
017930     END-READ.
017940     IF NOT DL100-GENERATED-EOF
017950         ADD 1 TO DL100-RECS-READ
017960         ADD 1 TO DL100-RECS-GENERATED
017970         MOVE DL100-GENERATED-RECORD TO ln
017980         MOVE 'U' TO DL100-AUD-DISP-CODE
017990         EVALUATE TRUE
018000             WHEN DL100-REC-TYPE = 'HDR'
018010                 PERFORM 2200-PROCESS-HEADER THRU 2200-EXIT
018020             WHEN DL100-REC-TYPE = 'TRL'
018030                 PERFORM 2300-PROCESS-TRAILER THRU 2300-EXIT
018040             WHEN DL100-REC-TYPE = 'REV'
018050                 PERFORM 2400-PROCESS-REVERSAL THRU 2400-EXIT
018060             WHEN OTHER
018070                 PERFORM 2100-PROCESS-DETAIL THRU 2100-EXIT
018080         END-EVALUATE
018090         PERFORM 2050-WRITE-AUDIT THRU 2050-EXIT
018100     END-IF.
018110 7500-EXIT.
018120     EXIT.
018130******************************************************************
018140*  8000-FINALIZE -- write the closing checkpoint and control
018150*                   report, then close files; a clean full run
018160*                   clears the recycle file so repaired records
018170*                   are picked up exactly once
018180******************************************************************
018190 8000-FINALIZE.
018200     IF DL100-OUT-OF-SEQUENCE
018210         IF DL100-EXC-FILE-OPEN
018220             CLOSE EXCEPTION-FILE
018230         END-IF
018240         GO TO 8000-EXIT
018250     END-IF.
018260     PERFORM 8050-RECONCILE-TRAILER THRU 8050-EXIT.
018270     PERFORM 8060-RAISE-END-CONDITIONS THRU 8060-EXIT.
018280     PERFORM 8100-WRITE-CONTROL-REPORT THRU 8100-EXIT.
018290     CLOSE SYSIN.
018300     IF DL100-MODE-FULL
018310         CLOSE TRANS-OUT
018320         CLOSE TRANS-REJECT
018330         CLOSE HOLD-FILE
018340         CLOSE CHECKPOINT-FILE
018350         IF DL100-HIGHEST-RC < 16
018360             OPEN OUTPUT CHECKPOINT-FILE
018370             CLOSE CHECKPOINT-FILE
018380         END-IF
018390         IF DL100-HIGHEST-RC < 16
018400             OPEN OUTPUT RECYCLE-IN
018410             CLOSE RECYCLE-IN
018420             OPEN OUTPUT RELEASED-IN
018430             CLOSE RELEASED-IN
018440             OPEN OUTPUT GENERATED-IN
018450             CLOSE GENERATED-IN
018460         END-IF
018470     END-IF.
018480     IF DL100-EXC-FILE-OPEN
018490         CLOSE EXCEPTION-FILE
018500     END-IF.
018510     IF DL100-MASTER-AVAILABLE
018520         CLOSE TRANS-MASTER
018530     END-IF.
018540     CLOSE CONTROL-RPT.
018550     CLOSE AUDIT-LOG.
018560 8000-EXIT.
018570     EXIT.
018580******************************************************************
018590*  8050-RECONCILE-TRAILER -- each trailer reconciles its own
018600*                            batch as it arrives; all that is
018610*                            left here is noting a batch still
018620*                            open at end of input, which never
018630*                            received its trailer
018640******************************************************************
018650 8050-RECONCILE-TRAILER.
018660     IF DL100-BATCH-IS-OPEN
018670         MOVE 'N' TO DL100-BATCH-OPEN-SWITCH
018680     END-IF.
018690 8050-EXIT.
018700     EXIT.
018710******************************************************************
018720*  8060-RAISE-END-CONDITIONS -- conditions only knowable at end
018730*                               of input: a control-total
018740*                               mismatch, a batch that never
018750*                               received its trailer, and a
018760*                               transaction-code table that
018770*                               never loaded
018780******************************************************************
018790 8060-RAISE-END-CONDITIONS.
018800     IF DL100-CTL-MISMATCH
018810         MOVE 'DL100S03' TO DL100-RAISE-CODE
018820         MOVE 8 TO DL100-RAISE-SEVERITY
018830         MOVE 'CONTROL TOTAL MISMATCH -- SEE CONTROL REPORT'
018840             TO DL100-RAISE-TEXT
018850         PERFORM 9100-RAISE-EXCEPTION THRU 9100-EXIT
018860     END-IF.
018870     IF DL100-BATCH-TBL-COUNT > ZERO
018880         PERFORM 8070-CHECK-BATCH-TRAILER THRU 8070-EXIT
018890             VARYING DL100-BATCH-IDX FROM 1 BY 1
018900             UNTIL DL100-BATCH-IDX > DL100-BATCH-TBL-COUNT
018910     END-IF.
018920     IF DL100-TCODE-COUNT = ZERO
018930         MOVE 'DL100W03' TO DL100-RAISE-CODE
018940         MOVE 4 TO DL100-RAISE-SEVERITY
018950         MOVE 'TRANS-CODE TABLE NOT LOADED -- CODE EDIT SKIPPED'
018960             TO DL100-RAISE-TEXT
018970         PERFORM 9100-RAISE-EXCEPTION THRU 9100-EXIT
018980     END-IF.
018990 8060-EXIT.
019000     EXIT.
019010 8070-CHECK-BATCH-TRAILER.
019020     IF DL100-BAT-STATUS(DL100-BATCH-IDX) = 'O'
019030         MOVE 'DL100W02' TO DL100-RAISE-CODE
019040         MOVE 4 TO DL100-RAISE-SEVERITY
019050         MOVE SPACES TO DL100-RAISE-TEXT
019060         STRING 'BATCH ' DL100-BAT-NO(DL100-BATCH-IDX)
019070             ' RECEIVED NO TRAILER'
019080             DELIMITED BY SIZE INTO DL100-RAISE-TEXT
019090         PERFORM 9100-RAISE-EXCEPTION THRU 9100-EXIT
019100     END-IF.
019110 8070-EXIT.
019120     EXIT.
019130******************************************************************
019140*  8100-WRITE-CONTROL-REPORT -- record counts and last record's
019150*                               key fields, so a run can be
019160*                               reconciled without scraping
019170*                               SYSOUT
019180******************************************************************
019190 8100-WRITE-CONTROL-REPORT.
019200     IF NOT DL100-CTL-RPT-OPEN-FAILED
019210         PERFORM 8110-EMIT-CONTROL-REPORT THRU 8110-EXIT
019220     END-IF.
019230 8100-EXIT.
019240     EXIT.
019250 8110-EMIT-CONTROL-REPORT.
019260     MOVE SPACES TO DL100-RPT-LINE.
019270     STRING 'READ-FROM-STD-IN CONTROL REPORT'
019280         DELIMITED BY SIZE INTO DL100-RPT-LINE.
019290     WRITE DL100-RPT-LINE.
019300
019310     MOVE SPACES TO DL100-RPT-LINE.
019320     IF DL100-MODE-FULL
019330         STRING 'RUN MODE...........: FULL'
019340             DELIMITED BY SIZE INTO DL100-RPT-LINE
019350     ELSE
019360         STRING 'RUN MODE...........: COUNT-ONLY (VALIDATION)'
019370             DELIMITED BY SIZE INTO DL100-RPT-LINE
019380     END-IF.
019390     WRITE DL100-RPT-LINE.
019400
019410     MOVE DL100-RECS-READ TO DL100-RPT-NUM-EDIT.
019420     MOVE SPACES TO DL100-RPT-LINE.
019430     STRING 'RECORDS READ.......: ' DL100-RPT-NUM-EDIT
019440         DELIMITED BY SIZE INTO DL100-RPT-LINE.
019450     WRITE DL100-RPT-LINE.
019460
019470     MOVE DL100-RECS-ACCEPTED TO DL100-RPT-NUM-EDIT.
019480     MOVE SPACES TO DL100-RPT-LINE.
019490     STRING 'RECORDS ACCEPTED...: ' DL100-RPT-NUM-EDIT
019500         DELIMITED BY SIZE INTO DL100-RPT-LINE.
019510     WRITE DL100-RPT-LINE.
019520
019530     MOVE DL100-RECS-REJECTED TO DL100-RPT-NUM-EDIT.
019540     MOVE SPACES TO DL100-RPT-LINE.
019550     STRING 'RECORDS REJECTED...: ' DL100-RPT-NUM-EDIT
019560         DELIMITED BY SIZE INTO DL100-RPT-LINE.
019570     WRITE DL100-RPT-LINE.
019580
019590     MOVE DL100-RECS-RECYCLED TO DL100-RPT-NUM-EDIT.
019600     MOVE SPACES TO DL100-RPT-LINE.
019610     STRING 'RECORDS RECYCLED...: ' DL100-RPT-NUM-EDIT
019620         DELIMITED BY SIZE INTO DL100-RPT-LINE.
019630     WRITE DL100-RPT-LINE.
019640
019650     MOVE DL100-RECS-RELEASED TO DL100-RPT-NUM-EDIT.
019660     MOVE SPACES TO DL100-RPT-LINE.
019670     STRING 'RECORDS RELEASED...: ' DL100-RPT-NUM-EDIT
019680         DELIMITED BY SIZE INTO DL100-RPT-LINE.
019690     WRITE DL100-RPT-LINE.
019700
019710     MOVE DL100-RECS-GENERATED TO DL100-RPT-NUM-EDIT.
019720     MOVE SPACES TO DL100-RPT-LINE.
019730     STRING 'RECORDS GENERATED..: ' DL100-RPT-NUM-EDIT
019740         DELIMITED BY SIZE INTO DL100-RPT-LINE.
019750     WRITE DL100-RPT-LINE.
019760
019770     MOVE DL100-RECS-HELD TO DL100-RPT-NUM-EDIT.
019780     MOVE SPACES TO DL100-RPT-LINE.
019790     STRING 'RECORDS HELD.......: ' DL100-RPT-NUM-EDIT
019800         DELIMITED BY SIZE INTO DL100-RPT-LINE.
019810     WRITE DL100-RPT-LINE.
019820
019830     MOVE DL100-RECS-DUPLICATE TO DL100-RPT-NUM-EDIT.
019840     MOVE SPACES TO DL100-RPT-LINE.
019850     STRING 'RECORDS DUPLICATE..: ' DL100-RPT-NUM-EDIT
019860         DELIMITED BY SIZE INTO DL100-RPT-LINE.
019870     WRITE DL100-RPT-LINE.
019880
019890     MOVE DL100-RECS-REVERSED TO DL100-RPT-NUM-EDIT.
019900     MOVE SPACES TO DL100-RPT-LINE.
019910     STRING 'RECORDS REVERSED...: ' DL100-RPT-NUM-EDIT
019920         DELIMITED BY SIZE INTO DL100-RPT-LINE.
019930     WRITE DL100-RPT-LINE.
019940
019950     MOVE DL100-RECS-TRANSFER TO DL100-RPT-NUM-EDIT.
019960     MOVE SPACES TO DL100-RPT-LINE.
019970     STRING 'RECORDS TRANSFER...: ' DL100-RPT-NUM-EDIT
019980         DELIMITED BY SIZE INTO DL100-RPT-LINE.
019990     WRITE DL100-RPT-LINE.
020000
020010     MOVE SPACES TO DL100-RPT-LINE.
020020     IF DL100-RECS-DETAIL = ZERO
020030         STRING 'LAST RECORD........: NO DETAIL RECORDS'
020040             DELIMITED BY SIZE INTO DL100-RPT-LINE
020050         WRITE DL100-RPT-LINE
020060     ELSE
020070         STRING 'LAST RECORD ACCT NO: ' DL100-LAST-ACCOUNT-NO
020080             DELIMITED BY SIZE INTO DL100-RPT-LINE
020090         WRITE DL100-RPT-LINE
020100
020110         MOVE SPACES TO DL100-RPT-LINE
020120         STRING 'LAST RECORD TRN CDE: ' DL100-LAST-TRANS-CODE
020130             DELIMITED BY SIZE INTO DL100-RPT-LINE
020140         WRITE DL100-RPT-LINE
020150
020160         MOVE SPACES TO DL100-RPT-LINE
020170         STRING 'LAST RECORD TRN DTE: ' DL100-LAST-DATE-CCYY '-'
020180             DL100-LAST-DATE-MM '-' DL100-LAST-DATE-DD
020190             DELIMITED BY SIZE INTO DL100-RPT-LINE
020200         WRITE DL100-RPT-LINE
020210     END-IF.
020220
020230     MOVE DL100-RECS-DETAIL TO DL100-RPT-NUM-EDIT.
020240     MOVE SPACES TO DL100-RPT-LINE.
020250     STRING 'DETAIL RECORDS CTD.: ' DL100-RPT-NUM-EDIT
020260         DELIMITED BY SIZE INTO DL100-RPT-LINE.
020270     WRITE DL100-RPT-LINE.
020280
020290     MOVE SPACES TO DL100-RPT-LINE.
020300     IF DL100-BATCH-TBL-COUNT = ZERO
020310         STRING 'BATCHES RECEIVED...: NONE'
020320             DELIMITED BY SIZE INTO DL100-RPT-LINE
020330         WRITE DL100-RPT-LINE
020340     ELSE
020350         MOVE DL100-BATCH-TBL-COUNT TO DL100-RPT-NUM-EDIT
020360         STRING 'BATCHES RECEIVED...: ' DL100-RPT-NUM-EDIT
020370             DELIMITED BY SIZE INTO DL100-RPT-LINE
020380         WRITE DL100-RPT-LINE
020390         PERFORM 8130-WRITE-BATCH-LINE THRU 8130-EXIT
020400             VARYING DL100-BATCH-IDX FROM 1 BY 1
020410             UNTIL DL100-BATCH-IDX > DL100-BATCH-TBL-COUNT
020420     END-IF.
020430
020440     MOVE SPACES TO DL100-RPT-LINE.
020450     IF DL100-CTL-MISMATCH
020460         STRING 'CONTROL TOTAL......: *** MISMATCH ***'
020470             DELIMITED BY SIZE INTO DL100-RPT-LINE
020480     ELSE
020490         STRING 'CONTROL TOTAL......: OK'
020500             DELIMITED BY SIZE INTO DL100-RPT-LINE
020510     END-IF.
020520     WRITE DL100-RPT-LINE.
020530
020540     IF NOT DL100-MASTER-AVAILABLE
020550         MOVE SPACES TO DL100-RPT-LINE
020560         STRING 'TRANS MASTER.......: *** NOT AVAILABLE --'
020570             ' DUPLICATE CHECK SKIPPED ***'
020580             DELIMITED BY SIZE INTO DL100-RPT-LINE
020590         WRITE DL100-RPT-LINE
020600     END-IF.
020610
020620     IF DL100-CTL-CARD-INVALID
020630         MOVE SPACES TO DL100-RPT-LINE
020640         STRING 'CONTROL CARD.......: *** UNRECOGNIZED VALUE(S)'
020650             ', DEFAULTED -- SEE SYSOUT ***'
020660             DELIMITED BY SIZE INTO DL100-RPT-LINE
020670         WRITE DL100-RPT-LINE
020680     END-IF.
020690
020700     MOVE SPACES TO DL100-RPT-LINE.
020710     IF DL100-TCODE-COUNT = ZERO
020720         STRING 'TRANS CODES LOADED.: *** NONE -- CODE EDIT'
020730             ' SKIPPED ***'
020740             DELIMITED BY SIZE INTO DL100-RPT-LINE
020750     ELSE
020760         MOVE DL100-TCODE-COUNT TO DL100-RPT-NUM-EDIT
020770         STRING 'TRANS CODES LOADED.: ' DL100-RPT-NUM-EDIT
020780             DELIMITED BY SIZE INTO DL100-RPT-LINE
020790     END-IF.
020800     WRITE DL100-RPT-LINE.
020810 8110-EXIT.
020820     EXIT.
020830 8130-WRITE-BATCH-LINE.
020840     MOVE DL100-BAT-NO(DL100-BATCH-IDX) TO DL100-RPT-BAT-NO.
020850     MOVE DL100-BAT-HDR-DATE(DL100-BATCH-IDX)
020860         TO DL100-RPT-BAT-DATE.
020870     MOVE DL100-BAT-DETAIL(DL100-BATCH-IDX)
020880         TO DL100-RPT-BAT-DET.
020890     MOVE DL100-BAT-STATED(DL100-BATCH-IDX)
020900         TO DL100-RPT-BAT-STA.
020910     EVALUATE DL100-BAT-STATUS(DL100-BATCH-IDX)
020920         WHEN 'M'
020930             MOVE 'OK' TO DL100-RPT-BAT-RESULT
020940         WHEN 'X'
020950             MOVE '*MISMATCH*' TO DL100-RPT-BAT-RESULT
020960         WHEN OTHER
020970             MOVE '*NO TRAILER*' TO DL100-RPT-BAT-RESULT
020980     END-EVALUATE.
020990     MOVE DL100-RPT-BAT-DETAIL TO DL100-RPT-LINE.
021000     WRITE DL100-RPT-LINE.
021010 8130-EXIT.
021020     EXIT.
021030******************************************************************
021040*  9100-RAISE-EXCEPTION -- write the condition the caller set up
021050*                          to the EXCEPTIONS file and keep the
021060*                          highest severity for the RETURN-CODE
021070******************************************************************
021080 9100-RAISE-EXCEPTION.
021090     IF DL100-RAISE-SEVERITY > DL100-HIGHEST-RC
021100         MOVE DL100-RAISE-SEVERITY TO DL100-HIGHEST-RC
021110     END-IF.
021120     IF DL100-EXC-FILE-OPEN
021130         MOVE DL100-RAISE-CODE TO DL100-EXC-MSG-CODE
021140         MOVE DL100-RAISE-SEVERITY TO DL100-EXC-SEVERITY
021150         MOVE DL100-RAISE-TEXT TO DL100-EXC-TEXT
021160         WRITE DL100-EXCEPTION-RECORD
021170     END-IF.
021180 9100-EXIT.
021190     EXIT.
021200******************************************************************
021210*  8900-RECORD-COMPLETION -- the step's end and return code go
021220*                            back on RUN-CONTROL: complete below
021230*                            RETURN-CODE 8, failed otherwise.  A
021240*                            step whose end cannot be recorded
021250*                            ends RETURN-CODE 8.
021260******************************************************************
021270 8900-RECORD-COMPLETION.
021280     IF NOT DL100-STEP-STARTED
021290         GO TO 8900-EXIT
021300     END-IF.
021310     OPEN INPUT RUN-CONTROL.
021320     IF DL100-RCT-FILE-STATUS NOT = '00'
021330         DISPLAY 'RUN-CONTROL OPEN FAILED, STATUS='
021340             DL100-RCT-FILE-STATUS ' -- STEP END NOT RECORDED'
021350         MOVE 8 TO RETURN-CODE
021360         GO TO 8900-EXIT
021370     END-IF.
021380     READ RUN-CONTROL
021390         AT END MOVE SPACES TO DL960-RUN-CONTROL-RECORD
021400     END-READ.
021410     CLOSE RUN-CONTROL.
021420     IF DL960-RCT-BUS-DATE NOT = DL100-RUN-DATE
021430         DISPLAY 'RUN-CONTROL NO LONGER HOLDS ' DL100-RUN-DATE
021440             ' -- STEP END NOT RECORDED'
021450         MOVE 8 TO RETURN-CODE
021460         GO TO 8900-EXIT
021470     END-IF.
021480     ACCEPT DL100-STAMP-DATE FROM DATE YYYYMMDD.
021490     ACCEPT DL100-STAMP-TIME FROM TIME.
021500     MOVE DL100-STAMP-DATE TO DL960-RCT-END-DATE(DL100-STEP-NO).
021510     MOVE DL100-STAMP-TIME TO DL960-RCT-END-TIME(DL100-STEP-NO).
021520     MOVE RETURN-CODE TO DL960-RCT-RC(DL100-STEP-NO).
021530     IF RETURN-CODE < 8
021540         SET DL960-RCT-COMPLETE(DL100-STEP-NO) TO TRUE
021550     ELSE
021560         SET DL960-RCT-FAILED(DL100-STEP-NO) TO TRUE
021570     END-IF.
021580     OPEN OUTPUT RUN-CONTROL.
021590     IF DL100-RCT-FILE-STATUS NOT = '00'
021600         DISPLAY 'RUN-CONTROL OPEN FAILED, STATUS='
021610             DL100-RCT-FILE-STATUS ' -- STEP END NOT RECORDED'
021620         MOVE 8 TO RETURN-CODE
021630         GO TO 8900-EXIT
021640     END-IF.
021650     WRITE DL960-RUN-CONTROL-RECORD.
021660     IF DL100-RCT-FILE-STATUS NOT = '00'
021670         DISPLAY 'RUN-CONTROL WRITE FAILED, STATUS='
021680             DL100-RCT-FILE-STATUS ' -- STEP END NOT RECORDED'
021690         MOVE 8 TO RETURN-CODE
021700     END-IF.
021710     CLOSE RUN-CONTROL.
021720 8900-EXIT.
021730     EXIT.
