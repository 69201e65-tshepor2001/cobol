000260*                    disk as the recovery copy instead of
000270*                    truncating it -- this job's contract is
000280*                    that it never destroys state.
000290*   10/15/2026 RM    The run date -- and so the retention cutoffs
000300*                    and archive names -- is now the business
000310*                    date on RUN-CONTROL rather than the clock.
000320*                    The run is refused -- nothing opened,
000330*                    RETURN-CODE 8 -- unless day-close is
000340*                    complete for the date and housekeeping has
000350*                    not already run for it; it marks the step
000360*                    started on RUN-CONTROL, and complete or
000370*                    failed at the end.
000380******************************************************************
000390 IDENTIFICATION DIVISION.
000400 PROGRAM-ID. HOUSEKEEP.
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440 SELECT CHECKPOINT-FILE ASSIGN TO "CHECKPOINT"
000450     ORGANIZATION LINE SEQUENTIAL
000460     FILE STATUS IS DL700-CKPT-STATUS.
000470 SELECT AUDIT-LOG ASSIGN TO "AUDIT-LOG"
000480     ORGANIZATION LINE SEQUENTIAL
000490     FILE STATUS IS DL700-AUDIT-STATUS.
000500 SELECT AUDIT-ARCH ASSIGN DYNAMIC DL700-AUDIT-ARCH-DSN
000510     ORGANIZATION LINE SEQUENTIAL
000520     FILE STATUS IS DL700-AUDIT-ARCH-STATUS.
000530 SELECT AUDIT-KEEP ASSIGN TO "AUDIT-KEEP"
000540     ORGANIZATION LINE SEQUENTIAL
000550     FILE STATUS IS DL700-AUDIT-KEEP-STATUS.
000560 SELECT REJECT-FILE ASSIGN TO "TRANS-REJECT"
000570     ORGANIZATION LINE SEQUENTIAL
000580     FILE STATUS IS DL700-REJECT-STATUS.
000590 SELECT REJECT-ARCH ASSIGN DYNAMIC DL700-REJECT-ARCH-DSN
000600     ORGANIZATION LINE SEQUENTIAL
000610     FILE STATUS IS DL700-REJECT-ARCH-STATUS.
000620 SELECT REJECT-KEEP ASSIGN TO "REJECT-KEEP"
000630     ORGANIZATION LINE SEQUENTIAL
000640     FILE STATUS IS DL700-REJECT-KEEP-STATUS.
000650 SELECT TRANS-OUT ASSIGN TO "TRANS-OUT"
000660     ORGANIZATION LINE SEQUENTIAL
000670     FILE STATUS IS DL700-TRANS-STATUS.
000680 SELECT TRANS-ARCH ASSIGN DYNAMIC DL700-TRANS-ARCH-DSN
000690     ORGANIZATION LINE SEQUENTIAL
000700     FILE STATUS IS DL700-TRANS-ARCH-STATUS.
000710 SELECT TRANS-KEEP ASSIGN TO "TRANSOUT-KEEP"
000720     ORGANIZATION LINE SEQUENTIAL
000730     FILE STATUS IS DL700-TRANS-KEEP-STATUS.
000740 SELECT PARM-CARD ASSIGN TO "RETAIN-PARM"
000750     ORGANIZATION LINE SEQUENTIAL
000760     FILE STATUS IS DL700-PARM-STATUS.
000770 SELECT PURGE-RPT ASSIGN TO "PURGE-RPT"
000780     ORGANIZATION LINE SEQUENTIAL
000790     FILE STATUS IS DL700-RPT-STATUS.
000800 SELECT RUN-CONTROL ASSIGN TO "RUN-CONTROL"
000810     ORGANIZATION LINE SEQUENTIAL
000820     FILE STATUS IS DL700-RCT-FILE-STATUS.
000830 DATA DIVISION.
000840 FILE SECTION.
000850 FD CHECKPOINT-FILE.
000860 01  DL700-CKPT-RECORD               PIC X(100).
000870 FD AUDIT-LOG.
000880 COPY DL100AUD.
000890 FD AUDIT-ARCH.
000900 01  DL700-AUDIT-ARCH-RECORD         PIC X(298).
000910 FD AUDIT-KEEP.
000920 01  DL700-AUDIT-KEEP-RECORD         PIC X(298).
000930 FD REJECT-FILE.
000940 COPY DL100REJ.
000950 FD REJECT-ARCH.
000960 01  DL700-REJECT-ARCH-RECORD        PIC X(271).
000970 FD REJECT-KEEP.
000980 01  DL700-REJECT-KEEP-RECORD        PIC X(271).
000990 FD TRANS-OUT.
001000 01  DL700-TRANS-RECORD              PIC X(255).
001010 FD TRANS-ARCH.
001020 01  DL700-TRANS-ARCH-RECORD         PIC X(255).
001030 FD TRANS-KEEP.
001040 01  DL700-TRANS-KEEP-RECORD         PIC X(255).
001050 FD PARM-CARD.
001060 01  DL700-PARM-RECORD.
001070     05  DL700-PARM-AUDIT-DAYS       PIC 9(04).
001080     05  DL700-PARM-REJECT-DAYS      PIC 9(04).
001090     05  DL700-PARM-TRANS-DAYS       PIC 9(04).
001100     05  FILLER                      PIC X(68).
001110 FD PURGE-RPT.
001120 01  DL700-RPT-LINE                  PIC X(80).
001130 FD RUN-CONTROL.
001140 COPY DL960RCT.
001150 WORKING-STORAGE SECTION.
001160 01  DL700-SWITCHES.
001170     05  DL700-REFUSED-SWITCH        PIC X(01) VALUE 'N'.
001180         88  DL700-RUN-REFUSED            VALUE 'Y'.
001190     05  DL700-IN-EOF-SWITCH         PIC X(01) VALUE 'N'.
001200         88  DL700-IN-EOF                 VALUE 'Y'.
001210     05  DL700-RPT-OPEN-SWITCH       PIC X(01) VALUE 'N'.
001220         88  DL700-RPT-OPEN-FAILED        VALUE 'Y'.
001230     05  DL700-RPT-HDR-SWITCH        PIC X(01) VALUE 'N'.
001240         88  DL700-RPT-HDR-WRITTEN        VALUE 'Y'.
001250     05  DL700-SEQ-SWITCH            PIC X(01) VALUE 'N'.
001260         88  DL700-OUT-OF-SEQUENCE        VALUE 'Y'.
001270     05  DL700-STEP-SWITCH           PIC X(01) VALUE 'N'.
001280         88  DL700-STEP-STARTED           VALUE 'Y'.
001290 77  DL700-CKPT-STATUS               PIC X(02).
001300 77  DL700-AUDIT-STATUS              PIC X(02).
001310 77  DL700-AUDIT-ARCH-STATUS         PIC X(02).
001320 77  DL700-AUDIT-KEEP-STATUS         PIC X(02).
001330 77  DL700-REJECT-STATUS             PIC X(02).
001340 77  DL700-REJECT-ARCH-STATUS        PIC X(02).
001350 77  DL700-REJECT-KEEP-STATUS        PIC X(02).
001360 77  DL700-TRANS-STATUS              PIC X(02).
001370 77  DL700-TRANS-ARCH-STATUS         PIC X(02).
001380 77  DL700-TRANS-KEEP-STATUS         PIC X(02).
001390 77  DL700-PARM-STATUS               PIC X(02).
001400 77  DL700-RPT-STATUS                PIC X(02).
001410 77  DL700-AUDIT-ARCH-DSN            PIC X(30).
001420 77  DL700-REJECT-ARCH-DSN           PIC X(30).
001430 77  DL700-TRANS-ARCH-DSN            PIC X(30).
001440 77  DL700-RUN-DATE                  PIC 9(08).
001450 77  DL700-RUN-DATE-INT              PIC 9(09) COMP VALUE ZERO.
001460 77  DL700-CUTOFF-INT                PIC 9(09) COMP VALUE ZERO.
001470 77  DL700-AUDIT-DAYS                PIC 9(04) VALUE 90.
001480 77  DL700-REJECT-DAYS               PIC 9(04) VALUE 30.
001490 77  DL700-TRANS-DAYS                PIC 9(04) VALUE 7.
001500 77  DL700-AUDIT-CUTOFF              PIC 9(08) VALUE ZERO.
001510 77  DL700-REJECT-CUTOFF             PIC 9(08) VALUE ZERO.
001520 77  DL700-TRANS-CUTOFF              PIC 9(08) VALUE ZERO.
001530 77  DL700-WORK-DATE                 PIC 9(08) VALUE ZERO.
001540 77  DL700-READ-COUNT                PIC 9(09) COMP VALUE ZERO.
001550 77  DL700-KEEP-COUNT                PIC 9(09) COMP VALUE ZERO.
001560 77  DL700-ARCH-COUNT                PIC 9(09) COMP VALUE ZERO.
001570 77  DL700-HIGHEST-RC                PIC 9(02) COMP VALUE ZERO.
001580 77  DL700-PROBLEM-TEXT              PIC X(44) VALUE SPACES.
001590 77  DL700-REFUSAL-TEXT              PIC X(60) VALUE SPACES.
001600 77  DL700-RCT-FILE-STATUS           PIC X(02).
001610 77  DL700-STEP-NO                   PIC 9(02) COMP VALUE 6.
001620 77  DL700-STEP-NAME                 PIC X(10) VALUE 'HOUSEKEEP'.
001630 77  DL700-PRED-STEP-NO              PIC 9(02) COMP VALUE 5.
001640 77  DL700-PRED-STEP-NAME            PIC X(10) VALUE 'DAY-CLOSE'.
001650 77  DL700-STAMP-DATE                PIC 9(08) VALUE ZERO.
001660 77  DL700-STAMP-TIME                PIC 9(08) VALUE ZERO.
001670 01  DL700-RPT-FILE-TOTALS.
001680     05  DL700-RPT-FILE-NAME         PIC X(12).
001690     05  FILLER                      PIC X(06) VALUE ' READ '.
001700     05  DL700-RPT-READ              PIC ZZZZZZZZ9.
001710     05  FILLER                      PIC X(06) VALUE ' KEPT '.
001720     05  DL700-RPT-KEPT              PIC ZZZZZZZZ9.
001730     05  FILLER                      PIC X(06) VALUE ' ARCH '.
001740     05  DL700-RPT-ARCHED            PIC ZZZZZZZZ9.
001750     05  FILLER                      PIC X(09) VALUE ' CUTOFF '.
001760     05  DL700-RPT-CUTOFF            PIC 9(08).
001770******************************************************************
001780*  0000-MAINLINE
001790******************************************************************
001800 PROCEDURE DIVISION.
001810 0000-MAINLINE.
001820     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001830     IF NOT DL700-RUN-REFUSED
001840         PERFORM 3100-PURGE-AUDIT THRU 3100-EXIT
001850         PERFORM 3200-PURGE-REJECTS THRU 3200-EXIT
001860         PERFORM 3300-PURGE-TRANS-OUT THRU 3300-EXIT
001870     END-IF.
001880     PERFORM 8000-FINALIZE THRU 8000-EXIT.
001890     MOVE DL700-HIGHEST-RC TO RETURN-CODE.
001900     PERFORM 8900-RECORD-COMPLETION THRU 8900-EXIT.
001910     STOP RUN.
001920******************************************************************
001930*  1000-INITIALIZE -- check the run against RUN-CONTROL, read
001940*                     the retention card, compute the date
001950*                     boundaries, build the dated archive names,
001960*                     and refuse the run outright if an intake
001970*                     checkpoint is present
001980******************************************************************
001990 1000-INITIALIZE.
002000     PERFORM 1020-CHECK-RUN-CONTROL THRU 1020-EXIT.
002010     IF DL700-OUT-OF-SEQUENCE
002020         SET DL700-RUN-REFUSED TO TRUE
002030         MOVE 8 TO DL700-HIGHEST-RC
002040         GO TO 1000-EXIT
002050     END-IF.
002060     COMPUTE DL700-RUN-DATE-INT =
002070         FUNCTION INTEGER-OF-DATE(DL700-RUN-DATE).
002080     OPEN OUTPUT PURGE-RPT.
002090     IF DL700-RPT-STATUS NOT = '00'
002100         DISPLAY 'PURGE-RPT OPEN FAILED, STATUS='
002110             DL700-RPT-STATUS
002120         SET DL700-RPT-OPEN-FAILED TO TRUE
002130     END-IF.
002140     PERFORM 1100-CHECK-CHECKPOINT THRU 1100-EXIT.
002150     IF DL700-RUN-REFUSED
002160         GO TO 1000-EXIT
002170     END-IF.
002180     PERFORM 1200-READ-PARM-CARD THRU 1200-EXIT.
002190     COMPUTE DL700-CUTOFF-INT =
002200         DL700-RUN-DATE-INT - DL700-AUDIT-DAYS.
002210     COMPUTE DL700-AUDIT-CUTOFF =
002220         FUNCTION DATE-OF-INTEGER(DL700-CUTOFF-INT).
002230     COMPUTE DL700-CUTOFF-INT =
002240         DL700-RUN-DATE-INT - DL700-REJECT-DAYS.
002250     COMPUTE DL700-REJECT-CUTOFF =
002260         FUNCTION DATE-OF-INTEGER(DL700-CUTOFF-INT).
002270     COMPUTE DL700-CUTOFF-INT =
002280         DL700-RUN-DATE-INT - DL700-TRANS-DAYS.
002290     COMPUTE DL700-TRANS-CUTOFF =
002300         FUNCTION DATE-OF-INTEGER(DL700-CUTOFF-INT).
002310     MOVE SPACES TO DL700-AUDIT-ARCH-DSN.
002320     STRING 'AUDIT-ARCH.' DL700-RUN-DATE
002330         DELIMITED BY SIZE INTO DL700-AUDIT-ARCH-DSN.
002340     MOVE SPACES TO DL700-REJECT-ARCH-DSN.
002350     STRING 'REJECT-ARCH.' DL700-RUN-DATE
002360         DELIMITED BY SIZE INTO DL700-REJECT-ARCH-DSN.
002370     MOVE SPACES TO DL700-TRANS-ARCH-DSN.
002380     STRING 'TRANSOUT-ARCH.' DL700-RUN-DATE
002390         DELIMITED BY SIZE INTO DL700-TRANS-ARCH-DSN.
002400 1000-EXIT.
002410     EXIT.
002420******************************************************************
002430*  1020-CHECK-RUN-CONTROL -- the run date is the business date on
002440*                            RUN-CONTROL, not the clock.  The run
002450*                            goes ahead only if day-close is
002460*                            complete for that date and this step
002470*                            is still pending; the step is then
002480*                            marked started.
002490******************************************************************
002500 1020-CHECK-RUN-CONTROL.
002510     OPEN INPUT RUN-CONTROL.
002520     IF DL700-RCT-FILE-STATUS NOT = '00'
002530         MOVE SPACES TO DL700-REFUSAL-TEXT
002540         STRING 'RUN-CONTROL WILL NOT OPEN, STATUS='
002550             DL700-RCT-FILE-STATUS
002560             DELIMITED BY SIZE INTO DL700-REFUSAL-TEXT
002570         PERFORM 1030-REFUSE-OUT-OF-SEQ THRU 1030-EXIT
002580         GO TO 1020-EXIT
002590     END-IF.
002600     READ RUN-CONTROL
002610         AT END MOVE SPACES TO DL960-RUN-CONTROL-RECORD
002620     END-READ.
002630     CLOSE RUN-CONTROL.
002640     IF DL960-RCT-BUS-DATE NOT NUMERIC
002650             OR DL960-RCT-BUS-DATE = ZERO
002660         MOVE 'RUN-CONTROL HOLDS NO BUSINESS DATE'
002670             TO DL700-REFUSAL-TEXT
002680         PERFORM 1030-REFUSE-OUT-OF-SEQ THRU 1030-EXIT
002690         GO TO 1020-EXIT
002700     END-IF.
002710     IF NOT DL960-RCT-COMPLETE(DL700-PRED-STEP-NO)
002720         MOVE SPACES TO DL700-REFUSAL-TEXT
002730         STRING DL700-PRED-STEP-NAME DELIMITED BY SPACE
002740             ' NOT COMPLETE FOR ' DL960-RCT-BUS-DATE
002750             DELIMITED BY SIZE INTO DL700-REFUSAL-TEXT
002760         PERFORM 1030-REFUSE-OUT-OF-SEQ THRU 1030-EXIT
002770         GO TO 1020-EXIT
002780     END-IF.
002790     IF NOT DL960-RCT-PENDING(DL700-STEP-NO)
002800         MOVE SPACES TO DL700-REFUSAL-TEXT
002810         STRING DL700-STEP-NAME DELIMITED BY SPACE
002820             ' ALREADY RUN FOR ' DL960-RCT-BUS-DATE
002830             ' -- RERUN NEEDS OVERRIDE'
002840             DELIMITED BY SIZE INTO DL700-REFUSAL-TEXT
002850         PERFORM 1030-REFUSE-OUT-OF-SEQ THRU 1030-EXIT
002860         GO TO 1020-EXIT
002870     END-IF.
002880     MOVE DL960-RCT-BUS-DATE TO DL700-RUN-DATE.
002890     ACCEPT DL700-STAMP-DATE FROM DATE YYYYMMDD.
002900     ACCEPT DL700-STAMP-TIME FROM TIME.
002910     SET DL960-RCT-STARTED(DL700-STEP-NO) TO TRUE.
002920     MOVE DL700-STAMP-DATE TO DL960-RCT-START-DATE(DL700-STEP-NO).
002930     MOVE DL700-STAMP-TIME TO DL960-RCT-START-TIME(DL700-STEP-NO).
002940     MOVE ZERO TO DL960-RCT-END-DATE(DL700-STEP-NO).
002950     MOVE ZERO TO DL960-RCT-END-TIME(DL700-STEP-NO).
002960     MOVE ZERO TO DL960-RCT-RC(DL700-STEP-NO).
002970     OPEN OUTPUT RUN-CONTROL.
002980     IF DL700-RCT-FILE-STATUS NOT = '00'
002990         MOVE SPACES TO DL700-REFUSAL-TEXT
003000         STRING 'RUN-CONTROL WILL NOT UPDATE, STATUS='
003010             DL700-RCT-FILE-STATUS
003020             DELIMITED BY SIZE INTO DL700-REFUSAL-TEXT
003030         PERFORM 1030-REFUSE-OUT-OF-SEQ THRU 1030-EXIT
003040         GO TO 1020-EXIT
003050     END-IF.
003060     WRITE DL960-RUN-CONTROL-RECORD.
003070     IF DL700-RCT-FILE-STATUS NOT = '00'
003080         MOVE SPACES TO DL700-REFUSAL-TEXT
003090         STRING 'RUN-CONTROL WILL NOT UPDATE, STATUS='
003100             DL700-RCT-FILE-STATUS
003110             DELIMITED BY SIZE INTO DL700-REFUSAL-TEXT
003120         CLOSE RUN-CONTROL
003130         PERFORM 1030-REFUSE-OUT-OF-SEQ THRU 1030-EXIT
003140         GO TO 1020-EXIT
003150     END-IF.
003160     CLOSE RUN-CONTROL.
003170     SET DL700-STEP-STARTED TO TRUE.
003180 1020-EXIT.
003190     EXIT.
003200******************************************************************
003210*  1030-REFUSE-OUT-OF-SEQ -- the step is out of sequence for the
003220*                            business date; nothing is opened and
003230*                            RUN-CONTROL is left as it stands
003240******************************************************************
003250 1030-REFUSE-OUT-OF-SEQ.
003260     DISPLAY 'RUN REFUSED -- ' DL700-REFUSAL-TEXT.
003270     SET DL700-OUT-OF-SEQUENCE TO TRUE.
003280 1030-EXIT.
003290     EXIT.
003300******************************************************************
003310*  1100-CHECK-CHECKPOINT -- a checkpoint record on file means an
003320*                           intake run abended and has not been
003330*                           restarted; its TRANS-OUT and
003340*                           TRANS-REJECT content is restart
003350*                           state, not history, so housekeeping
003360*                           must not touch anything
003370******************************************************************
003380 1100-CHECK-CHECKPOINT.
003390     OPEN INPUT CHECKPOINT-FILE.
003400     IF DL700-CKPT-STATUS NOT = '00'
003410         GO TO 1100-EXIT
003420     END-IF.
003430     READ CHECKPOINT-FILE
003440         AT END CONTINUE
003450         NOT AT END SET DL700-RUN-REFUSED TO TRUE
003460     END-READ.
003470     CLOSE CHECKPOINT-FILE.
003480     IF DL700-RUN-REFUSED
003490         MOVE 8 TO DL700-HIGHEST-RC
003500         DISPLAY 'HOUSEKEEPING REFUSED -- CHECKPOINT FROM AN'
003510             ' UNFINISHED RUN IS PRESENT'
003520     END-IF.
003530 1100-EXIT.
003540     EXIT.
003550******************************************************************
003560*  1200-READ-PARM-CARD -- days to keep per file; defaults stand
003570*                         in for a missing or non-numeric card
003580******************************************************************
003590 1200-READ-PARM-CARD.
003600     OPEN INPUT PARM-CARD.
003610     IF DL700-PARM-STATUS = '00'
003620         READ PARM-CARD
003630             AT END CONTINUE
003640         END-READ
003650         CLOSE PARM-CARD
003660         IF DL700-PARM-AUDIT-DAYS NUMERIC
003670             MOVE DL700-PARM-AUDIT-DAYS TO DL700-AUDIT-DAYS
003680         END-IF
003690         IF DL700-PARM-REJECT-DAYS NUMERIC
003700             MOVE DL700-PARM-REJECT-DAYS TO DL700-REJECT-DAYS
003710         END-IF
003720         IF DL700-PARM-TRANS-DAYS NUMERIC
003730             MOVE DL700-PARM-TRANS-DAYS TO DL700-TRANS-DAYS
003740         END-IF
003750     END-IF.
003760 1200-EXIT.
003770     EXIT.
003780******************************************************************
003790*  3100-PURGE-AUDIT -- split AUDIT-LOG on the audit cutoff; the
003800*                      record's own audit date decides which
003810*                      side it lands on.  A record whose date
003820*                      will not parse is kept, never archived
003830*                      blind.
003840******************************************************************
003850 3100-PURGE-AUDIT.
003860     MOVE ZERO TO DL700-READ-COUNT.
003870     MOVE ZERO TO DL700-KEEP-COUNT.
003880     MOVE ZERO TO DL700-ARCH-COUNT.
003890     MOVE 'N' TO DL700-IN-EOF-SWITCH.
003900     OPEN INPUT AUDIT-LOG.
003910     IF DL700-AUDIT-STATUS NOT = '00'
003920         GO TO 3100-REPORT.
003930     OPEN EXTEND AUDIT-ARCH.
003940     IF DL700-AUDIT-ARCH-STATUS NOT = '00'
003950         OPEN OUTPUT AUDIT-ARCH
003960     END-IF.
003970     IF DL700-AUDIT-ARCH-STATUS NOT = '00'
003980         CLOSE AUDIT-LOG
003990         MOVE 'AUDIT-LOG   ' TO DL700-RPT-FILE-NAME
004000         MOVE 'NOT PURGED -- ARCHIVE WILL NOT OPEN'
004010             TO DL700-PROBLEM-TEXT
004020         PERFORM 8400-REPORT-FILE-PROBLEM THRU 8400-EXIT
004030         GO TO 3100-EXIT
004040     END-IF.
004050     OPEN OUTPUT AUDIT-KEEP.
004060     IF DL700-AUDIT-KEEP-STATUS NOT = '00'
004070         CLOSE AUDIT-LOG
004080         CLOSE AUDIT-ARCH
004090         MOVE 'AUDIT-LOG   ' TO DL700-RPT-FILE-NAME
004100         MOVE 'NOT PURGED -- KEEP FILE WILL NOT OPEN'
004110             TO DL700-PROBLEM-TEXT
004120         PERFORM 8400-REPORT-FILE-PROBLEM THRU 8400-EXIT
004130         GO TO 3100-EXIT
004140     END-IF.
004150     PERFORM 3150-SPLIT-AUDIT-RECORD THRU 3150-EXIT
004160         UNTIL DL700-IN-EOF.
004170     CLOSE AUDIT-LOG.
004180     CLOSE AUDIT-ARCH.
004190     CLOSE AUDIT-KEEP.
004200     PERFORM 3180-REWRITE-AUDIT THRU 3180-EXIT.
004210 3100-REPORT.
004220     MOVE 'AUDIT-LOG   ' TO DL700-RPT-FILE-NAME.
004230     MOVE DL700-AUDIT-CUTOFF TO DL700-RPT-CUTOFF.
004240     PERFORM 8300-WRITE-FILE-TOTALS THRU 8300-EXIT.
004250 3100-EXIT.
004260     EXIT.
004270 3150-SPLIT-AUDIT-RECORD.
004280     READ AUDIT-LOG
004290         AT END SET DL700-IN-EOF TO TRUE
004300     END-READ.
004310     IF DL700-IN-EOF
004320         GO TO 3150-EXIT
004330     END-IF.
004340     ADD 1 TO DL700-READ-COUNT.
004350     IF DL100-AUD-DATE NUMERIC
004360             AND DL100-AUD-DATE < DL700-AUDIT-CUTOFF
004370         WRITE DL700-AUDIT-ARCH-RECORD FROM DL100-AUDIT-RECORD
004380         ADD 1 TO DL700-ARCH-COUNT
004390     ELSE
004400         WRITE DL700-AUDIT-KEEP-RECORD FROM DL100-AUDIT-RECORD
004410         ADD 1 TO DL700-KEEP-COUNT
004420     END-IF.
004430 3150-EXIT.
004440     EXIT.
004450 3180-REWRITE-AUDIT.
004460     MOVE 'N' TO DL700-IN-EOF-SWITCH.
004470     OPEN INPUT AUDIT-KEEP.
004480     IF DL700-AUDIT-KEEP-STATUS NOT = '00'
004490         MOVE 'AUDIT-LOG   ' TO DL700-RPT-FILE-NAME
004500         MOVE 'REWRITE SKIPPED -- KEEP WILL NOT REOPEN'
004510             TO DL700-PROBLEM-TEXT
004520         PERFORM 8400-REPORT-FILE-PROBLEM THRU 8400-EXIT
004530         GO TO 3180-EXIT
004540     END-IF.
004550     OPEN OUTPUT AUDIT-LOG.
004560     IF DL700-AUDIT-STATUS NOT = '00'
004570         CLOSE AUDIT-KEEP
004580         MOVE 'AUDIT-LOG   ' TO DL700-RPT-FILE-NAME
004590         MOVE 'REWRITE FAILED -- KEEP FILE RETAINED'
004600             TO DL700-PROBLEM-TEXT
004610         PERFORM 8400-REPORT-FILE-PROBLEM THRU 8400-EXIT
004620         GO TO 3180-EXIT
004630     END-IF.
004640     PERFORM 3190-COPY-AUDIT-KEEP THRU 3190-EXIT
004650         UNTIL DL700-IN-EOF.
004660     CLOSE AUDIT-KEEP.
004670     CLOSE AUDIT-LOG.
004680     OPEN OUTPUT AUDIT-KEEP.
004690     CLOSE AUDIT-KEEP.
004700 3180-EXIT.
004710     EXIT.
004720 3190-COPY-AUDIT-KEEP.
004730     READ AUDIT-KEEP
004740         AT END SET DL700-IN-EOF TO TRUE
004750     END-READ.
004760     IF NOT DL700-IN-EOF
004770         MOVE DL700-AUDIT-KEEP-RECORD TO DL100-AUDIT-RECORD
004780         WRITE DL100-AUDIT-RECORD
004790     END-IF.
004800 3190-EXIT.
004810     EXIT.
004820******************************************************************
004830*  3200-PURGE-REJECTS -- split TRANS-REJECT on the reject cutoff
004840*                        by the reject date the intake stamped
004850******************************************************************
004860 3200-PURGE-REJECTS.
004870     MOVE ZERO TO DL700-READ-COUNT.
004880     MOVE ZERO TO DL700-KEEP-COUNT.
004890     MOVE ZERO TO DL700-ARCH-COUNT.
004900     MOVE 'N' TO DL700-IN-EOF-SWITCH.
004910     OPEN INPUT REJECT-FILE.
004920     IF DL700-REJECT-STATUS NOT = '00'
004930         GO TO 3200-REPORT.
004940     OPEN EXTEND REJECT-ARCH.
004950     IF DL700-REJECT-ARCH-STATUS NOT = '00'
004960         OPEN OUTPUT REJECT-ARCH
004970     END-IF.
004980     IF DL700-REJECT-ARCH-STATUS NOT = '00'
004990         CLOSE REJECT-FILE
005000         MOVE 'TRANS-REJECT' TO DL700-RPT-FILE-NAME
005010         MOVE 'NOT PURGED -- ARCHIVE WILL NOT OPEN'
005020             TO DL700-PROBLEM-TEXT
005030         PERFORM 8400-REPORT-FILE-PROBLEM THRU 8400-EXIT
005040         GO TO 3200-EXIT
005050     END-IF.
005060     OPEN OUTPUT REJECT-KEEP.
005070     IF DL700-REJECT-KEEP-STATUS NOT = '00'
005080         CLOSE REJECT-FILE
005090         CLOSE REJECT-ARCH
005100         MOVE 'TRANS-REJECT' TO DL700-RPT-FILE-NAME
005110         MOVE 'NOT PURGED -- KEEP FILE WILL NOT OPEN'
005120             TO DL700-PROBLEM-TEXT
005130         PERFORM 8400-REPORT-FILE-PROBLEM THRU 8400-EXIT
005140         GO TO 3200-EXIT
005150     END-IF.
005160     PERFORM 3250-SPLIT-REJECT-RECORD THRU 3250-EXIT
005170         UNTIL DL700-IN-EOF.
005180     CLOSE REJECT-FILE.
005190     CLOSE REJECT-ARCH.
005200     CLOSE REJECT-KEEP.
005210     PERFORM 3280-REWRITE-REJECTS THRU 3280-EXIT.
005220 3200-REPORT.
005230     MOVE 'TRANS-REJECT' TO DL700-RPT-FILE-NAME.
005240     MOVE DL700-REJECT-CUTOFF TO DL700-RPT-CUTOFF.
005250     PERFORM 8300-WRITE-FILE-TOTALS THRU 8300-EXIT.
005260 3200-EXIT.
005270     EXIT.
005280 3250-SPLIT-REJECT-RECORD.
005290     READ REJECT-FILE
005300         AT END SET DL700-IN-EOF TO TRUE
005310     END-READ.
005320     IF DL700-IN-EOF
005330         GO TO 3250-EXIT
005340     END-IF.
005350     ADD 1 TO DL700-READ-COUNT.
005360     IF DL100-REJ-RUN-DATE NUMERIC
005370             AND DL100-REJ-RUN-DATE < DL700-REJECT-CUTOFF
005380         WRITE DL700-REJECT-ARCH-RECORD FROM DL100-REJECT-RECORD
005390         ADD 1 TO DL700-ARCH-COUNT
005400     ELSE
005410         WRITE DL700-REJECT-KEEP-RECORD FROM DL100-REJECT-RECORD
005420         ADD 1 TO DL700-KEEP-COUNT
005430     END-IF.
005440 3250-EXIT.
005450     EXIT.
005460 3280-REWRITE-REJECTS.
005470     MOVE 'N' TO DL700-IN-EOF-SWITCH.
005480     OPEN INPUT REJECT-KEEP.
005490     IF DL700-REJECT-KEEP-STATUS NOT = '00'
005500         MOVE 'TRANS-REJECT' TO DL700-RPT-FILE-NAME
005510         MOVE 'REWRITE SKIPPED -- KEEP WILL NOT REOPEN'
005520             TO DL700-PROBLEM-TEXT
005530         PERFORM 8400-REPORT-FILE-PROBLEM THRU 8400-EXIT
005540         GO TO 3280-EXIT
005550     END-IF.
005560     OPEN OUTPUT REJECT-FILE.
005570     IF DL700-REJECT-STATUS NOT = '00'
005580         CLOSE REJECT-KEEP
005590         MOVE 'TRANS-REJECT' TO DL700-RPT-FILE-NAME
005600         MOVE 'REWRITE FAILED -- KEEP FILE RETAINED'
005610             TO DL700-PROBLEM-TEXT
005620         PERFORM 8400-REPORT-FILE-PROBLEM THRU 8400-EXIT
005630         GO TO 3280-EXIT
005640     END-IF.
005650     PERFORM 3290-COPY-REJECT-KEEP THRU 3290-EXIT
005660         UNTIL DL700-IN-EOF.
005670     CLOSE REJECT-KEEP.
005680     CLOSE REJECT-FILE.
005690     OPEN OUTPUT REJECT-KEEP.
005700     CLOSE REJECT-KEEP.
005710 3280-EXIT.
005720     EXIT.
005730 3290-COPY-REJECT-KEEP.
005740     READ REJECT-KEEP
005750         AT END SET DL700-IN-EOF TO TRUE
005760     END-READ.
005770     IF NOT DL700-IN-EOF
005780         MOVE DL700-REJECT-KEEP-RECORD TO DL100-REJECT-RECORD
005790         WRITE DL100-REJECT-RECORD
005800     END-IF.
005810 3290-EXIT.
005820     EXIT.
005830******************************************************************
005840*  3300-PURGE-TRANS-OUT -- split TRANS-OUT on the transaction
005850*                          date each record carries
005860******************************************************************
005870 3300-PURGE-TRANS-OUT.
005880     MOVE ZERO TO DL700-READ-COUNT.
005890     MOVE ZERO TO DL700-KEEP-COUNT.
005900     MOVE ZERO TO DL700-ARCH-COUNT.
005910     MOVE 'N' TO DL700-IN-EOF-SWITCH.
005920     OPEN INPUT TRANS-OUT.
005930     IF DL700-TRANS-STATUS NOT = '00'
005940         GO TO 3300-REPORT.
005950     OPEN EXTEND TRANS-ARCH.
005960     IF DL700-TRANS-ARCH-STATUS NOT = '00'
005970         OPEN OUTPUT TRANS-ARCH
005980     END-IF.
005990     IF DL700-TRANS-ARCH-STATUS NOT = '00'
006000         CLOSE TRANS-OUT
006010         MOVE 'TRANS-OUT   ' TO DL700-RPT-FILE-NAME
006020         MOVE 'NOT PURGED -- ARCHIVE WILL NOT OPEN'
006030             TO DL700-PROBLEM-TEXT
006040         PERFORM 8400-REPORT-FILE-PROBLEM THRU 8400-EXIT
006050         GO TO 3300-EXIT
006060     END-IF.
006070     OPEN OUTPUT TRANS-KEEP.
006080     IF DL700-TRANS-KEEP-STATUS NOT = '00'
006090         CLOSE TRANS-OUT
006100         CLOSE TRANS-ARCH
006110         MOVE 'TRANS-OUT   ' TO DL700-RPT-FILE-NAME
006120         MOVE 'NOT PURGED -- KEEP FILE WILL NOT OPEN'
006130             TO DL700-PROBLEM-TEXT
006140         PERFORM 8400-REPORT-FILE-PROBLEM THRU 8400-EXIT
006150         GO TO 3300-EXIT
006160     END-IF.
006170     PERFORM 3350-SPLIT-TRANS-RECORD THRU 3350-EXIT
006180         UNTIL DL700-IN-EOF.
006190     CLOSE TRANS-OUT.
006200     CLOSE TRANS-ARCH.
006210     CLOSE TRANS-KEEP.
006220     PERFORM 3380-REWRITE-TRANS-OUT THRU 3380-EXIT.
006230 3300-REPORT.
006240     MOVE 'TRANS-OUT   ' TO DL700-RPT-FILE-NAME.
006250     MOVE DL700-TRANS-CUTOFF TO DL700-RPT-CUTOFF.
006260     PERFORM 8300-WRITE-FILE-TOTALS THRU 8300-EXIT.
006270 3300-EXIT.
006280     EXIT.
006290 3350-SPLIT-TRANS-RECORD.
006300     READ TRANS-OUT
006310         AT END SET DL700-IN-EOF TO TRUE
006320     END-READ.
006330     IF DL700-IN-EOF
006340         GO TO 3350-EXIT
006350     END-IF.
006360     ADD 1 TO DL700-READ-COUNT.
006370     MOVE ZERO TO DL700-WORK-DATE.
006380     IF DL700-TRANS-RECORD(27:8) NUMERIC
006390         MOVE DL700-TRANS-RECORD(27:8) TO DL700-WORK-DATE
006400     END-IF.
006410     IF DL700-WORK-DATE > ZERO
006420             AND DL700-WORK-DATE < DL700-TRANS-CUTOFF
006430         WRITE DL700-TRANS-ARCH-RECORD FROM DL700-TRANS-RECORD
006440         ADD 1 TO DL700-ARCH-COUNT
006450     ELSE
006460         WRITE DL700-TRANS-KEEP-RECORD FROM DL700-TRANS-RECORD
006470         ADD 1 TO DL700-KEEP-COUNT
006480     END-IF.
006490 3350-EXIT.
006500     EXIT.
006510 3380-REWRITE-TRANS-OUT.
006520     MOVE 'N' TO DL700-IN-EOF-SWITCH.
006530     OPEN INPUT TRANS-KEEP.
006540     IF DL700-TRANS-KEEP-STATUS NOT = '00'
006550         MOVE 'TRANS-OUT   ' TO DL700-RPT-FILE-NAME
006560         MOVE 'REWRITE SKIPPED -- KEEP WILL NOT REOPEN'
006570             TO DL700-PROBLEM-TEXT
006580         PERFORM 8400-REPORT-FILE-PROBLEM THRU 8400-EXIT
006590         GO TO 3380-EXIT
006600     END-IF.
006610     OPEN OUTPUT TRANS-OUT.
006620     IF DL700-TRANS-STATUS NOT = '00'
006630         CLOSE TRANS-KEEP
006640         MOVE 'TRANS-OUT   ' TO DL700-RPT-FILE-NAME
006650         MOVE 'REWRITE FAILED -- KEEP FILE RETAINED'
006660             TO DL700-PROBLEM-TEXT
006670         PERFORM 8400-REPORT-FILE-PROBLEM THRU 8400-EXIT
006680         GO TO 3380-EXIT
006690     END-IF.
006700     PERFORM 3390-COPY-TRANS-KEEP THRU 3390-EXIT
006710         UNTIL DL700-IN-EOF.
006720     CLOSE TRANS-KEEP.
006730     CLOSE TRANS-OUT.
006740     OPEN OUTPUT TRANS-KEEP.
006750     CLOSE TRANS-KEEP.
006760 3380-EXIT.
006770     EXIT.
006780 3390-COPY-TRANS-KEEP.
006790     READ TRANS-KEEP
006800         AT END SET DL700-IN-EOF TO TRUE
006810     END-READ.
006820     IF NOT DL700-IN-EOF
006830         MOVE DL700-TRANS-KEEP-RECORD TO DL700-TRANS-RECORD
006840         WRITE DL700-TRANS-RECORD
006850     END-IF.
006860 3390-EXIT.
006870     EXIT.
006880******************************************************************
006890*  8000-FINALIZE -- the purge report header was deferred until
006900*                   now so the refusal case can say why nothing
006910*                   was touched
006920******************************************************************
006930 8000-FINALIZE.
006940     IF DL700-OUT-OF-SEQUENCE OR DL700-RPT-OPEN-FAILED
006950         GO TO 8000-EXIT
006960     END-IF.
006970     IF DL700-RUN-REFUSED
006980         MOVE SPACES TO DL700-RPT-LINE
006990         STRING 'HOUSEKEEP PURGE REPORT -- REFUSED:'
007000             ' UNFINISHED-RUN CHECKPOINT IS PRESENT'
007010             DELIMITED BY SIZE INTO DL700-RPT-LINE
007020         WRITE DL700-RPT-LINE
007030     END-IF.
007040     CLOSE PURGE-RPT.
007050 8000-EXIT.
007060     EXIT.
007070******************************************************************
007080*  8300-WRITE-FILE-TOTALS -- one purge-report line per file,
007090*                            written as each file finishes (the
007100*                            header line goes out ahead of the
007110*                            first)
007120******************************************************************
007130 8300-WRITE-FILE-TOTALS.
007140     IF DL700-RPT-OPEN-FAILED
007150         GO TO 8300-EXIT
007160     END-IF.
007170     PERFORM 8250-WRITE-REPORT-HEADER THRU 8250-EXIT.
007180     MOVE DL700-READ-COUNT TO DL700-RPT-READ.
007190     MOVE DL700-KEEP-COUNT TO DL700-RPT-KEPT.
007200     MOVE DL700-ARCH-COUNT TO DL700-RPT-ARCHED.
007210     MOVE DL700-RPT-FILE-TOTALS TO DL700-RPT-LINE.
007220     WRITE DL700-RPT-LINE.
007230 8300-EXIT.
007240     EXIT.
007250******************************************************************
007260*  8250-WRITE-REPORT-HEADER -- once, ahead of the first detail
007270*                              or problem line
007280******************************************************************
007290 8250-WRITE-REPORT-HEADER.
007300     IF DL700-RPT-HDR-WRITTEN
007310         GO TO 8250-EXIT
007320     END-IF.
007330     SET DL700-RPT-HDR-WRITTEN TO TRUE.
007340     MOVE SPACES TO DL700-RPT-LINE.
007350     STRING 'HOUSEKEEP PURGE REPORT'
007360         DELIMITED BY SIZE INTO DL700-RPT-LINE.
007370     WRITE DL700-RPT-LINE.
007380 8250-EXIT.
007390     EXIT.
007400******************************************************************
007410*  8400-REPORT-FILE-PROBLEM -- a file whose split or rewrite
007420*                              could not be done safely: say so
007430*                              on the report, grade the run
007440*                              serious, and touch nothing
007450******************************************************************
007460 8400-REPORT-FILE-PROBLEM.
007470     DISPLAY DL700-RPT-FILE-NAME ' ' DL700-PROBLEM-TEXT.
007480     IF DL700-HIGHEST-RC < 8
007490         MOVE 8 TO DL700-HIGHEST-RC
007500     END-IF.
007510     IF DL700-RPT-OPEN-FAILED
007520         GO TO 8400-EXIT
007530     END-IF.
007540     PERFORM 8250-WRITE-REPORT-HEADER THRU 8250-EXIT.
007550     MOVE SPACES TO DL700-RPT-LINE.
007560     STRING DL700-RPT-FILE-NAME ' *** ' DL700-PROBLEM-TEXT
007570         ' ***'
007580         DELIMITED BY SIZE INTO DL700-RPT-LINE.
007590     WRITE DL700-RPT-LINE.
007600 8400-EXIT.
007610     EXIT.
007620******************************************************************
007630*  8900-RECORD-COMPLETION -- the step's end and return code go
007640*                            back on RUN-CONTROL: complete below
007650*                            RETURN-CODE 8, failed otherwise.  A
007660*                            step whose end cannot be recorded
007670*                            ends RETURN-CODE 8.
007680******************************************************************
007690 8900-RECORD-COMPLETION.
007700     IF NOT DL700-STEP-STARTED
007710         GO TO 8900-EXIT
007720     END-IF.
007730     OPEN INPUT RUN-CONTROL.
007740     IF DL700-RCT-FILE-STATUS NOT = '00'
007750         DISPLAY 'RUN-CONTROL OPEN FAILED, STATUS='
007760             DL700-RCT-FILE-STATUS ' -- STEP END NOT RECORDED'
007770         MOVE 8 TO RETURN-CODE
007780         GO TO 8900-EXIT
007790     END-IF.
007800     READ RUN-CONTROL
007810         AT END MOVE SPACES TO DL960-RUN-CONTROL-RECORD
007820     END-READ.
007830     CLOSE RUN-CONTROL.
007840     IF DL960-RCT-BUS-DATE NOT = DL700-RUN-DATE
007850         DISPLAY 'RUN-CONTROL NO LONGER HOLDS ' DL700-RUN-DATE
007860             ' -- STEP END NOT RECORDED'
007870         MOVE 8 TO RETURN-CODE
007880         GO TO 8900-EXIT
007890     END-IF.
007900     ACCEPT DL700-STAMP-DATE FROM DATE YYYYMMDD.
007910     ACCEPT DL700-STAMP-TIME FROM TIME.
007920     MOVE DL700-STAMP-DATE TO DL960-RCT-END-DATE(DL700-STEP-NO).
007930     MOVE DL700-STAMP-TIME TO DL960-RCT-END-TIME(DL700-STEP-NO).
007940     MOVE RETURN-CODE TO DL960-RCT-RC(DL700-STEP-NO).
007950     IF RETURN-CODE < 8
007960         SET DL960-RCT-COMPLETE(DL700-STEP-NO) TO TRUE
007970     ELSE
007980         SET DL960-RCT-FAILED(DL700-STEP-NO) TO TRUE
007990     END-IF.
008000     OPEN OUTPUT RUN-CONTROL.
008010     IF DL700-RCT-FILE-STATUS NOT = '00'
008020         DISPLAY 'RUN-CONTROL OPEN FAILED, STATUS='
008030             DL700-RCT-FILE-STATUS ' -- STEP END NOT RECORDED'
008040         MOVE 8 TO RETURN-CODE
008050         GO TO 8900-EXIT
008060     END-IF.
008070     WRITE DL960-RUN-CONTROL-RECORD.
008080     IF DL700-RCT-FILE-STATUS NOT = '00'
008090         DISPLAY 'RUN-CONTROL WRITE FAILED, STATUS='
008100             DL700-RCT-FILE-STATUS ' -- STEP END NOT RECORDED'
008110         MOVE 8 TO RETURN-CODE
008120     END-IF.
008130     CLOSE RUN-CONTROL.
008140 8900-EXIT.
008150     EXIT.
