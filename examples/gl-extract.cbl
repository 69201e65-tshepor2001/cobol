000410*                    opposite side of the ledger from the
000420*                    original's code, the same flip the posting
000430*                    run applies.
000440*   10/15/2026 RM    An XFR transfer summarizes as a pair: its
000450*                    from-account leg into a debit bucket and its
000460*                    to-account leg into a credit bucket for the
000470*                    code and date, kept apart from the code's
000480*                    ordinary bucket.  A REV of a transfer nets
000490*                    each leg back out of the same two buckets.
000500*                    Transfer pairs are counted on the balancing
000510*                    report.
000520*   10/15/2026 RM    The run date is now the business date on
000530*                    RUN-CONTROL rather than the clock.  The
000540*                    extract is refused -- nothing opened, no
000550*                    GL-INTERFACE written, RETURN-CODE 8 --
000560*                    unless posting is complete for the date and
000570*                    the extract has not already run for it; it
000580*                    marks the step started on RUN-CONTROL, and
000590*                    complete or failed at the end.
000600*   10/15/2026 RM    The items posting rejected are left out of
000610*                    the feed: POST-REJECT is matched against
000620*                    TRANS-OUT as both are read, so the GL net is
000630*                    the net the master took and day-close ties
000640*                    with rejects on the day.  Rejects are counted
000650*                    on the balancing report; a reject that
000660*                    matches no TRANS-OUT item is not certified.
000670******************************************************************
000680 IDENTIFICATION DIVISION.
000690 PROGRAM-ID. GL-EXTRACT.
000700 ENVIRONMENT DIVISION.
000710 INPUT-OUTPUT SECTION.
000720 FILE-CONTROL.
000730 SELECT TRANS-IN ASSIGN TO "TRANS-OUT"
000740     ORGANIZATION LINE SEQUENTIAL
000750     FILE STATUS IS DL600-TRANS-IN-STATUS.
000760 SELECT TRANS-CODE-FILE ASSIGN TO "TRANS-CODES"
000770     ORGANIZATION LINE SEQUENTIAL
000780     FILE STATUS IS DL600-TCODE-STATUS.
000790 SELECT POST-REJECT ASSIGN TO "POST-REJECT"
000800     ORGANIZATION LINE SEQUENTIAL
000810     FILE STATUS IS DL600-REJ-STATUS.
000820 SELECT GL-INTERFACE ASSIGN TO "GL-INTERFACE"
000830     ORGANIZATION LINE SEQUENTIAL
000840     FILE STATUS IS DL600-GL-STATUS.
000850 SELECT BALANCE-RPT ASSIGN TO "GL-BALANCE-RPT"
000860     ORGANIZATION LINE SEQUENTIAL
000870     FILE STATUS IS DL600-RPT-STATUS.
000880 SELECT RUN-CONTROL ASSIGN TO "RUN-CONTROL"
000890     ORGANIZATION LINE SEQUENTIAL
000900     FILE STATUS IS DL600-RCT-FILE-STATUS.
000910 DATA DIVISION.
000920 FILE SECTION.
000930 FD TRANS-IN.
000940 01  DL600-TRANS-IN-REC              PIC X(255).
000950 COPY DL100REC REPLACING ==LN== BY ==DL600-TRANS-IN-REC==.
000960 FD TRANS-CODE-FILE.
000970 COPY DL100TCD.
000980 FD POST-REJECT.
000990 COPY DL100REJ.
001000 FD GL-INTERFACE.
001010 01  DL600-GL-RECORD                 PIC X(80).
001020 FD BALANCE-RPT.
001030 01  DL600-RPT-LINE                  PIC X(80).
001040 FD RUN-CONTROL.
001050 COPY DL960RCT.
001060 WORKING-STORAGE SECTION.
001070 01  DL600-SWITCHES.
001080     05  DL600-TRANS-EOF-SWITCH      PIC X(01) VALUE 'N'.
001090         88  DL600-TRANS-EOF              VALUE 'Y'.
001100     05  DL600-TCODE-EOF-SWITCH      PIC X(01) VALUE 'N'.
001110         88  DL600-TCODE-EOF              VALUE 'Y'.
001120     05  DL600-REJ-EOF-SWITCH        PIC X(01) VALUE 'N'.
001130         88  DL600-REJ-EOF                VALUE 'Y'.
001140     05  DL600-REJ-OPEN-SWITCH       PIC X(01) VALUE 'N'.
001150         88  DL600-REJ-IS-OPEN            VALUE 'Y'.
001160     05  DL600-BUCKET-FULL-SWITCH    PIC X(01) VALUE 'N'.
001170         88  DL600-BUCKET-TABLE-FULL      VALUE 'Y'.
001180     05  DL600-BUCKET-FOUND-SWITCH   PIC X(01) VALUE 'N'.
001190         88  DL600-BUCKET-FOUND           VALUE 'Y'.
001200     05  DL600-RPT-OPEN-SWITCH       PIC X(01) VALUE 'N'.
001210         88  DL600-RPT-OPEN-FAILED        VALUE 'Y'.
001220     05  DL600-SEQ-SWITCH            PIC X(01) VALUE 'N'.
001230         88  DL600-OUT-OF-SEQUENCE        VALUE 'Y'.
001240     05  DL600-STEP-SWITCH           PIC X(01) VALUE 'N'.
001250         88  DL600-STEP-STARTED           VALUE 'Y'.
001260 77  DL600-TRANS-IN-STATUS           PIC X(02).
001270 77  DL600-TCODE-STATUS              PIC X(02).
001280 77  DL600-GL-STATUS                 PIC X(02).
001290 77  DL600-REJ-STATUS                PIC X(02).
001300 77  DL600-RPT-STATUS                PIC X(02).
001310 77  DL600-RUN-DATE                  PIC 9(08).
001320 77  DL600-RUN-TIME                  PIC 9(08).
001330 77  DL600-REFUSAL-TEXT              PIC X(60) VALUE SPACES.
001340 77  DL600-RCT-FILE-STATUS           PIC X(02).
001350 77  DL600-STEP-NO                   PIC 9(02) COMP VALUE 4.
001360 77  DL600-STEP-NAME                 PIC X(10) VALUE 'GL-EXTRACT'.
001370 77  DL600-PRED-STEP-NO              PIC 9(02) COMP VALUE 3.
001380 77  DL600-PRED-STEP-NAME            PIC X(10) VALUE 'POSTING'.
001390 77  DL600-STAMP-DATE                PIC 9(08) VALUE ZERO.
001400 77  DL600-STAMP-TIME                PIC 9(08) VALUE ZERO.
001410 77  DL600-TRANS-READ                PIC 9(09) COMP VALUE ZERO.
001420 77  DL600-TRANS-SUMMED              PIC 9(09) COMP VALUE ZERO.
001430 77  DL600-TRANS-SKIPPED             PIC 9(09) COMP VALUE ZERO.
001440 77  DL600-TRANS-REJECTED            PIC 9(09) COMP VALUE ZERO.
001450 77  DL600-REJ-UNMATCHED             PIC 9(09) COMP VALUE ZERO.
001460 77  DL600-CODES-UNKNOWN             PIC 9(09) COMP VALUE ZERO.
001470 77  DL600-BUCKET-COUNT              PIC 9(05) COMP VALUE ZERO.
001480 77  DL600-BUCKET-MAX                PIC 9(05) COMP VALUE 500.
001490 77  DL600-TCODE-COUNT               PIC 9(05) COMP VALUE ZERO.
001500 77  DL600-TCODE-MAX                 PIC 9(05) COMP VALUE 500.
001510 77  DL600-DC-SIDE                   PIC X(01) VALUE 'C'.
001520 77  DL600-LEG-KIND                  PIC X(01) VALUE SPACE.
001530 77  DL600-XFR-PAIRS                 PIC 9(09) COMP VALUE ZERO.
001540 77  DL600-GL-RECS-WRITTEN           PIC 9(09) COMP VALUE ZERO.
001550 77  DL600-INPUT-NET                 PIC S9(13)V99 COMP-3
001560                                     VALUE ZERO.
001570 77  DL600-EXTRACT-NET               PIC S9(13)V99 COMP-3
001580                                     VALUE ZERO.
001590 77  DL600-AMOUNT-HASH               PIC 9(13)V99 COMP-3
001600                                     VALUE ZERO.
001610 77  DL600-RPT-NUM-EDIT              PIC ZZZZZZZZ9.
001620 77  DL600-RPT-AMT-EDIT              PIC -ZZZZZZZZZZZZ9.99.
001630 01  DL600-BUCKET-TABLE.
001640     05  DL600-BUCKET-ENTRY
001650         OCCURS 1 TO 500 TIMES
001660         DEPENDING ON DL600-BUCKET-COUNT
001670         INDEXED BY DL600-BUCKET-IDX.
001680         10  DL600-BKT-CODE          PIC X(02).
001690         10  DL600-BKT-DATE          PIC 9(08).
001700         10  DL600-BKT-DC-IND        PIC X(01).
001710         10  DL600-BKT-LEG-KIND      PIC X(01).
001720         10  DL600-BKT-COUNT         PIC 9(09) COMP.
001730         10  DL600-BKT-NET           PIC S9(13)V99 COMP-3.
001740 01  DL600-TCODE-TABLE.
001750     05  DL600-TCODE-ENTRY
001760         OCCURS 1 TO 500 TIMES
001770         DEPENDING ON DL600-TCODE-COUNT
001780         INDEXED BY DL600-TCODE-IDX.
001790         10  DL600-TCODE-CODE        PIC X(02).
001800         10  DL600-TCODE-DC-IND      PIC X(01).
001810 01  DL600-GL-HEADER.
001820     05  FILLER                      PIC X(03) VALUE 'GLH'.
001830     05  DL600-GLH-RUN-DATE          PIC 9(08).
001840     05  DL600-GLH-RUN-TIME          PIC 9(08).
001850     05  FILLER                      PIC X(61) VALUE SPACES.
001860 01  DL600-GL-DETAIL.
001870     05  FILLER                      PIC X(03) VALUE 'GLD'.
001880     05  DL600-GLD-CODE              PIC X(02).
001890     05  DL600-GLD-DATE              PIC 9(08).
001900     05  DL600-GLD-DC-IND            PIC X(01).
001910     05  DL600-GLD-COUNT             PIC 9(09).
001920     05  DL600-GLD-NET               PIC S9(13)V99.
001930     05  FILLER                      PIC X(42) VALUE SPACES.
001940 01  DL600-GL-TRAILER.
001950     05  FILLER                      PIC X(03) VALUE 'GLT'.
001960     05  DL600-GLT-REC-COUNT         PIC 9(09).
001970     05  DL600-GLT-AMOUNT-HASH       PIC 9(13)V99.
001980     05  FILLER                      PIC X(53) VALUE SPACES.
001990******************************************************************
002000*  0000-MAINLINE
002010******************************************************************
002020 PROCEDURE DIVISION.
002030 0000-MAINLINE.
002040     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002050     PERFORM 2000-SUMMARIZE-TRANSACTION THRU 2000-EXIT
002060         UNTIL DL600-TRANS-EOF.
002070     PERFORM 8000-FINALIZE THRU 8000-EXIT.
002080     IF DL600-OUT-OF-SEQUENCE
002090         MOVE 8 TO RETURN-CODE
002100     END-IF.
002110     PERFORM 8900-RECORD-COMPLETION THRU 8900-EXIT.
002120     STOP RUN.
002130******************************************************************
002140*  1000-INITIALIZE -- check the run against RUN-CONTROL, load
002150*                     the code table, open the day's
002160*                     transactions and posting's rejects, and
002170*                     prime the first read of each
002180******************************************************************
002190 1000-INITIALIZE.
002200     PERFORM 1020-CHECK-RUN-CONTROL THRU 1020-EXIT.
002210     IF DL600-OUT-OF-SEQUENCE
002220         SET DL600-TRANS-EOF TO TRUE
002230         GO TO 1000-EXIT
002240     END-IF.
002250     ACCEPT DL600-RUN-TIME FROM TIME.
002260     PERFORM 1100-LOAD-TRANS-CODES THRU 1100-EXIT.
002270     OPEN OUTPUT BALANCE-RPT.
002280     IF DL600-RPT-STATUS NOT = '00'
002290         DISPLAY 'GL-BALANCE-RPT OPEN FAILED, STATUS='
002300             DL600-RPT-STATUS
002310         SET DL600-RPT-OPEN-FAILED TO TRUE
002320     END-IF.
002330     OPEN INPUT TRANS-IN.
002340     IF DL600-TRANS-IN-STATUS NOT = '00'
002350         DISPLAY 'TRANS-OUT OPEN FAILED, STATUS='
002360             DL600-TRANS-IN-STATUS
002370         SET DL600-TRANS-EOF TO TRUE
002380     END-IF.
002390     IF NOT DL600-TRANS-EOF
002400         READ TRANS-IN
002410             AT END SET DL600-TRANS-EOF TO TRUE
002420         END-READ
002430     END-IF.
002440     IF NOT DL600-TRANS-EOF
002450         ADD 1 TO DL600-TRANS-READ
002460     END-IF.
002470     PERFORM 1200-OPEN-POST-REJECT THRU 1200-EXIT.
002480 1000-EXIT.
002490     EXIT.
002500******************************************************************
002510*  1020-CHECK-RUN-CONTROL -- the run date is the business date on
002520*                            RUN-CONTROL, not the clock.  The run
002530*                            goes ahead only if posting is
002540*                            complete for that date and this step
002550*                            is still pending; the step is then
002560*                            marked started.
002570******************************************************************
002580 1020-CHECK-RUN-CONTROL.
002590     OPEN INPUT RUN-CONTROL.
002600     IF DL600-RCT-FILE-STATUS NOT = '00'
002610         MOVE SPACES TO DL600-REFUSAL-TEXT
002620         STRING 'RUN-CONTROL WILL NOT OPEN, STATUS='
002630             DL600-RCT-FILE-STATUS
002640             DELIMITED BY SIZE INTO DL600-REFUSAL-TEXT
002650         PERFORM 1030-REFUSE-OUT-OF-SEQ THRU 1030-EXIT
002660         GO TO 1020-EXIT
002670     END-IF.
002680     READ RUN-CONTROL
002690         AT END MOVE SPACES TO DL960-RUN-CONTROL-RECORD
002700     END-READ.
002710     CLOSE RUN-CONTROL.
002720     IF DL960-RCT-BUS-DATE NOT NUMERIC
002730             OR DL960-RCT-BUS-DATE = ZERO
002740         MOVE 'RUN-CONTROL HOLDS NO BUSINESS DATE'
002750             TO DL600-REFUSAL-TEXT
002760         PERFORM 1030-REFUSE-OUT-OF-SEQ THRU 1030-EXIT
002770         GO TO 1020-EXIT
002780     END-IF.
002790     IF NOT DL960-RCT-COMPLETE(DL600-PRED-STEP-NO)
002800         MOVE SPACES TO DL600-REFUSAL-TEXT
002810         STRING DL600-PRED-STEP-NAME DELIMITED BY SPACE
002820             ' NOT COMPLETE FOR ' DL960-RCT-BUS-DATE
002830             DELIMITED BY SIZE INTO DL600-REFUSAL-TEXT
002840         PERFORM 1030-REFUSE-OUT-OF-SEQ THRU 1030-EXIT
002850         GO TO 1020-EXIT
002860     END-IF.
002870     IF NOT DL960-RCT-PENDING(DL600-STEP-NO)
002880         MOVE SPACES TO DL600-REFUSAL-TEXT
002890         STRING DL600-STEP-NAME DELIMITED BY SPACE
002900             ' ALREADY RUN FOR ' DL960-RCT-BUS-DATE
002910             ' -- RERUN NEEDS OVERRIDE'
002920             DELIMITED BY SIZE INTO DL600-REFUSAL-TEXT
002930         PERFORM 1030-REFUSE-OUT-OF-SEQ THRU 1030-EXIT
002940         GO TO 1020-EXIT
002950     END-IF.
002960     MOVE DL960-RCT-BUS-DATE TO DL600-RUN-DATE.
002970     ACCEPT DL600-STAMP-DATE FROM DATE YYYYMMDD.
002980     ACCEPT DL600-STAMP-TIME FROM TIME.
002990     SET DL960-RCT-STARTED(DL600-STEP-NO) TO TRUE.
003000     MOVE DL600-STAMP-DATE TO DL960-RCT-START-DATE(DL600-STEP-NO).
003010     MOVE DL600-STAMP-TIME TO DL960-RCT-START-TIME(DL600-STEP-NO).
003020     MOVE ZERO TO DL960-RCT-END-DATE(DL600-STEP-NO).
003030     MOVE ZERO TO DL960-RCT-END-TIME(DL600-STEP-NO).
003040     MOVE ZERO TO DL960-RCT-RC(DL600-STEP-NO).
003050     OPEN OUTPUT RUN-CONTROL.
003060     IF DL600-RCT-FILE-STATUS NOT = '00'
003070         MOVE SPACES TO DL600-REFUSAL-TEXT
003080         STRING 'RUN-CONTROL WILL NOT UPDATE, STATUS='
003090             DL600-RCT-FILE-STATUS
003100             DELIMITED BY SIZE INTO DL600-REFUSAL-TEXT
003110         PERFORM 1030-REFUSE-OUT-OF-SEQ THRU 1030-EXIT
003120         GO TO 1020-EXIT
003130     END-IF.
003140     WRITE DL960-RUN-CONTROL-RECORD.
003150     IF DL600-RCT-FILE-STATUS NOT = '00'
003160         MOVE SPACES TO DL600-REFUSAL-TEXT
003170         STRING 'RUN-CONTROL WILL NOT UPDATE, STATUS='
003180             DL600-RCT-FILE-STATUS
003190             DELIMITED BY SIZE INTO DL600-REFUSAL-TEXT
003200         CLOSE RUN-CONTROL
003210         PERFORM 1030-REFUSE-OUT-OF-SEQ THRU 1030-EXIT
003220         GO TO 1020-EXIT
003230     END-IF.
003240     CLOSE RUN-CONTROL.
003250     SET DL600-STEP-STARTED TO TRUE.
003260 1020-EXIT.
003270     EXIT.
003280******************************************************************
003290*  1030-REFUSE-OUT-OF-SEQ -- the step is out of sequence for the
003300*                            business date; nothing is opened and
003310*                            RUN-CONTROL is left as it stands
003320******************************************************************
003330 1030-REFUSE-OUT-OF-SEQ.
003340     DISPLAY 'RUN REFUSED -- ' DL600-REFUSAL-TEXT.
003350     SET DL600-OUT-OF-SEQUENCE TO TRUE.
003360 1030-EXIT.
003370     EXIT.
003380******************************************************************
003390*  1100-LOAD-TRANS-CODES -- the debit/credit indicator per code
003400*                           decides which side of the ledger a
003410*                           bucket's amounts land on
003420******************************************************************
003430 1100-LOAD-TRANS-CODES.
003440     OPEN INPUT TRANS-CODE-FILE.
003450     IF DL600-TCODE-STATUS = '00'
003460         PERFORM 1150-LOAD-TRANS-CODE THRU 1150-EXIT
003470             UNTIL DL600-TCODE-EOF
003480         CLOSE TRANS-CODE-FILE
003490     ELSE
003500         DISPLAY 'TRANS-CODES OPEN FAILED, STATUS='
003510             DL600-TCODE-STATUS
003520             ' -- ALL CODES SUMMARIZE AS CREDITS'
003530     END-IF.
003540 1100-EXIT.
003550     EXIT.
003560 1150-LOAD-TRANS-CODE.
003570     READ TRANS-CODE-FILE
003580         AT END SET DL600-TCODE-EOF TO TRUE
003590     END-READ.
003600     IF NOT DL600-TCODE-EOF
003610         IF DL600-TCODE-COUNT < DL600-TCODE-MAX
003620             ADD 1 TO DL600-TCODE-COUNT
003630             SET DL600-TCODE-IDX TO DL600-TCODE-COUNT
003640             MOVE DL100-TCD-CODE
003650                 TO DL600-TCODE-CODE(DL600-TCODE-IDX)
003660             MOVE DL100-TCD-DC-IND
003670                 TO DL600-TCODE-DC-IND(DL600-TCODE-IDX)
003680         ELSE
003690             DISPLAY 'TRANS-CODE TABLE FULL AT ' DL600-TCODE-MAX
003700                 ' -- REMAINING CODES DROPPED'
003710         END-IF
003720     END-IF.
003730 1150-EXIT.
003740     EXIT.
003750******************************************************************
003760*  1200-OPEN-POST-REJECT -- the items posting rejected never
003770*                           reached the master, so they stay out
003780*                           of the feed.  POST-REJECT holds each
003790*                           one as it stood on TRANS-OUT, in
003800*                           TRANS-OUT order, so the two files are
003810*                           matched as they are read.  With no
003820*                           POST-REJECT every item is summarized
003830*                           and day-close shows the difference.
003840******************************************************************
003850 1200-OPEN-POST-REJECT.
003860     SET DL600-REJ-EOF TO TRUE.
003870     OPEN INPUT POST-REJECT.
003880     IF DL600-REJ-STATUS NOT = '00'
003890         DISPLAY 'POST-REJECT OPEN FAILED, STATUS='
003900             DL600-REJ-STATUS ' -- NO REJECTS LEFT OUT'
003910         GO TO 1200-EXIT
003920     END-IF.
003930     SET DL600-REJ-IS-OPEN TO TRUE.
003940     MOVE 'N' TO DL600-REJ-EOF-SWITCH.
003950     PERFORM 2500-READ-REJECT THRU 2500-EXIT.
003960 1200-EXIT.
003970     EXIT.
003980******************************************************************
003990*  2000-SUMMARIZE-TRANSACTION -- add the current transaction
004000*                                into its code/date bucket on
004010*                                the side its code implies, then
004020*                                read the next one; a transfer,
004030*                                or a REV of one, goes to 2400.
004040*                                The next item posting rejected
004050*                                is passed over.
004060******************************************************************
004070 2000-SUMMARIZE-TRANSACTION.
004080     MOVE SPACE TO DL600-LEG-KIND.
004090     IF NOT DL600-REJ-EOF
004100             AND DL100-REJ-RAW-RECORD = DL600-TRANS-IN-REC
004110         ADD 1 TO DL600-TRANS-REJECTED
004120         PERFORM 2500-READ-REJECT THRU 2500-EXIT
004130         GO TO 2000-READ-NEXT
004140     END-IF.
004150     IF DL100-TRANS-AMOUNT NOT NUMERIC
004160         ADD 1 TO DL600-TRANS-SKIPPED
004170     ELSE
004180         PERFORM 2100-LOOKUP-DC-SIDE THRU 2100-EXIT
004190         IF DL100-REC-TYPE = 'XFR'
004200                 OR (DL100-REC-TYPE = 'REV'
004210                     AND DL100-REV-XFR-TO-ACCOUNT NOT = SPACES)
004220             PERFORM 2400-SUMMARIZE-TRANSFER THRU 2400-EXIT
004230         ELSE
004240             IF DL100-REC-TYPE = 'REV'
004250                 PERFORM 2150-FLIP-REVERSAL-SIDE THRU 2150-EXIT
004260             END-IF
004270             PERFORM 2450-SUMMARIZE-LEG THRU 2450-EXIT
004280         END-IF
004290     END-IF.
004300 2000-READ-NEXT.
004310     READ TRANS-IN
004320         AT END SET DL600-TRANS-EOF TO TRUE
004330     END-READ.
004340     IF NOT DL600-TRANS-EOF
004350         ADD 1 TO DL600-TRANS-READ
004360     END-IF.
004370 2000-EXIT.
004380     EXIT.
004390******************************************************************
004400*  2100-LOOKUP-DC-SIDE -- which side of the ledger this code's
004410*                         amounts belong to; a code missing from
004420*                         the table summarizes as a credit and
004430*                         is counted for the balancing report
004440******************************************************************
004450 2100-LOOKUP-DC-SIDE.
004460     MOVE 'C' TO DL600-DC-SIDE.
004470     IF DL600-TCODE-COUNT = ZERO
004480         GO TO 2100-EXIT
004490     END-IF.
004500     SET DL600-TCODE-IDX TO 1.
004510     SEARCH DL600-TCODE-ENTRY
004520         AT END
004530             ADD 1 TO DL600-CODES-UNKNOWN
004540         WHEN DL600-TCODE-CODE(DL600-TCODE-IDX)
004550                 = DL100-TRANS-CODE
004560             MOVE DL600-TCODE-DC-IND(DL600-TCODE-IDX)
004570                 TO DL600-DC-SIDE
004580     END-SEARCH.
004590 2100-EXIT.
004600     EXIT.
004610******************************************************************
004620*  2150-FLIP-REVERSAL-SIDE -- a REV record nets on the opposite
004630*                            side of the ledger from the code the
004640*                            original carried, so the reversal
004650*                            cancels the original inside its
004660*                            code/date bucket
004670******************************************************************
004680 2150-FLIP-REVERSAL-SIDE.
004690     IF DL600-DC-SIDE = 'D'
004700         MOVE 'C' TO DL600-DC-SIDE
004710     ELSE
004720         MOVE 'D' TO DL600-DC-SIDE
004730     END-IF.
004740 2150-EXIT.
004750     EXIT.
004760******************************************************************
004770*  2200-FIND-BUCKET -- locate or create the code/date bucket
004780*                      (a transfer leg's own bucket for its leg
004790*                      kind); a full bucket table drops the record
004800*                      from the extract and fails the balance
004810*                      check, so a short feed is never certified
004820******************************************************************
004830 2200-FIND-BUCKET.
004840     MOVE 'N' TO DL600-BUCKET-FOUND-SWITCH.
004850     IF DL600-BUCKET-COUNT > ZERO
004860         SET DL600-BUCKET-IDX TO 1
004870         SEARCH DL600-BUCKET-ENTRY
004880             AT END
004890                 CONTINUE
004900             WHEN DL600-BKT-CODE(DL600-BUCKET-IDX)
004910                     = DL100-TRANS-CODE
004920                 AND DL600-BKT-DATE(DL600-BUCKET-IDX)
004930                     = DL100-TRANS-DATE
004940                 AND DL600-BKT-LEG-KIND(DL600-BUCKET-IDX)
004950                     = DL600-LEG-KIND
004960                 SET DL600-BUCKET-FOUND TO TRUE
004970         END-SEARCH
004980     END-IF.
004990     IF NOT DL600-BUCKET-FOUND
005000         IF DL600-BUCKET-COUNT < DL600-BUCKET-MAX
005010             ADD 1 TO DL600-BUCKET-COUNT
005020             SET DL600-BUCKET-IDX TO DL600-BUCKET-COUNT
005030             MOVE DL100-TRANS-CODE
005040                 TO DL600-BKT-CODE(DL600-BUCKET-IDX)
005050             MOVE DL100-TRANS-DATE
005060                 TO DL600-BKT-DATE(DL600-BUCKET-IDX)
005070             MOVE DL600-DC-SIDE
005080                 TO DL600-BKT-DC-IND(DL600-BUCKET-IDX)
005090             IF DL600-LEG-KIND NOT = SPACE
005100                 MOVE DL600-LEG-KIND
005110                     TO DL600-BKT-DC-IND(DL600-BUCKET-IDX)
005120             END-IF
005130             MOVE DL600-LEG-KIND
005140                 TO DL600-BKT-LEG-KIND(DL600-BUCKET-IDX)
005150             MOVE ZERO TO DL600-BKT-COUNT(DL600-BUCKET-IDX)
005160             MOVE ZERO TO DL600-BKT-NET(DL600-BUCKET-IDX)
005170             SET DL600-BUCKET-FOUND TO TRUE
005180         ELSE
005190             SET DL600-BUCKET-TABLE-FULL TO TRUE
005200         END-IF
005210     END-IF.
005220 2200-EXIT.
005230     EXIT.
005240******************************************************************
005250*  2300-ADD-TO-BUCKET -- debits carry a negative sign into the
005260*                        net; credits a positive one
005270******************************************************************
005280 2300-ADD-TO-BUCKET.
005290     ADD 1 TO DL600-BKT-COUNT(DL600-BUCKET-IDX).
005300     ADD 1 TO DL600-TRANS-SUMMED.
005310     IF DL600-DC-SIDE = 'D'
005320         SUBTRACT DL100-TRANS-AMOUNT
005330             FROM DL600-BKT-NET(DL600-BUCKET-IDX)
005340     ELSE
005350         ADD DL100-TRANS-AMOUNT
005360             TO DL600-BKT-NET(DL600-BUCKET-IDX)
005370     END-IF.
005380 2300-EXIT.
005390     EXIT.
005400******************************************************************
005410*  2400-SUMMARIZE-TRANSFER -- a transfer is two legs of one
005420*                             amount: the from-account debit into
005430*                             the code/date debit bucket and the
005440*                             to-account credit into the credit
005450*                             bucket, whatever side the code
005460*                             names.  A REV of a transfer takes
005470*                             each leg on the opposite side into
005480*                             the same bucket, so the pair nets
005490*                             back out.
005500******************************************************************
005510 2400-SUMMARIZE-TRANSFER.
005520     ADD 1 TO DL600-XFR-PAIRS.
005530     MOVE 'D' TO DL600-LEG-KIND.
005540     MOVE 'D' TO DL600-DC-SIDE.
005550     IF DL100-REC-TYPE = 'REV'
005560         MOVE 'C' TO DL600-DC-SIDE
005570     END-IF.
005580     PERFORM 2450-SUMMARIZE-LEG THRU 2450-EXIT.
005590     MOVE 'C' TO DL600-LEG-KIND.
005600     MOVE 'C' TO DL600-DC-SIDE.
005610     IF DL100-REC-TYPE = 'REV'
005620         MOVE 'D' TO DL600-DC-SIDE
005630     END-IF.
005640     PERFORM 2450-SUMMARIZE-LEG THRU 2450-EXIT.
005650 2400-EXIT.
005660     EXIT.
005670******************************************************************
005680*  2450-SUMMARIZE-LEG -- carry the amount into the detail net on
005690*                        its side and into its bucket; a leg with
005700*                        no bucket is dropped and counted
005710******************************************************************
005720 2450-SUMMARIZE-LEG.
005730     IF DL600-DC-SIDE = 'D'
005740         SUBTRACT DL100-TRANS-AMOUNT FROM DL600-INPUT-NET
005750     ELSE
005760         ADD DL100-TRANS-AMOUNT TO DL600-INPUT-NET
005770     END-IF.
005780     PERFORM 2200-FIND-BUCKET THRU 2200-EXIT.
005790     IF DL600-BUCKET-FOUND
005800         PERFORM 2300-ADD-TO-BUCKET THRU 2300-EXIT
005810     ELSE
005820         ADD 1 TO DL600-TRANS-SKIPPED
005830     END-IF.
005840 2450-EXIT.
005850     EXIT.
005860******************************************************************
005870*  2500-READ-REJECT -- the next item posting rejected
005880******************************************************************
005890 2500-READ-REJECT.
005900     READ POST-REJECT
005910         AT END SET DL600-REJ-EOF TO TRUE
005920     END-READ.
005930 2500-EXIT.
005940     EXIT.
005950******************************************************************
005960*  8000-FINALIZE -- write the GL interface file and the
005970*                   balancing report, then close
005980******************************************************************
005990 8000-FINALIZE.
006000     IF DL600-OUT-OF-SEQUENCE
006010         GO TO 8000-EXIT
006020     END-IF.
006030     PERFORM 8050-COUNT-UNMATCHED THRU 8050-EXIT
006040         UNTIL DL600-REJ-EOF.
006050     PERFORM 8100-WRITE-GL-FILE THRU 8100-EXIT.
006060     PERFORM 8200-WRITE-BALANCE-REPORT THRU 8200-EXIT.
006070     CLOSE TRANS-IN.
006080     IF DL600-REJ-IS-OPEN
006090         CLOSE POST-REJECT
006100     END-IF.
006110     IF NOT DL600-RPT-OPEN-FAILED
006120         CLOSE BALANCE-RPT
006130     END-IF.
006140 8000-EXIT.
006150     EXIT.
006160******************************************************************
006170*  8050-COUNT-UNMATCHED -- a reject left over once TRANS-OUT is
006180*                          read is not an item of this handoff;
006190*                          POST-REJECT is not this night's, and
006200*                          the feed is not certified
006210******************************************************************
006220 8050-COUNT-UNMATCHED.
006230     ADD 1 TO DL600-REJ-UNMATCHED.
006240     PERFORM 2500-READ-REJECT THRU 2500-EXIT.
006250 8050-EXIT.
006260     EXIT.
006270******************************************************************
006280*  8100-WRITE-GL-FILE -- header, one summary record per bucket,
006290*                        then the trailer with record count and
006300*                        amount hash for the ledger system's own
006310*                        inbound reconciliation
006320******************************************************************
006330 8100-WRITE-GL-FILE.
006340     OPEN OUTPUT GL-INTERFACE.
006350     IF DL600-GL-STATUS NOT = '00'
006360         DISPLAY 'GL-INTERFACE OPEN FAILED, STATUS='
006370             DL600-GL-STATUS
006380         GO TO 8100-EXIT
006390     END-IF.
006400     MOVE DL600-RUN-DATE TO DL600-GLH-RUN-DATE.
006410     MOVE DL600-RUN-TIME TO DL600-GLH-RUN-TIME.
006420     WRITE DL600-GL-RECORD FROM DL600-GL-HEADER.
006430     IF DL600-BUCKET-COUNT > ZERO
006440         PERFORM 8150-WRITE-GL-DETAIL THRU 8150-EXIT
006450             VARYING DL600-BUCKET-IDX FROM 1 BY 1
006460             UNTIL DL600-BUCKET-IDX > DL600-BUCKET-COUNT
006470     END-IF.
006480     MOVE DL600-GL-RECS-WRITTEN TO DL600-GLT-REC-COUNT.
006490     MOVE DL600-AMOUNT-HASH TO DL600-GLT-AMOUNT-HASH.
006500     WRITE DL600-GL-RECORD FROM DL600-GL-TRAILER.
006510     CLOSE GL-INTERFACE.
006520 8100-EXIT.
006530     EXIT.
006540 8150-WRITE-GL-DETAIL.
006550     MOVE DL600-BKT-CODE(DL600-BUCKET-IDX) TO DL600-GLD-CODE.
006560     MOVE DL600-BKT-DATE(DL600-BUCKET-IDX) TO DL600-GLD-DATE.
006570     MOVE DL600-BKT-DC-IND(DL600-BUCKET-IDX)
006580         TO DL600-GLD-DC-IND.
006590     MOVE DL600-BKT-COUNT(DL600-BUCKET-IDX) TO DL600-GLD-COUNT.
006600     MOVE DL600-BKT-NET(DL600-BUCKET-IDX) TO DL600-GLD-NET.
006610     ADD DL600-BKT-NET(DL600-BUCKET-IDX) TO DL600-EXTRACT-NET.
006620     IF DL600-BKT-NET(DL600-BUCKET-IDX) < ZERO
006630         SUBTRACT DL600-BKT-NET(DL600-BUCKET-IDX)
006640             FROM DL600-AMOUNT-HASH
006650     ELSE
006660         ADD DL600-BKT-NET(DL600-BUCKET-IDX)
006670             TO DL600-AMOUNT-HASH
006680     END-IF.
006690     WRITE DL600-GL-RECORD FROM DL600-GL-DETAIL.
006700     ADD 1 TO DL600-GL-RECS-WRITTEN.
006710 8150-EXIT.
006720     EXIT.
006730******************************************************************
006740*  8200-WRITE-BALANCE-REPORT -- our detail total versus the
006750*                               extract total; the feed is only
006760*                               certified when they agree and
006770*                               nothing was dropped
006780******************************************************************
006790 8200-WRITE-BALANCE-REPORT.
006800     IF DL600-RPT-OPEN-FAILED
006810         GO TO 8200-EXIT
006820     END-IF.
006830     MOVE SPACES TO DL600-RPT-LINE.
006840     STRING 'GL-EXTRACT BALANCING REPORT'
006850         DELIMITED BY SIZE INTO DL600-RPT-LINE.
006860     WRITE DL600-RPT-LINE.
006870
006880     MOVE DL600-TRANS-READ TO DL600-RPT-NUM-EDIT.
006890     MOVE SPACES TO DL600-RPT-LINE.
006900     STRING 'TRANSACTIONS READ..: ' DL600-RPT-NUM-EDIT
006910         DELIMITED BY SIZE INTO DL600-RPT-LINE.
006920     WRITE DL600-RPT-LINE.
006930
006940     MOVE DL600-TRANS-SUMMED TO DL600-RPT-NUM-EDIT.
006950     MOVE SPACES TO DL600-RPT-LINE.
006960     STRING 'TRANSACTIONS SUMMED: ' DL600-RPT-NUM-EDIT
006970         DELIMITED BY SIZE INTO DL600-RPT-LINE.
006980     WRITE DL600-RPT-LINE.
006990
007000     MOVE DL600-TRANS-REJECTED TO DL600-RPT-NUM-EDIT.
007010     MOVE SPACES TO DL600-RPT-LINE.
007020     STRING 'POSTING REJECTS....: ' DL600-RPT-NUM-EDIT
007030         DELIMITED BY SIZE INTO DL600-RPT-LINE.
007040     WRITE DL600-RPT-LINE.
007050
007060     MOVE DL600-REJ-UNMATCHED TO DL600-RPT-NUM-EDIT.
007070     MOVE SPACES TO DL600-RPT-LINE.
007080     STRING 'REJECTS NOT MATCHED: ' DL600-RPT-NUM-EDIT
007090         DELIMITED BY SIZE INTO DL600-RPT-LINE.
007100     WRITE DL600-RPT-LINE.
007110
007120     MOVE DL600-TRANS-SKIPPED TO DL600-RPT-NUM-EDIT.
007130     MOVE SPACES TO DL600-RPT-LINE.
007140     STRING 'TRANSACTIONS DROPPD: ' DL600-RPT-NUM-EDIT
007150         DELIMITED BY SIZE INTO DL600-RPT-LINE.
007160     WRITE DL600-RPT-LINE.
007170
007180     MOVE DL600-CODES-UNKNOWN TO DL600-RPT-NUM-EDIT.
007190     MOVE SPACES TO DL600-RPT-LINE.
007200     STRING 'CODES NOT ON TABLE.: ' DL600-RPT-NUM-EDIT
007210         DELIMITED BY SIZE INTO DL600-RPT-LINE.
007220     WRITE DL600-RPT-LINE.
007230
007240     MOVE DL600-XFR-PAIRS TO DL600-RPT-NUM-EDIT.
007250     MOVE SPACES TO DL600-RPT-LINE.
007260     STRING 'TRANSFER PAIRS.....: ' DL600-RPT-NUM-EDIT
007270         DELIMITED BY SIZE INTO DL600-RPT-LINE.
007280     WRITE DL600-RPT-LINE.
007290
007300     MOVE DL600-GL-RECS-WRITTEN TO DL600-RPT-NUM-EDIT.
007310     MOVE SPACES TO DL600-RPT-LINE.
007320     STRING 'GL SUMMARY RECORDS.: ' DL600-RPT-NUM-EDIT
007330         DELIMITED BY SIZE INTO DL600-RPT-LINE.
007340     WRITE DL600-RPT-LINE.
007350
007360     MOVE DL600-INPUT-NET TO DL600-RPT-AMT-EDIT.
007370     MOVE SPACES TO DL600-RPT-LINE.
007380     STRING 'DETAIL NET TOTAL...: ' DL600-RPT-AMT-EDIT
007390         DELIMITED BY SIZE INTO DL600-RPT-LINE.
007400     WRITE DL600-RPT-LINE.
007410
007420     MOVE DL600-EXTRACT-NET TO DL600-RPT-AMT-EDIT.
007430     MOVE SPACES TO DL600-RPT-LINE.
007440     STRING 'EXTRACT NET TOTAL..: ' DL600-RPT-AMT-EDIT
007450         DELIMITED BY SIZE INTO DL600-RPT-LINE.
007460     WRITE DL600-RPT-LINE.
007470
007480     MOVE SPACES TO DL600-RPT-LINE.
007490     IF DL600-INPUT-NET = DL600-EXTRACT-NET
007500             AND DL600-TRANS-SKIPPED = ZERO
007510             AND DL600-REJ-UNMATCHED = ZERO
007520             AND DL600-CODES-UNKNOWN = ZERO
007530             AND DL600-TCODE-COUNT > ZERO
007540             AND NOT DL600-BUCKET-TABLE-FULL
007550         STRING 'FEED CERTIFIED.....: OK TO TRANSMIT'
007560             DELIMITED BY SIZE INTO DL600-RPT-LINE
007570     ELSE
007580         STRING 'FEED CERTIFIED.....: *** DO NOT TRANSMIT ***'
007590             DELIMITED BY SIZE INTO DL600-RPT-LINE
007600     END-IF.
007610     WRITE DL600-RPT-LINE.
007620 8200-EXIT.
007630     EXIT.
007640******************************************************************
007650*  8900-RECORD-COMPLETION -- the step's end and return code go
007660*                            back on RUN-CONTROL: complete below
007670*                            RETURN-CODE 8, failed otherwise.  A
007680*                            step whose end cannot be recorded
007690*                            ends RETURN-CODE 8.
007700******************************************************************
007710 8900-RECORD-COMPLETION.
007720     IF NOT DL600-STEP-STARTED
007730         GO TO 8900-EXIT
007740     END-IF.
007750     OPEN INPUT RUN-CONTROL.
007760     IF DL600-RCT-FILE-STATUS NOT = '00'
007770         DISPLAY 'RUN-CONTROL OPEN FAILED, STATUS='
007780             DL600-RCT-FILE-STATUS ' -- STEP END NOT RECORDED'
007790         MOVE 8 TO RETURN-CODE
007800         GO TO 8900-EXIT
007810     END-IF.
007820     READ RUN-CONTROL
007830         AT END MOVE SPACES TO DL960-RUN-CONTROL-RECORD
007840     END-READ.
007850     CLOSE RUN-CONTROL.
007860     IF DL960-RCT-BUS-DATE NOT = DL600-RUN-DATE
007870         DISPLAY 'RUN-CONTROL NO LONGER HOLDS ' DL600-RUN-DATE
007880             ' -- STEP END NOT RECORDED'
007890         MOVE 8 TO RETURN-CODE
007900         GO TO 8900-EXIT
007910     END-IF.
007920     ACCEPT DL600-STAMP-DATE FROM DATE YYYYMMDD.
007930     ACCEPT DL600-STAMP-TIME FROM TIME.
007940     MOVE DL600-STAMP-DATE TO DL960-RCT-END-DATE(DL600-STEP-NO).
007950     MOVE DL600-STAMP-TIME TO DL960-RCT-END-TIME(DL600-STEP-NO).
007960     MOVE RETURN-CODE TO DL960-RCT-RC(DL600-STEP-NO).
007970     IF RETURN-CODE < 8
007980         SET DL960-RCT-COMPLETE(DL600-STEP-NO) TO TRUE
007990     ELSE
008000         SET DL960-RCT-FAILED(DL600-STEP-NO) TO TRUE
008010     END-IF.
008020     OPEN OUTPUT RUN-CONTROL.
008030     IF DL600-RCT-FILE-STATUS NOT = '00'
008040         DISPLAY 'RUN-CONTROL OPEN FAILED, STATUS='
008050             DL600-RCT-FILE-STATUS ' -- STEP END NOT RECORDED'
008060         MOVE 8 TO RETURN-CODE
008070         GO TO 8900-EXIT
008080     END-IF.
008090     WRITE DL960-RUN-CONTROL-RECORD.
008100     IF DL600-RCT-FILE-STATUS NOT = '00'
008110         DISPLAY 'RUN-CONTROL WRITE FAILED, STATUS='
008120             DL600-RCT-FILE-STATUS ' -- STEP END NOT RECORDED'
008130         MOVE 8 TO RETURN-CODE
008140     END-IF.
008150     CLOSE RUN-CONTROL.
008160 8900-EXIT.
008170     EXIT.
