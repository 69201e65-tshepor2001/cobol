000250*                    the record on hold instead of marking it
000260*                    released on the strength of a WRITE that
000270*                    never reached disk.
000280*   10/15/2026 RM    The run date is now the business date on
000290*                    RUN-CONTROL rather than the clock.  The
000300*                    sweep is refused -- nothing opened, RETURN-
000310*                    CODE 8 -- once release has already run for
000320*                    the date; it marks the step started on
000330*                    RUN-CONTROL, and complete or failed at the
000340*                    end.
000350******************************************************************
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID. RELEASE-HOLD.
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410 SELECT HOLD-FILE ASSIGN TO "TRANS-HOLD"
000420     ORGANIZATION LINE SEQUENTIAL
000430     FILE STATUS IS DL400-HOLD-STATUS.
000440 SELECT CALENDAR-FILE ASSIGN TO "CALENDAR"
000450     ORGANIZATION LINE SEQUENTIAL
000460     FILE STATUS IS DL400-CAL-STATUS.
000470 SELECT RELEASED-OUT ASSIGN TO "TRANS-RELEASED"
000480     ORGANIZATION LINE SEQUENTIAL
000490     FILE STATUS IS DL400-RELEASED-STATUS.
000500 SELECT RELEASE-RPT ASSIGN TO "RELEASE-RPT"
000510     ORGANIZATION LINE SEQUENTIAL
000520     FILE STATUS IS DL400-RPT-STATUS.
000530 SELECT RUN-CONTROL ASSIGN TO "RUN-CONTROL"
000540     ORGANIZATION LINE SEQUENTIAL
000550     FILE STATUS IS DL400-RCT-FILE-STATUS.
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD HOLD-FILE.
000590 01  DL400-HOLD-RECORD               PIC X(255).
000600 FD CALENDAR-FILE.
000610 COPY DL100CAL.
000620 FD RELEASED-OUT.
000630 01  DL400-RELEASED-RECORD           PIC X(255).
000640 FD RELEASE-RPT.
000650 01  DL400-RPT-LINE                  PIC X(80).
000660 FD RUN-CONTROL.
000670 COPY DL960RCT.
000680 WORKING-STORAGE SECTION.
000690 01  DL400-SWITCHES.
000700     05  DL400-HOLD-EOF-SWITCH       PIC X(01) VALUE 'N'.
000710         88  DL400-HOLD-EOF               VALUE 'Y'.
000720     05  DL400-CAL-EOF-SWITCH        PIC X(01) VALUE 'N'.
000730         88  DL400-CAL-EOF                VALUE 'Y'.
000740     05  DL400-RPT-OPEN-SWITCH       PIC X(01) VALUE 'N'.
000750         88  DL400-RPT-OPEN-FAILED        VALUE 'Y'.
000760     05  DL400-REFUSED-SWITCH        PIC X(01) VALUE 'N'.
000770         88  DL400-RUN-REFUSED            VALUE 'Y'.
000780     05  DL400-SEQ-SWITCH            PIC X(01) VALUE 'N'.
000790         88  DL400-OUT-OF-SEQUENCE        VALUE 'Y'.
000800     05  DL400-STEP-SWITCH           PIC X(01) VALUE 'N'.
000810         88  DL400-STEP-STARTED           VALUE 'Y'.
000820 77  DL400-REFUSAL-TEXT              PIC X(60) VALUE SPACES.
000830 77  DL400-HOLD-STATUS               PIC X(02).
000840 77  DL400-CAL-STATUS                PIC X(02).
000850 77  DL400-RELEASED-STATUS           PIC X(02).
000860 77  DL400-RPT-STATUS                PIC X(02).
000870 77  DL400-RUN-DATE                  PIC 9(08).
000880 77  DL400-RCT-FILE-STATUS           PIC X(02).
000890 77  DL400-STEP-NO                   PIC 9(02) COMP VALUE 1.
000900 77  DL400-STEP-NAME                 PIC X(10) VALUE 'RELEASE'.
000910 77  DL400-STAMP-DATE                PIC 9(08) VALUE ZERO.
000920 77  DL400-STAMP-TIME                PIC 9(08) VALUE ZERO.
000930 77  DL400-HOLD-COUNT                PIC 9(05) COMP VALUE ZERO.
000940 77  DL400-HOLD-MAX                  PIC 9(05) COMP VALUE 10000.
000950 77  DL400-CAL-COUNT                 PIC 9(05) COMP VALUE ZERO.
000960 77  DL400-CAL-MAX                   PIC 9(05) COMP VALUE 2000.
000970 77  DL400-RELEASED-COUNT            PIC 9(09) COMP VALUE ZERO.
000980 77  DL400-KEPT-COUNT                PIC 9(09) COMP VALUE ZERO.
000990 77  DL400-EFF-DATE                  PIC 9(08) VALUE ZERO.
001000 77  DL400-RPT-NUM-EDIT              PIC ZZZZZZZZ9.
001010 77  DL400-SUB                       PIC 9(05) COMP VALUE ZERO.
001020 01  DL400-HOLD-TABLE.
001030     05  DL400-HOLD-ENTRY
001040         OCCURS 1 TO 10000 TIMES
001050         DEPENDING ON DL400-HOLD-COUNT
001060         INDEXED BY DL400-HOLD-IDX.
001070         10  DL400-HLD-RAW           PIC X(255).
001080         10  DL400-HLD-DISP          PIC X(01).
001090 01  DL400-CAL-TABLE.
001100     05  DL400-CAL-ENTRY
001110         OCCURS 1 TO 2000 TIMES
001120         DEPENDING ON DL400-CAL-COUNT
001130         INDEXED BY DL400-CAL-IDX.
001140         10  DL400-CAL-TBL-DATE      PIC 9(08).
001150         10  DL400-CAL-TBL-FLAG      PIC X(01).
001160 01  DL400-WORK-REC                  PIC X(255).
001170 COPY DL100REC REPLACING ==LN== BY ==DL400-WORK-REC==.
001180******************************************************************
001190*  0000-MAINLINE
001200******************************************************************
001210 PROCEDURE DIVISION.
001220 0000-MAINLINE.
001230     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001240     IF NOT DL400-RUN-REFUSED AND DL400-HOLD-COUNT > ZERO
001250         PERFORM 2000-SWEEP-HELD-RECORD THRU 2000-EXIT
001260             VARYING DL400-SUB FROM 1 BY 1
001270             UNTIL DL400-SUB > DL400-HOLD-COUNT
001280     END-IF.
001290     PERFORM 8000-FINALIZE THRU 8000-EXIT.
001300     IF DL400-RUN-REFUSED
001310         MOVE 8 TO RETURN-CODE
001320     END-IF.
001330     PERFORM 8900-RECORD-COMPLETION THRU 8900-EXIT.
001340     STOP RUN.
001350******************************************************************
001360*  1000-INITIALIZE -- check the run against RUN-CONTROL, load
001370*                     the calendar and the hold file, and open
001380*                     the outputs
001390******************************************************************
001400 1000-INITIALIZE.
001410     PERFORM 1020-CHECK-RUN-CONTROL THRU 1020-EXIT.
001420     IF DL400-OUT-OF-SEQUENCE
001430         SET DL400-RUN-REFUSED TO TRUE
001440         GO TO 1000-EXIT
001450     END-IF.
001460     PERFORM 1100-LOAD-CALENDAR THRU 1100-EXIT.
001470     PERFORM 1200-LOAD-HOLD THRU 1200-EXIT.
001480     OPEN EXTEND RELEASED-OUT.
001490     IF DL400-RELEASED-STATUS NOT = '00'
001500         OPEN OUTPUT RELEASED-OUT
001510     END-IF.
001520     IF DL400-RELEASED-STATUS NOT = '00'
001530         DISPLAY 'TRANS-RELEASED OPEN FAILED, STATUS='
001540             DL400-RELEASED-STATUS ' -- RUN REFUSED'
001550         SET DL400-RUN-REFUSED TO TRUE
001560         MOVE 'TRANS-RELEASED WILL NOT OPEN'
001570             TO DL400-REFUSAL-TEXT
001580     END-IF.
001590     OPEN OUTPUT RELEASE-RPT.
001600     IF DL400-RPT-STATUS NOT = '00'
001610         DISPLAY 'RELEASE-RPT OPEN FAILED, STATUS='
001620             DL400-RPT-STATUS
001630         SET DL400-RPT-OPEN-FAILED TO TRUE
001640     END-IF.
001650 1000-EXIT.
001660     EXIT.
001670******************************************************************
001680*  1020-CHECK-RUN-CONTROL -- the run date is the business date on
001690*                            RUN-CONTROL, not the clock.  The run
001700*                            goes ahead only if this step is still
001710*                            pending for that date; the step is
001720*                            then marked started.
001730******************************************************************
001740 1020-CHECK-RUN-CONTROL.
001750     OPEN INPUT RUN-CONTROL.
001760     IF DL400-RCT-FILE-STATUS NOT = '00'
001770         MOVE SPACES TO DL400-REFUSAL-TEXT
001780         STRING 'RUN-CONTROL WILL NOT OPEN, STATUS='
001790             DL400-RCT-FILE-STATUS
001800             DELIMITED BY SIZE INTO DL400-REFUSAL-TEXT
001810         PERFORM 1030-REFUSE-OUT-OF-SEQ THRU 1030-EXIT
001820         GO TO 1020-EXIT
001830     END-IF.
001840     READ RUN-CONTROL
001850         AT END MOVE SPACES TO DL960-RUN-CONTROL-RECORD
001860     END-READ.
001870     CLOSE RUN-CONTROL.
001880     IF DL960-RCT-BUS-DATE NOT NUMERIC
001890             OR DL960-RCT-BUS-DATE = ZERO
001900         MOVE 'RUN-CONTROL HOLDS NO BUSINESS DATE'
001910             TO DL400-REFUSAL-TEXT
001920         PERFORM 1030-REFUSE-OUT-OF-SEQ THRU 1030-EXIT
001930         GO TO 1020-EXIT
001940     END-IF.
001950     IF NOT DL960-RCT-PENDING(DL400-STEP-NO)
001960         MOVE SPACES TO DL400-REFUSAL-TEXT
001970         STRING DL400-STEP-NAME DELIMITED BY SPACE
001980             ' ALREADY RUN FOR ' DL960-RCT-BUS-DATE
001990             ' -- RERUN NEEDS OVERRIDE'
002000             DELIMITED BY SIZE INTO DL400-REFUSAL-TEXT
002010         PERFORM 1030-REFUSE-OUT-OF-SEQ THRU 1030-EXIT
002020         GO TO 1020-EXIT
002030     END-IF.
002040     MOVE DL960-RCT-BUS-DATE TO DL400-RUN-DATE.
002050     ACCEPT DL400-STAMP-DATE FROM DATE YYYYMMDD.
002060     ACCEPT DL400-STAMP-TIME FROM TIME.
002070     SET DL960-RCT-STARTED(DL400-STEP-NO) TO TRUE.
002080     MOVE DL400-STAMP-DATE TO DL960-RCT-START-DATE(DL400-STEP-NO).
002090     MOVE DL400-STAMP-TIME TO DL960-RCT-START-TIME(DL400-STEP-NO).
002100     MOVE ZERO TO DL960-RCT-END-DATE(DL400-STEP-NO).
002110     MOVE ZERO TO DL960-RCT-END-TIME(DL400-STEP-NO).
002120     MOVE ZERO TO DL960-RCT-RC(DL400-STEP-NO).
002130     OPEN OUTPUT RUN-CONTROL.
002140     IF DL400-RCT-FILE-STATUS NOT = '00'
002150         MOVE SPACES TO DL400-REFUSAL-TEXT
002160         STRING 'RUN-CONTROL WILL NOT UPDATE, STATUS='
002170             DL400-RCT-FILE-STATUS
002180             DELIMITED BY SIZE INTO DL400-REFUSAL-TEXT
002190         PERFORM 1030-REFUSE-OUT-OF-SEQ THRU 1030-EXIT
002200         GO TO 1020-EXIT
002210     END-IF.
002220     WRITE DL960-RUN-CONTROL-RECORD.
002230     IF DL400-RCT-FILE-STATUS NOT = '00'
002240         MOVE SPACES TO DL400-REFUSAL-TEXT
002250         STRING 'RUN-CONTROL WILL NOT UPDATE, STATUS='
002260             DL400-RCT-FILE-STATUS
002270             DELIMITED BY SIZE INTO DL400-REFUSAL-TEXT
002280         CLOSE RUN-CONTROL
002290         PERFORM 1030-REFUSE-OUT-OF-SEQ THRU 1030-EXIT
002300         GO TO 1020-EXIT
002310     END-IF.
002320     CLOSE RUN-CONTROL.
002330     SET DL400-STEP-STARTED TO TRUE.
002340 1020-EXIT.
002350     EXIT.
002360******************************************************************
002370*  1030-REFUSE-OUT-OF-SEQ -- the step is out of sequence for the
002380*                            business date; nothing is opened and
002390*                            RUN-CONTROL is left as it stands
002400******************************************************************
002410 1030-REFUSE-OUT-OF-SEQ.
002420     DISPLAY 'RUN REFUSED -- ' DL400-REFUSAL-TEXT.
002430     SET DL400-OUT-OF-SEQUENCE TO TRUE.
002440 1030-EXIT.
002450     EXIT.
002460******************************************************************
002470*  1100-LOAD-CALENDAR -- business-day calendar, ascending by
002480*                        date; a missing calendar means every
002490*                        date counts as a business day
002500******************************************************************
002510 1100-LOAD-CALENDAR.
002520     OPEN INPUT CALENDAR-FILE.
002530     IF DL400-CAL-STATUS = '00'
002540         PERFORM 1150-LOAD-CALENDAR-RECORD THRU 1150-EXIT
002550             UNTIL DL400-CAL-EOF
002560         CLOSE CALENDAR-FILE
002570     ELSE
002580         DISPLAY 'CALENDAR OPEN FAILED, STATUS=' DL400-CAL-STATUS
002590             ' -- ALL DATES TREATED AS BUSINESS DAYS'
002600     END-IF.
002610 1100-EXIT.
002620     EXIT.
002630 1150-LOAD-CALENDAR-RECORD.
002640     READ CALENDAR-FILE
002650         AT END SET DL400-CAL-EOF TO TRUE
002660     END-READ.
002670     IF NOT DL400-CAL-EOF
002680         IF DL400-CAL-COUNT < DL400-CAL-MAX
002690             ADD 1 TO DL400-CAL-COUNT
002700             SET DL400-CAL-IDX TO DL400-CAL-COUNT
002710             MOVE DL100-CAL-DATE
002720                 TO DL400-CAL-TBL-DATE(DL400-CAL-IDX)
002730             MOVE DL100-CAL-BUS-DAY-FLAG
002740                 TO DL400-CAL-TBL-FLAG(DL400-CAL-IDX)
002750         ELSE
002760             DISPLAY 'CALENDAR TABLE FULL AT ' DL400-CAL-MAX
002770                 ' -- REMAINING DATES DROPPED'
002780         END-IF
002790     END-IF.
002800 1150-EXIT.
002810     EXIT.
002820******************************************************************
002830*  1200-LOAD-HOLD -- read the whole hold file into the work
002840*                    table so it can be rewritten with only the
002850*                    records still waiting
002860******************************************************************
002870 1200-LOAD-HOLD.
002880     OPEN INPUT HOLD-FILE.
002890     IF DL400-HOLD-STATUS = '00'
002900         PERFORM 1250-LOAD-HOLD-RECORD THRU 1250-EXIT
002910             UNTIL DL400-HOLD-EOF
002920         CLOSE HOLD-FILE
002930     END-IF.
002940 1200-EXIT.
002950     EXIT.
002960 1250-LOAD-HOLD-RECORD.
002970     READ HOLD-FILE
002980         AT END SET DL400-HOLD-EOF TO TRUE
002990     END-READ.
003000     IF NOT DL400-HOLD-EOF
003010         IF DL400-HOLD-COUNT < DL400-HOLD-MAX
003020             ADD 1 TO DL400-HOLD-COUNT
003030             SET DL400-HOLD-IDX TO DL400-HOLD-COUNT
003040             MOVE DL400-HOLD-RECORD
003050                 TO DL400-HLD-RAW(DL400-HOLD-IDX)
003060             MOVE 'H' TO DL400-HLD-DISP(DL400-HOLD-IDX)
003070         ELSE
003080             DISPLAY 'HOLD TABLE FULL AT ' DL400-HOLD-MAX
003090                 ' -- RUN REFUSED, TRANS-HOLD LEFT AS-IS'
003100             SET DL400-RUN-REFUSED TO TRUE
003110             MOVE 'HOLD TABLE FULL -- FILE LEFT AS-IS'
003120                 TO DL400-REFUSAL-TEXT
003130         END-IF
003140     END-IF.
003150 1250-EXIT.
003160     EXIT.
003170******************************************************************
003180*  2000-SWEEP-HELD-RECORD -- compute the record's effective
003190*                            date (transaction date rolled
003200*                            forward past non-business days) and
003210*                            release it when that date has
003220*                            arrived
003230******************************************************************
003240 2000-SWEEP-HELD-RECORD.
003250     SET DL400-HOLD-IDX TO DL400-SUB.
003260     MOVE DL400-HLD-RAW(DL400-HOLD-IDX) TO DL400-WORK-REC.
003270     IF DL100-TRANS-DATE-CCYY NOT NUMERIC
003280             OR DL100-TRANS-DATE-MM NOT NUMERIC
003290             OR DL100-TRANS-DATE-DD NOT NUMERIC
003300         MOVE ZERO TO DL400-EFF-DATE
003310     ELSE
003320         MOVE DL100-TRANS-DATE TO DL400-EFF-DATE
003330         PERFORM 2100-ROLL-TO-BUSINESS-DAY THRU 2100-EXIT
003340     END-IF.
003350     IF DL400-EFF-DATE NOT > DL400-RUN-DATE
003360         WRITE DL400-RELEASED-RECORD
003370             FROM DL400-HLD-RAW(DL400-HOLD-IDX)
003380         IF DL400-RELEASED-STATUS = '00'
003390             MOVE 'R' TO DL400-HLD-DISP(DL400-HOLD-IDX)
003400             ADD 1 TO DL400-RELEASED-COUNT
003410         ELSE
003420             DISPLAY 'TRANS-RELEASED WRITE FAILED, STATUS='
003430                 DL400-RELEASED-STATUS ' -- RECORD STAYS ON HOLD'
003440             ADD 1 TO DL400-KEPT-COUNT
003450         END-IF
003460     ELSE
003470         ADD 1 TO DL400-KEPT-COUNT
003480     END-IF.
003490 2000-EXIT.
003500     EXIT.
003510******************************************************************
003520*  2100-ROLL-TO-BUSINESS-DAY -- walk the calendar from the
003530*                               effective date forward to the
003540*                               first business day; a date past
003550*                               the calendar's end, or a
003560*                               calendar with no later business
003570*                               day, leaves the date as-is
003580******************************************************************
003590 2100-ROLL-TO-BUSINESS-DAY.
003600     IF DL400-CAL-COUNT = ZERO
003610         GO TO 2100-EXIT
003620     END-IF.
003630     SET DL400-CAL-IDX TO 1.
003640     SEARCH DL400-CAL-ENTRY
003650         AT END
003660             CONTINUE
003670         WHEN DL400-CAL-TBL-DATE(DL400-CAL-IDX) NOT <
003680                 DL400-EFF-DATE
003690             IF DL400-CAL-TBL-FLAG(DL400-CAL-IDX) = 'Y'
003700                 MOVE DL400-CAL-TBL-DATE(DL400-CAL-IDX)
003710                     TO DL400-EFF-DATE
003720             ELSE
003730                 PERFORM 2150-SCAN-FORWARD THRU 2150-EXIT
003740             END-IF
003750     END-SEARCH.
003760 2100-EXIT.
003770     EXIT.
003780 2150-SCAN-FORWARD.
003790     IF DL400-CAL-IDX = DL400-CAL-COUNT
003800         GO TO 2150-EXIT
003810     END-IF.
003820     SET DL400-CAL-IDX UP BY 1.
003830     IF DL400-CAL-TBL-FLAG(DL400-CAL-IDX) = 'Y'
003840         MOVE DL400-CAL-TBL-DATE(DL400-CAL-IDX)
003850             TO DL400-EFF-DATE
003860     ELSE
003870         GO TO 2150-SCAN-FORWARD
003880     END-IF.
003890 2150-EXIT.
003900     EXIT.
003910******************************************************************
003920*  8000-FINALIZE -- rewrite the hold file with only the records
003930*                   still waiting, write the release report,
003940*                   and close files
003950******************************************************************
003960 8000-FINALIZE.
003970     IF DL400-OUT-OF-SEQUENCE
003980         GO TO 8000-EXIT
003990     END-IF.
004000     PERFORM 8100-REWRITE-HOLD THRU 8100-EXIT.
004010     PERFORM 8200-WRITE-REPORT THRU 8200-EXIT.
004020     CLOSE RELEASED-OUT.
004030     IF NOT DL400-RPT-OPEN-FAILED
004040         CLOSE RELEASE-RPT
004050     END-IF.
004060 8000-EXIT.
004070     EXIT.
004080******************************************************************
004090*  8100-REWRITE-HOLD -- records released this morning come off
004100*                       the hold file; everything else stays
004110******************************************************************
004120 8100-REWRITE-HOLD.
004130     IF DL400-RUN-REFUSED
004140         GO TO 8100-EXIT
004150     END-IF.
004160     OPEN OUTPUT HOLD-FILE.
004170     IF DL400-HOLD-STATUS NOT = '00'
004180         DISPLAY 'TRANS-HOLD REWRITE FAILED, STATUS='
004190             DL400-HOLD-STATUS
004200         GO TO 8100-EXIT
004210     END-IF.
004220     IF DL400-HOLD-COUNT > ZERO
004230         PERFORM 8150-WRITE-HOLD-RECORD THRU 8150-EXIT
004240             VARYING DL400-HOLD-IDX FROM 1 BY 1
004250             UNTIL DL400-HOLD-IDX > DL400-HOLD-COUNT
004260     END-IF.
004270     CLOSE HOLD-FILE.
004280 8100-EXIT.
004290     EXIT.
004300 8150-WRITE-HOLD-RECORD.
004310     IF DL400-HLD-DISP(DL400-HOLD-IDX) NOT = 'R'
004320         MOVE DL400-HLD-RAW(DL400-HOLD-IDX)
004330             TO DL400-HOLD-RECORD
004340         WRITE DL400-HOLD-RECORD
004350     END-IF.
004360 8150-EXIT.
004370     EXIT.
004380******************************************************************
004390*  8200-WRITE-REPORT -- sweep totals for the morning window
004400******************************************************************
004410 8200-WRITE-REPORT.
004420     IF DL400-RPT-OPEN-FAILED
004430         GO TO 8200-EXIT
004440     END-IF.
004450     MOVE SPACES TO DL400-RPT-LINE.
004460     STRING 'RELEASE-HOLD RELEASE REPORT'
004470         DELIMITED BY SIZE INTO DL400-RPT-LINE.
004480     WRITE DL400-RPT-LINE.
004490
004500     IF DL400-RUN-REFUSED
004510         MOVE SPACES TO DL400-RPT-LINE
004520         STRING 'RUN REFUSED -- ' DL400-REFUSAL-TEXT
004530             DELIMITED BY SIZE INTO DL400-RPT-LINE
004540         WRITE DL400-RPT-LINE
004550     END-IF.
004560
004570     MOVE DL400-HOLD-COUNT TO DL400-RPT-NUM-EDIT.
004580     MOVE SPACES TO DL400-RPT-LINE.
004590     STRING 'RECORDS SWEPT......: ' DL400-RPT-NUM-EDIT
004600         DELIMITED BY SIZE INTO DL400-RPT-LINE.
004610     WRITE DL400-RPT-LINE.
004620
004630     MOVE DL400-RELEASED-COUNT TO DL400-RPT-NUM-EDIT.
004640     MOVE SPACES TO DL400-RPT-LINE.
004650     STRING 'RECORDS RELEASED...: ' DL400-RPT-NUM-EDIT
004660         DELIMITED BY SIZE INTO DL400-RPT-LINE.
004670     WRITE DL400-RPT-LINE.
004680
004690     MOVE DL400-KEPT-COUNT TO DL400-RPT-NUM-EDIT.
004700     MOVE SPACES TO DL400-RPT-LINE.
004710     STRING 'RECORDS STILL HELD.: ' DL400-RPT-NUM-EDIT
004720         DELIMITED BY SIZE INTO DL400-RPT-LINE.
004730     WRITE DL400-RPT-LINE.
004740 8200-EXIT.
004750     EXIT.
004760******************************************************************
004770*  8900-RECORD-COMPLETION -- the step's end and return code go
004780*                            back on RUN-CONTROL: complete below
004790*                            RETURN-CODE 8, failed otherwise.  A
004800*                            step whose end cannot be recorded
004810*                            ends RETURN-CODE 8.
004820******************************************************************
004830 8900-RECORD-COMPLETION.
004840     IF NOT DL400-STEP-STARTED
004850         GO TO 8900-EXIT
004860     END-IF.
004870     OPEN INPUT RUN-CONTROL.
004880     IF DL400-RCT-FILE-STATUS NOT = '00'
004890         DISPLAY 'RUN-CONTROL OPEN FAILED, STATUS='
004900             DL400-RCT-FILE-STATUS ' -- STEP END NOT RECORDED'
004910         MOVE 8 TO RETURN-CODE
004920         GO TO 8900-EXIT
004930     END-IF.
004940     READ RUN-CONTROL
004950         AT END MOVE SPACES TO DL960-RUN-CONTROL-RECORD
004960     END-READ.
004970     CLOSE RUN-CONTROL.
004980     IF DL960-RCT-BUS-DATE NOT = DL400-RUN-DATE
004990         DISPLAY 'RUN-CONTROL NO LONGER HOLDS ' DL400-RUN-DATE
005000             ' -- STEP END NOT RECORDED'
005010         MOVE 8 TO RETURN-CODE
005020         GO TO 8900-EXIT
005030     END-IF.
005040     ACCEPT DL400-STAMP-DATE FROM DATE YYYYMMDD.
005050     ACCEPT DL400-STAMP-TIME FROM TIME.
005060     MOVE DL400-STAMP-DATE TO DL960-RCT-END-DATE(DL400-STEP-NO).
005070     MOVE DL400-STAMP-TIME TO DL960-RCT-END-TIME(DL400-STEP-NO).
005080     MOVE RETURN-CODE TO DL960-RCT-RC(DL400-STEP-NO).
005090     IF RETURN-CODE < 8
005100         SET DL960-RCT-COMPLETE(DL400-STEP-NO) TO TRUE
005110     ELSE
005120         SET DL960-RCT-FAILED(DL400-STEP-NO) TO TRUE
005130     END-IF.
005140     OPEN OUTPUT RUN-CONTROL.
005150     IF DL400-RCT-FILE-STATUS NOT = '00'
005160         DISPLAY 'RUN-CONTROL OPEN FAILED, STATUS='
005170             DL400-RCT-FILE-STATUS ' -- STEP END NOT RECORDED'
005180         MOVE 8 TO RETURN-CODE
005190         GO TO 8900-EXIT
005200     END-IF.
005210     WRITE DL960-RUN-CONTROL-RECORD.
005220     IF DL400-RCT-FILE-STATUS NOT = '00'
005230         DISPLAY 'RUN-CONTROL WRITE FAILED, STATUS='
005240             DL400-RCT-FILE-STATUS ' -- STEP END NOT RECORDED'
005250         MOVE 8 TO RETURN-CODE
005260     END-IF.
005270     CLOSE RUN-CONTROL.
005280 8900-EXIT.
005290     EXIT.
