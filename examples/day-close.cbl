000300*                    legitimately breaks the posting-to-GL leg
000310*                    -- that is the page saying the feed holds
000320*                    amounts the master never took.
000330*   10/15/2026 RM    Certification is now for the business date
000340*                    on RUN-CONTROL, shown on the page.  The run
000350*                    is refused -- no page, RETURN-CODE 8 --
000360*                    unless the GL extract is complete for the
000370*                    date and day-close has not already run for
000380*                    it.  It marks the step started on RUN-
000390*                    CONTROL, and complete only when every leg
000400*                    ties (failed otherwise); CHAIN-CONTROL
000410*                    rolls the date on a complete day-close.
000420******************************************************************
000430 IDENTIFICATION DIVISION.
000440 PROGRAM-ID. DAY-CLOSE.
000450 ENVIRONMENT DIVISION.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480 SELECT TRANS-IN ASSIGN TO "TRANS-OUT"
000490     ORGANIZATION LINE SEQUENTIAL
000500     FILE STATUS IS DL860-TRANS-IN-STATUS.
000510 SELECT POST-TOTALS ASSIGN TO "POST-TOTALS"
000520     ORGANIZATION LINE SEQUENTIAL
000530     FILE STATUS IS DL860-TOTALS-STATUS.
000540 SELECT GL-INTERFACE ASSIGN TO "GL-INTERFACE"
000550     ORGANIZATION LINE SEQUENTIAL
000560     FILE STATUS IS DL860-GL-STATUS.
000570 SELECT CERT-RPT ASSIGN TO "DAY-CLOSE-RPT"
000580     ORGANIZATION LINE SEQUENTIAL
000590     FILE STATUS IS DL860-RPT-STATUS.
000600 SELECT RUN-CONTROL ASSIGN TO "RUN-CONTROL"
000610     ORGANIZATION LINE SEQUENTIAL
000620     FILE STATUS IS DL860-RCT-FILE-STATUS.
000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD TRANS-IN.
000660 01  DL860-TRANS-IN-REC              PIC X(255).
000670 FD POST-TOTALS.
000680 COPY DL200TOT.
000690 FD GL-INTERFACE.
000700 01  DL860-GL-RECORD                 PIC X(80).
000710 FD CERT-RPT.
000720 01  DL860-RPT-LINE                  PIC X(80).
000730 FD RUN-CONTROL.
000740 COPY DL960RCT.
000750 WORKING-STORAGE SECTION.
000760 01  DL860-SWITCHES.
000770     05  DL860-TRANS-EOF-SWITCH      PIC X(01) VALUE 'N'.
000780         88  DL860-TRANS-EOF              VALUE 'Y'.
000790     05  DL860-GL-EOF-SWITCH         PIC X(01) VALUE 'N'.
000800         88  DL860-GL-EOF                 VALUE 'Y'.
000810     05  DL860-TOTALS-SWITCH         PIC X(01) VALUE 'N'.
000820         88  DL860-TOTALS-PRESENT         VALUE 'Y'.
000830     05  DL860-GL-FILE-SWITCH        PIC X(01) VALUE 'N'.
000840         88  DL860-GL-FILE-PRESENT        VALUE 'Y'.
000850     05  DL860-RPT-OPEN-SWITCH       PIC X(01) VALUE 'N'.
000860         88  DL860-RPT-OPEN-FAILED        VALUE 'Y'.
000870     05  DL860-LEG1-SWITCH           PIC X(01) VALUE 'N'.
000880         88  DL860-LEG1-OK                VALUE 'Y'.
000890     05  DL860-LEG2-SWITCH           PIC X(01) VALUE 'N'.
000900         88  DL860-LEG2-OK                VALUE 'Y'.
000910     05  DL860-LEG3-SWITCH           PIC X(01) VALUE 'N'.
000920         88  DL860-LEG3-OK                VALUE 'Y'.
000930     05  DL860-SEQ-SWITCH            PIC X(01) VALUE 'N'.
000940         88  DL860-OUT-OF-SEQUENCE        VALUE 'Y'.
000950     05  DL860-STEP-SWITCH           PIC X(01) VALUE 'N'.
000960         88  DL860-STEP-STARTED           VALUE 'Y'.
000970 77  DL860-TRANS-IN-STATUS           PIC X(02).
000980 77  DL860-TOTALS-STATUS             PIC X(02).
000990 77  DL860-GL-STATUS                 PIC X(02).
001000 77  DL860-RPT-STATUS                PIC X(02).
001010 77  DL860-RUN-DATE                  PIC 9(08) VALUE ZERO.
001020 77  DL860-REFUSAL-TEXT              PIC X(60) VALUE SPACES.
001030 77  DL860-RCT-FILE-STATUS           PIC X(02).
001040 77  DL860-STEP-NO                   PIC 9(02) COMP VALUE 5.
001050 77  DL860-STEP-NAME                 PIC X(10) VALUE 'DAY-CLOSE'.
001060 77  DL860-PRED-STEP-NO              PIC 9(02) COMP VALUE 4.
001070 77  DL860-PRED-STEP-NAME            PIC X(10) VALUE 'GL-EXTRACT'.
001080 77  DL860-STAMP-DATE                PIC 9(08) VALUE ZERO.
001090 77  DL860-STAMP-TIME                PIC 9(08) VALUE ZERO.
001100 77  DL860-INTAKE-COUNT              PIC 9(09) COMP VALUE ZERO.
001110 77  DL860-POST-READ                 PIC 9(09) COMP VALUE ZERO.
001120 77  DL860-POST-POSTED               PIC 9(09) COMP VALUE ZERO.
001130 77  DL860-POST-REJECTED             PIC 9(09) COMP VALUE ZERO.
001140 77  DL860-POST-NET                  PIC S9(13)V99 COMP-3
001150                                     VALUE ZERO.
001160 77  DL860-GL-NET                    PIC S9(13)V99 COMP-3
001170                                     VALUE ZERO.
001180 77  DL860-GL-DETAIL-COUNT           PIC 9(09) COMP VALUE ZERO.
001190 77  DL860-POST-SUM                  PIC 9(09) COMP VALUE ZERO.
001200 77  DL860-RPT-NUM-EDIT              PIC ZZZZZZZZ9.
001210 77  DL860-RPT-AMT-EDIT              PIC -ZZZZZZZZZZZZ9.99.
001220 77  DL860-LEG-VERDICT               PIC X(12) VALUE SPACES.
001230 01  DL860-GL-WORK.
001240     05  DL860-GLW-REC-TYPE          PIC X(03).
001250     05  DL860-GLW-CODE              PIC X(02).
001260     05  DL860-GLW-DATE              PIC 9(08).
001270     05  DL860-GLW-DC-IND            PIC X(01).
001280     05  DL860-GLW-COUNT             PIC 9(09).
001290     05  DL860-GLW-NET               PIC S9(13)V99.
001300     05  FILLER                      PIC X(42).
001310******************************************************************
001320*  0000-MAINLINE
001330******************************************************************
001340 PROCEDURE DIVISION.
001350 0000-MAINLINE.
001360     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001370     IF DL860-OUT-OF-SEQUENCE
001380         MOVE 8 TO RETURN-CODE
001390     ELSE
001400         PERFORM 2000-COUNT-INTAKE THRU 2000-EXIT
001410         PERFORM 3000-READ-POST-TOTALS THRU 3000-EXIT
001420         PERFORM 4000-SUM-GL-EXTRACT THRU 4000-EXIT
001430         PERFORM 5000-JUDGE-LEGS THRU 5000-EXIT
001440         PERFORM 8000-FINALIZE THRU 8000-EXIT
001450         IF NOT DL860-LEG1-OK OR NOT DL860-LEG2-OK
001460                 OR NOT DL860-LEG3-OK
001470             MOVE 8 TO RETURN-CODE
001480         END-IF
001490     END-IF.
001500     PERFORM 8900-RECORD-COMPLETION THRU 8900-EXIT.
001510     STOP RUN.
001520******************************************************************
001530*  1000-INITIALIZE -- check the run against RUN-CONTROL and open
001540*                     the certification page
001550******************************************************************
001560 1000-INITIALIZE.
001570     PERFORM 1020-CHECK-RUN-CONTROL THRU 1020-EXIT.
001580     IF DL860-OUT-OF-SEQUENCE
001590         GO TO 1000-EXIT
001600     END-IF.
001610     OPEN OUTPUT CERT-RPT.
001620     IF DL860-RPT-STATUS NOT = '00'
001630         DISPLAY 'DAY-CLOSE-RPT OPEN FAILED, STATUS='
001640             DL860-RPT-STATUS
001650         SET DL860-RPT-OPEN-FAILED TO TRUE
001660     END-IF.
001670     IF NOT DL860-RPT-OPEN-FAILED
001680         MOVE SPACES TO DL860-RPT-LINE
001690         STRING 'DAY-CLOSE CERTIFICATION PAGE'
001700             DELIMITED BY SIZE INTO DL860-RPT-LINE
001710         WRITE DL860-RPT-LINE
001720         MOVE SPACES TO DL860-RPT-LINE
001730         STRING 'BUSINESS DATE......: ' DL860-RUN-DATE
001740             DELIMITED BY SIZE INTO DL860-RPT-LINE
001750         WRITE DL860-RPT-LINE
001760     END-IF.
001770 1000-EXIT.
001780     EXIT.
001790******************************************************************
001800*  1020-CHECK-RUN-CONTROL -- the run date is the business date on
001810*                            RUN-CONTROL, not the clock.  The run
001820*                            goes ahead only if the GL extract is
001830*                            complete for that date and this step
001840*                            is still pending; the step is then
001850*                            marked started.
001860******************************************************************
001870 1020-CHECK-RUN-CONTROL.
001880     OPEN INPUT RUN-CONTROL.
001890     IF DL860-RCT-FILE-STATUS NOT = '00'
001900         MOVE SPACES TO DL860-REFUSAL-TEXT
001910         STRING 'RUN-CONTROL WILL NOT OPEN, STATUS='
001920             DL860-RCT-FILE-STATUS
001930             DELIMITED BY SIZE INTO DL860-REFUSAL-TEXT
001940         PERFORM 1030-REFUSE-OUT-OF-SEQ THRU 1030-EXIT
001950         GO TO 1020-EXIT
001960     END-IF.
001970     READ RUN-CONTROL
001980         AT END MOVE SPACES TO DL960-RUN-CONTROL-RECORD
001990     END-READ.
002000     CLOSE RUN-CONTROL.
002010     IF DL960-RCT-BUS-DATE NOT NUMERIC
002020             OR DL960-RCT-BUS-DATE = ZERO
002030         MOVE 'RUN-CONTROL HOLDS NO BUSINESS DATE'
002040             TO DL860-REFUSAL-TEXT
002050         PERFORM 1030-REFUSE-OUT-OF-SEQ THRU 1030-EXIT
002060         GO TO 1020-EXIT
002070     END-IF.
002080     IF NOT DL960-RCT-COMPLETE(DL860-PRED-STEP-NO)
002090         MOVE SPACES TO DL860-REFUSAL-TEXT
002100         STRING DL860-PRED-STEP-NAME DELIMITED BY SPACE
002110             ' NOT COMPLETE FOR ' DL960-RCT-BUS-DATE
002120             DELIMITED BY SIZE INTO DL860-REFUSAL-TEXT
002130         PERFORM 1030-REFUSE-OUT-OF-SEQ THRU 1030-EXIT
002140         GO TO 1020-EXIT
002150     END-IF.
002160     IF NOT DL960-RCT-PENDING(DL860-STEP-NO)
002170         MOVE SPACES TO DL860-REFUSAL-TEXT
002180         STRING DL860-STEP-NAME DELIMITED BY SPACE
002190             ' ALREADY RUN FOR ' DL960-RCT-BUS-DATE
002200             ' -- RERUN NEEDS OVERRIDE'
002210             DELIMITED BY SIZE INTO DL860-REFUSAL-TEXT
002220         PERFORM 1030-REFUSE-OUT-OF-SEQ THRU 1030-EXIT
002230         GO TO 1020-EXIT
002240     END-IF.
002250     MOVE DL960-RCT-BUS-DATE TO DL860-RUN-DATE.
002260     ACCEPT DL860-STAMP-DATE FROM DATE YYYYMMDD.
002270     ACCEPT DL860-STAMP-TIME FROM TIME.
002280     SET DL960-RCT-STARTED(DL860-STEP-NO) TO TRUE.
002290     MOVE DL860-STAMP-DATE TO DL960-RCT-START-DATE(DL860-STEP-NO).
002300     MOVE DL860-STAMP-TIME TO DL960-RCT-START-TIME(DL860-STEP-NO).
002310     MOVE ZERO TO DL960-RCT-END-DATE(DL860-STEP-NO).
002320     MOVE ZERO TO DL960-RCT-END-TIME(DL860-STEP-NO).
002330     MOVE ZERO TO DL960-RCT-RC(DL860-STEP-NO).
002340     OPEN OUTPUT RUN-CONTROL.
002350     IF DL860-RCT-FILE-STATUS NOT = '00'
002360         MOVE SPACES TO DL860-REFUSAL-TEXT
002370         STRING 'RUN-CONTROL WILL NOT UPDATE, STATUS='
002380             DL860-RCT-FILE-STATUS
002390             DELIMITED BY SIZE INTO DL860-REFUSAL-TEXT
002400         PERFORM 1030-REFUSE-OUT-OF-SEQ THRU 1030-EXIT
002410         GO TO 1020-EXIT
002420     END-IF.
002430     WRITE DL960-RUN-CONTROL-RECORD.
002440     IF DL860-RCT-FILE-STATUS NOT = '00'
002450         MOVE SPACES TO DL860-REFUSAL-TEXT
002460         STRING 'RUN-CONTROL WILL NOT UPDATE, STATUS='
002470             DL860-RCT-FILE-STATUS
002480             DELIMITED BY SIZE INTO DL860-REFUSAL-TEXT
002490         CLOSE RUN-CONTROL
002500         PERFORM 1030-REFUSE-OUT-OF-SEQ THRU 1030-EXIT
002510         GO TO 1020-EXIT
002520     END-IF.
002530     CLOSE RUN-CONTROL.
002540     SET DL860-STEP-STARTED TO TRUE.
002550 1020-EXIT.
002560     EXIT.
002570******************************************************************
002580*  1030-REFUSE-OUT-OF-SEQ -- the step is out of sequence for the
002590*                            business date; nothing is opened and
002600*                            RUN-CONTROL is left as it stands
002610******************************************************************
002620 1030-REFUSE-OUT-OF-SEQ.
002630     DISPLAY 'RUN REFUSED -- ' DL860-REFUSAL-TEXT.
002640     SET DL860-OUT-OF-SEQUENCE TO TRUE.
002650 1030-EXIT.
002660     EXIT.
002670******************************************************************
002680*  2000-COUNT-INTAKE -- the intake's accepted handoff is the
002690*                       TRANS-OUT file itself; its record count
002700*                       is what posting should have read
002710******************************************************************
002720 2000-COUNT-INTAKE.
002730     OPEN INPUT TRANS-IN.
002740     IF DL860-TRANS-IN-STATUS NOT = '00'
002750         DISPLAY 'TRANS-OUT OPEN FAILED, STATUS='
002760             DL860-TRANS-IN-STATUS
002770         SET DL860-TRANS-EOF TO TRUE
002780         GO TO 2000-EXIT
002790     END-IF.
002800     PERFORM 2100-COUNT-INTAKE-RECORD THRU 2100-EXIT
002810         UNTIL DL860-TRANS-EOF.
002820     CLOSE TRANS-IN.
002830 2000-EXIT.
002840     EXIT.
002850 2100-COUNT-INTAKE-RECORD.
002860     READ TRANS-IN
002870         AT END SET DL860-TRANS-EOF TO TRUE
002880     END-READ.
002890     IF NOT DL860-TRANS-EOF
002900         ADD 1 TO DL860-INTAKE-COUNT
002910     END-IF.
002920 2100-EXIT.
002930     EXIT.
002940******************************************************************
002950*  3000-READ-POST-TOTALS -- the posting run's own counts and net;
002960*                           a missing totals file fails the legs
002970*                           that depend on it rather than
002980*                           certifying on a guess
002990******************************************************************
003000 3000-READ-POST-TOTALS.
003010     OPEN INPUT POST-TOTALS.
003020     IF DL860-TOTALS-STATUS NOT = '00'
003030         DISPLAY 'POST-TOTALS OPEN FAILED, STATUS='
003040             DL860-TOTALS-STATUS ' -- POSTING LEGS FAIL'
003050         GO TO 3000-EXIT
003060     END-IF.
003070     READ POST-TOTALS
003080         AT END GO TO 3000-CLOSE
003090     END-READ.
003100     IF DL200-TOT-READ NUMERIC
003110             AND DL200-TOT-POSTED NUMERIC
003120             AND DL200-TOT-REJECTED NUMERIC
003130             AND DL200-TOT-NET-POSTED NUMERIC
003140         SET DL860-TOTALS-PRESENT TO TRUE
003150         MOVE DL200-TOT-READ TO DL860-POST-READ
003160         MOVE DL200-TOT-POSTED TO DL860-POST-POSTED
003170         MOVE DL200-TOT-REJECTED TO DL860-POST-REJECTED
003180         MOVE DL200-TOT-NET-POSTED TO DL860-POST-NET
003190     ELSE
003200         DISPLAY 'POST-TOTALS RECORD NOT NUMERIC -- POSTING'
003210             ' LEGS FAIL'
003220     END-IF.
003230 3000-CLOSE.
003240     CLOSE POST-TOTALS.
003250 3000-EXIT.
003260     EXIT.
003270******************************************************************
003280*  4000-SUM-GL-EXTRACT -- net amount of the feed that would
003290*                         transmit, summed from the GLD records
003300*                         of GL-INTERFACE itself
003310******************************************************************
003320 4000-SUM-GL-EXTRACT.
003330     OPEN INPUT GL-INTERFACE.
003340     IF DL860-GL-STATUS NOT = '00'
003350         DISPLAY 'GL-INTERFACE OPEN FAILED, STATUS='
003360             DL860-GL-STATUS ' -- GL LEG FAILS'
003370         SET DL860-GL-EOF TO TRUE
003380         GO TO 4000-EXIT
003390     END-IF.
003400     SET DL860-GL-FILE-PRESENT TO TRUE.
003410     PERFORM 4100-SUM-GL-RECORD THRU 4100-EXIT
003420         UNTIL DL860-GL-EOF.
003430     CLOSE GL-INTERFACE.
003440 4000-EXIT.
003450     EXIT.
003460 4100-SUM-GL-RECORD.
003470     READ GL-INTERFACE
003480         AT END SET DL860-GL-EOF TO TRUE
003490     END-READ.
003500     IF DL860-GL-EOF
003510         GO TO 4100-EXIT
003520     END-IF.
003530     MOVE DL860-GL-RECORD TO DL860-GL-WORK.
003540     IF DL860-GLW-REC-TYPE = 'GLD'
003550         IF DL860-GLW-NET NUMERIC
003560             ADD 1 TO DL860-GL-DETAIL-COUNT
003570             ADD DL860-GLW-NET TO DL860-GL-NET
003580         ELSE
003590             DISPLAY 'GLD RECORD NET NOT NUMERIC, SKIPPED'
003600         END-IF
003610     END-IF.
003620 4100-EXIT.
003630     EXIT.
003640******************************************************************
003650*  5000-JUDGE-LEGS -- the three legs of the chain, each shown
003660*                     with both sides and its verdict
003670******************************************************************
003680 5000-JUDGE-LEGS.
003690     IF DL860-TOTALS-PRESENT
003700             AND DL860-INTAKE-COUNT = DL860-POST-READ
003710         SET DL860-LEG1-OK TO TRUE
003720     END-IF.
003730     ADD DL860-POST-POSTED DL860-POST-REJECTED
003740         GIVING DL860-POST-SUM.
003750     IF DL860-TOTALS-PRESENT
003760             AND DL860-POST-SUM = DL860-POST-READ
003770         SET DL860-LEG2-OK TO TRUE
003780     END-IF.
003790     IF DL860-TOTALS-PRESENT AND DL860-GL-FILE-PRESENT
003800             AND DL860-GL-NET = DL860-POST-NET
003810         SET DL860-LEG3-OK TO TRUE
003820     END-IF.
003830 5000-EXIT.
003840     EXIT.
003850******************************************************************
003860*  8000-FINALIZE -- the certification page: every leg with both
003870*                   of its sides, then the overall verdict
003880******************************************************************
003890 8000-FINALIZE.
003900     IF DL860-RPT-OPEN-FAILED
003910         GO TO 8000-EXIT
003920     END-IF.
003930     MOVE DL860-INTAKE-COUNT TO DL860-RPT-NUM-EDIT.
003940     MOVE SPACES TO DL860-RPT-LINE.
003950     STRING 'INTAKE ACCEPTED....: ' DL860-RPT-NUM-EDIT
003960         DELIMITED BY SIZE INTO DL860-RPT-LINE.
003970     WRITE DL860-RPT-LINE.
003980     MOVE DL860-POST-READ TO DL860-RPT-NUM-EDIT.
003990     MOVE SPACES TO DL860-RPT-LINE.
004000     STRING 'POSTING READ.......: ' DL860-RPT-NUM-EDIT
004010         DELIMITED BY SIZE INTO DL860-RPT-LINE.
004020     WRITE DL860-RPT-LINE.
004030     PERFORM 8050-SET-VERDICT-1 THRU 8050-EXIT.
004040     MOVE SPACES TO DL860-RPT-LINE.
004050     STRING 'LEG 1 INTAKE=READ..: ' DL860-LEG-VERDICT
004060         DELIMITED BY SIZE INTO DL860-RPT-LINE.
004070     WRITE DL860-RPT-LINE.
004080
004090     MOVE DL860-POST-POSTED TO DL860-RPT-NUM-EDIT.
004100     MOVE SPACES TO DL860-RPT-LINE.
004110     STRING 'POSTING POSTED.....: ' DL860-RPT-NUM-EDIT
004120         DELIMITED BY SIZE INTO DL860-RPT-LINE.
004130     WRITE DL860-RPT-LINE.
004140     MOVE DL860-POST-REJECTED TO DL860-RPT-NUM-EDIT.
004150     MOVE SPACES TO DL860-RPT-LINE.
004160     STRING 'POSTING REJECTED...: ' DL860-RPT-NUM-EDIT
004170         DELIMITED BY SIZE INTO DL860-RPT-LINE.
004180     WRITE DL860-RPT-LINE.
004190     PERFORM 8060-SET-VERDICT-2 THRU 8060-EXIT.
004200     MOVE SPACES TO DL860-RPT-LINE.
004210     STRING 'LEG 2 POST+REJ=READ: ' DL860-LEG-VERDICT
004220         DELIMITED BY SIZE INTO DL860-RPT-LINE.
004230     WRITE DL860-RPT-LINE.
004240
004250     MOVE DL860-POST-NET TO DL860-RPT-AMT-EDIT.
004260     MOVE SPACES TO DL860-RPT-LINE.
004270     STRING 'POSTED NET.........: ' DL860-RPT-AMT-EDIT
004280         DELIMITED BY SIZE INTO DL860-RPT-LINE.
004290     WRITE DL860-RPT-LINE.
004300     MOVE DL860-GL-NET TO DL860-RPT-AMT-EDIT.
004310     MOVE SPACES TO DL860-RPT-LINE.
004320     STRING 'GL EXTRACT NET.....: ' DL860-RPT-AMT-EDIT
004330         DELIMITED BY SIZE INTO DL860-RPT-LINE.
004340     WRITE DL860-RPT-LINE.
004350     PERFORM 8070-SET-VERDICT-3 THRU 8070-EXIT.
004360     MOVE SPACES TO DL860-RPT-LINE.
004370     STRING 'LEG 3 GL=POSTED NET: ' DL860-LEG-VERDICT
004380         DELIMITED BY SIZE INTO DL860-RPT-LINE.
004390     WRITE DL860-RPT-LINE.
004400
004410     MOVE SPACES TO DL860-RPT-LINE.
004420     IF DL860-LEG1-OK AND DL860-LEG2-OK AND DL860-LEG3-OK
004430         STRING 'CHAIN CERTIFIED....: OK TO TRANSMIT'
004440             DELIMITED BY SIZE INTO DL860-RPT-LINE
004450     ELSE
004460         STRING 'CHAIN CERTIFIED....: *** HOLD GL TRANSMISSION'
004470             ' ***'
004480             DELIMITED BY SIZE INTO DL860-RPT-LINE
004490     END-IF.
004500     WRITE DL860-RPT-LINE.
004510     CLOSE CERT-RPT.
004520 8000-EXIT.
004530     EXIT.
004540 8050-SET-VERDICT-1.
004550     IF DL860-LEG1-OK
004560         MOVE 'OK' TO DL860-LEG-VERDICT
004570     ELSE
004580         MOVE '*** BROKEN *' TO DL860-LEG-VERDICT
004590     END-IF.
004600 8050-EXIT.
004610     EXIT.
004620 8060-SET-VERDICT-2.
004630     IF DL860-LEG2-OK
004640         MOVE 'OK' TO DL860-LEG-VERDICT
004650     ELSE
004660         MOVE '*** BROKEN *' TO DL860-LEG-VERDICT
004670     END-IF.
004680 8060-EXIT.
004690     EXIT.
004700 8070-SET-VERDICT-3.
004710     IF DL860-LEG3-OK
004720         MOVE 'OK' TO DL860-LEG-VERDICT
004730     ELSE
004740         MOVE '*** BROKEN *' TO DL860-LEG-VERDICT
004750     END-IF.
004760 8070-EXIT.
004770     EXIT.
004780******************************************************************
004790*  8900-RECORD-COMPLETION -- the step's end and return code go
004800*                            back on RUN-CONTROL: complete below
004810*                            RETURN-CODE 8, failed otherwise.  A
004820*                            step whose end cannot be recorded
004830*                            ends RETURN-CODE 8.
004840******************************************************************
004850 8900-RECORD-COMPLETION.
004860     IF NOT DL860-STEP-STARTED
004870         GO TO 8900-EXIT
004880     END-IF.
004890     OPEN INPUT RUN-CONTROL.
004900     IF DL860-RCT-FILE-STATUS NOT = '00'
004910         DISPLAY 'RUN-CONTROL OPEN FAILED, STATUS='
004920             DL860-RCT-FILE-STATUS ' -- STEP END NOT RECORDED'
004930         MOVE 8 TO RETURN-CODE
004940         GO TO 8900-EXIT
004950     END-IF.
004960     READ RUN-CONTROL
004970         AT END MOVE SPACES TO DL960-RUN-CONTROL-RECORD
004980     END-READ.
004990     CLOSE RUN-CONTROL.
005000     IF DL960-RCT-BUS-DATE NOT = DL860-RUN-DATE
005010         DISPLAY 'RUN-CONTROL NO LONGER HOLDS ' DL860-RUN-DATE
005020             ' -- STEP END NOT RECORDED'
005030         MOVE 8 TO RETURN-CODE
005040         GO TO 8900-EXIT
005050     END-IF.
005060     ACCEPT DL860-STAMP-DATE FROM DATE YYYYMMDD.
005070     ACCEPT DL860-STAMP-TIME FROM TIME.
005080     MOVE DL860-STAMP-DATE TO DL960-RCT-END-DATE(DL860-STEP-NO).
005090     MOVE DL860-STAMP-TIME TO DL960-RCT-END-TIME(DL860-STEP-NO).
005100     MOVE RETURN-CODE TO DL960-RCT-RC(DL860-STEP-NO).
005110     IF RETURN-CODE < 8
005120         SET DL960-RCT-COMPLETE(DL860-STEP-NO) TO TRUE
005130     ELSE
005140         SET DL960-RCT-FAILED(DL860-STEP-NO) TO TRUE
005150     END-IF.
005160     OPEN OUTPUT RUN-CONTROL.
005170     IF DL860-RCT-FILE-STATUS NOT = '00'
005180         DISPLAY 'RUN-CONTROL OPEN FAILED, STATUS='
005190             DL860-RCT-FILE-STATUS ' -- STEP END NOT RECORDED'
005200         MOVE 8 TO RETURN-CODE
005210         GO TO 8900-EXIT
005220     END-IF.
005230     WRITE DL960-RUN-CONTROL-RECORD.
005240     IF DL860-RCT-FILE-STATUS NOT = '00'
005250         DISPLAY 'RUN-CONTROL WRITE FAILED, STATUS='
005260             DL860-RCT-FILE-STATUS ' -- STEP END NOT RECORDED'
005270         MOVE 8 TO RETURN-CODE
005280     END-IF.
005290     CLOSE RUN-CONTROL.
005300 8900-EXIT.
005310     EXIT.
