000010******************************************************************
000020* Author: R. Maldonado
000030* Date: 10/15/2026
000040* Purpose: Business-date control for the nightly chain.  The
000050*          RUN-CONTROL file names the business date the chain is
000060*          processing and where each of its steps -- release,
000070*          intake, posting, GL extract, day-close, housekeeping --
000080*          stands for that date; every step checks it on start-up
000090*          and records its own start and end on it.  This run
000100*          rolls the business date forward to the next business
000110*          day on the CALENDAR once day-close has certified the
000120*          date, applies the operator's override card when one is
000130*          supplied (rerun a step, accept a step as complete, or
000140*          set the date outright), and prints a status report
000150*          showing where tonight's chain stands.
000160* Tectonics: cobc
000170******************************************************************
000180* Modification History
000190*   Date       Init  Description
000200*   ---------  ----  -------------------------------------------
000210*   10/15/2026 RM    Initial version.  No card rolls the date; an
000220*                    S card reports only.  The roll is refused
000230*                    until day-close is complete for the date, or
000240*                    while housekeeping is still running; a
000250*                    housekeeping step not yet complete is
000260*                    skipped for the day with a warning (RETURN-
000270*                    CODE 4).  Override cards must name the
000280*                    operator, and a rerun or accept must carry
000290*                    the current business date.  A refused card
000300*                    changes nothing and grades RETURN-CODE 8.
000310*   10/15/2026 RM    An A card naming day-close is refused; the
000320*                    day-close proof must be rerun, never
000330*                    accepted.
000340*   10/15/2026 RM    A failed day-close shows on the status report
000350*                    as due for a rerun only, since it cannot be
000360*                    accepted.
000370******************************************************************
000380 IDENTIFICATION DIVISION.
000390 PROGRAM-ID. CHAIN-CONTROL.
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430 SELECT RUN-CONTROL ASSIGN TO "RUN-CONTROL"
000440     ORGANIZATION LINE SEQUENTIAL
000450     FILE STATUS IS DL960-RCT-FILE-STATUS.
000460 SELECT CONTROL-CARD ASSIGN TO "CHAIN-CONTROL-CARD"
000470     ORGANIZATION LINE SEQUENTIAL
000480     FILE STATUS IS DL960-CARD-STATUS.
000490 SELECT CALENDAR-FILE ASSIGN TO "CALENDAR"
000500     ORGANIZATION LINE SEQUENTIAL
000510     FILE STATUS IS DL960-CAL-STATUS.
000520 SELECT CHAIN-RPT ASSIGN TO "CHAIN-CONTROL-RPT"
000530     ORGANIZATION LINE SEQUENTIAL
000540     FILE STATUS IS DL960-RPT-STATUS.
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD RUN-CONTROL.
000580 COPY DL960RCT.
000590 FD CONTROL-CARD.
000600 COPY DL960RCC.
000610 FD CALENDAR-FILE.
000620 COPY DL100CAL.
000630 FD CHAIN-RPT.
000640 01  DL960-RPT-LINE                  PIC X(80).
000650 WORKING-STORAGE SECTION.
000660 01  DL960-SWITCHES.
000670     05  DL960-REFUSED-SWITCH        PIC X(01) VALUE 'N'.
000680         88  DL960-RUN-REFUSED            VALUE 'Y'.
000690     05  DL960-WARN-SWITCH           PIC X(01) VALUE 'N'.
000700         88  DL960-RUN-WARNED             VALUE 'Y'.
000710     05  DL960-RPT-OPEN-SWITCH       PIC X(01) VALUE 'N'.
000720         88  DL960-RPT-OPEN-FAILED        VALUE 'Y'.
000730     05  DL960-LOADED-SWITCH         PIC X(01) VALUE 'N'.
000740         88  DL960-RCT-LOADED             VALUE 'Y'.
000750     05  DL960-CHANGED-SWITCH        PIC X(01) VALUE 'N'.
000760         88  DL960-RCT-CHANGED            VALUE 'Y'.
000770     05  DL960-WRITE-SWITCH          PIC X(01) VALUE 'N'.
000780         88  DL960-RCT-WRITE-FAILED       VALUE 'Y'.
000790     05  DL960-CAL-EOF-SWITCH        PIC X(01) VALUE 'N'.
000800         88  DL960-CAL-EOF                VALUE 'Y'.
000810     05  DL960-CAL-FOUND-SWITCH      PIC X(01) VALUE 'N'.
000820         88  DL960-CAL-FOUND              VALUE 'Y'.
000830 77  DL960-RCT-FILE-STATUS           PIC X(02).
000840 77  DL960-CARD-STATUS               PIC X(02).
000850 77  DL960-CAL-STATUS                PIC X(02).
000860 77  DL960-RPT-STATUS                PIC X(02).
000870 77  DL960-RUN-DATE                  PIC 9(08).
000880 77  DL960-RUN-TIME                  PIC 9(08).
000890 77  DL960-CARD-DATE                 PIC 9(08) VALUE ZERO.
000900 77  DL960-NEXT-DATE                 PIC 9(08) VALUE ZERO.
000910 77  DL960-CAL-FLAG                  PIC X(01) VALUE SPACE.
000920 77  DL960-CRD-STEP-NO               PIC 9(02) COMP VALUE ZERO.
000930 77  DL960-SUB                       PIC 9(02) COMP VALUE ZERO.
000940 77  DL960-NEXT-SUB                  PIC 9(02) COMP VALUE ZERO.
000950 77  DL960-STEP-MAX                  PIC 9(02) COMP VALUE 6.
000960 77  DL960-DAY-CLOSE-STEP            PIC 9(02) COMP VALUE 5.
000970 77  DL960-HOUSEKEEP-STEP            PIC 9(02) COMP VALUE 6.
000980 77  DL960-REFUSAL-TEXT              PIC X(60) VALUE SPACES.
000990 77  DL960-RESULT-TEXT               PIC X(60) VALUE SPACES.
001000 77  DL960-WARN-TEXT                 PIC X(60) VALUE SPACES.
001010 77  DL960-ACTION-TEXT               PIC X(24) VALUE SPACES.
001020 77  DL960-NEXT-TEXT                 PIC X(40) VALUE SPACES.
001030 01  DL960-STEP-TABLE-VALUES.
001040     05  FILLER                      PIC X(26)
001050         VALUE 'RELEASE   RELEASE-HOLD    '.
001060     05  FILLER                      PIC X(26)
001070         VALUE 'INTAKE    READ-FROM-STD-IN'.
001080     05  FILLER                      PIC X(26)
001090         VALUE 'POSTING   POST-TO-MASTER  '.
001100     05  FILLER                      PIC X(26)
001110         VALUE 'GL-EXTRACTGL-EXTRACT      '.
001120     05  FILLER                      PIC X(26)
001130         VALUE 'DAY-CLOSE DAY-CLOSE       '.
001140     05  FILLER                      PIC X(26)
001150         VALUE 'HOUSEKEEP HOUSEKEEP       '.
001160 01  DL960-STEP-TABLE REDEFINES DL960-STEP-TABLE-VALUES.
001170     05  DL960-STEP-ENTRY OCCURS 6 TIMES
001180         INDEXED BY DL960-STEP-IDX.
001190         10  DL960-STEP-NAME         PIC X(10).
001200         10  DL960-STEP-PROGRAM      PIC X(16).
001210 01  DL960-RPT-STEP-LINE.
001220     05  DL960-RPT-STEP-NAME         PIC X(10).
001230     05  FILLER                      PIC X(01) VALUE SPACES.
001240     05  DL960-RPT-PROGRAM           PIC X(16).
001250     05  FILLER                      PIC X(01) VALUE SPACES.
001260     05  DL960-RPT-STEP-STATUS       PIC X(08).
001270     05  FILLER                      PIC X(01) VALUE SPACES.
001280     05  DL960-RPT-START-DATE        PIC 9(08).
001290     05  FILLER                      PIC X(01) VALUE SPACES.
001300     05  DL960-RPT-START-TIME        PIC X(06).
001310     05  FILLER                      PIC X(01) VALUE SPACES.
001320     05  DL960-RPT-END-DATE          PIC 9(08).
001330     05  FILLER                      PIC X(01) VALUE SPACES.
001340     05  DL960-RPT-END-TIME          PIC X(06).
001350     05  FILLER                      PIC X(01) VALUE SPACES.
001360     05  DL960-RPT-RC                PIC Z9.
001370******************************************************************
001380*  0000-MAINLINE
001390******************************************************************
001400 PROCEDURE DIVISION.
001410 0000-MAINLINE.
001420     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001430     IF NOT DL960-RUN-REFUSED
001440         EVALUATE TRUE
001450             WHEN DL960-CRD-ROLL
001460                 PERFORM 2000-ROLL-DATE THRU 2000-EXIT
001470             WHEN DL960-CRD-RERUN
001480                 PERFORM 3000-RERUN-STEP THRU 3000-EXIT
001490             WHEN DL960-CRD-ACCEPT
001500                 PERFORM 4000-ACCEPT-STEP THRU 4000-EXIT
001510             WHEN DL960-CRD-SET-DATE
001520                 PERFORM 5000-SET-DATE THRU 5000-EXIT
001530             WHEN OTHER
001540                 MOVE 'STATUS ONLY -- NOTHING CHANGED'
001550                     TO DL960-RESULT-TEXT
001560         END-EVALUATE
001570     END-IF.
001580     IF DL960-RCT-CHANGED AND NOT DL960-RUN-REFUSED
001590         PERFORM 7000-WRITE-RUN-CONTROL THRU 7000-EXIT
001600     END-IF.
001610     PERFORM 8000-FINALIZE THRU 8000-EXIT.
001620     IF DL960-RUN-REFUSED OR DL960-RCT-WRITE-FAILED
001630         MOVE 8 TO RETURN-CODE
001640     ELSE
001650         IF DL960-RUN-WARNED
001660             MOVE 4 TO RETURN-CODE
001670         END-IF
001680     END-IF.
001690     STOP RUN.
001700******************************************************************
001710*  1000-INITIALIZE -- open the report, pick up the operator's
001720*                     card and the current RUN-CONTROL record, and
001730*                     check an override card before it is acted on
001740******************************************************************
001750 1000-INITIALIZE.
001760     ACCEPT DL960-RUN-DATE FROM DATE YYYYMMDD.
001770     ACCEPT DL960-RUN-TIME FROM TIME.
001780     OPEN OUTPUT CHAIN-RPT.
001790     IF DL960-RPT-STATUS NOT = '00'
001800         DISPLAY 'CHAIN-CONTROL-RPT OPEN FAILED, STATUS='
001810             DL960-RPT-STATUS
001820         SET DL960-RPT-OPEN-FAILED TO TRUE
001830     END-IF.
001840     PERFORM 1050-READ-CARD THRU 1050-EXIT.
001850     IF DL960-RUN-REFUSED
001860         GO TO 1000-EXIT
001870     END-IF.
001880     PERFORM 1100-READ-RUN-CONTROL THRU 1100-EXIT.
001890     IF DL960-RUN-REFUSED
001900         GO TO 1000-EXIT
001910     END-IF.
001920     IF DL960-CRD-RERUN OR DL960-CRD-ACCEPT OR DL960-CRD-SET-DATE
001930         PERFORM 1200-CHECK-OVERRIDE THRU 1200-EXIT
001940     END-IF.
001950 1000-EXIT.
001960     EXIT.
001970******************************************************************
001980*  1050-READ-CARD -- one card, or none; no card is the nightly
001990*                    roll
002000******************************************************************
002010 1050-READ-CARD.
002020     MOVE SPACES TO DL960-CONTROL-CARD.
002030     OPEN INPUT CONTROL-CARD.
002040     IF DL960-CARD-STATUS = '00'
002050         READ CONTROL-CARD
002060             AT END MOVE SPACES TO DL960-CONTROL-CARD
002070         END-READ
002080         CLOSE CONTROL-CARD
002090     END-IF.
002100     EVALUATE TRUE
002110         WHEN DL960-CRD-ROLL
002120             MOVE 'ROLL BUSINESS DATE' TO DL960-ACTION-TEXT
002130         WHEN DL960-CRD-STATUS-ONLY
002140             MOVE 'STATUS REPORT' TO DL960-ACTION-TEXT
002150         WHEN DL960-CRD-RERUN
002160             STRING 'RERUN ' DL960-CRD-STEP-NAME
002170                 DELIMITED BY SIZE INTO DL960-ACTION-TEXT
002180         WHEN DL960-CRD-ACCEPT
002190             STRING 'ACCEPT ' DL960-CRD-STEP-NAME
002200                 DELIMITED BY SIZE INTO DL960-ACTION-TEXT
002210         WHEN DL960-CRD-SET-DATE
002220             STRING 'SET DATE ' DL960-CRD-DATE
002230                 DELIMITED BY SIZE INTO DL960-ACTION-TEXT
002240         WHEN OTHER
002250             MOVE SPACES TO DL960-REFUSAL-TEXT
002260             STRING 'CARD ACTION ' DL960-CRD-ACTION
002270                 ' NOT RECOGNIZED'
002280                 DELIMITED BY SIZE INTO DL960-REFUSAL-TEXT
002290             PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
002300     END-EVALUATE.
002310 1050-EXIT.
002320     EXIT.
002330******************************************************************
002340*  1100-READ-RUN-CONTROL -- the current business date and step
002350*                           table; only a D card may run without
002360*                           one, since it is how the first date is
002370*                           set
002380******************************************************************
002390 1100-READ-RUN-CONTROL.
002400     MOVE SPACES TO DL960-RUN-CONTROL-RECORD.
002410     OPEN INPUT RUN-CONTROL.
002420     IF DL960-RCT-FILE-STATUS NOT = '00'
002430         IF DL960-CRD-SET-DATE
002440             GO TO 1100-EXIT
002450         END-IF
002460         MOVE SPACES TO DL960-REFUSAL-TEXT
002470         STRING 'RUN-CONTROL WILL NOT OPEN, STATUS='
002480             DL960-RCT-FILE-STATUS ' -- NEEDS A D CARD'
002490             DELIMITED BY SIZE INTO DL960-REFUSAL-TEXT
002500         PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
002510         GO TO 1100-EXIT
002520     END-IF.
002530     READ RUN-CONTROL
002540         AT END MOVE SPACES TO DL960-RUN-CONTROL-RECORD
002550     END-READ.
002560     CLOSE RUN-CONTROL.
002570     IF DL960-RCT-BUS-DATE NUMERIC AND DL960-RCT-BUS-DATE > ZERO
002580         SET DL960-RCT-LOADED TO TRUE
002590         GO TO 1100-EXIT
002600     END-IF.
002610     IF NOT DL960-CRD-SET-DATE
002620         MOVE SPACES TO DL960-REFUSAL-TEXT
002630         STRING 'RUN-CONTROL HOLDS NO BUSINESS DATE'
002640             ' -- NEEDS A D CARD'
002650             DELIMITED BY SIZE INTO DL960-REFUSAL-TEXT
002660         PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
002670     END-IF.
002680 1100-EXIT.
002690     EXIT.
002700******************************************************************
002710*  1200-CHECK-OVERRIDE -- an override must name the operator who
002720*                         authorised it and carry a numeric date;
002730*                         a rerun or accept must carry the current
002740*                         business date and a step name the chain
002750*                         knows
002760******************************************************************
002770 1200-CHECK-OVERRIDE.
002780     IF DL960-CRD-OPERATOR = SPACES
002790         MOVE 'OVERRIDE CARD NAMES NO OPERATOR'
002800             TO DL960-REFUSAL-TEXT
002810         PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
002820         GO TO 1200-EXIT
002830     END-IF.
002840     IF DL960-CRD-DATE NOT NUMERIC
002850         MOVE 'OVERRIDE CARD DATE NOT NUMERIC'
002860             TO DL960-REFUSAL-TEXT
002870         PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
002880         GO TO 1200-EXIT
002890     END-IF.
002900     MOVE DL960-CRD-DATE TO DL960-CARD-DATE.
002910     IF DL960-CRD-SET-DATE
002920         GO TO 1200-EXIT
002930     END-IF.
002940     IF DL960-CARD-DATE NOT = DL960-RCT-BUS-DATE
002950         MOVE SPACES TO DL960-REFUSAL-TEXT
002960         STRING 'CARD DATE ' DL960-CARD-DATE
002970             ' IS NOT THE BUSINESS DATE ' DL960-RCT-BUS-DATE
002980             DELIMITED BY SIZE INTO DL960-REFUSAL-TEXT
002990         PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
003000         GO TO 1200-EXIT
003010     END-IF.
003020     SET DL960-STEP-IDX TO 1.
003030     SEARCH DL960-STEP-ENTRY
003040         AT END
003050             MOVE SPACES TO DL960-REFUSAL-TEXT
003060             STRING 'STEP ' DL960-CRD-STEP-NAME ' NOT RECOGNIZED'
003070                 DELIMITED BY SIZE INTO DL960-REFUSAL-TEXT
003080             PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
003090         WHEN DL960-STEP-NAME(DL960-STEP-IDX)
003100                 = DL960-CRD-STEP-NAME
003110             SET DL960-CRD-STEP-NO TO DL960-STEP-IDX
003120     END-SEARCH.
003130 1200-EXIT.
003140     EXIT.
003150******************************************************************
003160*  1900-REFUSE-RUN -- nothing on RUN-CONTROL changes; the reason
003170*                     goes to the console and the report
003180******************************************************************
003190 1900-REFUSE-RUN.
003200     DISPLAY 'CHAIN-CONTROL RUN REFUSED -- ' DL960-REFUSAL-TEXT.
003210     SET DL960-RUN-REFUSED TO TRUE.
003220 1900-EXIT.
003230     EXIT.
003240******************************************************************
003250*  2000-ROLL-DATE -- once day-close is complete for the business
003260*                    date, open the next business day on the
003270*                    CALENDAR with every step pending.  A
003280*                    housekeeping step still running holds the
003290*                    roll; one not run is skipped for the day and
003300*                    warned.
003310******************************************************************
003320 2000-ROLL-DATE.
003330     IF NOT DL960-RCT-COMPLETE(DL960-DAY-CLOSE-STEP)
003340         MOVE SPACES TO DL960-REFUSAL-TEXT
003350         STRING 'DAY-CLOSE NOT COMPLETE FOR ' DL960-RCT-BUS-DATE
003360             ' -- DATE NOT ROLLED'
003370             DELIMITED BY SIZE INTO DL960-REFUSAL-TEXT
003380         PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
003390         GO TO 2000-EXIT
003400     END-IF.
003410     IF DL960-RCT-STARTED(DL960-HOUSEKEEP-STEP)
003420         MOVE SPACES TO DL960-REFUSAL-TEXT
003430         STRING 'HOUSEKEEP STILL RUNNING FOR ' DL960-RCT-BUS-DATE
003440             ' -- DATE NOT ROLLED'
003450             DELIMITED BY SIZE INTO DL960-REFUSAL-TEXT
003460         PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
003470         GO TO 2000-EXIT
003480     END-IF.
003490     PERFORM 2100-FIND-NEXT-DAY THRU 2100-EXIT.
003500     IF DL960-RUN-REFUSED
003510         GO TO 2000-EXIT
003520     END-IF.
003530     IF NOT DL960-RCT-COMPLETE(DL960-HOUSEKEEP-STEP)
003540         MOVE SPACES TO DL960-WARN-TEXT
003550         STRING 'HOUSEKEEP NOT COMPLETE FOR ' DL960-RCT-BUS-DATE
003560             ' -- SKIPPED'
003570             DELIMITED BY SIZE INTO DL960-WARN-TEXT
003580         DISPLAY 'CHAIN-CONTROL WARNING -- ' DL960-WARN-TEXT
003590         SET DL960-RUN-WARNED TO TRUE
003600     END-IF.
003610     MOVE DL960-RCT-BUS-DATE TO DL960-RCT-PREV-DATE.
003620     MOVE DL960-NEXT-DATE TO DL960-RCT-BUS-DATE.
003630     PERFORM 2900-OPEN-DATE THRU 2900-EXIT.
003640     MOVE SPACES TO DL960-RESULT-TEXT.
003650     STRING 'BUSINESS DATE ROLLED FROM ' DL960-RCT-PREV-DATE
003660         ' TO ' DL960-RCT-BUS-DATE
003670         DELIMITED BY SIZE INTO DL960-RESULT-TEXT.
003680     SET DL960-RCT-CHANGED TO TRUE.
003690 2000-EXIT.
003700     EXIT.
003710******************************************************************
003720*  2100-FIND-NEXT-DAY -- the first date after the business date
003730*                        the CALENDAR flags as a business day; no
003740*                        calendar, or none left on it, holds the
003750*                        roll rather than guess
003760******************************************************************
003770 2100-FIND-NEXT-DAY.
003780     MOVE ZERO TO DL960-NEXT-DATE.
003790     MOVE 'N' TO DL960-CAL-EOF-SWITCH.
003800     OPEN INPUT CALENDAR-FILE.
003810     IF DL960-CAL-STATUS NOT = '00'
003820         MOVE SPACES TO DL960-REFUSAL-TEXT
003830         STRING 'CALENDAR WILL NOT OPEN, STATUS=' DL960-CAL-STATUS
003840             ' -- DATE NOT ROLLED'
003850             DELIMITED BY SIZE INTO DL960-REFUSAL-TEXT
003860         PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
003870         GO TO 2100-EXIT
003880     END-IF.
003890     PERFORM 2150-SCAN-CALENDAR THRU 2150-EXIT
003900         UNTIL DL960-CAL-EOF OR DL960-NEXT-DATE > ZERO.
003910     CLOSE CALENDAR-FILE.
003920     IF DL960-NEXT-DATE = ZERO
003930         MOVE SPACES TO DL960-REFUSAL-TEXT
003940         STRING 'CALENDAR HAS NO BUSINESS DAY AFTER '
003950             DL960-RCT-BUS-DATE
003960             DELIMITED BY SIZE INTO DL960-REFUSAL-TEXT
003970         PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
003980     END-IF.
003990 2100-EXIT.
004000     EXIT.
004010 2150-SCAN-CALENDAR.
004020     READ CALENDAR-FILE
004030         AT END SET DL960-CAL-EOF TO TRUE
004040     END-READ.
004050     IF DL960-CAL-EOF OR DL100-CAL-DATE NOT NUMERIC
004060         GO TO 2150-EXIT
004070     END-IF.
004080     IF DL100-CAL-DATE > DL960-RCT-BUS-DATE
004090             AND DL100-CAL-BUSINESS-DAY
004100         MOVE DL100-CAL-DATE TO DL960-NEXT-DATE
004110     END-IF.
004120 2150-EXIT.
004130     EXIT.
004140******************************************************************
004150*  2900-OPEN-DATE -- a newly rolled or set business date starts
004160*                    with every step pending
004170******************************************************************
004180 2900-OPEN-DATE.
004190     MOVE DL960-RUN-DATE TO DL960-RCT-OPENED-DATE.
004200     MOVE DL960-RUN-TIME TO DL960-RCT-OPENED-TIME.
004210     PERFORM 2950-RESET-STEP THRU 2950-EXIT
004220         VARYING DL960-SUB FROM 1 BY 1
004230         UNTIL DL960-SUB > DL960-STEP-MAX.
004240 2900-EXIT.
004250     EXIT.
004260 2950-RESET-STEP.
004270     SET DL960-RCT-PENDING(DL960-SUB) TO TRUE.
004280     MOVE ZERO TO DL960-RCT-START-DATE(DL960-SUB).
004290     MOVE ZERO TO DL960-RCT-START-TIME(DL960-SUB).
004300     MOVE ZERO TO DL960-RCT-END-DATE(DL960-SUB).
004310     MOVE ZERO TO DL960-RCT-END-TIME(DL960-SUB).
004320     MOVE ZERO TO DL960-RCT-RC(DL960-SUB).
004330 2950-EXIT.
004340     EXIT.
004350******************************************************************
004360*  3000-RERUN-STEP -- the step named goes back to pending, and so
004370*                     does every step after it, since each of
004380*                     them worked from what the step produced
004390******************************************************************
004400 3000-RERUN-STEP.
004410     PERFORM 2950-RESET-STEP THRU 2950-EXIT
004420         VARYING DL960-SUB FROM DL960-CRD-STEP-NO BY 1
004430         UNTIL DL960-SUB > DL960-STEP-MAX.
004440     PERFORM 6000-NOTE-OVERRIDE THRU 6000-EXIT.
004450     MOVE SPACES TO DL960-RESULT-TEXT.
004460     STRING DL960-STEP-NAME(DL960-CRD-STEP-NO) DELIMITED BY SPACE
004470         ' AND LATER STEPS RESET TO PENDING FOR RERUN'
004480         DELIMITED BY SIZE INTO DL960-RESULT-TEXT.
004490     SET DL960-RCT-CHANGED TO TRUE.
004500 3000-EXIT.
004510     EXIT.
004520******************************************************************
004530*  4000-ACCEPT-STEP -- a failed or pending step is marked complete
004540*                      without being run again, so the chain can
004550*                      go on; the step before it must already be
004560*                      complete.  Day-close is never accepted:
004570*                      its proof is what lets the date roll, so
004580*                      it must be rerun
004590******************************************************************
004600 4000-ACCEPT-STEP.
004610     MOVE DL960-CRD-STEP-NO TO DL960-SUB.
004620     IF DL960-SUB = DL960-DAY-CLOSE-STEP
004630         MOVE 'DAY-CLOSE CANNOT BE ACCEPTED -- RERUN IT'
004640             TO DL960-REFUSAL-TEXT
004650         PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
004660         GO TO 4000-EXIT
004670     END-IF.
004680     IF NOT DL960-RCT-FAILED(DL960-SUB)
004690             AND NOT DL960-RCT-PENDING(DL960-SUB)
004700         MOVE SPACES TO DL960-REFUSAL-TEXT
004710         STRING DL960-STEP-NAME(DL960-SUB) DELIMITED BY SPACE
004720             ' IS NOT FAILED OR PENDING -- NOT ACCEPTED'
004730             DELIMITED BY SIZE INTO DL960-REFUSAL-TEXT
004740         PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
004750         GO TO 4000-EXIT
004760     END-IF.
004770     IF DL960-SUB > 1
004780         IF NOT DL960-RCT-COMPLETE(DL960-SUB - 1)
004790             MOVE SPACES TO DL960-REFUSAL-TEXT
004800             STRING DL960-STEP-NAME(DL960-SUB - 1)
004810                 DELIMITED BY SPACE
004820                 ' NOT COMPLETE -- ' DELIMITED BY SIZE
004830                 DL960-STEP-NAME(DL960-SUB) DELIMITED BY SPACE
004840                 ' NOT ACCEPTED' DELIMITED BY SIZE
004850                 INTO DL960-REFUSAL-TEXT
004860             PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
004870             GO TO 4000-EXIT
004880         END-IF
004890     END-IF.
004900     SET DL960-RCT-COMPLETE(DL960-SUB) TO TRUE.
004910     MOVE DL960-RUN-DATE TO DL960-RCT-END-DATE(DL960-SUB).
004920     MOVE DL960-RUN-TIME TO DL960-RCT-END-TIME(DL960-SUB).
004930     PERFORM 6000-NOTE-OVERRIDE THRU 6000-EXIT.
004940     MOVE SPACES TO DL960-RESULT-TEXT.
004950     STRING DL960-STEP-NAME(DL960-SUB) DELIMITED BY SPACE
004960         ' ACCEPTED AS COMPLETE'
004970         DELIMITED BY SIZE INTO DL960-RESULT-TEXT.
004980     SET DL960-RCT-CHANGED TO TRUE.
004990 4000-EXIT.
005000     EXIT.
005010******************************************************************
005020*  5000-SET-DATE -- the card's date becomes the business date with
005030*                   every step pending.  It must be a business day
005040*                   on the CALENDAR, and no step may be running.
005050******************************************************************
005060 5000-SET-DATE.
005070     IF DL960-RCT-LOADED
005080         PERFORM 5050-CHECK-RUNNING THRU 5050-EXIT
005090             VARYING DL960-SUB FROM 1 BY 1
005100             UNTIL DL960-SUB > DL960-STEP-MAX
005110                 OR DL960-RUN-REFUSED
005120     END-IF.
005130     IF DL960-RUN-REFUSED
005140         GO TO 5000-EXIT
005150     END-IF.
005160     PERFORM 5100-CHECK-CARD-DATE THRU 5100-EXIT.
005170     IF DL960-RUN-REFUSED
005180         GO TO 5000-EXIT
005190     END-IF.
005200     IF DL960-RCT-LOADED
005210         MOVE DL960-RCT-BUS-DATE TO DL960-RCT-PREV-DATE
005220     ELSE
005230         MOVE SPACES TO DL960-RUN-CONTROL-RECORD
005240         MOVE ZERO TO DL960-RCT-PREV-DATE
005250         SET DL960-RCT-LOADED TO TRUE
005260     END-IF.
005270     MOVE DL960-CARD-DATE TO DL960-RCT-BUS-DATE.
005280     PERFORM 2900-OPEN-DATE THRU 2900-EXIT.
005290     PERFORM 6000-NOTE-OVERRIDE THRU 6000-EXIT.
005300     MOVE SPACES TO DL960-RESULT-TEXT.
005310     STRING 'BUSINESS DATE SET TO ' DL960-RCT-BUS-DATE
005320         DELIMITED BY SIZE INTO DL960-RESULT-TEXT.
005330     SET DL960-RCT-CHANGED TO TRUE.
005340 5000-EXIT.
005350     EXIT.
005360 5050-CHECK-RUNNING.
005370     IF DL960-RCT-STARTED(DL960-SUB)
005380         MOVE SPACES TO DL960-REFUSAL-TEXT
005390         STRING DL960-STEP-NAME(DL960-SUB) DELIMITED BY SPACE
005400             ' IS STILL RUNNING -- DATE NOT SET'
005410             DELIMITED BY SIZE INTO DL960-REFUSAL-TEXT
005420         PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
005430     END-IF.
005440 5050-EXIT.
005450     EXIT.
005460******************************************************************
005470*  5100-CHECK-CARD-DATE -- the card's date must be on the CALENDAR
005480*                          and flagged a business day
005490******************************************************************
005500 5100-CHECK-CARD-DATE.
005510     MOVE 'N' TO DL960-CAL-EOF-SWITCH.
005520     OPEN INPUT CALENDAR-FILE.
005530     IF DL960-CAL-STATUS NOT = '00'
005540         MOVE SPACES TO DL960-REFUSAL-TEXT
005550         STRING 'CALENDAR WILL NOT OPEN, STATUS=' DL960-CAL-STATUS
005560             ' -- DATE NOT SET'
005570             DELIMITED BY SIZE INTO DL960-REFUSAL-TEXT
005580         PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
005590         GO TO 5100-EXIT
005600     END-IF.
005610     PERFORM 5150-FIND-CARD-DATE THRU 5150-EXIT
005620         UNTIL DL960-CAL-EOF OR DL960-CAL-FOUND.
005630     CLOSE CALENDAR-FILE.
005640     MOVE SPACES TO DL960-REFUSAL-TEXT.
005650     IF NOT DL960-CAL-FOUND
005660         STRING DL960-CARD-DATE ' IS NOT ON THE CALENDAR'
005670             DELIMITED BY SIZE INTO DL960-REFUSAL-TEXT
005680         PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
005690         GO TO 5100-EXIT
005700     END-IF.
005710     IF DL960-CAL-FLAG NOT = 'Y'
005720         STRING DL960-CARD-DATE ' IS NOT A BUSINESS DAY'
005730             DELIMITED BY SIZE INTO DL960-REFUSAL-TEXT
005740         PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
005750     END-IF.
005760 5100-EXIT.
005770     EXIT.
005780 5150-FIND-CARD-DATE.
005790     READ CALENDAR-FILE
005800         AT END SET DL960-CAL-EOF TO TRUE
005810     END-READ.
005820     IF DL960-CAL-EOF OR DL100-CAL-DATE NOT NUMERIC
005830         GO TO 5150-EXIT
005840     END-IF.
005850     IF DL100-CAL-DATE = DL960-CARD-DATE
005860         SET DL960-CAL-FOUND TO TRUE
005870         MOVE DL100-CAL-BUS-DAY-FLAG TO DL960-CAL-FLAG
005880     END-IF.
005890 5150-EXIT.
005900     EXIT.
005910******************************************************************
005920*  6000-NOTE-OVERRIDE -- the card just applied, who authorised
005930*                        it and when, kept on RUN-CONTROL and
005940*                        shown on every status report until the
005950*                        next one
005960******************************************************************
005970 6000-NOTE-OVERRIDE.
005980     MOVE DL960-CRD-ACTION TO DL960-RCT-OVR-ACTION.
005990     MOVE DL960-CRD-STEP-NO TO DL960-RCT-OVR-STEP.
006000     MOVE DL960-CRD-OPERATOR TO DL960-RCT-OVR-OPERATOR.
006010     MOVE DL960-CRD-REASON TO DL960-RCT-OVR-REASON.
006020     MOVE DL960-RUN-DATE TO DL960-RCT-OVR-DATE.
006030     MOVE DL960-RUN-TIME TO DL960-RCT-OVR-TIME.
006040     DISPLAY 'CHAIN-CONTROL OVERRIDE ' DL960-ACTION-TEXT
006050         ' AUTHORISED BY ' DL960-CRD-OPERATOR.
006060 6000-EXIT.
006070     EXIT.
006080******************************************************************
006090*  7000-WRITE-RUN-CONTROL -- replace the single RUN-CONTROL record
006100******************************************************************
006110 7000-WRITE-RUN-CONTROL.
006120     OPEN OUTPUT RUN-CONTROL.
006130     IF DL960-RCT-FILE-STATUS NOT = '00'
006140         DISPLAY 'RUN-CONTROL OPEN FAILED, STATUS='
006150             DL960-RCT-FILE-STATUS
006160         SET DL960-RCT-WRITE-FAILED TO TRUE
006170         GO TO 7000-EXIT
006180     END-IF.
006190     WRITE DL960-RUN-CONTROL-RECORD.
006200     IF DL960-RCT-FILE-STATUS NOT = '00'
006210         DISPLAY 'RUN-CONTROL WRITE FAILED, STATUS='
006220             DL960-RCT-FILE-STATUS
006230         SET DL960-RCT-WRITE-FAILED TO TRUE
006240     END-IF.
006250     CLOSE RUN-CONTROL.
006260 7000-EXIT.
006270     EXIT.
006280******************************************************************
006290*  8000-FINALIZE -- the status report: what was asked and what was
006300*                   done, the business date, every step with its
006310*                   start, end and return code, the next step due,
006320*                   and the last override applied
006330******************************************************************
006340 8000-FINALIZE.
006350     IF DL960-RPT-OPEN-FAILED
006360         GO TO 8000-EXIT
006370     END-IF.
006380     MOVE SPACES TO DL960-RPT-LINE.
006390     STRING 'CHAIN-CONTROL STATUS REPORT  RUN DATE '
006400         DL960-RUN-DATE
006410         DELIMITED BY SIZE INTO DL960-RPT-LINE.
006420     WRITE DL960-RPT-LINE.
006430     MOVE SPACES TO DL960-RPT-LINE.
006440     STRING 'ACTION.............: ' DL960-ACTION-TEXT
006450         DELIMITED BY SIZE INTO DL960-RPT-LINE.
006460     WRITE DL960-RPT-LINE.
006470     MOVE SPACES TO DL960-RPT-LINE.
006480     IF DL960-RUN-REFUSED
006490         STRING 'RUN REFUSED -- ' DL960-REFUSAL-TEXT
006500             DELIMITED BY SIZE INTO DL960-RPT-LINE
006510     ELSE
006520         STRING 'RESULT.............: ' DL960-RESULT-TEXT
006530             DELIMITED BY SIZE INTO DL960-RPT-LINE
006540     END-IF.
006550     WRITE DL960-RPT-LINE.
006560     IF DL960-RUN-WARNED
006570         MOVE SPACES TO DL960-RPT-LINE
006580         STRING 'WARNING............: ' DL960-WARN-TEXT
006590             DELIMITED BY SIZE INTO DL960-RPT-LINE
006600         WRITE DL960-RPT-LINE
006610     END-IF.
006620     IF DL960-RCT-WRITE-FAILED
006630         MOVE SPACES TO DL960-RPT-LINE
006640         STRING '*** RUN-CONTROL NOT UPDATED -- CHANGE ABOVE NOT'
006650             ' SAVED ***'
006660             DELIMITED BY SIZE INTO DL960-RPT-LINE
006670         WRITE DL960-RPT-LINE
006680     END-IF.
006690     IF DL960-RCT-LOADED
006700         PERFORM 8100-WRITE-CHAIN-STATUS THRU 8100-EXIT
006710     END-IF.
006720     CLOSE CHAIN-RPT.
006730 8000-EXIT.
006740     EXIT.
006750 8100-WRITE-CHAIN-STATUS.
006760     MOVE SPACES TO DL960-RPT-LINE.
006770     WRITE DL960-RPT-LINE.
006780     MOVE SPACES TO DL960-RPT-LINE.
006790     STRING 'BUSINESS DATE......: ' DL960-RCT-BUS-DATE
006800         DELIMITED BY SIZE INTO DL960-RPT-LINE.
006810     WRITE DL960-RPT-LINE.
006820     MOVE SPACES TO DL960-RPT-LINE.
006830     STRING 'PREVIOUS DATE......: ' DL960-RCT-PREV-DATE
006840         DELIMITED BY SIZE INTO DL960-RPT-LINE.
006850     WRITE DL960-RPT-LINE.
006860     MOVE SPACES TO DL960-RPT-LINE.
006870     STRING 'DATE OPENED........: ' DL960-RCT-OPENED-DATE ' '
006880         DL960-RCT-OPENED-TIME(1:6)
006890         DELIMITED BY SIZE INTO DL960-RPT-LINE.
006900     WRITE DL960-RPT-LINE.
006910     MOVE SPACES TO DL960-RPT-LINE.
006920     WRITE DL960-RPT-LINE.
006930     MOVE SPACES TO DL960-RPT-LINE.
006940     STRING 'STEP       PROGRAM          STATUS   STARTED'
006950         '         ENDED           RC'
006960         DELIMITED BY SIZE INTO DL960-RPT-LINE.
006970     WRITE DL960-RPT-LINE.
006980     MOVE ZERO TO DL960-NEXT-SUB.
006990     PERFORM 8150-WRITE-STEP-LINE THRU 8150-EXIT
007000         VARYING DL960-SUB FROM 1 BY 1
007010         UNTIL DL960-SUB > DL960-STEP-MAX.
007020     MOVE SPACES TO DL960-RPT-LINE.
007030     WRITE DL960-RPT-LINE.
007040     PERFORM 8200-SET-NEXT-TEXT THRU 8200-EXIT.
007050     MOVE SPACES TO DL960-RPT-LINE.
007060     STRING 'NEXT STEP DUE......: ' DL960-NEXT-TEXT
007070         DELIMITED BY SIZE INTO DL960-RPT-LINE.
007080     WRITE DL960-RPT-LINE.
007090     IF DL960-RCT-OVR-ACTION = SPACE
007100         GO TO 8100-EXIT
007110     END-IF.
007120     MOVE SPACES TO DL960-RPT-LINE.
007130     STRING 'LAST OVERRIDE......: ' DL960-RCT-OVR-ACTION ' STEP '
007140         DL960-RCT-OVR-STEP ' BY ' DL960-RCT-OVR-OPERATOR ' ON '
007150         DL960-RCT-OVR-DATE ' ' DL960-RCT-OVR-TIME(1:6)
007160         DELIMITED BY SIZE INTO DL960-RPT-LINE.
007170     WRITE DL960-RPT-LINE.
007180     MOVE SPACES TO DL960-RPT-LINE.
007190     STRING 'OVERRIDE REASON....: ' DL960-RCT-OVR-REASON
007200         DELIMITED BY SIZE INTO DL960-RPT-LINE.
007210     WRITE DL960-RPT-LINE.
007220 8100-EXIT.
007230     EXIT.
007240******************************************************************
007250*  8150-WRITE-STEP-LINE -- one line per step; the first step not
007260*                          yet complete is the one due next
007270******************************************************************
007280 8150-WRITE-STEP-LINE.
007290     MOVE DL960-STEP-NAME(DL960-SUB) TO DL960-RPT-STEP-NAME.
007300     MOVE DL960-STEP-PROGRAM(DL960-SUB) TO DL960-RPT-PROGRAM.
007310     EVALUATE TRUE
007320         WHEN DL960-RCT-PENDING(DL960-SUB)
007330             MOVE 'PENDING' TO DL960-RPT-STEP-STATUS
007340         WHEN DL960-RCT-STARTED(DL960-SUB)
007350             MOVE 'STARTED' TO DL960-RPT-STEP-STATUS
007360         WHEN DL960-RCT-COMPLETE(DL960-SUB)
007370             MOVE 'COMPLETE' TO DL960-RPT-STEP-STATUS
007380         WHEN DL960-RCT-FAILED(DL960-SUB)
007390             MOVE 'FAILED' TO DL960-RPT-STEP-STATUS
007400         WHEN OTHER
007410             MOVE 'UNKNOWN' TO DL960-RPT-STEP-STATUS
007420     END-EVALUATE.
007430     MOVE DL960-RCT-START-DATE(DL960-SUB) TO DL960-RPT-START-DATE.
007440     MOVE DL960-RCT-START-TIME(DL960-SUB)(1:6)
007450         TO DL960-RPT-START-TIME.
007460     MOVE DL960-RCT-END-DATE(DL960-SUB) TO DL960-RPT-END-DATE.
007470     MOVE DL960-RCT-END-TIME(DL960-SUB)(1:6)
007480         TO DL960-RPT-END-TIME.
007490     MOVE DL960-RCT-RC(DL960-SUB) TO DL960-RPT-RC.
007500     MOVE DL960-RPT-STEP-LINE TO DL960-RPT-LINE.
007510     WRITE DL960-RPT-LINE.
007520     IF DL960-NEXT-SUB = ZERO
007530             AND NOT DL960-RCT-COMPLETE(DL960-SUB)
007540         MOVE DL960-SUB TO DL960-NEXT-SUB
007550     END-IF.
007560 8150-EXIT.
007570     EXIT.
007580 8200-SET-NEXT-TEXT.
007590     MOVE SPACES TO DL960-NEXT-TEXT.
007600     IF DL960-NEXT-SUB = ZERO
007610         MOVE 'NONE -- READY TO ROLL THE DATE' TO DL960-NEXT-TEXT
007620         GO TO 8200-EXIT
007630     END-IF.
007640     EVALUATE TRUE
007650         WHEN DL960-RCT-STARTED(DL960-NEXT-SUB)
007660             STRING DL960-STEP-NAME(DL960-NEXT-SUB)
007670                 DELIMITED BY SPACE
007680                 ' (STARTED, NOT ENDED)' DELIMITED BY SIZE
007690                 INTO DL960-NEXT-TEXT
007700         WHEN DL960-RCT-FAILED(DL960-NEXT-SUB)
007710                 AND DL960-NEXT-SUB = DL960-DAY-CLOSE-STEP
007720             STRING DL960-STEP-NAME(DL960-NEXT-SUB)
007730                 DELIMITED BY SPACE
007740                 ' (FAILED -- RERUN)' DELIMITED BY SIZE
007750                 INTO DL960-NEXT-TEXT
007760         WHEN DL960-RCT-FAILED(DL960-NEXT-SUB)
007770             STRING DL960-STEP-NAME(DL960-NEXT-SUB)
007780                 DELIMITED BY SPACE
007790                 ' (FAILED -- RERUN OR ACCEPT)' DELIMITED BY SIZE
007800                 INTO DL960-NEXT-TEXT
007810         WHEN OTHER
007820             MOVE DL960-STEP-NAME(DL960-NEXT-SUB)
007830                 TO DL960-NEXT-TEXT
007840     END-EVALUATE.
007850 8200-EXIT.
007860     EXIT.
