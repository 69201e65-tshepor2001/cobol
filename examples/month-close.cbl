000010******************************************************************
000020* Author: R. Maldonado
000030* Date: 10/15/2026
000040* Purpose: Month-end close.  Freezes a snapshot of every account
000050*          on ACCT-MASTER for one calendar month onto the
000060*          PERIOD-BALANCES file -- opening balance, the month's
000070*          debits and credits, closing balance and status -- and
000080*          marks the month closed on PERIOD-CONTROL.  The
000090*          opening balance is the closing balance of the month
000100*          closed before; the debits and credits are the
000110*          TRANS-MASTER activity booked to the month, on the
000120*          side of the ledger its TRANS-CODES entry calls for.
000130*          An item dated inside an already closed month that
000140*          posted after that close is a prior-period adjustment:
000150*          it is booked to the month being closed, never back
000160*          into the frozen one, and listed on MONTH-CLOSE-RPT.
000170*          ACCT-STATEMENT and TRIAL-BALANCE start from the last
000180*          closed snapshot instead of from today's balance.
000190* Tectonics: cobc
000200******************************************************************
000210* Modification History
000220*   Date       Init  Description
000230*   ---------  ----  -------------------------------------------
000240*   10/15/2026 RM    Initial version.  MONTH-CLOSE-PARM names
000250*                    the month (YYYYMM); blank closes the month
000260*                    after the last one closed, or on the first
000270*                    ever close the month before the run date.
000280*                    Months close in order, only once, and only
000290*                    after they have ended.  Each snapshot's
000300*                    closing balance is proved against the
000310*                    master balance less the activity dated after
000320*                    the month; an account that disagrees is
000330*                    listed and grades RETURN-CODE 4 but is
000340*                    still closed on the snapshot figures.  A
000350*                    failed snapshot write grades 8 and leaves
000360*                    the month open for a rerun, which replaces
000370*                    the rows already written.
000380*   10/15/2026 RM    An XFR row books as a debit on the
000390*                    from-account and a credit on the to-account,
000400*                    whatever side its code names.
000410*   10/15/2026 RM    TRANS-MASTER now carries the reference of the
000420*                    REV that backed a row out as a second
000430*                    alternate key; the SELECT names it to match
000440*                    the file.
000450*   10/15/2026 RM    The close date is the business date on
000460*                    RUN-CONTROL rather than the clock, and the
000470*                    close is refused until day-close is complete
000480*                    for it, so nothing can post on the close date
000490*                    after the close.
000500*   10/15/2026 RM    A history row the posting run rejected books
000510*                    no leg, and a reversed row whose REV posting
000520*                    rejected books no backout leg; the period
000530*                    figures follow what the master actually took.
000540******************************************************************
000550 IDENTIFICATION DIVISION.
000560 PROGRAM-ID. MONTH-CLOSE.
000570 ENVIRONMENT DIVISION.
000580 INPUT-OUTPUT SECTION.
000590 FILE-CONTROL.
000600 SELECT ACCT-MASTER ASSIGN TO "ACCT-MASTER"
000610     ORGANIZATION INDEXED
000620     ACCESS MODE SEQUENTIAL
000630     RECORD KEY IS DL200-MST-ACCOUNT-NO
000640     FILE STATUS IS DL920-ACCT-STATUS.
000650 SELECT TRANS-MASTER ASSIGN TO "TRANS-MASTER"
000660     ORGANIZATION INDEXED
000670     ACCESS MODE SEQUENTIAL
000680     RECORD KEY IS DL100-MST-KEY
000690     ALTERNATE RECORD KEY IS DL100-MST-TRANS-REF WITH DUPLICATES
000700     ALTERNATE RECORD KEY IS DL100-MST-REV-REF WITH DUPLICATES
000710     FILE STATUS IS DL920-HIST-STATUS.
000720 SELECT TRANS-CODE-FILE ASSIGN TO "TRANS-CODES"
000730     ORGANIZATION LINE SEQUENTIAL
000740     FILE STATUS IS DL920-TCODE-STATUS.
000750 SELECT PARM-CARD ASSIGN TO "MONTH-CLOSE-PARM"
000760     ORGANIZATION LINE SEQUENTIAL
000770     FILE STATUS IS DL920-PARM-STATUS.
000780 SELECT PERIOD-CONTROL ASSIGN TO "PERIOD-CONTROL"
000790     ORGANIZATION LINE SEQUENTIAL
000800     FILE STATUS IS DL920-CTL-FILE-STATUS.
000810 SELECT PERIOD-BALANCES ASSIGN TO "PERIOD-BALANCES"
000820     ORGANIZATION INDEXED
000830     ACCESS MODE RANDOM
000840     RECORD KEY IS DL920-PBL-KEY
000850     FILE STATUS IS DL920-BAL-STATUS.
000860 SELECT CLOSE-RPT ASSIGN TO "MONTH-CLOSE-RPT"
000870     ORGANIZATION LINE SEQUENTIAL
000880     FILE STATUS IS DL920-RPT-STATUS.
000890 SELECT RUN-CONTROL ASSIGN TO "RUN-CONTROL"
000900     ORGANIZATION LINE SEQUENTIAL
000910     FILE STATUS IS DL920-RCT-FILE-STATUS.
000920 DATA DIVISION.
000930 FILE SECTION.
000940 FD ACCT-MASTER.
000950 COPY DL200MST.
000960 FD TRANS-MASTER.
000970 COPY DL100MST.
000980 FD TRANS-CODE-FILE.
000990 COPY DL100TCD.
001000 FD PARM-CARD.
001010 01  DL920-PARM-RECORD.
001020     05  DL920-PARM-PERIOD           PIC X(06).
001030     05  FILLER                      PIC X(74).
001040 FD PERIOD-CONTROL.
001050 COPY DL920CTL.
001060 FD PERIOD-BALANCES.
001070 COPY DL920PBL.
001080 FD CLOSE-RPT.
001090 01  DL920-RPT-LINE                  PIC X(80).
001100 FD RUN-CONTROL.
001110 COPY DL960RCT.
001120 WORKING-STORAGE SECTION.
001130 01  DL920-SWITCHES.
001140     05  DL920-RPT-OPEN-SWITCH       PIC X(01) VALUE 'N'.
001150         88  DL920-RPT-OPEN-FAILED        VALUE 'Y'.
001160     05  DL920-REFUSED-SWITCH        PIC X(01) VALUE 'N'.
001170         88  DL920-RUN-REFUSED            VALUE 'Y'.
001180     05  DL920-ACCT-OPEN-SWITCH      PIC X(01) VALUE 'N'.
001190         88  DL920-ACCT-IS-OPEN           VALUE 'Y'.
001200     05  DL920-HIST-OPEN-SWITCH      PIC X(01) VALUE 'N'.
001210         88  DL920-HIST-IS-OPEN           VALUE 'Y'.
001220     05  DL920-PBL-OPEN-SWITCH       PIC X(01) VALUE 'N'.
001230         88  DL920-PBL-IS-OPEN            VALUE 'Y'.
001240     05  DL920-ACCT-EOF-SWITCH       PIC X(01) VALUE 'N'.
001250         88  DL920-ACCT-EOF               VALUE 'Y'.
001260     05  DL920-HIST-EOF-SWITCH       PIC X(01) VALUE 'N'.
001270         88  DL920-HIST-EOF               VALUE 'Y'.
001280     05  DL920-TCODE-EOF-SWITCH      PIC X(01) VALUE 'N'.
001290         88  DL920-TCODE-EOF              VALUE 'Y'.
001300     05  DL920-PRIOR-SWITCH          PIC X(01) VALUE 'N'.
001310         88  DL920-PRIOR-CLOSED           VALUE 'Y'.
001320     05  DL920-PBL-WRITE-SWITCH      PIC X(01) VALUE 'N'.
001330         88  DL920-PBL-WRITE-FAILED       VALUE 'Y'.
001340     05  DL920-CTL-WRITE-SWITCH      PIC X(01) VALUE 'N'.
001350         88  DL920-CTL-WRITE-FAILED       VALUE 'Y'.
001360 77  DL920-REFUSAL-TEXT              PIC X(60) VALUE SPACES.
001370 77  DL920-ACCT-STATUS               PIC X(02).
001380 77  DL920-HIST-STATUS               PIC X(02).
001390 77  DL920-TCODE-STATUS              PIC X(02).
001400 77  DL920-PARM-STATUS               PIC X(02).
001410 77  DL920-CTL-FILE-STATUS           PIC X(02).
001420 77  DL920-BAL-STATUS                PIC X(02).
001430 77  DL920-RPT-STATUS                PIC X(02).
001440 77  DL920-RUN-DATE                  PIC 9(08).
001450 77  DL920-RCT-FILE-STATUS           PIC X(02).
001460 77  DL920-DAY-CLOSE-STEP            PIC 9(02) COMP VALUE 5.
001470 77  DL920-RUN-TIME                  PIC 9(08).
001480 77  DL920-PERIOD-START              PIC 9(08) VALUE ZERO.
001490 77  DL920-PERIOD-END                PIC 9(08) VALUE ZERO.
001500 77  DL920-PRIOR-PERIOD              PIC 9(06) VALUE ZERO.
001510 77  DL920-PRIOR-END                 PIC 9(08) VALUE ZERO.
001520 77  DL920-PRIOR-CLOSE-DATE          PIC 9(08) VALUE ZERO.
001530 77  DL920-WORK-INT                  PIC 9(09) COMP VALUE ZERO.
001540 77  DL920-TCODE-COUNT               PIC 9(05) COMP VALUE ZERO.
001550 77  DL920-TCODE-MAX                 PIC 9(05) COMP VALUE 500.
001560 77  DL920-DC-SIDE                   PIC X(01) VALUE 'C'.
001570 77  DL920-LEG-DATE                  PIC 9(08) VALUE ZERO.
001580 77  DL920-LEG-POSTED                PIC 9(08) VALUE ZERO.
001590 77  DL920-LEG-SIDE                  PIC X(01) VALUE 'C'.
001600 77  DL920-LEG-REF                   PIC X(16) VALUE SPACES.
001610 77  DL920-LEG-AMOUNT                PIC S9(09)V99 COMP-3
001620                                     VALUE ZERO.
001630 77  DL920-ACCTS-CLOSED              PIC 9(09) COMP VALUE ZERO.
001640 77  DL920-ACCTS-DISAGREE            PIC 9(09) COMP VALUE ZERO.
001650 77  DL920-ROWS-READ                 PIC 9(09) COMP VALUE ZERO.
001660 77  DL920-ROWS-BAD                  PIC 9(09) COMP VALUE ZERO.
001670 77  DL920-ROWS-ORPHAN               PIC 9(09) COMP VALUE ZERO.
001680 77  DL920-ADJ-COUNT                 PIC 9(09) COMP VALUE ZERO.
001690 77  DL920-ACCT-DEBITS               PIC S9(11)V99 COMP-3
001700                                     VALUE ZERO.
001710 77  DL920-ACCT-CREDITS              PIC S9(11)V99 COMP-3
001720                                     VALUE ZERO.
001730 77  DL920-ACCT-ADJ                  PIC S9(11)V99 COMP-3
001740                                     VALUE ZERO.
001750 77  DL920-NET-AFTER                 PIC S9(11)V99 COMP-3
001760                                     VALUE ZERO.
001770 77  DL920-OPENING                   PIC S9(11)V99 COMP-3
001780                                     VALUE ZERO.
001790 77  DL920-CLOSING                   PIC S9(11)V99 COMP-3
001800                                     VALUE ZERO.
001810 77  DL920-MASTER-CLOSING            PIC S9(11)V99 COMP-3
001820                                     VALUE ZERO.
001830 77  DL920-TOTAL-OPENING             PIC S9(13)V99 COMP-3
001840                                     VALUE ZERO.
001850 77  DL920-TOTAL-DEBITS              PIC S9(13)V99 COMP-3
001860                                     VALUE ZERO.
001870 77  DL920-TOTAL-CREDITS             PIC S9(13)V99 COMP-3
001880                                     VALUE ZERO.
001890 77  DL920-TOTAL-CLOSING             PIC S9(13)V99 COMP-3
001900                                     VALUE ZERO.
001910 77  DL920-TOTAL-ADJ                 PIC S9(13)V99 COMP-3
001920                                     VALUE ZERO.
001930 77  DL920-RPT-NUM-EDIT              PIC ZZZZZZZZ9.
001940 77  DL920-RPT-AMT-EDIT              PIC -ZZZZZZZZZZZZ9.99.
001950 77  DL920-RPT-AMT-EDIT-2            PIC -ZZZZZZZZZZZZ9.99.
001960 01  DL920-PERIOD                    PIC 9(06) VALUE ZERO.
001970 01  DL920-PERIOD-PARTS REDEFINES DL920-PERIOD.
001980     05  DL920-PERIOD-CCYY           PIC 9(04).
001990     05  DL920-PERIOD-MM             PIC 9(02).
002000 01  DL920-NEXT-PERIOD               PIC 9(06) VALUE ZERO.
002010 01  DL920-NEXT-PARTS REDEFINES DL920-NEXT-PERIOD.
002020     05  DL920-NEXT-CCYY             PIC 9(04).
002030     05  DL920-NEXT-MM               PIC 9(02).
002040 01  DL920-TCODE-TABLE.
002050     05  DL920-TCODE-ENTRY
002060         OCCURS 1 TO 500 TIMES
002070         DEPENDING ON DL920-TCODE-COUNT
002080         INDEXED BY DL920-TCODE-IDX.
002090         10  DL920-TCODE-CODE        PIC X(02).
002100         10  DL920-TCODE-DC-IND      PIC X(01).
002110 01  DL920-WORK-REC                  PIC X(255).
002120 COPY DL100REC REPLACING ==LN== BY ==DL920-WORK-REC==.
002130 01  DL920-RPT-DETAIL.
002140     05  DL920-RPT-ACCT              PIC 9(10).
002150     05  FILLER                      PIC X(01) VALUE SPACES.
002160     05  DL920-RPT-DATE              PIC 9(08).
002170     05  FILLER                      PIC X(01) VALUE SPACES.
002180     05  DL920-RPT-POSTED            PIC 9(08).
002190     05  FILLER                      PIC X(01) VALUE SPACES.
002200     05  DL920-RPT-REF               PIC X(16).
002210     05  FILLER                      PIC X(01) VALUE SPACES.
002220     05  DL920-RPT-CODE              PIC X(02).
002230     05  FILLER                      PIC X(01) VALUE SPACES.
002240     05  DL920-RPT-SIDE              PIC X(02).
002250     05  FILLER                      PIC X(01) VALUE SPACES.
002260     05  DL920-RPT-AMOUNT            PIC -ZZZZZZZZ9.99.
002270     05  FILLER                      PIC X(01) VALUE SPACES.
002280     05  DL920-RPT-TAG               PIC X(05).
002290******************************************************************
002300*  0000-MAINLINE
002310******************************************************************
002320 PROCEDURE DIVISION.
002330 0000-MAINLINE.
002340     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002350     IF NOT DL920-RUN-REFUSED
002360         PERFORM 2000-CLOSE-ACCOUNT THRU 2000-EXIT
002370             UNTIL DL920-ACCT-EOF
002380     END-IF.
002390     PERFORM 8000-FINALIZE THRU 8000-EXIT.
002400     IF DL920-RUN-REFUSED OR DL920-PBL-WRITE-FAILED
002410             OR DL920-CTL-WRITE-FAILED
002420         MOVE 8 TO RETURN-CODE
002430     ELSE
002440         IF DL920-ACCTS-DISAGREE > ZERO
002450                 OR DL920-ROWS-BAD > ZERO
002460             MOVE 4 TO RETURN-CODE
002470         END-IF
002480     END-IF.
002490     STOP RUN.
002500******************************************************************
002510*  1000-INITIALIZE -- the business date from RUN-CONTROL, which
002520*                     must be through day-close, then the last
002530*                     close on PERIOD-CONTROL and the month to
002540*                     close, so an out-of-order or repeated
002550*                     close refuses before anything is written;
002560*                     then the code table and the files, and
002570*                     prime both masters
002580******************************************************************
002590 1000-INITIALIZE.
002600     PERFORM 1020-READ-RUN-CONTROL THRU 1020-EXIT.
002610     IF NOT DL920-RUN-REFUSED
002620         PERFORM 1030-CHECK-DAY-CLOSE THRU 1030-EXIT
002630     END-IF.
002640     ACCEPT DL920-RUN-TIME FROM TIME.
002650     OPEN OUTPUT CLOSE-RPT.
002660     IF DL920-RPT-STATUS NOT = '00'
002670         DISPLAY 'MONTH-CLOSE-RPT OPEN FAILED, STATUS='
002680             DL920-RPT-STATUS
002690         SET DL920-RPT-OPEN-FAILED TO TRUE
002700     END-IF.
002710     PERFORM 1050-READ-CONTROL THRU 1050-EXIT.
002720     IF NOT DL920-RUN-REFUSED
002730         PERFORM 1100-SELECT-PERIOD THRU 1100-EXIT
002740     END-IF.
002750     IF NOT DL920-RUN-REFUSED
002760         PERFORM 1200-LOAD-TRANS-CODES THRU 1200-EXIT
002770     END-IF.
002780     IF NOT DL920-RUN-REFUSED
002790         PERFORM 1400-OPEN-FILES THRU 1400-EXIT
002800     END-IF.
002810     PERFORM 1700-WRITE-REPORT-HEADER THRU 1700-EXIT.
002820     IF DL920-RUN-REFUSED
002830         GO TO 1000-EXIT
002840     END-IF.
002850     PERFORM 2190-READ-HISTORY THRU 2190-EXIT.
002860     PERFORM 2900-READ-ACCOUNT THRU 2900-EXIT.
002870 1000-EXIT.
002880     EXIT.
002890******************************************************************
002900*  1020-READ-RUN-CONTROL -- the run date is the business date on
002910*                           RUN-CONTROL, not the clock, so the
002920*                           run works to the same day as the
002930*                           nightly chain; no business date
002940*                           refuses the run
002950******************************************************************
002960 1020-READ-RUN-CONTROL.
002970     MOVE ZERO TO DL920-RUN-DATE.
002980     OPEN INPUT RUN-CONTROL.
002990     IF DL920-RCT-FILE-STATUS NOT = '00'
003000         SET DL920-RUN-REFUSED TO TRUE
003010         MOVE SPACES TO DL920-REFUSAL-TEXT
003020         STRING 'RUN-CONTROL WILL NOT OPEN, STATUS='
003030             DL920-RCT-FILE-STATUS
003040             DELIMITED BY SIZE INTO DL920-REFUSAL-TEXT
003050         GO TO 1020-EXIT
003060     END-IF.
003070     READ RUN-CONTROL
003080         AT END MOVE SPACES TO DL960-RUN-CONTROL-RECORD
003090     END-READ.
003100     CLOSE RUN-CONTROL.
003110     IF DL960-RCT-BUS-DATE NOT NUMERIC
003120             OR DL960-RCT-BUS-DATE = ZERO
003130         SET DL920-RUN-REFUSED TO TRUE
003140         MOVE 'RUN-CONTROL HOLDS NO BUSINESS DATE'
003150             TO DL920-REFUSAL-TEXT
003160         GO TO 1020-EXIT
003170     END-IF.
003180     MOVE DL960-RCT-BUS-DATE TO DL920-RUN-DATE.
003190 1020-EXIT.
003200     EXIT.
003210******************************************************************
003220*  1030-CHECK-DAY-CLOSE -- the close date is the business date,
003230*                          and the close waits until day-close
003240*                          is complete for it; anything posted
003250*                          after the close then carries a later
003260*                          date and is taken as a prior-period
003270*                          adjustment by the next close
003280******************************************************************
003290 1030-CHECK-DAY-CLOSE.
003300     IF NOT DL960-RCT-COMPLETE(DL920-DAY-CLOSE-STEP)
003310         SET DL920-RUN-REFUSED TO TRUE
003320         MOVE SPACES TO DL920-REFUSAL-TEXT
003330         STRING 'DAY-CLOSE NOT COMPLETE FOR ' DL920-RUN-DATE
003340             DELIMITED BY SIZE INTO DL920-REFUSAL-TEXT
003350     END-IF.
003360 1030-EXIT.
003370     EXIT.
003380******************************************************************
003390*  1050-READ-CONTROL -- the month last closed and the date its
003400*                       close ran; no file, or no closed status
003410*                       on it, means this is the first close
003420******************************************************************
003430 1050-READ-CONTROL.
003440     OPEN INPUT PERIOD-CONTROL.
003450     IF DL920-CTL-FILE-STATUS NOT = '00'
003460         GO TO 1050-EXIT
003470     END-IF.
003480     READ PERIOD-CONTROL
003490         AT END MOVE SPACES TO DL920-CONTROL-RECORD
003500     END-READ.
003510     CLOSE PERIOD-CONTROL.
003520     IF DL920-CTL-CLOSED AND DL920-CTL-PERIOD NUMERIC
003530             AND DL920-CTL-PERIOD-END NUMERIC
003540             AND DL920-CTL-CLOSE-DATE NUMERIC
003550         SET DL920-PRIOR-CLOSED TO TRUE
003560         MOVE DL920-CTL-PERIOD TO DL920-PRIOR-PERIOD
003570         MOVE DL920-CTL-PERIOD-END TO DL920-PRIOR-END
003580         MOVE DL920-CTL-CLOSE-DATE TO DL920-PRIOR-CLOSE-DATE
003590     END-IF.
003600 1050-EXIT.
003610     EXIT.
003620******************************************************************
003630*  1100-SELECT-PERIOD -- the month on the card, or by default the
003640*                        month after the last close (the month
003650*                        before the run date on a first close).
003660*                        It must follow the last closed month
003670*                        directly and must have ended.
003680******************************************************************
003690 1100-SELECT-PERIOD.
003700     MOVE SPACES TO DL920-PARM-RECORD.
003710     OPEN INPUT PARM-CARD.
003720     IF DL920-PARM-STATUS = '00'
003730         READ PARM-CARD
003740             AT END MOVE SPACES TO DL920-PARM-RECORD
003750         END-READ
003760         CLOSE PARM-CARD
003770     END-IF.
003780     IF DL920-PRIOR-CLOSED
003790         MOVE DL920-PRIOR-PERIOD TO DL920-NEXT-PERIOD
003800     ELSE
003810         MOVE DL920-RUN-DATE(1:6) TO DL920-NEXT-PERIOD
003820     END-IF.
003830     IF DL920-PRIOR-CLOSED
003840         IF DL920-NEXT-MM = 12
003850             ADD 1 TO DL920-NEXT-CCYY
003860             MOVE 1 TO DL920-NEXT-MM
003870         ELSE
003880             ADD 1 TO DL920-NEXT-MM
003890         END-IF
003900     ELSE
003910         IF DL920-NEXT-MM = 1
003920             SUBTRACT 1 FROM DL920-NEXT-CCYY
003930             MOVE 12 TO DL920-NEXT-MM
003940         ELSE
003950             SUBTRACT 1 FROM DL920-NEXT-MM
003960         END-IF
003970     END-IF.
003980     IF DL920-PARM-PERIOD = SPACES
003990         MOVE DL920-NEXT-PERIOD TO DL920-PERIOD
004000     ELSE
004010         IF DL920-PARM-PERIOD NOT NUMERIC
004020             SET DL920-RUN-REFUSED TO TRUE
004030             MOVE 'MONTH-CLOSE-PARM PERIOD NOT NUMERIC'
004040                 TO DL920-REFUSAL-TEXT
004050             GO TO 1100-EXIT
004060         END-IF
004070         MOVE DL920-PARM-PERIOD TO DL920-PERIOD
004080     END-IF.
004090     IF DL920-PERIOD-MM < 1 OR DL920-PERIOD-MM > 12
004100         SET DL920-RUN-REFUSED TO TRUE
004110         MOVE 'MONTH-CLOSE-PARM PERIOD MONTH NOT 01-12'
004120             TO DL920-REFUSAL-TEXT
004130         GO TO 1100-EXIT
004140     END-IF.
004150     IF DL920-PRIOR-CLOSED
004160             AND DL920-PERIOD NOT > DL920-PRIOR-PERIOD
004170         SET DL920-RUN-REFUSED TO TRUE
004180         MOVE 'PERIOD IS ALREADY CLOSED' TO DL920-REFUSAL-TEXT
004190         GO TO 1100-EXIT
004200     END-IF.
004210     IF DL920-PRIOR-CLOSED
004220             AND DL920-PERIOD NOT = DL920-NEXT-PERIOD
004230         SET DL920-RUN-REFUSED TO TRUE
004240         MOVE 'PERIOD IS NOT THE MONTH AFTER THE LAST CLOSED'
004250             TO DL920-REFUSAL-TEXT
004260         GO TO 1100-EXIT
004270     END-IF.
004280     COMPUTE DL920-PERIOD-START = DL920-PERIOD * 100 + 1.
004290     MOVE DL920-PERIOD TO DL920-NEXT-PERIOD.
004300     IF DL920-NEXT-MM = 12
004310         ADD 1 TO DL920-NEXT-CCYY
004320         MOVE 1 TO DL920-NEXT-MM
004330     ELSE
004340         ADD 1 TO DL920-NEXT-MM
004350     END-IF.
004360     COMPUTE DL920-WORK-INT =
004370         FUNCTION INTEGER-OF-DATE(DL920-NEXT-PERIOD * 100 + 1)
004380         - 1.
004390     COMPUTE DL920-PERIOD-END =
004400         FUNCTION DATE-OF-INTEGER(DL920-WORK-INT).
004410     IF DL920-PERIOD-END > DL920-RUN-DATE
004420         SET DL920-RUN-REFUSED TO TRUE
004430         MOVE 'PERIOD HAS NOT ENDED' TO DL920-REFUSAL-TEXT
004440     END-IF.
004450 1100-EXIT.
004460     EXIT.
004470******************************************************************
004480*  1200-LOAD-TRANS-CODES -- the debit/credit side of each code;
004490*                           without it no month can be booked,
004500*                           so a missing table refuses the run
004510******************************************************************
004520 1200-LOAD-TRANS-CODES.
004530     OPEN INPUT TRANS-CODE-FILE.
004540     IF DL920-TCODE-STATUS NOT = '00'
004550         SET DL920-RUN-REFUSED TO TRUE
004560         MOVE 'TRANS-CODES WILL NOT OPEN' TO DL920-REFUSAL-TEXT
004570         GO TO 1200-EXIT
004580     END-IF.
004590     PERFORM 1250-LOAD-TRANS-CODE THRU 1250-EXIT
004600         UNTIL DL920-TCODE-EOF OR DL920-RUN-REFUSED.
004610     CLOSE TRANS-CODE-FILE.
004620 1200-EXIT.
004630     EXIT.
004640 1250-LOAD-TRANS-CODE.
004650     READ TRANS-CODE-FILE
004660         AT END
004670             SET DL920-TCODE-EOF TO TRUE
004680             GO TO 1250-EXIT
004690     END-READ.
004700     IF DL920-TCODE-COUNT NOT < DL920-TCODE-MAX
004710         SET DL920-RUN-REFUSED TO TRUE
004720         MOVE 'TRANS-CODES HAS MORE ROWS THAN THE TABLE HOLDS'
004730             TO DL920-REFUSAL-TEXT
004740         GO TO 1250-EXIT
004750     END-IF.
004760     ADD 1 TO DL920-TCODE-COUNT.
004770     SET DL920-TCODE-IDX TO DL920-TCODE-COUNT.
004780     MOVE DL100-TCD-CODE TO DL920-TCODE-CODE(DL920-TCODE-IDX).
004790     MOVE DL100-TCD-DC-IND TO DL920-TCODE-DC-IND(DL920-TCODE-IDX).
004800 1250-EXIT.
004810     EXIT.
004820******************************************************************
004830*  1400-OPEN-FILES -- both masters for input and PERIOD-BALANCES
004840*                     I-O, created on first ever use; a missing
004850*                     TRANS-MASTER just means no history yet
004860******************************************************************
004870 1400-OPEN-FILES.
004880     OPEN INPUT ACCT-MASTER.
004890     IF DL920-ACCT-STATUS NOT = '00'
004900         SET DL920-RUN-REFUSED TO TRUE
004910         MOVE 'ACCT-MASTER WILL NOT OPEN' TO DL920-REFUSAL-TEXT
004920         GO TO 1400-EXIT
004930     END-IF.
004940     SET DL920-ACCT-IS-OPEN TO TRUE.
004950     OPEN INPUT TRANS-MASTER.
004960     IF DL920-HIST-STATUS = '00'
004970         SET DL920-HIST-IS-OPEN TO TRUE
004980     ELSE
004990         IF DL920-HIST-STATUS = '35'
005000             SET DL920-HIST-EOF TO TRUE
005010         ELSE
005020             SET DL920-RUN-REFUSED TO TRUE
005030             MOVE 'TRANS-MASTER WILL NOT OPEN'
005040                 TO DL920-REFUSAL-TEXT
005050             GO TO 1400-EXIT
005060         END-IF
005070     END-IF.
005080     OPEN I-O PERIOD-BALANCES.
005090     IF DL920-BAL-STATUS = '35'
005100         OPEN OUTPUT PERIOD-BALANCES
005110         CLOSE PERIOD-BALANCES
005120         OPEN I-O PERIOD-BALANCES
005130     END-IF.
005140     IF DL920-BAL-STATUS NOT = '00'
005150         SET DL920-RUN-REFUSED TO TRUE
005160         MOVE 'PERIOD-BALANCES WILL NOT OPEN'
005170             TO DL920-REFUSAL-TEXT
005180         GO TO 1400-EXIT
005190     END-IF.
005200     SET DL920-PBL-IS-OPEN TO TRUE.
005210 1400-EXIT.
005220     EXIT.
005230 1700-WRITE-REPORT-HEADER.
005240     IF DL920-RPT-OPEN-FAILED
005250         GO TO 1700-EXIT
005260     END-IF.
005270     MOVE SPACES TO DL920-RPT-LINE.
005280     STRING 'MONTH-CLOSE PERIOD CLOSE REPORT'
005290         DELIMITED BY SIZE INTO DL920-RPT-LINE.
005300     WRITE DL920-RPT-LINE.
005310     MOVE SPACES TO DL920-RPT-LINE.
005320     STRING 'PERIOD.............: ' DL920-PERIOD
005330         '  ' DL920-PERIOD-START ' THRU ' DL920-PERIOD-END
005340         DELIMITED BY SIZE INTO DL920-RPT-LINE.
005350     WRITE DL920-RPT-LINE.
005360     MOVE SPACES TO DL920-RPT-LINE.
005370     IF DL920-PRIOR-CLOSED
005380         STRING 'LAST CLOSED........: ' DL920-PRIOR-PERIOD
005390             '  CLOSED ON ' DL920-PRIOR-CLOSE-DATE
005400             DELIMITED BY SIZE INTO DL920-RPT-LINE
005410     ELSE
005420         STRING 'LAST CLOSED........: NONE -- FIRST CLOSE'
005430             DELIMITED BY SIZE INTO DL920-RPT-LINE
005440     END-IF.
005450     WRITE DL920-RPT-LINE.
005460     IF DL920-RUN-REFUSED
005470         MOVE SPACES TO DL920-RPT-LINE
005480         STRING 'RUN REFUSED -- ' DL920-REFUSAL-TEXT
005490             DELIMITED BY SIZE INTO DL920-RPT-LINE
005500         WRITE DL920-RPT-LINE
005510         GO TO 1700-EXIT
005520     END-IF.
005530     MOVE SPACES TO DL920-RPT-LINE.
005540     STRING 'ACCOUNT NO DATED    POSTED   REFERENCE        CD'
005550         ' DC        AMOUNT'
005560         DELIMITED BY SIZE INTO DL920-RPT-LINE.
005570     WRITE DL920-RPT-LINE.
005580 1700-EXIT.
005590     EXIT.
005600******************************************************************
005610*  2000-CLOSE-ACCOUNT -- book the account's history to the month,
005620*                        take the opening balance from the last
005630*                        snapshot, prove the closing balance
005640*                        against the master, and write the
005650*                        month's snapshot row
005660******************************************************************
005670 2000-CLOSE-ACCOUNT.
005680     MOVE ZERO TO DL920-ACCT-DEBITS.
005690     MOVE ZERO TO DL920-ACCT-CREDITS.
005700     MOVE ZERO TO DL920-ACCT-ADJ.
005710     MOVE ZERO TO DL920-NET-AFTER.
005720     PERFORM 2100-SCAN-HISTORY THRU 2100-EXIT.
005730     COMPUTE DL920-MASTER-CLOSING =
005740         DL200-MST-BALANCE - DL920-NET-AFTER.
005750     PERFORM 2300-FIND-OPENING THRU 2300-EXIT.
005760     COMPUTE DL920-CLOSING = DL920-OPENING
005770         + DL920-ACCT-CREDITS - DL920-ACCT-DEBITS.
005780     IF DL920-CLOSING NOT = DL920-MASTER-CLOSING
005790         PERFORM 2400-REPORT-DISAGREEMENT THRU 2400-EXIT
005800     END-IF.
005810     PERFORM 2500-WRITE-SNAPSHOT THRU 2500-EXIT.
005820     PERFORM 2900-READ-ACCOUNT THRU 2900-EXIT.
005830 2000-EXIT.
005840     EXIT.
005850******************************************************************
005860*  2100-SCAN-HISTORY -- TRANS-MASTER is keyed on account first,
005870*                       so its rows for this account are the next
005880*                       ones in key order; rows for an account
005890*                       not on the master are passed over and
005900*                       counted
005910******************************************************************
005920 2100-SCAN-HISTORY.
005930     PERFORM 2110-TAKE-HISTORY-ROW THRU 2110-EXIT
005940         UNTIL DL920-HIST-EOF
005950             OR DL100-MST-ACCOUNT-NO > DL200-MST-ACCOUNT-NO.
005960 2100-EXIT.
005970     EXIT.
005980 2110-TAKE-HISTORY-ROW.
005990     IF DL100-MST-ACCOUNT-NO = DL200-MST-ACCOUNT-NO
006000         PERFORM 2150-BOOK-HISTORY-ROW THRU 2150-EXIT
006010     ELSE
006020         ADD 1 TO DL920-ROWS-ORPHAN
006030     END-IF.
006040     PERFORM 2190-READ-HISTORY THRU 2190-EXIT.
006050 2110-EXIT.
006060     EXIT.
006070******************************************************************
006080*  2150-BOOK-HISTORY-ROW -- the row is one leg on its code's side,
006090*                           dated by its transaction date and
006100*                           posted on its run date; a reversed
006110*                           row is a second leg on the opposite
006120*                           side, posted on the run date its REV
006130*                           was accepted.  A row whose item, or
006140*                           whose REV, the posting run rejected
006150*                           books no leg for what never posted.
006160******************************************************************
006170 2150-BOOK-HISTORY-ROW.
006180     IF DL100-MST-POST-REJECTED
006190         GO TO 2150-EXIT
006200     END-IF.
006210     MOVE DL100-MST-RAW TO DL920-WORK-REC.
006220     IF DL100-TRANS-AMOUNT NOT NUMERIC
006230             OR DL100-TRANS-DATE NOT NUMERIC
006240         ADD 1 TO DL920-ROWS-BAD
006250         GO TO 2150-EXIT
006260     END-IF.
006270     MOVE 'C' TO DL920-DC-SIDE.
006280     IF DL920-TCODE-COUNT > ZERO
006290         SET DL920-TCODE-IDX TO 1
006300         SEARCH DL920-TCODE-ENTRY
006310             AT END
006320                 CONTINUE
006330             WHEN DL920-TCODE-CODE(DL920-TCODE-IDX)
006340                     = DL100-TRANS-CODE
006350                 MOVE DL920-TCODE-DC-IND(DL920-TCODE-IDX)
006360                     TO DL920-DC-SIDE
006370         END-SEARCH
006380     END-IF.
006390     IF DL100-REC-TYPE = 'XFR'
006400         IF DL100-MST-ACCOUNT-NO = DL100-ACCOUNT-NO
006410             MOVE 'D' TO DL920-DC-SIDE
006420         ELSE
006430             MOVE 'C' TO DL920-DC-SIDE
006440         END-IF
006450     END-IF.
006460     MOVE DL100-TRANS-DATE TO DL920-LEG-DATE.
006470     MOVE DL100-TRANS-AMOUNT TO DL920-LEG-AMOUNT.
006480     MOVE DL100-MST-RUN-DATE TO DL920-LEG-POSTED.
006490     MOVE DL920-DC-SIDE TO DL920-LEG-SIDE.
006500     MOVE DL100-MST-TRANS-REF TO DL920-LEG-REF.
006510     PERFORM 2200-BOOK-LEG THRU 2200-EXIT.
006520     IF NOT DL100-MST-REVERSED OR DL100-MST-REV-REJECTED
006530         GO TO 2150-EXIT
006540     END-IF.
006550     IF DL100-MST-REV-RUN-DATE NUMERIC
006560             AND DL100-MST-REV-RUN-DATE > ZERO
006570         MOVE DL100-MST-REV-RUN-DATE TO DL920-LEG-POSTED
006580     END-IF.
006590     IF DL920-DC-SIDE = 'D'
006600         MOVE 'C' TO DL920-LEG-SIDE
006610     ELSE
006620         MOVE 'D' TO DL920-LEG-SIDE
006630     END-IF.
006640     MOVE DL100-MST-REV-REF TO DL920-LEG-REF.
006650     PERFORM 2200-BOOK-LEG THRU 2200-EXIT.
006660 2150-EXIT.
006670     EXIT.
006680******************************************************************
006690*  2200-BOOK-LEG -- a leg dated after the month is only carried
006700*                   in the net the master balance is backed out
006710*                   by; one dated before the month belongs to
006720*                   the opening balance, unless it posted after
006730*                   the last close, when it is a prior-period
006740*                   adjustment booked to this month.  Everything
006750*                   else is the month's own activity.
006760******************************************************************
006770 2200-BOOK-LEG.
006780     IF DL920-LEG-DATE > DL920-PERIOD-END
006790         IF DL920-LEG-SIDE = 'D'
006800             SUBTRACT DL920-LEG-AMOUNT FROM DL920-NET-AFTER
006810         ELSE
006820             ADD DL920-LEG-AMOUNT TO DL920-NET-AFTER
006830         END-IF
006840         GO TO 2200-EXIT
006850     END-IF.
006860     IF DL920-LEG-DATE < DL920-PERIOD-START
006870         IF NOT DL920-PRIOR-CLOSED
006880             GO TO 2200-EXIT
006890         END-IF
006900         IF DL920-LEG-POSTED NOT > DL920-PRIOR-CLOSE-DATE
006910             GO TO 2200-EXIT
006920         END-IF
006930     END-IF.
006940     IF DL920-LEG-SIDE = 'D'
006950         ADD DL920-LEG-AMOUNT TO DL920-ACCT-DEBITS
006960     ELSE
006970         ADD DL920-LEG-AMOUNT TO DL920-ACCT-CREDITS
006980     END-IF.
006990     IF DL920-LEG-DATE < DL920-PERIOD-START
007000         PERFORM 2250-REPORT-ADJUSTMENT THRU 2250-EXIT
007010     END-IF.
007020 2200-EXIT.
007030     EXIT.
007040 2250-REPORT-ADJUSTMENT.
007050     ADD 1 TO DL920-ADJ-COUNT.
007060     IF DL920-LEG-SIDE = 'D'
007070         SUBTRACT DL920-LEG-AMOUNT FROM DL920-ACCT-ADJ
007080     ELSE
007090         ADD DL920-LEG-AMOUNT TO DL920-ACCT-ADJ
007100     END-IF.
007110     IF DL920-RPT-OPEN-FAILED
007120         GO TO 2250-EXIT
007130     END-IF.
007140     MOVE SPACES TO DL920-RPT-DETAIL.
007150     MOVE DL200-MST-ACCOUNT-NO TO DL920-RPT-ACCT.
007160     MOVE DL920-LEG-DATE TO DL920-RPT-DATE.
007170     MOVE DL920-LEG-POSTED TO DL920-RPT-POSTED.
007180     MOVE DL920-LEG-REF TO DL920-RPT-REF.
007190     MOVE DL100-TRANS-CODE TO DL920-RPT-CODE.
007200     IF DL920-LEG-SIDE = 'D'
007210         MOVE 'DR' TO DL920-RPT-SIDE
007220     ELSE
007230         MOVE 'CR' TO DL920-RPT-SIDE
007240     END-IF.
007250     MOVE DL920-LEG-AMOUNT TO DL920-RPT-AMOUNT.
007260     MOVE 'PPADJ' TO DL920-RPT-TAG.
007270     MOVE DL920-RPT-DETAIL TO DL920-RPT-LINE.
007280     WRITE DL920-RPT-LINE.
007290 2250-EXIT.
007300     EXIT.
007310******************************************************************
007320*  2300-FIND-OPENING -- the last closed month's closing balance;
007330*                       an account with no row there (a first
007340*                       close, or an account opened since) opens
007350*                       at the proved closing balance less the
007360*                       month's net
007370******************************************************************
007380 2300-FIND-OPENING.
007390     COMPUTE DL920-OPENING = DL920-MASTER-CLOSING
007400         - DL920-ACCT-CREDITS + DL920-ACCT-DEBITS.
007410     IF NOT DL920-PRIOR-CLOSED
007420         GO TO 2300-EXIT
007430     END-IF.
007440     MOVE DL920-PRIOR-PERIOD TO DL920-PBL-PERIOD.
007450     MOVE DL200-MST-ACCOUNT-NO TO DL920-PBL-ACCOUNT-NO.
007460     READ PERIOD-BALANCES
007470         INVALID KEY
007480             CONTINUE
007490         NOT INVALID KEY
007500             MOVE DL920-PBL-CLOSING TO DL920-OPENING
007510     END-READ.
007520 2300-EXIT.
007530     EXIT.
007540******************************************************************
007550*  2400-REPORT-DISAGREEMENT -- the snapshot's closing balance and
007560*                              the master's, backed out to the
007570*                              month end, do not tie
007580******************************************************************
007590 2400-REPORT-DISAGREEMENT.
007600     ADD 1 TO DL920-ACCTS-DISAGREE.
007610     IF DL920-RPT-OPEN-FAILED
007620         GO TO 2400-EXIT
007630     END-IF.
007640     MOVE DL920-CLOSING TO DL920-RPT-AMT-EDIT.
007650     MOVE DL920-MASTER-CLOSING TO DL920-RPT-AMT-EDIT-2.
007660     MOVE SPACES TO DL920-RPT-LINE.
007670     STRING DL200-MST-ACCOUNT-NO ' CLOSING ' DL920-RPT-AMT-EDIT
007680         ' MASTER ' DL920-RPT-AMT-EDIT-2 ' *DIFF*'
007690         DELIMITED BY SIZE INTO DL920-RPT-LINE.
007700     WRITE DL920-RPT-LINE.
007710 2400-EXIT.
007720     EXIT.
007730******************************************************************
007740*  2500-WRITE-SNAPSHOT -- the month's row for the account; a row
007750*                         left by an earlier attempt at the same
007760*                         close is replaced
007770******************************************************************
007780 2500-WRITE-SNAPSHOT.
007790     MOVE SPACES TO DL920-PERIOD-BALANCE-RECORD.
007800     MOVE DL920-PERIOD TO DL920-PBL-PERIOD.
007810     MOVE DL200-MST-ACCOUNT-NO TO DL920-PBL-ACCOUNT-NO.
007820     MOVE DL920-PERIOD-START TO DL920-PBL-PERIOD-START.
007830     MOVE DL920-PERIOD-END TO DL920-PBL-PERIOD-END.
007840     MOVE DL920-OPENING TO DL920-PBL-OPENING.
007850     MOVE DL920-ACCT-DEBITS TO DL920-PBL-DEBITS.
007860     MOVE DL920-ACCT-CREDITS TO DL920-PBL-CREDITS.
007870     MOVE DL920-CLOSING TO DL920-PBL-CLOSING.
007880     MOVE DL920-ACCT-ADJ TO DL920-PBL-ADJUSTMENTS.
007890     MOVE DL200-MST-STATUS TO DL920-PBL-STATUS.
007900     MOVE DL920-RUN-DATE TO DL920-PBL-CLOSE-DATE.
007910     WRITE DL920-PERIOD-BALANCE-RECORD
007920         INVALID KEY
007930             REWRITE DL920-PERIOD-BALANCE-RECORD
007940                 INVALID KEY
007950                     CONTINUE
007960             END-REWRITE
007970     END-WRITE.
007980     IF DL920-BAL-STATUS NOT = '00'
007990         DISPLAY 'PERIOD-BALANCES WRITE FAILED, STATUS='
008000             DL920-BAL-STATUS ' KEY=' DL920-PBL-KEY
008010         SET DL920-PBL-WRITE-FAILED TO TRUE
008020         GO TO 2500-EXIT
008030     END-IF.
008040     ADD 1 TO DL920-ACCTS-CLOSED.
008050     ADD DL920-OPENING TO DL920-TOTAL-OPENING.
008060     ADD DL920-ACCT-DEBITS TO DL920-TOTAL-DEBITS.
008070     ADD DL920-ACCT-CREDITS TO DL920-TOTAL-CREDITS.
008080     ADD DL920-CLOSING TO DL920-TOTAL-CLOSING.
008090     ADD DL920-ACCT-ADJ TO DL920-TOTAL-ADJ.
008100 2500-EXIT.
008110     EXIT.
008120 2190-READ-HISTORY.
008130     IF NOT DL920-HIST-IS-OPEN
008140         SET DL920-HIST-EOF TO TRUE
008150         GO TO 2190-EXIT
008160     END-IF.
008170     READ TRANS-MASTER NEXT RECORD
008180         AT END SET DL920-HIST-EOF TO TRUE
008190     END-READ.
008200     IF NOT DL920-HIST-EOF
008210         ADD 1 TO DL920-ROWS-READ
008220     END-IF.
008230 2190-EXIT.
008240     EXIT.
008250 2900-READ-ACCOUNT.
008260     READ ACCT-MASTER NEXT RECORD
008270         AT END SET DL920-ACCT-EOF TO TRUE
008280     END-READ.
008290 2900-EXIT.
008300     EXIT.
008310******************************************************************
008320*  8000-FINALIZE -- history rows for accounts past the last
008330*                   master account are counted, the month is
008340*                   marked closed when every snapshot row was
008350*                   written, then totals and close
008360******************************************************************
008370 8000-FINALIZE.
008380     IF NOT DL920-RUN-REFUSED
008390         PERFORM 8050-COUNT-ORPHAN-ROW THRU 8050-EXIT
008400             UNTIL DL920-HIST-EOF
008410     END-IF.
008420     IF NOT DL920-RUN-REFUSED AND NOT DL920-PBL-WRITE-FAILED
008430         PERFORM 8100-MARK-CLOSED THRU 8100-EXIT
008440     END-IF.
008450     PERFORM 8200-WRITE-TOTALS THRU 8200-EXIT.
008460     IF DL920-ACCT-IS-OPEN
008470         CLOSE ACCT-MASTER
008480     END-IF.
008490     IF DL920-HIST-IS-OPEN
008500         CLOSE TRANS-MASTER
008510     END-IF.
008520     IF DL920-PBL-IS-OPEN
008530         CLOSE PERIOD-BALANCES
008540     END-IF.
008550     IF NOT DL920-RPT-OPEN-FAILED
008560         CLOSE CLOSE-RPT
008570     END-IF.
008580 8000-EXIT.
008590     EXIT.
008600 8050-COUNT-ORPHAN-ROW.
008610     ADD 1 TO DL920-ROWS-ORPHAN.
008620     PERFORM 2190-READ-HISTORY THRU 2190-EXIT.
008630 8050-EXIT.
008640     EXIT.
008650******************************************************************
008660*  8100-MARK-CLOSED -- PERIOD-CONTROL now names this month as the
008670*                      last closed, with the date and time of
008680*                      this close
008690******************************************************************
008700 8100-MARK-CLOSED.
008710     MOVE SPACES TO DL920-CONTROL-RECORD.
008720     MOVE DL920-PERIOD TO DL920-CTL-PERIOD.
008730     MOVE DL920-PERIOD-START TO DL920-CTL-PERIOD-START.
008740     MOVE DL920-PERIOD-END TO DL920-CTL-PERIOD-END.
008750     SET DL920-CTL-CLOSED TO TRUE.
008760     MOVE DL920-RUN-DATE TO DL920-CTL-CLOSE-DATE.
008770     MOVE DL920-RUN-TIME TO DL920-CTL-CLOSE-TIME.
008780     MOVE DL920-ACCTS-CLOSED TO DL920-CTL-ACCOUNTS.
008790     OPEN OUTPUT PERIOD-CONTROL.
008800     IF DL920-CTL-FILE-STATUS NOT = '00'
008810         DISPLAY 'PERIOD-CONTROL OPEN FAILED, STATUS='
008820             DL920-CTL-FILE-STATUS
008830         SET DL920-CTL-WRITE-FAILED TO TRUE
008840         GO TO 8100-EXIT
008850     END-IF.
008860     WRITE DL920-CONTROL-RECORD.
008870     IF DL920-CTL-FILE-STATUS NOT = '00'
008880         DISPLAY 'PERIOD-CONTROL WRITE FAILED, STATUS='
008890             DL920-CTL-FILE-STATUS
008900         SET DL920-CTL-WRITE-FAILED TO TRUE
008910     END-IF.
008920     CLOSE PERIOD-CONTROL.
008930 8100-EXIT.
008940     EXIT.
008950 8200-WRITE-TOTALS.
008960     IF DL920-RPT-OPEN-FAILED
008970         GO TO 8200-EXIT
008980     END-IF.
008990     MOVE SPACES TO DL920-RPT-LINE.
009000     WRITE DL920-RPT-LINE.
009010     MOVE DL920-ACCTS-CLOSED TO DL920-RPT-NUM-EDIT.
009020     MOVE SPACES TO DL920-RPT-LINE.
009030     STRING 'ACCOUNTS SNAPSHOT..: ' DL920-RPT-NUM-EDIT
009040         DELIMITED BY SIZE INTO DL920-RPT-LINE.
009050     WRITE DL920-RPT-LINE.
009060     MOVE DL920-ROWS-READ TO DL920-RPT-NUM-EDIT.
009070     MOVE SPACES TO DL920-RPT-LINE.
009080     STRING 'HISTORY ROWS READ..: ' DL920-RPT-NUM-EDIT
009090         DELIMITED BY SIZE INTO DL920-RPT-LINE.
009100     WRITE DL920-RPT-LINE.
009110     MOVE DL920-ROWS-BAD TO DL920-RPT-NUM-EDIT.
009120     MOVE SPACES TO DL920-RPT-LINE.
009130     STRING 'HISTORY ROWS BAD...: ' DL920-RPT-NUM-EDIT
009140         DELIMITED BY SIZE INTO DL920-RPT-LINE.
009150     WRITE DL920-RPT-LINE.
009160     MOVE DL920-ROWS-ORPHAN TO DL920-RPT-NUM-EDIT.
009170     MOVE SPACES TO DL920-RPT-LINE.
009180     STRING 'ROWS NOT ON MASTER.: ' DL920-RPT-NUM-EDIT
009190         DELIMITED BY SIZE INTO DL920-RPT-LINE.
009200     WRITE DL920-RPT-LINE.
009210     MOVE DL920-TOTAL-OPENING TO DL920-RPT-AMT-EDIT.
009220     MOVE SPACES TO DL920-RPT-LINE.
009230     STRING 'TOTAL OPENING......: ' DL920-RPT-AMT-EDIT
009240         DELIMITED BY SIZE INTO DL920-RPT-LINE.
009250     WRITE DL920-RPT-LINE.
009260     MOVE DL920-TOTAL-DEBITS TO DL920-RPT-AMT-EDIT.
009270     MOVE SPACES TO DL920-RPT-LINE.
009280     STRING 'TOTAL DEBITS.......: ' DL920-RPT-AMT-EDIT
009290         DELIMITED BY SIZE INTO DL920-RPT-LINE.
009300     WRITE DL920-RPT-LINE.
009310     MOVE DL920-TOTAL-CREDITS TO DL920-RPT-AMT-EDIT.
009320     MOVE SPACES TO DL920-RPT-LINE.
009330     STRING 'TOTAL CREDITS......: ' DL920-RPT-AMT-EDIT
009340         DELIMITED BY SIZE INTO DL920-RPT-LINE.
009350     WRITE DL920-RPT-LINE.
009360     MOVE DL920-TOTAL-CLOSING TO DL920-RPT-AMT-EDIT.
009370     MOVE SPACES TO DL920-RPT-LINE.
009380     STRING 'TOTAL CLOSING......: ' DL920-RPT-AMT-EDIT
009390         DELIMITED BY SIZE INTO DL920-RPT-LINE.
009400     WRITE DL920-RPT-LINE.
009410     MOVE DL920-ADJ-COUNT TO DL920-RPT-NUM-EDIT.
009420     MOVE SPACES TO DL920-RPT-LINE.
009430     STRING 'PRIOR-PERIOD ADJ...: ' DL920-RPT-NUM-EDIT
009440         DELIMITED BY SIZE INTO DL920-RPT-LINE.
009450     WRITE DL920-RPT-LINE.
009460     MOVE DL920-TOTAL-ADJ TO DL920-RPT-AMT-EDIT.
009470     MOVE SPACES TO DL920-RPT-LINE.
009480     STRING 'ADJUSTMENT NET.....: ' DL920-RPT-AMT-EDIT
009490         DELIMITED BY SIZE INTO DL920-RPT-LINE.
009500     WRITE DL920-RPT-LINE.
009510     MOVE DL920-ACCTS-DISAGREE TO DL920-RPT-NUM-EDIT.
009520     MOVE SPACES TO DL920-RPT-LINE.
009530     STRING 'ACCOUNTS DISAGREE..: ' DL920-RPT-NUM-EDIT
009540         DELIMITED BY SIZE INTO DL920-RPT-LINE.
009550     WRITE DL920-RPT-LINE.
009560     MOVE SPACES TO DL920-RPT-LINE.
009570     IF DL920-RUN-REFUSED OR DL920-PBL-WRITE-FAILED
009580             OR DL920-CTL-WRITE-FAILED
009590         STRING 'PERIOD STATUS......: *** NOT CLOSED -- SEE'
009600             ' SYSOUT ***'
009610             DELIMITED BY SIZE INTO DL920-RPT-LINE
009620     ELSE
009630         STRING 'PERIOD STATUS......: CLOSED'
009640             DELIMITED BY SIZE INTO DL920-RPT-LINE
009650     END-IF.
009660     WRITE DL920-RPT-LINE.
009670 8200-EXIT.
009680     EXIT.
