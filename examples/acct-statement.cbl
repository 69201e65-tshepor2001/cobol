000330*   09/02/2026 RM    ACCT-MASTER is now the indexed master the
000340*                    posting run keys against; the balance load
000350*                    here reads it sequentially by key.
000360*   10/15/2026 RM    Each activity line shows the transaction's
000370*                    sender-assigned reference; a backout line
000380*                    shows the REV's own reference and names the
000390*                    original's in its description.  TRANS-MASTER
000400*                    is now keyed on account + reference.
000410*   10/15/2026 RM    Once a month has been closed the statements
000420*                    start from its PERIOD-BALANCES snapshot
000430*                    instead of today's master balance: the base
000440*                    is the snapshot closing balance plus every
000450*                    item booked since the close, and a master
000460*                    balance that disagrees is flagged.  An item
000470*                    dated inside the closed month but posted
000480*                    after its close is shown the day after the
000490*                    month end as a prior-period adjustment, as
000500*                    MONTH-CLOSE books it; a backout counts as
000510*                    posted on the run that accepted its REV.
000520*   10/15/2026 RM    An XFR transfer shows on both accounts'
000530*                    statements: a debit on the from-account's
000540*                    described TRANSFER TO and the to-account, and
000550*                    a credit on the to-account's described
000560*                    TRANSFER FROM and the from-account.  A
000570*                    reversed transfer backs out on both.
000580*   10/15/2026 RM    TRANS-MASTER now carries the reference of the
000590*                    REV that backed a row out as a second
000600*                    alternate key; the SELECT names it to match
000610*                    the file.
000620*   10/15/2026 RM    A history row the posting run rejected is
000630*                    left off the statement, as is the backout of
000640*                    a REV posting rejected; neither ever moved
000650*                    the balance.  A backout line's description
000660*                    is cleared before REVERSAL OF is built, so
000670*                    no tail of a longer code description shows
000680*                    through.
000690******************************************************************
000700 IDENTIFICATION DIVISION.
000710 PROGRAM-ID. ACCT-STATEMENT.
000720 ENVIRONMENT DIVISION.
000730 INPUT-OUTPUT SECTION.
000740 FILE-CONTROL.
000750 SELECT TRANS-MASTER ASSIGN TO "TRANS-MASTER"
000760     ORGANIZATION INDEXED
000770     ACCESS MODE SEQUENTIAL
000780     RECORD KEY IS DL100-MST-KEY
000790     ALTERNATE RECORD KEY IS DL100-MST-TRANS-REF WITH DUPLICATES
000800     ALTERNATE RECORD KEY IS DL100-MST-REV-REF WITH DUPLICATES
000810     FILE STATUS IS DL800-MASTER-STATUS.
000820 SELECT ACCT-MASTER ASSIGN TO "ACCT-MASTER"
000830     ORGANIZATION INDEXED
000840     ACCESS MODE SEQUENTIAL
000850     RECORD KEY IS DL200-MST-ACCOUNT-NO
000860     FILE STATUS IS DL800-ACCT-STATUS.
000870 SELECT TRANS-CODE-FILE ASSIGN TO "TRANS-CODES"
000880     ORGANIZATION LINE SEQUENTIAL
000890     FILE STATUS IS DL800-TCODE-STATUS.
000900 SELECT PARM-CARD ASSIGN TO "STMT-PARM"
000910     ORGANIZATION LINE SEQUENTIAL
000920     FILE STATUS IS DL800-PARM-STATUS.
000930 SELECT STATEMENT-RPT ASSIGN TO "STATEMENT-RPT"
000940     ORGANIZATION LINE SEQUENTIAL
000950     FILE STATUS IS DL800-RPT-STATUS.
000960 SELECT PERIOD-CONTROL ASSIGN TO "PERIOD-CONTROL"
000970     ORGANIZATION LINE SEQUENTIAL
000980     FILE STATUS IS DL800-PERIOD-STATUS.
000990 SELECT PERIOD-BALANCES ASSIGN TO "PERIOD-BALANCES"
001000     ORGANIZATION INDEXED
001010     ACCESS MODE RANDOM
001020     RECORD KEY IS DL920-PBL-KEY
001030     FILE STATUS IS DL800-SNAP-STATUS.
001040 DATA DIVISION.
001050 FILE SECTION.
001060 FD TRANS-MASTER.
001070 COPY DL100MST.
001080 FD ACCT-MASTER.
001090 COPY DL200MST.
001100 FD TRANS-CODE-FILE.
001110 COPY DL100TCD.
001120 FD PARM-CARD.
001130 01  DL800-PARM-RECORD.
001140     05  DL800-PARM-ACCT-FROM        PIC X(10).
001150     05  DL800-PARM-ACCT-TO          PIC X(10).
001160     05  DL800-PARM-DATE-FROM        PIC X(08).
001170     05  DL800-PARM-DATE-TO          PIC X(08).
001180     05  FILLER                      PIC X(44).
001190 FD STATEMENT-RPT.
001200 01  DL800-RPT-LINE                  PIC X(80).
001210 FD PERIOD-CONTROL.
001220 COPY DL920CTL.
001230 FD PERIOD-BALANCES.
001240 COPY DL920PBL.
001250 WORKING-STORAGE SECTION.
001260 01  DL800-SWITCHES.
001270     05  DL800-MASTER-EOF-SWITCH     PIC X(01) VALUE 'N'.
001280         88  DL800-MASTER-EOF             VALUE 'Y'.
001290     05  DL800-ACCT-EOF-SWITCH       PIC X(01) VALUE 'N'.
001300         88  DL800-ACCT-EOF               VALUE 'Y'.
001310     05  DL800-TCODE-EOF-SWITCH      PIC X(01) VALUE 'N'.
001320         88  DL800-TCODE-EOF              VALUE 'Y'.
001330     05  DL800-RPT-OPEN-SWITCH       PIC X(01) VALUE 'N'.
001340         88  DL800-RPT-OPEN-FAILED        VALUE 'Y'.
001350     05  DL800-REFUSED-SWITCH        PIC X(01) VALUE 'N'.
001360         88  DL800-RUN-REFUSED            VALUE 'Y'.
001370     05  DL800-GROUP-OPEN-SWITCH     PIC X(01) VALUE 'N'.
001380         88  DL800-GROUP-OPEN             VALUE 'Y'.
001390     05  DL800-BAL-FOUND-SWITCH      PIC X(01) VALUE 'N'.
001400         88  DL800-BALANCE-FOUND          VALUE 'Y'.
001410     05  DL800-SLOT-FOUND-SWITCH     PIC X(01) VALUE 'N'.
001420         88  DL800-SLOT-FOUND             VALUE 'Y'.
001430     05  DL800-ACT-FULL-SWITCH       PIC X(01) VALUE 'N'.
001440         88  DL800-ACTIVITY-DROPPED       VALUE 'Y'.
001450     05  DL800-CLOSED-SWITCH         PIC X(01) VALUE 'N'.
001460         88  DL800-PERIOD-CLOSED          VALUE 'Y'.
001470 77  DL800-MASTER-STATUS             PIC X(02).
001480 77  DL800-ACCT-STATUS               PIC X(02).
001490 77  DL800-TCODE-STATUS              PIC X(02).
001500 77  DL800-PARM-STATUS               PIC X(02).
001510 77  DL800-RPT-STATUS                PIC X(02).
001520 77  DL800-PERIOD-STATUS             PIC X(02).
001530 77  DL800-SNAP-STATUS               PIC X(02).
001540 77  DL800-CLOSED-PERIOD             PIC 9(06) VALUE ZERO.
001550 77  DL800-CLOSED-END                PIC 9(08) VALUE ZERO.
001560 77  DL800-CLOSED-ON                 PIC 9(08) VALUE ZERO.
001570 77  DL800-ADJ-DATE                  PIC 9(08) VALUE ZERO.
001580 77  DL800-SEL-ACCT-FROM             PIC 9(10) VALUE ZERO.
001590 77  DL800-SEL-ACCT-TO               PIC 9(10) VALUE 9999999999.
001600 77  DL800-SEL-DATE-FROM             PIC 9(08) VALUE ZERO.
001610 77  DL800-SEL-DATE-TO               PIC 9(08) VALUE 99999999.
001620 77  DL800-ROWS-READ                 PIC 9(09) COMP VALUE ZERO.
001630 77  DL800-ACCTS-PRINTED             PIC 9(09) COMP VALUE ZERO.
001640 77  DL800-TRANS-PRINTED             PIC 9(09) COMP VALUE ZERO.
001650 77  DL800-CURR-ACCT                 PIC 9(10) VALUE ZERO.
001660 77  DL800-ROW-ACCT                  PIC 9(10) VALUE ZERO.
001670 77  DL800-ACCT-COUNT                PIC 9(05) COMP VALUE ZERO.
001680 77  DL800-ACCT-MAX                  PIC 9(05) COMP VALUE 20000.
001690 77  DL800-TCODE-COUNT               PIC 9(05) COMP VALUE ZERO.
001700 77  DL800-TCODE-MAX                 PIC 9(05) COMP VALUE 500.
001710 77  DL800-ACT-COUNT                 PIC 9(05) COMP VALUE ZERO.
001720 77  DL800-ACT-MAX                   PIC 9(05) COMP VALUE 2000.
001730 77  DL800-SHIFT-SUB                 PIC 9(05) COMP VALUE ZERO.
001740 77  DL800-SHIFT-SUB-1               PIC 9(05) COMP VALUE ZERO.
001750 77  DL800-SUB                       PIC 9(05) COMP VALUE ZERO.
001760 77  DL800-DC-SIDE                   PIC X(01) VALUE 'C'.
001770 77  DL800-REV-SIDE                  PIC X(01) VALUE 'D'.
001780 77  DL800-CODE-DESC                 PIC X(30) VALUE SPACES.
001790 77  DL800-NET-IN-RANGE              PIC S9(11)V99 COMP-3
001800                                        VALUE ZERO.
001810 77  DL800-NET-AFTER                 PIC S9(11)V99 COMP-3
001820                                        VALUE ZERO.
001830 77  DL800-NET-SINCE                 PIC S9(11)V99 COMP-3
001840                                        VALUE ZERO.
001850 77  DL800-BASE-BALANCE              PIC S9(11)V99 COMP-3
001860                                        VALUE ZERO.
001870 77  DL800-OPEN-BALANCE              PIC S9(11)V99 COMP-3
001880                                        VALUE ZERO.
001890 77  DL800-CLOSE-BALANCE             PIC S9(11)V99 COMP-3
001900                                        VALUE ZERO.
001910 77  DL800-MST-BALANCE-WK            PIC S9(11)V99 COMP-3
001920                                        VALUE ZERO.
001930 77  DL800-RPT-NUM-EDIT              PIC ZZZZZZZZ9.
001940 77  DL800-RPT-AMT-EDIT              PIC -ZZZZZZZZZZ9.99.
001950 01  DL800-NEW-ACTIVITY.
001960     05  DL800-NEW-ACT-DATE          PIC 9(08).
001970     05  DL800-NEW-ACT-TRANS-DATE    PIC 9(08).
001980     05  DL800-NEW-ACT-RUN-DATE      PIC 9(08).
001990     05  DL800-NEW-ACT-CODE          PIC X(02).
002000     05  DL800-NEW-ACT-SIDE          PIC X(01).
002010     05  DL800-NEW-ACT-AMOUNT        PIC S9(09)V99 COMP-3.
002020     05  DL800-NEW-ACT-REV-FLAG      PIC X(01).
002030     05  DL800-NEW-ACT-REF           PIC X(16).
002040     05  DL800-NEW-ACT-ORIG-REF      PIC X(16).
002050     05  DL800-NEW-ACT-ADJ-FLAG      PIC X(01).
002060     05  DL800-NEW-ACT-XFR-DIR       PIC X(01).
002070     05  DL800-NEW-ACT-XFR-ACCT      PIC 9(10).
002080 01  DL800-ACT-TABLE.
002090     05  DL800-ACT-ENTRY
002100         OCCURS 1 TO 2000 TIMES
002110         DEPENDING ON DL800-ACT-COUNT
002120         INDEXED BY DL800-ACT-IDX.
002130         10  DL800-ACT-DATE          PIC 9(08).
002140         10  DL800-ACT-TRANS-DATE    PIC 9(08).
002150         10  DL800-ACT-RUN-DATE      PIC 9(08).
002160         10  DL800-ACT-CODE          PIC X(02).
002170         10  DL800-ACT-SIDE          PIC X(01).
002180         10  DL800-ACT-AMOUNT        PIC S9(09)V99 COMP-3.
002190         10  DL800-ACT-REV-FLAG      PIC X(01).
002200         10  DL800-ACT-REF           PIC X(16).
002210         10  DL800-ACT-ORIG-REF      PIC X(16).
002220         10  DL800-ACT-ADJ-FLAG      PIC X(01).
002230         10  DL800-ACT-XFR-DIR       PIC X(01).
002240         10  DL800-ACT-XFR-ACCT      PIC 9(10).
002250 01  DL800-BAL-TABLE.
002260     05  DL800-BAL-ENTRY
002270         OCCURS 1 TO 20000 TIMES
002280         DEPENDING ON DL800-ACCT-COUNT
002290         INDEXED BY DL800-BAL-IDX.
002300         10  DL800-BAL-ACCT-NO       PIC 9(10).
002310         10  DL800-BAL-AMOUNT        PIC S9(11)V99 COMP-3.
002320 01  DL800-TCODE-TABLE.
002330     05  DL800-TCODE-ENTRY
002340         OCCURS 1 TO 500 TIMES
002350         DEPENDING ON DL800-TCODE-COUNT
002360         INDEXED BY DL800-TCODE-IDX.
002370         10  DL800-TCODE-CODE        PIC X(02).
002380         10  DL800-TCODE-DESC        PIC X(30).
002390         10  DL800-TCODE-DC-IND      PIC X(01).
002400 01  DL800-WORK-REC                  PIC X(255).
002410 COPY DL100REC REPLACING ==LN== BY ==DL800-WORK-REC==.
002420 01  DL800-RPT-DETAIL.
002430     05  DL800-RPT-DATE              PIC 9(08).
002440     05  FILLER                      PIC X(02) VALUE SPACES.
002450     05  DL800-RPT-REF               PIC X(16).
002460     05  FILLER                      PIC X(02) VALUE SPACES.
002470     05  DL800-RPT-CODE              PIC X(02).
002480     05  FILLER                      PIC X(02) VALUE SPACES.
002490     05  DL800-RPT-DESC              PIC X(30).
002500     05  FILLER                      PIC X(01) VALUE SPACES.
002510     05  DL800-RPT-SIDE              PIC X(02).
002520     05  FILLER                      PIC X(01) VALUE SPACES.
002530     05  DL800-RPT-AMOUNT            PIC -ZZZZZZZZ9.99.
002540******************************************************************
002550*  0000-MAINLINE
002560******************************************************************
002570 PROCEDURE DIVISION.
002580 0000-MAINLINE.
002590     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002600     IF NOT DL800-RUN-REFUSED
002610         PERFORM 2000-PROCESS-MASTER-ROW THRU 2000-EXIT
002620             UNTIL DL800-MASTER-EOF
002630         IF DL800-GROUP-OPEN
002640             PERFORM 3000-EMIT-STATEMENT THRU 3000-EXIT
002650         END-IF
002660     END-IF.
002670     PERFORM 8000-FINALIZE THRU 8000-EXIT.
002680     IF DL800-RUN-REFUSED
002690         MOVE 8 TO RETURN-CODE
002700     END-IF.
002710     STOP RUN.
002720******************************************************************
002730*  1000-INITIALIZE -- pick up the selection parameters, load the
002740*                     code and balance tables, find the last
002750*                     closed month's snapshot, open the history
002760*                     master, and prime the first row
002770******************************************************************
002780 1000-INITIALIZE.
002790     PERFORM 1050-READ-PARM-CARD THRU 1050-EXIT.
002800     PERFORM 1100-LOAD-TRANS-CODES THRU 1100-EXIT.
002810     PERFORM 1200-LOAD-BALANCES THRU 1200-EXIT.
002820     PERFORM 1400-OPEN-SNAPSHOT THRU 1400-EXIT.
002830     OPEN OUTPUT STATEMENT-RPT.
002840     IF DL800-RPT-STATUS NOT = '00'
002850         DISPLAY 'STATEMENT-RPT OPEN FAILED, STATUS='
002860             DL800-RPT-STATUS ' -- RUN REFUSED'
002870         SET DL800-RPT-OPEN-FAILED TO TRUE
002880         SET DL800-RUN-REFUSED TO TRUE
002890     END-IF.
002900     OPEN INPUT TRANS-MASTER.
002910     IF DL800-MASTER-STATUS NOT = '00'
002920         DISPLAY 'TRANS-MASTER OPEN FAILED, STATUS='
002930             DL800-MASTER-STATUS ' -- RUN REFUSED'
002940         SET DL800-MASTER-EOF TO TRUE
002950         SET DL800-RUN-REFUSED TO TRUE
002960     END-IF.
002970     PERFORM 1300-WRITE-REPORT-HEADER THRU 1300-EXIT.
002980     IF NOT DL800-MASTER-EOF
002990         READ TRANS-MASTER
003000             AT END SET DL800-MASTER-EOF TO TRUE
003010         END-READ
003020     END-IF.
003030     IF NOT DL800-MASTER-EOF
003040         ADD 1 TO DL800-ROWS-READ
003050     END-IF.
003060 1000-EXIT.
003070     EXIT.
003080******************************************************************
003090*  1050-READ-PARM-CARD -- an account number alone statements that
003100*                         one account; a second account makes it
003110*                         a range; spaces in a date bound mean no
003120*                         restriction on that side
003130******************************************************************
003140 1050-READ-PARM-CARD.
003150     OPEN INPUT PARM-CARD.
003160     IF DL800-PARM-STATUS = '00'
003170         READ PARM-CARD
003180             AT END CONTINUE
003190         END-READ
003200         CLOSE PARM-CARD
003210         IF DL800-PARM-ACCT-FROM NUMERIC
003220             MOVE DL800-PARM-ACCT-FROM TO DL800-SEL-ACCT-FROM
003230             IF DL800-PARM-ACCT-TO NUMERIC
003240                 MOVE DL800-PARM-ACCT-TO TO DL800-SEL-ACCT-TO
003250             ELSE
003260                 MOVE DL800-PARM-ACCT-FROM TO DL800-SEL-ACCT-TO
003270             END-IF
003280         END-IF
003290         IF DL800-PARM-DATE-FROM NUMERIC
003300             MOVE DL800-PARM-DATE-FROM TO DL800-SEL-DATE-FROM
003310         END-IF
003320         IF DL800-PARM-DATE-TO NUMERIC
003330             MOVE DL800-PARM-DATE-TO TO DL800-SEL-DATE-TO
003340         END-IF
003350     END-IF.
003360 1050-EXIT.
003370     EXIT.
003380******************************************************************
003390*  1100-LOAD-TRANS-CODES -- descriptions and debit/credit sides
003400*                           for the statement detail lines; a
003410*                           missing file prints every amount as a
003420*                           credit with no description
003430******************************************************************
003440 1100-LOAD-TRANS-CODES.
003450     OPEN INPUT TRANS-CODE-FILE.
003460     IF DL800-TCODE-STATUS = '00'
003470         PERFORM 1150-LOAD-TRANS-CODE THRU 1150-EXIT
003480             UNTIL DL800-TCODE-EOF
003490         CLOSE TRANS-CODE-FILE
003500     ELSE
003510         DISPLAY 'TRANS-CODES OPEN FAILED, STATUS='
003520             DL800-TCODE-STATUS
003530             ' -- ALL AMOUNTS SHOWN AS CREDITS'
003540     END-IF.
003550 1100-EXIT.
003560     EXIT.
003570 1150-LOAD-TRANS-CODE.
003580     READ TRANS-CODE-FILE
003590         AT END SET DL800-TCODE-EOF TO TRUE
003600     END-READ.
003610     IF NOT DL800-TCODE-EOF
003620         IF DL800-TCODE-COUNT < DL800-TCODE-MAX
003630             ADD 1 TO DL800-TCODE-COUNT
003640             SET DL800-TCODE-IDX TO DL800-TCODE-COUNT
003650             MOVE DL100-TCD-CODE
003660                 TO DL800-TCODE-CODE(DL800-TCODE-IDX)
003670             MOVE DL100-TCD-DESCRIPTION
003680                 TO DL800-TCODE-DESC(DL800-TCODE-IDX)
003690             MOVE DL100-TCD-DC-IND
003700                 TO DL800-TCODE-DC-IND(DL800-TCODE-IDX)
003710         ELSE
003720             DISPLAY 'TRANS-CODE TABLE FULL AT ' DL800-TCODE-MAX
003730                 ' -- REMAINING CODES DROPPED'
003740         END-IF
003750     END-IF.
003760 1150-EXIT.
003770     EXIT.
003780******************************************************************
003790*  1200-LOAD-BALANCES -- the ACCT-MASTER balances the statements
003800*                        are anchored to; a missing master prints
003810*                        every statement rebuilt from history off
003820*                        a zero base, flagged per account
003830******************************************************************
003840 1200-LOAD-BALANCES.
003850     OPEN INPUT ACCT-MASTER.
003860     IF DL800-ACCT-STATUS = '00'
003870         PERFORM 1250-LOAD-BALANCE-RECORD THRU 1250-EXIT
003880             UNTIL DL800-ACCT-EOF
003890         CLOSE ACCT-MASTER
003900     ELSE
003910         DISPLAY 'ACCT-MASTER OPEN FAILED, STATUS='
003920             DL800-ACCT-STATUS
003930             ' -- BALANCES REBUILT FROM HISTORY ONLY'
003940     END-IF.
003950 1200-EXIT.
003960     EXIT.
003970 1250-LOAD-BALANCE-RECORD.
003980     READ ACCT-MASTER
003990         AT END SET DL800-ACCT-EOF TO TRUE
004000     END-READ.
004010     IF NOT DL800-ACCT-EOF
004020         IF DL800-ACCT-COUNT < DL800-ACCT-MAX
004030             ADD 1 TO DL800-ACCT-COUNT
004040             SET DL800-BAL-IDX TO DL800-ACCT-COUNT
004050             MOVE DL200-MST-ACCOUNT-NO
004060                 TO DL800-BAL-ACCT-NO(DL800-BAL-IDX)
004070             MOVE DL200-MST-BALANCE
004080                 TO DL800-BAL-AMOUNT(DL800-BAL-IDX)
004090         ELSE
004100             DISPLAY 'BALANCE TABLE FULL AT ' DL800-ACCT-MAX
004110                 ' -- REMAINING ACCOUNTS DROPPED'
004120         END-IF
004130     END-IF.
004140 1250-EXIT.
004150     EXIT.
004160 1300-WRITE-REPORT-HEADER.
004170     IF DL800-RPT-OPEN-FAILED
004180         GO TO 1300-EXIT
004190     END-IF.
004200     MOVE SPACES TO DL800-RPT-LINE.
004210     STRING 'ACCT-STATEMENT ACCOUNT STATEMENTS'
004220         DELIMITED BY SIZE INTO DL800-RPT-LINE.
004230     WRITE DL800-RPT-LINE.
004240     MOVE SPACES TO DL800-RPT-LINE.
004250     STRING 'ACCOUNTS ' DL800-SEL-ACCT-FROM
004260         ' THRU ' DL800-SEL-ACCT-TO
004270         '  DATES ' DL800-SEL-DATE-FROM
004280         ' THRU ' DL800-SEL-DATE-TO
004290         DELIMITED BY SIZE INTO DL800-RPT-LINE.
004300     WRITE DL800-RPT-LINE.
004310     IF DL800-PERIOD-CLOSED
004320         MOVE SPACES TO DL800-RPT-LINE
004330         STRING 'ANCHORED TO CLOSE OF ' DL800-CLOSED-PERIOD
004340             ' (' DL800-CLOSED-END ') CLOSED ON ' DL800-CLOSED-ON
004350             DELIMITED BY SIZE INTO DL800-RPT-LINE
004360         WRITE DL800-RPT-LINE
004370     END-IF.
004380 1300-EXIT.
004390     EXIT.
004400******************************************************************
004410*  1400-OPEN-SNAPSHOT -- the month PERIOD-CONTROL names as last
004420*                        closed, and its snapshot rows; with no
004430*                        month closed, or no snapshot to read,
004440*                        statements anchor to ACCT-MASTER
004450******************************************************************
004460 1400-OPEN-SNAPSHOT.
004470     OPEN INPUT PERIOD-CONTROL.
004480     IF DL800-PERIOD-STATUS NOT = '00'
004490         GO TO 1400-EXIT
004500     END-IF.
004510     READ PERIOD-CONTROL
004520         AT END MOVE SPACES TO DL920-CONTROL-RECORD
004530     END-READ.
004540     CLOSE PERIOD-CONTROL.
004550     IF NOT DL920-CTL-CLOSED OR DL920-CTL-PERIOD NOT NUMERIC
004560             OR DL920-CTL-PERIOD-END NOT NUMERIC
004570             OR DL920-CTL-CLOSE-DATE NOT NUMERIC
004580         GO TO 1400-EXIT
004590     END-IF.
004600     OPEN INPUT PERIOD-BALANCES.
004610     IF DL800-SNAP-STATUS NOT = '00'
004620         DISPLAY 'PERIOD-BALANCES OPEN FAILED, STATUS='
004630             DL800-SNAP-STATUS
004640             ' -- STATEMENTS ANCHORED TO ACCT-MASTER'
004650         GO TO 1400-EXIT
004660     END-IF.
004670     SET DL800-PERIOD-CLOSED TO TRUE.
004680     MOVE DL920-CTL-PERIOD TO DL800-CLOSED-PERIOD.
004690     MOVE DL920-CTL-PERIOD-END TO DL800-CLOSED-END.
004700     MOVE DL920-CTL-CLOSE-DATE TO DL800-CLOSED-ON.
004710     COMPUTE DL800-ADJ-DATE = FUNCTION DATE-OF-INTEGER
004720         (FUNCTION INTEGER-OF-DATE(DL800-CLOSED-END) + 1).
004730 1400-EXIT.
004740     EXIT.
004750******************************************************************
004760*  2000-PROCESS-MASTER-ROW -- the history master is keyed on
004770*                             account first, so a sequential pass
004780*                             delivers each account's rows as one
004790*                             group; a change of account closes
004800*                             the statement being built, then the
004810*                             current row is accumulated.  Then
004820*                             read the next row.
004830******************************************************************
004840 2000-PROCESS-MASTER-ROW.
004850     MOVE DL100-MST-RAW TO DL800-WORK-REC.
004860     MOVE DL100-MST-KEY(1:10) TO DL800-ROW-ACCT.
004870     IF DL800-GROUP-OPEN AND DL800-ROW-ACCT NOT = DL800-CURR-ACCT
004880         PERFORM 3000-EMIT-STATEMENT THRU 3000-EXIT
004890     END-IF.
004900     IF DL800-ROW-ACCT NOT < DL800-SEL-ACCT-FROM
004910             AND DL800-ROW-ACCT NOT > DL800-SEL-ACCT-TO
004920         IF NOT DL800-GROUP-OPEN
004930             SET DL800-GROUP-OPEN TO TRUE
004940             MOVE DL800-ROW-ACCT TO DL800-CURR-ACCT
004950             MOVE ZERO TO DL800-NET-IN-RANGE
004960             MOVE ZERO TO DL800-NET-AFTER
004970             MOVE ZERO TO DL800-NET-SINCE
004980             MOVE ZERO TO DL800-ACT-COUNT
004990             MOVE 'N' TO DL800-ACT-FULL-SWITCH
005000         END-IF
005010         PERFORM 2100-ACCUMULATE-ROW THRU 2100-EXIT
005020     END-IF.
005030     READ TRANS-MASTER
005040         AT END SET DL800-MASTER-EOF TO TRUE
005050     END-READ.
005060     IF NOT DL800-MASTER-EOF
005070         ADD 1 TO DL800-ROWS-READ
005080     END-IF.
005090 2000-EXIT.
005100     EXIT.
005110******************************************************************
005120*  2100-ACCUMULATE-ROW -- the row is one item on its code's side;
005130*                         a reversed row is a second, its backout,
005140*                         on the opposite side.  Each is taken on
005150*                         its own in 2120.  A transfer row's side
005160*                         is set by which of its accounts this
005170*                         row belongs to.  An item, or a backout,
005180*                         the posting run rejected never reached
005190*                         the balance and is left off.
005200******************************************************************
005210 2100-ACCUMULATE-ROW.
005220     IF DL100-TRANS-AMOUNT NOT NUMERIC
005230         GO TO 2100-EXIT
005240     END-IF.
005250     IF DL100-MST-POST-REJECTED
005260         GO TO 2100-EXIT
005270     END-IF.
005280     PERFORM 2150-LOOKUP-TRANS-CODE THRU 2150-EXIT.
005290     MOVE SPACE TO DL800-NEW-ACT-XFR-DIR.
005300     MOVE ZERO TO DL800-NEW-ACT-XFR-ACCT.
005310     IF DL100-REC-TYPE = 'XFR'
005320         PERFORM 2160-SET-TRANSFER-LEG THRU 2160-EXIT
005330     END-IF.
005340     MOVE DL100-TRANS-DATE TO DL800-NEW-ACT-TRANS-DATE.
005350     MOVE DL100-MST-RUN-DATE TO DL800-NEW-ACT-RUN-DATE.
005360     MOVE DL100-TRANS-CODE TO DL800-NEW-ACT-CODE.
005370     MOVE DL800-DC-SIDE TO DL800-NEW-ACT-SIDE.
005380     MOVE DL100-TRANS-AMOUNT TO DL800-NEW-ACT-AMOUNT.
005390     MOVE 'N' TO DL800-NEW-ACT-REV-FLAG.
005400     MOVE DL100-MST-TRANS-REF TO DL800-NEW-ACT-REF.
005410     MOVE SPACES TO DL800-NEW-ACT-ORIG-REF.
005420     PERFORM 2120-ACCUMULATE-ITEM THRU 2120-EXIT.
005430     IF DL100-MST-REVERSED AND NOT DL100-MST-REV-REJECTED
005440         PERFORM 2180-ACCUMULATE-REVERSAL THRU 2180-EXIT
005450     END-IF.
005460 2100-EXIT.
005470     EXIT.
005480******************************************************************
005490*  2120-ACCUMULATE-ITEM -- the staged item's effective date is its
005500*                          transaction date, or the day after the
005510*                          last closed month when it is dated in
005520*                          that month but posted after the close.
005530*                          Items after the close go into the net
005540*                          since the snapshot; items after the
005550*                          period only into the after-period net
005560*                          the closing balance is backed out of;
005570*                          items inside the period into the
005580*                          activity table and the in-period net.
005590******************************************************************
005600 2120-ACCUMULATE-ITEM.
005610     MOVE DL800-NEW-ACT-TRANS-DATE TO DL800-NEW-ACT-DATE.
005620     MOVE 'N' TO DL800-NEW-ACT-ADJ-FLAG.
005630     IF DL800-PERIOD-CLOSED
005640             AND DL800-NEW-ACT-TRANS-DATE NOT > DL800-CLOSED-END
005650             AND DL800-NEW-ACT-RUN-DATE > DL800-CLOSED-ON
005660         MOVE DL800-ADJ-DATE TO DL800-NEW-ACT-DATE
005670         MOVE 'Y' TO DL800-NEW-ACT-ADJ-FLAG
005680     END-IF.
005690     IF DL800-PERIOD-CLOSED
005700             AND DL800-NEW-ACT-DATE > DL800-CLOSED-END
005710         IF DL800-NEW-ACT-SIDE = 'D'
005720             SUBTRACT DL800-NEW-ACT-AMOUNT FROM DL800-NET-SINCE
005730         ELSE
005740             ADD DL800-NEW-ACT-AMOUNT TO DL800-NET-SINCE
005750         END-IF
005760     END-IF.
005770     IF DL800-NEW-ACT-DATE > DL800-SEL-DATE-TO
005780         IF DL800-NEW-ACT-SIDE = 'D'
005790             SUBTRACT DL800-NEW-ACT-AMOUNT FROM DL800-NET-AFTER
005800         ELSE
005810             ADD DL800-NEW-ACT-AMOUNT TO DL800-NET-AFTER
005820         END-IF
005830         GO TO 2120-EXIT
005840     END-IF.
005850     IF DL800-NEW-ACT-DATE < DL800-SEL-DATE-FROM
005860         GO TO 2120-EXIT
005870     END-IF.
005880     IF DL800-NEW-ACT-SIDE = 'D'
005890         SUBTRACT DL800-NEW-ACT-AMOUNT FROM DL800-NET-IN-RANGE
005900     ELSE
005910         ADD DL800-NEW-ACT-AMOUNT TO DL800-NET-IN-RANGE
005920     END-IF.
005930     PERFORM 2200-INSERT-ACTIVITY THRU 2200-EXIT.
005940 2120-EXIT.
005950     EXIT.
005960******************************************************************
005970*  2150-LOOKUP-TRANS-CODE -- description and ledger side for this
005980*                            row's code; a code the table does
005990*                            not know prints as a credit with its
006000*                            description blank
006010******************************************************************
006020 2150-LOOKUP-TRANS-CODE.
006030     MOVE 'C' TO DL800-DC-SIDE.
006040     MOVE SPACES TO DL800-CODE-DESC.
006050     IF DL800-TCODE-COUNT = ZERO
006060         GO TO 2150-EXIT
006070     END-IF.
006080     SET DL800-TCODE-IDX TO 1.
006090     SEARCH DL800-TCODE-ENTRY
006100         AT END
006110             CONTINUE
006120         WHEN DL800-TCODE-CODE(DL800-TCODE-IDX)
006130                 = DL100-TRANS-CODE
006140             MOVE DL800-TCODE-DC-IND(DL800-TCODE-IDX)
006150                 TO DL800-DC-SIDE
006160             MOVE DL800-TCODE-DESC(DL800-TCODE-IDX)
006170                 TO DL800-CODE-DESC
006180     END-SEARCH.
006190 2150-EXIT.
006200     EXIT.
006210******************************************************************
006220*  2160-SET-TRANSFER-LEG -- the from-account's row of a transfer
006230*                           is a debit to the to-account, the
006240*                           to-account's row a credit from the
006250*                           from-account, whatever side the code
006260*                           names
006270******************************************************************
006280 2160-SET-TRANSFER-LEG.
006290     IF DL800-ROW-ACCT = DL100-ACCOUNT-NO
006300         MOVE 'D' TO DL800-DC-SIDE
006310         MOVE 'T' TO DL800-NEW-ACT-XFR-DIR
006320         MOVE DL100-XFR-TO-ACCOUNT TO DL800-NEW-ACT-XFR-ACCT
006330     ELSE
006340         MOVE 'C' TO DL800-DC-SIDE
006350         MOVE 'F' TO DL800-NEW-ACT-XFR-DIR
006360         MOVE DL100-ACCOUNT-NO TO DL800-NEW-ACT-XFR-ACCT
006370     END-IF.
006380 2160-EXIT.
006390     EXIT.
006400******************************************************************
006410*  2180-ACCUMULATE-REVERSAL -- the current row's master record
006420*                             says a REV backed it out: the
006430*                             statement shows the backout beside
006440*                             the original, same date, opposite
006450*                             side, so the two cancel in the
006460*                             period net.  The backout posted on
006470*                             the run that accepted the REV.
006480******************************************************************
006490 2180-ACCUMULATE-REVERSAL.
006500     IF DL800-DC-SIDE = 'D'
006510         MOVE 'C' TO DL800-REV-SIDE
006520     ELSE
006530         MOVE 'D' TO DL800-REV-SIDE
006540     END-IF.
006550     IF DL100-MST-REV-RUN-DATE NUMERIC
006560             AND DL100-MST-REV-RUN-DATE > ZERO
006570         MOVE DL100-MST-REV-RUN-DATE TO DL800-NEW-ACT-RUN-DATE
006580     END-IF.
006590     MOVE DL800-REV-SIDE TO DL800-NEW-ACT-SIDE.
006600     MOVE 'Y' TO DL800-NEW-ACT-REV-FLAG.
006610     MOVE DL100-MST-REV-REF TO DL800-NEW-ACT-REF.
006620     MOVE DL100-MST-TRANS-REF TO DL800-NEW-ACT-ORIG-REF.
006630     PERFORM 2120-ACCUMULATE-ITEM THRU 2120-EXIT.
006640 2180-EXIT.
006650     EXIT.
006660******************************************************************
006670*  2200-INSERT-ACTIVITY -- place the staged activity entry into
006680*                          the table in transaction-date order by
006690*                          shifting later entries down; a full
006700*                          table drops the entry and flags the
006710*                          statement incomplete
006720******************************************************************
006730 2200-INSERT-ACTIVITY.
006740     IF DL800-ACT-COUNT NOT < DL800-ACT-MAX
006750         SET DL800-ACTIVITY-DROPPED TO TRUE
006760         GO TO 2200-EXIT
006770     END-IF.
006780     MOVE DL800-ACT-COUNT TO DL800-SHIFT-SUB.
006790     ADD 1 TO DL800-ACT-COUNT.
006800     MOVE 'N' TO DL800-SLOT-FOUND-SWITCH.
006810     PERFORM 2250-SHIFT-ACTIVITY THRU 2250-EXIT
006820         UNTIL DL800-SLOT-FOUND OR DL800-SHIFT-SUB = ZERO.
006830     ADD 1 DL800-SHIFT-SUB GIVING DL800-SHIFT-SUB-1.
006840     MOVE DL800-NEW-ACT-DATE
006850         TO DL800-ACT-DATE(DL800-SHIFT-SUB-1).
006860     MOVE DL800-NEW-ACT-RUN-DATE
006870         TO DL800-ACT-RUN-DATE(DL800-SHIFT-SUB-1).
006880     MOVE DL800-NEW-ACT-CODE
006890         TO DL800-ACT-CODE(DL800-SHIFT-SUB-1).
006900     MOVE DL800-NEW-ACT-SIDE
006910         TO DL800-ACT-SIDE(DL800-SHIFT-SUB-1).
006920     MOVE DL800-NEW-ACT-AMOUNT
006930         TO DL800-ACT-AMOUNT(DL800-SHIFT-SUB-1).
006940     MOVE DL800-NEW-ACT-REV-FLAG
006950         TO DL800-ACT-REV-FLAG(DL800-SHIFT-SUB-1).
006960     MOVE DL800-NEW-ACT-REF
006970         TO DL800-ACT-REF(DL800-SHIFT-SUB-1).
006980     MOVE DL800-NEW-ACT-ORIG-REF
006990         TO DL800-ACT-ORIG-REF(DL800-SHIFT-SUB-1).
007000     MOVE DL800-NEW-ACT-TRANS-DATE
007010         TO DL800-ACT-TRANS-DATE(DL800-SHIFT-SUB-1).
007020     MOVE DL800-NEW-ACT-ADJ-FLAG
007030         TO DL800-ACT-ADJ-FLAG(DL800-SHIFT-SUB-1).
007040     MOVE DL800-NEW-ACT-XFR-DIR
007050         TO DL800-ACT-XFR-DIR(DL800-SHIFT-SUB-1).
007060     MOVE DL800-NEW-ACT-XFR-ACCT
007070         TO DL800-ACT-XFR-ACCT(DL800-SHIFT-SUB-1).
007080 2200-EXIT.
007090     EXIT.
007100 2250-SHIFT-ACTIVITY.
007110     IF DL800-ACT-DATE(DL800-SHIFT-SUB) > DL800-NEW-ACT-DATE
007120         ADD 1 DL800-SHIFT-SUB GIVING DL800-SHIFT-SUB-1
007130         MOVE DL800-ACT-ENTRY(DL800-SHIFT-SUB)
007140             TO DL800-ACT-ENTRY(DL800-SHIFT-SUB-1)
007150         SUBTRACT 1 FROM DL800-SHIFT-SUB
007160     ELSE
007170         SET DL800-SLOT-FOUND TO TRUE
007180     END-IF.
007190 2250-EXIT.
007200     EXIT.
007210******************************************************************
007220*  3000-EMIT-STATEMENT -- one statement section for the account
007230*                         group just completed: opening balance,
007240*                         the period's activity in date order,
007250*                         closing balance
007260******************************************************************
007270 3000-EMIT-STATEMENT.
007280     MOVE 'N' TO DL800-GROUP-OPEN-SWITCH.
007290     IF DL800-RPT-OPEN-FAILED
007300         GO TO 3000-EXIT
007310     END-IF.
007320     PERFORM 3050-FIND-BALANCE THRU 3050-EXIT.
007330     MOVE DL800-MST-BALANCE-WK TO DL800-BASE-BALANCE.
007340     IF DL800-PERIOD-CLOSED
007350         PERFORM 3060-FIND-SNAPSHOT THRU 3060-EXIT
007360     END-IF.
007370     COMPUTE DL800-CLOSE-BALANCE =
007380         DL800-BASE-BALANCE - DL800-NET-AFTER.
007390     COMPUTE DL800-OPEN-BALANCE =
007400         DL800-CLOSE-BALANCE - DL800-NET-IN-RANGE.
007410     ADD 1 TO DL800-ACCTS-PRINTED.
007420
007430     MOVE SPACES TO DL800-RPT-LINE.
007440     WRITE DL800-RPT-LINE.
007450     MOVE SPACES TO DL800-RPT-LINE.
007460     STRING 'ACCOUNT ' DL800-CURR-ACCT
007470         DELIMITED BY SIZE INTO DL800-RPT-LINE.
007480     WRITE DL800-RPT-LINE.
007490     IF NOT DL800-BALANCE-FOUND
007500         MOVE SPACES TO DL800-RPT-LINE
007510         STRING '  *** NOT ON ACCT-MASTER -- BALANCES REBUILT'
007520             ' FROM HISTORY ***'
007530             DELIMITED BY SIZE INTO DL800-RPT-LINE
007540         WRITE DL800-RPT-LINE
007550     END-IF.
007560     IF DL800-BALANCE-FOUND
007570             AND DL800-BASE-BALANCE NOT = DL800-MST-BALANCE-WK
007580         MOVE DL800-MST-BALANCE-WK TO DL800-RPT-AMT-EDIT
007590         MOVE SPACES TO DL800-RPT-LINE
007600         STRING '  *** MASTER BALANCE ' DL800-RPT-AMT-EDIT
007610             ' DISAGREES WITH LAST CLOSE ***'
007620             DELIMITED BY SIZE INTO DL800-RPT-LINE
007630         WRITE DL800-RPT-LINE
007640     END-IF.
007650     MOVE DL800-OPEN-BALANCE TO DL800-RPT-AMT-EDIT.
007660     MOVE SPACES TO DL800-RPT-LINE.
007670     STRING 'OPENING BALANCE....: ' DL800-RPT-AMT-EDIT
007680         DELIMITED BY SIZE INTO DL800-RPT-LINE.
007690     WRITE DL800-RPT-LINE.
007700     IF DL800-ACT-COUNT = ZERO
007710         MOVE SPACES TO DL800-RPT-LINE
007720         STRING '  NO ACTIVITY IN PERIOD'
007730             DELIMITED BY SIZE INTO DL800-RPT-LINE
007740         WRITE DL800-RPT-LINE
007750     ELSE
007760         PERFORM 3100-WRITE-ACTIVITY-LINE THRU 3100-EXIT
007770             VARYING DL800-SUB FROM 1 BY 1
007780             UNTIL DL800-SUB > DL800-ACT-COUNT
007790     END-IF.
007800     IF DL800-ACTIVITY-DROPPED
007810         MOVE SPACES TO DL800-RPT-LINE
007820         STRING '  *** ACTIVITY TABLE FULL -- STATEMENT IS'
007830             ' INCOMPLETE ***'
007840             DELIMITED BY SIZE INTO DL800-RPT-LINE
007850         WRITE DL800-RPT-LINE
007860     END-IF.
007870     MOVE DL800-CLOSE-BALANCE TO DL800-RPT-AMT-EDIT.
007880     MOVE SPACES TO DL800-RPT-LINE.
007890     STRING 'CLOSING BALANCE....: ' DL800-RPT-AMT-EDIT
007900         DELIMITED BY SIZE INTO DL800-RPT-LINE.
007910     WRITE DL800-RPT-LINE.
007920 3000-EXIT.
007930     EXIT.
007940******************************************************************
007950*  3050-FIND-BALANCE -- the account's carried-forward balance on
007960*                       ACCT-MASTER; an account posting never saw
007970*                       anchors to zero and is flagged
007980******************************************************************
007990 3050-FIND-BALANCE.
008000     MOVE 'N' TO DL800-BAL-FOUND-SWITCH.
008010     MOVE ZERO TO DL800-MST-BALANCE-WK.
008020     IF DL800-ACCT-COUNT = ZERO
008030         GO TO 3050-EXIT
008040     END-IF.
008050     SET DL800-BAL-IDX TO 1.
008060     SEARCH DL800-BAL-ENTRY
008070         AT END
008080             CONTINUE
008090         WHEN DL800-BAL-ACCT-NO(DL800-BAL-IDX)
008100                 = DL800-CURR-ACCT
008110             SET DL800-BALANCE-FOUND TO TRUE
008120             MOVE DL800-BAL-AMOUNT(DL800-BAL-IDX)
008130                 TO DL800-MST-BALANCE-WK
008140     END-SEARCH.
008150 3050-EXIT.
008160     EXIT.
008170******************************************************************
008180*  3060-FIND-SNAPSHOT -- the account's closing balance for the
008190*                        last closed month plus everything booked
008200*                        since; an account opened after the close
008210*                        has no snapshot row and starts from zero
008220******************************************************************
008230 3060-FIND-SNAPSHOT.
008240     MOVE DL800-CLOSED-PERIOD TO DL920-PBL-PERIOD.
008250     MOVE DL800-CURR-ACCT TO DL920-PBL-ACCOUNT-NO.
008260     READ PERIOD-BALANCES
008270         INVALID KEY
008280             MOVE ZERO TO DL920-PBL-CLOSING
008290     END-READ.
008300     COMPUTE DL800-BASE-BALANCE =
008310         DL920-PBL-CLOSING + DL800-NET-SINCE.
008320 3060-EXIT.
008330     EXIT.
008340 3100-WRITE-ACTIVITY-LINE.
008350     MOVE SPACES TO DL800-RPT-DETAIL.
008360     MOVE DL800-ACT-DATE(DL800-SUB) TO DL800-RPT-DATE.
008370     MOVE DL800-ACT-REF(DL800-SUB) TO DL800-RPT-REF.
008380     MOVE DL800-ACT-CODE(DL800-SUB) TO DL800-RPT-CODE.
008390     MOVE DL800-ACT-CODE(DL800-SUB) TO DL100-TRANS-CODE.
008400     PERFORM 2150-LOOKUP-TRANS-CODE THRU 2150-EXIT.
008410     MOVE DL800-CODE-DESC TO DL800-RPT-DESC.
008420     IF DL800-ACT-XFR-DIR(DL800-SUB) = 'T'
008430         MOVE SPACES TO DL800-RPT-DESC
008440         STRING 'TRANSFER TO ' DL800-ACT-XFR-ACCT(DL800-SUB)
008450             DELIMITED BY SIZE INTO DL800-RPT-DESC
008460     END-IF.
008470     IF DL800-ACT-XFR-DIR(DL800-SUB) = 'F'
008480         MOVE SPACES TO DL800-RPT-DESC
008490         STRING 'TRANSFER FROM ' DL800-ACT-XFR-ACCT(DL800-SUB)
008500             DELIMITED BY SIZE INTO DL800-RPT-DESC
008510     END-IF.
008520     IF DL800-ACT-REV-FLAG(DL800-SUB) = 'Y'
008530         MOVE SPACES TO DL800-RPT-DESC
008540         STRING 'REVERSAL OF ' DL800-ACT-ORIG-REF(DL800-SUB)
008550             DELIMITED BY SIZE INTO DL800-RPT-DESC
008560     END-IF.
008570     IF DL800-ACT-ADJ-FLAG(DL800-SUB) = 'Y'
008580             AND DL800-ACT-REV-FLAG(DL800-SUB) NOT = 'Y'
008590         MOVE SPACES TO DL800-RPT-DESC
008600         STRING 'PRIOR-PERIOD ADJ '
008610             DL800-ACT-TRANS-DATE(DL800-SUB)
008620             DELIMITED BY SIZE INTO DL800-RPT-DESC
008630     END-IF.
008640     IF DL800-ACT-SIDE(DL800-SUB) = 'D'
008650         MOVE 'DR' TO DL800-RPT-SIDE
008660     ELSE
008670         MOVE 'CR' TO DL800-RPT-SIDE
008680     END-IF.
008690     MOVE DL800-ACT-AMOUNT(DL800-SUB) TO DL800-RPT-AMOUNT.
008700     MOVE DL800-RPT-DETAIL TO DL800-RPT-LINE.
008710     WRITE DL800-RPT-LINE.
008720     ADD 1 TO DL800-TRANS-PRINTED.
008730 3100-EXIT.
008740     EXIT.
008750******************************************************************
008760*  8000-FINALIZE -- run totals, then close
008770******************************************************************
008780 8000-FINALIZE.
008790     IF NOT DL800-RPT-OPEN-FAILED
008800         MOVE SPACES TO DL800-RPT-LINE
008810         WRITE DL800-RPT-LINE
008820         MOVE DL800-ROWS-READ TO DL800-RPT-NUM-EDIT
008830         MOVE SPACES TO DL800-RPT-LINE
008840         STRING 'HISTORY ROWS READ..: ' DL800-RPT-NUM-EDIT
008850             DELIMITED BY SIZE INTO DL800-RPT-LINE
008860         WRITE DL800-RPT-LINE
008870         MOVE DL800-ACCTS-PRINTED TO DL800-RPT-NUM-EDIT
008880         MOVE SPACES TO DL800-RPT-LINE
008890         STRING 'STATEMENTS PRINTED.: ' DL800-RPT-NUM-EDIT
008900             DELIMITED BY SIZE INTO DL800-RPT-LINE
008910         WRITE DL800-RPT-LINE
008920         MOVE DL800-TRANS-PRINTED TO DL800-RPT-NUM-EDIT
008930         MOVE SPACES TO DL800-RPT-LINE
008940         STRING 'TRANSACTIONS SHOWN.: ' DL800-RPT-NUM-EDIT
008950             DELIMITED BY SIZE INTO DL800-RPT-LINE
008960         WRITE DL800-RPT-LINE
008970         CLOSE STATEMENT-RPT
008980     END-IF.
008990     CLOSE TRANS-MASTER.
009000     IF DL800-PERIOD-CLOSED
009010         CLOSE PERIOD-BALANCES
009020     END-IF.
009030 8000-EXIT.
009040     EXIT.
