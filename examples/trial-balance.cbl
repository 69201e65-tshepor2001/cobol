000310*   09/02/2026 RM    ACCT-MASTER is now the indexed master the
000320*                    posting run keys against; the balance load
000330*                    here reads it sequentially by key.
000340*   10/15/2026 RM    TRANS-MASTER is now keyed on account +
000350*                    transaction reference, with the reference
000360*                    as an alternate key; still account-first,
000370*                    so the grouping is unchanged.
000380*   10/15/2026 RM    Once a month has been closed each account is
000390*                    rebuilt from its PERIOD-BALANCES closing
000400*                    balance plus the items booked since the
000410*                    close -- dated after the closed month, or
000420*                    posted after the close -- rather than from
000430*                    zero.  A reversed row and its backout are
000440*                    taken as two items, each on its own run
000450*                    date, so a REV accepted after the close of
000460*                    an item it backs out is not lost.  A control
000470*                    record naming a closed month whose snapshot
000480*                    will not open refuses the run.
000490*   10/15/2026 RM    An XFR row rebuilds as a debit on the
000500*                    from-account and a credit on the to-account,
000510*                    the sides the posting run applies them on.
000520*   10/15/2026 RM    TRANS-MASTER now carries the reference of the
000530*                    REV that backed a row out as a second
000540*                    alternate key; the SELECT names it to match
000550*                    the file.
000560*   10/15/2026 RM    A history row the posting run rejected is
000570*                    passed by, and a reversed row whose REV
000580*                    posting rejected is taken without its
000590*                    backout, so rejects no longer throw the
000600*                    rebuilt balance off the master's.
000610******************************************************************
000620 IDENTIFICATION DIVISION.
000630 PROGRAM-ID. TRIAL-BALANCE.
000640 ENVIRONMENT DIVISION.
000650 INPUT-OUTPUT SECTION.
000660 FILE-CONTROL.
000670 SELECT TRANS-MASTER ASSIGN TO "TRANS-MASTER"
000680     ORGANIZATION INDEXED
000690     ACCESS MODE SEQUENTIAL
000700     RECORD KEY IS DL100-MST-KEY
000710     ALTERNATE RECORD KEY IS DL100-MST-TRANS-REF WITH DUPLICATES
000720     ALTERNATE RECORD KEY IS DL100-MST-REV-REF WITH DUPLICATES
000730     FILE STATUS IS DL820-MASTER-STATUS.
000740 SELECT ACCT-MASTER ASSIGN TO "ACCT-MASTER"
000750     ORGANIZATION INDEXED
000760     ACCESS MODE SEQUENTIAL
000770     RECORD KEY IS DL200-MST-ACCOUNT-NO
000780     FILE STATUS IS DL820-ACCT-STATUS.
000790 SELECT TRANS-CODE-FILE ASSIGN TO "TRANS-CODES"
000800     ORGANIZATION LINE SEQUENTIAL
000810     FILE STATUS IS DL820-TCODE-STATUS.
000820 SELECT TRIAL-RPT ASSIGN TO "TRIAL-BAL-RPT"
000830     ORGANIZATION LINE SEQUENTIAL
000840     FILE STATUS IS DL820-RPT-STATUS.
000850 SELECT PERIOD-CONTROL ASSIGN TO "PERIOD-CONTROL"
000860     ORGANIZATION LINE SEQUENTIAL
000870     FILE STATUS IS DL820-PERIOD-STATUS.
000880 SELECT PERIOD-BALANCES ASSIGN TO "PERIOD-BALANCES"
000890     ORGANIZATION INDEXED
000900     ACCESS MODE RANDOM
000910     RECORD KEY IS DL920-PBL-KEY
000920     FILE STATUS IS DL820-SNAP-STATUS.
000930 DATA DIVISION.
000940 FILE SECTION.
000950 FD TRANS-MASTER.
000960 COPY DL100MST.
000970 FD ACCT-MASTER.
000980 COPY DL200MST.
000990 FD TRANS-CODE-FILE.
001000 COPY DL100TCD.
001010 FD TRIAL-RPT.
001020 01  DL820-RPT-LINE                  PIC X(80).
001030 FD PERIOD-CONTROL.
001040 COPY DL920CTL.
001050 FD PERIOD-BALANCES.
001060 COPY DL920PBL.
001070 WORKING-STORAGE SECTION.
001080 01  DL820-SWITCHES.
001090     05  DL820-MASTER-EOF-SWITCH     PIC X(01) VALUE 'N'.
001100         88  DL820-MASTER-EOF             VALUE 'Y'.
001110     05  DL820-ACCT-EOF-SWITCH       PIC X(01) VALUE 'N'.
001120         88  DL820-ACCT-EOF               VALUE 'Y'.
001130     05  DL820-TCODE-EOF-SWITCH      PIC X(01) VALUE 'N'.
001140         88  DL820-TCODE-EOF              VALUE 'Y'.
001150     05  DL820-RPT-OPEN-SWITCH       PIC X(01) VALUE 'N'.
001160         88  DL820-RPT-OPEN-FAILED        VALUE 'Y'.
001170     05  DL820-REFUSED-SWITCH        PIC X(01) VALUE 'N'.
001180         88  DL820-RUN-REFUSED            VALUE 'Y'.
001190     05  DL820-GROUP-OPEN-SWITCH     PIC X(01) VALUE 'N'.
001200         88  DL820-GROUP-OPEN             VALUE 'Y'.
001210     05  DL820-BAL-FOUND-SWITCH      PIC X(01) VALUE 'N'.
001220         88  DL820-BALANCE-FOUND          VALUE 'Y'.
001230     05  DL820-CLOSED-SWITCH         PIC X(01) VALUE 'N'.
001240         88  DL820-PERIOD-CLOSED          VALUE 'Y'.
001250 77  DL820-REFUSAL-TEXT              PIC X(60) VALUE SPACES.
001260 77  DL820-MASTER-STATUS             PIC X(02).
001270 77  DL820-ACCT-STATUS               PIC X(02).
001280 77  DL820-TCODE-STATUS              PIC X(02).
001290 77  DL820-RPT-STATUS                PIC X(02).
001300 77  DL820-PERIOD-STATUS             PIC X(02).
001310 77  DL820-SNAP-STATUS               PIC X(02).
001320 77  DL820-CLOSED-PERIOD             PIC 9(06) VALUE ZERO.
001330 77  DL820-CLOSED-END                PIC 9(08) VALUE ZERO.
001340 77  DL820-CLOSED-ON                 PIC 9(08) VALUE ZERO.
001350 77  DL820-ITEM-POSTED               PIC 9(08) VALUE ZERO.
001360 77  DL820-ITEM-SIDE                 PIC X(01) VALUE 'C'.
001370 77  DL820-SNAP-BALANCE              PIC S9(11)V99 COMP-3
001380                                     VALUE ZERO.
001390 77  DL820-ROWS-READ                 PIC 9(09) COMP VALUE ZERO.
001400 77  DL820-ROWS-SKIPPED              PIC 9(09) COMP VALUE ZERO.
001410 77  DL820-ACCTS-COMPARED            PIC 9(09) COMP VALUE ZERO.
001420 77  DL820-ACCTS-MISMATCHED          PIC 9(09) COMP VALUE ZERO.
001430 77  DL820-CURR-ACCT                 PIC 9(10) VALUE ZERO.
001440 77  DL820-ROW-ACCT                  PIC 9(10) VALUE ZERO.
001450 77  DL820-ACCT-COUNT                PIC 9(05) COMP VALUE ZERO.
001460 77  DL820-ACCT-MAX                  PIC 9(05) COMP VALUE 20000.
001470 77  DL820-TCODE-COUNT               PIC 9(05) COMP VALUE ZERO.
001480 77  DL820-TCODE-MAX                 PIC 9(05) COMP VALUE 500.
001490 77  DL820-SUB                       PIC 9(05) COMP VALUE ZERO.
001500 77  DL820-DC-SIDE                   PIC X(01) VALUE 'C'.
001510 77  DL820-REBUILT-BALANCE           PIC S9(11)V99 COMP-3
001520                                     VALUE ZERO.
001530 77  DL820-MASTER-BALANCE            PIC S9(11)V99 COMP-3
001540                                     VALUE ZERO.
001550 77  DL820-DIFFERENCE                PIC S9(11)V99 COMP-3
001560                                     VALUE ZERO.
001570 77  DL820-RPT-NUM-EDIT              PIC ZZZZZZZZ9.
001580 01  DL820-BAL-TABLE.
001590     05  DL820-BAL-ENTRY
001600         OCCURS 1 TO 20000 TIMES
001610         DEPENDING ON DL820-ACCT-COUNT
001620         INDEXED BY DL820-BAL-IDX.
001630         10  DL820-BAL-ACCT-NO       PIC 9(10).
001640         10  DL820-BAL-AMOUNT        PIC S9(11)V99 COMP-3.
001650         10  DL820-BAL-SEEN-FLAG     PIC X(01).
001660 01  DL820-TCODE-TABLE.
001670     05  DL820-TCODE-ENTRY
001680         OCCURS 1 TO 500 TIMES
001690         DEPENDING ON DL820-TCODE-COUNT
001700         INDEXED BY DL820-TCODE-IDX.
001710         10  DL820-TCODE-CODE        PIC X(02).
001720         10  DL820-TCODE-DC-IND      PIC X(01).
001730 01  DL820-WORK-REC                  PIC X(255).
001740 COPY DL100REC REPLACING ==LN== BY ==DL820-WORK-REC==.
001750 01  DL820-RPT-DETAIL.
001760     05  DL820-RPT-ACCT-NO           PIC 9(10).
001770     05  FILLER                      PIC X(02) VALUE SPACES.
001780     05  DL820-RPT-MASTER            PIC -ZZZZZZZZZZ9.99.
001790     05  FILLER                      PIC X(02) VALUE SPACES.
001800     05  DL820-RPT-REBUILT           PIC -ZZZZZZZZZZ9.99.
001810     05  FILLER                      PIC X(02) VALUE SPACES.
001820     05  DL820-RPT-DIFF              PIC -ZZZZZZZZZZ9.99.
001830     05  FILLER                      PIC X(02) VALUE SPACES.
001840     05  DL820-RPT-TAG               PIC X(13).
001850******************************************************************
001860*  0000-MAINLINE
001870******************************************************************
001880 PROCEDURE DIVISION.
001890 0000-MAINLINE.
001900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001910     IF NOT DL820-RUN-REFUSED
001920         PERFORM 2000-PROCESS-MASTER-ROW THRU 2000-EXIT
001930             UNTIL DL820-MASTER-EOF
001940         IF DL820-GROUP-OPEN
001950             PERFORM 3000-COMPARE-ACCOUNT THRU 3000-EXIT
001960         END-IF
001970         PERFORM 4000-SWEEP-UNSEEN-ACCOUNTS THRU 4000-EXIT
001980     END-IF.
001990     PERFORM 8000-FINALIZE THRU 8000-EXIT.
002000     IF DL820-RUN-REFUSED OR DL820-ACCTS-MISMATCHED > ZERO
002010             OR DL820-ROWS-SKIPPED > ZERO
002020             OR DL820-TCODE-COUNT = ZERO
002030         MOVE 8 TO RETURN-CODE
002040     END-IF.
002050     STOP RUN.
002060******************************************************************
002070*  1000-INITIALIZE -- load the code and balance tables, find the
002080*                     last closed month, open the history master
002090*                     and the report, and prime the first row
002100******************************************************************
002110 1000-INITIALIZE.
002120     PERFORM 1100-LOAD-TRANS-CODES THRU 1100-EXIT.
002130     PERFORM 1200-LOAD-BALANCES THRU 1200-EXIT.
002140     PERFORM 1400-OPEN-SNAPSHOT THRU 1400-EXIT.
002150     OPEN OUTPUT TRIAL-RPT.
002160     IF DL820-RPT-STATUS NOT = '00'
002170         DISPLAY 'TRIAL-BAL-RPT OPEN FAILED, STATUS='
002180             DL820-RPT-STATUS ' -- RUN REFUSED'
002190         SET DL820-RPT-OPEN-FAILED TO TRUE
002200         SET DL820-RUN-REFUSED TO TRUE
002210         MOVE 'TRIAL-BAL-RPT WILL NOT OPEN' TO DL820-REFUSAL-TEXT
002220     END-IF.
002230     OPEN INPUT TRANS-MASTER.
002240     IF DL820-MASTER-STATUS NOT = '00'
002250         DISPLAY 'TRANS-MASTER OPEN FAILED, STATUS='
002260             DL820-MASTER-STATUS ' -- RUN REFUSED'
002270         SET DL820-MASTER-EOF TO TRUE
002280         SET DL820-RUN-REFUSED TO TRUE
002290         MOVE 'TRANS-MASTER WILL NOT OPEN' TO DL820-REFUSAL-TEXT
002300     END-IF.
002310     PERFORM 1300-WRITE-REPORT-HEADER THRU 1300-EXIT.
002320     IF NOT DL820-MASTER-EOF
002330         READ TRANS-MASTER
002340             AT END SET DL820-MASTER-EOF TO TRUE
002350         END-READ
002360     END-IF.
002370     IF NOT DL820-MASTER-EOF
002380         ADD 1 TO DL820-ROWS-READ
002390     END-IF.
002400 1000-EXIT.
002410     EXIT.
002420******************************************************************
002430*  1100-LOAD-TRANS-CODES -- the debit/credit indicator per code
002440*                           decides which side of the rebuilt
002450*                           balance each amount hits; a run with
002460*                           no code table cannot certify and
002470*                           grades out of balance
002480******************************************************************
002490 1100-LOAD-TRANS-CODES.
002500     OPEN INPUT TRANS-CODE-FILE.
002510     IF DL820-TCODE-STATUS = '00'
002520         PERFORM 1150-LOAD-TRANS-CODE THRU 1150-EXIT
002530             UNTIL DL820-TCODE-EOF
002540         CLOSE TRANS-CODE-FILE
002550     ELSE
002560         DISPLAY 'TRANS-CODES OPEN FAILED, STATUS='
002570             DL820-TCODE-STATUS
002580             ' -- BALANCES CANNOT BE REBUILT RELIABLY'
002590     END-IF.
002600 1100-EXIT.
002610     EXIT.
002620 1150-LOAD-TRANS-CODE.
002630     READ TRANS-CODE-FILE
002640         AT END SET DL820-TCODE-EOF TO TRUE
002650     END-READ.
002660     IF NOT DL820-TCODE-EOF
002670         IF DL820-TCODE-COUNT < DL820-TCODE-MAX
002680             ADD 1 TO DL820-TCODE-COUNT
002690             SET DL820-TCODE-IDX TO DL820-TCODE-COUNT
002700             MOVE DL100-TCD-CODE
002710                 TO DL820-TCODE-CODE(DL820-TCODE-IDX)
002720             MOVE DL100-TCD-DC-IND
002730                 TO DL820-TCODE-DC-IND(DL820-TCODE-IDX)
002740         ELSE
002750             DISPLAY 'TRANS-CODE TABLE FULL AT ' DL820-TCODE-MAX
002760                 ' -- REMAINING CODES DROPPED'
002770         END-IF
002780     END-IF.
002790 1150-EXIT.
002800     EXIT.
002810******************************************************************
002820*  1200-LOAD-BALANCES -- the carried-forward balances under
002830*                        comparison; the run refuses when the
002840*                        table overflows, since a partial load
002850*                        would report phantom mismatches
002860******************************************************************
002870 1200-LOAD-BALANCES.
002880     OPEN INPUT ACCT-MASTER.
002890     IF DL820-ACCT-STATUS = '00'
002900         PERFORM 1250-LOAD-BALANCE-RECORD THRU 1250-EXIT
002910             UNTIL DL820-ACCT-EOF
002920         CLOSE ACCT-MASTER
002930     ELSE
002940         DISPLAY 'ACCT-MASTER OPEN FAILED, STATUS='
002950             DL820-ACCT-STATUS ' -- RUN REFUSED'
002960         SET DL820-RUN-REFUSED TO TRUE
002970         MOVE 'ACCT-MASTER WILL NOT OPEN' TO DL820-REFUSAL-TEXT
002980     END-IF.
002990 1200-EXIT.
003000     EXIT.
003010 1250-LOAD-BALANCE-RECORD.
003020     READ ACCT-MASTER
003030         AT END SET DL820-ACCT-EOF TO TRUE
003040     END-READ.
003050     IF NOT DL820-ACCT-EOF
003060         IF DL820-ACCT-COUNT < DL820-ACCT-MAX
003070             ADD 1 TO DL820-ACCT-COUNT
003080             SET DL820-BAL-IDX TO DL820-ACCT-COUNT
003090             MOVE DL200-MST-ACCOUNT-NO
003100                 TO DL820-BAL-ACCT-NO(DL820-BAL-IDX)
003110             MOVE DL200-MST-BALANCE
003120                 TO DL820-BAL-AMOUNT(DL820-BAL-IDX)
003130             MOVE 'N' TO DL820-BAL-SEEN-FLAG(DL820-BAL-IDX)
003140         ELSE
003150             DISPLAY 'BALANCE TABLE FULL AT ' DL820-ACCT-MAX
003160                 ' -- RUN REFUSED'
003170             SET DL820-RUN-REFUSED TO TRUE
003180             MOVE 'BALANCE TABLE FULL' TO DL820-REFUSAL-TEXT
003190         END-IF
003200     END-IF.
003210 1250-EXIT.
003220     EXIT.
003230 1300-WRITE-REPORT-HEADER.
003240     IF DL820-RPT-OPEN-FAILED
003250         GO TO 1300-EXIT
003260     END-IF.
003270     MOVE SPACES TO DL820-RPT-LINE.
003280     STRING 'TRIAL-BALANCE RECONCILIATION REPORT'
003290         DELIMITED BY SIZE INTO DL820-RPT-LINE.
003300     WRITE DL820-RPT-LINE.
003310     IF DL820-RUN-REFUSED
003320         MOVE SPACES TO DL820-RPT-LINE
003330         STRING 'RUN REFUSED -- ' DL820-REFUSAL-TEXT
003340             DELIMITED BY SIZE INTO DL820-RPT-LINE
003350         WRITE DL820-RPT-LINE
003360     END-IF.
003370     IF DL820-PERIOD-CLOSED
003380         MOVE SPACES TO DL820-RPT-LINE
003390         STRING 'REBUILT FROM CLOSE OF ' DL820-CLOSED-PERIOD
003400             ' (' DL820-CLOSED-END ') CLOSED ON ' DL820-CLOSED-ON
003410             DELIMITED BY SIZE INTO DL820-RPT-LINE
003420         WRITE DL820-RPT-LINE
003430     END-IF.
003440     MOVE SPACES TO DL820-RPT-LINE.
003450     STRING 'ACCOUNT NO     MASTER BALANCE   REBUILT BALANCE'
003460         '        DIFFERENCE'
003470         DELIMITED BY SIZE INTO DL820-RPT-LINE.
003480     WRITE DL820-RPT-LINE.
003490 1300-EXIT.
003500     EXIT.
003510******************************************************************
003520*  1400-OPEN-SNAPSHOT -- the month PERIOD-CONTROL names as last
003530*                        closed; its snapshot is the base every
003540*                        account is rebuilt from, so a snapshot
003550*                        that will not open refuses the run
003560******************************************************************
003570 1400-OPEN-SNAPSHOT.
003580     OPEN INPUT PERIOD-CONTROL.
003590     IF DL820-PERIOD-STATUS NOT = '00'
003600         GO TO 1400-EXIT
003610     END-IF.
003620     READ PERIOD-CONTROL
003630         AT END MOVE SPACES TO DL920-CONTROL-RECORD
003640     END-READ.
003650     CLOSE PERIOD-CONTROL.
003660     IF NOT DL920-CTL-CLOSED OR DL920-CTL-PERIOD NOT NUMERIC
003670             OR DL920-CTL-PERIOD-END NOT NUMERIC
003680             OR DL920-CTL-CLOSE-DATE NOT NUMERIC
003690         GO TO 1400-EXIT
003700     END-IF.
003710     OPEN INPUT PERIOD-BALANCES.
003720     IF DL820-SNAP-STATUS NOT = '00'
003730         DISPLAY 'PERIOD-BALANCES OPEN FAILED, STATUS='
003740             DL820-SNAP-STATUS ' -- RUN REFUSED'
003750         SET DL820-RUN-REFUSED TO TRUE
003760         MOVE 'PERIOD-BALANCES WILL NOT OPEN'
003770             TO DL820-REFUSAL-TEXT
003780         GO TO 1400-EXIT
003790     END-IF.
003800     SET DL820-PERIOD-CLOSED TO TRUE.
003810     MOVE DL920-CTL-PERIOD TO DL820-CLOSED-PERIOD.
003820     MOVE DL920-CTL-PERIOD-END TO DL820-CLOSED-END.
003830     MOVE DL920-CTL-CLOSE-DATE TO DL820-CLOSED-ON.
003840 1400-EXIT.
003850     EXIT.
003860******************************************************************
003870*  2000-PROCESS-MASTER-ROW -- the history master is keyed on
003880*                             account first, so a sequential
003890*                             pass delivers each account's rows
003900*                             together; a change of account
003910*                             closes the comparison for the
003920*                             account just finished.  A row the
003930*                             posting run rejected never moved
003940*                             the balance and is passed by.
003950*                             Then read the next row.
003960******************************************************************
003970 2000-PROCESS-MASTER-ROW.
003980     MOVE DL100-MST-RAW TO DL820-WORK-REC.
003990     MOVE DL100-MST-KEY(1:10) TO DL820-ROW-ACCT.
004000     IF DL820-GROUP-OPEN AND DL820-ROW-ACCT NOT = DL820-CURR-ACCT
004010         PERFORM 3000-COMPARE-ACCOUNT THRU 3000-EXIT
004020     END-IF.
004030     IF NOT DL820-GROUP-OPEN
004040         SET DL820-GROUP-OPEN TO TRUE
004050         MOVE DL820-ROW-ACCT TO DL820-CURR-ACCT
004060         MOVE ZERO TO DL820-REBUILT-BALANCE
004070     END-IF.
004080     IF DL100-TRANS-AMOUNT NOT NUMERIC
004090         ADD 1 TO DL820-ROWS-SKIPPED
004100     ELSE
004110         IF NOT DL100-MST-POST-REJECTED
004120             PERFORM 2100-LOOKUP-DC-SIDE THRU 2100-EXIT
004130             MOVE DL100-MST-RUN-DATE TO DL820-ITEM-POSTED
004140             MOVE DL820-DC-SIDE TO DL820-ITEM-SIDE
004150             PERFORM 2200-APPLY-ITEM THRU 2200-EXIT
004160*    A row flagged reversed and the REV that backed it out net
004170*    to zero once both are taken -- unless posting rejected the
004180*    REV, when the original stands alone.
004190             IF DL100-MST-REVERSED AND NOT DL100-MST-REV-REJECTED
004200                 PERFORM 2150-APPLY-BACKOUT THRU 2150-EXIT
004210             END-IF
004220         END-IF
004230     END-IF.
004240     READ TRANS-MASTER
004250         AT END SET DL820-MASTER-EOF TO TRUE
004260     END-READ.
004270     IF NOT DL820-MASTER-EOF
004280         ADD 1 TO DL820-ROWS-READ
004290     END-IF.
004300 2000-EXIT.
004310     EXIT.
004320******************************************************************
004330*  2100-LOOKUP-DC-SIDE -- which side of the ledger this row's
004340*                         code posts on, the same rule the
004350*                         posting run applies; a code missing
004360*                         from the table rebuilds as a credit.  A
004370*                         transfer's from-account row is a debit
004380*                         and its to-account row a credit.
004390******************************************************************
004400 2100-LOOKUP-DC-SIDE.
004410     MOVE 'C' TO DL820-DC-SIDE.
004420     IF DL100-REC-TYPE = 'XFR'
004430         IF DL820-ROW-ACCT = DL100-ACCOUNT-NO
004440             MOVE 'D' TO DL820-DC-SIDE
004450         END-IF
004460         GO TO 2100-EXIT
004470     END-IF.
004480     IF DL820-TCODE-COUNT = ZERO
004490         GO TO 2100-EXIT
004500     END-IF.
004510     SET DL820-TCODE-IDX TO 1.
004520     SEARCH DL820-TCODE-ENTRY
004530         AT END
004540             CONTINUE
004550         WHEN DL820-TCODE-CODE(DL820-TCODE-IDX)
004560                 = DL100-TRANS-CODE
004570             MOVE DL820-TCODE-DC-IND(DL820-TCODE-IDX)
004580                 TO DL820-DC-SIDE
004590     END-SEARCH.
004600 2100-EXIT.
004610     EXIT.
004620******************************************************************
004630*  2150-APPLY-BACKOUT -- the REV's side of a reversed row:
004640*                        opposite the original, posted on the
004650*                        run that accepted the REV
004660******************************************************************
004670 2150-APPLY-BACKOUT.
004680     IF DL100-MST-REV-RUN-DATE NUMERIC
004690             AND DL100-MST-REV-RUN-DATE > ZERO
004700         MOVE DL100-MST-REV-RUN-DATE TO DL820-ITEM-POSTED
004710     END-IF.
004720     IF DL820-DC-SIDE = 'D'
004730         MOVE 'C' TO DL820-ITEM-SIDE
004740     ELSE
004750         MOVE 'D' TO DL820-ITEM-SIDE
004760     END-IF.
004770     PERFORM 2200-APPLY-ITEM THRU 2200-EXIT.
004780 2150-EXIT.
004790     EXIT.
004800******************************************************************
004810*  2200-APPLY-ITEM -- an item already in the last closed month's
004820*                     snapshot (dated in or before that month
004830*                     and posted by its close) is not applied
004840*                     again; every other item is
004850******************************************************************
004860 2200-APPLY-ITEM.
004870     IF DL820-PERIOD-CLOSED
004880             AND DL100-TRANS-DATE NOT > DL820-CLOSED-END
004890             AND DL820-ITEM-POSTED NOT > DL820-CLOSED-ON
004900         GO TO 2200-EXIT
004910     END-IF.
004920     IF DL820-ITEM-SIDE = 'D'
004930         SUBTRACT DL100-TRANS-AMOUNT FROM DL820-REBUILT-BALANCE
004940     ELSE
004950         ADD DL100-TRANS-AMOUNT TO DL820-REBUILT-BALANCE
004960     END-IF.
004970 2200-EXIT.
004980     EXIT.
004990******************************************************************
005000*  3000-COMPARE-ACCOUNT -- rebuilt balance versus the master's
005010*                          carried-forward balance for the
005020*                          account group just finished; only a
005030*                          disagreement prints
005040******************************************************************
005050 3000-COMPARE-ACCOUNT.
005060     MOVE 'N' TO DL820-GROUP-OPEN-SWITCH.
005070     ADD 1 TO DL820-ACCTS-COMPARED.
005080     PERFORM 3100-FIND-BALANCE THRU 3100-EXIT.
005090     MOVE DL820-CURR-ACCT TO DL920-PBL-ACCOUNT-NO.
005100     PERFORM 3200-FIND-SNAPSHOT THRU 3200-EXIT.
005110     ADD DL820-SNAP-BALANCE TO DL820-REBUILT-BALANCE.
005120     IF DL820-REBUILT-BALANCE = DL820-MASTER-BALANCE
005130             AND DL820-BALANCE-FOUND
005140         GO TO 3000-EXIT
005150     END-IF.
005160     ADD 1 TO DL820-ACCTS-MISMATCHED.
005170     IF DL820-RPT-OPEN-FAILED
005180         GO TO 3000-EXIT
005190     END-IF.
005200     MOVE SPACES TO DL820-RPT-DETAIL.
005210     MOVE DL820-CURR-ACCT TO DL820-RPT-ACCT-NO.
005220     MOVE DL820-MASTER-BALANCE TO DL820-RPT-MASTER.
005230     MOVE DL820-REBUILT-BALANCE TO DL820-RPT-REBUILT.
005240     COMPUTE DL820-DIFFERENCE =
005250         DL820-MASTER-BALANCE - DL820-REBUILT-BALANCE.
005260     MOVE DL820-DIFFERENCE TO DL820-RPT-DIFF.
005270     IF NOT DL820-BALANCE-FOUND
005280         MOVE '*NOT ON MST*' TO DL820-RPT-TAG
005290     END-IF.
005300     MOVE DL820-RPT-DETAIL TO DL820-RPT-LINE.
005310     WRITE DL820-RPT-LINE.
005320 3000-EXIT.
005330     EXIT.
005340******************************************************************
005350*  3100-FIND-BALANCE -- the account's master balance, marked
005360*                       seen so the end-of-run sweep knows which
005370*                       master accounts had no history at all
005380******************************************************************
005390 3100-FIND-BALANCE.
005400     MOVE 'N' TO DL820-BAL-FOUND-SWITCH.
005410     MOVE ZERO TO DL820-MASTER-BALANCE.
005420     IF DL820-ACCT-COUNT = ZERO
005430         GO TO 3100-EXIT
005440     END-IF.
005450     SET DL820-BAL-IDX TO 1.
005460     SEARCH DL820-BAL-ENTRY
005470         AT END
005480             CONTINUE
005490         WHEN DL820-BAL-ACCT-NO(DL820-BAL-IDX)
005500                 = DL820-CURR-ACCT
005510             SET DL820-BALANCE-FOUND TO TRUE
005520             MOVE DL820-BAL-AMOUNT(DL820-BAL-IDX)
005530                 TO DL820-MASTER-BALANCE
005540             MOVE 'Y' TO DL820-BAL-SEEN-FLAG(DL820-BAL-IDX)
005550     END-SEARCH.
005560 3100-EXIT.
005570     EXIT.
005580******************************************************************
005590*  3200-FIND-SNAPSHOT -- the account's closing balance for the
005600*                        last closed month; zero with no month
005610*                        closed or for an account opened since
005620******************************************************************
005630 3200-FIND-SNAPSHOT.
005640     MOVE ZERO TO DL820-SNAP-BALANCE.
005650     IF NOT DL820-PERIOD-CLOSED
005660         GO TO 3200-EXIT
005670     END-IF.
005680     MOVE DL820-CLOSED-PERIOD TO DL920-PBL-PERIOD.
005690     READ PERIOD-BALANCES
005700         INVALID KEY
005710             GO TO 3200-EXIT
005720     END-READ.
005730     MOVE DL920-PBL-CLOSING TO DL820-SNAP-BALANCE.
005740 3200-EXIT.
005750     EXIT.
005760******************************************************************
005770*  4000-SWEEP-UNSEEN-ACCOUNTS -- a master account the history
005780*                                pass never touched rebuilds to
005790*                                its last closed balance, or zero;
005800*                                a master balance that differs is
005810*                                a disagreement like any other
005820******************************************************************
005830 4000-SWEEP-UNSEEN-ACCOUNTS.
005840     IF DL820-ACCT-COUNT = ZERO
005850         GO TO 4000-EXIT
005860     END-IF.
005870     PERFORM 4100-CHECK-UNSEEN-ACCOUNT THRU 4100-EXIT
005880         VARYING DL820-SUB FROM 1 BY 1
005890         UNTIL DL820-SUB > DL820-ACCT-COUNT.
005900 4000-EXIT.
005910     EXIT.
005920 4100-CHECK-UNSEEN-ACCOUNT.
005930     SET DL820-BAL-IDX TO DL820-SUB.
005940     IF DL820-BAL-SEEN-FLAG(DL820-BAL-IDX) = 'Y'
005950         GO TO 4100-EXIT
005960     END-IF.
005970     ADD 1 TO DL820-ACCTS-COMPARED.
005980     MOVE DL820-BAL-ACCT-NO(DL820-BAL-IDX)
005990         TO DL920-PBL-ACCOUNT-NO.
006000     PERFORM 3200-FIND-SNAPSHOT THRU 3200-EXIT.
006010     IF DL820-BAL-AMOUNT(DL820-BAL-IDX) = DL820-SNAP-BALANCE
006020         GO TO 4100-EXIT
006030     END-IF.
006040     ADD 1 TO DL820-ACCTS-MISMATCHED.
006050     IF DL820-RPT-OPEN-FAILED
006060         GO TO 4100-EXIT
006070     END-IF.
006080     MOVE SPACES TO DL820-RPT-DETAIL.
006090     MOVE DL820-BAL-ACCT-NO(DL820-BAL-IDX) TO DL820-RPT-ACCT-NO.
006100     MOVE DL820-BAL-AMOUNT(DL820-BAL-IDX) TO DL820-RPT-MASTER.
006110     MOVE DL820-SNAP-BALANCE TO DL820-RPT-REBUILT.
006120     COMPUTE DL820-DIFFERENCE =
006130         DL820-BAL-AMOUNT(DL820-BAL-IDX) - DL820-SNAP-BALANCE.
006140     MOVE DL820-DIFFERENCE TO DL820-RPT-DIFF.
006150     MOVE '*NO HISTORY*' TO DL820-RPT-TAG.
006160     MOVE DL820-RPT-DETAIL TO DL820-RPT-LINE.
006170     WRITE DL820-RPT-LINE.
006180 4100-EXIT.
006190     EXIT.
006200******************************************************************
006210*  8000-FINALIZE -- run totals and the file-level verdict, then
006220*                   close
006230******************************************************************
006240 8000-FINALIZE.
006250     IF DL820-RPT-OPEN-FAILED
006260         GO TO 8000-CLOSE
006270     END-IF.
006280     MOVE DL820-ROWS-READ TO DL820-RPT-NUM-EDIT.
006290     MOVE SPACES TO DL820-RPT-LINE.
006300     STRING 'HISTORY ROWS READ..: ' DL820-RPT-NUM-EDIT
006310         DELIMITED BY SIZE INTO DL820-RPT-LINE.
006320     WRITE DL820-RPT-LINE.
006330     MOVE DL820-ROWS-SKIPPED TO DL820-RPT-NUM-EDIT.
006340     MOVE SPACES TO DL820-RPT-LINE.
006350     STRING 'HISTORY ROWS BAD...: ' DL820-RPT-NUM-EDIT
006360         DELIMITED BY SIZE INTO DL820-RPT-LINE.
006370     WRITE DL820-RPT-LINE.
006380     MOVE DL820-ACCTS-COMPARED TO DL820-RPT-NUM-EDIT.
006390     MOVE SPACES TO DL820-RPT-LINE.
006400     STRING 'ACCOUNTS COMPARED..: ' DL820-RPT-NUM-EDIT
006410         DELIMITED BY SIZE INTO DL820-RPT-LINE.
006420     WRITE DL820-RPT-LINE.
006430     MOVE DL820-ACCTS-MISMATCHED TO DL820-RPT-NUM-EDIT.
006440     MOVE SPACES TO DL820-RPT-LINE.
006450     STRING 'ACCOUNTS DISAGREE..: ' DL820-RPT-NUM-EDIT
006460         DELIMITED BY SIZE INTO DL820-RPT-LINE.
006470     WRITE DL820-RPT-LINE.
006480     MOVE SPACES TO DL820-RPT-LINE.
006490     IF DL820-RUN-REFUSED OR DL820-ACCTS-MISMATCHED > ZERO
006500             OR DL820-ROWS-SKIPPED > ZERO
006510             OR DL820-TCODE-COUNT = ZERO
006520         STRING 'FILE VERDICT.......: *** OUT OF BALANCE ***'
006530             DELIMITED BY SIZE INTO DL820-RPT-LINE
006540     ELSE
006550         STRING 'FILE VERDICT.......: IN BALANCE'
006560             DELIMITED BY SIZE INTO DL820-RPT-LINE
006570     END-IF.
006580     WRITE DL820-RPT-LINE.
006590     CLOSE TRIAL-RPT.
006600 8000-CLOSE.
006610     CLOSE TRANS-MASTER.
006620     IF DL820-PERIOD-CLOSED
006630         CLOSE PERIOD-BALANCES
006640     END-IF.
006650 8000-EXIT.
006660     EXIT.
