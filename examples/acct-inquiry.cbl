000350*                    open failure left it blank and the other
000360*                    sections printed NONE for accounts that
000370*                    had records waiting.
000380*   10/15/2026 RM    History, held, reject, and recycle lines show
000390*                    the sender-assigned transaction reference;
000400*                    the description column is narrowed to fit.
000410*                    TRANS-MASTER is now keyed on account +
000420*                    reference, so the start key's filler shrank
000430*                    to the reference width.
000440*   10/15/2026 RM    Status decodes dormant and escheated, and
000450*                    the last customer activity date prints
000460*                    under the open date when one is on record.
000470*   10/15/2026 RM    TRANS-MASTER now carries the reference of the
000480*                    REV that backed a row out as a second
000490*                    alternate key; the SELECT names it to match
000500*                    the file.
000510*   10/15/2026 RM    History rows whose posting was refused are
000520*                    tagged *RJT*, and *REV* is shown only when
000530*                    the reversal itself was not refused.
000540******************************************************************
000550 IDENTIFICATION DIVISION.
000560 PROGRAM-ID. ACCT-INQUIRY.
000570 ENVIRONMENT DIVISION.
000580 INPUT-OUTPUT SECTION.
000590 FILE-CONTROL.
000600 SELECT PARM-CARD ASSIGN TO "ACCT-INQ-PARM"
000610     ORGANIZATION LINE SEQUENTIAL
000620     FILE STATUS IS DL870-PARM-STATUS.
000630 SELECT ACCT-MASTER ASSIGN TO "ACCT-MASTER"
000640     ORGANIZATION INDEXED
000650     ACCESS MODE RANDOM
000660     RECORD KEY IS DL200-MST-ACCOUNT-NO
000670     FILE STATUS IS DL870-ACCT-STATUS.
000680 SELECT TRANS-MASTER ASSIGN TO "TRANS-MASTER"
000690     ORGANIZATION INDEXED
000700     ACCESS MODE DYNAMIC
000710     RECORD KEY IS DL100-MST-KEY
000720     ALTERNATE RECORD KEY IS DL100-MST-TRANS-REF WITH DUPLICATES
000730     ALTERNATE RECORD KEY IS DL100-MST-REV-REF WITH DUPLICATES
000740     FILE STATUS IS DL870-MASTER-STATUS.
000750 SELECT TRANS-CODE-FILE ASSIGN TO "TRANS-CODES"
000760     ORGANIZATION LINE SEQUENTIAL
000770     FILE STATUS IS DL870-TCODE-STATUS.
000780 SELECT HOLD-FILE ASSIGN TO "TRANS-HOLD"
000790     ORGANIZATION LINE SEQUENTIAL
000800     FILE STATUS IS DL870-HOLD-STATUS.
000810 SELECT REJECT-FILE ASSIGN TO "TRANS-REJECT"
000820     ORGANIZATION LINE SEQUENTIAL
000830     FILE STATUS IS DL870-REJECT-STATUS.
000840 SELECT RECYCLE-FILE ASSIGN TO "TRANS-RECYCLE"
000850     ORGANIZATION LINE SEQUENTIAL
000860     FILE STATUS IS DL870-RECYCLE-STATUS.
000870 SELECT INQ-RPT ASSIGN TO "ACCT-INQ-RPT"
000880     ORGANIZATION LINE SEQUENTIAL
000890     FILE STATUS IS DL870-RPT-STATUS.
000900 DATA DIVISION.
000910 FILE SECTION.
000920 FD PARM-CARD.
000930 01  DL870-PARM-RECORD.
000940     05  DL870-PARM-ACCOUNT          PIC X(10).
000950     05  DL870-PARM-ACT-FROM         PIC X(08).
000960     05  FILLER                      PIC X(62).
000970 FD ACCT-MASTER.
000980 COPY DL200MST.
000990 FD TRANS-MASTER.
001000 COPY DL100MST.
001010 FD TRANS-CODE-FILE.
001020 COPY DL100TCD.
001030 FD HOLD-FILE.
001040 01  DL870-HOLD-RECORD               PIC X(255).
001050 FD REJECT-FILE.
001060 COPY DL100REJ.
001070 FD RECYCLE-FILE.
001080 01  DL870-RECYCLE-RECORD            PIC X(255).
001090 FD INQ-RPT.
001100 01  DL870-RPT-LINE                  PIC X(80).
001110 WORKING-STORAGE SECTION.
001120 01  DL870-SWITCHES.
001130     05  DL870-REFUSED-SWITCH        PIC X(01) VALUE 'N'.
001140         88  DL870-RUN-REFUSED            VALUE 'Y'.
001150     05  DL870-RPT-OPEN-SWITCH       PIC X(01) VALUE 'N'.
001160         88  DL870-RPT-OPEN-FAILED        VALUE 'Y'.
001170     05  DL870-TCODE-EOF-SWITCH      PIC X(01) VALUE 'N'.
001180         88  DL870-TCODE-EOF              VALUE 'Y'.
001190     05  DL870-MASTER-EOF-SWITCH     PIC X(01) VALUE 'N'.
001200         88  DL870-MASTER-EOF             VALUE 'Y'.
001210     05  DL870-HOLD-EOF-SWITCH       PIC X(01) VALUE 'N'.
001220         88  DL870-HOLD-EOF               VALUE 'Y'.
001230     05  DL870-REJECT-EOF-SWITCH     PIC X(01) VALUE 'N'.
001240         88  DL870-REJECT-EOF             VALUE 'Y'.
001250     05  DL870-RECYCLE-EOF-SWITCH    PIC X(01) VALUE 'N'.
001260         88  DL870-RECYCLE-EOF            VALUE 'Y'.
001270 77  DL870-PARM-STATUS               PIC X(02).
001280 77  DL870-ACCT-STATUS               PIC X(02).
001290 77  DL870-MASTER-STATUS             PIC X(02).
001300 77  DL870-TCODE-STATUS              PIC X(02).
001310 77  DL870-HOLD-STATUS               PIC X(02).
001320 77  DL870-REJECT-STATUS             PIC X(02).
001330 77  DL870-RECYCLE-STATUS            PIC X(02).
001340 77  DL870-RPT-STATUS                PIC X(02).
001350 77  DL870-RUN-DATE                  PIC 9(08).
001360 77  DL870-RUN-DATE-INT              PIC 9(09) COMP VALUE ZERO.
001370 77  DL870-REJ-DATE-INT              PIC 9(09) COMP VALUE ZERO.
001380 77  DL870-DAYS-OLD                  PIC S9(09) COMP VALUE ZERO.
001390 77  DL870-SEL-ACCOUNT               PIC 9(10) VALUE ZERO.
001400 77  DL870-SEL-ACT-FROM              PIC 9(08) VALUE ZERO.
001410 77  DL870-TCODE-COUNT               PIC 9(05) COMP VALUE ZERO.
001420 77  DL870-TCODE-MAX                 PIC 9(05) COMP VALUE 500.
001430 77  DL870-HIST-SHOWN                PIC 9(05) COMP VALUE ZERO.
001440 77  DL870-HIST-MAX                  PIC 9(05) COMP VALUE 200.
001450 77  DL870-HIST-MATCHED              PIC 9(09) COMP VALUE ZERO.
001460 77  DL870-HOLD-MATCHED              PIC 9(09) COMP VALUE ZERO.
001470 77  DL870-REJ-MATCHED               PIC 9(09) COMP VALUE ZERO.
001480 77  DL870-RCY-MATCHED               PIC 9(09) COMP VALUE ZERO.
001490 77  DL870-CODE-DESC                 PIC X(30) VALUE SPACES.
001500 77  DL870-RPT-NUM-EDIT              PIC ZZZZZZZZ9.
001510 77  DL870-RPT-AMT-EDIT              PIC -ZZZZZZZZZZ9.99.
001520 77  DL870-RPT-AGE-EDIT              PIC ZZZZ9.
001530 01  DL870-START-KEY.
001540     05  DL870-SKY-ACCOUNT           PIC 9(10).
001550     05  FILLER                      PIC X(16).
001560 01  DL870-TCODE-TABLE.
001570     05  DL870-TCODE-ENTRY
001580         OCCURS 1 TO 500 TIMES
001590         DEPENDING ON DL870-TCODE-COUNT
001600         INDEXED BY DL870-TCODE-IDX.
001610         10  DL870-TCODE-CODE        PIC X(02).
001620         10  DL870-TCODE-DESC        PIC X(30).
001630 01  DL870-WORK-REC                  PIC X(255).
001640 COPY DL100REC REPLACING ==LN== BY ==DL870-WORK-REC==.
001650 01  DL870-RPT-HIST-DETAIL.
001660     05  DL870-RPT-HIST-DATE         PIC 9(08).
001670     05  FILLER                      PIC X(02) VALUE SPACES.
001680     05  DL870-RPT-HIST-REF          PIC X(16).
001690     05  FILLER                      PIC X(02) VALUE SPACES.
001700     05  DL870-RPT-HIST-CODE         PIC X(02).
001710     05  FILLER                      PIC X(02) VALUE SPACES.
001720     05  DL870-RPT-HIST-DESC         PIC X(24).
001730     05  FILLER                      PIC X(01) VALUE SPACES.
001740     05  DL870-RPT-HIST-AMOUNT       PIC -ZZZZZZZZ9.99.
001750     05  FILLER                      PIC X(01) VALUE SPACES.
001760     05  DL870-RPT-HIST-TAG          PIC X(06).
001770 01  DL870-RPT-REJ-DETAIL.
001780     05  DL870-RPT-REJ-REASON        PIC X(04).
001790     05  FILLER                      PIC X(02) VALUE SPACES.
001800     05  DL870-RPT-REJ-DATE          PIC 9(08).
001810     05  FILLER                      PIC X(06) VALUE '  AGE '.
001820     05  DL870-RPT-REJ-AGE           PIC ZZZZ9.
001830     05  FILLER                      PIC X(02) VALUE SPACES.
001840     05  DL870-RPT-REJ-CODE          PIC X(02).
001850     05  FILLER                      PIC X(02) VALUE SPACES.
001860     05  DL870-RPT-REJ-AMOUNT        PIC -ZZZZZZZZ9.99.
001870     05  FILLER                      PIC X(02) VALUE SPACES.
001880     05  DL870-RPT-REJ-REF           PIC X(16).
001890******************************************************************
001900*  0000-MAINLINE
001910******************************************************************
001920 PROCEDURE DIVISION.
001930 0000-MAINLINE.
001940     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001950     IF NOT DL870-RUN-REFUSED
001960         PERFORM 2000-REPORT-MASTER THRU 2000-EXIT
001970         PERFORM 3000-REPORT-HISTORY THRU 3000-EXIT
001980         PERFORM 4000-REPORT-HELD THRU 4000-EXIT
001990         PERFORM 5000-REPORT-REJECTS THRU 5000-EXIT
002000         PERFORM 6000-REPORT-RECYCLE THRU 6000-EXIT
002010     END-IF.
002020     PERFORM 8000-FINALIZE THRU 8000-EXIT.
002030     IF DL870-RUN-REFUSED
002040         MOVE 8 TO RETURN-CODE
002050     END-IF.
002060     STOP RUN.
002070******************************************************************
002080*  1000-INITIALIZE -- the parm card must name an account; load
002090*                     the code descriptions and open the page
002100******************************************************************
002110 1000-INITIALIZE.
002120     ACCEPT DL870-RUN-DATE FROM DATE YYYYMMDD.
002130     COMPUTE DL870-RUN-DATE-INT =
002140         FUNCTION INTEGER-OF-DATE(DL870-RUN-DATE).
002150     PERFORM 1050-READ-PARM-CARD THRU 1050-EXIT.
002160*    The start key doubles as the account filter for the hold,
002170*    reject, and recycle sections, so it is built here -- not in
002180*    the history section, whose open failure must not blank the
002190*    filter the other sections compare against.
002200     MOVE LOW-VALUES TO DL870-START-KEY.
002210     MOVE DL870-SEL-ACCOUNT TO DL870-SKY-ACCOUNT.
002220     PERFORM 1100-LOAD-TRANS-CODES THRU 1100-EXIT.
002230     OPEN OUTPUT INQ-RPT.
002240     IF DL870-RPT-STATUS NOT = '00'
002250         DISPLAY 'ACCT-INQ-RPT OPEN FAILED, STATUS='
002260             DL870-RPT-STATUS ' -- RUN REFUSED'
002270         SET DL870-RPT-OPEN-FAILED TO TRUE
002280         SET DL870-RUN-REFUSED TO TRUE
002290     END-IF.
002300     IF NOT DL870-RPT-OPEN-FAILED
002310         MOVE SPACES TO DL870-RPT-LINE
002320         STRING 'ACCT-INQUIRY POSITION REPORT'
002330             DELIMITED BY SIZE INTO DL870-RPT-LINE
002340         WRITE DL870-RPT-LINE
002350         MOVE SPACES TO DL870-RPT-LINE
002360         STRING 'ACCOUNT ' DL870-SEL-ACCOUNT
002370             '  AS OF ' DL870-RUN-DATE
002380             DELIMITED BY SIZE INTO DL870-RPT-LINE
002390         WRITE DL870-RPT-LINE
002400         IF DL870-RUN-REFUSED
002410             MOVE SPACES TO DL870-RPT-LINE
002420             STRING 'RUN REFUSED -- NO ACCOUNT ON ACCT-INQ-PARM'
002430                 DELIMITED BY SIZE INTO DL870-RPT-LINE
002440             WRITE DL870-RPT-LINE
002450         END-IF
002460     END-IF.
002470 1000-EXIT.
002480     EXIT.
002490 1050-READ-PARM-CARD.
002500     OPEN INPUT PARM-CARD.
002510     IF DL870-PARM-STATUS = '00'
002520         READ PARM-CARD
002530             AT END CONTINUE
002540         END-READ
002550         CLOSE PARM-CARD
002560     END-IF.
002570     IF DL870-PARM-STATUS = '00'
002580             AND DL870-PARM-ACCOUNT NUMERIC
002590         MOVE DL870-PARM-ACCOUNT TO DL870-SEL-ACCOUNT
002600         IF DL870-PARM-ACT-FROM NUMERIC
002610             MOVE DL870-PARM-ACT-FROM TO DL870-SEL-ACT-FROM
002620         END-IF
002630     ELSE
002640         DISPLAY 'ACCT-INQ-PARM MISSING OR ACCOUNT NOT NUMERIC'
002650             ' -- RUN REFUSED'
002660         SET DL870-RUN-REFUSED TO TRUE
002670     END-IF.
002680 1050-EXIT.
002690     EXIT.
002700 1100-LOAD-TRANS-CODES.
002710     OPEN INPUT TRANS-CODE-FILE.
002720     IF DL870-TCODE-STATUS = '00'
002730         PERFORM 1150-LOAD-TRANS-CODE THRU 1150-EXIT
002740             UNTIL DL870-TCODE-EOF
002750         CLOSE TRANS-CODE-FILE
002760     END-IF.
002770 1100-EXIT.
002780     EXIT.
002790 1150-LOAD-TRANS-CODE.
002800     READ TRANS-CODE-FILE
002810         AT END SET DL870-TCODE-EOF TO TRUE
002820     END-READ.
002830     IF NOT DL870-TCODE-EOF
002840         IF DL870-TCODE-COUNT < DL870-TCODE-MAX
002850             ADD 1 TO DL870-TCODE-COUNT
002860             SET DL870-TCODE-IDX TO DL870-TCODE-COUNT
002870             MOVE DL100-TCD-CODE
002880                 TO DL870-TCODE-CODE(DL870-TCODE-IDX)
002890             MOVE DL100-TCD-DESCRIPTION
002900                 TO DL870-TCODE-DESC(DL870-TCODE-IDX)
002910         END-IF
002920     END-IF.
002930 1150-EXIT.
002940     EXIT.
002950******************************************************************
002960*  2000-REPORT-MASTER -- section 1: the account as the master
002970*                        holds it right now
002980******************************************************************
002990 2000-REPORT-MASTER.
003000     PERFORM 9200-WRITE-BLANK-LINE THRU 9200-EXIT.
003010     MOVE SPACES TO DL870-RPT-LINE.
003020     STRING '--- ACCOUNT MASTER ---'
003030         DELIMITED BY SIZE INTO DL870-RPT-LINE.
003040     PERFORM 9100-WRITE-RPT-LINE THRU 9100-EXIT.
003050     OPEN INPUT ACCT-MASTER.
003060     IF DL870-ACCT-STATUS NOT = '00'
003070         MOVE SPACES TO DL870-RPT-LINE
003080         STRING 'ACCT-MASTER NOT AVAILABLE, STATUS '
003090             DL870-ACCT-STATUS
003100             DELIMITED BY SIZE INTO DL870-RPT-LINE
003110         PERFORM 9100-WRITE-RPT-LINE THRU 9100-EXIT
003120         GO TO 2000-EXIT
003130     END-IF.
003140     MOVE DL870-SEL-ACCOUNT TO DL200-MST-ACCOUNT-NO.
003150     READ ACCT-MASTER
003160         INVALID KEY
003170             MOVE SPACES TO DL870-RPT-LINE
003180             STRING 'ACCOUNT NOT ON ACCT-MASTER'
003190                 DELIMITED BY SIZE INTO DL870-RPT-LINE
003200             PERFORM 9100-WRITE-RPT-LINE THRU 9100-EXIT
003210         NOT INVALID KEY
003220             PERFORM 2100-REPORT-MASTER-FIELDS THRU 2100-EXIT
003230     END-READ.
003240     CLOSE ACCT-MASTER.
003250 2000-EXIT.
003260     EXIT.
003270 2100-REPORT-MASTER-FIELDS.
003280     MOVE SPACES TO DL870-RPT-LINE.
003290     STRING 'NAME...............: ' DL200-MST-NAME
003300         DELIMITED BY SIZE INTO DL870-RPT-LINE.
003310     PERFORM 9100-WRITE-RPT-LINE THRU 9100-EXIT.
003320     MOVE SPACES TO DL870-RPT-LINE.
003330     EVALUATE TRUE
003340         WHEN DL200-MST-CLOSED
003350             STRING 'STATUS.............: CLOSED'
003360                 DELIMITED BY SIZE INTO DL870-RPT-LINE
003370         WHEN DL200-MST-FROZEN
003380             STRING 'STATUS.............: FROZEN'
003390                 DELIMITED BY SIZE INTO DL870-RPT-LINE
003400         WHEN DL200-MST-DORMANT
003410             STRING 'STATUS.............: DORMANT'
003420                 DELIMITED BY SIZE INTO DL870-RPT-LINE
003430         WHEN DL200-MST-ESCHEATED
003440             STRING 'STATUS.............: ESCHEATED'
003450                 DELIMITED BY SIZE INTO DL870-RPT-LINE
003460         WHEN OTHER
003470             STRING 'STATUS.............: OPEN'
003480                 DELIMITED BY SIZE INTO DL870-RPT-LINE
003490     END-EVALUATE.
003500     PERFORM 9100-WRITE-RPT-LINE THRU 9100-EXIT.
003510     MOVE SPACES TO DL870-RPT-LINE.
003520     STRING 'OPENED.............: ' DL200-MST-OPEN-DATE
003530         DELIMITED BY SIZE INTO DL870-RPT-LINE.
003540     PERFORM 9100-WRITE-RPT-LINE THRU 9100-EXIT.
003550     IF DL200-MST-LAST-ACTIVITY NUMERIC
003560             AND DL200-MST-LAST-ACTIVITY > ZERO
003570         MOVE SPACES TO DL870-RPT-LINE
003580         STRING 'LAST ACTIVITY......: ' DL200-MST-LAST-ACTIVITY
003590             DELIMITED BY SIZE INTO DL870-RPT-LINE
003600         PERFORM 9100-WRITE-RPT-LINE THRU 9100-EXIT
003610     END-IF.
003620     IF DL200-MST-BALANCE NUMERIC
003630         MOVE DL200-MST-BALANCE TO DL870-RPT-AMT-EDIT
003640         MOVE SPACES TO DL870-RPT-LINE
003650         STRING 'CURRENT BALANCE....: ' DL870-RPT-AMT-EDIT
003660             DELIMITED BY SIZE INTO DL870-RPT-LINE
003670         PERFORM 9100-WRITE-RPT-LINE THRU 9100-EXIT
003680     END-IF.
003690 2100-EXIT.
003700     EXIT.
003710******************************************************************
003720*  3000-REPORT-HISTORY -- section 2: the account's rows on the
003730*                         cumulative TRANS-MASTER, keyed START at
003740*                         the account then sequential reads while
003750*                         the key still carries it.  A row whose
003760*                         posting was refused is tagged *RJT*, and
003770*                         a row reversed for good is tagged *REV*
003780******************************************************************
003790 3000-REPORT-HISTORY.
003800     PERFORM 9200-WRITE-BLANK-LINE THRU 9200-EXIT.
003810     MOVE SPACES TO DL870-RPT-LINE.
003820     STRING '--- HISTORY (TRANS-MASTER) FROM '
003830         DL870-SEL-ACT-FROM ' ---'
003840         DELIMITED BY SIZE INTO DL870-RPT-LINE.
003850     PERFORM 9100-WRITE-RPT-LINE THRU 9100-EXIT.
003860     OPEN INPUT TRANS-MASTER.
003870     IF DL870-MASTER-STATUS NOT = '00'
003880         MOVE SPACES TO DL870-RPT-LINE
003890         STRING 'TRANS-MASTER NOT AVAILABLE, STATUS '
003900             DL870-MASTER-STATUS
003910             DELIMITED BY SIZE INTO DL870-RPT-LINE
003920         PERFORM 9100-WRITE-RPT-LINE THRU 9100-EXIT
003930         GO TO 3000-EXIT
003940     END-IF.
003950     MOVE DL870-START-KEY TO DL100-MST-KEY.
003960     START TRANS-MASTER KEY NOT < DL100-MST-KEY
003970         INVALID KEY
003980             SET DL870-MASTER-EOF TO TRUE
003990     END-START.
004000     PERFORM 3100-REPORT-HISTORY-ROW THRU 3100-EXIT
004010         UNTIL DL870-MASTER-EOF.
004020     CLOSE TRANS-MASTER.
004030     IF DL870-HIST-MATCHED = ZERO
004040         MOVE SPACES TO DL870-RPT-LINE
004050         STRING 'NO HISTORY IN THE REQUESTED RANGE'
004060             DELIMITED BY SIZE INTO DL870-RPT-LINE
004070         PERFORM 9100-WRITE-RPT-LINE THRU 9100-EXIT
004080     END-IF.
004090     IF DL870-HIST-MATCHED > DL870-HIST-SHOWN
004100         MOVE SPACES TO DL870-RPT-LINE
004110         STRING 'MORE ROWS THAN THE PAGE SHOWS -- USE'
004120             ' ACCT-STATEMENT FOR THE FULL LIST'
004130             DELIMITED BY SIZE INTO DL870-RPT-LINE
004140         PERFORM 9100-WRITE-RPT-LINE THRU 9100-EXIT
004150     END-IF.
004160 3000-EXIT.
004170     EXIT.
004180 3100-REPORT-HISTORY-ROW.
004190     READ TRANS-MASTER NEXT RECORD
004200         AT END
004210             SET DL870-MASTER-EOF TO TRUE
004220     END-READ.
004230     IF DL870-MASTER-EOF
004240         GO TO 3100-EXIT
004250     END-IF.
004260     IF DL100-MST-KEY(1:10) NOT = DL870-START-KEY(1:10)
004270         SET DL870-MASTER-EOF TO TRUE
004280         GO TO 3100-EXIT
004290     END-IF.
004300     IF DL100-MST-RUN-DATE < DL870-SEL-ACT-FROM
004310         GO TO 3100-EXIT
004320     END-IF.
004330     ADD 1 TO DL870-HIST-MATCHED.
004340     IF DL870-HIST-SHOWN NOT < DL870-HIST-MAX
004350         GO TO 3100-EXIT
004360     END-IF.
004370     ADD 1 TO DL870-HIST-SHOWN.
004380     MOVE DL100-MST-RAW TO DL870-WORK-REC.
004390     MOVE SPACES TO DL870-RPT-HIST-DETAIL.
004400     MOVE DL100-TRANS-DATE TO DL870-RPT-HIST-DATE.
004410     MOVE DL100-MST-TRANS-REF TO DL870-RPT-HIST-REF.
004420     MOVE DL100-TRANS-CODE TO DL870-RPT-HIST-CODE.
004430     PERFORM 9300-LOOKUP-CODE-DESC THRU 9300-EXIT.
004440     MOVE DL870-CODE-DESC TO DL870-RPT-HIST-DESC.
004450     IF DL100-TRANS-AMOUNT NUMERIC
004460         MOVE DL100-TRANS-AMOUNT TO DL870-RPT-HIST-AMOUNT
004470     END-IF.
004480     EVALUATE TRUE
004490         WHEN DL100-MST-POST-REJECTED
004500             MOVE '*RJT*' TO DL870-RPT-HIST-TAG
004510         WHEN DL100-MST-REVERSED AND NOT DL100-MST-REV-REJECTED
004520             MOVE '*REV*' TO DL870-RPT-HIST-TAG
004530     END-EVALUATE.
004540     MOVE DL870-RPT-HIST-DETAIL TO DL870-RPT-LINE.
004550     PERFORM 9100-WRITE-RPT-LINE THRU 9100-EXIT.
004560 3100-EXIT.
004570     EXIT.
004580******************************************************************
004590*  4000-REPORT-HELD -- section 3: future-dated records of this
004600*                      account still warehoused in TRANS-HOLD
004610******************************************************************
004620 4000-REPORT-HELD.
004630     PERFORM 9200-WRITE-BLANK-LINE THRU 9200-EXIT.
004640     MOVE SPACES TO DL870-RPT-LINE.
004650     STRING '--- WAITING IN TRANS-HOLD ---'
004660         DELIMITED BY SIZE INTO DL870-RPT-LINE.
004670     PERFORM 9100-WRITE-RPT-LINE THRU 9100-EXIT.
004680     OPEN INPUT HOLD-FILE.
004690     IF DL870-HOLD-STATUS NOT = '00'
004700         MOVE SPACES TO DL870-RPT-LINE
004710         STRING 'TRANS-HOLD NOT AVAILABLE, STATUS '
004720             DL870-HOLD-STATUS
004730             DELIMITED BY SIZE INTO DL870-RPT-LINE
004740         PERFORM 9100-WRITE-RPT-LINE THRU 9100-EXIT
004750         GO TO 4000-EXIT
004760     END-IF.
004770     PERFORM 4100-REPORT-HELD-RECORD THRU 4100-EXIT
004780         UNTIL DL870-HOLD-EOF.
004790     CLOSE HOLD-FILE.
004800     IF DL870-HOLD-MATCHED = ZERO
004810         MOVE SPACES TO DL870-RPT-LINE
004820         STRING 'NONE'
004830             DELIMITED BY SIZE INTO DL870-RPT-LINE
004840         PERFORM 9100-WRITE-RPT-LINE THRU 9100-EXIT
004850     END-IF.
004860 4000-EXIT.
004870     EXIT.
004880 4100-REPORT-HELD-RECORD.
004890     READ HOLD-FILE
004900         AT END SET DL870-HOLD-EOF TO TRUE
004910     END-READ.
004920     IF DL870-HOLD-EOF
004930         GO TO 4100-EXIT
004940     END-IF.
004950     MOVE DL870-HOLD-RECORD TO DL870-WORK-REC.
004960     IF DL870-WORK-REC(4:10) NOT = DL870-START-KEY(1:10)
004970         GO TO 4100-EXIT
004980     END-IF.
004990     ADD 1 TO DL870-HOLD-MATCHED.
005000     PERFORM 4200-WRITE-DETAIL-LINE THRU 4200-EXIT.
005010 4100-EXIT.
005020     EXIT.
005030 4200-WRITE-DETAIL-LINE.
005040     MOVE SPACES TO DL870-RPT-HIST-DETAIL.
005050     IF DL100-TRANS-DATE-CCYY NUMERIC
005060             AND DL100-TRANS-DATE-MM NUMERIC
005070             AND DL100-TRANS-DATE-DD NUMERIC
005080         MOVE DL100-TRANS-DATE TO DL870-RPT-HIST-DATE
005090     END-IF.
005100     MOVE DL100-TRANS-REF TO DL870-RPT-HIST-REF.
005110     MOVE DL100-TRANS-CODE TO DL870-RPT-HIST-CODE.
005120     PERFORM 9300-LOOKUP-CODE-DESC THRU 9300-EXIT.
005130     MOVE DL870-CODE-DESC TO DL870-RPT-HIST-DESC.
005140     IF DL100-TRANS-AMOUNT NUMERIC
005150         MOVE DL100-TRANS-AMOUNT TO DL870-RPT-HIST-AMOUNT
005160     END-IF.
005170     IF DL100-REC-TYPE = 'REV'
005180         MOVE '*REV*' TO DL870-RPT-HIST-TAG
005190     END-IF.
005200     MOVE DL870-RPT-HIST-DETAIL TO DL870-RPT-LINE.
005210     PERFORM 9100-WRITE-RPT-LINE THRU 9100-EXIT.
005220 4200-EXIT.
005230     EXIT.
005240******************************************************************
005250*  5000-REPORT-REJECTS -- section 4: outstanding rejects with
005260*                         reason code and age in days
005270******************************************************************
005280 5000-REPORT-REJECTS.
005290     PERFORM 9200-WRITE-BLANK-LINE THRU 9200-EXIT.
005300     MOVE SPACES TO DL870-RPT-LINE.
005310     STRING '--- OUTSTANDING REJECTS (TRANS-REJECT) ---'
005320         DELIMITED BY SIZE INTO DL870-RPT-LINE.
005330     PERFORM 9100-WRITE-RPT-LINE THRU 9100-EXIT.
005340     OPEN INPUT REJECT-FILE.
005350     IF DL870-REJECT-STATUS NOT = '00'
005360         MOVE SPACES TO DL870-RPT-LINE
005370         STRING 'TRANS-REJECT NOT AVAILABLE, STATUS '
005380             DL870-REJECT-STATUS
005390             DELIMITED BY SIZE INTO DL870-RPT-LINE
005400         PERFORM 9100-WRITE-RPT-LINE THRU 9100-EXIT
005410         GO TO 5000-EXIT
005420     END-IF.
005430     PERFORM 5100-REPORT-REJECT-RECORD THRU 5100-EXIT
005440         UNTIL DL870-REJECT-EOF.
005450     CLOSE REJECT-FILE.
005460     IF DL870-REJ-MATCHED = ZERO
005470         MOVE SPACES TO DL870-RPT-LINE
005480         STRING 'NONE'
005490             DELIMITED BY SIZE INTO DL870-RPT-LINE
005500         PERFORM 9100-WRITE-RPT-LINE THRU 9100-EXIT
005510     END-IF.
005520 5000-EXIT.
005530     EXIT.
005540 5100-REPORT-REJECT-RECORD.
005550     READ REJECT-FILE
005560         AT END SET DL870-REJECT-EOF TO TRUE
005570     END-READ.
005580     IF DL870-REJECT-EOF
005590         GO TO 5100-EXIT
005600     END-IF.
005610     MOVE DL100-REJ-RAW-RECORD TO DL870-WORK-REC.
005620     IF DL870-WORK-REC(4:10) NOT = DL870-START-KEY(1:10)
005630         GO TO 5100-EXIT
005640     END-IF.
005650     ADD 1 TO DL870-REJ-MATCHED.
005660     MOVE SPACES TO DL870-RPT-REJ-DETAIL.
005670     MOVE DL100-REJ-REASON-CODE TO DL870-RPT-REJ-REASON.
005680     MOVE ZERO TO DL870-DAYS-OLD.
005690     IF DL100-REJ-RUN-DATE NUMERIC
005700             AND DL100-REJ-RUN-DATE > ZERO
005710         MOVE DL100-REJ-RUN-DATE TO DL870-RPT-REJ-DATE
005720         COMPUTE DL870-REJ-DATE-INT =
005730             FUNCTION INTEGER-OF-DATE(DL100-REJ-RUN-DATE)
005740         COMPUTE DL870-DAYS-OLD =
005750             DL870-RUN-DATE-INT - DL870-REJ-DATE-INT
005760     END-IF.
005770     MOVE DL870-DAYS-OLD TO DL870-RPT-REJ-AGE.
005780     MOVE DL100-TRANS-CODE TO DL870-RPT-REJ-CODE.
005790     IF DL100-TRANS-AMOUNT NUMERIC
005800         MOVE DL100-TRANS-AMOUNT TO DL870-RPT-REJ-AMOUNT
005810     END-IF.
005820     MOVE DL100-TRANS-REF TO DL870-RPT-REJ-REF.
005830     MOVE DL870-RPT-REJ-DETAIL TO DL870-RPT-LINE.
005840     PERFORM 9100-WRITE-RPT-LINE THRU 9100-EXIT.
005850 5100-EXIT.
005860     EXIT.
005870******************************************************************
005880*  6000-REPORT-RECYCLE -- section 5: repaired records waiting for
005890*                         tonight's intake run
005900******************************************************************
005910 6000-REPORT-RECYCLE.
005920     PERFORM 9200-WRITE-BLANK-LINE THRU 9200-EXIT.
005930     MOVE SPACES TO DL870-RPT-LINE.
005940     STRING '--- REPAIRED, AWAITING TONIGHT (TRANS-RECYCLE) ---'
005950         DELIMITED BY SIZE INTO DL870-RPT-LINE.
005960     PERFORM 9100-WRITE-RPT-LINE THRU 9100-EXIT.
005970     OPEN INPUT RECYCLE-FILE.
005980     IF DL870-RECYCLE-STATUS NOT = '00'
005990         MOVE SPACES TO DL870-RPT-LINE
006000         STRING 'TRANS-RECYCLE NOT AVAILABLE, STATUS '
006010             DL870-RECYCLE-STATUS
006020             DELIMITED BY SIZE INTO DL870-RPT-LINE
006030         PERFORM 9100-WRITE-RPT-LINE THRU 9100-EXIT
006040         GO TO 6000-EXIT
006050     END-IF.
006060     PERFORM 6100-REPORT-RECYCLE-RECORD THRU 6100-EXIT
006070         UNTIL DL870-RECYCLE-EOF.
006080     CLOSE RECYCLE-FILE.
006090     IF DL870-RCY-MATCHED = ZERO
006100         MOVE SPACES TO DL870-RPT-LINE
006110         STRING 'NONE'
006120             DELIMITED BY SIZE INTO DL870-RPT-LINE
006130         PERFORM 9100-WRITE-RPT-LINE THRU 9100-EXIT
006140     END-IF.
006150 6000-EXIT.
006160     EXIT.
006170 6100-REPORT-RECYCLE-RECORD.
006180     READ RECYCLE-FILE
006190         AT END SET DL870-RECYCLE-EOF TO TRUE
006200     END-READ.
006210     IF DL870-RECYCLE-EOF
006220         GO TO 6100-EXIT
006230     END-IF.
006240     MOVE DL870-RECYCLE-RECORD TO DL870-WORK-REC.
006250     IF DL870-WORK-REC(4:10) NOT = DL870-START-KEY(1:10)
006260         GO TO 6100-EXIT
006270     END-IF.
006280     ADD 1 TO DL870-RCY-MATCHED.
006290     PERFORM 4200-WRITE-DETAIL-LINE THRU 4200-EXIT.
006300 6100-EXIT.
006310     EXIT.
006320******************************************************************
006330*  8000-FINALIZE -- section counts, then close the page
006340******************************************************************
006350 8000-FINALIZE.
006360     IF DL870-RPT-OPEN-FAILED
006370         GO TO 8000-EXIT
006380     END-IF.
006390     PERFORM 9200-WRITE-BLANK-LINE THRU 9200-EXIT.
006400     MOVE DL870-HIST-MATCHED TO DL870-RPT-NUM-EDIT.
006410     MOVE SPACES TO DL870-RPT-LINE.
006420     STRING 'HISTORY ROWS.......: ' DL870-RPT-NUM-EDIT
006430         DELIMITED BY SIZE INTO DL870-RPT-LINE.
006440     WRITE DL870-RPT-LINE.
006450     MOVE DL870-HOLD-MATCHED TO DL870-RPT-NUM-EDIT.
006460     MOVE SPACES TO DL870-RPT-LINE.
006470     STRING 'HELD RECORDS.......: ' DL870-RPT-NUM-EDIT
006480         DELIMITED BY SIZE INTO DL870-RPT-LINE.
006490     WRITE DL870-RPT-LINE.
006500     MOVE DL870-REJ-MATCHED TO DL870-RPT-NUM-EDIT.
006510     MOVE SPACES TO DL870-RPT-LINE.
006520     STRING 'OUTSTANDING REJECTS: ' DL870-RPT-NUM-EDIT
006530         DELIMITED BY SIZE INTO DL870-RPT-LINE.
006540     WRITE DL870-RPT-LINE.
006550     MOVE DL870-RCY-MATCHED TO DL870-RPT-NUM-EDIT.
006560     MOVE SPACES TO DL870-RPT-LINE.
006570     STRING 'AWAITING RECYCLE...: ' DL870-RPT-NUM-EDIT
006580         DELIMITED BY SIZE INTO DL870-RPT-LINE.
006590     WRITE DL870-RPT-LINE.
006600     CLOSE INQ-RPT.
006610 8000-EXIT.
006620     EXIT.
006630 9100-WRITE-RPT-LINE.
006640     IF NOT DL870-RPT-OPEN-FAILED
006650         WRITE DL870-RPT-LINE
006660     END-IF.
006670 9100-EXIT.
006680     EXIT.
006690 9200-WRITE-BLANK-LINE.
006700     IF NOT DL870-RPT-OPEN-FAILED
006710         MOVE SPACES TO DL870-RPT-LINE
006720         WRITE DL870-RPT-LINE
006730     END-IF.
006740 9200-EXIT.
006750     EXIT.
006760 9300-LOOKUP-CODE-DESC.
006770     MOVE SPACES TO DL870-CODE-DESC.
006780     IF DL870-TCODE-COUNT = ZERO
006790         GO TO 9300-EXIT
006800     END-IF.
006810     SET DL870-TCODE-IDX TO 1.
006820     SEARCH DL870-TCODE-ENTRY
006830         AT END
006840             CONTINUE
006850         WHEN DL870-TCODE-CODE(DL870-TCODE-IDX)
006860                 = DL100-TRANS-CODE
006870             MOVE DL870-TCODE-DESC(DL870-TCODE-IDX)
006880                 TO DL870-CODE-DESC
006890     END-SEARCH.
006900 9300-EXIT.
006910     EXIT.
