000010******************************************************************
000020* Author: R. Maldonado
000030* Date: 10/15/2026
000040* Purpose: Dormant-account detection and escheatment.  Reads
000050*          ACCT-MASTER front to back against the TRANS-MASTER
000060*          history and dates each account's last customer
000070*          activity -- the latest of its open date, the
000080*          last-activity date posting keeps on the master, and
000090*          the latest transaction on its history whose code is
000100*          not a system charge.  An open account idle for the
000110*          DORMANT-PARM threshold goes dormant (D); a dormant
000120*          account with activity inside the threshold goes back
000130*          to open.  A dormant account idle past the statutory
000140*          escheat period is written to ESCHEAT-CANDIDATES for
000150*          compliance's state filing.  The accounts compliance
000160*          actually filed come back on the ESCHEAT-CARDS deck:
000170*          each one is marked escheated (E) and its balance is
000180*          written as a closing debit, in one HDR...TRL batch,
000190*          to TRANS-GENERATED under the escheat transaction
000200*          code, so the turnover flows through intake,
000210*          POST-TO-MASTER and GL-EXTRACT (which books the code
000220*          to the state-holding account) like any other item.
000230* Tectonics: cobc
000240******************************************************************
000250* Modification History
000260*   Date       Init  Description
000270*   ---------  ----  -------------------------------------------
000280*   10/15/2026 RM    Initial version.  Closed, frozen and
000290*                    escheated accounts are passed over.
000300*                    Reversed history rows and system charges
000310*                    (service charges, NSF fees) do not count as
000320*                    activity, so the bank's own charges never
000330*                    keep an account alive.  A card for an
000340*                    account that is not a candidate today is
000350*                    rejected as NCAN, one for an account not on
000360*                    the master as NACC, and one for an account
000370*                    overdrawn as NEGB -- an overdrawn balance is
000380*                    owed to the bank and is not escheated.  The
000390*                    closing item's reference is built from the
000400*                    code, the account and the run's year and
000410*                    month, so a rerun cannot post it twice.
000420*   10/15/2026 RM    Every account rewritten is journaled to
000430*                    ACCT-JOURNAL with its before and after
000440*                    images and the scan note that caused it,
000450*                    under a run-id printed on the report, so
000460*                    ACCT-RECOVER can back the run out.
000470*   10/15/2026 RM    TRANS-MASTER now carries the reference of the
000480*                    REV that backed a row out as a second
000490*                    alternate key; the SELECT names it to match
000500*                    the file.
000510*   10/15/2026 RM    The run date is the business date on
000520*                    RUN-CONTROL rather than the clock; a run with
000530*                    escheat cards is refused once intake has
000540*                    started for that date.
000550*   10/15/2026 RM    The DORMANT-PARM layout moves to copybook
000560*                    DL900PRM, which the posting run now reads for
000570*                    the escheat code.
000580*   10/15/2026 RM    A history row the posting run rejected is no
000590*                    longer taken as customer activity; a reversed
000600*                    row whose REV posting rejected counts again,
000610*                    since the backout never posted.
000620******************************************************************
000630 IDENTIFICATION DIVISION.
000640 PROGRAM-ID. DORMANT-SCAN.
000650 ENVIRONMENT DIVISION.
000660 INPUT-OUTPUT SECTION.
000670 FILE-CONTROL.
000680 SELECT ACCT-MASTER ASSIGN TO "ACCT-MASTER"
000690     ORGANIZATION INDEXED
000700     ACCESS MODE SEQUENTIAL
000710     RECORD KEY IS DL200-MST-ACCOUNT-NO
000720     FILE STATUS IS DL900-ACCT-STATUS.
000730 SELECT TRANS-MASTER ASSIGN TO "TRANS-MASTER"
000740     ORGANIZATION INDEXED
000750     ACCESS MODE SEQUENTIAL
000760     RECORD KEY IS DL100-MST-KEY
000770     ALTERNATE RECORD KEY IS DL100-MST-TRANS-REF WITH DUPLICATES
000780     ALTERNATE RECORD KEY IS DL100-MST-REV-REF WITH DUPLICATES
000790     FILE STATUS IS DL900-HIST-STATUS.
000800 SELECT TRANS-CODE-FILE ASSIGN TO "TRANS-CODES"
000810     ORGANIZATION LINE SEQUENTIAL
000820     FILE STATUS IS DL900-TCODE-STATUS.
000830 SELECT PARM-CARD ASSIGN TO "DORMANT-PARM"
000840     ORGANIZATION LINE SEQUENTIAL
000850     FILE STATUS IS DL900-PARM-STATUS.
000860 SELECT ESCHEAT-CARDS ASSIGN TO "ESCHEAT-CARDS"
000870     ORGANIZATION LINE SEQUENTIAL
000880     FILE STATUS IS DL900-CARDS-STATUS.
000890 SELECT CANDIDATE-FILE ASSIGN TO "ESCHEAT-CANDIDATES"
000900     ORGANIZATION LINE SEQUENTIAL
000910     FILE STATUS IS DL900-CAN-STATUS.
000920 SELECT GENERATED-OUT ASSIGN TO "TRANS-GENERATED"
000930     ORGANIZATION LINE SEQUENTIAL
000940     FILE STATUS IS DL900-GEN-STATUS.
000950 SELECT DORMANCY-RPT ASSIGN TO "DORMANCY-RPT"
000960     ORGANIZATION LINE SEQUENTIAL
000970     FILE STATUS IS DL900-RPT-STATUS.
000980 SELECT ACCT-JOURNAL ASSIGN TO "ACCT-JOURNAL"
000990     ORGANIZATION LINE SEQUENTIAL
001000     FILE STATUS IS DL900-JNL-STATUS.
001010 SELECT RUN-CONTROL ASSIGN TO "RUN-CONTROL"
001020     ORGANIZATION LINE SEQUENTIAL
001030     FILE STATUS IS DL900-RCT-FILE-STATUS.
001040 DATA DIVISION.
001050 FILE SECTION.
001060 FD ACCT-MASTER.
001070 COPY DL200MST.
001080 FD TRANS-MASTER.
001090 COPY DL100MST.
001100 FD TRANS-CODE-FILE.
001110 COPY DL100TCD.
001120 FD PARM-CARD.
001130 COPY DL900PRM.
001140 FD ESCHEAT-CARDS.
001150 01  DL900-CARD-RECORD.
001160     05  DL900-CARD-ACCOUNT-NO       PIC X(10).
001170     05  FILLER                      PIC X(70).
001180 FD CANDIDATE-FILE.
001190 COPY DL900ESC.
001200 FD GENERATED-OUT.
001210 01  DL900-GEN-RECORD                PIC X(255).
001220 FD DORMANCY-RPT.
001230 01  DL900-RPT-LINE                  PIC X(80).
001240 FD ACCT-JOURNAL.
001250 COPY DL200JNL.
001260 FD RUN-CONTROL.
001270 COPY DL960RCT.
001280 WORKING-STORAGE SECTION.
001290 01  DL900-SWITCHES.
001300     05  DL900-RPT-OPEN-SWITCH       PIC X(01) VALUE 'N'.
001310         88  DL900-RPT-OPEN-FAILED        VALUE 'Y'.
001320     05  DL900-REFUSED-SWITCH        PIC X(01) VALUE 'N'.
001330         88  DL900-RUN-REFUSED            VALUE 'Y'.
001340     05  DL900-ACCT-OPEN-SWITCH      PIC X(01) VALUE 'N'.
001350         88  DL900-ACCT-IS-OPEN           VALUE 'Y'.
001360     05  DL900-HIST-OPEN-SWITCH      PIC X(01) VALUE 'N'.
001370         88  DL900-HIST-IS-OPEN           VALUE 'Y'.
001380     05  DL900-CAN-OPEN-SWITCH       PIC X(01) VALUE 'N'.
001390         88  DL900-CAN-IS-OPEN            VALUE 'Y'.
001400     05  DL900-GEN-OPEN-SWITCH       PIC X(01) VALUE 'N'.
001410         88  DL900-GEN-IS-OPEN            VALUE 'Y'.
001420     05  DL900-ACCT-EOF-SWITCH       PIC X(01) VALUE 'N'.
001430         88  DL900-ACCT-EOF               VALUE 'Y'.
001440     05  DL900-HIST-EOF-SWITCH       PIC X(01) VALUE 'N'.
001450         88  DL900-HIST-EOF               VALUE 'Y'.
001460     05  DL900-TCODE-EOF-SWITCH      PIC X(01) VALUE 'N'.
001470         88  DL900-TCODE-EOF              VALUE 'Y'.
001480     05  DL900-CARDS-EOF-SWITCH      PIC X(01) VALUE 'N'.
001490         88  DL900-CARDS-EOF              VALUE 'Y'.
001500     05  DL900-CARD-FOUND-SWITCH     PIC X(01) VALUE 'N'.
001510         88  DL900-CARD-FOUND             VALUE 'Y'.
001520     05  DL900-REWRITE-SWITCH        PIC X(01) VALUE 'N'.
001530         88  DL900-REWRITE-NEEDED         VALUE 'Y'.
001540     05  DL900-MST-WRITE-SWITCH      PIC X(01) VALUE 'N'.
001550         88  DL900-MST-WRITE-FAILED       VALUE 'Y'.
001560     05  DL900-JNL-OPEN-SWITCH       PIC X(01) VALUE 'N'.
001570         88  DL900-JNL-IS-OPEN            VALUE 'Y'.
001580     05  DL900-JNL-WRITE-SWITCH      PIC X(01) VALUE 'N'.
001590         88  DL900-JNL-WRITE-FAILED       VALUE 'Y'.
001600 77  DL900-REFUSAL-TEXT              PIC X(60) VALUE SPACES.
001610 77  DL900-ACCT-STATUS               PIC X(02).
001620 77  DL900-HIST-STATUS               PIC X(02).
001630 77  DL900-TCODE-STATUS              PIC X(02).
001640 77  DL900-PARM-STATUS               PIC X(02).
001650 77  DL900-CARDS-STATUS              PIC X(02).
001660 77  DL900-CAN-STATUS                PIC X(02).
001670 77  DL900-GEN-STATUS                PIC X(02).
001680 77  DL900-RPT-STATUS                PIC X(02).
001690 77  DL900-JNL-STATUS                PIC X(02).
001700 77  DL900-RUN-TIME                  PIC 9(08).
001710 77  DL900-RUN-ID                    PIC X(16).
001720 77  DL900-JNL-ENTRIES               PIC 9(09) VALUE ZERO.
001730 77  DL900-BEFORE-IMAGE              PIC X(82) VALUE SPACES.
001740 77  DL900-RUN-DATE                  PIC 9(08).
001750 77  DL900-RCT-FILE-STATUS           PIC X(02).
001760 77  DL900-INTAKE-STEP               PIC 9(02) COMP VALUE 2.
001770 77  DL900-RUN-DATE-INT              PIC 9(09) COMP VALUE ZERO.
001780 77  DL900-DORMANT-DAYS              PIC 9(05) VALUE 365.
001790 77  DL900-ESCHEAT-DAYS              PIC 9(05) VALUE 1095.
001800 77  DL900-ESCHEAT-CODE              PIC X(02) VALUE 'ES'.
001810 77  DL900-LAST-DATE                 PIC 9(08) VALUE ZERO.
001820 77  DL900-DAYS                      PIC S9(09) COMP VALUE ZERO.
001830 77  DL900-TCODE-COUNT               PIC 9(05) COMP VALUE ZERO.
001840 77  DL900-TCODE-MAX                 PIC 9(05) COMP VALUE 500.
001850 77  DL900-CARD-COUNT                PIC 9(05) COMP VALUE ZERO.
001860 77  DL900-CARD-MAX                  PIC 9(05) COMP VALUE 500.
001870 77  DL900-SUB                       PIC 9(05) COMP VALUE ZERO.
001880 77  DL900-MATCH-ACCT                PIC X(10) VALUE SPACES.
001890 77  DL900-MATCH-RESULT              PIC X(04) VALUE SPACES.
001900 77  DL900-ACCT-NOTE                 PIC X(04) VALUE SPACES.
001910 77  DL900-ACCTS-READ                PIC 9(09) COMP VALUE ZERO.
001920 77  DL900-ACCTS-SKIPPED             PIC 9(09) COMP VALUE ZERO.
001930 77  DL900-ACCTS-NO-DATE             PIC 9(09) COMP VALUE ZERO.
001940 77  DL900-NEWLY-DORMANT             PIC 9(09) COMP VALUE ZERO.
001950 77  DL900-REACTIVATED               PIC 9(09) COMP VALUE ZERO.
001960 77  DL900-DORMANT-COUNT             PIC 9(09) COMP VALUE ZERO.
001970 77  DL900-CANDIDATES                PIC 9(09) COMP VALUE ZERO.
001980 77  DL900-CARDS-READ                PIC 9(09) COMP VALUE ZERO.
001990 77  DL900-CARDS-APPLIED             PIC 9(09) COMP VALUE ZERO.
002000 77  DL900-CARDS-REJECTED            PIC 9(09) COMP VALUE ZERO.
002010 77  DL900-BATCH-COUNT               PIC 9(09) VALUE ZERO.
002020 77  DL900-BATCH-HASH                PIC 9(13) VALUE ZERO.
002030 77  DL900-CENTS                     PIC 9(13) VALUE ZERO.
002040 77  DL900-DORMANT-BALANCE           PIC S9(11)V99 COMP-3
002050                                     VALUE ZERO.
002060 77  DL900-CANDIDATE-BALANCE         PIC S9(11)V99 COMP-3
002070                                     VALUE ZERO.
002080 77  DL900-ESCHEAT-AMOUNT            PIC S9(11)V99 COMP-3
002090                                     VALUE ZERO.
002100 77  DL900-RPT-NUM-EDIT              PIC ZZZZZZZZ9.
002110 77  DL900-RPT-HASH-EDIT             PIC Z(12)9.
002120 77  DL900-RPT-AMT-EDIT              PIC -ZZZZZZZZZZ9.99.
002130 01  DL900-TCODE-TABLE.
002140     05  DL900-TCODE-ENTRY
002150         OCCURS 1 TO 500 TIMES
002160         DEPENDING ON DL900-TCODE-COUNT
002170         INDEXED BY DL900-TCODE-IDX.
002180         10  DL900-TCODE-CODE        PIC X(02).
002190         10  DL900-TCODE-DC-IND      PIC X(01).
002200         10  DL900-TCODE-ACTIVE      PIC X(01).
002210         10  DL900-TCODE-EFF-DATE    PIC 9(08).
002220         10  DL900-TCODE-SYSTEM      PIC X(01).
002230 01  DL900-CARD-TABLE.
002240     05  DL900-CARD-ENTRY
002250         OCCURS 1 TO 500 TIMES
002260         DEPENDING ON DL900-CARD-COUNT
002270         INDEXED BY DL900-CARD-IDX.
002280         10  DL900-CT-ACCOUNT-NO     PIC X(10).
002290         10  DL900-CT-RESULT         PIC X(04).
002300 01  DL900-WORK-REC                  PIC X(255).
002310 COPY DL100REC REPLACING ==LN== BY ==DL900-WORK-REC==.
002320 01  DL900-RPT-DETAIL.
002330     05  DL900-RPT-ACCT              PIC 9(10).
002340     05  FILLER                      PIC X(01) VALUE SPACES.
002350     05  DL900-RPT-NAME              PIC X(20).
002360     05  FILLER                      PIC X(01) VALUE SPACES.
002370     05  DL900-RPT-NOTE              PIC X(04).
002380     05  FILLER                      PIC X(01) VALUE SPACES.
002390     05  DL900-RPT-LAST              PIC 9(08).
002400     05  FILLER                      PIC X(01) VALUE SPACES.
002410     05  DL900-RPT-DAYS              PIC ZZZZ9.
002420     05  FILLER                      PIC X(01) VALUE SPACES.
002430     05  DL900-RPT-BALANCE           PIC -ZZZZZZZZZZ9.99.
002440******************************************************************
002450*  0000-MAINLINE
002460******************************************************************
002470 PROCEDURE DIVISION.
002480 0000-MAINLINE.
002490     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002500     IF NOT DL900-RUN-REFUSED
002510         PERFORM 2000-PROCESS-ACCOUNT THRU 2000-EXIT
002520             UNTIL DL900-ACCT-EOF OR DL900-RUN-REFUSED
002530     END-IF.
002540     PERFORM 8000-FINALIZE THRU 8000-EXIT.
002550     IF DL900-RUN-REFUSED OR DL900-MST-WRITE-FAILED
002560             OR DL900-JNL-WRITE-FAILED
002570         MOVE 8 TO RETURN-CODE
002580     ELSE
002590         IF DL900-CARDS-REJECTED > ZERO
002600             MOVE 4 TO RETURN-CODE
002610         END-IF
002620     END-IF.
002630     STOP RUN.
002640******************************************************************
002650*  1000-INITIALIZE -- the business date from RUN-CONTROL, then
002660*                     thresholds, transaction codes and the
002670*                     escheat deck first, so a bad card or a
002680*                     missing escheat code refuses the run
002690*                     before any master is touched; then open
002700*                     the files and prime both masters
002710******************************************************************
002720 1000-INITIALIZE.
002730     PERFORM 1020-READ-RUN-CONTROL THRU 1020-EXIT.
002740     ACCEPT DL900-RUN-TIME FROM TIME.
002750     STRING DL900-RUN-DATE DL900-RUN-TIME
002760         DELIMITED BY SIZE INTO DL900-RUN-ID.
002770     IF NOT DL900-RUN-REFUSED
002780         COMPUTE DL900-RUN-DATE-INT =
002790             FUNCTION INTEGER-OF-DATE(DL900-RUN-DATE)
002800     END-IF.
002810     OPEN OUTPUT DORMANCY-RPT.
002820     IF DL900-RPT-STATUS NOT = '00'
002830         DISPLAY 'DORMANCY-RPT OPEN FAILED, STATUS='
002840             DL900-RPT-STATUS
002850         SET DL900-RPT-OPEN-FAILED TO TRUE
002860     END-IF.
002870     IF NOT DL900-RUN-REFUSED
002880         PERFORM 1050-READ-PARM-CARD THRU 1050-EXIT
002890     END-IF.
002900     IF NOT DL900-RUN-REFUSED
002910         PERFORM 1100-LOAD-TRANS-CODES THRU 1100-EXIT
002920     END-IF.
002930     IF NOT DL900-RUN-REFUSED
002940         PERFORM 1200-LOAD-CARDS THRU 1200-EXIT
002950     END-IF.
002960     IF NOT DL900-RUN-REFUSED AND DL900-CARD-COUNT > ZERO
002970         PERFORM 1030-CHECK-INTAKE-PENDING THRU 1030-EXIT
002980     END-IF.
002990     IF NOT DL900-RUN-REFUSED AND DL900-CARD-COUNT > ZERO
003000         PERFORM 1300-CHECK-ESCHEAT-CODE THRU 1300-EXIT
003010     END-IF.
003020     IF NOT DL900-RUN-REFUSED
003030         PERFORM 1400-OPEN-FILES THRU 1400-EXIT
003040     END-IF.
003050     IF DL900-RUN-REFUSED
003060         GO TO 1000-EXIT
003070     END-IF.
003080     PERFORM 1700-WRITE-REPORT-HEADER THRU 1700-EXIT.
003090     PERFORM 2190-READ-HISTORY THRU 2190-EXIT.
003100     PERFORM 2900-READ-ACCOUNT THRU 2900-EXIT.
003110 1000-EXIT.
003120     EXIT.
003130******************************************************************
003140*  1020-READ-RUN-CONTROL -- the run date is the business date on
003150*                           RUN-CONTROL, not the clock, so the
003160*                           run works to the same day as the
003170*                           nightly chain; no business date
003180*                           refuses the run
003190******************************************************************
003200 1020-READ-RUN-CONTROL.
003210     MOVE ZERO TO DL900-RUN-DATE.
003220     OPEN INPUT RUN-CONTROL.
003230     IF DL900-RCT-FILE-STATUS NOT = '00'
003240         SET DL900-RUN-REFUSED TO TRUE
003250         MOVE SPACES TO DL900-REFUSAL-TEXT
003260         STRING 'RUN-CONTROL WILL NOT OPEN, STATUS='
003270             DL900-RCT-FILE-STATUS
003280             DELIMITED BY SIZE INTO DL900-REFUSAL-TEXT
003290         GO TO 1020-EXIT
003300     END-IF.
003310     READ RUN-CONTROL
003320         AT END MOVE SPACES TO DL960-RUN-CONTROL-RECORD
003330     END-READ.
003340     CLOSE RUN-CONTROL.
003350     IF DL960-RCT-BUS-DATE NOT NUMERIC
003360             OR DL960-RCT-BUS-DATE = ZERO
003370         SET DL900-RUN-REFUSED TO TRUE
003380         MOVE 'RUN-CONTROL HOLDS NO BUSINESS DATE'
003390             TO DL900-REFUSAL-TEXT
003400         GO TO 1020-EXIT
003410     END-IF.
003420     MOVE DL960-RCT-BUS-DATE TO DL900-RUN-DATE.
003430 1020-EXIT.
003440     EXIT.
003450******************************************************************
003460*  1030-CHECK-INTAKE-PENDING -- TRANS-GENERATED is picked up by
003470*                               the intake run; once intake has
003480*                               started for the business date,
003490*                               items written now would miss it
003500*                               and post a day late, so the run
003510*                               is refused
003520******************************************************************
003530 1030-CHECK-INTAKE-PENDING.
003540     IF NOT DL960-RCT-PENDING(DL900-INTAKE-STEP)
003550         SET DL900-RUN-REFUSED TO TRUE
003560         MOVE SPACES TO DL900-REFUSAL-TEXT
003570         STRING 'INTAKE ALREADY RUN FOR ' DL900-RUN-DATE
003580             ' -- GENERATE BEFORE INTAKE'
003590             DELIMITED BY SIZE INTO DL900-REFUSAL-TEXT
003600     END-IF.
003610 1030-EXIT.
003620     EXIT.
003630******************************************************************
003640*  1050-READ-PARM-CARD -- dormancy days, escheat days and the
003650*                         escheat transaction code; a field left
003660*                         blank (or no card at all) keeps its
003670*                         default of 365 days, 1095 days and ES
003680******************************************************************
003690 1050-READ-PARM-CARD.
003700     MOVE SPACES TO DL900-PARM-RECORD.
003710     OPEN INPUT PARM-CARD.
003720     IF DL900-PARM-STATUS = '00'
003730         READ PARM-CARD
003740             AT END MOVE SPACES TO DL900-PARM-RECORD
003750         END-READ
003760         CLOSE PARM-CARD
003770     END-IF.
003780     IF DL900-PARM-DORMANT-DAYS NOT = SPACES
003790         IF DL900-PARM-DORMANT-DAYS NOT NUMERIC
003800             SET DL900-RUN-REFUSED TO TRUE
003810             MOVE 'DORMANT-PARM DORMANCY DAYS NOT NUMERIC'
003820                 TO DL900-REFUSAL-TEXT
003830             GO TO 1050-EXIT
003840         END-IF
003850         MOVE DL900-PARM-DORMANT-DAYS TO DL900-DORMANT-DAYS
003860     END-IF.
003870     IF DL900-PARM-ESCHEAT-DAYS NOT = SPACES
003880         IF DL900-PARM-ESCHEAT-DAYS NOT NUMERIC
003890             SET DL900-RUN-REFUSED TO TRUE
003900             MOVE 'DORMANT-PARM ESCHEAT DAYS NOT NUMERIC'
003910                 TO DL900-REFUSAL-TEXT
003920             GO TO 1050-EXIT
003930         END-IF
003940         MOVE DL900-PARM-ESCHEAT-DAYS TO DL900-ESCHEAT-DAYS
003950     END-IF.
003960     IF DL900-PARM-ESCHEAT-CODE NOT = SPACES
003970         MOVE DL900-PARM-ESCHEAT-CODE TO DL900-ESCHEAT-CODE
003980     END-IF.
003990     IF DL900-DORMANT-DAYS = ZERO
004000             OR DL900-ESCHEAT-DAYS < DL900-DORMANT-DAYS
004010         SET DL900-RUN-REFUSED TO TRUE
004020         MOVE 'DORMANT-PARM ESCHEAT DAYS LESS THAN DORMANCY DAYS'
004030             TO DL900-REFUSAL-TEXT
004040     END-IF.
004050 1050-EXIT.
004060     EXIT.
004070******************************************************************
004080*  1100-LOAD-TRANS-CODES -- the TRANS-CODES reference table: the
004090*                           system flag says which history rows
004100*                           are the bank's own charges, and the
004110*                           escheat code is proved against it
004120******************************************************************
004130 1100-LOAD-TRANS-CODES.
004140     OPEN INPUT TRANS-CODE-FILE.
004150     IF DL900-TCODE-STATUS NOT = '00'
004160         SET DL900-RUN-REFUSED TO TRUE
004170         MOVE 'TRANS-CODES WILL NOT OPEN' TO DL900-REFUSAL-TEXT
004180         GO TO 1100-EXIT
004190     END-IF.
004200     PERFORM 1150-LOAD-TRANS-CODE-ROW THRU 1150-EXIT
004210         UNTIL DL900-TCODE-EOF.
004220     CLOSE TRANS-CODE-FILE.
004230 1100-EXIT.
004240     EXIT.
004250 1150-LOAD-TRANS-CODE-ROW.
004260     READ TRANS-CODE-FILE
004270         AT END SET DL900-TCODE-EOF TO TRUE
004280     END-READ.
004290     IF NOT DL900-TCODE-EOF
004300         IF DL900-TCODE-COUNT < DL900-TCODE-MAX
004310             ADD 1 TO DL900-TCODE-COUNT
004320             SET DL900-TCODE-IDX TO DL900-TCODE-COUNT
004330             MOVE DL100-TCD-CODE
004340                 TO DL900-TCODE-CODE(DL900-TCODE-IDX)
004350             MOVE DL100-TCD-DC-IND
004360                 TO DL900-TCODE-DC-IND(DL900-TCODE-IDX)
004370             MOVE DL100-TCD-ACTIVE-FLAG
004380                 TO DL900-TCODE-ACTIVE(DL900-TCODE-IDX)
004390             MOVE DL100-TCD-EFF-DATE
004400                 TO DL900-TCODE-EFF-DATE(DL900-TCODE-IDX)
004410             MOVE DL100-TCD-SYSTEM-FLAG
004420                 TO DL900-TCODE-SYSTEM(DL900-TCODE-IDX)
004430         END-IF
004440     END-IF.
004450 1150-EXIT.
004460     EXIT.
004470******************************************************************
004480*  1200-LOAD-CARDS -- the ESCHEAT-CARDS deck into working
004490*                     storage, one entry per card with its
004500*                     result; no deck at all is an ordinary
004510*                     scan.  A card that is not ten digits is
004520*                     ACCT and a second card for the same
004530*                     account DUPC, both settled here.
004540******************************************************************
004550 1200-LOAD-CARDS.
004560     OPEN INPUT ESCHEAT-CARDS.
004570     IF DL900-CARDS-STATUS NOT = '00'
004580         GO TO 1200-EXIT
004590     END-IF.
004600     PERFORM 1250-LOAD-CARD THRU 1250-EXIT
004610         UNTIL DL900-CARDS-EOF OR DL900-RUN-REFUSED.
004620     CLOSE ESCHEAT-CARDS.
004630 1200-EXIT.
004640     EXIT.
004650 1250-LOAD-CARD.
004660     READ ESCHEAT-CARDS
004670         AT END SET DL900-CARDS-EOF TO TRUE
004680     END-READ.
004690     IF DL900-CARDS-EOF OR DL900-CARD-RECORD = SPACES
004700         GO TO 1250-EXIT
004710     END-IF.
004720     ADD 1 TO DL900-CARDS-READ.
004730     IF DL900-CARD-COUNT NOT < DL900-CARD-MAX
004740         SET DL900-RUN-REFUSED TO TRUE
004750         MOVE 'ESCHEAT-CARDS HAS MORE CARDS THAN THE TABLE HOLDS'
004760             TO DL900-REFUSAL-TEXT
004770         GO TO 1250-EXIT
004780     END-IF.
004790     MOVE DL900-CARD-ACCOUNT-NO TO DL900-MATCH-ACCT.
004800     MOVE 'N' TO DL900-CARD-FOUND-SWITCH.
004810     IF DL900-CARD-COUNT > ZERO
004820         SET DL900-CARD-IDX TO 1
004830         SEARCH DL900-CARD-ENTRY
004840             WHEN DL900-CT-ACCOUNT-NO(DL900-CARD-IDX)
004850                     = DL900-MATCH-ACCT
004860                 SET DL900-CARD-FOUND TO TRUE
004870         END-SEARCH
004880     END-IF.
004890     ADD 1 TO DL900-CARD-COUNT.
004900     SET DL900-CARD-IDX TO DL900-CARD-COUNT.
004910     MOVE DL900-MATCH-ACCT TO DL900-CT-ACCOUNT-NO(DL900-CARD-IDX).
004920     MOVE SPACES TO DL900-CT-RESULT(DL900-CARD-IDX).
004930     IF DL900-CARD-ACCOUNT-NO NOT NUMERIC
004940         MOVE 'ACCT' TO DL900-CT-RESULT(DL900-CARD-IDX)
004950     ELSE
004960         IF DL900-CARD-FOUND
004970             MOVE 'DUPC' TO DL900-CT-RESULT(DL900-CARD-IDX)
004980         END-IF
004990     END-IF.
005000 1250-EXIT.
005010     EXIT.
005020******************************************************************
005030*  1300-CHECK-ESCHEAT-CODE -- with cards to apply, the escheat
005040*                             code must be an active, effective
005050*                             debit flagged as a system charge,
005060*                             or the closing items would reject
005070*                             at intake or bounce at posting
005080******************************************************************
005090 1300-CHECK-ESCHEAT-CODE.
005100     IF DL900-TCODE-COUNT = ZERO
005110         SET DL900-RUN-REFUSED TO TRUE
005120         MOVE 'TRANS-CODES IS EMPTY' TO DL900-REFUSAL-TEXT
005130         GO TO 1300-EXIT
005140     END-IF.
005150     SET DL900-TCODE-IDX TO 1.
005160     SEARCH DL900-TCODE-ENTRY
005170         AT END
005180             SET DL900-RUN-REFUSED TO TRUE
005190             STRING 'ESCHEAT CODE ' DL900-ESCHEAT-CODE
005200                 ' IS NOT ON TRANS-CODES'
005210                 DELIMITED BY SIZE INTO DL900-REFUSAL-TEXT
005220         WHEN DL900-TCODE-CODE(DL900-TCODE-IDX)
005230                 = DL900-ESCHEAT-CODE
005240             IF DL900-TCODE-ACTIVE(DL900-TCODE-IDX) NOT = 'A'
005250                     OR DL900-TCODE-EFF-DATE(DL900-TCODE-IDX)
005260                         > DL900-RUN-DATE
005270                     OR DL900-TCODE-DC-IND(DL900-TCODE-IDX)
005280                         NOT = 'D'
005290                     OR DL900-TCODE-SYSTEM(DL900-TCODE-IDX)
005300                         NOT = 'S'
005310                 SET DL900-RUN-REFUSED TO TRUE
005320                 STRING 'ESCHEAT CODE ' DL900-ESCHEAT-CODE
005330                     ' IS NOT AN ACTIVE SYSTEM DEBIT'
005340                     DELIMITED BY SIZE INTO DL900-REFUSAL-TEXT
005350             END-IF
005360     END-SEARCH.
005370 1300-EXIT.
005380     EXIT.
005390******************************************************************
005400*  1400-OPEN-FILES -- ACCT-MASTER is read front to back and
005410*                     rewritten in place; TRANS-MASTER is read
005420*                     alongside it in the same account order
005430******************************************************************
005440 1400-OPEN-FILES.
005450     OPEN I-O ACCT-MASTER.
005460     IF DL900-ACCT-STATUS NOT = '00'
005470         SET DL900-RUN-REFUSED TO TRUE
005480         MOVE 'ACCT-MASTER WILL NOT OPEN' TO DL900-REFUSAL-TEXT
005490         GO TO 1400-EXIT
005500     END-IF.
005510     SET DL900-ACCT-IS-OPEN TO TRUE.
005520     OPEN INPUT TRANS-MASTER.
005530     IF DL900-HIST-STATUS NOT = '00'
005540         SET DL900-RUN-REFUSED TO TRUE
005550         MOVE 'TRANS-MASTER WILL NOT OPEN' TO DL900-REFUSAL-TEXT
005560         GO TO 1400-EXIT
005570     END-IF.
005580     SET DL900-HIST-IS-OPEN TO TRUE.
005590     OPEN OUTPUT CANDIDATE-FILE.
005600     IF DL900-CAN-STATUS NOT = '00'
005610         SET DL900-RUN-REFUSED TO TRUE
005620         MOVE 'ESCHEAT-CANDIDATES WILL NOT OPEN'
005630             TO DL900-REFUSAL-TEXT
005640         GO TO 1400-EXIT
005650     END-IF.
005660     SET DL900-CAN-IS-OPEN TO TRUE.
005670     OPEN EXTEND ACCT-JOURNAL.
005680     IF DL900-JNL-STATUS NOT = '00'
005690         OPEN OUTPUT ACCT-JOURNAL
005700     END-IF.
005710     IF DL900-JNL-STATUS NOT = '00'
005720         SET DL900-RUN-REFUSED TO TRUE
005730         MOVE 'ACCT-JOURNAL WILL NOT OPEN' TO DL900-REFUSAL-TEXT
005740         GO TO 1400-EXIT
005750     END-IF.
005760     SET DL900-JNL-IS-OPEN TO TRUE.
005770 1400-EXIT.
005780     EXIT.
005790 1700-WRITE-REPORT-HEADER.
005800     IF DL900-RPT-OPEN-FAILED
005810         GO TO 1700-EXIT
005820     END-IF.
005830     MOVE SPACES TO DL900-RPT-LINE.
005840     STRING 'DORMANT-SCAN DORMANCY AND ESCHEATMENT REPORT'
005850         DELIMITED BY SIZE INTO DL900-RPT-LINE.
005860     WRITE DL900-RPT-LINE.
005870     MOVE SPACES TO DL900-RPT-LINE.
005880     STRING 'RUN DATE...........: ' DL900-RUN-DATE
005890         DELIMITED BY SIZE INTO DL900-RPT-LINE.
005900     WRITE DL900-RPT-LINE.
005910     MOVE DL900-DORMANT-DAYS TO DL900-RPT-NUM-EDIT.
005920     MOVE SPACES TO DL900-RPT-LINE.
005930     STRING 'DORMANT AFTER DAYS.: ' DL900-RPT-NUM-EDIT
005940         DELIMITED BY SIZE INTO DL900-RPT-LINE.
005950     WRITE DL900-RPT-LINE.
005960     MOVE DL900-ESCHEAT-DAYS TO DL900-RPT-NUM-EDIT.
005970     MOVE SPACES TO DL900-RPT-LINE.
005980     STRING 'ESCHEAT AFTER DAYS.: ' DL900-RPT-NUM-EDIT
005990         '  CODE ' DL900-ESCHEAT-CODE
006000         DELIMITED BY SIZE INTO DL900-RPT-LINE.
006010     WRITE DL900-RPT-LINE.
006020     MOVE SPACES TO DL900-RPT-LINE.
006030     STRING 'JOURNAL RUN ID.....: ' DL900-RUN-ID
006040         DELIMITED BY SIZE INTO DL900-RPT-LINE.
006050     WRITE DL900-RPT-LINE.
006060     MOVE SPACES TO DL900-RPT-LINE.
006070     STRING 'ACCOUNT NO NAME                 NOTE LAST ACT  DAYS'
006080         '         BALANCE'
006090         DELIMITED BY SIZE INTO DL900-RPT-LINE.
006100     WRITE DL900-RPT-LINE.
006110 1700-EXIT.
006120     EXIT.
006130******************************************************************
006140*  2000-PROCESS-ACCOUNT -- one ACCT-MASTER record: date its last
006150*                          customer activity, then move it
006160*                          between open and dormant on the
006170*                          threshold.  A dormant account past
006180*                          the escheat period is a candidate,
006190*                          and is escheated if compliance sent a
006200*                          card for it.  Notes: NEW newly
006210*                          dormant, DORM still dormant, ACTV
006220*                          reactivated, CAND candidate, ESCH
006230*                          escheated this run.
006240******************************************************************
006250 2000-PROCESS-ACCOUNT.
006260     ADD 1 TO DL900-ACCTS-READ.
006270     MOVE 'N' TO DL900-REWRITE-SWITCH.
006280     MOVE DL200-MASTER-RECORD TO DL900-BEFORE-IMAGE.
006290     MOVE SPACES TO DL900-ACCT-NOTE.
006300     MOVE DL200-MST-ACCOUNT-NO TO DL900-MATCH-ACCT.
006310     MOVE ZERO TO DL900-LAST-DATE.
006320     IF DL200-MST-OPEN-DATE NUMERIC
006330         MOVE DL200-MST-OPEN-DATE TO DL900-LAST-DATE
006340     END-IF.
006350     IF DL200-MST-LAST-ACTIVITY NUMERIC
006360             AND DL200-MST-LAST-ACTIVITY > DL900-LAST-DATE
006370         MOVE DL200-MST-LAST-ACTIVITY TO DL900-LAST-DATE
006380     END-IF.
006390     PERFORM 2100-SCAN-HISTORY THRU 2100-EXIT.
006400     IF DL200-MST-CLOSED OR DL200-MST-FROZEN
006410             OR DL200-MST-ESCHEATED
006420         ADD 1 TO DL900-ACCTS-SKIPPED
006430         MOVE 'STAT' TO DL900-MATCH-RESULT
006440         PERFORM 2500-MARK-CARD THRU 2500-EXIT
006450         GO TO 2000-NEXT
006460     END-IF.
006470     IF DL900-LAST-DATE = ZERO
006480         ADD 1 TO DL900-ACCTS-NO-DATE
006490         MOVE 'NCAN' TO DL900-MATCH-RESULT
006500         PERFORM 2500-MARK-CARD THRU 2500-EXIT
006510         GO TO 2000-NEXT
006520     END-IF.
006530     IF DL200-MST-LAST-ACTIVITY NOT NUMERIC
006540             OR DL200-MST-LAST-ACTIVITY < DL900-LAST-DATE
006550         MOVE DL900-LAST-DATE TO DL200-MST-LAST-ACTIVITY
006560         SET DL900-REWRITE-NEEDED TO TRUE
006570     END-IF.
006580     COMPUTE DL900-DAYS = DL900-RUN-DATE-INT -
006590         FUNCTION INTEGER-OF-DATE(DL900-LAST-DATE).
006600     IF DL900-DAYS < ZERO
006610         MOVE ZERO TO DL900-DAYS
006620     END-IF.
006630     IF DL900-DAYS < DL900-DORMANT-DAYS
006640         IF DL200-MST-DORMANT
006650             MOVE 'O' TO DL200-MST-STATUS
006660             SET DL900-REWRITE-NEEDED TO TRUE
006670             ADD 1 TO DL900-REACTIVATED
006680             MOVE 'ACTV' TO DL900-ACCT-NOTE
006690             PERFORM 2700-REPORT-ACCOUNT THRU 2700-EXIT
006700         END-IF
006710         MOVE 'NCAN' TO DL900-MATCH-RESULT
006720         PERFORM 2500-MARK-CARD THRU 2500-EXIT
006730         GO TO 2000-SAVE
006740     END-IF.
006750     IF DL200-MST-DORMANT
006760         MOVE 'DORM' TO DL900-ACCT-NOTE
006770     ELSE
006780         MOVE 'D' TO DL200-MST-STATUS
006790         SET DL900-REWRITE-NEEDED TO TRUE
006800         ADD 1 TO DL900-NEWLY-DORMANT
006810         MOVE 'NEW ' TO DL900-ACCT-NOTE
006820     END-IF.
006830     ADD 1 TO DL900-DORMANT-COUNT.
006840     ADD DL200-MST-BALANCE TO DL900-DORMANT-BALANCE.
006850     IF DL900-DAYS < DL900-ESCHEAT-DAYS
006860         MOVE 'NCAN' TO DL900-MATCH-RESULT
006870         PERFORM 2500-MARK-CARD THRU 2500-EXIT
006880     ELSE
006890         PERFORM 2300-WRITE-CANDIDATE THRU 2300-EXIT
006900         PERFORM 2400-ESCHEAT-ACCOUNT THRU 2400-EXIT
006910     END-IF.
006920     PERFORM 2700-REPORT-ACCOUNT THRU 2700-EXIT.
006930 2000-SAVE.
006940     IF DL900-REWRITE-NEEDED
006950         PERFORM 2600-REWRITE-ACCOUNT THRU 2600-EXIT
006960     END-IF.
006970 2000-NEXT.
006980     PERFORM 2900-READ-ACCOUNT THRU 2900-EXIT.
006990 2000-EXIT.
007000     EXIT.
007010******************************************************************
007020*  2100-SCAN-HISTORY -- TRANS-MASTER is keyed on account first,
007030*                       so the account's history rows sit
007040*                       together; rows for accounts no longer
007050*                       on the master are read past
007060******************************************************************
007070 2100-SCAN-HISTORY.
007080     PERFORM 2110-TAKE-HISTORY-ROW THRU 2110-EXIT
007090         UNTIL DL900-HIST-EOF
007100             OR DL100-MST-ACCOUNT-NO > DL200-MST-ACCOUNT-NO.
007110 2100-EXIT.
007120     EXIT.
007130 2110-TAKE-HISTORY-ROW.
007140     IF DL100-MST-ACCOUNT-NO = DL200-MST-ACCOUNT-NO
007150         PERFORM 2150-WEIGH-HISTORY-ROW THRU 2150-EXIT
007160     END-IF.
007170     PERFORM 2190-READ-HISTORY THRU 2190-EXIT.
007180 2110-EXIT.
007190     EXIT.
007200******************************************************************
007210*  2150-WEIGH-HISTORY-ROW -- a row counts as customer activity
007220*                            unless the posting run rejected it,
007230*                            it was reversed (by a REV posting
007240*                            took), or its code is a system
007250*                            charge; a date past the run date is
007260*                            ignored
007270******************************************************************
007280 2150-WEIGH-HISTORY-ROW.
007290     IF DL100-MST-POST-REJECTED
007300         GO TO 2150-EXIT
007310     END-IF.
007320     IF DL100-MST-REVERSED AND NOT DL100-MST-REV-REJECTED
007330         GO TO 2150-EXIT
007340     END-IF.
007350     MOVE DL100-MST-RAW TO DL900-WORK-REC.
007360     IF DL100-TRANS-DATE NOT NUMERIC
007370         GO TO 2150-EXIT
007380     END-IF.
007390     IF DL100-TRANS-DATE NOT > DL900-LAST-DATE
007400             OR DL100-TRANS-DATE > DL900-RUN-DATE
007410         GO TO 2150-EXIT
007420     END-IF.
007430     IF DL900-TCODE-COUNT > ZERO
007440         SET DL900-TCODE-IDX TO 1
007450         SEARCH DL900-TCODE-ENTRY
007460             WHEN DL900-TCODE-CODE(DL900-TCODE-IDX)
007470                     = DL100-TRANS-CODE
007480                 IF DL900-TCODE-SYSTEM(DL900-TCODE-IDX) = 'S'
007490                     GO TO 2150-EXIT
007500                 END-IF
007510         END-SEARCH
007520     END-IF.
007530     MOVE DL100-TRANS-DATE TO DL900-LAST-DATE.
007540 2150-EXIT.
007550     EXIT.
007560 2190-READ-HISTORY.
007570     READ TRANS-MASTER NEXT RECORD
007580         AT END SET DL900-HIST-EOF TO TRUE
007590     END-READ.
007600 2190-EXIT.
007610     EXIT.
007620 2300-WRITE-CANDIDATE.
007630     MOVE 'CAND' TO DL900-ACCT-NOTE.
007640     MOVE SPACES TO DL900-CANDIDATE-RECORD.
007650     MOVE DL900-RUN-DATE TO DL900-CAN-RUN-DATE.
007660     MOVE DL200-MST-ACCOUNT-NO TO DL900-CAN-ACCOUNT-NO.
007670     MOVE DL200-MST-NAME TO DL900-CAN-NAME.
007680     MOVE DL200-MST-OPEN-DATE TO DL900-CAN-OPEN-DATE.
007690     MOVE DL900-LAST-DATE TO DL900-CAN-LAST-ACTIVITY.
007700     MOVE DL900-DAYS TO DL900-CAN-DAYS-INACTIVE.
007710     MOVE DL200-MST-BALANCE TO DL900-CAN-BALANCE.
007720     WRITE DL900-CANDIDATE-RECORD.
007730     ADD 1 TO DL900-CANDIDATES.
007740     ADD DL200-MST-BALANCE TO DL900-CANDIDATE-BALANCE.
007750 2300-EXIT.
007760     EXIT.
007770******************************************************************
007780*  2400-ESCHEAT-ACCOUNT -- a candidate compliance has filed: a
007790*                          credit balance goes out as the closing
007800*                          debit and the account is marked
007810*                          escheated; a zero balance is marked
007820*                          only; an overdrawn account is left
007830*                          dormant and its card rejected NEGB
007840******************************************************************
007850 2400-ESCHEAT-ACCOUNT.
007860     PERFORM 2550-FIND-CARD THRU 2550-EXIT.
007870     IF NOT DL900-CARD-FOUND
007880         GO TO 2400-EXIT
007890     END-IF.
007900     IF DL200-MST-BALANCE < ZERO
007910         MOVE 'NEGB' TO DL900-CT-RESULT(DL900-CARD-IDX)
007920         GO TO 2400-EXIT
007930     END-IF.
007940     IF DL200-MST-BALANCE > ZERO
007950         PERFORM 2450-WRITE-CLOSING-ITEM THRU 2450-EXIT
007960         IF DL900-RUN-REFUSED
007970             GO TO 2400-EXIT
007980         END-IF
007990     END-IF.
008000     MOVE 'E' TO DL200-MST-STATUS.
008010     SET DL900-REWRITE-NEEDED TO TRUE.
008020     MOVE 'DONE' TO DL900-CT-RESULT(DL900-CARD-IDX).
008030     MOVE 'ESCH' TO DL900-ACCT-NOTE.
008040 2400-EXIT.
008050     EXIT.
008060******************************************************************
008070*  2450-WRITE-CLOSING-ITEM -- one detail for the whole balance,
008080*                             dated the run date, under a
008090*                             reference built from the code, the
008100*                             account and the run's year and
008110*                             month; the batch header goes out
008120*                             with the first item
008130******************************************************************
008140 2450-WRITE-CLOSING-ITEM.
008150     IF NOT DL900-GEN-IS-OPEN
008160         PERFORM 2460-OPEN-BATCH THRU 2460-EXIT
008170         IF DL900-RUN-REFUSED
008180             GO TO 2450-EXIT
008190         END-IF
008200     END-IF.
008210     MOVE SPACES TO DL900-WORK-REC.
008220     MOVE 'DTL' TO DL100-REC-TYPE.
008230     MOVE DL200-MST-ACCOUNT-NO TO DL100-ACCOUNT-NO.
008240     MOVE DL900-ESCHEAT-CODE TO DL100-TRANS-CODE.
008250     MOVE DL200-MST-BALANCE TO DL100-TRANS-AMOUNT.
008260     MOVE DL900-RUN-DATE TO DL100-TRANS-DATE.
008270     STRING DL900-ESCHEAT-CODE DL200-MST-ACCOUNT-NO
008280         DL900-RUN-DATE(3:4)
008290         DELIMITED BY SIZE INTO DL100-TRANS-REF.
008300     WRITE DL900-GEN-RECORD FROM DL900-WORK-REC.
008310     ADD 1 TO DL900-BATCH-COUNT.
008320     COMPUTE DL900-CENTS = DL100-TRANS-AMOUNT * 100.
008330     ADD DL900-CENTS TO DL900-BATCH-HASH.
008340     ADD DL100-TRANS-AMOUNT TO DL900-ESCHEAT-AMOUNT.
008350 2450-EXIT.
008360     EXIT.
008370 2460-OPEN-BATCH.
008380     OPEN EXTEND GENERATED-OUT.
008390     IF DL900-GEN-STATUS NOT = '00'
008400         OPEN OUTPUT GENERATED-OUT
008410     END-IF.
008420     IF DL900-GEN-STATUS NOT = '00'
008430         SET DL900-RUN-REFUSED TO TRUE
008440         MOVE 'TRANS-GENERATED WILL NOT OPEN'
008450             TO DL900-REFUSAL-TEXT
008460         GO TO 2460-EXIT
008470     END-IF.
008480     SET DL900-GEN-IS-OPEN TO TRUE.
008490     MOVE SPACES TO DL900-WORK-REC.
008500     MOVE 'HDR' TO DL100-HDR-REC-TYPE.
008510     MOVE DL900-RUN-DATE TO DL100-HDR-RUN-DATE.
008520     WRITE DL900-GEN-RECORD FROM DL900-WORK-REC.
008530 2460-EXIT.
008540     EXIT.
008550******************************************************************
008560*  2500-MARK-CARD -- an account that cannot be escheated today
008570*                    settles any open card for it with the
008580*                    result in DL900-MATCH-RESULT
008590******************************************************************
008600 2500-MARK-CARD.
008610     PERFORM 2550-FIND-CARD THRU 2550-EXIT.
008620     IF DL900-CARD-FOUND
008630         MOVE DL900-MATCH-RESULT
008640             TO DL900-CT-RESULT(DL900-CARD-IDX)
008650     END-IF.
008660 2500-EXIT.
008670     EXIT.
008680 2550-FIND-CARD.
008690     MOVE 'N' TO DL900-CARD-FOUND-SWITCH.
008700     IF DL900-CARD-COUNT = ZERO
008710         GO TO 2550-EXIT
008720     END-IF.
008730     SET DL900-CARD-IDX TO 1.
008740     SEARCH DL900-CARD-ENTRY
008750         WHEN DL900-CT-ACCOUNT-NO(DL900-CARD-IDX)
008760                 = DL900-MATCH-ACCT
008770                 AND DL900-CT-RESULT(DL900-CARD-IDX) = SPACES
008780             SET DL900-CARD-FOUND TO TRUE
008790     END-SEARCH.
008800 2550-EXIT.
008810     EXIT.
008820******************************************************************
008830*  2600-REWRITE-ACCOUNT -- the new status and last-activity date
008840*                          back to ACCT-MASTER, journaled with
008850*                          the scan note as the cause; a failure
008860*                          grades the run RETURN-CODE 8
008870******************************************************************
008880 2600-REWRITE-ACCOUNT.
008890     REWRITE DL200-MASTER-RECORD.
008900     IF DL900-ACCT-STATUS NOT = '00'
008910         DISPLAY 'ACCT-MASTER REWRITE FAILED, STATUS='
008920             DL900-ACCT-STATUS ' KEY=' DL200-MST-ACCOUNT-NO
008930         SET DL900-MST-WRITE-FAILED TO TRUE
008940         GO TO 2600-EXIT
008950     END-IF.
008960     ADD 1 TO DL900-JNL-ENTRIES.
008970     MOVE SPACES TO DL200-JOURNAL-RECORD.
008980     MOVE DL900-RUN-ID TO DL200-JNL-RUN-ID.
008990     MOVE DL900-JNL-ENTRIES TO DL200-JNL-SEQ-NO.
009000     ACCEPT DL200-JNL-DATE FROM DATE YYYYMMDD.
009010     ACCEPT DL200-JNL-TIME FROM TIME.
009020     MOVE 'DORMANT-SCAN' TO DL200-JNL-PROGRAM.
009030     SET DL200-JNL-CHANGED TO TRUE.
009040     SET DL200-JNL-CAUSE-SCAN TO TRUE.
009050     MOVE DL900-ACCT-NOTE TO DL200-JNL-CAUSE-REF.
009060     MOVE DL900-BEFORE-IMAGE TO DL200-JNL-BEFORE-IMAGE.
009070     MOVE DL200-MASTER-RECORD TO DL200-JNL-AFTER-IMAGE.
009080     WRITE DL200-JOURNAL-RECORD.
009090     IF DL900-JNL-STATUS NOT = '00'
009100         DISPLAY 'ACCT-JOURNAL WRITE FAILED, STATUS='
009110             DL900-JNL-STATUS ' KEY=' DL200-MST-ACCOUNT-NO
009120         SET DL900-JNL-WRITE-FAILED TO TRUE
009130     END-IF.
009140 2600-EXIT.
009150     EXIT.
009160 2700-REPORT-ACCOUNT.
009170     IF DL900-RPT-OPEN-FAILED
009180         GO TO 2700-EXIT
009190     END-IF.
009200     MOVE SPACES TO DL900-RPT-DETAIL.
009210     MOVE DL200-MST-ACCOUNT-NO TO DL900-RPT-ACCT.
009220     MOVE DL200-MST-NAME TO DL900-RPT-NAME.
009230     MOVE DL900-ACCT-NOTE TO DL900-RPT-NOTE.
009240     MOVE DL900-LAST-DATE TO DL900-RPT-LAST.
009250     MOVE DL900-DAYS TO DL900-RPT-DAYS.
009260     MOVE DL200-MST-BALANCE TO DL900-RPT-BALANCE.
009270     MOVE DL900-RPT-DETAIL TO DL900-RPT-LINE.
009280     WRITE DL900-RPT-LINE.
009290 2700-EXIT.
009300     EXIT.
009310 2900-READ-ACCOUNT.
009320     READ ACCT-MASTER NEXT RECORD
009330         AT END SET DL900-ACCT-EOF TO TRUE
009340     END-READ.
009350 2900-EXIT.
009360     EXIT.
009370******************************************************************
009380*  8000-FINALIZE -- close out the closing-item batch with its
009390*                   trailer, settle the cards no account
009400*                   claimed, write the totals, then close
009410******************************************************************
009420 8000-FINALIZE.
009430     IF DL900-GEN-IS-OPEN
009440         MOVE SPACES TO DL900-WORK-REC
009450         MOVE 'TRL' TO DL100-TRL-REC-TYPE
009460         MOVE DL900-BATCH-COUNT TO DL100-TRL-REC-COUNT
009470         MOVE DL900-BATCH-HASH TO DL100-TRL-HASH-TOTAL
009480         WRITE DL900-GEN-RECORD FROM DL900-WORK-REC
009490         CLOSE GENERATED-OUT
009500     END-IF.
009510     IF NOT DL900-RUN-REFUSED AND DL900-CARD-COUNT > ZERO
009520         PERFORM 8100-SETTLE-CARD THRU 8100-EXIT
009530             VARYING DL900-SUB FROM 1 BY 1
009540             UNTIL DL900-SUB > DL900-CARD-COUNT
009550     END-IF.
009560     PERFORM 8200-WRITE-TOTALS THRU 8200-EXIT.
009570     IF DL900-ACCT-IS-OPEN
009580         CLOSE ACCT-MASTER
009590     END-IF.
009600     IF DL900-HIST-IS-OPEN
009610         CLOSE TRANS-MASTER
009620     END-IF.
009630     IF DL900-CAN-IS-OPEN
009640         CLOSE CANDIDATE-FILE
009650     END-IF.
009660     IF DL900-JNL-IS-OPEN
009670         CLOSE ACCT-JOURNAL
009680     END-IF.
009690     IF NOT DL900-RPT-OPEN-FAILED
009700         CLOSE DORMANCY-RPT
009710     END-IF.
009720 8000-EXIT.
009730     EXIT.
009740 8100-SETTLE-CARD.
009750     IF DL900-CT-RESULT(DL900-SUB) = SPACES
009760         MOVE 'NACC' TO DL900-CT-RESULT(DL900-SUB)
009770     END-IF.
009780     IF DL900-CT-RESULT(DL900-SUB) = 'DONE'
009790         ADD 1 TO DL900-CARDS-APPLIED
009800     ELSE
009810         ADD 1 TO DL900-CARDS-REJECTED
009820     END-IF.
009830 8100-EXIT.
009840     EXIT.
009850 8200-WRITE-TOTALS.
009860     IF DL900-RPT-OPEN-FAILED
009870         GO TO 8200-EXIT
009880     END-IF.
009890     IF DL900-RUN-REFUSED
009900         MOVE SPACES TO DL900-RPT-LINE
009910         STRING 'DORMANT-SCAN DORMANCY AND ESCHEATMENT REPORT'
009920             DELIMITED BY SIZE INTO DL900-RPT-LINE
009930         WRITE DL900-RPT-LINE
009940         MOVE SPACES TO DL900-RPT-LINE
009950         STRING 'RUN REFUSED -- ' DL900-REFUSAL-TEXT
009960             DELIMITED BY SIZE INTO DL900-RPT-LINE
009970         WRITE DL900-RPT-LINE
009980         GO TO 8200-EXIT
009990     END-IF.
010000     MOVE DL900-ACCTS-READ TO DL900-RPT-NUM-EDIT.
010010     MOVE SPACES TO DL900-RPT-LINE.
010020     STRING 'ACCOUNTS READ......: ' DL900-RPT-NUM-EDIT
010030         DELIMITED BY SIZE INTO DL900-RPT-LINE.
010040     WRITE DL900-RPT-LINE.
010050     MOVE DL900-ACCTS-SKIPPED TO DL900-RPT-NUM-EDIT.
010060     MOVE SPACES TO DL900-RPT-LINE.
010070     STRING 'CLOSED/FRZN/ESCH...: ' DL900-RPT-NUM-EDIT
010080         DELIMITED BY SIZE INTO DL900-RPT-LINE.
010090     WRITE DL900-RPT-LINE.
010100     MOVE DL900-ACCTS-NO-DATE TO DL900-RPT-NUM-EDIT.
010110     MOVE SPACES TO DL900-RPT-LINE.
010120     STRING 'NO ACTIVITY DATE...: ' DL900-RPT-NUM-EDIT
010130         DELIMITED BY SIZE INTO DL900-RPT-LINE.
010140     WRITE DL900-RPT-LINE.
010150     MOVE DL900-NEWLY-DORMANT TO DL900-RPT-NUM-EDIT.
010160     MOVE SPACES TO DL900-RPT-LINE.
010170     STRING 'NEWLY DORMANT......: ' DL900-RPT-NUM-EDIT
010180         DELIMITED BY SIZE INTO DL900-RPT-LINE.
010190     WRITE DL900-RPT-LINE.
010200     MOVE DL900-REACTIVATED TO DL900-RPT-NUM-EDIT.
010210     MOVE SPACES TO DL900-RPT-LINE.
010220     STRING 'REACTIVATED........: ' DL900-RPT-NUM-EDIT
010230         DELIMITED BY SIZE INTO DL900-RPT-LINE.
010240     WRITE DL900-RPT-LINE.
010250     MOVE DL900-DORMANT-COUNT TO DL900-RPT-NUM-EDIT.
010260     MOVE DL900-DORMANT-BALANCE TO DL900-RPT-AMT-EDIT.
010270     MOVE SPACES TO DL900-RPT-LINE.
010280     STRING 'DORMANT ACCOUNTS...: ' DL900-RPT-NUM-EDIT
010290         '  AMOUNT ' DL900-RPT-AMT-EDIT
010300         DELIMITED BY SIZE INTO DL900-RPT-LINE.
010310     WRITE DL900-RPT-LINE.
010320     MOVE DL900-CANDIDATES TO DL900-RPT-NUM-EDIT.
010330     MOVE DL900-CANDIDATE-BALANCE TO DL900-RPT-AMT-EDIT.
010340     MOVE SPACES TO DL900-RPT-LINE.
010350     STRING 'ESCHEAT CANDIDATES.: ' DL900-RPT-NUM-EDIT
010360         '  AMOUNT ' DL900-RPT-AMT-EDIT
010370         DELIMITED BY SIZE INTO DL900-RPT-LINE.
010380     WRITE DL900-RPT-LINE.
010390     MOVE DL900-CARDS-READ TO DL900-RPT-NUM-EDIT.
010400     MOVE SPACES TO DL900-RPT-LINE.
010410     STRING 'ESCHEAT CARDS READ.: ' DL900-RPT-NUM-EDIT
010420         DELIMITED BY SIZE INTO DL900-RPT-LINE.
010430     WRITE DL900-RPT-LINE.
010440     MOVE DL900-CARDS-APPLIED TO DL900-RPT-NUM-EDIT.
010450     MOVE SPACES TO DL900-RPT-LINE.
010460     STRING 'ACCOUNTS ESCHEATED.: ' DL900-RPT-NUM-EDIT
010470         DELIMITED BY SIZE INTO DL900-RPT-LINE.
010480     WRITE DL900-RPT-LINE.
010490     MOVE DL900-CARDS-REJECTED TO DL900-RPT-NUM-EDIT.
010500     MOVE SPACES TO DL900-RPT-LINE.
010510     STRING 'CARDS REJECTED.....: ' DL900-RPT-NUM-EDIT
010520         DELIMITED BY SIZE INTO DL900-RPT-LINE.
010530     WRITE DL900-RPT-LINE.
010540     MOVE DL900-BATCH-COUNT TO DL900-RPT-NUM-EDIT.
010550     MOVE DL900-ESCHEAT-AMOUNT TO DL900-RPT-AMT-EDIT.
010560     MOVE SPACES TO DL900-RPT-LINE.
010570     STRING 'CLOSING ITEMS......: ' DL900-RPT-NUM-EDIT
010580         '  AMOUNT ' DL900-RPT-AMT-EDIT
010590         DELIMITED BY SIZE INTO DL900-RPT-LINE.
010600     WRITE DL900-RPT-LINE.
010610     MOVE DL900-BATCH-HASH TO DL900-RPT-HASH-EDIT.
010620     MOVE SPACES TO DL900-RPT-LINE.
010630     STRING 'CLOSING BATCH HASH.: ' DL900-RPT-HASH-EDIT
010640         DELIMITED BY SIZE INTO DL900-RPT-LINE.
010650     WRITE DL900-RPT-LINE.
010660     MOVE DL900-JNL-ENTRIES TO DL900-RPT-NUM-EDIT.
010670     MOVE SPACES TO DL900-RPT-LINE.
010680     STRING 'JOURNAL ENTRIES....: ' DL900-RPT-NUM-EDIT
010690         DELIMITED BY SIZE INTO DL900-RPT-LINE.
010700     WRITE DL900-RPT-LINE.
010710     IF DL900-JNL-WRITE-FAILED
010720         MOVE SPACES TO DL900-RPT-LINE
010730         STRING 'JOURNAL............: *** WRITE FAILED -- RUN'
010740             ' NOT RECOVERABLE, SEE SYSOUT ***'
010750             DELIMITED BY SIZE INTO DL900-RPT-LINE
010760         WRITE DL900-RPT-LINE
010770     END-IF.
010780     IF DL900-CARD-COUNT > ZERO
010790         PERFORM 8250-WRITE-CARD-RESULT THRU 8250-EXIT
010800             VARYING DL900-SUB FROM 1 BY 1
010810             UNTIL DL900-SUB > DL900-CARD-COUNT
010820     END-IF.
010830 8200-EXIT.
010840     EXIT.
010850 8250-WRITE-CARD-RESULT.
010860     MOVE SPACES TO DL900-RPT-LINE.
010870     STRING 'ESCHEAT CARD.......: ' DL900-CT-ACCOUNT-NO(DL900-SUB)
010880         '  ' DL900-CT-RESULT(DL900-SUB)
010890         DELIMITED BY SIZE INTO DL900-RPT-LINE.
010900     WRITE DL900-RPT-LINE.
010910 8250-EXIT.
010920     EXIT.
