000030* Date: 08/22/2026
000040* Purpose: Repairs rejected intake records.  Reads TRANS-REJECT
000050*          alongside a correction-card file keyed to each
000060*          rejected record's transaction reference, applies the
000070*          corrections, re-runs the same edits the intake job
000080*          uses, and writes repaired records to the
000090*          TRANS-RECYCLE file the next overnight run picks up
000290*                    records repaired whose recycle WRITE never
000300*                    happened; a failed recycle WRITE leaves its
000310*                    reject outstanding.
000320*   10/15/2026 RM    Correction cards are matched to rejects by
000330*                    the sender-assigned transaction reference
000340*                    instead of the old 31-byte key; the edits
000350*                    now require a reference (TREF), REV rejects
000360*                    are edited for their own and the original's
000370*                    references (RREF), and the report shows the
000380*                    account and reference.  A reject whose
000390*                    reference is blank cannot be matched by a
000400*                    card and goes back to the sender.
000410******************************************************************
000420 IDENTIFICATION DIVISION.
000430 PROGRAM-ID. REPAIR-REJECTS.
000440 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470 SELECT REJECT-FILE ASSIGN TO "TRANS-REJECT"
000480     ORGANIZATION LINE SEQUENTIAL
000490     FILE STATUS IS DL300-REJECT-STATUS.
000500 SELECT CORRECTION-CARDS ASSIGN TO "CORRECTION-CARDS"
000510     ORGANIZATION LINE SEQUENTIAL
000520     FILE STATUS IS DL300-CARDS-STATUS.
000530 SELECT TRANS-CODE-FILE ASSIGN TO "TRANS-CODES"
000540     ORGANIZATION LINE SEQUENTIAL
000550     FILE STATUS IS DL300-TCODE-STATUS.
000560 SELECT RECYCLE-OUT ASSIGN TO "TRANS-RECYCLE"
000570     ORGANIZATION LINE SEQUENTIAL
000580     FILE STATUS IS DL300-RECYCLE-STATUS.
000590 SELECT REPAIR-RPT ASSIGN TO "REPAIR-RPT"
000600     ORGANIZATION LINE SEQUENTIAL
000610     FILE STATUS IS DL300-RPT-STATUS.
000620 SELECT PARM-CARD ASSIGN TO "REPAIR-PARM"
000630     ORGANIZATION LINE SEQUENTIAL
000640     FILE STATUS IS DL300-PARM-STATUS.
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD REJECT-FILE.
000680 COPY DL100REJ.
000690 FD CORRECTION-CARDS.
000700 COPY DL300COR.
000710 FD TRANS-CODE-FILE.
000720 COPY DL100TCD.
000730 FD RECYCLE-OUT.
000740 01  DL300-RECYCLE-RECORD            PIC X(255).
000750 FD REPAIR-RPT.
000760 01  DL300-RPT-LINE                  PIC X(80).
000770 FD PARM-CARD.
000780 01  DL300-PARM-RECORD.
000790     05  DL300-PARM-AGE-DAYS         PIC 9(03).
000800     05  FILLER                      PIC X(77).
000810 WORKING-STORAGE SECTION.
000820 01  DL300-SWITCHES.
000830     05  DL300-REJECT-EOF-SWITCH     PIC X(01) VALUE 'N'.
000840         88  DL300-REJECT-EOF             VALUE 'Y'.
000850     05  DL300-CARDS-EOF-SWITCH      PIC X(01) VALUE 'N'.
000860         88  DL300-CARDS-EOF              VALUE 'Y'.
000870     05  DL300-TCODE-EOF-SWITCH      PIC X(01) VALUE 'N'.
000880         88  DL300-TCODE-EOF              VALUE 'Y'.
000890     05  DL300-EDIT-SWITCH           PIC X(01) VALUE 'Y'.
000900         88  DL300-EDIT-OK                VALUE 'Y'.
000910         88  DL300-EDIT-FAILED            VALUE 'N'.
000920     05  DL300-CARD-FOUND-SWITCH     PIC X(01) VALUE 'N'.
000930         88  DL300-CARD-FOUND             VALUE 'Y'.
000940     05  DL300-RPT-OPEN-SWITCH       PIC X(01) VALUE 'N'.
000950         88  DL300-RPT-OPEN-FAILED        VALUE 'Y'.
000960     05  DL300-REFUSED-SWITCH        PIC X(01) VALUE 'N'.
000970         88  DL300-RUN-REFUSED            VALUE 'Y'.
000980 77  DL300-REFUSAL-TEXT              PIC X(60) VALUE SPACES.
000990 77  DL300-REJECT-STATUS             PIC X(02).
001000 77  DL300-CARDS-STATUS              PIC X(02).
001010 77  DL300-TCODE-STATUS              PIC X(02).
001020 77  DL300-RECYCLE-STATUS            PIC X(02).
001030 77  DL300-RPT-STATUS                PIC X(02).
001040 77  DL300-PARM-STATUS               PIC X(02).
001050 77  DL300-RUN-DATE                  PIC 9(08).
001060 77  DL300-AGE-DAYS                  PIC 9(03) VALUE 30.
001070 77  DL300-RUN-DATE-INT              PIC 9(09) COMP VALUE ZERO.
001080 77  DL300-REJ-DATE-INT              PIC 9(09) COMP VALUE ZERO.
001090 77  DL300-DAYS-OLD                  PIC S9(09) COMP VALUE ZERO.
001100 77  DL300-REJ-COUNT                 PIC 9(05) COMP VALUE ZERO.
001110 77  DL300-REJ-MAX                   PIC 9(05) COMP VALUE 5000.
001120 77  DL300-CARD-COUNT                PIC 9(05) COMP VALUE ZERO.
001130 77  DL300-CARD-MAX                  PIC 9(05) COMP VALUE 500.
001140 77  DL300-TCODE-COUNT               PIC 9(05) COMP VALUE ZERO.
001150 77  DL300-TCODE-MAX                 PIC 9(05) COMP VALUE 500.
001160 77  DL300-REPAIRED-COUNT            PIC 9(09) COMP VALUE ZERO.
001170 77  DL300-FAILED-COUNT              PIC 9(09) COMP VALUE ZERO.
001180 77  DL300-OUTSTANDING-COUNT         PIC 9(09) COMP VALUE ZERO.
001190 77  DL300-AGED-COUNT                PIC 9(09) COMP VALUE ZERO.
001200 77  DL300-EDIT-REASON               PIC X(04) VALUE SPACES.
001210 77  DL300-RPT-NUM-EDIT              PIC ZZZZZZZZ9.
001220 77  DL300-SUB                       PIC 9(05) COMP VALUE ZERO.
001230 01  DL300-REJ-TABLE.
001240     05  DL300-REJ-ENTRY
001250         OCCURS 1 TO 5000 TIMES
001260         DEPENDING ON DL300-REJ-COUNT
001270         INDEXED BY DL300-REJ-IDX.
001280         10  DL300-REJ-REASON        PIC X(04).
001290         10  DL300-REJ-DATE          PIC 9(08).
001300         10  DL300-REJ-BATCH         PIC 9(04).
001310         10  DL300-REJ-RAW           PIC X(255).
001320         10  DL300-REJ-DISP          PIC X(01).
001330         10  DL300-REJ-CARD-NO       PIC 9(04).
001340         10  DL300-REJ-FAIL-REASON   PIC X(04).
001350         10  DL300-REJ-AGED-FLAG     PIC X(01).
001360 01  DL300-CARD-TABLE.
001370     05  DL300-CARD-ENTRY
001380         OCCURS 1 TO 500 TIMES
001390         DEPENDING ON DL300-CARD-COUNT
001400         INDEXED BY DL300-CARD-IDX.
001410         10  DL300-CRD-CARD-NO       PIC 9(04).
001420         10  DL300-CRD-TRANS-REF     PIC X(16).
001430         10  DL300-CRD-NEW-ACCOUNT   PIC X(10).
001440         10  DL300-CRD-NEW-CODE      PIC X(02).
001450         10  DL300-CRD-NEW-AMOUNT    PIC X(11).
001460         10  DL300-CRD-NEW-DATE      PIC X(08).
001470 01  DL300-TCODE-TABLE.
001480     05  DL300-TCODE-ENTRY
001490         OCCURS 1 TO 500 TIMES
001500         DEPENDING ON DL300-TCODE-COUNT
001510         INDEXED BY DL300-TCODE-IDX.
001520         10  DL300-TCODE-CODE        PIC X(02).
001530         10  DL300-TCODE-ACTIVE      PIC X(01).
001540         10  DL300-TCODE-EFF-DATE    PIC 9(08).
001550 01  DL300-WORK-REC                  PIC X(255).
001560 COPY DL100REC REPLACING ==LN== BY ==DL300-WORK-REC==.
001570 01  DL300-RPT-DETAIL.
001580     05  DL300-RPT-DISP-WORD         PIC X(12).
001590     05  DL300-RPT-REASON            PIC X(04).
001600     05  FILLER                      PIC X(02) VALUE SPACES.
001610     05  DL300-RPT-ACCOUNT           PIC X(10).
001620     05  FILLER                      PIC X(02) VALUE SPACES.
001630     05  DL300-RPT-TRANS-REF         PIC X(16).
001640     05  FILLER                      PIC X(03) VALUE SPACES.
001650     05  FILLER                      PIC X(02) VALUE SPACES.
001660     05  DL300-RPT-BATCH             PIC 9(04).
001670     05  FILLER                      PIC X(02) VALUE SPACES.
001680     05  DL300-RPT-CARD-TAG          PIC X(10).
001690     05  FILLER                      PIC X(02) VALUE SPACES.
001700     05  DL300-RPT-AGED-TAG          PIC X(06).
001710******************************************************************
001720*  0000-MAINLINE
001730******************************************************************
001740 PROCEDURE DIVISION.
001750 0000-MAINLINE.
001760     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001770     IF NOT DL300-RUN-REFUSED AND DL300-REJ-COUNT > ZERO
001780         PERFORM 2000-REPAIR-REJECT THRU 2000-EXIT
001790             VARYING DL300-SUB FROM 1 BY 1
001800             UNTIL DL300-SUB > DL300-REJ-COUNT
001810     END-IF.
001820     PERFORM 8000-FINALIZE THRU 8000-EXIT.
001830     IF DL300-RUN-REFUSED
001840         MOVE 8 TO RETURN-CODE
001850     END-IF.
001860     STOP RUN.
001870******************************************************************
001880*  1000-INITIALIZE -- pick up the aging parameter, load the
001890*                     correction cards, transaction codes, and
001900*                     the reject file, and open the outputs
001910******************************************************************
001920 1000-INITIALIZE.
001930     ACCEPT DL300-RUN-DATE FROM DATE YYYYMMDD.
001940     COMPUTE DL300-RUN-DATE-INT =
001950         FUNCTION INTEGER-OF-DATE(DL300-RUN-DATE).
001960     PERFORM 1050-READ-PARM-CARD THRU 1050-EXIT.
001970     PERFORM 1100-LOAD-CORRECTIONS THRU 1100-EXIT.
001980     PERFORM 1200-LOAD-TRANS-CODES THRU 1200-EXIT.
001990     PERFORM 1300-LOAD-REJECTS THRU 1300-EXIT.
002000     OPEN EXTEND RECYCLE-OUT.
002010     IF DL300-RECYCLE-STATUS NOT = '00'
002020         OPEN OUTPUT RECYCLE-OUT
002030     END-IF.
002040     IF DL300-RECYCLE-STATUS NOT = '00'
002050         DISPLAY 'TRANS-RECYCLE OPEN FAILED, STATUS='
002060             DL300-RECYCLE-STATUS ' -- RUN REFUSED'
002070         SET DL300-RUN-REFUSED TO TRUE
002080         MOVE 'TRANS-RECYCLE WILL NOT OPEN' TO DL300-REFUSAL-TEXT
002090     END-IF.
002100     OPEN OUTPUT REPAIR-RPT.
002110     IF DL300-RPT-STATUS NOT = '00'
002120         DISPLAY 'REPAIR-RPT OPEN FAILED, STATUS='
002130             DL300-RPT-STATUS
002140         SET DL300-RPT-OPEN-FAILED TO TRUE
002150     END-IF.
002160 1000-EXIT.
002170     EXIT.
002180******************************************************************
002190*  1050-READ-PARM-CARD -- days a reject may wait before the
002200*                         report flags it as aged; defaults to
002210*                         30 when no card is supplied
002220******************************************************************
002230 1050-READ-PARM-CARD.
002240     OPEN INPUT PARM-CARD.
002250     IF DL300-PARM-STATUS = '00'
002260         READ PARM-CARD
002270             AT END CONTINUE
002280         END-READ
002290         CLOSE PARM-CARD
002300         IF DL300-PARM-AGE-DAYS NUMERIC
002310             MOVE DL300-PARM-AGE-DAYS TO DL300-AGE-DAYS
002320         ELSE
002330             DISPLAY 'REPAIR-PARM AGE DAYS "' DL300-PARM-AGE-DAYS
002340                 '" NOT NUMERIC -- DEFAULTING TO ' DL300-AGE-DAYS
002350         END-IF
002360     END-IF.
002370 1050-EXIT.
002380     EXIT.
002390******************************************************************
002400*  1100-LOAD-CORRECTIONS -- load the correction cards keyed to
002410*                           the rejects they repair
002420******************************************************************
002430 1100-LOAD-CORRECTIONS.
002440     OPEN INPUT CORRECTION-CARDS.
002450     IF DL300-CARDS-STATUS = '00'
002460         PERFORM 1150-LOAD-CARD THRU 1150-EXIT
002470             UNTIL DL300-CARDS-EOF
002480         CLOSE CORRECTION-CARDS
002490     END-IF.
002500 1100-EXIT.
002510     EXIT.
002520 1150-LOAD-CARD.
002530     READ CORRECTION-CARDS
002540         AT END SET DL300-CARDS-EOF TO TRUE
002550     END-READ.
002560     IF NOT DL300-CARDS-EOF
002570         IF DL300-CARD-COUNT < DL300-CARD-MAX
002580             ADD 1 TO DL300-CARD-COUNT
002590             SET DL300-CARD-IDX TO DL300-CARD-COUNT
002600             MOVE DL300-COR-CARD-NO
002610                 TO DL300-CRD-CARD-NO(DL300-CARD-IDX)
002620             MOVE DL300-COR-TRANS-REF
002630                 TO DL300-CRD-TRANS-REF(DL300-CARD-IDX)
002640             MOVE DL300-COR-NEW-ACCOUNT
002650                 TO DL300-CRD-NEW-ACCOUNT(DL300-CARD-IDX)
002660             MOVE DL300-COR-NEW-CODE
002670                 TO DL300-CRD-NEW-CODE(DL300-CARD-IDX)
002680             MOVE DL300-COR-NEW-AMOUNT
002690                 TO DL300-CRD-NEW-AMOUNT(DL300-CARD-IDX)
002700             MOVE DL300-COR-NEW-DATE
002710                 TO DL300-CRD-NEW-DATE(DL300-CARD-IDX)
002720         ELSE
002730             DISPLAY 'CORRECTION CARD TABLE FULL AT '
002740                 DL300-CARD-MAX ' -- REMAINING CARDS DROPPED'
002750         END-IF
002760     END-IF.
002770 1150-EXIT.
002780     EXIT.
002790******************************************************************
002800*  1200-LOAD-TRANS-CODES -- same reference table the intake edit
002810*                           uses, so a repaired record faces the
002820*                           same transaction-code check here
002830******************************************************************
002840 1200-LOAD-TRANS-CODES.
002850     OPEN INPUT TRANS-CODE-FILE.
002860     IF DL300-TCODE-STATUS = '00'
002870         PERFORM 1250-LOAD-TRANS-CODE THRU 1250-EXIT
002880             UNTIL DL300-TCODE-EOF
002890         CLOSE TRANS-CODE-FILE
002900     ELSE
002910         DISPLAY 'TRANS-CODES OPEN FAILED, STATUS='
002920             DL300-TCODE-STATUS
002930             ' -- TRANSACTION-CODE EDIT SKIPPED'
002940     END-IF.
002950 1200-EXIT.
002960     EXIT.
002970 1250-LOAD-TRANS-CODE.
002980     READ TRANS-CODE-FILE
002990         AT END SET DL300-TCODE-EOF TO TRUE
003000     END-READ.
003010     IF NOT DL300-TCODE-EOF
003020         IF DL300-TCODE-COUNT < DL300-TCODE-MAX
003030             ADD 1 TO DL300-TCODE-COUNT
003040             SET DL300-TCODE-IDX TO DL300-TCODE-COUNT
003050             MOVE DL100-TCD-CODE
003060                 TO DL300-TCODE-CODE(DL300-TCODE-IDX)
003070             MOVE DL100-TCD-ACTIVE-FLAG
003080                 TO DL300-TCODE-ACTIVE(DL300-TCODE-IDX)
003090             MOVE DL100-TCD-EFF-DATE
003100                 TO DL300-TCODE-EFF-DATE(DL300-TCODE-IDX)
003110         ELSE
003120             DISPLAY 'TRANS-CODE TABLE FULL AT ' DL300-TCODE-MAX
003130                 ' -- REMAINING CODES DROPPED'
003140         END-IF
003150     END-IF.
003160 1250-EXIT.
003170     EXIT.
003180******************************************************************
003190*  1300-LOAD-REJECTS -- read TRANS-REJECT into the work table so
003200*                       the file can be rewritten at end of run
003210*                       with only the still-outstanding rejects
003220******************************************************************
003230 1300-LOAD-REJECTS.
003240     OPEN INPUT REJECT-FILE.
003250     IF DL300-REJECT-STATUS = '00'
003260         PERFORM 1350-LOAD-REJECT THRU 1350-EXIT
003270             UNTIL DL300-REJECT-EOF
003280         CLOSE REJECT-FILE
003290     END-IF.
003300 1300-EXIT.
003310     EXIT.
003320 1350-LOAD-REJECT.
003330     READ REJECT-FILE
003340         AT END SET DL300-REJECT-EOF TO TRUE
003350     END-READ.
003360     IF NOT DL300-REJECT-EOF
003370         IF DL300-REJ-COUNT < DL300-REJ-MAX
003380             ADD 1 TO DL300-REJ-COUNT
003390             SET DL300-REJ-IDX TO DL300-REJ-COUNT
003400             MOVE DL100-REJ-REASON-CODE
003410                 TO DL300-REJ-REASON(DL300-REJ-IDX)
003420             IF DL100-REJ-RUN-DATE NUMERIC
003430                 MOVE DL100-REJ-RUN-DATE
003440                     TO DL300-REJ-DATE(DL300-REJ-IDX)
003450             ELSE
003460                 MOVE ZERO TO DL300-REJ-DATE(DL300-REJ-IDX)
003470             END-IF
003480             IF DL100-REJ-BATCH-NO NUMERIC
003490                 MOVE DL100-REJ-BATCH-NO
003500                     TO DL300-REJ-BATCH(DL300-REJ-IDX)
003510             ELSE
003520                 MOVE ZERO TO DL300-REJ-BATCH(DL300-REJ-IDX)
003530             END-IF
003540             MOVE DL100-REJ-RAW-RECORD
003550                 TO DL300-REJ-RAW(DL300-REJ-IDX)
003560             MOVE 'O' TO DL300-REJ-DISP(DL300-REJ-IDX)
003570             MOVE ZERO TO DL300-REJ-CARD-NO(DL300-REJ-IDX)
003580             MOVE SPACES
003590                 TO DL300-REJ-FAIL-REASON(DL300-REJ-IDX)
003600             MOVE SPACE TO DL300-REJ-AGED-FLAG(DL300-REJ-IDX)
003610         ELSE
003620             DISPLAY 'REJECT TABLE FULL AT ' DL300-REJ-MAX
003630                 ' -- RUN REFUSED, TRANS-REJECT LEFT AS-IS'
003640             SET DL300-RUN-REFUSED TO TRUE
003650             MOVE 'REJECT TABLE FULL -- FILE LEFT AS-IS'
003660                 TO DL300-REFUSAL-TEXT
003670         END-IF
003680     END-IF.
003690 1350-EXIT.
003700     EXIT.
003710******************************************************************
003720*  2000-REPAIR-REJECT -- repair one reject: find its correction
003730*                        card by reference, apply the
003740*                        non-blank replacement fields, re-run
003750*                        the intake edits, and route the result;
003760*                        rejects with no card just age
003770******************************************************************
003780 2000-REPAIR-REJECT.
003790     SET DL300-REJ-IDX TO DL300-SUB.
003800     PERFORM 2600-CHECK-AGING THRU 2600-EXIT.
003810     MOVE DL300-REJ-RAW(DL300-REJ-IDX) TO DL300-WORK-REC.
003820     IF DL100-REC-TYPE = 'HDR' OR DL100-REC-TYPE = 'TRL'
003830         MOVE 'N' TO DL300-REJ-DISP(DL300-REJ-IDX)
003840         GO TO 2000-EXIT
003850     END-IF.
003860     PERFORM 2100-FIND-CARD THRU 2100-EXIT.
003870     IF NOT DL300-CARD-FOUND
003880         GO TO 2000-EXIT
003890     END-IF.
003900     PERFORM 2200-APPLY-CARD THRU 2200-EXIT.
003910     PERFORM 2300-EDIT-WORK-RECORD THRU 2300-EXIT.
003920     IF DL300-EDIT-OK
003930         WRITE DL300-RECYCLE-RECORD FROM DL300-WORK-REC
003940         IF DL300-RECYCLE-STATUS NOT = '00'
003950             DISPLAY 'TRANS-RECYCLE WRITE FAILED, STATUS='
003960                 DL300-RECYCLE-STATUS ' -- REJECT LEFT ON FILE'
003970             MOVE 'F' TO DL300-REJ-DISP(DL300-REJ-IDX)
003980             MOVE 'WRIT' TO DL300-REJ-FAIL-REASON(DL300-REJ-IDX)
003990             ADD 1 TO DL300-FAILED-COUNT
004000             GO TO 2000-EXIT
004010         END-IF
004020         MOVE 'R' TO DL300-REJ-DISP(DL300-REJ-IDX)
004030         MOVE DL300-CRD-CARD-NO(DL300-CARD-IDX)
004040             TO DL300-REJ-CARD-NO(DL300-REJ-IDX)
004050         ADD 1 TO DL300-REPAIRED-COUNT
004060     ELSE
004070         MOVE 'F' TO DL300-REJ-DISP(DL300-REJ-IDX)
004080         MOVE DL300-CRD-CARD-NO(DL300-CARD-IDX)
004090             TO DL300-REJ-CARD-NO(DL300-REJ-IDX)
004100         MOVE DL300-EDIT-REASON
004110             TO DL300-REJ-FAIL-REASON(DL300-REJ-IDX)
004120         ADD 1 TO DL300-FAILED-COUNT
004130     END-IF.
004140 2000-EXIT.
004150     EXIT.
004160******************************************************************
004170*  2100-FIND-CARD -- match the reject's transaction reference
004180*                    against the correction cards loaded at
004190*                    start-up; a blank reference matches nothing
004200******************************************************************
004210 2100-FIND-CARD.
004220     MOVE 'N' TO DL300-CARD-FOUND-SWITCH.
004230     IF DL300-CARD-COUNT = ZERO
004240         GO TO 2100-EXIT
004250     END-IF.
004260     IF DL100-TRANS-REF = SPACES
004270         GO TO 2100-EXIT
004280     END-IF.
004290     SET DL300-CARD-IDX TO 1.
004300     SEARCH DL300-CARD-ENTRY
004310         AT END
004320             CONTINUE
004330         WHEN DL300-CRD-TRANS-REF(DL300-CARD-IDX)
004340                 = DL100-TRANS-REF
004350             SET DL300-CARD-FOUND TO TRUE
004360     END-SEARCH.
004370 2100-EXIT.
004380     EXIT.
004390******************************************************************
004400*  2200-APPLY-CARD -- overlay each replacement field that is
004410*                     non-blank onto the work copy of the
004420*                     rejected record
004430******************************************************************
004440 2200-APPLY-CARD.
004450     IF DL300-CRD-NEW-ACCOUNT(DL300-CARD-IDX) NOT = SPACES
004460         MOVE DL300-CRD-NEW-ACCOUNT(DL300-CARD-IDX)
004470             TO DL300-WORK-REC(4:10)
004480     END-IF.
004490     IF DL300-CRD-NEW-CODE(DL300-CARD-IDX) NOT = SPACES
004500         MOVE DL300-CRD-NEW-CODE(DL300-CARD-IDX)
004510             TO DL300-WORK-REC(14:2)
004520     END-IF.
004530     IF DL300-CRD-NEW-AMOUNT(DL300-CARD-IDX) NOT = SPACES
004540         MOVE DL300-CRD-NEW-AMOUNT(DL300-CARD-IDX)
004550             TO DL300-WORK-REC(16:11)
004560     END-IF.
004570     IF DL300-CRD-NEW-DATE(DL300-CARD-IDX) NOT = SPACES
004580         MOVE DL300-CRD-NEW-DATE(DL300-CARD-IDX)
004590             TO DL300-WORK-REC(27:8)
004600     END-IF.
004610 2200-EXIT.
004620     EXIT.
004630******************************************************************
004640*  2300-EDIT-WORK-RECORD -- the same field edits the intake run
004650*                           applies to a detail record, so a
004660*                           repaired record cannot sneak past
004670*                           checks the original failed.  A REV
004680*                           takes its key fields from the
004690*                           original at intake, so only its two
004700*                           references are edited here.
004710******************************************************************
004720 2300-EDIT-WORK-RECORD.
004730     SET DL300-EDIT-OK TO TRUE.
004740     MOVE SPACES TO DL300-EDIT-REASON.
004750     IF DL300-WORK-REC = SPACES
004760         SET DL300-EDIT-FAILED TO TRUE
004770         MOVE 'BLNK' TO DL300-EDIT-REASON
004780         GO TO 2300-EXIT
004790     END-IF.
004800     IF DL100-REC-TYPE = 'REV'
004810         IF DL100-REV-TRANS-REF = SPACES
004820             SET DL300-EDIT-FAILED TO TRUE
004830             MOVE 'TREF' TO DL300-EDIT-REASON
004840         ELSE
004850             IF DL100-REV-ORIG-REF = SPACES
004860                 SET DL300-EDIT-FAILED TO TRUE
004870                 MOVE 'RREF' TO DL300-EDIT-REASON
004880             END-IF
004890         END-IF
004900         GO TO 2300-EXIT
004910     END-IF.
004920     IF DL100-ACCOUNT-NO NOT NUMERIC
004930         SET DL300-EDIT-FAILED TO TRUE
004940         MOVE 'ACCT' TO DL300-EDIT-REASON
004950         GO TO 2300-EXIT
004960     END-IF.
004970     IF DL100-TRANS-AMOUNT NOT NUMERIC
004980         SET DL300-EDIT-FAILED TO TRUE
004990         MOVE 'AMT ' TO DL300-EDIT-REASON
005000         GO TO 2300-EXIT
005010     END-IF.
005020     IF DL100-TRANS-DATE-CCYY NOT NUMERIC
005030             OR DL100-TRANS-DATE-MM NOT NUMERIC
005040             OR DL100-TRANS-DATE-DD NOT NUMERIC
005050         SET DL300-EDIT-FAILED TO TRUE
005060         MOVE 'DATE' TO DL300-EDIT-REASON
005070         GO TO 2300-EXIT
005080     END-IF.
005090     IF DL100-TRANS-REF = SPACES
005100         SET DL300-EDIT-FAILED TO TRUE
005110         MOVE 'TREF' TO DL300-EDIT-REASON
005120         GO TO 2300-EXIT
005130     END-IF.
005140     PERFORM 2400-CHECK-TRANS-CODE THRU 2400-EXIT.
005150 2300-EXIT.
005160     EXIT.
005170******************************************************************
005180*  2400-CHECK-TRANS-CODE -- same reference-table check the
005190*                           intake edit applies
005200******************************************************************
005210 2400-CHECK-TRANS-CODE.
005220     IF DL300-TCODE-COUNT = ZERO
005230         GO TO 2400-EXIT
005240     END-IF.
005250     SET DL300-TCODE-IDX TO 1.
005260     SEARCH DL300-TCODE-ENTRY
005270         AT END
005280             SET DL300-EDIT-FAILED TO TRUE
005290             MOVE 'TCDE' TO DL300-EDIT-REASON
005300         WHEN DL300-TCODE-CODE(DL300-TCODE-IDX)
005310                 = DL100-TRANS-CODE
005320             IF DL300-TCODE-ACTIVE(DL300-TCODE-IDX) NOT = 'A'
005330                 SET DL300-EDIT-FAILED TO TRUE
005340                 MOVE 'TCIN' TO DL300-EDIT-REASON
005350             ELSE
005360                 IF DL100-TRANS-DATE <
005370                         DL300-TCODE-EFF-DATE(DL300-TCODE-IDX)
005380                     SET DL300-EDIT-FAILED TO TRUE
005390                     MOVE 'TCEF' TO DL300-EDIT-REASON
005400                 END-IF
005410             END-IF
005420     END-SEARCH.
005430 2400-EXIT.
005440     EXIT.
005450******************************************************************
005460*  2600-CHECK-AGING -- flag a reject whose reject date is more
005470*                      than the parameter days behind the run
005480*                      date; a zero date (a reject written
005490*                      before dates were stamped) always flags
005500******************************************************************
005510 2600-CHECK-AGING.
005520     IF DL300-REJ-DATE(DL300-REJ-IDX) = ZERO
005530         MOVE 'A' TO DL300-REJ-AGED-FLAG(DL300-REJ-IDX)
005540         ADD 1 TO DL300-AGED-COUNT
005550         GO TO 2600-EXIT
005560     END-IF.
005570     COMPUTE DL300-REJ-DATE-INT =
005580         FUNCTION INTEGER-OF-DATE(DL300-REJ-DATE(DL300-REJ-IDX)).
005590     COMPUTE DL300-DAYS-OLD =
005600         DL300-RUN-DATE-INT - DL300-REJ-DATE-INT.
005610     IF DL300-DAYS-OLD > DL300-AGE-DAYS
005620         MOVE 'A' TO DL300-REJ-AGED-FLAG(DL300-REJ-IDX)
005630         ADD 1 TO DL300-AGED-COUNT
005640     END-IF.
005650 2600-EXIT.
005660     EXIT.
005670******************************************************************
005680*  8000-FINALIZE -- rewrite TRANS-REJECT with only the rejects
005690*                   still outstanding, write the repair report,
005700*                   and close files
005710******************************************************************
005720 8000-FINALIZE.
005730     PERFORM 8100-REWRITE-REJECTS THRU 8100-EXIT.
005740     PERFORM 8200-WRITE-REPORT THRU 8200-EXIT.
005750     CLOSE RECYCLE-OUT.
005760     IF NOT DL300-RPT-OPEN-FAILED
005770         CLOSE REPAIR-RPT
005780     END-IF.
005790 8000-EXIT.
005800     EXIT.
005810******************************************************************
005820*  8100-REWRITE-REJECTS -- everything except the records
005830*                          repaired this run stays on file
005840******************************************************************
005850 8100-REWRITE-REJECTS.
005860     IF DL300-RUN-REFUSED
005870         GO TO 8100-EXIT
005880     END-IF.
005890     OPEN OUTPUT REJECT-FILE.
005900     IF DL300-REJECT-STATUS NOT = '00'
005910         DISPLAY 'TRANS-REJECT REWRITE FAILED, STATUS='
005920             DL300-REJECT-STATUS
005930         GO TO 8100-EXIT
005940     END-IF.
005950     IF DL300-REJ-COUNT > ZERO
005960         PERFORM 8150-WRITE-REJECT THRU 8150-EXIT
005970             VARYING DL300-REJ-IDX FROM 1 BY 1
005980             UNTIL DL300-REJ-IDX > DL300-REJ-COUNT
005990     END-IF.
006000     CLOSE REJECT-FILE.
006010 8100-EXIT.
006020     EXIT.
006030 8150-WRITE-REJECT.
006040     IF DL300-REJ-DISP(DL300-REJ-IDX) NOT = 'R'
006050         MOVE DL300-REJ-REASON(DL300-REJ-IDX)
006060             TO DL100-REJ-REASON-CODE
006070         MOVE DL300-REJ-DATE(DL300-REJ-IDX)
006080             TO DL100-REJ-RUN-DATE
006090         MOVE DL300-REJ-BATCH(DL300-REJ-IDX)
006100             TO DL100-REJ-BATCH-NO
006110         MOVE DL300-REJ-RAW(DL300-REJ-IDX)
006120             TO DL100-REJ-RAW-RECORD
006130         WRITE DL100-REJECT-RECORD
006140         ADD 1 TO DL300-OUTSTANDING-COUNT
006150     END-IF.
006160 8150-EXIT.
006170     EXIT.
006180******************************************************************
006190*  8200-WRITE-REPORT -- one line per reject processed, then the
006200*                       run totals
006210******************************************************************
006220 8200-WRITE-REPORT.
006230     IF DL300-RPT-OPEN-FAILED
006240         GO TO 8200-EXIT
006250     END-IF.
006260     MOVE SPACES TO DL300-RPT-LINE.
006270     STRING 'REPAIR-REJECTS REPAIR REPORT'
006280         DELIMITED BY SIZE INTO DL300-RPT-LINE.
006290     WRITE DL300-RPT-LINE.
006300
006310     IF DL300-RUN-REFUSED
006320         MOVE SPACES TO DL300-RPT-LINE
006330         STRING 'RUN REFUSED -- ' DL300-REFUSAL-TEXT
006340             DELIMITED BY SIZE INTO DL300-RPT-LINE
006350         WRITE DL300-RPT-LINE
006360     END-IF.
006370
006380     MOVE SPACES TO DL300-RPT-LINE.
006390     STRING 'DISPOSITION RSN   ACCOUNT NO  REFERENCE'
006400         '            BAT   CARD        AGED'
006410         DELIMITED BY SIZE INTO DL300-RPT-LINE.
006420     WRITE DL300-RPT-LINE.
006430
006440     IF DL300-REJ-COUNT > ZERO
006450         PERFORM 8250-WRITE-REPORT-LINE THRU 8250-EXIT
006460             VARYING DL300-REJ-IDX FROM 1 BY 1
006470             UNTIL DL300-REJ-IDX > DL300-REJ-COUNT
006480     END-IF.
006490
006500     MOVE DL300-REJ-COUNT TO DL300-RPT-NUM-EDIT.
006510     MOVE SPACES TO DL300-RPT-LINE.
006520     STRING 'REJECTS READ.......: ' DL300-RPT-NUM-EDIT
006530         DELIMITED BY SIZE INTO DL300-RPT-LINE.
006540     WRITE DL300-RPT-LINE.
006550
006560     MOVE DL300-REPAIRED-COUNT TO DL300-RPT-NUM-EDIT.
006570     MOVE SPACES TO DL300-RPT-LINE.
006580     STRING 'REJECTS REPAIRED...: ' DL300-RPT-NUM-EDIT
006590         DELIMITED BY SIZE INTO DL300-RPT-LINE.
006600     WRITE DL300-RPT-LINE.
006610
006620     MOVE DL300-FAILED-COUNT TO DL300-RPT-NUM-EDIT.
006630     MOVE SPACES TO DL300-RPT-LINE.
006640     STRING 'CORRECTIONS FAILED.: ' DL300-RPT-NUM-EDIT
006650         DELIMITED BY SIZE INTO DL300-RPT-LINE.
006660     WRITE DL300-RPT-LINE.
006670
006680     MOVE DL300-OUTSTANDING-COUNT TO DL300-RPT-NUM-EDIT.
006690     MOVE SPACES TO DL300-RPT-LINE.
006700     STRING 'STILL OUTSTANDING..: ' DL300-RPT-NUM-EDIT
006710         DELIMITED BY SIZE INTO DL300-RPT-LINE.
006720     WRITE DL300-RPT-LINE.
006730
006740     MOVE DL300-AGED-COUNT TO DL300-RPT-NUM-EDIT.
006750     MOVE SPACES TO DL300-RPT-LINE.
006760     STRING 'AGED PAST ' DL300-AGE-DAYS ' DAYS.: '
006770         DL300-RPT-NUM-EDIT
006780         DELIMITED BY SIZE INTO DL300-RPT-LINE.
006790     WRITE DL300-RPT-LINE.
006800 8200-EXIT.
006810     EXIT.
006820 8250-WRITE-REPORT-LINE.
006830     MOVE SPACES TO DL300-RPT-DETAIL.
006840     EVALUATE DL300-REJ-DISP(DL300-REJ-IDX)
006850         WHEN 'R'
006860             MOVE 'REPAIRED    ' TO DL300-RPT-DISP-WORD
006870         WHEN 'F'
006880             MOVE 'EDIT FAILED ' TO DL300-RPT-DISP-WORD
006890         WHEN 'N'
006900             MOVE 'NOT DETAIL  ' TO DL300-RPT-DISP-WORD
006910         WHEN OTHER
006920             MOVE 'OUTSTANDING ' TO DL300-RPT-DISP-WORD
006930     END-EVALUATE.
006940     MOVE DL300-REJ-REASON(DL300-REJ-IDX) TO DL300-RPT-REASON.
006950     MOVE DL300-REJ-RAW(DL300-REJ-IDX)(4:10) TO DL300-RPT-ACCOUNT.
006960     MOVE DL300-REJ-RAW(DL300-REJ-IDX)(39:16)
006970         TO DL300-RPT-TRANS-REF.
006980     MOVE DL300-REJ-BATCH(DL300-REJ-IDX) TO DL300-RPT-BATCH.
006990     IF DL300-REJ-CARD-NO(DL300-REJ-IDX) > ZERO
007000         STRING 'CARD ' DL300-REJ-CARD-NO(DL300-REJ-IDX)
007010             DELIMITED BY SIZE
007020             INTO DL300-RPT-CARD-TAG
007030     END-IF.
007040     IF DL300-REJ-AGED-FLAG(DL300-REJ-IDX) = 'A'
007050         MOVE '*AGED*' TO DL300-RPT-AGED-TAG
007060     END-IF.
007070     MOVE DL300-RPT-DETAIL TO DL300-RPT-LINE.
007080     WRITE DL300-RPT-LINE.
007090 8250-EXIT.
007100     EXIT.
