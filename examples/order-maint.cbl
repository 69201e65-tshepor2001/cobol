000010******************************************************************
000020* Author: R. Maldonado
000030* Date: 10/15/2026
000040* Purpose: Card-driven maintenance for the STANDING-ORDERS
000050*          file.  Reads the ORDER-MAINT-CARDS deck, validates
000060*          each ADD / AMEND / SUSPEND / RESUME / CANCEL card
000070*          against the order file, ACCT-MASTER and TRANS-CODES,
000080*          applies the cards that pass, and prints a change
000090*          report showing each card with the order's status
000100*          before and after, its schedule as it now stands, and
000110*          the reason any card was refused.  The daily
000120*          ORDER-GENERATE run raises the items.
000130* Tectonics: cobc
000140******************************************************************
000150* Modification History
000160*   Date       Init  Description
000170*   ---------  ----  -------------------------------------------
000180*   10/15/2026 RM    Initial version.  Each card stands alone; a
000190*                    rejected card grades the run RETURN-CODE 4,
000200*                    a failed order-file update RETURN-CODE 8.
000210*                    Rejects: ACTN action, ORDR order number not
000220*                    numeric or zero, DUPO order already on
000230*                    file, NORD order not on file, ACCT account
000240*                    not numeric, NACC account not on the
000250*                    master, ACST account closed, frozen or
000260*                    escheated, TCOD code not an active
000270*                    TRANS-CODES entry, AMNT amount, FREQ not
000280*                    W/M/Q, DATE/DATB start date, STRT start
000290*                    before the run date, ENDD end date, COUN
000300*                    count, STAT action not allowed from the
000310*                    order's status, OWRT update failed.  A new
000320*                    or changed start date may not be in the
000330*                    past, so an order never raises a back run
000340*                    of items for dates already gone.
000350*   10/15/2026 RM    The run date is now the business date on
000360*                    RUN-CONTROL rather than the clock, the date
000370*                    ORDER-GENERATE works to, so a resume or amend
000380*                    run while the business date lags the clock no
000390*                    longer steps an order past dates the
000400*                    generator still owes; no business date
000410*                    refuses the run, RETURN-CODE 8.
000420******************************************************************
000430 IDENTIFICATION DIVISION.
000440 PROGRAM-ID. ORDER-MAINT.
000450 ENVIRONMENT DIVISION.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480 SELECT ORDER-FILE ASSIGN TO "STANDING-ORDERS"
000490     ORGANIZATION INDEXED
000500     ACCESS MODE RANDOM
000510     RECORD KEY IS DL940-STO-ORDER-ID
000520     FILE STATUS IS DL940-ORDER-STATUS.
000530 SELECT ACCT-MASTER ASSIGN TO "ACCT-MASTER"
000540     ORGANIZATION INDEXED
000550     ACCESS MODE RANDOM
000560     RECORD KEY IS DL200-MST-ACCOUNT-NO
000570     FILE STATUS IS DL940-ACCT-STATUS.
000580 SELECT TRANS-CODE-FILE ASSIGN TO "TRANS-CODES"
000590     ORGANIZATION LINE SEQUENTIAL
000600     FILE STATUS IS DL940-TCODE-STATUS.
000610 SELECT MAINT-CARDS ASSIGN TO "ORDER-MAINT-CARDS"
000620     ORGANIZATION LINE SEQUENTIAL
000630     FILE STATUS IS DL940-CARDS-STATUS.
000640 SELECT MAINT-RPT ASSIGN TO "ORDER-MAINT-RPT"
000650     ORGANIZATION LINE SEQUENTIAL
000660     FILE STATUS IS DL940-RPT-STATUS.
000670 SELECT RUN-CONTROL ASSIGN TO "RUN-CONTROL"
000680     ORGANIZATION LINE SEQUENTIAL
000690     FILE STATUS IS DL940-RCT-FILE-STATUS.
000700 DATA DIVISION.
000710 FILE SECTION.
000720 FD ORDER-FILE.
000730 COPY DL940STO.
000740 FD ACCT-MASTER.
000750 COPY DL200MST.
000760 FD TRANS-CODE-FILE.
000770 COPY DL100TCD.
000780 FD MAINT-CARDS.
000790 COPY DL940SOC.
000800 FD MAINT-RPT.
000810 01  DL940-RPT-LINE                  PIC X(80).
000820 FD RUN-CONTROL.
000830 COPY DL960RCT.
000840 WORKING-STORAGE SECTION.
000850 01  DL940-SWITCHES.
000860     05  DL940-ORDER-OPEN-SWITCH     PIC X(01) VALUE 'N'.
000870         88  DL940-ORDER-IS-OPEN          VALUE 'Y'.
000880     05  DL940-ACCT-OPEN-SWITCH      PIC X(01) VALUE 'N'.
000890         88  DL940-ACCT-IS-OPEN           VALUE 'Y'.
000900     05  DL940-CARDS-EOF-SWITCH      PIC X(01) VALUE 'N'.
000910         88  DL940-CARDS-EOF              VALUE 'Y'.
000920     05  DL940-TCODE-EOF-SWITCH      PIC X(01) VALUE 'N'.
000930         88  DL940-TCODE-EOF              VALUE 'Y'.
000940     05  DL940-CARD-OK-SWITCH        PIC X(01) VALUE 'Y'.
000950         88  DL940-CARD-OK                VALUE 'Y'.
000960         88  DL940-CARD-FAILED            VALUE 'N'.
000970     05  DL940-ORDER-FOUND-SWITCH    PIC X(01) VALUE 'N'.
000980         88  DL940-ORDER-FOUND            VALUE 'Y'.
000990     05  DL940-RPT-OPEN-SWITCH       PIC X(01) VALUE 'N'.
001000         88  DL940-RPT-OPEN-FAILED        VALUE 'Y'.
001010     05  DL940-REFUSED-SWITCH        PIC X(01) VALUE 'N'.
001020         88  DL940-RUN-REFUSED            VALUE 'Y'.
001030     05  DL940-ORD-WRITE-SWITCH      PIC X(01) VALUE 'N'.
001040         88  DL940-ORD-WRITE-FAILED       VALUE 'Y'.
001050 77  DL940-REFUSAL-TEXT              PIC X(60) VALUE SPACES.
001060 77  DL940-ORDER-STATUS              PIC X(02).
001070 77  DL940-ACCT-STATUS               PIC X(02).
001080 77  DL940-TCODE-STATUS              PIC X(02).
001090 77  DL940-CARDS-STATUS              PIC X(02).
001100 77  DL940-RPT-STATUS                PIC X(02).
001110 77  DL940-RCT-FILE-STATUS           PIC X(02).
001120 77  DL940-RUN-DATE                  PIC 9(08).
001130 77  DL940-TCODE-COUNT               PIC 9(05) COMP VALUE ZERO.
001140 77  DL940-TCODE-MAX                 PIC 9(05) COMP VALUE 500.
001150 77  DL940-CARDS-READ                PIC 9(09) COMP VALUE ZERO.
001160 77  DL940-CARDS-APPLIED             PIC 9(09) COMP VALUE ZERO.
001170 77  DL940-CARDS-REJECTED            PIC 9(09) COMP VALUE ZERO.
001180 77  DL940-ORDERS-ADDED              PIC 9(09) COMP VALUE ZERO.
001190 77  DL940-ORDERS-AMENDED            PIC 9(09) COMP VALUE ZERO.
001200 77  DL940-ORDERS-SUSPENDED          PIC 9(09) COMP VALUE ZERO.
001210 77  DL940-ORDERS-RESUMED            PIC 9(09) COMP VALUE ZERO.
001220 77  DL940-ORDERS-CANCELLED          PIC 9(09) COMP VALUE ZERO.
001230 77  DL940-CARD-REASON               PIC X(04) VALUE SPACES.
001240 77  DL940-CARD-ORDER               PIC 9(08) VALUE ZERO.
001250 77  DL940-BEFORE-STATUS             PIC X(01) VALUE SPACES.
001260 77  DL940-DECODE-IN                 PIC X(01) VALUE SPACES.
001270 77  DL940-DECODE-OUT                PIC X(06) VALUE SPACES.
001280 77  DL940-START-WK                  PIC 9(08) VALUE ZERO.
001290 77  DL940-END-WK                    PIC 9(08) VALUE ZERO.
001300 77  DL940-DAY-ANCHOR                PIC 9(02) VALUE ZERO.
001310 77  DL940-MONTHS                    PIC 9(02) VALUE ZERO.
001320 77  DL940-DATE-INT                  PIC 9(09) COMP VALUE ZERO.
001330 77  DL940-RPT-NUM-EDIT              PIC ZZZZZZZZ9.
001340 01  DL940-AMOUNT-WK                 PIC 9(11) VALUE ZERO.
001350 01  DL940-AMOUNT-AMT REDEFINES DL940-AMOUNT-WK
001360                                     PIC 9(09)V99.
001370 01  DL940-DATE-WK                   PIC 9(08) VALUE ZERO.
001380 01  DL940-DATE-PARTS REDEFINES DL940-DATE-WK.
001390     05  DL940-DATE-CCYY             PIC 9(04).
001400     05  DL940-DATE-MM               PIC 9(02).
001410     05  DL940-DATE-DD               PIC 9(02).
001420 01  DL940-MONTH-END-WK              PIC 9(08) VALUE ZERO.
001430 01  DL940-MONTH-END-PARTS REDEFINES DL940-MONTH-END-WK.
001440     05  DL940-MONTH-END-CCYY        PIC 9(04).
001450     05  DL940-MONTH-END-MM          PIC 9(02).
001460     05  DL940-MONTH-END-DD          PIC 9(02).
001470 01  DL940-TCODE-TABLE.
001480     05  DL940-TCODE-ENTRY
001490         OCCURS 1 TO 500 TIMES
001500         DEPENDING ON DL940-TCODE-COUNT
001510         INDEXED BY DL940-TCODE-IDX.
001520         10  DL940-TCODE-CODE        PIC X(02).
001530         10  DL940-TCODE-ACTIVE      PIC X(01).
001540         10  DL940-TCODE-EFF-DATE    PIC 9(08).
001550 01  DL940-RPT-DETAIL.
001560     05  DL940-RPT-SEQ               PIC 9(04).
001570     05  FILLER                      PIC X(02) VALUE SPACES.
001580     05  DL940-RPT-ACTION            PIC X(01).
001590     05  FILLER                      PIC X(02) VALUE SPACES.
001600     05  DL940-RPT-ORDER             PIC X(08).
001610     05  FILLER                      PIC X(02) VALUE SPACES.
001620     05  DL940-RPT-ACCT              PIC X(10).
001630     05  FILLER                      PIC X(02) VALUE SPACES.
001640     05  DL940-RPT-BEFORE            PIC X(06).
001650     05  FILLER                      PIC X(02) VALUE SPACES.
001660     05  DL940-RPT-AFTER             PIC X(06).
001670     05  FILLER                      PIC X(02) VALUE SPACES.
001680     05  DL940-RPT-RESULT            PIC X(10).
001690 01  DL940-RPT-SCHEDULE.
001700     05  FILLER                      PIC X(06) VALUE SPACES.
001710     05  FILLER                      PIC X(05) VALUE 'CODE '.
001720     05  DL940-RPS-CODE              PIC X(02).
001730     05  FILLER                      PIC X(01) VALUE SPACES.
001740     05  DL940-RPS-AMOUNT            PIC ZZZZZZZZ9.99.
001750     05  FILLER                      PIC X(06) VALUE ' FREQ '.
001760     05  DL940-RPS-FREQ              PIC X(01).
001770     05  FILLER                      PIC X(06) VALUE ' NEXT '.
001780     05  DL940-RPS-NEXT              PIC 9(08).
001790     05  FILLER                      PIC X(05) VALUE ' END '.
001800     05  DL940-RPS-END               PIC X(08).
001810     05  FILLER                      PIC X(06) VALUE ' LEFT '.
001820     05  DL940-RPS-LEFT              PIC X(04).
001830******************************************************************
001840*  0000-MAINLINE
001850******************************************************************
001860 PROCEDURE DIVISION.
001870 0000-MAINLINE.
001880     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001890     IF NOT DL940-RUN-REFUSED
001900         PERFORM 2000-PROCESS-CARD THRU 2000-EXIT
001910             UNTIL DL940-CARDS-EOF
001920     END-IF.
001930     PERFORM 8000-FINALIZE THRU 8000-EXIT.
001940     IF DL940-RUN-REFUSED OR DL940-ORD-WRITE-FAILED
001950         MOVE 8 TO RETURN-CODE
001960     ELSE
001970         IF DL940-CARDS-REJECTED > ZERO
001980             MOVE 4 TO RETURN-CODE
001990         END-IF
002000     END-IF.
002010     STOP RUN.
002020******************************************************************
002030*  1000-INITIALIZE -- take the business date, load the code
002040*                     table, open the order file I-O (created
002050*                     empty on first ever use), the account
002060*                     master, the card deck and the report, and
002070*                     prime the first card
002080******************************************************************
002090 1000-INITIALIZE.
002100     PERFORM 1020-READ-RUN-CONTROL THRU 1020-EXIT.
002110     IF NOT DL940-RUN-REFUSED
002120         PERFORM 1100-LOAD-TRANS-CODES THRU 1100-EXIT
002130     END-IF.
002140     IF NOT DL940-RUN-REFUSED
002150         PERFORM 1200-OPEN-FILES THRU 1200-EXIT
002160     END-IF.
002170     OPEN OUTPUT MAINT-RPT.
002180     IF DL940-RPT-STATUS NOT = '00'
002190         DISPLAY 'ORDER-MAINT-RPT OPEN FAILED, STATUS='
002200             DL940-RPT-STATUS
002210         SET DL940-RPT-OPEN-FAILED TO TRUE
002220     END-IF.
002230     PERFORM 1300-WRITE-REPORT-HEADER THRU 1300-EXIT.
002240     OPEN INPUT MAINT-CARDS.
002250     IF DL940-CARDS-STATUS NOT = '00'
002260         DISPLAY 'ORDER-MAINT-CARDS OPEN FAILED, STATUS='
002270             DL940-CARDS-STATUS ' -- NOTHING TO APPLY'
002280         SET DL940-CARDS-EOF TO TRUE
002290     END-IF.
002300     IF NOT DL940-CARDS-EOF
002310         READ MAINT-CARDS
002320             AT END SET DL940-CARDS-EOF TO TRUE
002330         END-READ
002340     END-IF.
002350     IF NOT DL940-CARDS-EOF
002360         ADD 1 TO DL940-CARDS-READ
002370     END-IF.
002380 1000-EXIT.
002390     EXIT.
002400******************************************************************
002410*  1020-READ-RUN-CONTROL -- the run date is the business date on
002420*                           RUN-CONTROL, not the clock, so the
002430*                           dates the run stamps agree with the
002440*                           nightly chain's; no business date
002450*                           refuses the run
002460******************************************************************
002470 1020-READ-RUN-CONTROL.
002480     MOVE ZERO TO DL940-RUN-DATE.
002490     OPEN INPUT RUN-CONTROL.
002500     IF DL940-RCT-FILE-STATUS NOT = '00'
002510         SET DL940-RUN-REFUSED TO TRUE
002520         MOVE SPACES TO DL940-REFUSAL-TEXT
002530         STRING 'RUN-CONTROL WILL NOT OPEN, STATUS='
002540             DL940-RCT-FILE-STATUS
002550             DELIMITED BY SIZE INTO DL940-REFUSAL-TEXT
002560         GO TO 1020-EXIT
002570     END-IF.
002580     READ RUN-CONTROL
002590         AT END MOVE SPACES TO DL960-RUN-CONTROL-RECORD
002600     END-READ.
002610     CLOSE RUN-CONTROL.
002620     IF DL960-RCT-BUS-DATE NOT NUMERIC
002630             OR DL960-RCT-BUS-DATE = ZERO
002640         SET DL940-RUN-REFUSED TO TRUE
002650         MOVE 'RUN-CONTROL HOLDS NO BUSINESS DATE'
002660             TO DL940-REFUSAL-TEXT
002670         GO TO 1020-EXIT
002680     END-IF.
002690     MOVE DL960-RCT-BUS-DATE TO DL940-RUN-DATE.
002700 1020-EXIT.
002710     EXIT.
002720 1100-LOAD-TRANS-CODES.
002730     OPEN INPUT TRANS-CODE-FILE.
002740     IF DL940-TCODE-STATUS NOT = '00'
002750         SET DL940-RUN-REFUSED TO TRUE
002760         MOVE 'TRANS-CODES WILL NOT OPEN' TO DL940-REFUSAL-TEXT
002770         GO TO 1100-EXIT
002780     END-IF.
002790     PERFORM 1150-LOAD-TRANS-CODE-ROW THRU 1150-EXIT
002800         UNTIL DL940-TCODE-EOF.
002810     CLOSE TRANS-CODE-FILE.
002820 1100-EXIT.
002830     EXIT.
002840 1150-LOAD-TRANS-CODE-ROW.
002850     READ TRANS-CODE-FILE
002860         AT END SET DL940-TCODE-EOF TO TRUE
002870     END-READ.
002880     IF NOT DL940-TCODE-EOF
002890         IF DL940-TCODE-COUNT < DL940-TCODE-MAX
002900             ADD 1 TO DL940-TCODE-COUNT
002910             SET DL940-TCODE-IDX TO DL940-TCODE-COUNT
002920             MOVE DL100-TCD-CODE
002930                 TO DL940-TCODE-CODE(DL940-TCODE-IDX)
002940             MOVE DL100-TCD-ACTIVE-FLAG
002950                 TO DL940-TCODE-ACTIVE(DL940-TCODE-IDX)
002960             MOVE DL100-TCD-EFF-DATE
002970                 TO DL940-TCODE-EFF-DATE(DL940-TCODE-IDX)
002980         END-IF
002990     END-IF.
003000 1150-EXIT.
003010     EXIT.
003020******************************************************************
003030*  1200-OPEN-FILES -- the order file I-O, created empty on first
003040*                     ever use; the account master is read
003050*                     only, to prove an ADD's account
003060******************************************************************
003070 1200-OPEN-FILES.
003080     OPEN I-O ORDER-FILE.
003090     IF DL940-ORDER-STATUS = '35'
003100         OPEN OUTPUT ORDER-FILE
003110         CLOSE ORDER-FILE
003120         OPEN I-O ORDER-FILE
003130     END-IF.
003140     IF DL940-ORDER-STATUS NOT = '00'
003150         DISPLAY 'STANDING-ORDERS OPEN FAILED, STATUS='
003160             DL940-ORDER-STATUS ' -- RUN REFUSED'
003170         SET DL940-RUN-REFUSED TO TRUE
003180         MOVE 'STANDING-ORDERS WILL NOT OPEN'
003190             TO DL940-REFUSAL-TEXT
003200         GO TO 1200-EXIT
003210     END-IF.
003220     SET DL940-ORDER-IS-OPEN TO TRUE.
003230     OPEN INPUT ACCT-MASTER.
003240     IF DL940-ACCT-STATUS NOT = '00'
003250         SET DL940-RUN-REFUSED TO TRUE
003260         MOVE 'ACCT-MASTER WILL NOT OPEN' TO DL940-REFUSAL-TEXT
003270         GO TO 1200-EXIT
003280     END-IF.
003290     SET DL940-ACCT-IS-OPEN TO TRUE.
003300 1200-EXIT.
003310     EXIT.
003320 1300-WRITE-REPORT-HEADER.
003330     IF DL940-RPT-OPEN-FAILED
003340         GO TO 1300-EXIT
003350     END-IF.
003360     MOVE SPACES TO DL940-RPT-LINE.
003370     STRING 'ORDER-MAINT STANDING ORDER CHANGE REPORT'
003380         DELIMITED BY SIZE INTO DL940-RPT-LINE.
003390     WRITE DL940-RPT-LINE.
003400     MOVE SPACES TO DL940-RPT-LINE.
003410     STRING 'RUN DATE...........: ' DL940-RUN-DATE
003420         DELIMITED BY SIZE INTO DL940-RPT-LINE.
003430     WRITE DL940-RPT-LINE.
003440     IF DL940-RUN-REFUSED
003450         MOVE SPACES TO DL940-RPT-LINE
003460         STRING 'RUN REFUSED -- ' DL940-REFUSAL-TEXT
003470             DELIMITED BY SIZE INTO DL940-RPT-LINE
003480         WRITE DL940-RPT-LINE
003490     END-IF.
003500     MOVE SPACES TO DL940-RPT-LINE.
003510     STRING 'CARD  A  ORDER NO  ACCOUNT NO  BEFORE  AFTER  '
003520         ' RESULT'
003530         DELIMITED BY SIZE INTO DL940-RPT-LINE.
003540     WRITE DL940-RPT-LINE.
003550 1300-EXIT.
003560     EXIT.
003570******************************************************************
003580*  2000-PROCESS-CARD -- validate the current card against the
003590*                       order file, apply it when it passes,
003600*                       report it either way, then read the
003610*                       next card
003620******************************************************************
003630 2000-PROCESS-CARD.
003640     SET DL940-CARD-OK TO TRUE.
003650     MOVE 'N' TO DL940-ORDER-FOUND-SWITCH.
003660     MOVE SPACES TO DL940-BEFORE-STATUS.
003670     MOVE SPACES TO DL940-CARD-REASON.
003680     MOVE SPACES TO DL940-RPT-DETAIL.
003690     MOVE DL940-CARDS-READ TO DL940-RPT-SEQ.
003700     MOVE DL940-SOC-ACTION TO DL940-RPT-ACTION.
003710     MOVE DL940-SOC-ORDER-ID TO DL940-RPT-ORDER.
003720     MOVE DL940-SOC-ACCOUNT-NO TO DL940-RPT-ACCT.
003730     PERFORM 2100-VALIDATE-CARD THRU 2100-EXIT.
003740     IF DL940-CARD-OK
003750         PERFORM 2300-APPLY-CARD THRU 2300-EXIT
003760     END-IF.
003770     PERFORM 2500-REPORT-CARD THRU 2500-EXIT.
003780     READ MAINT-CARDS
003790         AT END SET DL940-CARDS-EOF TO TRUE
003800     END-READ.
003810     IF NOT DL940-CARDS-EOF
003820         ADD 1 TO DL940-CARDS-READ
003830     END-IF.
003840 2000-EXIT.
003850     EXIT.
003860******************************************************************
003870*  2100-VALIDATE-CARD -- action and order number first, then the
003880*                        per-action rules; the first failure
003890*                        sets the reason code and stops
003900******************************************************************
003910 2100-VALIDATE-CARD.
003920     IF NOT DL940-SOC-ADD AND NOT DL940-SOC-AMEND
003930             AND NOT DL940-SOC-SUSPEND AND NOT DL940-SOC-RESUME
003940             AND NOT DL940-SOC-CANCEL
003950         SET DL940-CARD-FAILED TO TRUE
003960         MOVE 'ACTN' TO DL940-CARD-REASON
003970         GO TO 2100-EXIT
003980     END-IF.
003990     IF DL940-SOC-ORDER-ID NOT NUMERIC
004000         SET DL940-CARD-FAILED TO TRUE
004010         MOVE 'ORDR' TO DL940-CARD-REASON
004020         GO TO 2100-EXIT
004030     END-IF.
004040     MOVE DL940-SOC-ORDER-ID TO DL940-CARD-ORDER.
004050     IF DL940-CARD-ORDER = ZERO
004060         SET DL940-CARD-FAILED TO TRUE
004070         MOVE 'ORDR' TO DL940-CARD-REASON
004080         GO TO 2100-EXIT
004090     END-IF.
004100     MOVE DL940-CARD-ORDER TO DL940-STO-ORDER-ID.
004110     READ ORDER-FILE
004120         INVALID KEY
004130             CONTINUE
004140         NOT INVALID KEY
004150             SET DL940-ORDER-FOUND TO TRUE
004160             MOVE DL940-STO-STATUS TO DL940-BEFORE-STATUS
004170     END-READ.
004180     IF DL940-SOC-ADD
004190         PERFORM 2150-VALIDATE-ADD THRU 2150-EXIT
004200         GO TO 2100-EXIT
004210     END-IF.
004220     IF NOT DL940-ORDER-FOUND
004230         SET DL940-CARD-FAILED TO TRUE
004240         MOVE 'NORD' TO DL940-CARD-REASON
004250         GO TO 2100-EXIT
004260     END-IF.
004270     EVALUATE TRUE
004280         WHEN DL940-SOC-AMEND
004290             IF DL940-STO-CANCELLED OR DL940-STO-ENDED
004300                 SET DL940-CARD-FAILED TO TRUE
004310                 MOVE 'STAT' TO DL940-CARD-REASON
004320             ELSE
004330                 PERFORM 2200-VALIDATE-FIELDS THRU 2200-EXIT
004340             END-IF
004350         WHEN DL940-SOC-SUSPEND
004360             IF NOT DL940-STO-ACTIVE
004370                 SET DL940-CARD-FAILED TO TRUE
004380                 MOVE 'STAT' TO DL940-CARD-REASON
004390             END-IF
004400         WHEN DL940-SOC-RESUME
004410             IF NOT DL940-STO-SUSPENDED
004420                 SET DL940-CARD-FAILED TO TRUE
004430                 MOVE 'STAT' TO DL940-CARD-REASON
004440             END-IF
004450         WHEN DL940-SOC-CANCEL
004460             IF DL940-STO-CANCELLED
004470                 SET DL940-CARD-FAILED TO TRUE
004480                 MOVE 'STAT' TO DL940-CARD-REASON
004490             END-IF
004500     END-EVALUATE.
004510 2100-EXIT.
004520     EXIT.
004530******************************************************************
004540*  2150-VALIDATE-ADD -- a new order needs a new order number, an
004550*                       account on the master that can take
004560*                       items, and every schedule field but the
004570*                       optional end date and count
004580******************************************************************
004590 2150-VALIDATE-ADD.
004600     IF DL940-ORDER-FOUND
004610         SET DL940-CARD-FAILED TO TRUE
004620         MOVE 'DUPO' TO DL940-CARD-REASON
004630         GO TO 2150-EXIT
004640     END-IF.
004650     IF DL940-SOC-ACCOUNT-NO NOT NUMERIC
004660         SET DL940-CARD-FAILED TO TRUE
004670         MOVE 'ACCT' TO DL940-CARD-REASON
004680         GO TO 2150-EXIT
004690     END-IF.
004700     MOVE DL940-SOC-ACCOUNT-NO TO DL200-MST-ACCOUNT-NO.
004710     READ ACCT-MASTER
004720         INVALID KEY
004730             SET DL940-CARD-FAILED TO TRUE
004740             MOVE 'NACC' TO DL940-CARD-REASON
004750     END-READ.
004760     IF DL940-CARD-FAILED
004770         GO TO 2150-EXIT
004780     END-IF.
004790     IF DL200-MST-CLOSED OR DL200-MST-FROZEN
004800             OR DL200-MST-ESCHEATED
004810         SET DL940-CARD-FAILED TO TRUE
004820         MOVE 'ACST' TO DL940-CARD-REASON
004830         GO TO 2150-EXIT
004840     END-IF.
004850     IF DL940-SOC-TRANS-CODE = SPACES
004860             OR DL940-SOC-AMOUNT = SPACES
004870             OR DL940-SOC-FREQUENCY = SPACES
004880             OR DL940-SOC-START-DATE = SPACES
004890         SET DL940-CARD-FAILED TO TRUE
004900         EVALUATE TRUE
004910             WHEN DL940-SOC-TRANS-CODE = SPACES
004920                 MOVE 'TCOD' TO DL940-CARD-REASON
004930             WHEN DL940-SOC-AMOUNT = SPACES
004940                 MOVE 'AMNT' TO DL940-CARD-REASON
004950             WHEN DL940-SOC-FREQUENCY = SPACES
004960                 MOVE 'FREQ' TO DL940-CARD-REASON
004970             WHEN OTHER
004980                 MOVE 'DATE' TO DL940-CARD-REASON
004990         END-EVALUATE
005000         GO TO 2150-EXIT
005010     END-IF.
005020     PERFORM 2200-VALIDATE-FIELDS THRU 2200-EXIT.
005030 2150-EXIT.
005040     EXIT.
005050******************************************************************
005060*  2200-VALIDATE-FIELDS -- each schedule field the card carries:
005070*                          an active code, a non-zero amount, a
005080*                          W/M/Q frequency, a real start date
005090*                          not before the run date, an end date
005100*                          not before the start, and a count of
005110*                          one or more
005120******************************************************************
005130 2200-VALIDATE-FIELDS.
005140     IF DL940-SOC-TRANS-CODE NOT = SPACES
005150         SET DL940-TCODE-IDX TO 1
005160         IF DL940-TCODE-COUNT = ZERO
005170             SET DL940-CARD-FAILED TO TRUE
005180             MOVE 'TCOD' TO DL940-CARD-REASON
005190             GO TO 2200-EXIT
005200         END-IF
005210         SEARCH DL940-TCODE-ENTRY
005220             AT END
005230                 SET DL940-CARD-FAILED TO TRUE
005240                 MOVE 'TCOD' TO DL940-CARD-REASON
005250             WHEN DL940-TCODE-CODE(DL940-TCODE-IDX)
005260                     = DL940-SOC-TRANS-CODE
005270                 IF DL940-TCODE-ACTIVE(DL940-TCODE-IDX) NOT = 'A'
005280                     SET DL940-CARD-FAILED TO TRUE
005290                     MOVE 'TCOD' TO DL940-CARD-REASON
005300                 END-IF
005310         END-SEARCH
005320         IF DL940-CARD-FAILED
005330             GO TO 2200-EXIT
005340         END-IF
005350     END-IF.
005360     IF DL940-SOC-AMOUNT NOT = SPACES
005370         IF DL940-SOC-AMOUNT NOT NUMERIC
005380             SET DL940-CARD-FAILED TO TRUE
005390             MOVE 'AMNT' TO DL940-CARD-REASON
005400             GO TO 2200-EXIT
005410         END-IF
005420         MOVE DL940-SOC-AMOUNT TO DL940-AMOUNT-WK
005430         IF DL940-AMOUNT-AMT = ZERO
005440             SET DL940-CARD-FAILED TO TRUE
005450             MOVE 'AMNT' TO DL940-CARD-REASON
005460             GO TO 2200-EXIT
005470         END-IF
005480     END-IF.
005490     IF DL940-SOC-FREQUENCY NOT = SPACES
005500         IF DL940-SOC-FREQUENCY NOT = 'W'
005510                 AND DL940-SOC-FREQUENCY NOT = 'M'
005520                 AND DL940-SOC-FREQUENCY NOT = 'Q'
005530             SET DL940-CARD-FAILED TO TRUE
005540             MOVE 'FREQ' TO DL940-CARD-REASON
005550             GO TO 2200-EXIT
005560         END-IF
005570     END-IF.
005580     IF DL940-ORDER-FOUND
005590         MOVE DL940-STO-START-DATE TO DL940-START-WK
005600     ELSE
005610         MOVE ZERO TO DL940-START-WK
005620     END-IF.
005630     IF DL940-SOC-START-DATE NOT = SPACES
005640         IF DL940-SOC-START-DATE NOT NUMERIC
005650             SET DL940-CARD-FAILED TO TRUE
005660             MOVE 'DATE' TO DL940-CARD-REASON
005670             GO TO 2200-EXIT
005680         END-IF
005690         MOVE DL940-SOC-START-DATE TO DL940-DATE-WK
005700         PERFORM 2250-CHECK-DATE THRU 2250-EXIT
005710         IF DL940-CARD-FAILED
005720             GO TO 2200-EXIT
005730         END-IF
005740         IF DL940-DATE-WK < DL940-RUN-DATE
005750             SET DL940-CARD-FAILED TO TRUE
005760             MOVE 'STRT' TO DL940-CARD-REASON
005770             GO TO 2200-EXIT
005780         END-IF
005790         MOVE DL940-DATE-WK TO DL940-START-WK
005800     END-IF.
005810     IF DL940-SOC-END-DATE NOT = SPACES
005820         IF DL940-SOC-END-DATE NOT NUMERIC
005830             SET DL940-CARD-FAILED TO TRUE
005840             MOVE 'ENDD' TO DL940-CARD-REASON
005850             GO TO 2200-EXIT
005860         END-IF
005870         MOVE DL940-SOC-END-DATE TO DL940-DATE-WK
005880         PERFORM 2250-CHECK-DATE THRU 2250-EXIT
005890         IF DL940-CARD-FAILED
005900             MOVE 'ENDD' TO DL940-CARD-REASON
005910             GO TO 2200-EXIT
005920         END-IF
005930         IF DL940-DATE-WK < DL940-START-WK
005940                 OR DL940-DATE-WK < DL940-RUN-DATE
005950             SET DL940-CARD-FAILED TO TRUE
005960             MOVE 'ENDD' TO DL940-CARD-REASON
005970             GO TO 2200-EXIT
005980         END-IF
005990     END-IF.
006000     IF DL940-SOC-COUNT NOT = SPACES
006010         IF DL940-SOC-COUNT NOT NUMERIC
006020             SET DL940-CARD-FAILED TO TRUE
006030             MOVE 'COUN' TO DL940-CARD-REASON
006040             GO TO 2200-EXIT
006050         END-IF
006060         IF DL940-SOC-COUNT = '0000'
006070             SET DL940-CARD-FAILED TO TRUE
006080             MOVE 'COUN' TO DL940-CARD-REASON
006090         END-IF
006100     END-IF.
006110 2200-EXIT.
006120     EXIT.
006130******************************************************************
006140*  2250-CHECK-DATE -- DL940-DATE-WK must be a real calendar
006150*                     date: month 01-12 and a day no later than
006160*                     the month's last; DATB otherwise
006170******************************************************************
006180 2250-CHECK-DATE.
006190     IF DL940-DATE-MM < 01 OR DL940-DATE-MM > 12
006200             OR DL940-DATE-DD < 01 OR DL940-DATE-CCYY < 1601
006210         SET DL940-CARD-FAILED TO TRUE
006220         MOVE 'DATB' TO DL940-CARD-REASON
006230         GO TO 2250-EXIT
006240     END-IF.
006250     MOVE DL940-DATE-CCYY TO DL940-MONTH-END-CCYY.
006260     MOVE DL940-DATE-MM TO DL940-MONTH-END-MM.
006270     PERFORM 2700-FIND-MONTH-END THRU 2700-EXIT.
006280     IF DL940-DATE-DD > DL940-MONTH-END-DD
006290         SET DL940-CARD-FAILED TO TRUE
006300         MOVE 'DATB' TO DL940-CARD-REASON
006310     END-IF.
006320 2250-EXIT.
006330     EXIT.
006340******************************************************************
006350*  2300-APPLY-CARD -- an ADD writes the new order active, due
006360*                     first on its start date; AMEND replaces
006370*                     the fields the card carries and, when the
006380*                     schedule changed, works the next date out
006390*                     again from the start; SUSPEND, RESUME and
006400*                     CANCEL set the status, RESUME stepping the
006410*                     next date past the days it was suspended.
006420*                     A failed WRITE or REWRITE is OWRT.
006430******************************************************************
006440 2300-APPLY-CARD.
006450     IF DL940-SOC-ADD
006460         MOVE SPACES TO DL940-ORDER-RECORD
006470         MOVE DL940-CARD-ORDER TO DL940-STO-ORDER-ID
006480         MOVE DL940-SOC-ACCOUNT-NO TO DL940-STO-ACCOUNT-NO
006490         MOVE ZERO TO DL940-STO-END-DATE
006500         MOVE 'N' TO DL940-STO-COUNTED
006510         MOVE ZERO TO DL940-STO-REMAINING
006520         MOVE ZERO TO DL940-STO-LAST-DUE-DATE
006530         MOVE ZERO TO DL940-STO-LAST-GEN-DATE
006540         MOVE ZERO TO DL940-STO-GEN-COUNT
006550         MOVE DL940-RUN-DATE TO DL940-STO-ADDED-DATE
006560         PERFORM 2350-MOVE-FIELDS THRU 2350-EXIT
006570         SET DL940-STO-ACTIVE TO TRUE
006580         MOVE DL940-STO-START-DATE TO DL940-STO-NEXT-DUE
006590         WRITE DL940-ORDER-RECORD
006600             INVALID KEY
006610                 CONTINUE
006620         END-WRITE
006630         IF DL940-ORDER-STATUS = '00'
006640             ADD 1 TO DL940-ORDERS-ADDED
006650         ELSE
006660             PERFORM 2450-NOTE-WRITE-FAILURE THRU 2450-EXIT
006670         END-IF
006680         GO TO 2300-EXIT
006690     END-IF.
006700     EVALUATE TRUE
006710         WHEN DL940-SOC-AMEND
006720             PERFORM 2350-MOVE-FIELDS THRU 2350-EXIT
006730             IF DL940-SOC-FREQUENCY NOT = SPACES
006740                     OR DL940-SOC-START-DATE NOT = SPACES
006750                 MOVE DL940-STO-START-DATE TO DL940-STO-NEXT-DUE
006760                 PERFORM 2400-STEP-TO-RUN-DATE THRU 2400-EXIT
006770             END-IF
006780         WHEN DL940-SOC-SUSPEND
006790             SET DL940-STO-SUSPENDED TO TRUE
006800         WHEN DL940-SOC-RESUME
006810             SET DL940-STO-ACTIVE TO TRUE
006820             PERFORM 2400-STEP-TO-RUN-DATE THRU 2400-EXIT
006830         WHEN DL940-SOC-CANCEL
006840             SET DL940-STO-CANCELLED TO TRUE
006850     END-EVALUATE.
006860     MOVE DL940-RUN-DATE TO DL940-STO-CHANGED-DATE.
006870     REWRITE DL940-ORDER-RECORD
006880         INVALID KEY
006890             CONTINUE
006900     END-REWRITE.
006910     IF DL940-ORDER-STATUS NOT = '00'
006920         PERFORM 2450-NOTE-WRITE-FAILURE THRU 2450-EXIT
006930         GO TO 2300-EXIT
006940     END-IF.
006950     EVALUATE TRUE
006960         WHEN DL940-SOC-AMEND
006970             ADD 1 TO DL940-ORDERS-AMENDED
006980         WHEN DL940-SOC-SUSPEND
006990             ADD 1 TO DL940-ORDERS-SUSPENDED
007000         WHEN DL940-SOC-RESUME
007010             ADD 1 TO DL940-ORDERS-RESUMED
007020         WHEN DL940-SOC-CANCEL
007030             ADD 1 TO DL940-ORDERS-CANCELLED
007040     END-EVALUATE.
007050 2300-EXIT.
007060     EXIT.
007070 2350-MOVE-FIELDS.
007080     IF DL940-SOC-TRANS-CODE NOT = SPACES
007090         MOVE DL940-SOC-TRANS-CODE TO DL940-STO-TRANS-CODE
007100     END-IF.
007110     IF DL940-SOC-AMOUNT NOT = SPACES
007120         MOVE DL940-SOC-AMOUNT TO DL940-AMOUNT-WK
007130         MOVE DL940-AMOUNT-AMT TO DL940-STO-AMOUNT
007140     END-IF.
007150     IF DL940-SOC-FREQUENCY NOT = SPACES
007160         MOVE DL940-SOC-FREQUENCY TO DL940-STO-FREQUENCY
007170     END-IF.
007180     IF DL940-SOC-START-DATE NOT = SPACES
007190         MOVE DL940-SOC-START-DATE TO DL940-STO-START-DATE
007200     END-IF.
007210     IF DL940-SOC-END-DATE NOT = SPACES
007220         MOVE DL940-SOC-END-DATE TO DL940-STO-END-DATE
007230     END-IF.
007240     IF DL940-SOC-COUNT NOT = SPACES
007250         MOVE 'Y' TO DL940-STO-COUNTED
007260         MOVE DL940-SOC-COUNT TO DL940-STO-REMAINING
007270     END-IF.
007280 2350-EXIT.
007290     EXIT.
007300******************************************************************
007310*  2400-STEP-TO-RUN-DATE -- step the next date along the
007320*                           schedule until it is on or after
007330*                           the run date and after the last
007340*                           date already raised, so no date is
007350*                           raised twice and none is raised
007360*                           for days already gone
007370******************************************************************
007380 2400-STEP-TO-RUN-DATE.
007390     PERFORM 2650-ADVANCE-DUE THRU 2650-EXIT
007400         UNTIL DL940-STO-NEXT-DUE NOT < DL940-RUN-DATE
007410             AND DL940-STO-NEXT-DUE > DL940-STO-LAST-DUE-DATE.
007420 2400-EXIT.
007430     EXIT.
007440 2450-NOTE-WRITE-FAILURE.
007450     DISPLAY 'STANDING-ORDERS UPDATE FAILED, STATUS='
007460         DL940-ORDER-STATUS ' KEY=' DL940-STO-ORDER-ID.
007470     SET DL940-ORD-WRITE-FAILED TO TRUE.
007480     SET DL940-CARD-FAILED TO TRUE.
007490     MOVE 'OWRT' TO DL940-CARD-REASON.
007500 2450-EXIT.
007510     EXIT.
007520******************************************************************
007530*  2500-REPORT-CARD -- one line per card with the order's status
007540*                      before and after and APPLIED or the
007550*                      reject reason; an applied card other
007560*                      than a CANCEL adds the schedule line
007570******************************************************************
007580 2500-REPORT-CARD.
007590     IF DL940-BEFORE-STATUS = SPACES
007600         MOVE '------' TO DL940-RPT-BEFORE
007610     ELSE
007620         MOVE DL940-BEFORE-STATUS TO DL940-DECODE-IN
007630         PERFORM 2550-DECODE-STATUS THRU 2550-EXIT
007640         MOVE DL940-DECODE-OUT TO DL940-RPT-BEFORE
007650     END-IF.
007660     IF DL940-CARD-OK
007670         ADD 1 TO DL940-CARDS-APPLIED
007680         MOVE 'APPLIED' TO DL940-RPT-RESULT
007690         MOVE DL940-STO-ACCOUNT-NO TO DL940-RPT-ACCT
007700         MOVE DL940-STO-STATUS TO DL940-DECODE-IN
007710         PERFORM 2550-DECODE-STATUS THRU 2550-EXIT
007720         MOVE DL940-DECODE-OUT TO DL940-RPT-AFTER
007730     ELSE
007740         ADD 1 TO DL940-CARDS-REJECTED
007750         MOVE SPACES TO DL940-RPT-RESULT
007760         STRING '*' DL940-CARD-REASON '*'
007770             DELIMITED BY SIZE INTO DL940-RPT-RESULT
007780         MOVE DL940-RPT-BEFORE TO DL940-RPT-AFTER
007790     END-IF.
007800     IF DL940-RPT-OPEN-FAILED
007810         GO TO 2500-EXIT
007820     END-IF.
007830     MOVE DL940-RPT-DETAIL TO DL940-RPT-LINE.
007840     WRITE DL940-RPT-LINE.
007850     IF DL940-CARD-OK AND NOT DL940-SOC-CANCEL
007860         MOVE DL940-STO-TRANS-CODE TO DL940-RPS-CODE
007870         MOVE DL940-STO-AMOUNT TO DL940-RPS-AMOUNT
007880         MOVE DL940-STO-FREQUENCY TO DL940-RPS-FREQ
007890         MOVE DL940-STO-NEXT-DUE TO DL940-RPS-NEXT
007900         IF DL940-STO-END-DATE = ZERO
007910             MOVE 'NONE' TO DL940-RPS-END
007920         ELSE
007930             MOVE DL940-STO-END-DATE TO DL940-RPS-END
007940         END-IF
007950         IF DL940-STO-HAS-COUNT
007960             MOVE DL940-STO-REMAINING TO DL940-RPS-LEFT
007970         ELSE
007980             MOVE 'ANY' TO DL940-RPS-LEFT
007990         END-IF
008000         MOVE DL940-RPT-SCHEDULE TO DL940-RPT-LINE
008010         WRITE DL940-RPT-LINE
008020     END-IF.
008030 2500-EXIT.
008040     EXIT.
008050 2550-DECODE-STATUS.
008060     EVALUATE DL940-DECODE-IN
008070         WHEN 'A'
008080             MOVE 'ACTIVE' TO DL940-DECODE-OUT
008090         WHEN 'S'
008100             MOVE 'SUSPND' TO DL940-DECODE-OUT
008110         WHEN 'X'
008120             MOVE 'CANCLD' TO DL940-DECODE-OUT
008130         WHEN 'E'
008140             MOVE 'ENDED ' TO DL940-DECODE-OUT
008150         WHEN OTHER
008160             MOVE '??????' TO DL940-DECODE-OUT
008170     END-EVALUATE.
008180 2550-EXIT.
008190     EXIT.
008200******************************************************************
008210*  2650-ADVANCE-DUE -- one step along the order's schedule: a
008220*                      week on, or one or three months on to
008230*                      the start date's day of the month (the
008240*                      month's last day when it is shorter)
008250******************************************************************
008260 2650-ADVANCE-DUE.
008270     IF DL940-STO-WEEKLY
008280         COMPUTE DL940-DATE-INT =
008290             FUNCTION INTEGER-OF-DATE(DL940-STO-NEXT-DUE) + 7
008300         COMPUTE DL940-STO-NEXT-DUE =
008310             FUNCTION DATE-OF-INTEGER(DL940-DATE-INT)
008320         GO TO 2650-EXIT
008330     END-IF.
008340     IF DL940-STO-QUARTERLY
008350         MOVE 3 TO DL940-MONTHS
008360     ELSE
008370         MOVE 1 TO DL940-MONTHS
008380     END-IF.
008390     MOVE DL940-STO-START-DATE TO DL940-DATE-WK.
008400     MOVE DL940-DATE-DD TO DL940-DAY-ANCHOR.
008410     MOVE DL940-STO-NEXT-DUE TO DL940-DATE-WK.
008420     ADD DL940-MONTHS TO DL940-DATE-MM.
008430     IF DL940-DATE-MM > 12
008440         SUBTRACT 12 FROM DL940-DATE-MM
008450         ADD 1 TO DL940-DATE-CCYY
008460     END-IF.
008470     MOVE DL940-DATE-CCYY TO DL940-MONTH-END-CCYY.
008480     MOVE DL940-DATE-MM TO DL940-MONTH-END-MM.
008490     PERFORM 2700-FIND-MONTH-END THRU 2700-EXIT.
008500     IF DL940-DAY-ANCHOR > DL940-MONTH-END-DD
008510         MOVE DL940-MONTH-END-DD TO DL940-DATE-DD
008520     ELSE
008530         MOVE DL940-DAY-ANCHOR TO DL940-DATE-DD
008540     END-IF.
008550     MOVE DL940-DATE-WK TO DL940-STO-NEXT-DUE.
008560 2650-EXIT.
008570     EXIT.
008580******************************************************************
008590*  2700-FIND-MONTH-END -- the last day of the month in
008600*                         DL940-MONTH-END-CCYY/MM: the day
008610*                         before the first of the month after
008620******************************************************************
008630 2700-FIND-MONTH-END.
008640     MOVE 01 TO DL940-MONTH-END-DD.
008650     IF DL940-MONTH-END-MM = 12
008660         ADD 1 TO DL940-MONTH-END-CCYY
008670         MOVE 01 TO DL940-MONTH-END-MM
008680     ELSE
008690         ADD 1 TO DL940-MONTH-END-MM
008700     END-IF.
008710     COMPUTE DL940-DATE-INT =
008720         FUNCTION INTEGER-OF-DATE(DL940-MONTH-END-WK) - 1.
008730     COMPUTE DL940-MONTH-END-WK =
008740         FUNCTION DATE-OF-INTEGER(DL940-DATE-INT).
008750 2700-EXIT.
008760     EXIT.
008770******************************************************************
008780*  8000-FINALIZE -- run totals, then close
008790******************************************************************
008800 8000-FINALIZE.
008810     PERFORM 8200-WRITE-TOTALS THRU 8200-EXIT.
008820     IF NOT DL940-CARDS-EOF OR DL940-CARDS-STATUS = '10'
008830         CLOSE MAINT-CARDS
008840     END-IF.
008850     IF DL940-ORDER-IS-OPEN
008860         CLOSE ORDER-FILE
008870     END-IF.
008880     IF DL940-ACCT-IS-OPEN
008890         CLOSE ACCT-MASTER
008900     END-IF.
008910     IF NOT DL940-RPT-OPEN-FAILED
008920         CLOSE MAINT-RPT
008930     END-IF.
008940 8000-EXIT.
008950     EXIT.
008960 8200-WRITE-TOTALS.
008970     IF DL940-RPT-OPEN-FAILED
008980         GO TO 8200-EXIT
008990     END-IF.
009000     MOVE DL940-CARDS-READ TO DL940-RPT-NUM-EDIT.
009010     MOVE SPACES TO DL940-RPT-LINE.
009020     STRING 'CARDS READ.........: ' DL940-RPT-NUM-EDIT
009030         DELIMITED BY SIZE INTO DL940-RPT-LINE.
009040     WRITE DL940-RPT-LINE.
009050     MOVE DL940-CARDS-APPLIED TO DL940-RPT-NUM-EDIT.
009060     MOVE SPACES TO DL940-RPT-LINE.
009070     STRING 'CARDS APPLIED......: ' DL940-RPT-NUM-EDIT
009080         DELIMITED BY SIZE INTO DL940-RPT-LINE.
009090     WRITE DL940-RPT-LINE.
009100     MOVE DL940-CARDS-REJECTED TO DL940-RPT-NUM-EDIT.
009110     MOVE SPACES TO DL940-RPT-LINE.
009120     STRING 'CARDS REJECTED.....: ' DL940-RPT-NUM-EDIT
009130         DELIMITED BY SIZE INTO DL940-RPT-LINE.
009140     WRITE DL940-RPT-LINE.
009150     MOVE DL940-ORDERS-ADDED TO DL940-RPT-NUM-EDIT.
009160     MOVE SPACES TO DL940-RPT-LINE.
009170     STRING 'ORDERS ADDED.......: ' DL940-RPT-NUM-EDIT
009180         DELIMITED BY SIZE INTO DL940-RPT-LINE.
009190     WRITE DL940-RPT-LINE.
009200     MOVE DL940-ORDERS-AMENDED TO DL940-RPT-NUM-EDIT.
009210     MOVE SPACES TO DL940-RPT-LINE.
009220     STRING 'ORDERS AMENDED.....: ' DL940-RPT-NUM-EDIT
009230         DELIMITED BY SIZE INTO DL940-RPT-LINE.
009240     WRITE DL940-RPT-LINE.
009250     MOVE DL940-ORDERS-SUSPENDED TO DL940-RPT-NUM-EDIT.
009260     MOVE SPACES TO DL940-RPT-LINE.
009270     STRING 'ORDERS SUSPENDED...: ' DL940-RPT-NUM-EDIT
009280         DELIMITED BY SIZE INTO DL940-RPT-LINE.
009290     WRITE DL940-RPT-LINE.
009300     MOVE DL940-ORDERS-RESUMED TO DL940-RPT-NUM-EDIT.
009310     MOVE SPACES TO DL940-RPT-LINE.
009320     STRING 'ORDERS RESUMED.....: ' DL940-RPT-NUM-EDIT
009330         DELIMITED BY SIZE INTO DL940-RPT-LINE.
009340     WRITE DL940-RPT-LINE.
009350     MOVE DL940-ORDERS-CANCELLED TO DL940-RPT-NUM-EDIT.
009360     MOVE SPACES TO DL940-RPT-LINE.
009370     STRING 'ORDERS CANCELLED...: ' DL940-RPT-NUM-EDIT
009380         DELIMITED BY SIZE INTO DL940-RPT-LINE.
009390     WRITE DL940-RPT-LINE.
009400     IF DL940-ORD-WRITE-FAILED
009410         MOVE SPACES TO DL940-RPT-LINE
009420         STRING 'ORDER UPDATES......: *** WRITE/REWRITE FAILED'
009430             ' -- OWRT CARDS, SEE SYSOUT ***'
009440             DELIMITED BY SIZE INTO DL940-RPT-LINE
009450         WRITE DL940-RPT-LINE
009460     END-IF.
009470 8200-EXIT.
009480     EXIT.
