000280*                    inactive STAT, table full TFUL.  Any
000290*                    failure ends RETURN-CODE 8 with TRANS-CODES
000300*                    left as-is.
000310*   10/15/2026 RM    System-charge flag carried through the
000320*                    table: an ADD may mark its code S (raised
000330*                    by the system, never returned for funds by
000340*                    posting); any other non-blank flag is SYSF.
000350*                    The report shows the flag after ACTIVE.
000360*   10/15/2026 RM    Cash flag carried through the table for the
000370*                    cash monitor: an ADD may mark its code C,
000380*                    and a new CASH-FLAG card (action C) sets or
000390*                    clears it on an existing code; any other
000400*                    non-blank flag is CSHF.  The report shows
000410*                    the flag after the system flag.
000420******************************************************************
000430 IDENTIFICATION DIVISION.
000440 PROGRAM-ID. TCODE-MAINT.
000450 ENVIRONMENT DIVISION.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480 SELECT TRANS-CODE-FILE ASSIGN TO "TRANS-CODES"
000490     ORGANIZATION LINE SEQUENTIAL
000500     FILE STATUS IS DL830-TCODE-STATUS.
000510 SELECT MAINT-CARDS ASSIGN TO "TCODE-MAINT-CARDS"
000520     ORGANIZATION LINE SEQUENTIAL
000530     FILE STATUS IS DL830-CARDS-STATUS.
000540 SELECT CHANGE-RPT ASSIGN TO "TCODE-CHANGE-RPT"
000550     ORGANIZATION LINE SEQUENTIAL
000560     FILE STATUS IS DL830-RPT-STATUS.
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD TRANS-CODE-FILE.
000600 COPY DL100TCD.
000610 FD MAINT-CARDS.
000620 COPY DL830TCM.
000630 FD CHANGE-RPT.
000640 01  DL830-RPT-LINE                  PIC X(80).
000650 WORKING-STORAGE SECTION.
000660 01  DL830-SWITCHES.
000670     05  DL830-TCODE-EOF-SWITCH      PIC X(01) VALUE 'N'.
000680         88  DL830-TCODE-EOF              VALUE 'Y'.
000690     05  DL830-CARDS-EOF-SWITCH      PIC X(01) VALUE 'N'.
000700         88  DL830-CARDS-EOF              VALUE 'Y'.
000710     05  DL830-CARD-OK-SWITCH        PIC X(01) VALUE 'Y'.
000720         88  DL830-CARD-OK                VALUE 'Y'.
000730         88  DL830-CARD-FAILED            VALUE 'N'.
000740     05  DL830-CODE-FOUND-SWITCH     PIC X(01) VALUE 'N'.
000750         88  DL830-CODE-FOUND             VALUE 'Y'.
000760     05  DL830-RPT-OPEN-SWITCH       PIC X(01) VALUE 'N'.
000770         88  DL830-RPT-OPEN-FAILED        VALUE 'Y'.
000780     05  DL830-REFUSED-SWITCH        PIC X(01) VALUE 'N'.
000790         88  DL830-RUN-REFUSED            VALUE 'Y'.
000800     05  DL830-WRITE-SWITCH          PIC X(01) VALUE 'N'.
000810         88  DL830-WRITE-FAILED           VALUE 'Y'.
000820 77  DL830-REFUSAL-TEXT              PIC X(60) VALUE SPACES.
000830 77  DL830-TCODE-STATUS              PIC X(02).
000840 77  DL830-CARDS-STATUS              PIC X(02).
000850 77  DL830-RPT-STATUS                PIC X(02).
000860 77  DL830-TCODE-COUNT               PIC 9(05) COMP VALUE ZERO.
000870 77  DL830-TCODE-MAX                 PIC 9(05) COMP VALUE 500.
000880 77  DL830-CARDS-READ                PIC 9(09) COMP VALUE ZERO.
000890 77  DL830-CARDS-PASSED              PIC 9(09) COMP VALUE ZERO.
000900 77  DL830-CARDS-REJECTED            PIC 9(09) COMP VALUE ZERO.
000910 77  DL830-CARD-REASON               PIC X(04) VALUE SPACES.
000920 77  DL830-EFF-DATE-WK               PIC 9(08) VALUE ZERO.
000930 77  DL830-EFF-MM-WK                 PIC 9(02) VALUE ZERO.
000940 77  DL830-EFF-DD-WK                 PIC 9(02) VALUE ZERO.
000950 77  DL830-SUB                       PIC 9(05) COMP VALUE ZERO.
000960 77  DL830-RPT-NUM-EDIT              PIC ZZZZZZZZ9.
000970 01  DL830-TCODE-TABLE.
000980     05  DL830-TCODE-ENTRY
000990         OCCURS 1 TO 500 TIMES
001000         DEPENDING ON DL830-TCODE-COUNT
001010         INDEXED BY DL830-TCODE-IDX.
001020         10  DL830-TBL-CODE          PIC X(02).
001030         10  DL830-TBL-DESC          PIC X(30).
001040         10  DL830-TBL-DC-IND        PIC X(01).
001050         10  DL830-TBL-ACTIVE        PIC X(01).
001060         10  DL830-TBL-EFF-DATE      PIC 9(08).
001070         10  DL830-TBL-SYSTEM        PIC X(01).
001080         10  DL830-TBL-CASH          PIC X(01).
001090 01  DL830-RPT-DETAIL.
001100     05  DL830-RPT-LABEL             PIC X(08).
001110     05  DL830-RPT-CODE              PIC X(02).
001120     05  FILLER                      PIC X(02) VALUE SPACES.
001130     05  DL830-RPT-DC                PIC X(01).
001140     05  FILLER                      PIC X(02) VALUE SPACES.
001150     05  DL830-RPT-ACTIVE            PIC X(01).
001160     05  DL830-RPT-SYSTEM            PIC X(01).
001170     05  DL830-RPT-CASH              PIC X(01).
001180     05  FILLER                      PIC X(01) VALUE SPACES.
001190     05  DL830-RPT-EFF               PIC X(08).
001200     05  FILLER                      PIC X(02) VALUE SPACES.
001210     05  DL830-RPT-DESC              PIC X(30).
001220 01  DL830-RPT-CARD-LINE.
001230     05  FILLER                      PIC X(05) VALUE 'CARD '.
001240     05  DL830-RPT-SEQ               PIC 9(04).
001250     05  FILLER                      PIC X(02) VALUE SPACES.
001260     05  DL830-RPT-ACTION            PIC X(01).
001270     05  FILLER                      PIC X(01) VALUE SPACES.
001280     05  DL830-RPT-CARD-CODE         PIC X(02).
001290     05  FILLER                      PIC X(02) VALUE SPACES.
001300     05  DL830-RPT-RESULT            PIC X(10).
001310******************************************************************
001320*  0000-MAINLINE
001330******************************************************************
001340 PROCEDURE DIVISION.
001350 0000-MAINLINE.
001360     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001370     IF NOT DL830-RUN-REFUSED
001380         PERFORM 2000-PROCESS-CARD THRU 2000-EXIT
001390             UNTIL DL830-CARDS-EOF
001400     END-IF.
001410     PERFORM 8000-FINALIZE THRU 8000-EXIT.
001420     IF DL830-RUN-REFUSED OR DL830-WRITE-FAILED
001430             OR DL830-CARDS-REJECTED > ZERO
001440         MOVE 8 TO RETURN-CODE
001450     END-IF.
001460     STOP RUN.
001470******************************************************************
001480*  1000-INITIALIZE -- load the current code file into the table,
001490*                     open the card deck and the report, and
001500*                     prime the first card
001510******************************************************************
001520 1000-INITIALIZE.
001530     PERFORM 1100-LOAD-TRANS-CODES THRU 1100-EXIT.
001540     OPEN OUTPUT CHANGE-RPT.
001550     IF DL830-RPT-STATUS NOT = '00'
001560         DISPLAY 'TCODE-CHANGE-RPT OPEN FAILED, STATUS='
001570             DL830-RPT-STATUS
001580         SET DL830-RPT-OPEN-FAILED TO TRUE
001590     END-IF.
001600     PERFORM 1300-WRITE-REPORT-HEADER THRU 1300-EXIT.
001610     OPEN INPUT MAINT-CARDS.
001620     IF DL830-CARDS-STATUS NOT = '00'
001630         DISPLAY 'TCODE-MAINT-CARDS OPEN FAILED, STATUS='
001640             DL830-CARDS-STATUS ' -- NOTHING TO APPLY'
001650         SET DL830-CARDS-EOF TO TRUE
001660         SET DL830-RUN-REFUSED TO TRUE
001670         MOVE 'NO CARD DECK -- FILE LEFT AS-IS'
001680             TO DL830-REFUSAL-TEXT
001690     END-IF.
001700     IF NOT DL830-CARDS-EOF
001710         READ MAINT-CARDS
001720             AT END SET DL830-CARDS-EOF TO TRUE
001730         END-READ
001740     END-IF.
001750     IF NOT DL830-CARDS-EOF
001760         ADD 1 TO DL830-CARDS-READ
001770     END-IF.
001780 1000-EXIT.
001790     EXIT.
001800******************************************************************
001810*  1100-LOAD-TRANS-CODES -- the full record this time, since this
001820*                           run writes the file back; a missing
001830*                           file (first ever load) is simply an
001840*                           empty table
001850******************************************************************
001860 1100-LOAD-TRANS-CODES.
001870     OPEN INPUT TRANS-CODE-FILE.
001880     IF DL830-TCODE-STATUS = '00'
001890         PERFORM 1150-LOAD-TRANS-CODE THRU 1150-EXIT
001900             UNTIL DL830-TCODE-EOF
001910         CLOSE TRANS-CODE-FILE
001920     END-IF.
001930 1100-EXIT.
001940     EXIT.
001950 1150-LOAD-TRANS-CODE.
001960     READ TRANS-CODE-FILE
001970         AT END SET DL830-TCODE-EOF TO TRUE
001980     END-READ.
001990     IF NOT DL830-TCODE-EOF
002000         IF DL830-TCODE-COUNT < DL830-TCODE-MAX
002010             ADD 1 TO DL830-TCODE-COUNT
002020             SET DL830-TCODE-IDX TO DL830-TCODE-COUNT
002030             MOVE DL100-TCD-CODE
002040                 TO DL830-TBL-CODE(DL830-TCODE-IDX)
002050             MOVE DL100-TCD-DESCRIPTION
002060                 TO DL830-TBL-DESC(DL830-TCODE-IDX)
002070             MOVE DL100-TCD-DC-IND
002080                 TO DL830-TBL-DC-IND(DL830-TCODE-IDX)
002090             MOVE DL100-TCD-ACTIVE-FLAG
002100                 TO DL830-TBL-ACTIVE(DL830-TCODE-IDX)
002110             MOVE DL100-TCD-SYSTEM-FLAG
002120                 TO DL830-TBL-SYSTEM(DL830-TCODE-IDX)
002130             MOVE DL100-TCD-CASH-FLAG
002140                 TO DL830-TBL-CASH(DL830-TCODE-IDX)
002150             IF DL100-TCD-EFF-DATE NUMERIC
002160                 MOVE DL100-TCD-EFF-DATE
002170                     TO DL830-TBL-EFF-DATE(DL830-TCODE-IDX)
002180             ELSE
002190                 MOVE ZERO
002200                     TO DL830-TBL-EFF-DATE(DL830-TCODE-IDX)
002210             END-IF
002220         ELSE
002230             DISPLAY 'TRANS-CODE TABLE FULL AT ' DL830-TCODE-MAX
002240                 ' -- RUN REFUSED, FILE LEFT AS-IS'
002250             SET DL830-RUN-REFUSED TO TRUE
002260             MOVE 'CODE TABLE FULL -- FILE LEFT AS-IS'
002270                 TO DL830-REFUSAL-TEXT
002280         END-IF
002290     END-IF.
002300 1150-EXIT.
002310     EXIT.
002320 1300-WRITE-REPORT-HEADER.
002330     IF DL830-RPT-OPEN-FAILED
002340         GO TO 1300-EXIT
002350     END-IF.
002360     MOVE SPACES TO DL830-RPT-LINE.
002370     STRING 'TCODE-MAINT CHANGE REPORT'
002380         DELIMITED BY SIZE INTO DL830-RPT-LINE.
002390     WRITE DL830-RPT-LINE.
002400     IF DL830-RUN-REFUSED
002410         MOVE SPACES TO DL830-RPT-LINE
002420         STRING 'RUN REFUSED -- ' DL830-REFUSAL-TEXT
002430             DELIMITED BY SIZE INTO DL830-RPT-LINE
002440         WRITE DL830-RPT-LINE
002450     END-IF.
002460 1300-EXIT.
002470     EXIT.
002480******************************************************************
002490*  2000-PROCESS-CARD -- validate the current card, apply it to
002500*                       the in-core table when it passes (the
002510*                       file itself is only written when the
002520*                       whole deck passed), report the code
002530*                       before and after, then read the next
002540*                       card
002550******************************************************************
002560 2000-PROCESS-CARD.
002570     SET DL830-CARD-OK TO TRUE.
002580     MOVE 'N' TO DL830-CODE-FOUND-SWITCH.
002590     MOVE SPACES TO DL830-CARD-REASON.
002600     PERFORM 2100-VALIDATE-CARD THRU 2100-EXIT.
002610     PERFORM 2400-REPORT-CARD-HEADER THRU 2400-EXIT.
002620     IF DL830-CODE-FOUND
002630         MOVE 'BEFORE  ' TO DL830-RPT-LABEL
002640         PERFORM 2450-REPORT-CODE-LINE THRU 2450-EXIT
002650     END-IF.
002660     IF DL830-CARD-OK
002670         PERFORM 2300-APPLY-CARD THRU 2300-EXIT
002680         MOVE 'AFTER   ' TO DL830-RPT-LABEL
002690         PERFORM 2450-REPORT-CODE-LINE THRU 2450-EXIT
002700     END-IF.
002710     READ MAINT-CARDS
002720         AT END SET DL830-CARDS-EOF TO TRUE
002730     END-READ.
002740     IF NOT DL830-CARDS-EOF
002750         ADD 1 TO DL830-CARDS-READ
002760     END-IF.
002770 2000-EXIT.
002780     EXIT.
002790******************************************************************
002800*  2100-VALIDATE-CARD -- the full card edits; the first failure
002810*                        sets the reason code and stops
002820******************************************************************
002830 2100-VALIDATE-CARD.
002840     IF NOT DL830-TCM-ADD AND NOT DL830-TCM-DEACTIVATE
002850             AND NOT DL830-TCM-REDESCRIBE
002860             AND NOT DL830-TCM-CASH-MARK
002870         SET DL830-CARD-FAILED TO TRUE
002880         MOVE 'ACTN' TO DL830-CARD-REASON
002890         GO TO 2100-EXIT
002900     END-IF.
002910     IF DL830-TCM-CODE = SPACES
002920         SET DL830-CARD-FAILED TO TRUE
002930         MOVE 'CODE' TO DL830-CARD-REASON
002940         GO TO 2100-EXIT
002950     END-IF.
002960     PERFORM 2200-FIND-CODE THRU 2200-EXIT.
002970     IF DL830-TCM-ADD
002980         PERFORM 2150-VALIDATE-ADD THRU 2150-EXIT
002990         GO TO 2100-EXIT
003000     END-IF.
003010     IF NOT DL830-CODE-FOUND
003020         SET DL830-CARD-FAILED TO TRUE
003030         MOVE 'NCDE' TO DL830-CARD-REASON
003040         GO TO 2100-EXIT
003050     END-IF.
003060     IF DL830-TCM-CASH-MARK
003070         IF DL830-TCM-CASH-FLAG NOT = SPACE
003080                 AND DL830-TCM-CASH-FLAG NOT = 'C'
003090             SET DL830-CARD-FAILED TO TRUE
003100             MOVE 'CSHF' TO DL830-CARD-REASON
003110         END-IF
003120         GO TO 2100-EXIT
003130     END-IF.
003140     IF DL830-TCM-DEACTIVATE
003150         IF DL830-TBL-ACTIVE(DL830-TCODE-IDX) NOT = 'A'
003160             SET DL830-CARD-FAILED TO TRUE
003170             MOVE 'STAT' TO DL830-CARD-REASON
003180         END-IF
003190         GO TO 2100-EXIT
003200     END-IF.
003210     IF DL830-TCM-DESCRIPTION = SPACES
003220         SET DL830-CARD-FAILED TO TRUE
003230         MOVE 'DESC' TO DL830-CARD-REASON
003240     END-IF.
003250 2100-EXIT.
003260     EXIT.
003270******************************************************************
003280*  2150-VALIDATE-ADD -- a new code needs every field right: no
003290*                       duplicate, a real D or C, a description,
003300*                       and an effective date that is numeric
003310*                       and not keyed backwards
003320******************************************************************
003330 2150-VALIDATE-ADD.
003340     IF DL830-CODE-FOUND
003350         SET DL830-CARD-FAILED TO TRUE
003360         MOVE 'DUPC' TO DL830-CARD-REASON
003370         GO TO 2150-EXIT
003380     END-IF.
003390     IF DL830-TCM-DC-IND NOT = 'D' AND DL830-TCM-DC-IND NOT = 'C'
003400         SET DL830-CARD-FAILED TO TRUE
003410         MOVE 'DCIN' TO DL830-CARD-REASON
003420         GO TO 2150-EXIT
003430     END-IF.
003440     IF DL830-TCM-SYSTEM-FLAG NOT = SPACE
003450             AND DL830-TCM-SYSTEM-FLAG NOT = 'S'
003460         SET DL830-CARD-FAILED TO TRUE
003470         MOVE 'SYSF' TO DL830-CARD-REASON
003480         GO TO 2150-EXIT
003490     END-IF.
003500     IF DL830-TCM-CASH-FLAG NOT = SPACE
003510             AND DL830-TCM-CASH-FLAG NOT = 'C'
003520         SET DL830-CARD-FAILED TO TRUE
003530         MOVE 'CSHF' TO DL830-CARD-REASON
003540         GO TO 2150-EXIT
003550     END-IF.
003560     IF DL830-TCM-DESCRIPTION = SPACES
003570         SET DL830-CARD-FAILED TO TRUE
003580         MOVE 'DESC' TO DL830-CARD-REASON
003590         GO TO 2150-EXIT
003600     END-IF.
003610     IF DL830-TCM-EFF-DATE NOT NUMERIC
003620         SET DL830-CARD-FAILED TO TRUE
003630         MOVE 'DATE' TO DL830-CARD-REASON
003640         GO TO 2150-EXIT
003650     END-IF.
003660     MOVE DL830-TCM-EFF-DATE TO DL830-EFF-DATE-WK.
003670     MOVE DL830-TCM-EFF-DATE(5:2) TO DL830-EFF-MM-WK.
003680     MOVE DL830-TCM-EFF-DATE(7:2) TO DL830-EFF-DD-WK.
003690     IF DL830-EFF-MM-WK < 01 OR DL830-EFF-MM-WK > 12
003700             OR DL830-EFF-DD-WK < 01 OR DL830-EFF-DD-WK > 31
003710         SET DL830-CARD-FAILED TO TRUE
003720         MOVE 'DATB' TO DL830-CARD-REASON
003730         GO TO 2150-EXIT
003740     END-IF.
003750     IF DL830-TCODE-COUNT NOT < DL830-TCODE-MAX
003760         SET DL830-CARD-FAILED TO TRUE
003770         MOVE 'TFUL' TO DL830-CARD-REASON
003780     END-IF.
003790 2150-EXIT.
003800     EXIT.
003810******************************************************************
003820*  2200-FIND-CODE -- locate the card's code in the table; the
003830*                    index is left on the match for the apply
003840*                    and the before/after report
003850******************************************************************
003860 2200-FIND-CODE.
003870     MOVE 'N' TO DL830-CODE-FOUND-SWITCH.
003880     IF DL830-TCODE-COUNT = ZERO
003890         GO TO 2200-EXIT
003900     END-IF.
003910     SET DL830-TCODE-IDX TO 1.
003920     SEARCH DL830-TCODE-ENTRY
003930         AT END
003940             CONTINUE
003950         WHEN DL830-TBL-CODE(DL830-TCODE-IDX) = DL830-TCM-CODE
003960             SET DL830-CODE-FOUND TO TRUE
003970     END-SEARCH.
003980 2200-EXIT.
003990     EXIT.
004000******************************************************************
004010*  2300-APPLY-CARD -- to the in-core table only; 8100 writes the
004020*                     file when the whole deck passed
004030******************************************************************
004040 2300-APPLY-CARD.
004050     ADD 1 TO DL830-CARDS-PASSED.
004060     EVALUATE TRUE
004070         WHEN DL830-TCM-ADD
004080             ADD 1 TO DL830-TCODE-COUNT
004090             SET DL830-TCODE-IDX TO DL830-TCODE-COUNT
004100             MOVE DL830-TCM-CODE
004110                 TO DL830-TBL-CODE(DL830-TCODE-IDX)
004120             MOVE DL830-TCM-DESCRIPTION
004130                 TO DL830-TBL-DESC(DL830-TCODE-IDX)
004140             MOVE DL830-TCM-DC-IND
004150                 TO DL830-TBL-DC-IND(DL830-TCODE-IDX)
004160             MOVE 'A' TO DL830-TBL-ACTIVE(DL830-TCODE-IDX)
004170             MOVE DL830-EFF-DATE-WK
004180                 TO DL830-TBL-EFF-DATE(DL830-TCODE-IDX)
004190             MOVE DL830-TCM-SYSTEM-FLAG
004200                 TO DL830-TBL-SYSTEM(DL830-TCODE-IDX)
004210             MOVE DL830-TCM-CASH-FLAG
004220                 TO DL830-TBL-CASH(DL830-TCODE-IDX)
004230         WHEN DL830-TCM-DEACTIVATE
004240             MOVE 'I' TO DL830-TBL-ACTIVE(DL830-TCODE-IDX)
004250         WHEN DL830-TCM-REDESCRIBE
004260             MOVE DL830-TCM-DESCRIPTION
004270                 TO DL830-TBL-DESC(DL830-TCODE-IDX)
004280         WHEN DL830-TCM-CASH-MARK
004290             MOVE DL830-TCM-CASH-FLAG
004300                 TO DL830-TBL-CASH(DL830-TCODE-IDX)
004310     END-EVALUATE.
004320 2300-EXIT.
004330     EXIT.
004340******************************************************************
004350*  2400-REPORT-CARD-HEADER -- one line per card with its action,
004360*                             code, and PASSED or the reject
004370*                             reason
004380******************************************************************
004390 2400-REPORT-CARD-HEADER.
004400     IF NOT DL830-CARD-OK
004410         ADD 1 TO DL830-CARDS-REJECTED
004420     END-IF.
004430     IF DL830-RPT-OPEN-FAILED
004440         GO TO 2400-EXIT
004450     END-IF.
004460     MOVE SPACES TO DL830-RPT-LINE.
004470     WRITE DL830-RPT-LINE.
004480     MOVE DL830-CARDS-READ TO DL830-RPT-SEQ.
004490     MOVE DL830-TCM-ACTION TO DL830-RPT-ACTION.
004500     MOVE DL830-TCM-CODE TO DL830-RPT-CARD-CODE.
004510     IF DL830-CARD-OK
004520         MOVE 'PASSED' TO DL830-RPT-RESULT
004530     ELSE
004540         MOVE SPACES TO DL830-RPT-RESULT
004550         STRING '*' DL830-CARD-REASON '*'
004560             DELIMITED BY SIZE INTO DL830-RPT-RESULT
004570     END-IF.
004580     MOVE DL830-RPT-CARD-LINE TO DL830-RPT-LINE.
004590     WRITE DL830-RPT-LINE.
004600 2400-EXIT.
004610     EXIT.
004620 2450-REPORT-CODE-LINE.
004630     IF DL830-RPT-OPEN-FAILED
004640         GO TO 2450-EXIT
004650     END-IF.
004660     MOVE DL830-TBL-CODE(DL830-TCODE-IDX) TO DL830-RPT-CODE.
004670     MOVE DL830-TBL-DC-IND(DL830-TCODE-IDX) TO DL830-RPT-DC.
004680     MOVE DL830-TBL-ACTIVE(DL830-TCODE-IDX) TO DL830-RPT-ACTIVE.
004690     MOVE DL830-TBL-SYSTEM(DL830-TCODE-IDX) TO DL830-RPT-SYSTEM.
004700     MOVE DL830-TBL-CASH(DL830-TCODE-IDX) TO DL830-RPT-CASH.
004710     MOVE DL830-TBL-EFF-DATE(DL830-TCODE-IDX) TO DL830-RPT-EFF.
004720     MOVE DL830-TBL-DESC(DL830-TCODE-IDX) TO DL830-RPT-DESC.
004730     MOVE DL830-RPT-DETAIL TO DL830-RPT-LINE.
004740     WRITE DL830-RPT-LINE.
004750 2450-EXIT.
004760     EXIT.
004770******************************************************************
004780*  8000-FINALIZE -- rewrite the code file only when every card
004790*                   passed, then the run totals
004800******************************************************************
004810 8000-FINALIZE.
004820     PERFORM 8100-REWRITE-TRANS-CODES THRU 8100-EXIT.
004830     PERFORM 8200-WRITE-TOTALS THRU 8200-EXIT.
004840     CLOSE MAINT-CARDS.
004850     IF NOT DL830-RPT-OPEN-FAILED
004860         CLOSE CHANGE-RPT
004870     END-IF.
004880 8000-EXIT.
004890     EXIT.
004900 8100-REWRITE-TRANS-CODES.
004910     IF DL830-RUN-REFUSED OR DL830-CARDS-REJECTED > ZERO
004920         GO TO 8100-EXIT
004930     END-IF.
004940     OPEN OUTPUT TRANS-CODE-FILE.
004950     IF DL830-TCODE-STATUS NOT = '00'
004960         DISPLAY 'TRANS-CODES OPEN FAILED, STATUS='
004970             DL830-TCODE-STATUS ' -- FILE NOT WRITTEN'
004980         SET DL830-WRITE-FAILED TO TRUE
004990         GO TO 8100-EXIT
005000     END-IF.
005010     IF DL830-TCODE-COUNT > ZERO
005020         PERFORM 8150-WRITE-TRANS-CODE THRU 8150-EXIT
005030             VARYING DL830-SUB FROM 1 BY 1
005040             UNTIL DL830-SUB > DL830-TCODE-COUNT
005050                 OR DL830-WRITE-FAILED
005060     END-IF.
005070     CLOSE TRANS-CODE-FILE.
005080 8100-EXIT.
005090     EXIT.
005100 8150-WRITE-TRANS-CODE.
005110     SET DL830-TCODE-IDX TO DL830-SUB.
005120     MOVE SPACES TO DL100-TRANS-CODE-RECORD.
005130     MOVE DL830-TBL-CODE(DL830-TCODE-IDX) TO DL100-TCD-CODE.
005140     MOVE DL830-TBL-DESC(DL830-TCODE-IDX)
005150         TO DL100-TCD-DESCRIPTION.
005160     MOVE DL830-TBL-DC-IND(DL830-TCODE-IDX) TO DL100-TCD-DC-IND.
005170     MOVE DL830-TBL-ACTIVE(DL830-TCODE-IDX)
005180         TO DL100-TCD-ACTIVE-FLAG.
005190     MOVE DL830-TBL-EFF-DATE(DL830-TCODE-IDX)
005200         TO DL100-TCD-EFF-DATE.
005210     MOVE DL830-TBL-SYSTEM(DL830-TCODE-IDX)
005220         TO DL100-TCD-SYSTEM-FLAG.
005230     MOVE DL830-TBL-CASH(DL830-TCODE-IDX) TO DL100-TCD-CASH-FLAG.
005240     WRITE DL100-TRANS-CODE-RECORD.
005250     IF DL830-TCODE-STATUS NOT = '00'
005260         DISPLAY 'TRANS-CODES WRITE FAILED, STATUS='
005270             DL830-TCODE-STATUS ' -- REWRITE STOPPED, FILE'
005280             ' IS PARTIAL'
005290         SET DL830-WRITE-FAILED TO TRUE
005300     END-IF.
005310 8150-EXIT.
005320     EXIT.
005330 8200-WRITE-TOTALS.
005340     IF DL830-RPT-OPEN-FAILED
005350         GO TO 8200-EXIT
005360     END-IF.
005370     MOVE SPACES TO DL830-RPT-LINE.
005380     WRITE DL830-RPT-LINE.
005390     MOVE DL830-CARDS-READ TO DL830-RPT-NUM-EDIT.
005400     MOVE SPACES TO DL830-RPT-LINE.
005410     STRING 'CARDS READ.........: ' DL830-RPT-NUM-EDIT
005420         DELIMITED BY SIZE INTO DL830-RPT-LINE.
005430     WRITE DL830-RPT-LINE.
005440     MOVE DL830-CARDS-PASSED TO DL830-RPT-NUM-EDIT.
005450     MOVE SPACES TO DL830-RPT-LINE.
005460     STRING 'CARDS PASSED.......: ' DL830-RPT-NUM-EDIT
005470         DELIMITED BY SIZE INTO DL830-RPT-LINE.
005480     WRITE DL830-RPT-LINE.
005490     MOVE DL830-CARDS-REJECTED TO DL830-RPT-NUM-EDIT.
005500     MOVE SPACES TO DL830-RPT-LINE.
005510     STRING 'CARDS REJECTED.....: ' DL830-RPT-NUM-EDIT
005520         DELIMITED BY SIZE INTO DL830-RPT-LINE.
005530     WRITE DL830-RPT-LINE.
005540     MOVE SPACES TO DL830-RPT-LINE.
005550     IF DL830-RUN-REFUSED OR DL830-CARDS-REJECTED > ZERO
005560         STRING 'FILE WRITTEN.......: NO -- DECK DID NOT PASS,'
005570             ' TRANS-CODES LEFT AS-IS'
005580             DELIMITED BY SIZE INTO DL830-RPT-LINE
005590     ELSE
005600         IF DL830-WRITE-FAILED
005610             STRING 'FILE WRITTEN.......: *** FAILED -- FILE IS'
005620                 ' PARTIAL, SEE SYSOUT ***'
005630                 DELIMITED BY SIZE INTO DL830-RPT-LINE
005640         ELSE
005650             STRING 'FILE WRITTEN.......: YES'
005660                 DELIMITED BY SIZE INTO DL830-RPT-LINE
005670         END-IF
005680     END-IF.
005690     WRITE DL830-RPT-LINE.
005700 8200-EXIT.
005710     EXIT.
