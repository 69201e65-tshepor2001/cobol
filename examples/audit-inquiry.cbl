000040* Purpose: Answers a dispute or audit question from AUDIT-LOG
000050*          without dumping the whole file.  Selection parameters
000060*          on the INQUIRY-PARM card -- run-id, account number,
000070*          date range, record type, disposition, transaction
000080*          reference -- pick out the
000090*          matching audit rows; each match is printed on the
000100*          inquiry report with the DL100 fields decoded out of
000110*          the raw record image, and written as-is to the
000120*          AUDIT-EXTRACT file for handoff to the disputes team.
000130* Tectonics: cobc
000140******************************************************************
000150* Modification History
000160*   Date       Init  Description
000170*   ---------  ----  -------------------------------------------
000180*   08/22/2026 RM    Initial version.
000190*   08/22/2026 RM    The run now refuses outright -- no report
000200*                    detail, RETURN-CODE 8 -- when the
000210*                    AUDIT-EXTRACT file will not open, instead
000220*                    of reporting matches while the file handed
000230*                    to the disputes team is missing or stale.
000240*   10/15/2026 RM    New transaction-reference selection: a row
000250*                    matches when it carries the reference, or
000260*                    is a REV naming it as the original, so one
000270*                    inquiry returns a transaction and its
000280*                    reversal.  The report line shows the
000290*                    reference and is widened to 120 bytes.
000300*   10/15/2026 RM    Account selection now also matches an XFR
000310*                    transfer on its to-account, and a REV of a
000320*                    transfer on the to-account it backs out, so
000330*                    an account's audit trail shows the transfers
000340*                    into it.
000350******************************************************************
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID. AUDIT-INQUIRY.
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410 SELECT AUDIT-LOG ASSIGN TO "AUDIT-LOG"
000420     ORGANIZATION LINE SEQUENTIAL
000430     FILE STATUS IS DL500-AUDIT-STATUS.
000440 SELECT INQUIRY-RPT ASSIGN TO "INQUIRY-RPT"
000450     ORGANIZATION LINE SEQUENTIAL
000460     FILE STATUS IS DL500-RPT-STATUS.
000470 SELECT AUDIT-EXTRACT ASSIGN TO "AUDIT-EXTRACT"
000480     ORGANIZATION LINE SEQUENTIAL
000490     FILE STATUS IS DL500-EXTRACT-STATUS.
000500 SELECT PARM-CARD ASSIGN TO "INQUIRY-PARM"
000510     ORGANIZATION LINE SEQUENTIAL
000520     FILE STATUS IS DL500-PARM-STATUS.
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD AUDIT-LOG.
000560 COPY DL100AUD.
000570 FD INQUIRY-RPT.
000580 01  DL500-RPT-LINE                  PIC X(120).
000590 FD AUDIT-EXTRACT.
000600 01  DL500-EXTRACT-RECORD            PIC X(298).
000610 FD PARM-CARD.
000620 01  DL500-PARM-RECORD.
000630     05  DL500-PARM-RUN-ID           PIC X(16).
000640     05  DL500-PARM-ACCOUNT          PIC X(10).
000650     05  DL500-PARM-DATE-FROM        PIC X(08).
000660     05  DL500-PARM-DATE-TO          PIC X(08).
000670     05  DL500-PARM-REC-TYPE         PIC X(03).
000680     05  DL500-PARM-DISPOSITION      PIC X(01).
000690     05  DL500-PARM-TRANS-REF        PIC X(16).
000700     05  FILLER                      PIC X(18).
000710 WORKING-STORAGE SECTION.
000720 01  DL500-SWITCHES.
000730     05  DL500-AUDIT-EOF-SWITCH      PIC X(01) VALUE 'N'.
000740         88  DL500-AUDIT-EOF              VALUE 'Y'.
000750     05  DL500-MATCH-SWITCH          PIC X(01) VALUE 'N'.
000760         88  DL500-RECORD-MATCHES         VALUE 'Y'.
000770     05  DL500-RPT-OPEN-SWITCH       PIC X(01) VALUE 'N'.
000780         88  DL500-RPT-OPEN-FAILED        VALUE 'Y'.
000790     05  DL500-REFUSED-SWITCH        PIC X(01) VALUE 'N'.
000800         88  DL500-RUN-REFUSED            VALUE 'Y'.
000810 77  DL500-AUDIT-STATUS              PIC X(02).
000820 77  DL500-RPT-STATUS                PIC X(02).
000830 77  DL500-EXTRACT-STATUS            PIC X(02).
000840 77  DL500-PARM-STATUS               PIC X(02).
000850 77  DL500-RECS-READ                 PIC 9(09) COMP VALUE ZERO.
000860 77  DL500-RECS-MATCHED              PIC 9(09) COMP VALUE ZERO.
000870 77  DL500-SEL-RUN-ID                PIC X(16) VALUE SPACES.
000880 77  DL500-SEL-ACCOUNT               PIC X(10) VALUE SPACES.
000890 77  DL500-SEL-DATE-FROM             PIC 9(08) VALUE ZERO.
000900 77  DL500-SEL-DATE-TO               PIC 9(08) VALUE 99999999.
000910 77  DL500-SEL-REC-TYPE              PIC X(03) VALUE SPACES.
000920 77  DL500-SEL-DISPOSITION           PIC X(01) VALUE SPACES.
000930 77  DL500-SEL-TRANS-REF             PIC X(16) VALUE SPACES.
000940 77  DL500-RPT-NUM-EDIT              PIC ZZZZZZZZ9.
000950 01  DL500-WORK-REC                  PIC X(255).
000960 COPY DL100REC REPLACING ==LN== BY ==DL500-WORK-REC==.
000970 01  DL500-RPT-DETAIL.
000980     05  DL500-RPT-DATE              PIC 9(08).
000990     05  FILLER                      PIC X(01) VALUE SPACES.
001000     05  DL500-RPT-TIME              PIC 9(08).
001010     05  FILLER                      PIC X(01) VALUE SPACES.
001020     05  DL500-RPT-SEQ               PIC 9(09).
001030     05  FILLER                      PIC X(01) VALUE SPACES.
001040     05  DL500-RPT-DISP              PIC X(01).
001050     05  FILLER                      PIC X(01) VALUE SPACES.
001060     05  DL500-RPT-REC-TYPE          PIC X(03).
001070     05  FILLER                      PIC X(01) VALUE SPACES.
001080     05  DL500-RPT-ACCOUNT           PIC X(10).
001090     05  FILLER                      PIC X(01) VALUE SPACES.
001100     05  DL500-RPT-CODE              PIC X(02).
001110     05  FILLER                      PIC X(01) VALUE SPACES.
001120     05  DL500-RPT-AMOUNT            PIC X(11).
001130     05  FILLER                      PIC X(01) VALUE SPACES.
001140     05  DL500-RPT-TRANS-DATE        PIC X(08).
001150     05  FILLER                      PIC X(01) VALUE SPACES.
001160     05  DL500-RPT-RUN-ID            PIC X(16).
001170     05  FILLER                      PIC X(01) VALUE SPACES.
001180     05  DL500-RPT-TRANS-REF         PIC X(16).
001190******************************************************************
001200*  0000-MAINLINE
001210******************************************************************
001220 PROCEDURE DIVISION.
001230 0000-MAINLINE.
001240     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001250     IF NOT DL500-RUN-REFUSED
001260         PERFORM 2000-SELECT-AUDIT-ROW THRU 2000-EXIT
001270             UNTIL DL500-AUDIT-EOF
001280     END-IF.
001290     PERFORM 8000-FINALIZE THRU 8000-EXIT.
001300     IF DL500-RUN-REFUSED
001310         MOVE 8 TO RETURN-CODE
001320     END-IF.
001330     STOP RUN.
001340******************************************************************
001350*  1000-INITIALIZE -- pick up the selection parameters, open the
001360*                     files, and prime the first audit row
001370******************************************************************
001380 1000-INITIALIZE.
001390     PERFORM 1050-READ-PARM-CARD THRU 1050-EXIT.
001400     OPEN OUTPUT INQUIRY-RPT.
001410     IF DL500-RPT-STATUS NOT = '00'
001420         DISPLAY 'INQUIRY-RPT OPEN FAILED, STATUS='
001430             DL500-RPT-STATUS
001440         SET DL500-RPT-OPEN-FAILED TO TRUE
001450     END-IF.
001460     OPEN OUTPUT AUDIT-EXTRACT.
001470     IF DL500-EXTRACT-STATUS NOT = '00'
001480         DISPLAY 'AUDIT-EXTRACT OPEN FAILED, STATUS='
001490             DL500-EXTRACT-STATUS ' -- RUN REFUSED'
001500         SET DL500-RUN-REFUSED TO TRUE
001510         SET DL500-AUDIT-EOF TO TRUE
001520     END-IF.
001530     PERFORM 1100-WRITE-REPORT-HEADER THRU 1100-EXIT.
001540     OPEN INPUT AUDIT-LOG.
001550     IF DL500-AUDIT-STATUS NOT = '00'
001560         DISPLAY 'AUDIT-LOG OPEN FAILED, STATUS='
001570             DL500-AUDIT-STATUS
001580         SET DL500-AUDIT-EOF TO TRUE
001590     END-IF.
001600     IF NOT DL500-AUDIT-EOF
001610         READ AUDIT-LOG
001620             AT END SET DL500-AUDIT-EOF TO TRUE
001630         END-READ
001640     END-IF.
001650 1000-EXIT.
001660     EXIT.
001670******************************************************************
001680*  1050-READ-PARM-CARD -- every selection field is optional;
001690*                         spaces mean no restriction on that
001700*                         field
001710******************************************************************
001720 1050-READ-PARM-CARD.
001730     OPEN INPUT PARM-CARD.
001740     IF DL500-PARM-STATUS = '00'
001750         READ PARM-CARD
001760             AT END CONTINUE
001770         END-READ
001780         CLOSE PARM-CARD
001790         MOVE DL500-PARM-RUN-ID TO DL500-SEL-RUN-ID
001800         MOVE DL500-PARM-ACCOUNT TO DL500-SEL-ACCOUNT
001810         IF DL500-PARM-DATE-FROM NUMERIC
001820             MOVE DL500-PARM-DATE-FROM TO DL500-SEL-DATE-FROM
001830         END-IF
001840         IF DL500-PARM-DATE-TO NUMERIC
001850             MOVE DL500-PARM-DATE-TO TO DL500-SEL-DATE-TO
001860         END-IF
001870         MOVE DL500-PARM-REC-TYPE TO DL500-SEL-REC-TYPE
001880         MOVE DL500-PARM-DISPOSITION TO DL500-SEL-DISPOSITION
001890         MOVE DL500-PARM-TRANS-REF TO DL500-SEL-TRANS-REF
001900     END-IF.
001910 1050-EXIT.
001920     EXIT.
001930 1100-WRITE-REPORT-HEADER.
001940     IF DL500-RPT-OPEN-FAILED
001950         GO TO 1100-EXIT
001960     END-IF.
001970     MOVE SPACES TO DL500-RPT-LINE.
001980     STRING 'AUDIT-INQUIRY REPORT'
001990         DELIMITED BY SIZE INTO DL500-RPT-LINE.
002000     WRITE DL500-RPT-LINE.
002010     IF DL500-RUN-REFUSED
002020         MOVE SPACES TO DL500-RPT-LINE
002030         STRING 'RUN REFUSED -- AUDIT-EXTRACT WILL NOT OPEN'
002040             DELIMITED BY SIZE INTO DL500-RPT-LINE
002050         WRITE DL500-RPT-LINE
002060     END-IF.
002070     MOVE SPACES TO DL500-RPT-LINE.
002080     STRING 'SELECTION RUN-ID=' DL500-SEL-RUN-ID
002090         ' ACCT=' DL500-SEL-ACCOUNT
002100         ' TYPE=' DL500-SEL-REC-TYPE
002110         ' DISP=' DL500-SEL-DISPOSITION
002120         ' REF=' DL500-SEL-TRANS-REF
002130         DELIMITED BY SIZE INTO DL500-RPT-LINE.
002140     WRITE DL500-RPT-LINE.
002150     MOVE SPACES TO DL500-RPT-LINE.
002160     STRING 'AUD DATE TIME     SEQUENCE  D TYP ACCOUNT NO'
002170         ' CD AMOUNT      TRANSDATE RUN ID           REFERENCE'
002180         DELIMITED BY SIZE INTO DL500-RPT-LINE.
002190     WRITE DL500-RPT-LINE.
002200 1100-EXIT.
002210     EXIT.
002220******************************************************************
002230*  2000-SELECT-AUDIT-ROW -- apply each selection parameter to
002240*                           the current audit row; a row that
002250*                           passes them all is reported and
002260*                           extracted.  Then read the next row.
002270******************************************************************
002280 2000-SELECT-AUDIT-ROW.
002290     ADD 1 TO DL500-RECS-READ.
002300     PERFORM 2100-MATCH-SELECTION THRU 2100-EXIT.
002310     IF DL500-RECORD-MATCHES
002320         ADD 1 TO DL500-RECS-MATCHED
002330         PERFORM 2200-REPORT-MATCH THRU 2200-EXIT
002340         MOVE DL100-AUDIT-RECORD TO DL500-EXTRACT-RECORD
002350         WRITE DL500-EXTRACT-RECORD
002360     END-IF.
002370     READ AUDIT-LOG
002380         AT END SET DL500-AUDIT-EOF TO TRUE
002390     END-READ.
002400 2000-EXIT.
002410     EXIT.
002420******************************************************************
002430*  2100-MATCH-SELECTION -- spaces in a selection field match
002440*                          everything; the account and
002450*                          reference tests decode the raw record
002460*                          and so never match a HDR or TRL row.
002470*                          A transfer matches on either of its
002480*                          accounts, as does the REV that backs
002490*                          one out.
002500******************************************************************
002510 2100-MATCH-SELECTION.
002520     SET DL500-RECORD-MATCHES TO TRUE.
002530     MOVE DL100-AUD-RAW-RECORD TO DL500-WORK-REC.
002540     IF DL500-SEL-RUN-ID NOT = SPACES
002550             AND DL100-AUD-RUN-ID NOT = DL500-SEL-RUN-ID
002560         MOVE 'N' TO DL500-MATCH-SWITCH
002570         GO TO 2100-EXIT
002580     END-IF.
002590     IF DL100-AUD-DATE < DL500-SEL-DATE-FROM
002600             OR DL100-AUD-DATE > DL500-SEL-DATE-TO
002610         MOVE 'N' TO DL500-MATCH-SWITCH
002620         GO TO 2100-EXIT
002630     END-IF.
002640     IF DL500-SEL-REC-TYPE NOT = SPACES
002650             AND DL100-REC-TYPE NOT = DL500-SEL-REC-TYPE
002660         MOVE 'N' TO DL500-MATCH-SWITCH
002670         GO TO 2100-EXIT
002680     END-IF.
002690     IF DL500-SEL-DISPOSITION NOT = SPACES
002700             AND DL100-AUD-DISPOSITION NOT =
002710                 DL500-SEL-DISPOSITION
002720         MOVE 'N' TO DL500-MATCH-SWITCH
002730         GO TO 2100-EXIT
002740     END-IF.
002750     IF DL500-SEL-ACCOUNT NOT = SPACES
002760         IF DL100-REC-TYPE = 'HDR' OR DL100-REC-TYPE = 'TRL'
002770             MOVE 'N' TO DL500-MATCH-SWITCH
002780             GO TO 2100-EXIT
002790         END-IF
002800         IF DL500-WORK-REC(4:10) NOT = DL500-SEL-ACCOUNT
002810             MOVE 'N' TO DL500-MATCH-SWITCH
002820             IF DL100-REC-TYPE = 'XFR'
002830                     AND DL100-XFR-TO-ACCOUNT = DL500-SEL-ACCOUNT
002840                 SET DL500-RECORD-MATCHES TO TRUE
002850             END-IF
002860             IF DL100-REC-TYPE = 'REV'
002870                     AND DL100-REV-XFR-TO-ACCOUNT
002880                         = DL500-SEL-ACCOUNT
002890                 SET DL500-RECORD-MATCHES TO TRUE
002900             END-IF
002910             IF NOT DL500-RECORD-MATCHES
002920                 GO TO 2100-EXIT
002930             END-IF
002940         END-IF
002950     END-IF.
002960     IF DL500-SEL-TRANS-REF NOT = SPACES
002970         IF DL100-REC-TYPE = 'HDR' OR DL100-REC-TYPE = 'TRL'
002980             MOVE 'N' TO DL500-MATCH-SWITCH
002990             GO TO 2100-EXIT
003000         END-IF
003010         IF DL100-TRANS-REF NOT = DL500-SEL-TRANS-REF
003020             IF DL100-REC-TYPE NOT = 'REV'
003030                     OR DL100-REV-ORIG-REF NOT =
003040                         DL500-SEL-TRANS-REF
003050                 MOVE 'N' TO DL500-MATCH-SWITCH
003060                 GO TO 2100-EXIT
003070             END-IF
003080         END-IF
003090     END-IF.
003100 2100-EXIT.
003110     EXIT.
003120******************************************************************
003130*  2200-REPORT-MATCH -- one report line per matching row, with
003140*                       the DL100 fields decoded out of the raw
003150*                       record image
003160******************************************************************
003170 2200-REPORT-MATCH.
003180     IF DL500-RPT-OPEN-FAILED
003190         GO TO 2200-EXIT
003200     END-IF.
003210     MOVE SPACES TO DL500-RPT-DETAIL.
003220     MOVE DL100-AUD-DATE TO DL500-RPT-DATE.
003230     MOVE DL100-AUD-TIME TO DL500-RPT-TIME.
003240     MOVE DL100-AUD-SEQ-NO TO DL500-RPT-SEQ.
003250     MOVE DL100-AUD-DISPOSITION TO DL500-RPT-DISP.
003260     MOVE DL100-AUD-RUN-ID TO DL500-RPT-RUN-ID.
003270     MOVE DL100-REC-TYPE TO DL500-RPT-REC-TYPE.
003280     IF DL100-REC-TYPE NOT = 'HDR' AND DL100-REC-TYPE NOT = 'TRL'
003290         MOVE DL500-WORK-REC(4:10) TO DL500-RPT-ACCOUNT
003300         MOVE DL500-WORK-REC(14:2) TO DL500-RPT-CODE
003310         MOVE DL500-WORK-REC(16:11) TO DL500-RPT-AMOUNT
003320         MOVE DL500-WORK-REC(27:8) TO DL500-RPT-TRANS-DATE
003330         MOVE DL500-WORK-REC(39:16) TO DL500-RPT-TRANS-REF
003340     END-IF.
003350     MOVE DL500-RPT-DETAIL TO DL500-RPT-LINE.
003360     WRITE DL500-RPT-LINE.
003370 2200-EXIT.
003380     EXIT.
003390******************************************************************
003400*  8000-FINALIZE -- totals, then close
003410******************************************************************
003420 8000-FINALIZE.
003430     IF NOT DL500-RPT-OPEN-FAILED
003440         MOVE DL500-RECS-READ TO DL500-RPT-NUM-EDIT
003450         MOVE SPACES TO DL500-RPT-LINE
003460         STRING 'AUDIT ROWS READ....: ' DL500-RPT-NUM-EDIT
003470             DELIMITED BY SIZE INTO DL500-RPT-LINE
003480         WRITE DL500-RPT-LINE
003490         MOVE DL500-RECS-MATCHED TO DL500-RPT-NUM-EDIT
003500         MOVE SPACES TO DL500-RPT-LINE
003510         STRING 'AUDIT ROWS MATCHED.: ' DL500-RPT-NUM-EDIT
003520             DELIMITED BY SIZE INTO DL500-RPT-LINE
003530         WRITE DL500-RPT-LINE
003540         CLOSE INQUIRY-RPT
003550     END-IF.
003560     CLOSE AUDIT-LOG.
003570     CLOSE AUDIT-EXTRACT.
003580 8000-EXIT.
003590     EXIT.
