000010******************************************************************
000020* Author: R. Maldonado
000030* Date: 10/15/2026
000040* Purpose: Back out one run's changes to the ACCT-MASTER account
000050*          master from the before/after-image journal.  The
000060*          RECOVER-CARD names the run by the run-id printed on
000070*          its register or report.  Every ACCT-JOURNAL entry
000080*          that run wrote is read into a table and undone in
000090*          reverse order -- a changed account has its before-image
000100*          rewritten, an added account is deleted, a deleted
000110*          account is written back -- and each undo is itself
000120*          journaled under this run's own id, with the backed-out
000130*          run-id as the cause, so the back-out leaves the same
000140*          audit trail as any other master update.  RECOVER-RPT
000150*          lists every account touched and what was done to it.
000160* Tectonics: cobc
000170******************************************************************
000180* Modification History
000190*   Date       Init  Description
000200*   ---------  ----  -------------------------------------------
000210*   10/15/2026 RM    Initial version.  An entry is only undone
000220*                    while the account still holds exactly the
000230*                    image that run left behind; an account a
000240*                    later run has changed since is reported as
000250*                    CHGD and left alone, one no longer on the
000260*                    master as GONE, and one already back at its
000270*                    before-image as NAPP.  Any CHGD or GONE
000280*                    grades the run RETURN-CODE 4 for a hand
000290*                    look; a failed master update grades 8.  A
000300*                    run already backed out once is refused.
000310******************************************************************
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID. ACCT-RECOVER.
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370 SELECT ACCT-MASTER ASSIGN TO "ACCT-MASTER"
000380     ORGANIZATION INDEXED
000390     ACCESS MODE RANDOM
000400     RECORD KEY IS DL200-MST-ACCOUNT-NO
000410     FILE STATUS IS DL910-MASTER-STATUS.
000420 SELECT ACCT-JOURNAL ASSIGN TO "ACCT-JOURNAL"
000430     ORGANIZATION LINE SEQUENTIAL
000440     FILE STATUS IS DL910-JNL-STATUS.
000450 SELECT RECOVER-CARD ASSIGN TO "RECOVER-CARD"
000460     ORGANIZATION LINE SEQUENTIAL
000470     FILE STATUS IS DL910-CARD-STATUS.
000480 SELECT RECOVER-RPT ASSIGN TO "RECOVER-RPT"
000490     ORGANIZATION LINE SEQUENTIAL
000500     FILE STATUS IS DL910-RPT-STATUS.
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD ACCT-MASTER.
000540 COPY DL200MST.
000550 FD ACCT-JOURNAL.
000560 COPY DL200JNL.
000570 FD RECOVER-CARD.
000580 01  DL910-CARD-RECORD.
000590     05  DL910-CARD-RUN-ID           PIC X(16).
000600     05  FILLER                      PIC X(64).
000610 FD RECOVER-RPT.
000620 01  DL910-RPT-LINE                  PIC X(80).
000630 WORKING-STORAGE SECTION.
000640 01  DL910-SWITCHES.
000650     05  DL910-RPT-OPEN-SWITCH       PIC X(01) VALUE 'N'.
000660         88  DL910-RPT-OPEN-FAILED        VALUE 'Y'.
000670     05  DL910-REFUSED-SWITCH        PIC X(01) VALUE 'N'.
000680         88  DL910-RUN-REFUSED            VALUE 'Y'.
000690     05  DL910-MASTER-OPEN-SWITCH    PIC X(01) VALUE 'N'.
000700         88  DL910-MASTER-IS-OPEN         VALUE 'Y'.
000710     05  DL910-JNL-OPEN-SWITCH       PIC X(01) VALUE 'N'.
000720         88  DL910-JNL-IS-OPEN            VALUE 'Y'.
000730     05  DL910-JNL-EOF-SWITCH        PIC X(01) VALUE 'N'.
000740         88  DL910-JNL-EOF                VALUE 'Y'.
000750     05  DL910-ACCT-FOUND-SWITCH     PIC X(01) VALUE 'N'.
000760         88  DL910-ACCT-FOUND             VALUE 'Y'.
000770     05  DL910-MST-WRITE-SWITCH      PIC X(01) VALUE 'N'.
000780         88  DL910-MST-WRITE-FAILED       VALUE 'Y'.
000790     05  DL910-JNL-WRITE-SWITCH      PIC X(01) VALUE 'N'.
000800         88  DL910-JNL-WRITE-FAILED       VALUE 'Y'.
000810 77  DL910-REFUSAL-TEXT              PIC X(60) VALUE SPACES.
000820 77  DL910-MASTER-STATUS             PIC X(02).
000830 77  DL910-JNL-STATUS                PIC X(02).
000840 77  DL910-CARD-STATUS               PIC X(02).
000850 77  DL910-RPT-STATUS                PIC X(02).
000860 77  DL910-RUN-DATE                  PIC 9(08).
000870 77  DL910-RUN-TIME                  PIC 9(08).
000880 77  DL910-RUN-ID                    PIC X(16).
000890 77  DL910-TARGET-RUN-ID             PIC X(16) VALUE SPACES.
000900 77  DL910-TARGET-PROGRAM            PIC X(16) VALUE SPACES.
000910 77  DL910-JNL-ENTRIES               PIC 9(09) VALUE ZERO.
000920 77  DL910-JNL-ACTION-WK             PIC X(01) VALUE SPACES.
000930 77  DL910-BEFORE-IMAGE              PIC X(82) VALUE SPACES.
000940 77  DL910-AFTER-IMAGE               PIC X(82) VALUE SPACES.
000950 77  DL910-JNL-READ                  PIC 9(09) COMP VALUE ZERO.
000960 77  DL910-ENTRY-COUNT               PIC 9(05) COMP VALUE ZERO.
000970 77  DL910-ENTRY-MAX                 PIC 9(05) COMP VALUE 10000.
000980 77  DL910-SUB                       PIC 9(05) COMP VALUE ZERO.
000990 77  DL910-RESULT                    PIC X(04) VALUE SPACES.
001000 77  DL910-RESTORED                  PIC 9(09) COMP VALUE ZERO.
001010 77  DL910-REMOVED                   PIC 9(09) COMP VALUE ZERO.
001020 77  DL910-READDED                   PIC 9(09) COMP VALUE ZERO.
001030 77  DL910-NOT-APPLICABLE            PIC 9(09) COMP VALUE ZERO.
001040 77  DL910-CONFLICTS                 PIC 9(09) COMP VALUE ZERO.
001050 77  DL910-WRITE-FAILURES            PIC 9(09) COMP VALUE ZERO.
001060 77  DL910-RPT-NUM-EDIT              PIC ZZZZZZZZ9.
001070 01  DL910-ENTRY-TABLE.
001080     05  DL910-ENTRY
001090         OCCURS 1 TO 10000 TIMES
001100         DEPENDING ON DL910-ENTRY-COUNT
001110         INDEXED BY DL910-ENTRY-IDX.
001120         10  DL910-ET-SEQ-NO         PIC 9(09).
001130         10  DL910-ET-ACTION         PIC X(01).
001140         10  DL910-ET-CAUSE-REF      PIC X(16).
001150         10  DL910-ET-BEFORE-IMAGE   PIC X(82).
001160         10  DL910-ET-AFTER-IMAGE    PIC X(82).
001170 01  DL910-RPT-DETAIL.
001180     05  DL910-RPT-SEQ               PIC ZZZZZZZZ9.
001190     05  FILLER                      PIC X(02) VALUE SPACES.
001200     05  DL910-RPT-ACTION            PIC X(01).
001210     05  FILLER                      PIC X(02) VALUE SPACES.
001220     05  DL910-RPT-ACCT              PIC 9(10).
001230     05  FILLER                      PIC X(02) VALUE SPACES.
001240     05  DL910-RPT-NAME              PIC X(20).
001250     05  FILLER                      PIC X(02) VALUE SPACES.
001260     05  DL910-RPT-CAUSE             PIC X(16).
001270     05  FILLER                      PIC X(02) VALUE SPACES.
001280     05  DL910-RPT-RESULT            PIC X(04).
001290******************************************************************
001300*  0000-MAINLINE
001310******************************************************************
001320 PROCEDURE DIVISION.
001330 0000-MAINLINE.
001340     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001350     IF NOT DL910-RUN-REFUSED
001360         MOVE DL910-ENTRY-COUNT TO DL910-SUB
001370         PERFORM 2000-BACK-OUT-ENTRY THRU 2000-EXIT
001380             UNTIL DL910-SUB = ZERO
001390     END-IF.
001400     PERFORM 8000-FINALIZE THRU 8000-EXIT.
001410     IF DL910-RUN-REFUSED OR DL910-MST-WRITE-FAILED
001420             OR DL910-JNL-WRITE-FAILED
001430         MOVE 8 TO RETURN-CODE
001440     ELSE
001450         IF DL910-CONFLICTS > ZERO
001460             MOVE 4 TO RETURN-CODE
001470         END-IF
001480     END-IF.
001490     STOP RUN.
001500******************************************************************
001510*  1000-INITIALIZE -- read the card, load the named run's journal
001520*                     entries, then open the master and reopen
001530*                     the journal for this run's own entries; a
001540*                     refusal at any step touches nothing
001550******************************************************************
001560 1000-INITIALIZE.
001570     ACCEPT DL910-RUN-DATE FROM DATE YYYYMMDD.
001580     ACCEPT DL910-RUN-TIME FROM TIME.
001590     STRING DL910-RUN-DATE DL910-RUN-TIME
001600         DELIMITED BY SIZE INTO DL910-RUN-ID.
001610     OPEN OUTPUT RECOVER-RPT.
001620     IF DL910-RPT-STATUS NOT = '00'
001630         DISPLAY 'RECOVER-RPT OPEN FAILED, STATUS='
001640             DL910-RPT-STATUS
001650         SET DL910-RPT-OPEN-FAILED TO TRUE
001660     END-IF.
001670     PERFORM 1050-READ-CARD THRU 1050-EXIT.
001680     IF NOT DL910-RUN-REFUSED
001690         PERFORM 1100-LOAD-JOURNAL THRU 1100-EXIT
001700     END-IF.
001710     IF NOT DL910-RUN-REFUSED
001720         PERFORM 1200-OPEN-MASTER THRU 1200-EXIT
001730     END-IF.
001740     IF NOT DL910-RUN-REFUSED
001750         PERFORM 1250-OPEN-JOURNAL THRU 1250-EXIT
001760     END-IF.
001770     PERFORM 1300-WRITE-REPORT-HEADER THRU 1300-EXIT.
001780 1000-EXIT.
001790     EXIT.
001800******************************************************************
001810*  1050-READ-CARD -- the run-id to back out; no card, or a blank
001820*                    one, refuses the run
001830******************************************************************
001840 1050-READ-CARD.
001850     MOVE SPACES TO DL910-CARD-RECORD.
001860     OPEN INPUT RECOVER-CARD.
001870     IF DL910-CARD-STATUS = '00'
001880         READ RECOVER-CARD
001890             AT END MOVE SPACES TO DL910-CARD-RECORD
001900         END-READ
001910         CLOSE RECOVER-CARD
001920     END-IF.
001930     IF DL910-CARD-RUN-ID = SPACES
001940         SET DL910-RUN-REFUSED TO TRUE
001950         MOVE 'RECOVER-CARD MISSING OR BLANK, NO RUN TO BACK OUT'
001960             TO DL910-REFUSAL-TEXT
001970         GO TO 1050-EXIT
001980     END-IF.
001990     MOVE DL910-CARD-RUN-ID TO DL910-TARGET-RUN-ID.
002000 1050-EXIT.
002010     EXIT.
002020******************************************************************
002030*  1100-LOAD-JOURNAL -- one pass of the whole journal.  The named
002040*                       run's entries go into the table in the
002050*                       order they were written; a back-out entry
002060*                       already naming the run as its cause means
002070*                       it was backed out before, and the run is
002080*                       refused rather than undone twice
002090******************************************************************
002100 1100-LOAD-JOURNAL.
002110     OPEN INPUT ACCT-JOURNAL.
002120     IF DL910-JNL-STATUS NOT = '00'
002130         SET DL910-RUN-REFUSED TO TRUE
002140         MOVE 'ACCT-JOURNAL WILL NOT OPEN' TO DL910-REFUSAL-TEXT
002150         GO TO 1100-EXIT
002160     END-IF.
002170     PERFORM 1150-TAKE-JOURNAL-ENTRY THRU 1150-EXIT
002180         UNTIL DL910-JNL-EOF OR DL910-RUN-REFUSED.
002190     CLOSE ACCT-JOURNAL.
002200     IF DL910-RUN-REFUSED
002210         GO TO 1100-EXIT
002220     END-IF.
002230     IF DL910-ENTRY-COUNT = ZERO
002240         SET DL910-RUN-REFUSED TO TRUE
002250         MOVE 'RUN-ID NOT FOUND ON ACCT-JOURNAL'
002260             TO DL910-REFUSAL-TEXT
002270     END-IF.
002280 1100-EXIT.
002290     EXIT.
002300 1150-TAKE-JOURNAL-ENTRY.
002310     READ ACCT-JOURNAL
002320         AT END
002330             SET DL910-JNL-EOF TO TRUE
002340             GO TO 1150-EXIT
002350     END-READ.
002360     ADD 1 TO DL910-JNL-READ.
002370     IF DL200-JNL-CAUSE-BACKOUT
002380             AND DL200-JNL-CAUSE-REF = DL910-TARGET-RUN-ID
002390         SET DL910-RUN-REFUSED TO TRUE
002400         MOVE 'RUN ALREADY BACKED OUT BY AN EARLIER RECOVERY'
002410             TO DL910-REFUSAL-TEXT
002420         GO TO 1150-EXIT
002430     END-IF.
002440     IF DL200-JNL-RUN-ID NOT = DL910-TARGET-RUN-ID
002450         GO TO 1150-EXIT
002460     END-IF.
002470     IF DL910-ENTRY-COUNT NOT < DL910-ENTRY-MAX
002480         SET DL910-RUN-REFUSED TO TRUE
002490         MOVE 'RUN HAS MORE JOURNAL ENTRIES THAN THE TABLE HOLDS'
002500             TO DL910-REFUSAL-TEXT
002510         GO TO 1150-EXIT
002520     END-IF.
002530     ADD 1 TO DL910-ENTRY-COUNT.
002540     SET DL910-ENTRY-IDX TO DL910-ENTRY-COUNT.
002550     MOVE DL200-JNL-SEQ-NO TO DL910-ET-SEQ-NO (DL910-ENTRY-IDX).
002560     MOVE DL200-JNL-ACTION TO DL910-ET-ACTION (DL910-ENTRY-IDX).
002570     MOVE DL200-JNL-CAUSE-REF
002580         TO DL910-ET-CAUSE-REF (DL910-ENTRY-IDX).
002590     MOVE DL200-JNL-BEFORE-IMAGE
002600         TO DL910-ET-BEFORE-IMAGE (DL910-ENTRY-IDX).
002610     MOVE DL200-JNL-AFTER-IMAGE
002620         TO DL910-ET-AFTER-IMAGE (DL910-ENTRY-IDX).
002630     MOVE DL200-JNL-PROGRAM TO DL910-TARGET-PROGRAM.
002640 1150-EXIT.
002650     EXIT.
002660******************************************************************
002670*  1200-OPEN-MASTER -- the master must already exist; there is
002680*                      nothing to back out of an empty one
002690******************************************************************
002700 1200-OPEN-MASTER.
002710     OPEN I-O ACCT-MASTER.
002720     IF DL910-MASTER-STATUS = '00'
002730         SET DL910-MASTER-IS-OPEN TO TRUE
002740     ELSE
002750         DISPLAY 'ACCT-MASTER OPEN FAILED, STATUS='
002760             DL910-MASTER-STATUS ' -- RUN REFUSED'
002770         SET DL910-RUN-REFUSED TO TRUE
002780         MOVE 'ACCT-MASTER WILL NOT OPEN' TO DL910-REFUSAL-TEXT
002790     END-IF.
002800 1200-EXIT.
002810     EXIT.
002820******************************************************************
002830*  1250-OPEN-JOURNAL -- reopened for append so every undo is
002840*                       journaled in turn; a back-out that cannot
002850*                       journal refuses
002860******************************************************************
002870 1250-OPEN-JOURNAL.
002880     OPEN EXTEND ACCT-JOURNAL.
002890     IF DL910-JNL-STATUS = '00'
002900         SET DL910-JNL-IS-OPEN TO TRUE
002910     ELSE
002920         DISPLAY 'ACCT-JOURNAL OPEN FAILED, STATUS='
002930             DL910-JNL-STATUS ' -- RUN REFUSED'
002940         SET DL910-RUN-REFUSED TO TRUE
002950         MOVE 'ACCT-JOURNAL WILL NOT OPEN' TO DL910-REFUSAL-TEXT
002960     END-IF.
002970 1250-EXIT.
002980     EXIT.
002990 1300-WRITE-REPORT-HEADER.
003000     IF DL910-RPT-OPEN-FAILED
003010         GO TO 1300-EXIT
003020     END-IF.
003030     MOVE SPACES TO DL910-RPT-LINE.
003040     STRING 'ACCT-RECOVER RUN BACK-OUT REPORT'
003050         DELIMITED BY SIZE INTO DL910-RPT-LINE.
003060     WRITE DL910-RPT-LINE.
003070     MOVE SPACES TO DL910-RPT-LINE.
003080     STRING 'RUN BACKED OUT.....: ' DL910-TARGET-RUN-ID
003090         DELIMITED BY SIZE INTO DL910-RPT-LINE.
003100     WRITE DL910-RPT-LINE.
003110     MOVE SPACES TO DL910-RPT-LINE.
003120     STRING 'BY PROGRAM.........: ' DL910-TARGET-PROGRAM
003130         DELIMITED BY SIZE INTO DL910-RPT-LINE.
003140     WRITE DL910-RPT-LINE.
003150     MOVE SPACES TO DL910-RPT-LINE.
003160     STRING 'JOURNAL RUN ID.....: ' DL910-RUN-ID
003170         DELIMITED BY SIZE INTO DL910-RPT-LINE.
003180     WRITE DL910-RPT-LINE.
003190     IF DL910-RUN-REFUSED
003200         MOVE SPACES TO DL910-RPT-LINE
003210         STRING 'RUN REFUSED -- ' DL910-REFUSAL-TEXT
003220             DELIMITED BY SIZE INTO DL910-RPT-LINE
003230         WRITE DL910-RPT-LINE
003240         GO TO 1300-EXIT
003250     END-IF.
003260     MOVE SPACES TO DL910-RPT-LINE.
003270     STRING '  JNL SEQ  A  ACCOUNT NO  NAME                  '
003280         'CAUSE             RSLT'
003290         DELIMITED BY SIZE INTO DL910-RPT-LINE.
003300     WRITE DL910-RPT-LINE.
003310 1300-EXIT.
003320     EXIT.
003330******************************************************************
003340*  2000-BACK-OUT-ENTRY -- the table is worked from the last entry
003350*                         back to the first, so an account the
003360*                         run updated more than once is walked
003370*                         back through each of its images in
003380*                         turn.  The account is keyed from the
003390*                         image the run left on the master (the
003400*                         before-image for a delete).
003410******************************************************************
003420 2000-BACK-OUT-ENTRY.
003430     SET DL910-ENTRY-IDX TO DL910-SUB.
003440     MOVE SPACES TO DL910-RESULT.
003450     IF DL910-ET-ACTION (DL910-ENTRY-IDX) = 'D'
003460         MOVE DL910-ET-BEFORE-IMAGE (DL910-ENTRY-IDX)
003470             TO DL200-MASTER-RECORD
003480     ELSE
003490         MOVE DL910-ET-AFTER-IMAGE (DL910-ENTRY-IDX)
003500             TO DL200-MASTER-RECORD
003510     END-IF.
003520     MOVE 'N' TO DL910-ACCT-FOUND-SWITCH.
003530     READ ACCT-MASTER
003540         INVALID KEY
003550             CONTINUE
003560         NOT INVALID KEY
003570             SET DL910-ACCT-FOUND TO TRUE
003580     END-READ.
003590     EVALUATE DL910-ET-ACTION (DL910-ENTRY-IDX)
003600         WHEN 'C'
003610             PERFORM 2100-UNDO-CHANGE THRU 2100-EXIT
003620         WHEN 'A'
003630             PERFORM 2200-UNDO-ADD THRU 2200-EXIT
003640         WHEN 'D'
003650             PERFORM 2300-UNDO-DELETE THRU 2300-EXIT
003660         WHEN OTHER
003670             MOVE 'BADJ' TO DL910-RESULT
003680     END-EVALUATE.
003690     PERFORM 2500-REPORT-ENTRY THRU 2500-EXIT.
003700     SUBTRACT 1 FROM DL910-SUB.
003710 2000-EXIT.
003720     EXIT.
003730******************************************************************
003740*  2100-UNDO-CHANGE -- rewrite the before-image over an account
003750*                      still holding the run's after-image
003760******************************************************************
003770 2100-UNDO-CHANGE.
003780     IF NOT DL910-ACCT-FOUND
003790         MOVE 'GONE' TO DL910-RESULT
003800         GO TO 2100-EXIT
003810     END-IF.
003820     IF DL200-MASTER-RECORD
003830             = DL910-ET-BEFORE-IMAGE (DL910-ENTRY-IDX)
003840         MOVE 'NAPP' TO DL910-RESULT
003850         GO TO 2100-EXIT
003860     END-IF.
003870     IF DL200-MASTER-RECORD
003880             NOT = DL910-ET-AFTER-IMAGE (DL910-ENTRY-IDX)
003890         MOVE 'CHGD' TO DL910-RESULT
003900         GO TO 2100-EXIT
003910     END-IF.
003920     MOVE DL200-MASTER-RECORD TO DL910-BEFORE-IMAGE.
003930     MOVE DL910-ET-BEFORE-IMAGE (DL910-ENTRY-IDX)
003940         TO DL200-MASTER-RECORD.
003950     REWRITE DL200-MASTER-RECORD
003960         INVALID KEY
003970             CONTINUE
003980     END-REWRITE.
003990     IF DL910-MASTER-STATUS NOT = '00'
004000         PERFORM 2450-NOTE-WRITE-FAILURE THRU 2450-EXIT
004010         GO TO 2100-EXIT
004020     END-IF.
004030     MOVE 'REST' TO DL910-RESULT.
004040     MOVE DL200-MASTER-RECORD TO DL910-AFTER-IMAGE.
004050     MOVE 'C' TO DL910-JNL-ACTION-WK.
004060     PERFORM 2400-JOURNAL-CHANGE THRU 2400-EXIT.
004070 2100-EXIT.
004080     EXIT.
004090******************************************************************
004100*  2200-UNDO-ADD -- delete an account the run added, provided it
004110*                   still stands as the run left it
004120******************************************************************
004130 2200-UNDO-ADD.
004140     IF NOT DL910-ACCT-FOUND
004150         MOVE 'NAPP' TO DL910-RESULT
004160         GO TO 2200-EXIT
004170     END-IF.
004180     IF DL200-MASTER-RECORD
004190             NOT = DL910-ET-AFTER-IMAGE (DL910-ENTRY-IDX)
004200         MOVE 'CHGD' TO DL910-RESULT
004210         GO TO 2200-EXIT
004220     END-IF.
004230     MOVE DL200-MASTER-RECORD TO DL910-BEFORE-IMAGE.
004240     DELETE ACCT-MASTER
004250         INVALID KEY
004260             CONTINUE
004270     END-DELETE.
004280     IF DL910-MASTER-STATUS NOT = '00'
004290         PERFORM 2450-NOTE-WRITE-FAILURE THRU 2450-EXIT
004300         GO TO 2200-EXIT
004310     END-IF.
004320     MOVE 'DELT' TO DL910-RESULT.
004330     MOVE SPACES TO DL910-AFTER-IMAGE.
004340     MOVE 'D' TO DL910-JNL-ACTION-WK.
004350     PERFORM 2400-JOURNAL-CHANGE THRU 2400-EXIT.
004360 2200-EXIT.
004370     EXIT.
004380******************************************************************
004390*  2300-UNDO-DELETE -- write back an account the run deleted,
004400*                      provided nothing has reused the number
004410******************************************************************
004420 2300-UNDO-DELETE.
004430     IF DL910-ACCT-FOUND
004440         IF DL200-MASTER-RECORD
004450                 = DL910-ET-BEFORE-IMAGE (DL910-ENTRY-IDX)
004460             MOVE 'NAPP' TO DL910-RESULT
004470         ELSE
004480             MOVE 'CHGD' TO DL910-RESULT
004490         END-IF
004500         GO TO 2300-EXIT
004510     END-IF.
004520     MOVE DL910-ET-BEFORE-IMAGE (DL910-ENTRY-IDX)
004530         TO DL200-MASTER-RECORD.
004540     WRITE DL200-MASTER-RECORD
004550         INVALID KEY
004560             CONTINUE
004570     END-WRITE.
004580     IF DL910-MASTER-STATUS NOT = '00'
004590         PERFORM 2450-NOTE-WRITE-FAILURE THRU 2450-EXIT
004600         GO TO 2300-EXIT
004610     END-IF.
004620     MOVE 'RADD' TO DL910-RESULT.
004630     MOVE SPACES TO DL910-BEFORE-IMAGE.
004640     MOVE DL200-MASTER-RECORD TO DL910-AFTER-IMAGE.
004650     MOVE 'A' TO DL910-JNL-ACTION-WK.
004660     PERFORM 2400-JOURNAL-CHANGE THRU 2400-EXIT.
004670 2300-EXIT.
004680     EXIT.
004690******************************************************************
004700*  2400-JOURNAL-CHANGE -- one ACCT-JOURNAL entry for the undo
004710*                         just made, caused by the backed-out run
004720*                         and carrying the entry it undid
004730******************************************************************
004740 2400-JOURNAL-CHANGE.
004750     ADD 1 TO DL910-JNL-ENTRIES.
004760     MOVE SPACES TO DL200-JOURNAL-RECORD.
004770     MOVE DL910-RUN-ID TO DL200-JNL-RUN-ID.
004780     MOVE DL910-JNL-ENTRIES TO DL200-JNL-SEQ-NO.
004790     ACCEPT DL200-JNL-DATE FROM DATE YYYYMMDD.
004800     ACCEPT DL200-JNL-TIME FROM TIME.
004810     MOVE 'ACCT-RECOVER' TO DL200-JNL-PROGRAM.
004820     MOVE DL910-JNL-ACTION-WK TO DL200-JNL-ACTION.
004830     SET DL200-JNL-CAUSE-BACKOUT TO TRUE.
004840     MOVE DL910-TARGET-RUN-ID TO DL200-JNL-CAUSE-REF.
004850     MOVE DL910-ET-SEQ-NO (DL910-ENTRY-IDX) TO DL910-RPT-NUM-EDIT.
004860     STRING 'BACK-OUT OF JOURNAL SEQ ' DL910-RPT-NUM-EDIT
004870         ' ACTION ' DL910-ET-ACTION (DL910-ENTRY-IDX)
004880         DELIMITED BY SIZE INTO DL200-JNL-CAUSE-IMAGE.
004890     MOVE DL910-BEFORE-IMAGE TO DL200-JNL-BEFORE-IMAGE.
004900     MOVE DL910-AFTER-IMAGE TO DL200-JNL-AFTER-IMAGE.
004910     WRITE DL200-JOURNAL-RECORD.
004920     IF DL910-JNL-STATUS NOT = '00'
004930         DISPLAY 'ACCT-JOURNAL WRITE FAILED, STATUS='
004940             DL910-JNL-STATUS ' KEY=' DL200-MST-ACCOUNT-NO
004950         SET DL910-JNL-WRITE-FAILED TO TRUE
004960     END-IF.
004970 2400-EXIT.
004980     EXIT.
004990 2450-NOTE-WRITE-FAILURE.
005000     DISPLAY 'ACCT-MASTER UPDATE FAILED, STATUS='
005010         DL910-MASTER-STATUS ' KEY=' DL200-MST-ACCOUNT-NO.
005020     SET DL910-MST-WRITE-FAILED TO TRUE.
005030     MOVE 'MWRT' TO DL910-RESULT.
005040 2450-EXIT.
005050     EXIT.
005060******************************************************************
005070*  2500-REPORT-ENTRY -- one line per journal entry undone or
005080*                       passed over, named from the image the
005090*                       entry carries
005100******************************************************************
005110 2500-REPORT-ENTRY.
005120     EVALUATE DL910-RESULT
005130         WHEN 'REST'
005140             ADD 1 TO DL910-RESTORED
005150         WHEN 'DELT'
005160             ADD 1 TO DL910-REMOVED
005170         WHEN 'RADD'
005180             ADD 1 TO DL910-READDED
005190         WHEN 'NAPP'
005200             ADD 1 TO DL910-NOT-APPLICABLE
005210         WHEN 'MWRT'
005220             ADD 1 TO DL910-WRITE-FAILURES
005230         WHEN OTHER
005240             ADD 1 TO DL910-CONFLICTS
005250     END-EVALUATE.
005260     IF DL910-RPT-OPEN-FAILED
005270         GO TO 2500-EXIT
005280     END-IF.
005290     IF DL910-ET-ACTION (DL910-ENTRY-IDX) = 'D'
005300         MOVE DL910-ET-BEFORE-IMAGE (DL910-ENTRY-IDX)
005310             TO DL200-MASTER-RECORD
005320     ELSE
005330         MOVE DL910-ET-AFTER-IMAGE (DL910-ENTRY-IDX)
005340             TO DL200-MASTER-RECORD
005350     END-IF.
005360     MOVE SPACES TO DL910-RPT-DETAIL.
005370     MOVE DL910-ET-SEQ-NO (DL910-ENTRY-IDX) TO DL910-RPT-SEQ.
005380     MOVE DL910-ET-ACTION (DL910-ENTRY-IDX) TO DL910-RPT-ACTION.
005390     MOVE DL200-MST-ACCOUNT-NO TO DL910-RPT-ACCT.
005400     MOVE DL200-MST-NAME TO DL910-RPT-NAME.
005410     MOVE DL910-ET-CAUSE-REF (DL910-ENTRY-IDX) TO DL910-RPT-CAUSE.
005420     MOVE DL910-RESULT TO DL910-RPT-RESULT.
005430     MOVE DL910-RPT-DETAIL TO DL910-RPT-LINE.
005440     WRITE DL910-RPT-LINE.
005450 2500-EXIT.
005460     EXIT.
005470******************************************************************
005480*  8000-FINALIZE -- run totals, then close
005490******************************************************************
005500 8000-FINALIZE.
005510     PERFORM 8200-WRITE-TOTALS THRU 8200-EXIT.
005520     IF DL910-MASTER-IS-OPEN
005530         CLOSE ACCT-MASTER
005540     END-IF.
005550     IF DL910-JNL-IS-OPEN
005560         CLOSE ACCT-JOURNAL
005570     END-IF.
005580     IF NOT DL910-RPT-OPEN-FAILED
005590         CLOSE RECOVER-RPT
005600     END-IF.
005610 8000-EXIT.
005620     EXIT.
005630 8200-WRITE-TOTALS.
005640     IF DL910-RPT-OPEN-FAILED
005650         GO TO 8200-EXIT
005660     END-IF.
005670     MOVE DL910-JNL-READ TO DL910-RPT-NUM-EDIT.
005680     MOVE SPACES TO DL910-RPT-LINE.
005690     STRING 'JOURNAL ROWS READ..: ' DL910-RPT-NUM-EDIT
005700         DELIMITED BY SIZE INTO DL910-RPT-LINE.
005710     WRITE DL910-RPT-LINE.
005720     MOVE DL910-ENTRY-COUNT TO DL910-RPT-NUM-EDIT.
005730     MOVE SPACES TO DL910-RPT-LINE.
005740     STRING 'ENTRIES FOR RUN....: ' DL910-RPT-NUM-EDIT
005750         DELIMITED BY SIZE INTO DL910-RPT-LINE.
005760     WRITE DL910-RPT-LINE.
005770     MOVE DL910-RESTORED TO DL910-RPT-NUM-EDIT.
005780     MOVE SPACES TO DL910-RPT-LINE.
005790     STRING 'CHANGES RESTORED...: ' DL910-RPT-NUM-EDIT
005800         DELIMITED BY SIZE INTO DL910-RPT-LINE.
005810     WRITE DL910-RPT-LINE.
005820     MOVE DL910-REMOVED TO DL910-RPT-NUM-EDIT.
005830     MOVE SPACES TO DL910-RPT-LINE.
005840     STRING 'ADDS REMOVED.......: ' DL910-RPT-NUM-EDIT
005850         DELIMITED BY SIZE INTO DL910-RPT-LINE.
005860     WRITE DL910-RPT-LINE.
005870     MOVE DL910-READDED TO DL910-RPT-NUM-EDIT.
005880     MOVE SPACES TO DL910-RPT-LINE.
005890     STRING 'DELETES REPLACED...: ' DL910-RPT-NUM-EDIT
005900         DELIMITED BY SIZE INTO DL910-RPT-LINE.
005910     WRITE DL910-RPT-LINE.
005920     MOVE DL910-NOT-APPLICABLE TO DL910-RPT-NUM-EDIT.
005930     MOVE SPACES TO DL910-RPT-LINE.
005940     STRING 'ALREADY AS BEFORE..: ' DL910-RPT-NUM-EDIT
005950         DELIMITED BY SIZE INTO DL910-RPT-LINE.
005960     WRITE DL910-RPT-LINE.
005970     MOVE DL910-CONFLICTS TO DL910-RPT-NUM-EDIT.
005980     MOVE SPACES TO DL910-RPT-LINE.
005990     STRING 'LEFT FOR REVIEW....: ' DL910-RPT-NUM-EDIT
006000         DELIMITED BY SIZE INTO DL910-RPT-LINE.
006010     WRITE DL910-RPT-LINE.
006020     MOVE DL910-JNL-ENTRIES TO DL910-RPT-NUM-EDIT.
006030     MOVE SPACES TO DL910-RPT-LINE.
006040     STRING 'JOURNAL ENTRIES....: ' DL910-RPT-NUM-EDIT
006050         DELIMITED BY SIZE INTO DL910-RPT-LINE.
006060     WRITE DL910-RPT-LINE.
006070     IF DL910-JNL-WRITE-FAILED
006080         MOVE SPACES TO DL910-RPT-LINE
006090         STRING 'JOURNAL............: *** WRITE FAILED -- RUN'
006100             ' NOT RECOVERABLE, SEE SYSOUT ***'
006110             DELIMITED BY SIZE INTO DL910-RPT-LINE
006120         WRITE DL910-RPT-LINE
006130     END-IF.
006140     IF DL910-MST-WRITE-FAILED
006150         MOVE DL910-WRITE-FAILURES TO DL910-RPT-NUM-EDIT
006160         MOVE SPACES TO DL910-RPT-LINE
006170         STRING 'MASTER UPDATES.....: *** ' DL910-RPT-NUM-EDIT
006180             ' FAILED -- MWRT ENTRIES, SEE SYSOUT ***'
006190             DELIMITED BY SIZE INTO DL910-RPT-LINE
006200         WRITE DL910-RPT-LINE
006210     END-IF.
006220 8200-EXIT.
006230     EXIT.
