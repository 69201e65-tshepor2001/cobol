000010******************************************************************
000020* Author: R. Maldonado
000030* Date: 10/15/2026
000040* Purpose: One-time conversion of the cumulative transaction
000050*          master from the old layout, keyed on the 31-byte
000060*          transaction key, to the TRANS-MASTER keyed on account
000070*          and sender-assigned transaction reference.  Reads the
000080*          old file at TRANS-MASTER-OLD (the renamed previous
000090*          master) in key order, gives each history row a legacy
000100*          reference -- CV and a 14-digit sequence -- stamped
000110*          into the row's key and raw image alike, writes it to
000120*          the new file, and prints a conversion report.
000130* Tectonics: cobc
000140******************************************************************
000150* Modification History
000160*   Date       Init  Description
000170*   ---------  ----  -------------------------------------------
000180*   10/15/2026 RM    Initial version.  The new file is created
000190*                    fresh, as in ACCT-CONVERT, so this job is
000200*                    not in the nightly chain.  Rows reversed
000210*                    before the conversion keep their reversed
000220*                    flag with a blank REV reference; the REV
000230*                    records that reversed them never had one.
000240*                    Any WRITE failure, duplicate, or row without
000250*                    a numeric account grades RETURN-CODE 8.
000260*   10/15/2026 RM    The REV run date new rows carry is loaded
000270*                    as zero -- not known for a reversal made
000280*                    before the conversion.
000290*   10/15/2026 RM    TRANS-MASTER is now built with the reference
000300*                    of the REV that backed a row out as a second
000310*                    alternate key (blank on every converted row).
000320*   10/15/2026 RM    Each master is closed on its own open switch,
000330*                    so TRANS-MASTER-OLD is closed when
000340*                    TRANS-MASTER will not open.
000350*   10/15/2026 RM    Converted rows carry the two posting-reject
000360*                    flags the master record now ends with at 'N'.
000370******************************************************************
000380 IDENTIFICATION DIVISION.
000390 PROGRAM-ID. TMST-CONVERT.
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430 SELECT OLD-MASTER ASSIGN TO "TRANS-MASTER-OLD"
000440     ORGANIZATION INDEXED
000450     ACCESS MODE SEQUENTIAL
000460     RECORD KEY IS DL880-OLD-KEY
000470     FILE STATUS IS DL880-OLD-STATUS.
000480 SELECT TRANS-MASTER ASSIGN TO "TRANS-MASTER"
000490     ORGANIZATION INDEXED
000500     ACCESS MODE RANDOM
000510     RECORD KEY IS DL100-MST-KEY
000520     ALTERNATE RECORD KEY IS DL100-MST-TRANS-REF WITH DUPLICATES
000530     ALTERNATE RECORD KEY IS DL100-MST-REV-REF WITH DUPLICATES
000540     FILE STATUS IS DL880-MASTER-STATUS.
000550 SELECT CONVERT-RPT ASSIGN TO "TMST-CONVERT-RPT"
000560     ORGANIZATION LINE SEQUENTIAL
000570     FILE STATUS IS DL880-RPT-STATUS.
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD OLD-MASTER.
000610 01  DL880-OLD-RECORD.
000620     05  DL880-OLD-KEY               PIC X(31).
000630     05  DL880-OLD-BATCH-NO          PIC X(04).
000640     05  DL880-OLD-RUN-DATE          PIC 9(08).
000650     05  DL880-OLD-RAW               PIC X(255).
000660     05  DL880-OLD-REV-FLAG          PIC X(01).
000670 FD TRANS-MASTER.
000680 COPY DL100MST.
000690 FD CONVERT-RPT.
000700 01  DL880-RPT-LINE                  PIC X(80).
000710 WORKING-STORAGE SECTION.
000720 01  DL880-SWITCHES.
000730     05  DL880-OLD-EOF-SWITCH        PIC X(01) VALUE 'N'.
000740         88  DL880-OLD-EOF                VALUE 'Y'.
000750     05  DL880-RPT-OPEN-SWITCH       PIC X(01) VALUE 'N'.
000760         88  DL880-RPT-OPEN-FAILED        VALUE 'Y'.
000770     05  DL880-REFUSED-SWITCH        PIC X(01) VALUE 'N'.
000780         88  DL880-RUN-REFUSED            VALUE 'Y'.
000790     05  DL880-OLD-OPEN-SWITCH       PIC X(01) VALUE 'N'.
000800         88  DL880-OLD-IS-OPEN            VALUE 'Y'.
000810     05  DL880-MASTER-OPEN-SWITCH    PIC X(01) VALUE 'N'.
000820         88  DL880-MASTER-IS-OPEN         VALUE 'Y'.
000830 77  DL880-REFUSAL-TEXT              PIC X(60) VALUE SPACES.
000840 77  DL880-OLD-STATUS                PIC X(02).
000850 77  DL880-MASTER-STATUS             PIC X(02).
000860 77  DL880-RPT-STATUS                PIC X(02).
000870 77  DL880-RECS-READ                 PIC 9(09) COMP VALUE ZERO.
000880 77  DL880-RECS-LOADED               PIC 9(09) COMP VALUE ZERO.
000890 77  DL880-RECS-REVERSED             PIC 9(09) COMP VALUE ZERO.
000900 77  DL880-RECS-DUPLICATE            PIC 9(09) COMP VALUE ZERO.
000910 77  DL880-RECS-BAD                  PIC 9(09) COMP VALUE ZERO.
000920 77  DL880-RPT-NUM-EDIT              PIC ZZZZZZZZ9.
000930 01  DL880-LEGACY-REF.
000940     05  DL880-LEG-PREFIX            PIC X(02) VALUE 'CV'.
000950     05  DL880-LEG-SEQ               PIC 9(14) VALUE ZERO.
000960 01  DL880-WORK-REC                  PIC X(255).
000970 COPY DL100REC REPLACING ==LN== BY ==DL880-WORK-REC==.
000980******************************************************************
000990*  0000-MAINLINE
001000******************************************************************
001010 PROCEDURE DIVISION.
001020 0000-MAINLINE.
001030     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001040     IF NOT DL880-RUN-REFUSED
001050         PERFORM 2000-CONVERT-RECORD THRU 2000-EXIT
001060             UNTIL DL880-OLD-EOF
001070     END-IF.
001080     PERFORM 8000-FINALIZE THRU 8000-EXIT.
001090     IF DL880-RUN-REFUSED OR DL880-RECS-DUPLICATE > ZERO
001100             OR DL880-RECS-BAD > ZERO
001110         MOVE 8 TO RETURN-CODE
001120     END-IF.
001130     STOP RUN.
001140******************************************************************
001150*  1000-INITIALIZE -- the old master must be there and the new
001160*                     indexed file is created fresh; prime the
001170*                     first row
001180******************************************************************
001190 1000-INITIALIZE.
001200     OPEN OUTPUT CONVERT-RPT.
001210     IF DL880-RPT-STATUS NOT = '00'
001220         DISPLAY 'TMST-CONVERT-RPT OPEN FAILED, STATUS='
001230             DL880-RPT-STATUS
001240         SET DL880-RPT-OPEN-FAILED TO TRUE
001250     END-IF.
001260     OPEN INPUT OLD-MASTER.
001270     IF DL880-OLD-STATUS NOT = '00'
001280         DISPLAY 'TRANS-MASTER-OLD OPEN FAILED, STATUS='
001290             DL880-OLD-STATUS ' -- RUN REFUSED'
001300         SET DL880-OLD-EOF TO TRUE
001310         SET DL880-RUN-REFUSED TO TRUE
001320         MOVE 'TRANS-MASTER-OLD WILL NOT OPEN'
001330             TO DL880-REFUSAL-TEXT
001340     ELSE
001350         SET DL880-OLD-IS-OPEN TO TRUE
001360     END-IF.
001370     IF NOT DL880-RUN-REFUSED
001380         OPEN OUTPUT TRANS-MASTER
001390         IF DL880-MASTER-STATUS NOT = '00'
001400             DISPLAY 'TRANS-MASTER OPEN FAILED, STATUS='
001410                 DL880-MASTER-STATUS ' -- RUN REFUSED'
001420             SET DL880-OLD-EOF TO TRUE
001430             SET DL880-RUN-REFUSED TO TRUE
001440             MOVE 'TRANS-MASTER WILL NOT OPEN'
001450                 TO DL880-REFUSAL-TEXT
001460         ELSE
001470             SET DL880-MASTER-IS-OPEN TO TRUE
001480         END-IF
001490     END-IF.
001500     IF NOT DL880-OLD-EOF
001510         READ OLD-MASTER
001520             AT END SET DL880-OLD-EOF TO TRUE
001530         END-READ
001540     END-IF.
001550     IF NOT DL880-OLD-EOF
001560         ADD 1 TO DL880-RECS-READ
001570     END-IF.
001580 1000-EXIT.
001590     EXIT.
001600******************************************************************
001610*  2000-CONVERT-RECORD -- one old row to one new row under the
001620*                         next legacy reference, then read the
001630*                         next.  The reference goes into the raw
001640*                         image as well, where the statement,
001650*                         inquiry, and repair runs look for it.
001660******************************************************************
001670 2000-CONVERT-RECORD.
001680     MOVE DL880-OLD-RAW TO DL880-WORK-REC.
001690     IF DL880-OLD-KEY(1:10) NOT NUMERIC
001700         ADD 1 TO DL880-RECS-BAD
001710         DISPLAY 'ACCOUNT NOT NUMERIC, DROPPED: ' DL880-OLD-KEY
001720         GO TO 2000-NEXT
001730     END-IF.
001740     ADD 1 TO DL880-LEG-SEQ.
001750     MOVE DL880-LEGACY-REF TO DL100-TRANS-REF.
001760     MOVE SPACES TO DL100-MASTER-RECORD.
001770     MOVE DL880-OLD-KEY(1:10) TO DL100-MST-ACCOUNT-NO.
001780     MOVE DL880-LEGACY-REF TO DL100-MST-TRANS-REF.
001790     MOVE DL880-OLD-BATCH-NO TO DL100-MST-BATCH-NO.
001800     MOVE DL880-OLD-RUN-DATE TO DL100-MST-RUN-DATE.
001810     MOVE DL880-WORK-REC TO DL100-MST-RAW.
001820     IF DL880-OLD-REV-FLAG = 'Y'
001830         MOVE 'Y' TO DL100-MST-REV-FLAG
001840         ADD 1 TO DL880-RECS-REVERSED
001850     ELSE
001860         MOVE 'N' TO DL100-MST-REV-FLAG
001870     END-IF.
001880     MOVE SPACES TO DL100-MST-REV-REF.
001890     MOVE ZERO TO DL100-MST-REV-RUN-DATE.
001900     MOVE 'N' TO DL100-MST-POST-REJ-FLAG.
001910     MOVE 'N' TO DL100-MST-REV-REJ-FLAG.
001920     WRITE DL100-MASTER-RECORD
001930         INVALID KEY
001940             ADD 1 TO DL880-RECS-DUPLICATE
001950             DISPLAY 'DUPLICATE ROW DROPPED: ' DL880-OLD-KEY
001960             GO TO 2000-NEXT
001970     END-WRITE.
001980     IF DL880-MASTER-STATUS = '00'
001990         ADD 1 TO DL880-RECS-LOADED
002000     ELSE
002010         ADD 1 TO DL880-RECS-BAD
002020         DISPLAY 'TRANS-MASTER WRITE FAILED, STATUS='
002030             DL880-MASTER-STATUS ' KEY=' DL100-MST-KEY
002040     END-IF.
002050 2000-NEXT.
002060     READ OLD-MASTER
002070         AT END SET DL880-OLD-EOF TO TRUE
002080     END-READ.
002090     IF NOT DL880-OLD-EOF
002100         ADD 1 TO DL880-RECS-READ
002110     END-IF.
002120 2000-EXIT.
002130     EXIT.
002140******************************************************************
002150*  8000-FINALIZE -- conversion totals, then close
002160******************************************************************
002170 8000-FINALIZE.
002180     IF NOT DL880-RPT-OPEN-FAILED
002190         MOVE SPACES TO DL880-RPT-LINE
002200         STRING 'TMST-CONVERT CONVERSION REPORT'
002210             DELIMITED BY SIZE INTO DL880-RPT-LINE
002220         WRITE DL880-RPT-LINE
002230         IF DL880-RUN-REFUSED
002240             MOVE SPACES TO DL880-RPT-LINE
002250             STRING 'RUN REFUSED -- ' DL880-REFUSAL-TEXT
002260                 DELIMITED BY SIZE INTO DL880-RPT-LINE
002270             WRITE DL880-RPT-LINE
002280         END-IF
002290         MOVE DL880-RECS-READ TO DL880-RPT-NUM-EDIT
002300         MOVE SPACES TO DL880-RPT-LINE
002310         STRING 'ROWS READ..........: ' DL880-RPT-NUM-EDIT
002320             DELIMITED BY SIZE INTO DL880-RPT-LINE
002330         WRITE DL880-RPT-LINE
002340         MOVE DL880-RECS-LOADED TO DL880-RPT-NUM-EDIT
002350         MOVE SPACES TO DL880-RPT-LINE
002360         STRING 'ROWS LOADED........: ' DL880-RPT-NUM-EDIT
002370             DELIMITED BY SIZE INTO DL880-RPT-LINE
002380         WRITE DL880-RPT-LINE
002390         MOVE DL880-RECS-REVERSED TO DL880-RPT-NUM-EDIT
002400         MOVE SPACES TO DL880-RPT-LINE
002410         STRING 'REVERSED ROWS......: ' DL880-RPT-NUM-EDIT
002420             DELIMITED BY SIZE INTO DL880-RPT-LINE
002430         WRITE DL880-RPT-LINE
002440         MOVE DL880-RECS-DUPLICATE TO DL880-RPT-NUM-EDIT
002450         MOVE SPACES TO DL880-RPT-LINE
002460         STRING 'DUPLICATES DROPPED.: ' DL880-RPT-NUM-EDIT
002470             DELIMITED BY SIZE INTO DL880-RPT-LINE
002480         WRITE DL880-RPT-LINE
002490         MOVE DL880-RECS-BAD TO DL880-RPT-NUM-EDIT
002500         MOVE SPACES TO DL880-RPT-LINE
002510         STRING 'ROWS DROPPED BAD...: ' DL880-RPT-NUM-EDIT
002520             DELIMITED BY SIZE INTO DL880-RPT-LINE
002530         WRITE DL880-RPT-LINE
002540         MOVE SPACES TO DL880-RPT-LINE
002550         STRING 'LAST LEGACY REF....: ' DL880-LEGACY-REF
002560             DELIMITED BY SIZE INTO DL880-RPT-LINE
002570         WRITE DL880-RPT-LINE
002580         CLOSE CONVERT-RPT
002590     END-IF.
002600     IF DL880-OLD-IS-OPEN
002610         CLOSE OLD-MASTER
002620     END-IF.
002630     IF DL880-MASTER-IS-OPEN
002640         CLOSE TRANS-MASTER
002650     END-IF.
002660 8000-EXIT.
002670     EXIT.
