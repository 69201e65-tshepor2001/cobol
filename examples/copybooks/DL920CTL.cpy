000010******************************************************************
000020* Copybook:   DL920CTL
000030* Purpose:    Period control record for the PERIOD-CONTROL file
000040*             -- a single record naming the latest month the
000050*             MONTH-CLOSE run has closed, its first and last
000060*             dates, and the run date and time the close ran.
000070*             An item dated on or before the period end that
000080*             posted after the close date is a prior-period
000090*             adjustment.  Rewritten only when a close completes
000100*             cleanly; no file, or a status other than closed,
000110*             means no period has been closed yet.
000120******************************************************************
000130 01  DL920-CONTROL-RECORD.
000140     05  DL920-CTL-PERIOD            PIC 9(06).
000150     05  DL920-CTL-PERIOD-START      PIC 9(08).
000160     05  DL920-CTL-PERIOD-END        PIC 9(08).
000170     05  DL920-CTL-STATUS            PIC X(01).
000180         88  DL920-CTL-CLOSED            VALUE 'C'.
000190     05  DL920-CTL-CLOSE-DATE        PIC 9(08).
000200     05  DL920-CTL-CLOSE-TIME        PIC 9(08).
000210     05  DL920-CTL-ACCOUNTS          PIC 9(09).
000220     05  FILLER                      PIC X(32).
