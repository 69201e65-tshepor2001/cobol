000010******************************************************************
000020* Copybook:   DL100MST
000030* Purpose:    Cumulative transaction master record for the
000040*             indexed TRANS-MASTER file, keyed on the account and
000050*             the sender-assigned transaction reference, with the
000060*             reference alone as an alternate key (duplicates
000070*             allowed on the index, unique in practice -- intake
000080*             rejects a reference it has already accepted).  One
000090*             row per accepted transaction, carrying the batch it
000100*             arrived under, the run date it was accepted on, and
000110*             the raw record image.  Written by the intake run;
000120*             read back by the statement and history jobs.  The
000130*             reference of the REV that backed a row out is a
000140*             second alternate key (duplicates allowed -- it is
000150*             blank on every row not reversed, and shared by both
000160*             rows of a reversed transfer), so intake can reject a
000170*             reference already used by a reversal; an existing
000180*             file must be unloaded and reloaded once to build
000190*             that index.  The two posting-reject flags at the end
000200*             of the record lengthened it; the same unload and
000210*             reload carries an existing file to the new length.
000220*             Intake and TMST-CONVERT write both flags as 'N'; a
000230*             row reloaded from the shorter record is left blank
000240*             there, which every reader takes as not rejected.
000250******************************************************************
000260 01  DL100-MASTER-RECORD.
000270     05  DL100-MST-KEY.
000280         10  DL100-MST-ACCOUNT-NO    PIC 9(10).
000290         10  DL100-MST-TRANS-REF     PIC X(16).
000300     05  DL100-MST-BATCH-NO          PIC X(04).
000310     05  DL100-MST-RUN-DATE          PIC 9(08).
000320     05  DL100-MST-RAW               PIC X(255).
000330*    'Y' once a REV record naming this row's reference has been
000340*    accepted; a second reversal of the same row rejects as RDUP.
000350     05  DL100-MST-REV-FLAG          PIC X(01).
000360         88  DL100-MST-REVERSED          VALUE 'Y'.
000370*    Reference the accepted REV record itself carried -- the link
000380*    from the original row to the reversal that backed it out.
000390     05  DL100-MST-REV-REF           PIC X(16).
000400*    Run date the REV was accepted on, so a reversal that lands
000410*    after its original's month was closed is booked as a
000420*    prior-period adjustment.  Zero -- as intake writes it on a
000430*    new row and TMST-CONVERT on every converted row -- means not
000440*    known (as does blank, on a row reloaded from a record that
000450*    predates the field); readers fall back to the row's own run
000460*    date.
000470     05  DL100-MST-REV-RUN-DATE      PIC 9(08).
000480*    'Y' when the posting run rejected this row's item: nothing it
000490*    carries reached a balance, so the statement, trial balance,
000500*    month-close, dormancy, and cash-monitor runs pass the row by.
000510*    Posting sets it back to 'N' should a rerun post the item
000520*    after all.
000530     05  DL100-MST-POST-REJ-FLAG     PIC X(01).
000540         88  DL100-MST-POST-REJECTED     VALUE 'Y'.
000550*    'Y' when the posting run rejected the REV that backed this
000560*    row out.  The row stays flagged reversed -- intake accepted
000570*    the REV -- but the backout never reached the balance, so
000580*    readers take the original alone.
000590     05  DL100-MST-REV-REJ-FLAG      PIC X(01).
000600         88  DL100-MST-REV-REJECTED      VALUE 'Y'.
