000090*             account maintenance runs; read back by the
000100*             statement and balancing jobs.  A record from before
000110*             the status byte existed reads back with the status
000120*             blank, which the loads treat as open.  The
000130*             overdraft limit is how far below zero a debit may
000140*             take the balance before posting treats it as NSF;
000150*             a record from before the limit existed reads back
000160*             with it blank, which posting treats as a zero
000170*             limit.  An open account with no customer activity
000180*             for the DORMANT-SCAN threshold goes dormant (D):
000190*             posting refuses system charges against it and
000200*             customer activity reactivates it.  An escheated
000210*             account (E) has had its balance turned over to the
000220*             state and takes nothing but its escheat
000230*             transfer-out.  The last activity date is the latest
000240*             customer item posted or the date maintenance
000250*             reopened the account; blank or zero means none is
000260*             on record.
000270*             Every change a run makes is journaled, before and
000280*             after, on ACCT-JOURNAL (DL200JNL).
000290******************************************************************
000300 01  DL200-MASTER-RECORD.
000310     05  DL200-MST-ACCOUNT-NO        PIC 9(10).
000320     05  DL200-MST-BALANCE           PIC S9(11)V99.
000330     05  DL200-MST-NAME              PIC X(30).
000340     05  DL200-MST-OPEN-DATE         PIC 9(08).
000350     05  DL200-MST-STATUS            PIC X(01).
000360         88  DL200-MST-OPEN              VALUE 'O'.
000370         88  DL200-MST-CLOSED            VALUE 'C'.
000380         88  DL200-MST-FROZEN            VALUE 'F'.
000390         88  DL200-MST-DORMANT           VALUE 'D'.
000400         88  DL200-MST-ESCHEATED         VALUE 'E'.
000410     05  DL200-MST-OD-LIMIT          PIC 9(09)V99.
000420     05  DL200-MST-LAST-ACTIVITY     PIC 9(08).
000430     05  FILLER                      PIC X(01).
