000010******************************************************************
000020* Copybook:   DL930CAS
000030* Purpose:    Cash-monitoring case record for the indexed
000040*             CASH-CASES file written by CASH-MONITOR -- one
000050*             row per large-cash or structuring hit, keyed on
000060*             the account and a case number running from 1 for
000070*             each account.  The rule says what raised it: a
000080*             single cash item over the reporting threshold
000090*             (S), several smaller items on one day that
000100*             together cross it (D), or repeated deposits just
000110*             under it inside the monitoring window (P).  The
000120*             items that made the hit are carried on the case
000130*             (the first twenty; ITEM-COUNT and TOTAL cover them
000140*             all) so a later run can tell activity it has
000150*             already raised from new activity.  A case stays
000160*             open (O) until compliance returns it on the
000170*             CASE-REVIEW deck, which marks it reviewed (R)
000180*             with the reviewer and the review date.
000190******************************************************************
000200 01  DL930-CASE-RECORD.
000210     05  DL930-CAS-KEY.
000220         10  DL930-CAS-ACCOUNT-NO    PIC 9(10).
000230         10  DL930-CAS-SEQ           PIC 9(04).
000240     05  DL930-CAS-RULE              PIC X(01).
000250         88  DL930-CAS-SINGLE            VALUE 'S'.
000260         88  DL930-CAS-DAILY             VALUE 'D'.
000270         88  DL930-CAS-PATTERN           VALUE 'P'.
000280     05  DL930-CAS-STATUS            PIC X(01).
000290         88  DL930-CAS-OPEN              VALUE 'O'.
000300         88  DL930-CAS-REVIEWED          VALUE 'R'.
000310     05  DL930-CAS-NAME              PIC X(30).
000320     05  DL930-CAS-RAISED-DATE       PIC 9(08).
000330*    Latest transaction date among the case's items.
000340     05  DL930-CAS-ACTIVITY-DATE     PIC 9(08).
000350     05  DL930-CAS-TOTAL             PIC S9(11)V99.
000360     05  DL930-CAS-ITEM-COUNT        PIC 9(04).
000370     05  DL930-CAS-REVIEW-DATE       PIC 9(08).
000380     05  DL930-CAS-REVIEWER          PIC X(08).
000390     05  DL930-CAS-ITEM OCCURS 20 TIMES.
000400         10  DL930-CAS-ITEM-REF      PIC X(16).
000410         10  DL930-CAS-ITEM-DATE     PIC 9(08).
000420         10  DL930-CAS-ITEM-CODE     PIC X(02).
000430         10  DL930-CAS-ITEM-AMOUNT   PIC 9(09)V99.
000440     05  FILLER                      PIC X(20).
