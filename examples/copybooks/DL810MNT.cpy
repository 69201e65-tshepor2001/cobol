000050*             its name and open date; CLOSE, FREEZE, and REOPEN
000060*             change the status of an account already on the
000070*             master.  Name and open date are ignored on the
000080*             status actions.  LIMIT sets the overdraft limit
000090*             of an account already on the master; an ADD may
000100*             carry one as well (blank means none).
000110******************************************************************
000120 01  DL810-MAINT-CARD.
000130     05  DL810-MNT-ACTION            PIC X(01).
000140         88  DL810-MNT-ADD               VALUE 'A'.
000150         88  DL810-MNT-CLOSE             VALUE 'C'.
000160         88  DL810-MNT-FREEZE            VALUE 'F'.
000170         88  DL810-MNT-REOPEN            VALUE 'R'.
000180         88  DL810-MNT-LIMIT             VALUE 'L'.
000190     05  DL810-MNT-ACCOUNT-NO        PIC X(10).
000200     05  DL810-MNT-NAME              PIC X(30).
000210     05  DL810-MNT-OPEN-DATE         PIC X(08).
000220     05  DL810-MNT-OD-LIMIT          PIC X(11).
000230     05  FILLER                      PIC X(20).
