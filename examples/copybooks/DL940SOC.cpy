000010******************************************************************
000020* Copybook:   DL940SOC
000030* Purpose:    Standing-order maintenance card for the
000040*             ORDER-MAINT run -- one card per action.  ADD sets
000050*             up a new order with every field but the end date
000060*             and count, which are optional.  AMEND replaces
000070*             whichever of code, amount, frequency, start date,
000080*             end date and count the card carries (blank leaves
000090*             the field as it is; the account cannot change).
000100*             SUSPEND stops an active order without ending it,
000110*             RESUME restarts a suspended one from its next date
000120*             on or after the run date, and CANCEL ends an order
000130*             for good.  Amount is eleven digits, two of them
000140*             decimals.
000150******************************************************************
000160 01  DL940-MAINT-CARD.
000170     05  DL940-SOC-ACTION            PIC X(01).
000180         88  DL940-SOC-ADD               VALUE 'A'.
000190         88  DL940-SOC-AMEND             VALUE 'M'.
000200         88  DL940-SOC-SUSPEND           VALUE 'S'.
000210         88  DL940-SOC-RESUME            VALUE 'R'.
000220         88  DL940-SOC-CANCEL            VALUE 'C'.
000230     05  DL940-SOC-ORDER-ID          PIC X(08).
000240     05  DL940-SOC-ACCOUNT-NO        PIC X(10).
000250     05  DL940-SOC-TRANS-CODE        PIC X(02).
000260     05  DL940-SOC-AMOUNT            PIC X(11).
000270     05  DL940-SOC-FREQUENCY         PIC X(01).
000280     05  DL940-SOC-START-DATE        PIC X(08).
000290     05  DL940-SOC-END-DATE          PIC X(08).
000300     05  DL940-SOC-COUNT             PIC X(04).
000310     05  FILLER                      PIC X(27).
