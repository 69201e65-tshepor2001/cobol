000010******************************************************************
000020* Copybook:   DL920PBL
000030* Purpose:    Period-balance snapshot record for the indexed
000040*             PERIOD-BALANCES file, keyed on the period (year and
000050*             month) and the account number.  One row per account
000060*             per closed month, written by the MONTH-CLOSE run and
000070*             never changed once the period is marked closed on
000080*             PERIOD-CONTROL: the opening balance (the prior
000090*             period's closing), the debits and credits booked to
000100*             the period, the closing balance, and the account's
000110*             status at close.  Debits and credits include any
000120*             prior-period adjustments -- items dated inside an
000130*             earlier closed period that posted after it closed --
000140*             and the adjustments' net is carried separately.
000150*             ACCT-STATEMENT and TRIAL-BALANCE start from the
000160*             latest closed period's rows.
000170******************************************************************
000180 01  DL920-PERIOD-BALANCE-RECORD.
000190     05  DL920-PBL-KEY.
000200         10  DL920-PBL-PERIOD        PIC 9(06).
000210         10  DL920-PBL-ACCOUNT-NO    PIC 9(10).
000220     05  DL920-PBL-PERIOD-START      PIC 9(08).
000230     05  DL920-PBL-PERIOD-END        PIC 9(08).
000240     05  DL920-PBL-OPENING           PIC S9(11)V99.
000250     05  DL920-PBL-DEBITS            PIC S9(11)V99.
000260     05  DL920-PBL-CREDITS           PIC S9(11)V99.
000270     05  DL920-PBL-CLOSING           PIC S9(11)V99.
000280     05  DL920-PBL-ADJUSTMENTS       PIC S9(11)V99.
000290     05  DL920-PBL-STATUS            PIC X(01).
000300     05  DL920-PBL-CLOSE-DATE        PIC 9(08).
000310     05  FILLER                      PIC X(20).
