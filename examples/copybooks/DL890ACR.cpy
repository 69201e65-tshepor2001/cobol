000010******************************************************************
000020* Copybook:   DL890ACR
000030* Purpose:    Interest accrual record for the INT-ACCRUAL file,
000040*             an indexed file keyed on the account number and
000050*             owned by the INTEREST-CYCLE run.  Carries the
000060*             interest accrued since the last cycle (to six
000070*             decimal places, so daily fractions of a cent are
000080*             not lost), the lowest balance seen during the
000090*             cycle for the low-balance fee, the last date
000100*             accrued and the last cycle date charged -- the two
000110*             dates are what stop a rerun accruing or charging
000120*             an account twice -- and what the last cycle paid
000130*             and charged.
000140******************************************************************
000150 01  DL890-ACCRUAL-RECORD.
000160     05  DL890-ACR-ACCOUNT-NO        PIC 9(10).
000170     05  DL890-ACR-ACCRUED           PIC S9(09)V9(06).
000180     05  DL890-ACR-MIN-BALANCE       PIC S9(11)V99.
000190     05  DL890-ACR-LAST-ACCRUAL      PIC 9(08).
000200     05  DL890-ACR-LAST-CYCLE        PIC 9(08).
000210     05  DL890-ACR-CYCLE-INTEREST    PIC S9(09)V99.
000220     05  DL890-ACR-CYCLE-FEES        PIC S9(09)V99.
000230     05  FILLER                      PIC X(20).
