000030* Purpose:    Run-option control card for POST-TO-MASTER -- lets
000040*             operations choose whether a transaction for an
000050*             account not yet on the master creates the account
000060*             on first sight or is rejected as unknown, and
000070*             whether a debit the account cannot cover (balance
000080*             plus overdraft limit) is returned unpaid or paid
000090*             into overdraft.
000100******************************************************************
000110 01  DL200-CONTROL-RECORD.
000120     05  DL200-CTL-NEW-ACCT-SW       PIC X(01).
000130         88  DL200-CTL-CREATE-ACCTS      VALUE 'Y'.
000140         88  DL200-CTL-REJECT-ACCTS      VALUE 'N'.
000150     05  DL200-CTL-NSF-OPTION        PIC X(01).
000160         88  DL200-CTL-NSF-RETURN        VALUE 'R'.
000170         88  DL200-CTL-NSF-PAY           VALUE 'P'.
000180     05  FILLER                      PIC X(78).
