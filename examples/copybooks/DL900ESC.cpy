000010******************************************************************
000020* Copybook:   DL900ESC
000030* Purpose:    Escheatment candidate record written by the
000040*             DORMANT-SCAN run to the ESCHEAT-CANDIDATES file --
000050*             one row per dormant account whose last customer
000060*             activity is older than the statutory period on the
000070*             DORMANT-PARM card.  Compliance builds the state
000080*             unclaimed-property filing from this file and
000090*             returns the accounts actually filed on the
000100*             ESCHEAT-CARDS deck.
000110******************************************************************
000120 01  DL900-CANDIDATE-RECORD.
000130     05  DL900-CAN-RUN-DATE          PIC 9(08).
000140     05  DL900-CAN-ACCOUNT-NO        PIC 9(10).
000150     05  DL900-CAN-NAME              PIC X(30).
000160     05  DL900-CAN-OPEN-DATE         PIC 9(08).
000170     05  DL900-CAN-LAST-ACTIVITY     PIC 9(08).
000180     05  DL900-CAN-DAYS-INACTIVE     PIC 9(05).
000190     05  DL900-CAN-BALANCE           PIC S9(11)V99.
000200     05  FILLER                      PIC X(18).
