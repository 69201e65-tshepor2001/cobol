000010******************************************************************
000020* Copybook:   DL200NSF
000030* Purpose:    NSF notice record written by POST-TO-MASTER to the
000040*             NSF-NOTICES file for every debit the account could
000050*             not cover (balance plus overdraft limit), whether
000060*             the run option returned it unpaid or paid it into
000070*             overdraft.  Feeds the customer notice print.
000080*             AVAILABLE is the balance plus the limit at the time
000090*             the item was presented; FEE is the NSF fee raised
000100*             for the next cycle (zero when none was raised).
000110******************************************************************
000120 01  DL200-NSF-NOTICE-RECORD.
000130     05  DL200-NSF-RUN-DATE          PIC 9(08).
000140     05  DL200-NSF-ACCOUNT-NO        PIC 9(10).
000150     05  DL200-NSF-NAME              PIC X(30).
000160     05  DL200-NSF-TRANS-REF         PIC X(16).
000170     05  DL200-NSF-TRANS-CODE        PIC X(02).
000180     05  DL200-NSF-AMOUNT            PIC S9(09)V99.
000190     05  DL200-NSF-AVAILABLE         PIC S9(11)V99.
000200     05  DL200-NSF-DECISION          PIC X(01).
000210         88  DL200-NSF-RETURNED          VALUE 'R'.
000220         88  DL200-NSF-PAID              VALUE 'P'.
000230     05  DL200-NSF-FEE               PIC 9(07)V99.
000240     05  FILLER                      PIC X(20).
