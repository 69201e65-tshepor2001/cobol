000010******************************************************************
000020* Copybook:   DL890FEE
000030* Purpose:    Service-charge fee schedule record for the
000040*             FEE-SCHEDULE file read by the INTEREST-CYCLE run.
000050*             A maintenance fee (type M) is charged every cycle
000060*             unless the account's balance at the cycle is at or
000070*             above the waiver threshold; a low-balance fee
000080*             (type L) is charged when the account's lowest
000090*             balance during the cycle fell below the threshold.
000100*             An NSF fee (type N) is not a cycle charge: the
000110*             posting run raises one for each item it finds the
000120*             account cannot cover.
000130*             Each row names the transaction code the charge
000140*             posts under, and takes effect on its date.
000150******************************************************************
000160 01  DL890-FEE-RECORD.
000170     05  DL890-FEE-TYPE              PIC X(01).
000180         88  DL890-FEE-MAINTENANCE       VALUE 'M'.
000190         88  DL890-FEE-LOW-BALANCE       VALUE 'L'.
000200         88  DL890-FEE-NSF               VALUE 'N'.
000210     05  DL890-FEE-TRANS-CODE        PIC X(02).
000220     05  DL890-FEE-AMOUNT            PIC 9(07)V99.
000230     05  DL890-FEE-THRESHOLD         PIC 9(11)V99.
000240     05  DL890-FEE-EFF-DATE          PIC 9(08).
000250     05  FILLER                      PIC X(47).
