000070*             ledger the amount belongs to, the active/inactive
000080*             flag, and the date the code took effect.  Loaded
000090*             at start-up by the intake and posting runs.
000100*             The system flag marks a charge the system raises
000110*             itself (service charges, NSF fees) rather than a
000120*             customer's own transaction; posting never returns
000130*             such a charge for funds.
000140*             The cash flag marks a code whose items move
000150*             physical currency, watched by CASH-MONITOR.
000160******************************************************************
000170 01  DL100-TRANS-CODE-RECORD.
000180     05  DL100-TCD-CODE              PIC X(02).
000190     05  DL100-TCD-DESCRIPTION       PIC X(30).
000200     05  DL100-TCD-DC-IND            PIC X(01).
000210         88  DL100-TCD-DEBIT             VALUE 'D'.
000220         88  DL100-TCD-CREDIT            VALUE 'C'.
000230     05  DL100-TCD-ACTIVE-FLAG       PIC X(01).
000240         88  DL100-TCD-ACTIVE            VALUE 'A'.
000250         88  DL100-TCD-INACTIVE          VALUE 'I'.
000260     05  DL100-TCD-EFF-DATE          PIC 9(08).
000270     05  DL100-TCD-SYSTEM-FLAG       PIC X(01).
000280         88  DL100-TCD-SYSTEM-CHARGE     VALUE 'S'.
000290     05  DL100-TCD-CASH-FLAG         PIC X(01).
000300         88  DL100-TCD-CASH              VALUE 'C'.
000310     05  FILLER                      PIC X(36).
