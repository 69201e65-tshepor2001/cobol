000070*             code from intake edits; REDESCRIBE replaces only
000080*             the description, since changing a live code's
000090*             ledger side is exactly the hand-edit accident this
000100*             run exists to prevent.  An ADD may mark the code
000110*             as a system-raised charge (S) in the system flag.
000120*             CASH-FLAG sets or clears only the cash flag (C or
000130*             blank) on an existing code; an ADD may carry it.
000140******************************************************************
000150 01  DL830-TCODE-CARD.
000160     05  DL830-TCM-ACTION            PIC X(01).
000170         88  DL830-TCM-ADD               VALUE 'A'.
000180         88  DL830-TCM-DEACTIVATE        VALUE 'D'.
000190         88  DL830-TCM-REDESCRIBE        VALUE 'R'.
000200         88  DL830-TCM-CASH-MARK         VALUE 'C'.
000210     05  DL830-TCM-CODE              PIC X(02).
000220     05  DL830-TCM-DESCRIPTION       PIC X(30).
000230     05  DL830-TCM-DC-IND            PIC X(01).
000240     05  DL830-TCM-EFF-DATE          PIC X(08).
000250     05  DL830-TCM-SYSTEM-FLAG       PIC X(01).
000260     05  DL830-TCM-CASH-FLAG         PIC X(01).
000270     05  FILLER                      PIC X(36).
