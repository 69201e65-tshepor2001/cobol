000010******************************************************************
000020* Copybook:   DL300COR
000030* Purpose:    Correction card for the reject repair run -- keyed
000040*             to a rejected detail record by the sender-assigned
000050*             transaction reference the record carried when it
000060*             rejected.  Each replacement field is applied only
000070*             when non-blank, so a card corrects just the field
000080*             that was wrong.
000090******************************************************************
000100 01  DL300-CORRECTION-CARD.
000110     05  DL300-COR-CARD-NO           PIC 9(04).
000120     05  DL300-COR-TRANS-REF         PIC X(16).
000130     05  FILLER                      PIC X(15).
000140     05  DL300-COR-NEW-ACCOUNT       PIC X(10).
000150     05  DL300-COR-NEW-CODE          PIC X(02).
000160     05  DL300-COR-NEW-AMOUNT        PIC X(11).
000170     05  DL300-COR-NEW-DATE          PIC X(08).
000180     05  FILLER                      PIC X(14).
