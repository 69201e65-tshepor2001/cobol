000150             15  DL100-TRANS-DATE-CCYY   PIC 9(04).
000160             15  DL100-TRANS-DATE-MM     PIC 9(02).
000170             15  DL100-TRANS-DATE-DD     PIC 9(02).
000180*    Stamped by the intake run on the records it writes out --
000190*    spaces on the inbound feed, which carries no batch number.
000200     05  DL100-BATCH-NO              PIC X(04).
000210*    Sender-assigned transaction reference -- the transaction's
000220*    identity from intake onward.  Must be non-blank and unique.
000230     05  DL100-TRANS-REF             PIC X(16).
000240     05  FILLER                      PIC X(201).
000250******************************************************************
000260* DL100-HEADER-RECORD -- leading HDR record for a batch; carries
000270* the run date the sending system stamped on the feed.
000280******************************************************************
000290 01  DL100-HEADER-RECORD REDEFINES LN.
000300     05  DL100-HDR-REC-TYPE          PIC X(03).
000310     05  DL100-HDR-RUN-DATE          PIC 9(08).
000320     05  FILLER                      PIC X(244).
000330******************************************************************
000340* DL100-TRAILER-RECORD -- trailing TRL record for a batch; states
000350* the detail record count and a hash total for reconciliation
000360* against what this program actually counted.
000370******************************************************************
000380 01  DL100-TRAILER-RECORD REDEFINES LN.
000390     05  DL100-TRL-REC-TYPE          PIC X(03).
000400     05  DL100-TRL-REC-COUNT         PIC 9(09).
000410     05  DL100-TRL-HASH-TOTAL        PIC 9(13).
000420     05  FILLER                      PIC X(230).
000430******************************************************************
000440* DL100-REVERSAL-RECORD -- REV detail that backs out an earlier
000450* transaction, named by the reference the original carried
000460* (REV-ORIG-REF); the REV carries its own reference as well.
000470* The sender may leave REV-ORIG-KEY blank -- intake fills it from
000480* the original's master row, so the account, code, amount, and
000490* date parse under the detail names downstream; posting and the
000500* GL extract apply the amount on the opposite side of the ledger
000510* from the original's code.  When the original is a transfer,
000520* intake also fills REV-XFR-TO-ACCOUNT with its to-account, so
000530* both legs are backed out; it is spaces on any other REV.
000540******************************************************************
000550 01  DL100-REVERSAL-RECORD REDEFINES LN.
000560     05  DL100-REV-REC-TYPE          PIC X(03).
000570     05  DL100-REV-ORIG-KEY          PIC X(31).
000580     05  DL100-REV-BATCH-NO          PIC X(04).
000590     05  DL100-REV-TRANS-REF         PIC X(16).
000600     05  DL100-REV-ORIG-REF          PIC X(16).
000610     05  DL100-REV-XFR-TO-ACCOUNT    PIC X(10).
000620     05  FILLER                      PIC X(175).
000630******************************************************************
000640* DL100-TRANSFER-RECORD -- XFR detail that moves an amount from
000650* one account to another under one reference.  The from-account,
000660* code, amount, and date sit where a DTL carries them, so they
000670* parse under the detail names; the to-account follows the
000680* reference.  The from-account is debited and the to-account
000690* credited whatever side the code names -- both legs or neither.
000700******************************************************************
000710 01  DL100-TRANSFER-RECORD REDEFINES LN.
000720     05  DL100-XFR-REC-TYPE          PIC X(03).
000730     05  DL100-XFR-FROM-KEY          PIC X(31).
000740     05  DL100-XFR-BATCH-NO          PIC X(04).
000750     05  DL100-XFR-TRANS-REF         PIC X(16).
000760     05  DL100-XFR-TO-ACCOUNT        PIC 9(10).
000770     05  FILLER                      PIC X(191).
