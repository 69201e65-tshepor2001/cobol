000010******************************************************************
000020* Copybook:   DL940STO
000030* Purpose:    Standing-order record for the indexed
000040*             STANDING-ORDERS file -- one row per recurring
000050*             instruction, keyed on the order number operations
000060*             assigns when the instruction is set up.  Carries
000070*             the account, transaction code and amount the
000080*             item is raised for, the frequency (weekly,
000090*             monthly, quarterly) from the start date, an
000100*             optional end date and an optional remaining
000110*             count.  Maintained by ORDER-MAINT; the daily
000120*             ORDER-GENERATE run raises each due item, records
000130*             the scheduled date it raised (LAST-DUE-DATE) and
000140*             steps NEXT-DUE on, so a date is never raised
000150*             twice.  Monthly and quarterly orders fall on the
000160*             start date's day of the month, or the month's
000170*             last day when it is shorter.
000180******************************************************************
000190 01  DL940-ORDER-RECORD.
000200     05  DL940-STO-ORDER-ID          PIC 9(08).
000210     05  DL940-STO-ACCOUNT-NO        PIC 9(10).
000220     05  DL940-STO-TRANS-CODE        PIC X(02).
000230     05  DL940-STO-AMOUNT            PIC 9(09)V99.
000240     05  DL940-STO-FREQUENCY         PIC X(01).
000250         88  DL940-STO-WEEKLY            VALUE 'W'.
000260         88  DL940-STO-MONTHLY           VALUE 'M'.
000270         88  DL940-STO-QUARTERLY         VALUE 'Q'.
000280     05  DL940-STO-START-DATE        PIC 9(08).
000290*    Zero when the order runs until cancelled or counted out.
000300     05  DL940-STO-END-DATE          PIC 9(08).
000310*    COUNTED 'Y' when the order stops after REMAINING more items.
000320     05  DL940-STO-COUNTED           PIC X(01).
000330         88  DL940-STO-HAS-COUNT         VALUE 'Y'.
000340     05  DL940-STO-REMAINING         PIC 9(04).
000350     05  DL940-STO-STATUS            PIC X(01).
000360         88  DL940-STO-ACTIVE            VALUE 'A'.
000370         88  DL940-STO-SUSPENDED         VALUE 'S'.
000380         88  DL940-STO-CANCELLED         VALUE 'X'.
000390         88  DL940-STO-ENDED             VALUE 'E'.
000400*    Next scheduled date, before any roll to a business day.
000410     05  DL940-STO-NEXT-DUE          PIC 9(08).
000420*    Scheduled date of the last item raised, and the run date
000430*    that raised it; zero until the first item.
000440     05  DL940-STO-LAST-DUE-DATE     PIC 9(08).
000450     05  DL940-STO-LAST-GEN-DATE     PIC 9(08).
000460     05  DL940-STO-GEN-COUNT         PIC 9(05).
000470     05  DL940-STO-ADDED-DATE        PIC 9(08).
000480     05  DL940-STO-CHANGED-DATE      PIC 9(08).
000490     05  FILLER                      PIC X(20).
