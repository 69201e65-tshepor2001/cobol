000010******************************************************************
000020* Copybook:   DL200JNL
000030* Purpose:    Before/after-image journal record for ACCT-JOURNAL
000040*             -- one row for every record a run adds to, changes
000050*             on, or deletes from ACCT-MASTER, appended as soon as
000060*             the master update succeeds.  Carries the run-id
000070*             (run date and start time, as on AUDIT-LOG), the
000080*             entry's sequence within the run, the date and time
000090*             it was written, the program, what caused the change
000100*             (a transaction by its reference, a maintenance card
000110*             by its sequence in the deck, a scan, or a back-out
000120*             of an earlier run by that run's id), and the master
000130*             record as it stood before and after.  An add has no
000140*             before-image and a delete no after-image.  Read back
000150*             by ACCT-RECOVER to back a run out.
000160******************************************************************
000170 01  DL200-JOURNAL-RECORD.
000180     05  DL200-JNL-RUN-ID            PIC X(16).
000190     05  DL200-JNL-SEQ-NO            PIC 9(09).
000200     05  DL200-JNL-DATE              PIC 9(08).
000210     05  DL200-JNL-TIME              PIC 9(08).
000220     05  DL200-JNL-PROGRAM           PIC X(16).
000230     05  DL200-JNL-ACTION            PIC X(01).
000240         88  DL200-JNL-ADDED             VALUE 'A'.
000250         88  DL200-JNL-CHANGED           VALUE 'C'.
000260         88  DL200-JNL-DELETED           VALUE 'D'.
000270     05  DL200-JNL-CAUSE-TYPE        PIC X(01).
000280         88  DL200-JNL-CAUSE-TRANS       VALUE 'T'.
000290         88  DL200-JNL-CAUSE-CARD        VALUE 'C'.
000300         88  DL200-JNL-CAUSE-SCAN        VALUE 'S'.
000310         88  DL200-JNL-CAUSE-BACKOUT     VALUE 'B'.
000320     05  DL200-JNL-CAUSE-REF         PIC X(16).
000330     05  DL200-JNL-CAUSE-IMAGE       PIC X(80).
000340     05  DL200-JNL-BEFORE-IMAGE      PIC X(82).
000350     05  DL200-JNL-AFTER-IMAGE       PIC X(82).
000360     05  FILLER                      PIC X(01).
