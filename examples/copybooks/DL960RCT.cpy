000010******************************************************************
000020* Copybook:   DL960RCT
000030* Purpose:    Run-control record for the RUN-CONTROL file -- a
000040*             single record naming the business date the nightly
000050*             chain is processing and where each step of the chain
000060*             stands for that date.  The steps, in the order they
000070*             must run, are 1 release (RELEASE-HOLD), 2 intake
000080*             (READ-FROM-STD-IN), 3 posting (POST-TO-MASTER), 4 GL
000090*             extract (GL-EXTRACT), 5 day-close (DAY-CLOSE) and 6
000100*             housekeeping (HOUSEKEEP).  A step will not start
000110*             unless the step before it is complete for the date
000120*             and its own entry is still pending; it marks itself
000130*             started before it touches a file, and complete when
000140*             it ends below RETURN-CODE 8 (failed otherwise).  The
000150*             business date is the run date every step works to.
000160*             CHAIN-CONTROL rolls the date to the next business
000170*             day on the CALENDAR once day-close is complete,
000180*             putting every step back to pending, and applies the
000190*             operator override cards; the last override applied
000200*             is kept here.  Dates are YYYYMMDD, times HHMMSSHH.
000210******************************************************************
000220 01  DL960-RUN-CONTROL-RECORD.
000230     05  DL960-RCT-BUS-DATE          PIC 9(08).
000240     05  DL960-RCT-PREV-DATE         PIC 9(08).
000250*    When the business date was rolled or set.
000260     05  DL960-RCT-OPENED-DATE       PIC 9(08).
000270     05  DL960-RCT-OPENED-TIME       PIC 9(08).
000280     05  DL960-RCT-STEP OCCURS 6 TIMES.
000290         10  DL960-RCT-STATUS        PIC X(01).
000300             88  DL960-RCT-PENDING       VALUE 'P'.
000310             88  DL960-RCT-STARTED       VALUE 'S'.
000320             88  DL960-RCT-COMPLETE      VALUE 'C'.
000330             88  DL960-RCT-FAILED        VALUE 'F'.
000340         10  DL960-RCT-START-DATE    PIC 9(08).
000350         10  DL960-RCT-START-TIME    PIC 9(08).
000360         10  DL960-RCT-END-DATE      PIC 9(08).
000370         10  DL960-RCT-END-TIME      PIC 9(08).
000380         10  DL960-RCT-RC            PIC 9(02).
000390*    Last override card applied -- its action, the step it named
000400*    (zero for a date set), the operator who authorised it, the
000410*    reason given, and when it was applied.
000420     05  DL960-RCT-OVR-ACTION        PIC X(01).
000430     05  DL960-RCT-OVR-STEP          PIC 9(01).
000440     05  DL960-RCT-OVR-OPERATOR      PIC X(08).
000450     05  DL960-RCT-OVR-REASON        PIC X(40).
000460     05  DL960-RCT-OVR-DATE          PIC 9(08).
000470     05  DL960-RCT-OVR-TIME          PIC 9(08).
000480     05  FILLER                      PIC X(20).
