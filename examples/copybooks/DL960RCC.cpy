000010******************************************************************
000020* Copybook:   DL960RCC
000030* Purpose:    Operator card for the CHAIN-CONTROL run -- one card
000040*             per run.  No card, or a blank or N action, asks for
000050*             the nightly roll of the business date.  S prints the
000060*             status report and changes nothing.  R reruns a step:
000070*             the step named and every step after it go back to
000080*             pending.  A accepts a failed or pending step as
000090*             complete so the chain can go on without it.  D sets
000100*             the business date outright (first use, or a
000110*             correction) and puts every step back to pending.  R,
000120*             A and D are overrides and must name the operator
000130*             authorising them; R and A must also carry the
000140*             current business date, so a card cannot be applied
000150*             to the wrong night.  Step names are RELEASE, INTAKE,
000160*             POSTING, GL-EXTRACT, DAY-CLOSE and HOUSEKEEP.
000170******************************************************************
000180 01  DL960-CONTROL-CARD.
000190     05  DL960-CRD-ACTION            PIC X(01).
000200         88  DL960-CRD-ROLL              VALUE 'N' SPACE.
000210         88  DL960-CRD-STATUS-ONLY       VALUE 'S'.
000220         88  DL960-CRD-RERUN             VALUE 'R'.
000230         88  DL960-CRD-ACCEPT            VALUE 'A'.
000240         88  DL960-CRD-SET-DATE          VALUE 'D'.
000250     05  DL960-CRD-STEP-NAME         PIC X(10).
000260     05  DL960-CRD-DATE              PIC X(08).
000270     05  DL960-CRD-OPERATOR          PIC X(08).
000280     05  DL960-CRD-REASON            PIC X(40).
000290     05  FILLER                      PIC X(13).
