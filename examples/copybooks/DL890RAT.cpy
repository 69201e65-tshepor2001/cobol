000010******************************************************************
000020* Copybook:   DL890RAT
000030* Purpose:    Interest rate table record for the INT-RATES file
000040*             read by the INTEREST-CYCLE run -- one row per
000050*             balance band: the balance floor the band starts
000060*             at, the annual rate in percent, and the date the
000070*             rate takes effect.  An account earns the rate of
000080*             the highest floor its balance reaches, using the
000090*             latest row already in effect for that floor.
000100******************************************************************
000110 01  DL890-RATE-RECORD.
000120     05  DL890-RAT-BAL-FLOOR         PIC 9(11)V99.
000130     05  DL890-RAT-ANNUAL-RATE       PIC 9(02)V9(04).
000140     05  DL890-RAT-EFF-DATE          PIC 9(08).
000150     05  FILLER                      PIC X(53).
