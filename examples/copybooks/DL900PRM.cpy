000010******************************************************************
000020* Copybook:   DL900PRM
000030* Purpose:    Parm card for the DORMANT-PARM file read by the
000040*             DORMANT-SCAN run: the days without customer
000050*             activity after which an account goes dormant, the
000060*             days after which it becomes an escheat candidate,
000070*             and the transaction code the escheat transfer-out
000080*             is generated under (ES when blank).  Blank days
000090*             keep the run's defaults.  The posting run reads
000100*             the same code, the only item an escheated account
000110*             will take.
000120******************************************************************
000130 01  DL900-PARM-RECORD.
000140     05  DL900-PARM-DORMANT-DAYS     PIC X(05).
000150     05  DL900-PARM-ESCHEAT-DAYS     PIC X(05).
000160     05  DL900-PARM-ESCHEAT-CODE     PIC X(02).
000170     05  FILLER                      PIC X(68).
