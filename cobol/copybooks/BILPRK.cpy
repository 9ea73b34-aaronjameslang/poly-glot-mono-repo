000010*****************************************************************
000020* COPYBOOK   : BILPRK                                          *
000030* FUNCTION   : Parked billing line. PNLDRV writes one for each *
000040*   invoice line of a job on billing hold (BILHLD), in place   *
000050*   of the BILLEXT detail, stamped with the run date it was    *
000060*   parked; each night it re-reads the file, sends on the      *
000070*   lines whose hold has been released, and parks the rest     *
000080*   again. BILHRPT values and ages what is still parked.       *
000090*****************************************************************
000100 01  BIL-PRK-RECORD.
000110     05  BIL-PRK-PARK-DATE       PIC 9(08).
000120*    the BILLEXT detail line as it would have been sent, line
000130*    number zero - it is numbered when it goes out
000140     05  BIL-PRK-LINE            PIC X(80).
