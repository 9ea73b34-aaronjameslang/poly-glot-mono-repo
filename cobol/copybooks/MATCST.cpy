000010*****************************************************************
000020* COPYBOOK   : MATCST                                          *
000030* FUNCTION   : Standard material-cost record - one per sheet   *
000040*   class per effective date, carrying what a square inch of   *
000050*   the class costs the shop. The cost-side twin of PNLRAT:    *
000060*   MATMNT maintains it with a MATAUD audit trail the way      *
000070*   RATMNT maintains the billing rates, and MRGRPT costs each  *
000080*   priced panel with it for the monthly margin report.        *
000090*****************************************************************
000100 01  MAT-CST-RECORD.
000110     05  MAT-CST-SHEET-CLASS     PIC X(02).
000120     05  MAT-CST-PER-SQIN        PIC 9(03)V9(04).
000130*    the date the cost takes effect - zero means always in
000140*    effect. A class may carry several dated records; the one
000150*    in effect for a panel is the latest dated on or before
000160*    the panel's run date, the same rule PNLDRV applies to
000170*    PNLRAT, so a new supplier price can be filed ahead of
000180*    its first delivery.
000190     05  MAT-CST-EFF-DATE        PIC 9(08).
000200     05  FILLER                  PIC X(63).
