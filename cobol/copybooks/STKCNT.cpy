000010*****************************************************************
000020* COPYBOOK   : STKCNT                                          *
000030* FUNCTION   : Physical cycle-count record - one per plant and *
000040*   sheet class the floor counted: the count date, the area    *
000050*   actually on the rack, and who counted it. STKCNTP prints   *
000060*   the variance against the STKINV on-hand area for every     *
000070*   count, and adjusts on-hand to the count only once the      *
000080*   line carries a supervisor's approval (the same keyed-      *
000090*   approval idea as the EXCCOR correction cards).             *
000100*****************************************************************
000110 01  STK-CNT-RECORD.
000120     05  STK-CNT-DATE            PIC 9(08).
000130     05  STK-CNT-PLANT           PIC X(02).
000140     05  STK-CNT-SHEET-CLASS     PIC X(02).
000150     05  STK-CNT-AREA            PIC 9(12).
000160     05  STK-CNT-COUNTER-ID      PIC X(08).
000170     05  STK-CNT-APPROVED        PIC X(01).
000180         88  STK-CNT-IS-APPROVED         VALUE 'Y'.
000190     05  STK-CNT-APPROVER-ID     PIC X(08).
000200     05  FILLER                  PIC X(39).
