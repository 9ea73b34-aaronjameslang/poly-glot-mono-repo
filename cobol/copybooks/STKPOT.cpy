000010*****************************************************************
000020* COPYBOOK   : STKPOT                                          *
000030* FUNCTION   : Purchase order transaction keyed by the buyer   *
000040*   and posted to STKPO by STKPOMT:                            *
000050*     A  add - raises the order from the STKSUG suggestion     *
000060*        named by its date, plant and class                    *
000070*     P  promise - the supplier has moved the promised date    *
000080*     C  close - nothing more is coming, close it short        *
000090*     X  cancel - the order is withdrawn before any receipt    *
000100*****************************************************************
000110 01  STK-POT-RECORD.
000120     05  STK-POT-TYPE            PIC X(01).
000130         88  STK-POT-ADD                 VALUE 'A'.
000140         88  STK-POT-PROMISE             VALUE 'P'.
000150         88  STK-POT-CLOSE               VALUE 'C'.
000160         88  STK-POT-CANCEL              VALUE 'X'.
000170     05  STK-POT-PO-NUMBER       PIC X(10).
000180     05  STK-POT-DATE            PIC 9(08).
000190*    an add names the suggestion it answers; a zero or blank
000200*    area orders the area suggested
000210     05  STK-POT-SUG-DATE        PIC 9(08).
000220     05  STK-POT-PLANT           PIC X(02).
000230     05  STK-POT-SHEET-CLASS     PIC X(02).
000240     05  STK-POT-AREA            PIC 9(12).
000250     05  STK-POT-AREA-X REDEFINES STK-POT-AREA
000260                                 PIC X(12).
000270     05  STK-POT-SUPPLIER        PIC X(20).
000280*    required on an add and a promise change
000290     05  STK-POT-PROMISED-DATE   PIC 9(08).
000300     05  STK-POT-BUYER           PIC X(08).
000310     05  FILLER                  PIC X(01).
