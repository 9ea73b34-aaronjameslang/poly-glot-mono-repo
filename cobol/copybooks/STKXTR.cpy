000010*****************************************************************
000020* COPYBOOK   : STKXTR                                          *
000030* FUNCTION   : Inter-plant transfer transaction keyed by the   *
000040*   floor - an 'S' shipment when sheets go on the truck at     *
000050*   the sending plant, an 'R' receipt when they come off it at *
000060*   the receiving plant - both under the transfer reference    *
000070*   written on the load. STKXFER posts them to STKINV and      *
000080*   STKXFR.                                                    *
000090*****************************************************************
000100 01  STK-XTR-RECORD.
000110     05  STK-XTR-TYPE            PIC X(01).
000120         88  STK-XTR-SHIP                VALUE 'S'.
000130         88  STK-XTR-RECEIVE             VALUE 'R'.
000140     05  STK-XTR-REF             PIC X(10).
000150     05  STK-XTR-DATE            PIC 9(08).
000160*    a shipment names both plants, the class and the area; a
000170*    receipt names the receiving plant and the area counted
000180*    in (zero or blank - the full area shipped)
000190     05  STK-XTR-FROM-PLANT      PIC X(02).
000200     05  STK-XTR-TO-PLANT        PIC X(02).
000210     05  STK-XTR-SHEET-CLASS     PIC X(02).
000220     05  STK-XTR-AREA            PIC 9(12).
000223     05  STK-XTR-AREA-X REDEFINES STK-XTR-AREA
000226                                 PIC X(12).
000230     05  FILLER                  PIC X(43).
