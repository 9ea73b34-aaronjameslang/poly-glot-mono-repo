000010*****************************************************************
000020* COPYBOOK   : STKXFR                                          *
000030* FUNCTION   : Inter-plant transfer record, keyed by the       *
000040*   transfer reference. STKXFER writes one when sheets are     *
000050*   shipped from one plant's rack to the other's - the area    *
000060*   has left the sending STKINV record and is held here as     *
000070*   in-transit - and marks it received when the receiving      *
000080*   plant books it in. STKXAGE ages the ones still open.       *
000090*****************************************************************
000100 01  STK-XFR-RECORD.
000110     05  STK-XFR-REF             PIC X(10).
000120     05  STK-XFR-STATUS          PIC X(01).
000130         88  STK-XFR-IN-TRANSIT          VALUE 'T'.
000140         88  STK-XFR-RECEIVED            VALUE 'R'.
000150     05  STK-XFR-FROM-PLANT      PIC X(02).
000160     05  STK-XFR-TO-PLANT        PIC X(02).
000170     05  STK-XFR-SHEET-CLASS     PIC X(02).
000180*    the area shipped, and the area the receiving plant
000190*    actually counted in - zero until it arrives
000200     05  STK-XFR-AREA            PIC 9(12).
000210     05  STK-XFR-SHIP-DATE       PIC 9(08).
000220     05  STK-XFR-RECV-DATE       PIC 9(08).
000230     05  STK-XFR-RECV-AREA       PIC 9(12).
000240     05  FILLER                  PIC X(23).
