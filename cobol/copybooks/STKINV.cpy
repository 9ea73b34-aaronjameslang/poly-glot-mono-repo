000190*    existed.
000200     05  STK-INV-LAST-RUN-DATE   PIC 9(08).
000210     05  STK-INV-RUN-USED-AREA   PIC 9(12).
000212*    inter-plant transfers kept by STKXFER: the area shipped
000214*    off this rack and not yet received at the other plant,
000216*    and the area on its way here from the other plant. Blank
000218*    (not numeric) on records written before the fields
000219*    existed, which read as nothing in transit.
000220     05  STK-INV-XFR-OUT-AREA    PIC 9(12).
000221     05  STK-INV-XFR-IN-AREA     PIC 9(12).
000222     05  FILLER                  PIC X(08).
