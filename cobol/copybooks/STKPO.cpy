000010*****************************************************************
000020* COPYBOOK   : STKPO                                           *
000030* FUNCTION   : Purchase order record, keyed by the PO number   *
000040*   the buyer gives the supplier. STKPOMT raises one from an   *
000050*   STKSUG suggestion - the supplier, the plant and class, the *
000060*   area ordered and the date promised - and STKRCPT matches   *
000070*   each delivery to it by the STKRCV PO reference, adding up  *
000080*   the area received and closing the order once it is all     *
000090*   in. STKPAGE ages the open ones against the promised date   *
000100*   and STKSUGG counts their balance as stock on order.        *
000110*****************************************************************
000120 01  STK-PO-RECORD.
000130     05  STK-PO-NUMBER           PIC X(10).
000140*    O - open, receipts are matched to it
000150*    C - closed, fully received or closed short by the buyer
000160*    X - cancelled by the buyer before anything arrived
000170     05  STK-PO-STATUS           PIC X(01).
000180         88  STK-PO-OPEN                 VALUE 'O'.
000190         88  STK-PO-CLOSED               VALUE 'C'.
000200         88  STK-PO-CANCELLED            VALUE 'X'.
000210     05  STK-PO-SUPPLIER         PIC X(20).
000220     05  STK-PO-PLANT            PIC X(02).
000230     05  STK-PO-SHEET-CLASS      PIC X(02).
000240*    the area ordered and the area received against it to date
000250*    - the balance still to come is the difference
000260     05  STK-PO-ORDERED-AREA     PIC 9(12).
000270     05  STK-PO-RECEIVED-AREA    PIC 9(12).
000280     05  STK-PO-ORDER-DATE       PIC 9(08).
000290     05  STK-PO-PROMISED-DATE    PIC 9(08).
000300     05  STK-PO-CLOSED-DATE      PIC 9(08).
000310*    the STKSUG suggestion the order was raised from
000320     05  STK-PO-SUG-DATE         PIC 9(08).
000330     05  STK-PO-BUYER            PIC X(08).
000340     05  STK-PO-LAST-RCV-DATE    PIC 9(08).
000350     05  STK-PO-RECEIPT-COUNT    PIC 9(04).
000360     05  FILLER                  PIC X(09).
