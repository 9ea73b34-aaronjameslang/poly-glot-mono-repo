000160*    written before the status existed - read as open
000170     05  BCH-ORD-STATUS          PIC X(01).
000180         88  BCH-ORD-CLOSED              VALUE 'C'.
000182*    the CSTMST customer the order bills to, set by ORDMNT from
000184*    the customer master (which also supplies BCH-ORD-CUSTOMER);
000186*    spaces on orders added before the customer master existed
000188     05  BCH-ORD-CUST-NUMBER     PIC 9(08).
000189*    the QTEMST quote the order was accepted against, set by
000190*    ORDMNT on the ADD; zero (or spaces on older records) when
000191*    the order was not quoted
000192     05  BCH-ORD-QUOTE-NUMBER    PIC 9(08).
000193*    posted by JOBCMPL from the floor's completion file - the
000194*    day the job left the floor and the plant it left from; the
000195*    date is zero (spaces on older records) until then, and an
000196*    order CLOSEd through ORDMNT alone never carries one
000197     05  BCH-ORD-COMPLETE-DATE   PIC 9(08).
000198     05  BCH-ORD-COMPLETE-PLANT  PIC X(02).
000199     05  FILLER                  PIC X(16).
