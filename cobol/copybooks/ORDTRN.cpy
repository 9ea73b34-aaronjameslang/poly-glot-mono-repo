000080*   anywhere near the master; the user id feeds the audit      *
000090*   trail. On a CHANGE, a blank customer, zero due date, or    *
000100*   blank priority means "leave that field alone".              *
000102*   The customer is keyed by its CSTMST number; the name is     *
000104*   taken from the customer master, never from the card.        *
000106*   An ADD may cite a PNLQTE quote number; the job is then      *
000108*   billed at the quoted charge (see QTEMST).                   *
000110*****************************************************************
000120 01  ORD-TRN-RECORD.
000130     05  ORD-TRN-ACTION          PIC X(06).
000190     05  ORD-TRN-DUE-DATE        PIC X(08).
000200     05  ORD-TRN-PRIORITY        PIC X(01).
000210     05  ORD-TRN-USER-ID         PIC X(08).
000215     05  ORD-TRN-CUST-NUMBER     PIC X(08).
000216*    the QTEMST quote an ADD is placed against - spaces when
000217*    the order was not quoted
000218     05  ORD-TRN-QUOTE-NUMBER    PIC X(08).
000220     05  FILLER                  PIC X(13).
