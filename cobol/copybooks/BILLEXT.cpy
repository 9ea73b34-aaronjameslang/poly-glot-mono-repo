000060*   detail count and a hash total of the charges so the        *
000070*   receiving system can balance the transmission before      *
000080*   posting a single line.                                      *
000082*                                                               *
000084*   An adjustment record credits or debits one invoice line     *
000086*   sent on an earlier transmission. It takes its own line      *
000088*   number in the transmission and is counted in the trailer    *
000089*   count and hash total like any other line.                   *
000090*                                                               *
000100*   All four layouts redefine one 80-byte record; the first    *
000110*   byte says which one applies.                                *
000120*****************************************************************
000130 01  BILL-EXT-RECORD.
000150         88  BILL-HEADER                 VALUE 'H'.
000160         88  BILL-DETAIL                 VALUE 'D'.
000170         88  BILL-TRAILER                VALUE 'T'.
000175         88  BILL-ADJUSTMENT             VALUE 'A'.
000180     05  FILLER                  PIC X(79).
000190
000200 01  BILL-HDR-RECORD REDEFINES BILL-EXT-RECORD.
000312*    the line number inside the transmission, so a BILLACK
000314*    rejection can name exactly one invoice line
000316     05  BILL-DTL-LINE-NO        PIC 9(06).
000317*    the job's CSTMST customer number, from its order-master
000318*    record - zero when the order predates the customer master
000319     05  BILL-DTL-CUST-NUMBER    PIC 9(08).
000320*    the job the line bills for - spaces on lines written
000321*    before the job number was carried
000322     05  BILL-DTL-JOB-NUMBER     PIC 9(08).
000323     05  FILLER                  PIC X(20).
000330
000331 01  BILL-ADJ-RECORD REDEFINES BILL-EXT-RECORD.
000332     05  FILLER                  PIC X(01).
000333     05  BILL-ADJ-JOB-NUMBER     PIC 9(08).
000334     05  BILL-ADJ-CUST-NUMBER    PIC 9(08).
000335*    the invoice line adjusted - its transmission control number
000336*    and its line number inside that transmission
000337     05  BILL-ADJ-ORIG-CONTROL-NO PIC 9(06).
000338     05  BILL-ADJ-ORIG-LINE-NO   PIC 9(06).
000339     05  BILL-ADJ-TYPE           PIC X(01).
000340         88  BILL-ADJ-CREDIT             VALUE 'C'.
000341         88  BILL-ADJ-DEBIT              VALUE 'D'.
000342*    always positive - the type says which way it goes; the
000343*    trailer hash adds it unsigned
000344     05  BILL-ADJ-AMOUNT         PIC 9(07)V9(02).
000345     05  BILL-ADJ-LINE-NO        PIC 9(06).
000346     05  BILL-ADJ-REASON         PIC X(02).
000347     05  BILL-ADJ-REASON-TEXT    PIC X(20).
000348     05  BILL-ADJ-APPROVER       PIC X(08).
000349     05  FILLER                  PIC X(05).
000350
000351 01  BILL-TRL-RECORD REDEFINES BILL-EXT-RECORD.
000355     05  FILLER                  PIC X(01).
000360     05  BILL-TRL-COUNT          PIC 9(08).
000370     05  BILL-TRL-HASH-TOTAL     PIC 9(13)V9(02).
000375*    how many of the counted lines are adjustment records
000377     05  BILL-TRL-ADJ-COUNT      PIC 9(08).
000380     05  FILLER                  PIC X(48).
