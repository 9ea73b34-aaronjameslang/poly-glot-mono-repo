000010*****************************************************************
000020* COPYBOOK   : CSTMST                                          *
000030* FUNCTION   : Customer-master record, keyed by customer       *
000040*   number - the one name the customer is billed under, the    *
000050*   bill-to address the statements print, the payment terms,   *
000060*   and whether the customer may still be given new orders.    *
000070*   Maintained only by CSTMNT; ORDMST orders carry the         *
000080*   customer number, so "ACME LTD" and "ACME LIMITED" stop     *
000090*   being two customers.                                       *
000100*****************************************************************
000110 01  CST-MST-RECORD.
000120     05  CST-MST-NUMBER          PIC 9(08).
000130     05  CST-MST-NAME            PIC X(30).
000140     05  CST-MST-ADDR-LINE-1     PIC X(30).
000150     05  CST-MST-ADDR-LINE-2     PIC X(30).
000160     05  CST-MST-CITY            PIC X(20).
000170     05  CST-MST-STATE           PIC X(02).
000180     05  CST-MST-POSTCODE        PIC X(10).
000190*    the terms as printed (e.g. NET 30) and the days they give,
000200*    for anything that has to age an invoice against them
000210     05  CST-MST-TERMS           PIC X(10).
000220     05  CST-MST-TERMS-DAYS      PIC 9(03).
000230     05  CST-MST-STATUS          PIC X(01).
000240         88  CST-MST-ACTIVE              VALUE 'A'.
000250         88  CST-MST-INACTIVE            VALUE 'I'.
000260     05  CST-MST-ADDED-DATE      PIC 9(08).
000270     05  CST-MST-CHANGED-DATE    PIC 9(08).
000280     05  FILLER                  PIC X(40).
