000090*   BILLLOG transmission log, lists what was never answered    *
000100*   or was rejected, and requeues the rejects onto the next    *
000110*   extract.                                                    *
000112*                                                               *
000114*   An adjustment record is answered under its own line number  *
000116*   the same way. A rejected adjustment is listed by BILLRCN    *
000118*   but never requeued - it goes back to the office to be       *
000119*   re-approved and keyed again through BILAMNT.                *
000120*****************************************************************
000130 01  BILL-ACK-RECORD.
000140     05  BILL-ACK-CONTROL-NO     PIC 9(06).
