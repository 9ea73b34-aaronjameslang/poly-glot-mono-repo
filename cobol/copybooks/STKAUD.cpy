000070*   consumption is already explained line by line on BCHOUT;   *
000080*   this file explains the upward movements, so month-end can  *
000090*   account for every change on the inventory.                  *
000091*   Other movements posting through here (a night backed out   *
000092*   by BCHREV, a cycle-count correction from STKCNTP) say      *
000093*   which kind they are in STK-AUD-REASON.                     *
000094*   An inter-plant transfer (STKXFER) writes one at each end - *
000095*   the shipment off the sending rack and the receipt onto the *
000096*   receiving one - both under the transfer reference.         *
000097*   A saw recut posted by RCTPST writes one under RK plus the  *
000098*   job number.                                                *
000100*****************************************************************
000110 01  STK-AUD-RECORD.
000120     05  STK-AUD-DATE            PIC 9(08).
000160     05  STK-AUD-BEFORE-AREA     PIC 9(12).
000170     05  STK-AUD-AFTER-AREA      PIC 9(12).
000180     05  STK-AUD-PO-REF          PIC X(10).
000181*    what moved the area - blank on records written before the
000182*    field existed, which are all receipts
000183     05  STK-AUD-REASON          PIC X(02).
000184         88  STK-AUD-RECEIPT             VALUE 'RC' '  '.
000185         88  STK-AUD-NIGHT-REVERSAL      VALUE 'RV'.
000186         88  STK-AUD-COUNT-CORRECTION    VALUE 'CC'.
000187         88  STK-AUD-TRANSFER-SHIP       VALUE 'XS'.
000188         88  STK-AUD-TRANSFER-RECEIPT    VALUE 'XR'.
000189         88  STK-AUD-RECUT               VALUE 'RK'.
000190     05  FILLER                  PIC X(14).
