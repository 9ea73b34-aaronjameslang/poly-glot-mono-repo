000090*   its authority, front to back in key order, so "who may      *
000100*   update the run parameters" is a report on the desk and      *
000110*   not a guess. A record carrying an authority that is         *
000120*   not D, U or A is flagged on its line and counted - it       *
000130*   authorizes nothing at the transactions, and somebody        *
000140*   should fix the card it was loaded from.                     *
000150*****************************************************************
000240* MODIFICATION HISTORY
000250* DATE       BY   DESCRIPTION
000260* 2026-09-01 MPR  Initial version.
000263* 2026-10-15 MPR  List approval authority 'A' (update plus
000266*                 approval of pending changes) and count it.
000270*-----------------------------------------------------------------
000280
000290 ENVIRONMENT DIVISION.
000590*-----------------------------------------------------------------
000600 77  WS-READ-COUNT       PIC 9(08) COMP VALUE ZERO.
000610 77  WS-UPDATE-COUNT     PIC 9(08) COMP VALUE ZERO.
000615 77  WS-APPROVE-COUNT    PIC 9(08) COMP VALUE ZERO.
000620 77  WS-DISPLAY-COUNT    PIC 9(08) COMP VALUE ZERO.
000630 77  WS-BAD-COUNT        PIC 9(08) COMP VALUE ZERO.
000640
001280         WHEN OPR-AUT-UPDATE
001290             ADD 1 TO WS-UPDATE-COUNT
001300             MOVE 'UPDATE        ' TO WS-D-AUTHORITY
001302         WHEN OPR-AUT-APPROVE
001305             ADD 1 TO WS-APPROVE-COUNT
001307             MOVE 'UPDATE+APPROVE' TO WS-D-AUTHORITY
001310         WHEN OPR-AUT-DISPLAY-ONLY
001320             ADD 1 TO WS-DISPLAY-COUNT
001330             MOVE 'DISPLAY ONLY  ' TO WS-D-AUTHORITY
001640     MOVE WS-UPDATE-COUNT TO WS-C-COUNT
001650     MOVE WS-COUNT-LINE TO REPORT-LINE
001660     WRITE REPORT-LINE
001662     MOVE 'APPROVAL AUTHORITIES:   ' TO WS-C-LABEL
001664     MOVE WS-APPROVE-COUNT TO WS-C-COUNT
001666     MOVE WS-COUNT-LINE TO REPORT-LINE
001668     WRITE REPORT-LINE
001670     MOVE 'DISPLAY-ONLY:           ' TO WS-C-LABEL
001680     MOVE WS-DISPLAY-COUNT TO WS-C-COUNT
001690     MOVE WS-COUNT-LINE TO REPORT-LINE
