000230* MODIFICATION HISTORY
000240* DATE       BY   DESCRIPTION
000250* 2026-09-01 MPR  Initial version.
000253* 2026-10-07 MPR  Prints the BUSDTE business date (BUSDRD) and the
000256*                 run time under the title.
000260*-----------------------------------------------------------------
000270
000280 ENVIRONMENT DIVISION.
000700 77  WS-RECORD-COUNT     PIC 9(08) COMP VALUE ZERO.
000710 77  WS-GROUP-COUNT      PIC 9(08)      VALUE ZERO.
000720 77  WS-CUR-DIVISOR      PIC 9(02)      VALUE ZERO.
000722 77  WS-RUN-DATE         PIC 9(08)      VALUE ZERO.
000725 77  WS-RUN-STAMP        PIC X(80)      VALUE SPACES.
000727 77  WS-BUSD-STATUS      PIC X(02)      VALUE SPACES.
000730
000740*-----------------------------------------------------------------
000750* REPORT LINES
001630*-----------------------------------------------------------------
001640 5000-PRINT-WORKLIST.
001650     OPEN OUTPUT WORKLIST-REPORT-FILE
001652     CALL 'BUSDRD' USING BY REFERENCE WS-RUN-DATE
001654                         BY REFERENCE WS-RUN-STAMP
001656                         BY REFERENCE WS-BUSD-STATUS
001658     END-CALL
001660     MOVE WS-HEADING1 TO REPORT-LINE
001670     WRITE REPORT-LINE
001673     MOVE WS-RUN-STAMP TO REPORT-LINE
001676     WRITE REPORT-LINE
001680     PERFORM 5900-RETURN-SORTED THRU 5900-EXIT
001690     PERFORM 5100-PRINT-ONE THRU 5100-EXIT
001700         UNTIL WS-SORT-EOF-YES
