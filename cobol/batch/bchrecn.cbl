000380*                 file as well as the printed report, so the
000390*                 BCHFIX repair step can re-post the drifted
000400*                 jobs without anyone re-keying them.
000403* 2026-10-07 MPR  Prints the BUSDTE business date (BUSDRD) and the
000406*                 run time under the title.
000410*-----------------------------------------------------------------
000420
000430 ENVIRONMENT DIVISION.
000930 77  WS-MISMATCH-COUNT   PIC 9(08) COMP VALUE ZERO.
000940 77  WS-STALE-COUNT      PIC 9(08) COMP VALUE ZERO.
000950 77  WS-TARGET-DATE      PIC 9(08)      VALUE ZERO.
000952 77  WS-RUN-DATE         PIC 9(08)      VALUE ZERO.
000955 77  WS-RUN-STAMP        PIC X(80)      VALUE SPACES.
000957 77  WS-BUSD-STATUS      PIC X(02)      VALUE SPACES.
000960 77  WS-DRF-REASON       PIC X(01)      VALUE SPACE.
000970
000980*-----------------------------------------------------------------
001730     END-IF
001740     OPEN OUTPUT RECON-REPORT-FILE
001750     OPEN OUTPUT FINDINGS-FILE
001752     CALL 'BUSDRD' USING BY REFERENCE WS-RUN-DATE
001754                         BY REFERENCE WS-RUN-STAMP
001756                         BY REFERENCE WS-BUSD-STATUS
001758     END-CALL
001760     MOVE WS-HEADING1 TO REPORT-LINE
001770     WRITE REPORT-LINE
001773     MOVE WS-RUN-STAMP TO REPORT-LINE
001776     WRITE REPORT-LINE
001780     MOVE WS-HEADING2 TO REPORT-LINE
001790     WRITE REPORT-LINE
001800     PERFORM 2900-READ-BCHOUT THRU 2900-EXIT.
