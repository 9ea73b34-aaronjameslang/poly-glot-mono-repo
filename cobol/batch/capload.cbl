000360* 2026-09-01 MPR  Skips orders CLOSEd through ORDMNT now that
000370*                 ORDMST carries a status - a finished order
000380*                 must not load the forward picture.
000382* 2026-10-07 MPR  Takes the run date from the BUSDTE business-date
000385*                 record (BUSDRD) instead of the machine clock,
000387*                 and prints it with the run time under the title.
000388* 2026-10-15 MPR  An order with a JOBCMPL completion posted is
000389*                 skipped as completed (whatever its status) and
000390*                 counted apart from the clerical CLOSEs.
000391*-----------------------------------------------------------------
000400
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000900* RUN CONTROL AND COUNTERS
000910*-----------------------------------------------------------------
000920 77  WS-TODAY-DATE       PIC 9(08)      VALUE ZERO.
000923 77  WS-RUN-STAMP        PIC X(80)      VALUE SPACES.
000926 77  WS-BUSD-STATUS      PIC X(02)      VALUE SPACES.
000930 77  WS-DAILY-CAPACITY   PIC 9(12)      VALUE ZERO.
000940 77  WS-HORIZON-DAYS     PIC 9(03)      VALUE 30.
000950 77  WS-ORDER-COUNT      PIC 9(08) COMP VALUE ZERO.
000980 77  WS-BAD-DUE-COUNT    PIC 9(08) COMP VALUE ZERO.
000990 77  WS-OVER-DAY-COUNT   PIC 9(08) COMP VALUE ZERO.
001000 77  WS-CLOSED-COUNT     PIC 9(08) COMP VALUE ZERO.
001005 77  WS-COMPLETED-COUNT  PIC 9(08) COMP VALUE ZERO.
001010
001020*-----------------------------------------------------------------
001030* CALCHK LINKAGE WORK FIELDS
001790* up through CALCHK.
001800*-----------------------------------------------------------------
001810 1000-INITIALIZE.
001812     CALL 'BUSDRD' USING BY REFERENCE WS-TODAY-DATE
001814                         BY REFERENCE WS-RUN-STAMP
001816                         BY REFERENCE WS-BUSD-STATUS
001818     END-CALL
001821     IF WS-BUSD-STATUS NOT = '00'
001823         DISPLAY 'CAPLOAD - BUSDTE NOT AVAILABLE, STATUS = '
001825             WS-BUSD-STATUS ' - RUNNING UNDER THE MACHINE DATE'
001827     END-IF
001830     OPEN INPUT CONTROL-FILE
001840     IF WS-CTL-STATUS = '00'
001850         READ CONTROL-FILE
002220     MOVE WS-DAILY-CAPACITY TO WS-H-CAPACITY
002230     MOVE WS-HEADING1 TO REPORT-LINE
002240     WRITE REPORT-LINE
002243     MOVE WS-RUN-STAMP TO REPORT-LINE
002246     WRITE REPORT-LINE
002250     MOVE WS-HEADING2 TO REPORT-LINE
002260     WRITE REPORT-LINE
002270     PERFORM 2900-READ-ORDER THRU 2900-EXIT.
002630*-----------------------------------------------------------------
002640 2000-LOAD-ONE-ORDER.
002650     ADD 1 TO WS-ORDER-COUNT
002651     IF BCH-ORD-COMPLETE-DATE NUMERIC
002653             AND BCH-ORD-COMPLETE-DATE > ZERO
002655         ADD 1 TO WS-COMPLETED-COUNT
002656         GO TO 2000-NEXT
002658     END-IF
002660     IF BCH-ORD-CLOSED
002670         ADD 1 TO WS-CLOSED-COUNT
002680         GO TO 2000-NEXT
004220     MOVE WS-CLOSED-COUNT TO WS-C-COUNT
004230     MOVE WS-COUNT-LINE TO REPORT-LINE
004240     WRITE REPORT-LINE
004242     MOVE 'ORDERS COMPLETED (SKIP):' TO WS-C-LABEL
004244     MOVE WS-COMPLETED-COUNT TO WS-C-COUNT
004246     MOVE WS-COUNT-LINE TO REPORT-LINE
004248     WRITE REPORT-LINE
004250     MOVE 'ORDERS PAST DUE:        ' TO WS-C-LABEL
004260     MOVE WS-PAST-DUE-COUNT TO WS-C-COUNT
004270     MOVE WS-COUNT-LINE TO REPORT-LINE
