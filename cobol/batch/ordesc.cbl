000310* MODIFICATION HISTORY
000320* DATE       BY   DESCRIPTION
000330* 2026-09-01 MPR  Initial version.
000332* 2026-10-07 MPR  Takes the run date from the BUSDTE business-date
000335*                 record (BUSDRD) instead of the machine clock,
000337*                 and prints it with the run time under the title.
000338* 2026-10-15 MPR  An order with a JOBCMPL completion posted is
000339*                 skipped as completed (whatever its status) and
000340*                 counted apart from the clerical CLOSEs.
000341*-----------------------------------------------------------------
000350
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000820* business days when the control card is absent or empty.
000830*-----------------------------------------------------------------
000840 77  WS-TODAY-DATE       PIC 9(08)      VALUE ZERO.
000843 77  WS-RUN-STAMP        PIC X(80)      VALUE SPACES.
000846 77  WS-BUSD-STATUS      PIC X(02)      VALUE SPACES.
000850 77  WS-WINDOW-DAYS      PIC 9(03)      VALUE 3.
000860 77  WS-ORDER-COUNT      PIC 9(08) COMP VALUE ZERO.
000870 77  WS-ESCALATED-COUNT  PIC 9(08) COMP VALUE ZERO.
000880 77  WS-PAST-DUE-COUNT   PIC 9(08) COMP VALUE ZERO.
000890 77  WS-CLOSED-COUNT     PIC 9(08) COMP VALUE ZERO.
000895 77  WS-COMPLETED-COUNT  PIC 9(08) COMP VALUE ZERO.
000900 77  WS-BAD-DUE-COUNT    PIC 9(08) COMP VALUE ZERO.
000910
000920*-----------------------------------------------------------------
001490* 1000-INITIALIZE
001500*-----------------------------------------------------------------
001510 1000-INITIALIZE.
001512     CALL 'BUSDRD' USING BY REFERENCE WS-TODAY-DATE
001514                         BY REFERENCE WS-RUN-STAMP
001516                         BY REFERENCE WS-BUSD-STATUS
001518     END-CALL
001521     IF WS-BUSD-STATUS NOT = '00'
001523         DISPLAY 'ORDESC - BUSDTE NOT AVAILABLE, STATUS = '
001525             WS-BUSD-STATUS ' - RUNNING UNDER THE MACHINE DATE'
001527     END-IF
001530     OPEN INPUT CONTROL-FILE
001540     IF WS-CTL-STATUS = '00'
001550         READ CONTROL-FILE
001730     MOVE WS-WINDOW-DAYS TO WS-H-WINDOW
001740     MOVE WS-HEADING1 TO REPORT-LINE
001750     WRITE REPORT-LINE
001753     MOVE WS-RUN-STAMP TO REPORT-LINE
001756     WRITE REPORT-LINE
001760     MOVE WS-HEADING2 TO REPORT-LINE
001770     WRITE REPORT-LINE
001780     PERFORM 2900-READ-ORDER THRU 2900-EXIT.
001840*-----------------------------------------------------------------
001850 2000-AGE-ONE-ORDER.
001860     ADD 1 TO WS-ORDER-COUNT
001861     IF BCH-ORD-COMPLETE-DATE NUMERIC
001863             AND BCH-ORD-COMPLETE-DATE > ZERO
001865         ADD 1 TO WS-COMPLETED-COUNT
001866         GO TO 2000-NEXT
001868     END-IF
001870     IF BCH-ORD-CLOSED
001880         ADD 1 TO WS-CLOSED-COUNT
001890         GO TO 2000-NEXT
003090     MOVE WS-CLOSED-COUNT TO WS-C-COUNT
003100     MOVE WS-COUNT-LINE TO REPORT-LINE
003110     WRITE REPORT-LINE
003112     MOVE 'ORDERS COMPLETED (SKIP):' TO WS-C-LABEL
003114     MOVE WS-COMPLETED-COUNT TO WS-C-COUNT
003116     MOVE WS-COUNT-LINE TO REPORT-LINE
003118     WRITE REPORT-LINE
003120     MOVE 'ORDERS W/O DUE DATE:    ' TO WS-C-LABEL
003130     MOVE WS-BAD-DUE-COUNT TO WS-C-COUNT
003140     MOVE WS-COUNT-LINE TO REPORT-LINE
