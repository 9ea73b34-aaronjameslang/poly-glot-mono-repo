000450*                 of opening a fresh SHTMST sheet - used remnants
000460*                 drop off the file, unused ones carry forward,
000470*                 and the utilization report shows the reuse.
000472* 2026-10-07 DRO  Takes the run date from the BUSDTE business-date
000475*                 record (BUSDRD) instead of the machine clock,
000477*                 and prints it with the run time under the title.
000478* 2026-10-09 DRO  CANCELs SOLUTION at end of run, closing the
000479*                 exception files it now holds open for the run.
000480*-----------------------------------------------------------------
000490
000500 ENVIRONMENT DIVISION.
001260 77  WS-RMN-WRITTEN-COUNT PIC 9(06) COMP VALUE ZERO.
001270 77  WS-RMN-REUSED-AREA  PIC 9(12)      VALUE ZERO.
001280 77  WS-RUN-DATE         PIC 9(08)      VALUE ZERO.
001283 77  WS-RUN-STAMP        PIC X(80)      VALUE SPACES.
001286 77  WS-BUSD-STATUS      PIC X(02)      VALUE SPACES.
001290*    a leftover smaller than this is booked as waste rather
001300*    than racked; from the RMNCTL card, defaulting to 1000
001310 77  WS-MIN-REMNANT-AREA PIC 9(10)      VALUE 1000.
002550         MOVE 12 TO RETURN-CODE
002560         GOBACK
002570     END-IF
002572     CALL 'BUSDRD' USING BY REFERENCE WS-RUN-DATE
002574                         BY REFERENCE WS-RUN-STAMP
002576                         BY REFERENCE WS-BUSD-STATUS
002578     END-CALL
002581     IF WS-BUSD-STATUS NOT = '00'
002583         DISPLAY 'SHTNEST - BUSDTE NOT AVAILABLE, STATUS = '
002585             WS-BUSD-STATUS ' - RUNNING UNDER THE MACHINE DATE'
002587     END-IF
002590     PERFORM 1300-READ-REMNANT-CONTROL THRU 1300-EXIT
002600     PERFORM 1400-LOAD-REMNANTS THRU 1400-EXIT
002610     OPEN INPUT PANEL-FILE
005020* the control totals and the overall percentage.
005030*-----------------------------------------------------------------
005040 9000-TERMINATE.
005042*    SOLUTION holds its exception files open for the whole run;
005045*    the CANCEL closes them.
005047     CANCEL 'solution'
005050     CLOSE PANEL-FILE
005060     CLOSE CUT-PLAN-FILE
005070     MOVE WS-HEADING1 TO REPORT-LINE
005080     WRITE REPORT-LINE
005083     MOVE WS-RUN-STAMP TO REPORT-LINE
005086     WRITE REPORT-LINE
005090     MOVE WS-HEADING2 TO REPORT-LINE
005100     WRITE REPORT-LINE
005110     PERFORM 9100-PRINT-SHEET-LINE THRU 9100-EXIT
