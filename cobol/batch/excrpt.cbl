000305*                 after every clean night, so corrected rejects
000306*                 were reverting to OUTSTANDING the next morning
000307*                 and inflating the aging counts forever.
000308* 2026-10-07 MPR  Takes the run date from the BUSDTE business-date
000309*                 record (BUSDRD) instead of the machine clock,
000310*                 and prints it with the run time under the title.
000311*-----------------------------------------------------------------
000320
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000920* RUN CONTROL, COUNTS, AGING
000930*-----------------------------------------------------------------
000940 77  WS-TODAY-DATE       PIC 9(08)      VALUE ZERO.
000943 77  WS-RUN-STAMP        PIC X(80)      VALUE SPACES.
000946 77  WS-BUSD-STATUS      PIC X(02)      VALUE SPACES.
000950 77  WS-TODAY-INTEGER    PIC 9(08) COMP VALUE ZERO.
000960 77  WS-AGE-DAYS         PIC S9(05) COMP VALUE ZERO.
000970 77  WS-EXC-COUNT        PIC 9(08) COMP VALUE ZERO.
001640* 1000-INITIALIZE - loads the approved-corrections table.
001650*-----------------------------------------------------------------
001660 1000-INITIALIZE.
001662     CALL 'BUSDRD' USING BY REFERENCE WS-TODAY-DATE
001664                         BY REFERENCE WS-RUN-STAMP
001666                         BY REFERENCE WS-BUSD-STATUS
001668     END-CALL
001671     IF WS-BUSD-STATUS NOT = '00'
001673         DISPLAY 'EXCRPT - BUSDTE NOT AVAILABLE, STATUS = '
001675             WS-BUSD-STATUS ' - RUNNING UNDER THE MACHINE DATE'
001677     END-IF
001680     COMPUTE WS-TODAY-INTEGER =
001690         FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
001700     OPEN OUTPUT REPORT-FILE
001710     MOVE WS-TODAY-DATE TO WS-H-DATE
001720     MOVE WS-HEADING1 TO REPORT-LINE
001730     WRITE REPORT-LINE
001733     MOVE WS-RUN-STAMP TO REPORT-LINE
001736     WRITE REPORT-LINE
001740     OPEN INPUT CORRECTION-FILE
001750     IF WS-COR-STATUS = '00'
001760         MOVE 'N' TO WS-EOF-SW
