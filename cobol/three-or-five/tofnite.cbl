000280* 2026-08-22 MPR  Checks the run date against the SHOPCAL shop
000290*                 calendar through CALCHK; a holiday or shutdown
000300*                 date refuses to run unless PARM='OVERRIDE'.
000302* 2026-10-07 MPR  Takes the run date - TOFHIST, the journal and
000305*                 the shop-calendar check - from the BUSDTE
000307*                 business-date record (BUSDRD) instead of the
000308*                 machine clock.
000309* 2026-10-09 MPR  CANCELs SOLUTION at end of run, closing the
000310*                 exception files it now holds open for the run.
000311*-----------------------------------------------------------------
000320
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000460
000470 WORKING-STORAGE SECTION.
000480 77  WS-RUN-DATE         PIC 9(08)      VALUE ZERO.
000483 77  WS-RUN-STAMP        PIC X(80)      VALUE SPACES.
000486 77  WS-BUSD-STATUS      PIC X(02)      VALUE SPACES.
000490 01  WS-N                PIC S9(08)     VALUE ZERO.
000500 01  WS-RESULT           PIC 9(08)      VALUE ZERO.
000510 01  WS-HIST-STATUS      PIC X(02)      VALUE SPACES.
000840* 0000-MAINLINE
000850*****************************************************************
000860 0000-MAINLINE.
000862     CALL 'BUSDRD' USING BY REFERENCE WS-RUN-DATE
000864                         BY REFERENCE WS-RUN-STAMP
000866                         BY REFERENCE WS-BUSD-STATUS
000868     END-CALL
000871     IF WS-BUSD-STATUS NOT = '00'
000873         DISPLAY 'TOFNITE - BUSDTE NOT AVAILABLE, STATUS = '
000875             WS-BUSD-STATUS ' - RUNNING UNDER THE MACHINE DATE'
000877     END-IF
000880     ACCEPT WS-TIME-RAW FROM TIME
000890     COMPUTE WS-JRNL-START-TIME = WS-TIME-RAW / 100
000900     PERFORM 1050-CHECK-CALENDAR THRU 1050-EXIT
001160     END-IF
001170
001180     DISPLAY 'TOFNITE - N = ' WS-N ' RESULT = ' WS-RESULT
001182*    SOLUTION holds its exception file open for the whole run;
001185*    the CANCEL closes it.
001187     CANCEL 'SOLUTION'
001190     PERFORM 9500-WRITE-RUN-JOURNAL THRU 9500-EXIT
001200     GOBACK.
001210
