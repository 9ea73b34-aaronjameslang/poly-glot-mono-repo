001140*                 the reorder alerts are left to SHTCONS, which
001150*                 charges the whole sheets opened on the cut
001160*                 plan instead of raw computed area.
001163* 2026-10-05 MPR  Passes STKUPDT the draw movement code now that
001166*                 the same front-end gives area back for BCHREV.
001167* 2026-10-07 MPR  Takes the run date from the BUSDTE business-date
001168*                 record (BUSDRD) instead of the machine clock - a
001169*                 night past midnight or a morning restart posts
001170*                 under the night's own date - and prints it with
001171*                 the run time on BCHBAL.
001172* 2026-10-09 MPR  CANCELs SOLUTION at end of run, closing the
001173*                 exception files it now holds open for the run.
001174* 2026-10-10 MPR  Passes the new customer-number answer on the
001175*                 ORDREAD call (not used here).
001176*-----------------------------------------------------------------
001180
001190 ENVIRONMENT DIVISION.
001200 INPUT-OUTPUT SECTION.
002000 77  WS-COR-STATUS       PIC X(02)      VALUE SPACES.
002010 77  WS-ALT-STATUS       PIC X(02)      VALUE SPACES.
002020 77  WS-RUN-DATE         PIC 9(08)      VALUE ZERO.
002023 77  WS-RUN-STAMP        PIC X(80)      VALUE SPACES.
002026 77  WS-BUSD-STATUS      PIC X(02)      VALUE SPACES.
002030 77  WS-CLS-FOUND-SW     PIC X(01)      VALUE 'N'.
002040     88  WS-CLS-FOUND                   VALUE 'Y'.
002050 77  WS-CAL-OVERRIDE-SW  PIC X(01)      VALUE 'N'.
003410* ORDREAD LINKAGE WORK FIELDS
003420*-----------------------------------------------------------------
003430 77  WS-ORD-CUSTOMER     PIC X(20)      VALUE SPACES.
003435 77  WS-ORD-CUST-NUMBER  PIC 9(08)      VALUE ZERO.
003440 77  WS-ORD-DUE-DATE     PIC 9(08)      VALUE ZERO.
003450 77  WS-ORD-PRIORITY     PIC X(01)      VALUE SPACE.
003460 77  WS-ORD-STATUS       PIC X(02)      VALUE SPACES.
005070* 1000-INITIALIZE
005080*-----------------------------------------------------------------
005090 1000-INITIALIZE.
005092     CALL 'BUSDRD' USING BY REFERENCE WS-RUN-DATE
005094                         BY REFERENCE WS-RUN-STAMP
005096                         BY REFERENCE WS-BUSD-STATUS
005098     END-CALL
005101     IF WS-BUSD-STATUS NOT = '00'
005103         DISPLAY 'BCHCTL - BUSDTE NOT AVAILABLE, STATUS = '
005105             WS-BUSD-STATUS ' - RUNNING UNDER THE MACHINE DATE'
005107     END-IF
005110     ACCEPT WS-TIME-RAW FROM TIME
005120     COMPUTE WS-JRNL-START-TIME = WS-TIME-RAW / 100
005130*    only the bytes the caller actually passed - copying the
008800
008810         CALL 'ORDREAD' USING BY CONTENT WS-CUR-JOB-NUMBER
008820                              BY REFERENCE WS-ORD-CUSTOMER
008825                              BY REFERENCE WS-ORD-CUST-NUMBER
008830                              BY REFERENCE WS-ORD-DUE-DATE
008840                              BY REFERENCE WS-ORD-PRIORITY
008850                              BY REFERENCE WS-ORD-STATUS
010070                          BY REFERENCE WS-STK-PROJ-AREA
010080                          BY REFERENCE WS-STK-REORDER
010090                          BY REFERENCE WS-STK-STATUS
010095                          BY CONTENT 'D'
010100     END-CALL
010110     MOVE WS-STK-PROJ-AREA TO WS-CLS-PROJ-AREA (CLS-IDX)
010120     MOVE WS-STK-REORDER TO WS-CLS-REORDER (CLS-IDX)
010520* 9000-TERMINATE
010530*-----------------------------------------------------------------
010540 9000-TERMINATE.
010542*    both SOLUTIONs hold their exception files open for the
010544*    whole run; the CANCELs close them.
010546     CANCEL 'SOLUTION'
010548     CANCEL 'solution'
010550     CLOSE JOB-FILE
010560     CLOSE REPORT-FILE
010570     CLOSE WORKLIST-FILE
010700     OPEN OUTPUT BALANCE-REPORT-FILE
010710     MOVE WS-BAL-HEADING1 TO BAL-REPORT-LINE
010720     WRITE BAL-REPORT-LINE
010723     MOVE WS-RUN-STAMP TO BAL-REPORT-LINE
010726     WRITE BAL-REPORT-LINE
010730     MOVE WS-BAL-HEADING2 TO BAL-REPORT-LINE
010740     WRITE BAL-REPORT-LINE
010750     MOVE WS-PLANT-CODE TO WS-BAL-PLANT
