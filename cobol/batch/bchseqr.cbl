000430*                 past-due jobs print in their own section, and
000440*                 the jobs with no order master now close the
000450*                 report as a third section.
000453* 2026-10-07 MPR  Prints the BUSDTE business date (BUSDRD) and the
000456*                 run time under the title.
000457* 2026-10-10 MPR  Passes the new customer-number answer on the
000458*                 ORDREAD call (not used here).
000460*-----------------------------------------------------------------
000470
000480 ENVIRONMENT DIVISION.
001040 77  WS-MISSING-COUNT    PIC 9(08) COMP VALUE ZERO.
001050 77  WS-STALE-COUNT      PIC 9(08) COMP VALUE ZERO.
001060 77  WS-TARGET-DATE      PIC 9(08)      VALUE ZERO.
001062 77  WS-RUN-DATE         PIC 9(08)      VALUE ZERO.
001065 77  WS-RUN-STAMP        PIC X(80)      VALUE SPACES.
001067 77  WS-BUSD-STATUS      PIC X(02)      VALUE SPACES.
001070 77  WS-ESC-PRT-COUNT    PIC 9(08) COMP VALUE ZERO.
001080 77  WS-PDUE-PRT-COUNT   PIC 9(08) COMP VALUE ZERO.
001090 77  WS-CUR-SECTION      PIC X(01)      VALUE '1'.
001320* ORDREAD LINKAGE WORK FIELDS
001330*-----------------------------------------------------------------
001340 77  WS-ORD-CUSTOMER     PIC X(20)      VALUE SPACES.
001345 77  WS-ORD-CUST-NUMBER  PIC 9(08)      VALUE ZERO.
001350 77  WS-ORD-DUE-DATE     PIC 9(08)      VALUE ZERO.
001360 77  WS-ORD-PRIORITY     PIC X(01)      VALUE SPACE.
001370 77  WS-ORD-STATUS       PIC X(02)      VALUE SPACES.
002850     END-IF
002860     CALL 'ORDREAD' USING BY CONTENT BCH-OUT-JOB-NUMBER
002870                          BY REFERENCE WS-ORD-CUSTOMER
002875                          BY REFERENCE WS-ORD-CUST-NUMBER
002880                          BY REFERENCE WS-ORD-DUE-DATE
002890                          BY REFERENCE WS-ORD-PRIORITY
002900                          BY REFERENCE WS-ORD-STATUS
003760*-----------------------------------------------------------------
003770 5000-PRINT-SEQUENCE.
003780     OPEN OUTPUT SEQUENCE-REPORT-FILE
003782     CALL 'BUSDRD' USING BY REFERENCE WS-RUN-DATE
003784                         BY REFERENCE WS-RUN-STAMP
003786                         BY REFERENCE WS-BUSD-STATUS
003788     END-CALL
003790     MOVE WS-HEADING1 TO REPORT-LINE
003800     WRITE REPORT-LINE
003803     MOVE WS-RUN-STAMP TO REPORT-LINE
003806     WRITE REPORT-LINE
003810     MOVE WS-HEADING2 TO REPORT-LINE
003820     WRITE REPORT-LINE
003830     MOVE WS-HEADING3 TO REPORT-LINE
