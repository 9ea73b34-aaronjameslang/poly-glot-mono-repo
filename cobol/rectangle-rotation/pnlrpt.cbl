000300*                 (through ORDREAD), so the supervisor reads
000310*                 whose panel it was, not just its dimensions.
000320*                 The report line widened to 100 bytes.
000323* 2026-10-10 DRO  Passes the new customer-number answer on the
000326*                 ORDREAD call (not used here).
000330*-----------------------------------------------------------------
000340
000350 ENVIRONMENT DIVISION.
000660* ORDREAD LINKAGE WORK FIELDS
000670*-----------------------------------------------------------------
000680 77  WS-ORD-CUSTOMER     PIC X(20)      VALUE SPACES.
000685 77  WS-ORD-CUST-NUMBER  PIC 9(08)      VALUE ZERO.
000690 77  WS-ORD-DUE-DATE     PIC 9(08)      VALUE ZERO.
000700 77  WS-ORD-PRIORITY     PIC X(01)      VALUE SPACE.
000710 77  WS-ORD-STATUS       PIC X(02)      VALUE SPACES.
001910     END-IF
001920     CALL 'ORDREAD' USING BY CONTENT PNL-OUT-JOB-NUMBER
001930                          BY REFERENCE WS-ORD-CUSTOMER
001935                          BY REFERENCE WS-ORD-CUST-NUMBER
001940                          BY REFERENCE WS-ORD-DUE-DATE
001950                          BY REFERENCE WS-ORD-PRIORITY
001960                          BY REFERENCE WS-ORD-STATUS
