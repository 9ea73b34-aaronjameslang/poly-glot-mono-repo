000060*                                                               *
000070* FUNCTION : Reads one job's order-master record from the       *
000080*   ORDMST indexed file, the same way BCHIWRT fronts BCHIDX     *
000090*   for its callers. Hands back the customer name and CSTMST    *
000095*   customer number (zero on an order older than the customer   *
000097*   master), the due date, and the priority class, or status    *
000100*   '23' (and a spaces/zeros answer)                            *
000110*   when the job has no order-master record - which callers     *
000120*   flag rather than treat as an error.                         *
000130*****************************************************************
000220* MODIFICATION HISTORY
000230* DATE       BY   DESCRIPTION
000240* 2026-08-22 MPR  Initial version.
000242* 2026-10-10 MPR  Also hands back the order's CSTMST customer
000244*                 number (zero when the order predates it).
000250*-----------------------------------------------------------------
000260
000270 ENVIRONMENT DIVISION.
000440 LINKAGE SECTION.
000450 01  JOB-NUMBER          PIC 9(08).
000460 01  CUSTOMER-NAME       PIC X(20).
000465 01  CUSTOMER-NUMBER     PIC 9(08).
000470 01  DUE-DATE            PIC 9(08).
000480 01  PRIORITY-CLASS      PIC X(01).
000490 01  STATUS-CODE         PIC X(02).
000500
000510 PROCEDURE DIVISION USING JOB-NUMBER CUSTOMER-NAME
000515         CUSTOMER-NUMBER DUE-DATE PRIORITY-CLASS STATUS-CODE.
000530*****************************************************************
000540* 0000-MAINLINE
000550*****************************************************************
000560 0000-MAINLINE.
000570     MOVE '00' TO STATUS-CODE
000580     MOVE SPACES TO CUSTOMER-NAME
000585     MOVE ZERO TO CUSTOMER-NUMBER
000590     MOVE ZERO TO DUE-DATE
000600     MOVE SPACE TO PRIORITY-CLASS
000610     OPEN INPUT ORDER-MASTER-FILE
000700             MOVE '23' TO STATUS-CODE
000710         NOT INVALID KEY
000720             MOVE BCH-ORD-CUSTOMER TO CUSTOMER-NAME
000722             IF BCH-ORD-CUST-NUMBER NUMERIC
000724                 MOVE BCH-ORD-CUST-NUMBER TO CUSTOMER-NUMBER
000726             END-IF
000730             MOVE BCH-ORD-DUE-DATE TO DUE-DATE
000740             MOVE BCH-ORD-PRIORITY TO PRIORITY-CLASS
000750     END-READ
