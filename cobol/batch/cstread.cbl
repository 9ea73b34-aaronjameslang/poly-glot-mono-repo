000010*****************************************************************
000020* PROGRAM-ID : CSTREAD                                         *
000030* AUTHOR     : M. PRZYBYLSKI, SCHEDULING SYSTEMS               *
000040* INSTALLATION : CUTTING-SHOP SYSTEMS                          *
000050* DATE-WRITTEN : 2026-10-10                                    *
000060*                                                              *
000070* FUNCTION : Reads one customer's CSTMST customer-master       *
000080*   record, the same way ORDREAD fronts ORDMST for its         *
000090*   callers. Hands back the whole record (callers lay it out   *
000100*   with COPY CSTMST in working storage), or status '23' and   *
000110*   a spaces answer when the customer is not on the master -   *
000120*   which callers flag rather than treat as an error.          *
000130*****************************************************************
000140 IDENTIFICATION DIVISION.
000150 PROGRAM-ID. CSTREAD.
000160 AUTHOR. M. PRZYBYLSKI, SCHEDULING SYSTEMS.
000170 INSTALLATION. CUTTING-SHOP SYSTEMS.
000180 DATE-WRITTEN. 2026-10-10.
000190 DATE-COMPILED.
000200
000210*-----------------------------------------------------------------
000220* MODIFICATION HISTORY
000230* DATE       BY   DESCRIPTION
000240* 2026-10-10 MPR  Initial version.
000250*-----------------------------------------------------------------
000260
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT CUSTOMER-MASTER-FILE ASSIGN TO CSTMST
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS DYNAMIC
000330         RECORD KEY IS CST-MST-NUMBER
000340         FILE STATUS IS WS-CST-FILE-STATUS.
000350
000360 DATA DIVISION.
000370 FILE SECTION.
000380 FD  CUSTOMER-MASTER-FILE.
000390     COPY CSTMST.
000400
000410 WORKING-STORAGE SECTION.
000420 77  WS-CST-FILE-STATUS  PIC X(02)      VALUE SPACES.
000430
000440 LINKAGE SECTION.
000450 01  CUSTOMER-NUMBER     PIC 9(08).
000460 01  CUSTOMER-RECORD     PIC X(200).
000470 01  STATUS-CODE         PIC X(02).
000480
000490 PROCEDURE DIVISION USING CUSTOMER-NUMBER CUSTOMER-RECORD
000500         STATUS-CODE.
000510*****************************************************************
000520* 0000-MAINLINE
000530*****************************************************************
000540 0000-MAINLINE.
000550     MOVE '00' TO STATUS-CODE
000560     MOVE SPACES TO CUSTOMER-RECORD
000570     OPEN INPUT CUSTOMER-MASTER-FILE
000580     IF WS-CST-FILE-STATUS NOT = '00'
000590         MOVE WS-CST-FILE-STATUS TO STATUS-CODE
000600         GO TO 0000-EXIT
000610     END-IF
000620
000630     MOVE CUSTOMER-NUMBER TO CST-MST-NUMBER
000640     READ CUSTOMER-MASTER-FILE
000650         INVALID KEY
000660             MOVE '23' TO STATUS-CODE
000670         NOT INVALID KEY
000680             MOVE CST-MST-RECORD TO CUSTOMER-RECORD
000690     END-READ
000700
000710     CLOSE CUSTOMER-MASTER-FILE.
000720 0000-EXIT.
000730     GOBACK.
