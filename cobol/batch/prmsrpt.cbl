000120*   CHANGED marker naming which values moved. When an auditor   *
000130*   asks what rule produced a March total, the answer is a      *
000140*   line on this report.                                        *
000142*   PEND= and EXPD= give the rule and rate changes that were    *
000145*   still waiting on approval that night, and how many lapsed   *
000147*   unapproved since the night before and were marked expired.  *
000150*****************************************************************
000160 IDENTIFICATION DIVISION.
000170 PROGRAM-ID. PRMSRPT.
000240* MODIFICATION HISTORY
000250* DATE       BY   DESCRIPTION
000260* 2026-08-22 MPR  Initial version.
000263* 2026-10-15 MPR  Shows the snapshot's pending-approval and
000266*                 expired change counts.
000270*-----------------------------------------------------------------
000280
000290 ENVIRONMENT DIVISION.
001053         10  WS-D-CHG-TOL    PIC X(01).
001054         10  WS-D-CHG-MODE   PIC X(01).
001055         10  WS-D-CHG-LIM    PIC X(01).
001056     05  FILLER              PIC X(06)   VALUE ' PEND='.
001057     05  WS-D-PENDING        PIC X(03).
001058     05  FILLER              PIC X(06)   VALUE ' EXPD='.
001059     05  WS-D-EXPIRED        PIC X(03).
001060
001070 PROCEDURE DIVISION.
001080*****************************************************************
002110     MOVE RP-MIN-DIM TO WS-D-MIN-DIM
002120     MOVE RP-MAX-DIM TO WS-D-MAX-DIM
002130     MOVE RP-LIM-SOURCE TO WS-D-LIM-SRC
002131*    snapshots taken before the counts existed leave them blank
002132     IF RP-PENDING-COUNT NUMERIC
002133         MOVE RP-PENDING-COUNT TO WS-D-PENDING
002134         MOVE RP-EXPIRED-COUNT TO WS-D-EXPIRED
002135     ELSE
002136         MOVE SPACES TO WS-D-PENDING
002137         MOVE SPACES TO WS-D-EXPIRED
002138     END-IF
002140     MOVE WS-DETAIL-LINE TO REPORT-LINE
002150     WRITE REPORT-LINE
002160     MOVE RP-DIVISORS TO WS-PR-DIVISORS (PGM-IDX)
