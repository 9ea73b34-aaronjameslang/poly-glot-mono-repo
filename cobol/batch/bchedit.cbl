000210*   run. Individual bad records are listed, left out of the     *
000220*   staging file, and end the run with return code 4 - the      *
000230*   night runs on what is clean, with the rejects visible.      *
000233*   Each reject is also written to BCHEDX with the first        *
000236*   edit it failed, for the JOBSTAT status return.              *
000240*****************************************************************
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. BCHEDIT.
000352* 2026-09-01 MPR  The job record now carries a plant code; it
000354*                 stages through unedited (blank reads as the
000356*                 stream's own plant downstream).
000357* 2026-10-07 MPR  Takes the run date from the BUSDTE business-date
000358*                 record (BUSDRD) instead of the machine clock,
000359*                 and prints it with the run time under the title.
000360* 2026-10-12 MPR  Writes each rejected job record to BCHEDX with
000361*                 its position in the transmission and the first
000362*                 edit it failed, so the JOBSTAT status return
000363*                 can tell the order system why it was dropped.
000364*-----------------------------------------------------------------
000370
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000440         ORGANIZATION IS SEQUENTIAL.
000450     SELECT EDIT-REPORT-FILE ASSIGN TO BCHEDR
000460         ORGANIZATION IS SEQUENTIAL.
000463     SELECT REJECT-FILE ASSIGN TO BCHEDX
000466         ORGANIZATION IS SEQUENTIAL.
000470
000480 DATA DIVISION.
000490 FILE SECTION.
000580 FD  EDIT-REPORT-FILE
000590     RECORDING MODE IS F.
000600 01  REPORT-LINE                 PIC X(80).
000602
000604 FD  REJECT-FILE
000606     RECORDING MODE IS F.
000608     COPY BCHEDX.
000610
000620 WORKING-STORAGE SECTION.
000630*-----------------------------------------------------------------
000780* RUN CONTROL AND COUNTERS
000790*-----------------------------------------------------------------
000800 77  WS-RUN-DATE         PIC 9(08)      VALUE ZERO.
000803 77  WS-RUN-STAMP        PIC X(80)      VALUE SPACES.
000806 77  WS-BUSD-STATUS      PIC X(02)      VALUE SPACES.
000810 77  WS-JOB-READ-COUNT   PIC 9(08) COMP VALUE ZERO.
000820 77  WS-STAGED-COUNT     PIC 9(08) COMP VALUE ZERO.
000830 77  WS-REJECT-COUNT     PIC 9(08) COMP VALUE ZERO.
000840 77  WS-EXPECT-COUNT     PIC 9(08)      VALUE ZERO.
000850 77  WS-PRIOR-JOB        PIC 9(08)      VALUE ZERO.
000853*    the first edit the current job record failed, for BCHEDX
000856 77  WS-FIRST-REASON     PIC X(40)      VALUE SPACES.
000860
000870*-----------------------------------------------------------------
000880* WORK VIEW OF ONE JOB RECORD - the transmit record bytes laid
001410* 1000-INITIALIZE
001420*-----------------------------------------------------------------
001430 1000-INITIALIZE.
001434     CALL 'BUSDRD' USING BY REFERENCE WS-RUN-DATE
001438                         BY REFERENCE WS-RUN-STAMP
001442                         BY REFERENCE WS-BUSD-STATUS
001446     END-CALL
001450     OPEN INPUT TRANSMIT-FILE
001460     OPEN OUTPUT STAGING-FILE
001470     OPEN OUTPUT EDIT-REPORT-FILE
001475     OPEN OUTPUT REJECT-FILE
001480     MOVE WS-HEADING1 TO REPORT-LINE
001490     WRITE REPORT-LINE
001493     MOVE WS-RUN-STAMP TO REPORT-LINE
001496     WRITE REPORT-LINE
001500     MOVE WS-HEADING2 TO REPORT-LINE
001510     WRITE REPORT-LINE
001520     PERFORM 2900-READ-TRANSMIT THRU 2900-EXIT.
002270 2300-EDIT-JOB-RECORD.
002280     ADD 1 TO WS-JOB-READ-COUNT
002290     MOVE 'N' TO WS-RECORD-BAD-SW
002295     MOVE SPACES TO WS-FIRST-REASON
002300     MOVE BCH-XMIT-RECORD TO WS-JOB-WORK
002310     IF NOT WS-HEADER-SEEN
002320         MOVE 'JOB RECORD BEFORE HEADER' TO WS-E-TEXT
002750     END-IF
002760     IF WS-RECORD-BAD
002770         ADD 1 TO WS-REJECT-COUNT
002771         MOVE SPACES TO BCH-EDX-RECORD
002772         MOVE WS-JOB-READ-COUNT TO BCH-EDX-SEQ
002774         MOVE WS-JW-JOB-NUMBER TO BCH-EDX-JOB-NUMBER
002775         MOVE WS-FIRST-REASON TO BCH-EDX-REASON
002777         MOVE WS-RUN-DATE TO BCH-EDX-RUN-DATE
002778         WRITE BCH-EDX-RECORD
002780     ELSE
002790         MOVE WS-JOB-WORK TO BCH-JOB-RECORD
002800         WRITE BCH-JOB-RECORD
002840     EXIT.
002850
002860*-----------------------------------------------------------------
002870* 8000-WRITE-ERROR - also keeps the first error against the
002875* current job record as its BCHEDX reason.
002880*-----------------------------------------------------------------
002890 8000-WRITE-ERROR.
002892     IF WS-FIRST-REASON = SPACES
002895         MOVE WS-E-TEXT TO WS-FIRST-REASON
002897     END-IF
002900     MOVE WS-ERROR-LINE TO REPORT-LINE
002910     WRITE REPORT-LINE.
002920 8000-EXIT.
003480     CLOSE TRANSMIT-FILE
003490     CLOSE STAGING-FILE
003500     CLOSE EDIT-REPORT-FILE
003505     CLOSE REJECT-FILE
003510     IF WS-BALANCE-FAILED
003520         MOVE 8 TO RETURN-CODE
003530         DISPLAY 'BCHEDIT - BCHIN FAILED BALANCING, RUN STOPPED'
