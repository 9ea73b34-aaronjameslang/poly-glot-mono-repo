000370* MODIFICATION HISTORY
000380* DATE       BY   DESCRIPTION
000390* 2026-09-01 MPR  Initial version.
000393* 2026-10-09 MPR  CANCELs SOLUTION at end of run, closing the
000396*                 exception files it now holds open for the run.
000400*-----------------------------------------------------------------
000410
000420 ENVIRONMENT DIVISION.
004610* 9000-TERMINATE
004620*-----------------------------------------------------------------
004630 9000-TERMINATE.
004632*    SOLUTION holds its exception file open for the whole run;
004635*    the CANCEL closes it.
004637     CANCEL 'SOLUTION'
004640     MOVE SPACES TO REPORT-LINE
004650     WRITE REPORT-LINE
004660     MOVE 'TOTAL PRODUCTION: ' TO WS-T-LABEL
