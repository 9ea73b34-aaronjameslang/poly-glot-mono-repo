000370* MODIFICATION HISTORY
000380* DATE       BY   DESCRIPTION
000390* 2026-08-22 DRO  Initial version.
000393* 2026-10-09 DRO  CANCELs SOLUTION at end of run, closing the
000396*                 exception files it now holds open for the run.
000400*-----------------------------------------------------------------
000410
000420 ENVIRONMENT DIVISION.
004070* 9000-TERMINATE
004080*-----------------------------------------------------------------
004090 9000-TERMINATE.
004092*    SOLUTION holds its exception files open for the whole run;
004095*    the CANCEL closes them.
004097     CANCEL 'solution'
004100     MOVE SPACES TO REPORT-LINE
004110     WRITE REPORT-LINE
004120     MOVE 'TOTAL LEGACY:     ' TO WS-T-LABEL
