000390*                 calendar through CALCHK; a closed date refuses
000400*                 to run unless the PARM carries OVERRIDE in
000410*                 positions 25-32.
000413* 2026-10-09 MPR  CANCELs SOLUTION at end of run, closing the
000416*                 exception files it now holds open for the run.
000420*-----------------------------------------------------------------
000430
000440 ENVIRONMENT DIVISION.
003600* 9000-TERMINATE
003610*-----------------------------------------------------------------
003620 9000-TERMINATE.
003622*    SOLUTION holds its exception file open for the whole run;
003625*    the CANCEL closes it.
003627     CANCEL 'SOLUTION'
003630     MOVE WS-REC-COUNT TO WS-C-COUNT
003640     MOVE WS-COUNT-LINE TO REPORT-LINE
003650     WRITE REPORT-LINE
