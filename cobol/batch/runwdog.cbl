000220*   scheduler pages operations, instead of a short BCHOUT       *
000230*   being discovered on the floor at 7am.                       *
000240*                                                               *
000250*   The business date checked is the PARM (YYYYMMDD), or the    *
000260*   night's BUSDTE business date when no PARM is passed - the   *
000270*   morning-after schedule passes last night's date.            *
000280*****************************************************************
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. RUNWDOG.
000370* MODIFICATION HISTORY
000380* DATE       BY   DESCRIPTION
000390* 2026-09-01 MPR  Initial version.
000392* 2026-10-07 MPR  With no PARM, checks the night on the BUSDTE
000394*                 business-date record (BUSDRD) instead of the
000396*                 machine date, and prints it with the run time
000398*                 under the title; a PARM date still overrides.
000400*-----------------------------------------------------------------
000410
000420 ENVIRONMENT DIVISION.
000870* RUN CONTROL AND COUNTERS
000880*-----------------------------------------------------------------
000890 77  WS-BUSINESS-DATE    PIC 9(08)      VALUE ZERO.
000893 77  WS-RUN-STAMP        PIC X(80)      VALUE SPACES.
000896 77  WS-BUSD-STATUS      PIC X(02)      VALUE SPACES.
000900 77  WS-READ-COUNT       PIC 9(08) COMP VALUE ZERO.
000910 77  WS-DATE-REC-COUNT   PIC 9(08) COMP VALUE ZERO.
000920 77  WS-FLAGGED-COUNT    PIC 9(08) COMP VALUE ZERO.
001680     GOBACK.
001690
001700*-----------------------------------------------------------------
001710* 1000-INITIALIZE - business date from the PARM (or BUSDTE),
001720* the expected-step cards, and the journal opened.
001730*-----------------------------------------------------------------
001740 1000-INITIALIZE.
001750     IF PARM-LENGTH NOT < 8 AND PARM-DATE NUMERIC
001760         MOVE PARM-DATE TO WS-BUSINESS-DATE
001770     ELSE
001772         CALL 'BUSDRD' USING BY REFERENCE WS-BUSINESS-DATE
001774                             BY REFERENCE WS-RUN-STAMP
001776                             BY REFERENCE WS-BUSD-STATUS
001778         END-CALL
001781         IF WS-BUSD-STATUS NOT = '00'
001783             DISPLAY 'RUNWDOG - BUSDTE NOT AVAILABLE, STATUS = '
001785                 WS-BUSD-STATUS ' - CHECKING THE MACHINE DATE'
001787         END-IF
001790     END-IF
001800     OPEN INPUT CONTROL-FILE
001810     IF WS-CTL-STATUS = '00'
001970     MOVE WS-BUSINESS-DATE TO WS-H-DATE
001980     MOVE WS-HEADING1 TO REPORT-LINE
001990     WRITE REPORT-LINE
001992     IF WS-RUN-STAMP NOT = SPACES
001994         MOVE WS-RUN-STAMP TO REPORT-LINE
001996         WRITE REPORT-LINE
001998     END-IF
002000     PERFORM 2900-READ-JOURNAL THRU 2900-EXIT.
002010 1000-EXIT.
002020     EXIT.
