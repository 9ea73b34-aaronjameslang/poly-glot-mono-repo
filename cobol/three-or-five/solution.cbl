000437*                 date, so the morning exception report can age
000438*                 them instead of yesterday's rejects looking
000439*                 like last month's.
000440* 2026-10-07 MPR  TOFEXC rejects and the divisor effective-date
000441*                 test use the night's business date from the
000442*                 BUSDTE control record, read once on the first
000443*                 call, instead of the machine clock; the machine
000444*                 date stands in when BUSDTE is absent or empty.
000445* 2026-10-09 MPR  DIVTBL and the run date are loaded on the first
000446*                 call of the run and held for the rest of it, and
000447*                 TOFEXC is opened on the first reject and held
000448*                 open until the caller CANCELs SOLUTION - a heavy
000449*                 night no longer rereads DIVTBL per N, and a
000450*                 DIVTBL change filed mid-run waits for the next
000451*                 run.
000452*-----------------------------------------------------------------
000453
000454 ENVIRONMENT DIVISION.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT DIVISOR-FILE ASSIGN TO DIVTBL
000510     SELECT EXCEPTION-FILE ASSIGN TO TOFEXC
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS WS-EXC-FILE-STATUS.
000532     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDTE
000535         ORGANIZATION IS SEQUENTIAL
000537         FILE STATUS IS WS-BUS-FILE-STATUS.
000540
000550 DATA DIVISION.
000560 FILE SECTION.
000610 FD  EXCEPTION-FILE
000620     RECORDING MODE IS F.
000630     COPY TOFEXC.
000632
000634 FD  BUSINESS-DATE-FILE
000636     RECORDING MODE IS F.
000638     COPY BUSDTE.
000640
000650 WORKING-STORAGE SECTION.
000660*-----------------------------------------------------------------
000680*-----------------------------------------------------------------
000690 77  WS-DIVISOR-EOF-SW   PIC X(01)      VALUE 'N'.
000700     88  WS-DIVISOR-EOF-YES             VALUE 'Y'.
000702 77  WS-PARMS-LOADED-SW  PIC X(01)      VALUE 'N'.
000704     88  WS-PARMS-LOADED                VALUE 'Y'.
000706 77  WS-EXC-OPEN-SW      PIC X(01)      VALUE 'N'.
000708     88  WS-EXC-FILE-OPEN               VALUE 'Y'.
000710
000720*-----------------------------------------------------------------
000730* DIVISOR TABLE - LOADED FROM DIVTBL AT ENTRY
000830* EXCEPTION FILE WORK FIELDS
000840*-----------------------------------------------------------------
000850 77  WS-EXC-FILE-STATUS  PIC X(02)      VALUE SPACES.
000855 77  WS-BUS-FILE-STATUS  PIC X(02)      VALUE SPACES.
000860
000870*-----------------------------------------------------------------
000880* CLOSED-FORM SUBSET-SUM WORK FIELDS - see 3000-CLOSED-FORM-SUM.
001170* MAIN-PROCEDURE
001180*****************************************************************
001190 MAIN-PROCEDURE.
001191*    DIVTBL and the run date are read on the first call only;
001192*    every later N in the run uses the same divisors.
001193     IF NOT WS-PARMS-LOADED
001195         PERFORM 1050-LOAD-RUN-DATE THRU 1050-EXIT
001196         PERFORM 1000-LOAD-DIVISORS THRU 1000-EXIT
001197         MOVE 'Y' TO WS-PARMS-LOADED-SW
001198     END-IF
001200     MOVE 0 TO RESULT
001210     IF N < 0
001220         PERFORM 1500-REJECT-BAD-N THRU 1500-EXIT
001230         GO TO MAIN-PROCEDURE-EXIT
001240     END-IF
001260     PERFORM 3000-CLOSED-FORM-SUM THRU 3000-EXIT.
001270 MAIN-PROCEDURE-EXIT.
001280     GOBACK.
001281
001282*-----------------------------------------------------------------
001283* 1050-LOAD-RUN-DATE - the night's business date from the BUSDTE
001284* record BUSDSET writes at the start of the stream, so a run past
001285* midnight or a morning rerun stamps the night it belongs to.
001286* Falls back to the machine date if BUSDTE cannot be opened or
001287* is empty, the same way DIVTBL falls back to the 3/5 rule.
001288*-----------------------------------------------------------------
001289 1050-LOAD-RUN-DATE.
001290     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001291     OPEN INPUT BUSINESS-DATE-FILE
001292     IF WS-BUS-FILE-STATUS NOT = '00'
001293         GO TO 1050-EXIT
001294     END-IF
001295     READ BUSINESS-DATE-FILE
001296         NOT AT END
001297             IF BUS-DTE-BUSINESS-DATE NUMERIC
001298                     AND BUS-DTE-BUSINESS-DATE > ZERO
001299                 MOVE BUS-DTE-BUSINESS-DATE TO WS-RUN-DATE
001300             END-IF
001301     END-READ
001302     CLOSE BUSINESS-DATE-FILE.
001303 1050-EXIT.
001304     EXIT.
001305
001306*-----------------------------------------------------------------
001307* 1400-OPEN-EXCEPTION-FILE - TOFEXC is opened on the first reject
001308* of the run and held open; the caller's CANCEL of SOLUTION at
001309* end of run closes it.
001310*-----------------------------------------------------------------
001311 1400-OPEN-EXCEPTION-FILE.
001312     OPEN EXTEND EXCEPTION-FILE
001313     IF WS-EXC-FILE-STATUS = '35' OR WS-EXC-FILE-STATUS = '05'
001314         OPEN OUTPUT EXCEPTION-FILE
001315         CLOSE EXCEPTION-FILE
001316         OPEN EXTEND EXCEPTION-FILE
001317     END-IF
001318     IF WS-EXC-FILE-STATUS = '00'
001319         MOVE 'Y' TO WS-EXC-OPEN-SW
001320     END-IF.
001321 1400-EXIT.
001322     EXIT.
001323
001324*-----------------------------------------------------------------
001325* 1500-REJECT-BAD-N - a negative N can never be a legitimate job
001326* count, so it is logged to TOFEXC with a reason code instead of
001330* flowing through as an indistinguishable RESULT = 0.
001340*-----------------------------------------------------------------
001350 1500-REJECT-BAD-N.
001367     IF NOT WS-EXC-FILE-OPEN
001385         PERFORM 1400-OPEN-EXCEPTION-FILE THRU 1400-EXIT
001402     END-IF
001420     MOVE N TO TOF-EXC-N
001430     MOVE 'NG' TO TOF-EXC-REASON
001435     MOVE WS-RUN-DATE TO TOF-EXC-RUN-DATE
001440     WRITE TOF-EXC-RECORD
001460     DISPLAY 'SOLUTION - REJECTED N = ' N ' REASON = NEGATIVE N'.
001470 1500-EXIT.
001480     EXIT.
001496* whole batch window over one oversized job.
001497*-----------------------------------------------------------------
001498 1600-REJECT-OVERFLOW-N.
001500     IF NOT WS-EXC-FILE-OPEN
001502         PERFORM 1400-OPEN-EXCEPTION-FILE THRU 1400-EXIT
001504     END-IF
001506     MOVE N TO TOF-EXC-N
001507     MOVE 'OV' TO TOF-EXC-REASON
001508     MOVE WS-RUN-DATE TO TOF-EXC-RUN-DATE
001509     WRITE TOF-EXC-RECORD
001512     MOVE 0 TO RESULT
001513     DISPLAY 'SOLUTION - REJECTED N = ' N ' REASON = OVERFLOW'.
001514 1600-EXIT.
