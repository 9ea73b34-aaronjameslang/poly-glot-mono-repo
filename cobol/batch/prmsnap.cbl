000170*   nowhere. The PARM names the profile being snapped           *
000180*   (default NITEBTCH); PRMSRPT reports when any effective      *
000190*   value changed from the prior run.                           *
000191*   It also lists every rule or rate change still waiting on    *
000193*   CHGPND for a second operator's approval - flagging those    *
000195*   already past their expiry date - and counts them on the     *
000196*   profile, so a queued change nobody approved is not a        *
000198*   surprise when it never takes effect. A request past its     *
000199*   expiry date is marked expired on CHGPND there and then.     *
000200*****************************************************************
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID. PRMSNAP.
000290* MODIFICATION HISTORY
000300* DATE       BY   DESCRIPTION
000310* 2026-08-22 MPR  Initial version.
000312* 2026-10-07 MPR  Takes the run date from the BUSDTE business-date
000313*                 record (BUSDRD) instead of the machine clock, so
000314*                 the divisors filter on the night's own date.
000315* 2026-10-15 MPR  Lists the changes pending approval on CHGPND and
000316*                 counts them, and the expired ones, on RUNPROF.
000317* 2026-10-15 MPR  Marks a request past its expiry date expired on
000318*                 CHGPND, so it is counted once, not every night.
000320*-----------------------------------------------------------------
000330
000340 ENVIRONMENT DIVISION.
000490     SELECT PROFILE-FILE ASSIGN TO RUNPROF
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS WS-PROF-STATUS.
000511     SELECT PENDING-FILE ASSIGN TO CHGPND
000513         ORGANIZATION IS INDEXED
000515         ACCESS MODE IS SEQUENTIAL
000516         RECORD KEY IS CHG-PND-KEY
000518         FILE STATUS IS WS-PND-STATUS.
000520
000530 DATA DIVISION.
000540 FILE SECTION.
000710 FD  PROFILE-FILE
000720     RECORDING MODE IS F.
000730     COPY RUNPROF.
000732
000735 FD  PENDING-FILE.
000737     COPY CHGPND.
000740
000750 WORKING-STORAGE SECTION.
000760*-----------------------------------------------------------------
000830 77  WS-PMD-STATUS       PIC X(02)      VALUE SPACES.
000840 77  WS-LIM-STATUS       PIC X(02)      VALUE SPACES.
000850 77  WS-PROF-STATUS      PIC X(02)      VALUE SPACES.
000855 77  WS-PND-STATUS       PIC X(02)      VALUE SPACES.
000860
000870*-----------------------------------------------------------------
000880* EFFECTIVE VALUES AND THEIR SOURCES
000890*-----------------------------------------------------------------
000900 77  WS-RUN-DATE         PIC 9(08)      VALUE ZERO.
000903 77  WS-RUN-STAMP        PIC X(80)      VALUE SPACES.
000906 77  WS-BUSD-STATUS      PIC X(02)      VALUE SPACES.
000910 77  WS-DIV-COUNT        PIC 9(02) COMP VALUE ZERO.
000920 01  WS-DIVISOR-LIST.
000930     05  WS-DIV-ENTRY OCCURS 10 TIMES
001010 77  WS-MIN-DIM          PIC 9(08)      VALUE 1.
001020 77  WS-MAX-DIM          PIC 9(08)      VALUE 99999999.
001030 77  WS-LIM-SOURCE       PIC X(01)      VALUE 'D'.
001031 77  WS-PENDING-COUNT    PIC 9(03)      VALUE ZERO.
001032 77  WS-EXPIRED-COUNT    PIC 9(03)      VALUE ZERO.
001033 77  WS-PND-FLAG         PIC X(09)      VALUE SPACES.
001034 01  WS-PND-SUMMARY      PIC X(40)      VALUE SPACES.
001035 01  WS-PRM-SUMMARY.
001036     05  FILLER              PIC X(04)   VALUE 'TOL '.
001037     05  WS-PS-TOLERANCE     PIC 9(03).
001038     05  FILLER              PIC X(06)   VALUE ' MODE '.
001039     05  WS-PS-MODE          PIC 9(01).
001040     05  FILLER              PIC X(05)   VALUE ' MIN '.
001041     05  WS-PS-MIN-DIM       PIC 9(08).
001042     05  FILLER              PIC X(05)   VALUE ' MAX '.
001043     05  WS-PS-MAX-DIM       PIC 9(08).
001044
001050 LINKAGE SECTION.
001060 01  PARM-AREA.
001070     05  PARM-LENGTH         PIC 9(04) COMP.
001120* 0000-MAINLINE
001130*****************************************************************
001140 0000-MAINLINE.
001143     CALL 'BUSDRD' USING BY REFERENCE WS-RUN-DATE
001146                         BY REFERENCE WS-RUN-STAMP
001149                         BY REFERENCE WS-BUSD-STATUS
001152     END-CALL
001155     MOVE SPACES TO WS-DIVISOR-LIST
001160     PERFORM 1000-SNAP-DIVISORS THRU 1000-EXIT
001170     PERFORM 2000-SNAP-TOLERANCE THRU 2000-EXIT
001180     PERFORM 3000-SNAP-MODE THRU 3000-EXIT
001190     PERFORM 4000-SNAP-LIMITS THRU 4000-EXIT
001195     PERFORM 5000-SNAP-PENDING THRU 5000-EXIT
001200     PERFORM 8000-WRITE-PROFILE THRU 8000-EXIT
001210     GOBACK.
001220
002320 4000-EXIT.
002330     EXIT.
002340
002341*-----------------------------------------------------------------
002342* 5000-SNAP-PENDING - every CHGPND request still waiting on its
002343* approval, listed with who asked and when it lapses. One past
002344* its expiry date can no longer be approved: it is rewritten as
002345* expired ('X') and counted as expired tonight only, never again
002346* as pending. No CHGPND is worth a line on the log, not a failed
002347* snap.
002348*-----------------------------------------------------------------
002349 5000-SNAP-PENDING.
002350     MOVE ZERO TO WS-PENDING-COUNT
002351     MOVE ZERO TO WS-EXPIRED-COUNT
002352     OPEN I-O PENDING-FILE
002353     IF WS-PND-STATUS NOT = '00'
002354         DISPLAY 'PRMSNAP - CHGPND NOT READ, STATUS = '
002355             WS-PND-STATUS ' - PENDING CHANGES NOT LISTED'
002356         GO TO 5000-EXIT
002357     END-IF
002358     MOVE 'N' TO WS-EOF-SW
002359     PERFORM 5800-READ-PENDING THRU 5800-EXIT
002360     PERFORM 5100-LIST-PENDING THRU 5100-EXIT
002361         UNTIL WS-EOF-YES
002362     CLOSE PENDING-FILE
002363     DISPLAY 'PRMSNAP - CHANGES PENDING APPROVAL: '
002364         WS-PENDING-COUNT ' PAST EXPIRY: ' WS-EXPIRED-COUNT.
002365 5000-EXIT.
002366     EXIT.
002367
002368 5100-LIST-PENDING.
002369     IF CHG-PND-PENDING
002370         PERFORM 5200-SHOW-PENDING THRU 5200-EXIT
002371     END-IF
002372     PERFORM 5800-READ-PENDING THRU 5800-EXIT.
002373 5100-EXIT.
002374     EXIT.
002375
002376 5200-SHOW-PENDING.
002377     IF CHG-PND-EXPIRE-DATE < WS-RUN-DATE
002378         ADD 1 TO WS-EXPIRED-COUNT
002379         MOVE ' EXPIRED ' TO WS-PND-FLAG
002380         PERFORM 5300-MARK-EXPIRED THRU 5300-EXIT
002381     ELSE
002382         ADD 1 TO WS-PENDING-COUNT
002383         MOVE ' EXPIRES ' TO WS-PND-FLAG
002384     END-IF
002385     IF CHG-PND-FUNCTION = 'PRMMNT  '
002386         MOVE CHG-PND-NEW-TOLERANCE TO WS-PS-TOLERANCE
002387         MOVE CHG-PND-NEW-MODE TO WS-PS-MODE
002388         MOVE CHG-PND-NEW-MIN-DIM TO WS-PS-MIN-DIM
002389         MOVE CHG-PND-NEW-MAX-DIM TO WS-PS-MAX-DIM
002390         MOVE WS-PRM-SUMMARY TO WS-PND-SUMMARY
002391     ELSE
002392         MOVE CHG-PND-CHANGE TO WS-PND-SUMMARY
002393     END-IF
002394     DISPLAY 'PRMSNAP - PENDING ' CHG-PND-FUNCTION
002395         ' REQUEST ' CHG-PND-REQUEST-ID
002396         ' BY ' CHG-PND-REQUESTER
002397         WS-PND-FLAG CHG-PND-EXPIRE-DATE
002398         ' ' WS-PND-SUMMARY.
002399 5200-EXIT.
002400     EXIT.
002401
002402 5300-MARK-EXPIRED.
002403     MOVE 'X' TO CHG-PND-STATUS
002404     REWRITE CHG-PND-RECORD
002405     IF WS-PND-STATUS NOT = '00'
002406         DISPLAY 'PRMSNAP - CHGPND REWRITE FAILED, STATUS = '
002407             WS-PND-STATUS ' REQUEST ' CHG-PND-REQUEST-ID
002408     END-IF.
002409 5300-EXIT.
002410     EXIT.
002411
002412 5800-READ-PENDING.
002413     READ PENDING-FILE NEXT RECORD
002414         AT END
002415             MOVE 'Y' TO WS-EOF-SW
002416     END-READ.
002417 5800-EXIT.
002418     EXIT.
002419
002420*-----------------------------------------------------------------
002421* 8000-WRITE-PROFILE - one record, appended, keyed by run date
002422* and the PARM's profile name.
002423*-----------------------------------------------------------------
002424 8000-WRITE-PROFILE.
002425     OPEN EXTEND PROFILE-FILE
002426     IF WS-PROF-STATUS = '35' OR WS-PROF-STATUS = '05'
002427         OPEN OUTPUT PROFILE-FILE
002430         CLOSE PROFILE-FILE
002440         OPEN EXTEND PROFILE-FILE
002450     END-IF
002590     MOVE WS-MIN-DIM TO RP-MIN-DIM
002600     MOVE WS-MAX-DIM TO RP-MAX-DIM
002610     MOVE WS-LIM-SOURCE TO RP-LIM-SOURCE
002613     MOVE WS-PENDING-COUNT TO RP-PENDING-COUNT
002616     MOVE WS-EXPIRED-COUNT TO RP-EXPIRED-COUNT
002620     WRITE RUN-PROF-RECORD
002630     CLOSE PROFILE-FILE
002640     DISPLAY 'PRMSNAP - PROFILE WRITTEN FOR ' RP-PROGRAM
