000160*   - the most recent open STKALT reorder alert for the class,  *
000170*     found by browsing the alert file front to back (it is     *
000180*     appended nightly, so the last match is the newest).       *
000182*   - the inter-plant transfer area in transit to and from the  *
000184*     class's rack (kept by STKXFER), beside on-hand.           *
000190*                                                               *
000200*   Pseudo-conversational like BCHINQ: the terminal sends the   *
000210*   sheet class in COMMAREA and gets the three answer lines     *
000220*   back, or a not-found message when the class has no          *
000230*   inventory record.                                           *
000240*****************************************************************
000410*                 inquiry checks OPRAUT for display authority
000420*                 (D or U, function STKINQ) before reading
000430*                 anything, the same rule PRMMNT enforces.
000432* 2026-10-13 MPR  A third answer line shows the STKXFER transfer
000434*                 area in transit to and from the rack beside
000436*                 on-hand (zero on records from before the
000438*                 transit fields existed).
000440*-----------------------------------------------------------------
000450
000460 ENVIRONMENT DIVISION.
000950     05  WS-A-REORDER        PIC Z(11)9.
000960     05  FILLER              PIC X(35)   VALUE SPACES.
000970
000972 01  WS-TRANSIT-LINE.
000974     05  FILLER              PIC X(22)   VALUE
000976         'IN TRANSIT - INBOUND: '.
000978     05  WS-T-INBOUND        PIC Z(11)9.
000980     05  FILLER              PIC X(11)   VALUE ' OUTBOUND: '.
000982     05  WS-T-OUTBOUND       PIC Z(11)9.
000984     05  FILLER              PIC X(20)   VALUE
000986         ' ON-HAND + INBOUND: '.
000988     05  WS-T-AVAILABLE      PIC Z(11)9.
000990     05  FILLER              PIC X(11)   VALUE SPACES.
000992 77  WS-TRANSIT-IN       PIC 9(12)      VALUE ZERO.
000994 77  WS-TRANSIT-OUT      PIC 9(12)      VALUE ZERO.
000996 77  WS-AVAILABLE-AREA   PIC 9(13)      VALUE ZERO.
000998
000999 01  WS-NO-ALERT-LINE        PIC X(100)  VALUE
001000     'NO OPEN REORDER ALERT FOR THIS CLASS'.
001001
001010 01  WS-NOT-FOUND-LINE       PIC X(100)  VALUE
001020     'SHEET CLASS NOT ON THE STKINV INVENTORY'.
001030
001120
001130*-----------------------------------------------------------------
001140* COMMUNICATION AREA - PLANT, SHEET CLASS, AND OPERATOR IN,
001150* THREE ANSWER LINES OUT
001160*-----------------------------------------------------------------
001170 LINKAGE SECTION.
001180 01  DFHCOMMAREA.
001210     05  CA-USER-ID          PIC X(08).
001220     05  CA-ANSWER-LINE      PIC X(100).
001230     05  CA-ALERT-LINE       PIC X(100).
001235     05  CA-TRANSIT-LINE     PIC X(100).
001240
001250 PROCEDURE DIVISION.
001260*****************************************************************
001420     IF WS-AUTHORITY = 'N'
001430         MOVE WS-NOAUTH-LINE TO CA-ANSWER-LINE
001440         MOVE SPACES TO CA-ALERT-LINE
001445         MOVE SPACES TO CA-TRANSIT-LINE
001450         EXEC CICS SEND TEXT
001460             FROM(CA-ANSWER-LINE)
001470             LENGTH(100)
001670         PERFORM 1000-FORMAT-STOCK-ANSWER THRU 1000-EXIT
001680         PERFORM 2000-FIND-OPEN-ALERT THRU 2000-EXIT
001690         PERFORM 3000-FORMAT-ALERT-ANSWER THRU 3000-EXIT
001695         PERFORM 4000-FORMAT-TRANSIT-ANSWER THRU 4000-EXIT
001700     ELSE
001710         MOVE WS-NOT-FOUND-LINE TO CA-ANSWER-LINE
001720         MOVE SPACES TO CA-ALERT-LINE
001725         MOVE SPACES TO CA-TRANSIT-LINE
001730     END-IF
001740
001750     EXEC CICS SEND TEXT
001810         FROM(CA-ALERT-LINE)
001820         LENGTH(100)
001830     END-EXEC
001832     EXEC CICS SEND TEXT
001834         FROM(CA-TRANSIT-LINE)
001836         LENGTH(100)
001838     END-EXEC
001840
001850     EXEC CICS RETURN
001860     END-EXEC.
002990     END-IF.
003000 3000-EXIT.
003010     EXIT.
003012
003014*-----------------------------------------------------------------
003016* 4000-FORMAT-TRANSIT-ANSWER - inbound and outbound transfer area
003018* off the same STKINV record; blank (pre-transfer) fields read as
003020* nothing in transit.
003022*-----------------------------------------------------------------
003024 4000-FORMAT-TRANSIT-ANSWER.
003026     MOVE ZERO TO WS-TRANSIT-IN
003028     MOVE ZERO TO WS-TRANSIT-OUT
003030     IF STK-INV-XFR-IN-AREA NUMERIC
003032         MOVE STK-INV-XFR-IN-AREA TO WS-TRANSIT-IN
003034     END-IF
003036     IF STK-INV-XFR-OUT-AREA NUMERIC
003038         MOVE STK-INV-XFR-OUT-AREA TO WS-TRANSIT-OUT
003040     END-IF
003042     COMPUTE WS-AVAILABLE-AREA =
003044         STK-INV-ON-HAND-AREA + WS-TRANSIT-IN
003046     MOVE WS-TRANSIT-IN TO WS-T-INBOUND
003048     MOVE WS-TRANSIT-OUT TO WS-T-OUTBOUND
003050     MOVE WS-AVAILABLE-AREA TO WS-T-AVAILABLE
003052     MOVE WS-TRANSIT-LINE TO CA-TRANSIT-LINE.
003054 4000-EXIT.
003056     EXIT.
003066
003076 END PROGRAM STKINQ.
