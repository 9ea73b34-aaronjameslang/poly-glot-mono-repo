000170*     CALCHK; a calendar that cannot be opened is mentioned,    *
000180*     never a reason to reject);                                *
000190*   - an ADD refuses a job already on the master, a CHANGE or   *
000200*     CLOSE refuses one that is not;                            *
000202*   - the customer is keyed by its CSTMST number, and an ADD    *
000204*     (or a CHANGE that keys one) refuses a customer not on the *
000206*     customer master or made inactive there. The order takes   *
000208*     the customer's name from the master, not from the card.   *
000209*   - an ADD may cite a PNLQTE quote from QTEMST: it must be    *
000210*     open and not past its expiry date. The quote is marked    *
000211*     accepted with the job number, and PNLDRV bills the job    *
000212*     at the quoted charge.                                     *
000216*                                                               *
000220*   Every applied change writes one ORDAUD audit record - who,  *
000230*   when, the action, and the order before and after - the way  *
000240*   DIVMNT audits the divisor table. The apply/reject register  *
000360* MODIFICATION HISTORY
000370* DATE       BY   DESCRIPTION
000380* 2026-09-01 MPR  Initial version.
000381* 2026-10-10 MPR  Orders are keyed to the CSTMST customer master:
000383*                 an ADD or customer CHANGE must cite an active
000385*                 customer number, and the order takes the number
000386*                 and the master's name. A name keyed with no
000388*                 number is refused.
000389* 2026-10-15 MPR  An ADD may cite a PNLQTE quote number: the quote
000391*                 must be on QTEMST, open, and not expired. It is
000392*                 marked accepted with the job number, and the
000393*                 order carries the quote number.
000394* 2026-10-15 MPR  The ORDAUD layout moves to the ORDAUD copybook,
000395*                 shared with JOBCMPL's completion posting. An
000396*                 ADD starts the order with no completion date.
000397*-----------------------------------------------------------------
000400
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS BCH-ORD-JOB-NUMBER
000510         FILE STATUS IS WS-ORD-STATUS.
000515     SELECT CUSTOMER-MASTER-FILE ASSIGN TO CSTMST
000516         ORGANIZATION IS INDEXED
000517         ACCESS MODE IS DYNAMIC
000518         RECORD KEY IS CST-MST-NUMBER
000519         FILE STATUS IS WS-CST-STATUS.
000521     SELECT QUOTE-FILE ASSIGN TO QTEMST
000522         ORGANIZATION IS INDEXED
000523         ACCESS MODE IS DYNAMIC
000524         RECORD KEY IS QTE-MST-NUMBER
000525         FILE STATUS IS WS-QTE-STATUS.
000527     SELECT AUDIT-FILE ASSIGN TO ORDAUD
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS WS-AUD-STATUS.
000550     SELECT REGISTER-REPORT-FILE ASSIGN TO ORDMRPT
000640 FD  ORDER-MASTER-FILE.
000650     COPY ORDMST.
000660
000662 FD  CUSTOMER-MASTER-FILE.
000665     COPY CSTMST.
000668
000669 FD  QUOTE-FILE.
000671     COPY QTEMST.
000672
000676 FD  AUDIT-FILE
000680     RECORDING MODE IS F.
000690     COPY ORDAUD.
000830
000840 FD  REGISTER-REPORT-FILE
000850     RECORDING MODE IS F.
000960 77  WS-TRN-STATUS       PIC X(02)      VALUE SPACES.
000970 77  WS-ORD-STATUS       PIC X(02)      VALUE SPACES.
000980 77  WS-AUD-STATUS       PIC X(02)      VALUE SPACES.
000982 77  WS-CST-STATUS       PIC X(02)      VALUE SPACES.
000984 77  WS-CST-FOUND-SW     PIC X(01)      VALUE 'N'.
000986     88  WS-CST-FOUND                   VALUE 'Y'.
000988 77  WS-CST-NUMBER       PIC 9(08)      VALUE ZERO.
000989 77  WS-QTE-STATUS       PIC X(02)      VALUE SPACES.
000991 77  WS-QTE-OPEN-SW      PIC X(01)      VALUE 'N'.
000992     88  WS-QTE-OPEN                    VALUE 'Y'.
000993 77  WS-QTE-FOUND-SW     PIC X(01)      VALUE 'N'.
000994     88  WS-QTE-FOUND                   VALUE 'Y'.
000995 77  WS-QTE-NUMBER       PIC 9(08)      VALUE ZERO.
000997
001000*-----------------------------------------------------------------
001010* RUN CONTROL AND COUNTERS
001020*-----------------------------------------------------------------
001080 77  WS-TRN-COUNT        PIC 9(08) COMP VALUE ZERO.
001090 77  WS-APPLIED-COUNT    PIC 9(08) COMP VALUE ZERO.
001100 77  WS-REJECT-COUNT     PIC 9(08) COMP VALUE ZERO.
001105 77  WS-QUOTED-COUNT     PIC 9(08) COMP VALUE ZERO.
001110
001120*-----------------------------------------------------------------
001130* DUE-DATE EDIT WORK FIELDS
001470     05  FILLER              PIC X(01)   VALUE SPACE.
001480     05  WS-D-JOB            PIC X(08).
001490     05  FILLER              PIC X(01)   VALUE SPACE.
001500     05  WS-D-CUST-NUMBER    PIC X(08).
001503     05  FILLER              PIC X(01)   VALUE SPACE.
001506     05  WS-D-CUSTOMER       PIC X(11).
001510     05  FILLER              PIC X(01)   VALUE SPACE.
001520     05  WS-D-DUE-DATE       PIC X(08).
001530     05  FILLER              PIC X(01)   VALUE SPACE.
001990         MOVE 12 TO RETURN-CODE
002000         GOBACK
002010     END-IF
002012     OPEN INPUT CUSTOMER-MASTER-FILE
002014     IF WS-CST-STATUS NOT = '00'
002015         DISPLAY 'ORDMNT - CSTMST OPEN FAILED, STATUS = '
002016             WS-CST-STATUS
002017         MOVE 12 TO RETURN-CODE
002018         GOBACK
002019     END-IF
002021*    a quote file that cannot be opened refuses only the ADDs
002022*    that cite a quote
002023     OPEN I-O QUOTE-FILE
002024     IF WS-QTE-STATUS = '00'
002025         MOVE 'Y' TO WS-QTE-OPEN-SW
002026     ELSE
002027         DISPLAY 'ORDMNT - QTEMST OPEN FAILED, STATUS = '
002028             WS-QTE-STATUS ' - QUOTED ADDS WILL BE REFUSED'
002029     END-IF
002030     OPEN EXTEND AUDIT-FILE
002031     IF WS-AUD-STATUS = '35' OR WS-AUD-STATUS = '05'
002040         OPEN OUTPUT AUDIT-FILE
002050         CLOSE AUDIT-FILE
002060         OPEN EXTEND AUDIT-FILE
002210 2000-APPLY-ONE-TRAN.
002220     ADD 1 TO WS-TRN-COUNT
002230     MOVE 'N' TO WS-TRN-BAD-SW
002235     MOVE 'N' TO WS-CST-FOUND-SW
002237     MOVE 'N' TO WS-QTE-FOUND-SW
002240     PERFORM 2100-EDIT-TRAN THRU 2100-EXIT
002250     IF NOT WS-TRN-BAD
002260         EVALUATE TRUE
002370     ELSE
002380         ADD 1 TO WS-APPLIED-COUNT
002390         MOVE 'APPLIED                   ' TO WS-D-DISPOSITION
002392         IF WS-QTE-FOUND
002394             ADD 1 TO WS-QUOTED-COUNT
002396             MOVE 'APPLIED - QUOTE ' TO WS-D-DISPOSITION
002397             MOVE WS-QTE-NUMBER TO WS-D-DISPOSITION (17:8)
002398         END-IF
002400     END-IF
002410     PERFORM 2800-WRITE-REGISTER-LINE THRU 2800-EXIT
002420     PERFORM 2900-READ-TRAN THRU 2900-EXIT.
002600         MOVE 'Y' TO WS-TRN-BAD-SW
002610         GO TO 2100-EXIT
002620     END-IF
002630     IF ORD-TRN-ADD AND ORD-TRN-CUST-NUMBER = SPACES
002640         MOVE 'REJ-NO CUSTOMER           ' TO WS-D-DISPOSITION
002650         MOVE 'Y' TO WS-TRN-BAD-SW
002660         GO TO 2100-EXIT
002670     END-IF
002671     IF ORD-TRN-CHANGE AND ORD-TRN-CUST-NUMBER = SPACES
002672             AND ORD-TRN-CUSTOMER NOT = SPACES
002673         MOVE 'REJ-KEY CUSTOMER NUMBER   ' TO WS-D-DISPOSITION
002674         MOVE 'Y' TO WS-TRN-BAD-SW
002675         GO TO 2100-EXIT
002676     END-IF
002677     IF ORD-TRN-CUST-NUMBER NOT = SPACES
002678         PERFORM 2300-EDIT-CUSTOMER THRU 2300-EXIT
002679         IF WS-TRN-BAD
002680             GO TO 2100-EXIT
002681         END-IF
002682     END-IF
002686     IF ORD-TRN-ADD
002690             OR (ORD-TRN-CHANGE AND ORD-TRN-PRIORITY NOT = SPACE)
002700         IF ORD-TRN-PRIORITY NOT = 'A'
002710                 AND ORD-TRN-PRIORITY NOT = 'B'
002800             OR (ORD-TRN-CHANGE AND ORD-TRN-DUE-DATE NOT = SPACES
002810                 AND ORD-TRN-DUE-DATE NOT = '00000000')
002820         PERFORM 2200-EDIT-DUE-DATE THRU 2200-EXIT
002825         IF WS-TRN-BAD
002826             GO TO 2100-EXIT
002827         END-IF
002830     END-IF
002832     IF ORD-TRN-ADD AND ORD-TRN-QUOTE-NUMBER NOT = SPACES
002834         PERFORM 2400-EDIT-QUOTE THRU 2400-EXIT
002836     END-IF.
002840 2100-EXIT.
002850     EXIT.
002860
003210 2200-EXIT.
003220     EXIT.
003230
003231*-----------------------------------------------------------------
003232* 2300-EDIT-CUSTOMER - the customer must be on CSTMST and active;
003233* an inactive customer keeps its history but takes no new work.
003234*-----------------------------------------------------------------
003235 2300-EDIT-CUSTOMER.
003236     IF ORD-TRN-CUST-NUMBER NOT NUMERIC
003237         MOVE 'REJ-CUSTOMER NOT NUMERIC  ' TO WS-D-DISPOSITION
003238         MOVE 'Y' TO WS-TRN-BAD-SW
003239         GO TO 2300-EXIT
003240     END-IF
003241     MOVE ORD-TRN-CUST-NUMBER TO WS-CST-NUMBER
003242     MOVE WS-CST-NUMBER TO CST-MST-NUMBER
003243     READ CUSTOMER-MASTER-FILE
003244         INVALID KEY
003245             MOVE 'REJ-CUSTOMER NOT ON MASTER'
003246                 TO WS-D-DISPOSITION
003247             MOVE 'Y' TO WS-TRN-BAD-SW
003248             GO TO 2300-EXIT
003249     END-READ
003250     MOVE 'Y' TO WS-CST-FOUND-SW
003251     IF NOT CST-MST-ACTIVE
003252         MOVE 'REJ-CUSTOMER INACTIVE     ' TO WS-D-DISPOSITION
003253         MOVE 'Y' TO WS-TRN-BAD-SW
003254     END-IF.
003255 2300-EXIT.
003256     EXIT.
003257
003258*-----------------------------------------------------------------
003259* 2400-EDIT-QUOTE - a quoted ADD must cite a quote on QTEMST
003260* that is still open (not already taken by another order) and
003261* not past its expiry date. Record zero is the quote counter,
003262* never a quote.
003263*-----------------------------------------------------------------
003264 2400-EDIT-QUOTE.
003265     IF ORD-TRN-QUOTE-NUMBER NOT NUMERIC
003266         MOVE 'REJ-QUOTE NOT NUMERIC     ' TO WS-D-DISPOSITION
003267         MOVE 'Y' TO WS-TRN-BAD-SW
003268         GO TO 2400-EXIT
003269     END-IF
003270     IF NOT WS-QTE-OPEN
003271         MOVE 'REJ-QUOTE FILE UNAVAILABLE' TO WS-D-DISPOSITION
003272         MOVE 'Y' TO WS-TRN-BAD-SW
003273         GO TO 2400-EXIT
003274     END-IF
003275     MOVE ORD-TRN-QUOTE-NUMBER TO WS-QTE-NUMBER
003276     IF WS-QTE-NUMBER = ZERO
003277         MOVE 'REJ-QUOTE NOT ON FILE     ' TO WS-D-DISPOSITION
003278         MOVE 'Y' TO WS-TRN-BAD-SW
003279         GO TO 2400-EXIT
003280     END-IF
003281     MOVE WS-QTE-NUMBER TO QTE-MST-NUMBER
003282     READ QUOTE-FILE
003283         INVALID KEY
003284             MOVE 'REJ-QUOTE NOT ON FILE     '
003285                 TO WS-D-DISPOSITION
003286             MOVE 'Y' TO WS-TRN-BAD-SW
003287             GO TO 2400-EXIT
003288     END-READ
003289     IF NOT QTE-MST-OPEN
003290         MOVE 'REJ-QUOTE ALREADY USED    ' TO WS-D-DISPOSITION
003291         MOVE 'Y' TO WS-TRN-BAD-SW
003292         GO TO 2400-EXIT
003293     END-IF
003294     IF QTE-MST-EXPIRY-DATE < WS-TODAY-DATE
003295         MOVE 'REJ-QUOTE EXPIRED         ' TO WS-D-DISPOSITION
003296         MOVE 'Y' TO WS-TRN-BAD-SW
003297         GO TO 2400-EXIT
003298     END-IF
003299     MOVE 'Y' TO WS-QTE-FOUND-SW.
003300 2400-EXIT.
003301     EXIT.
003302
003303*-----------------------------------------------------------------
003304* 3000-APPLY-ADD
003305*-----------------------------------------------------------------
003306 3000-APPLY-ADD.
003307     MOVE SPACES TO BCH-ORD-RECORD
003308     MOVE ORD-TRN-JOB-NUMBER TO BCH-ORD-JOB-NUMBER
003309     MOVE CST-MST-NAME TO BCH-ORD-CUSTOMER
003310     MOVE CST-MST-NUMBER TO BCH-ORD-CUST-NUMBER
003311     MOVE WS-DUE-DATE-NUM TO BCH-ORD-DUE-DATE
003320     MOVE ORD-TRN-PRIORITY TO BCH-ORD-PRIORITY
003330     MOVE SPACE TO BCH-ORD-STATUS
003335     IF WS-QTE-FOUND
003336         MOVE WS-QTE-NUMBER TO BCH-ORD-QUOTE-NUMBER
003337     ELSE
003338         MOVE ZERO TO BCH-ORD-QUOTE-NUMBER
003339     END-IF
003340     MOVE ZERO TO BCH-ORD-COMPLETE-DATE
003341     WRITE BCH-ORD-RECORD
003350         INVALID KEY
003360             MOVE 'REJ-JOB ALREADY ON MASTER '
003370                 TO WS-D-DISPOSITION
003420     MOVE ZERO TO WS-OLD-DUE-DATE
003430     MOVE SPACE TO WS-OLD-PRIORITY
003440     MOVE SPACE TO WS-OLD-STATUS
003450     PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT
003452     IF WS-QTE-FOUND
003454         PERFORM 3100-ACCEPT-QUOTE THRU 3100-EXIT
003456     END-IF.
003460 3000-EXIT.
003470     EXIT.
003472
003474*-----------------------------------------------------------------
003476* 3100-ACCEPT-QUOTE - the quote the edit read is still current;
003477* it is marked taken by this job, so PNLDRV bills the job at
003478* the quoted charge and no second order can cite it.
003479*-----------------------------------------------------------------
003480 3100-ACCEPT-QUOTE.
003481     MOVE 'A' TO QTE-MST-STATUS
003482     MOVE BCH-ORD-JOB-NUMBER TO QTE-MST-JOB-NUMBER
003483     REWRITE QTE-MST-RECORD
003484         INVALID KEY
003485             DISPLAY 'ORDMNT - QTEMST REWRITE FAILED, QUOTE '
003486                 WS-QTE-NUMBER ' JOB ' BCH-ORD-JOB-NUMBER
003487     END-REWRITE.
003488 3100-EXIT.
003489     EXIT.
003490
003491*-----------------------------------------------------------------
003500* 4000-APPLY-CHANGE - a blank customer number, blank/zero due
003510* date, or blank priority on the card leaves that field as it
003515* stands; a new customer number brings the master's name with it.
003520*-----------------------------------------------------------------
003530 4000-APPLY-CHANGE.
003540     MOVE ORD-TRN-JOB-NUMBER TO BCH-ORD-JOB-NUMBER
003600             GO TO 4000-EXIT
003610     END-READ
003620     PERFORM 6000-SAVE-BEFORE-IMAGE THRU 6000-EXIT
003630     IF WS-CST-FOUND
003640         MOVE CST-MST-NAME TO BCH-ORD-CUSTOMER
003645         MOVE CST-MST-NUMBER TO BCH-ORD-CUST-NUMBER
003650     END-IF
003660     IF ORD-TRN-DUE-DATE NOT = SPACES
003670             AND ORD-TRN-DUE-DATE NOT = '00000000'
004250* name carries its first twelve characters).
004260*-----------------------------------------------------------------
004270 7000-WRITE-AUDIT.
004280     MOVE SPACES TO ORD-AUD-RECORD
004290     MOVE WS-TODAY-DATE TO ORD-AUD-DATE
004300     MOVE WS-TODAY-TIME TO ORD-AUD-TIME
004310     MOVE ORD-TRN-USER-ID TO ORD-AUD-USER-ID
004320     MOVE ORD-TRN-ACTION TO ORD-AUD-ACTION
004330     MOVE BCH-ORD-JOB-NUMBER TO ORD-AUD-JOB-NUMBER
004340     MOVE WS-OLD-DUE-DATE TO ORD-AUD-OLD-DUE-DATE
004350     MOVE WS-OLD-PRIORITY TO ORD-AUD-OLD-PRIORITY
004360     MOVE WS-OLD-STATUS TO ORD-AUD-OLD-STATUS
004370     MOVE WS-OLD-CUSTOMER (1:12) TO ORD-AUD-OLD-CUSTOMER
004380     MOVE BCH-ORD-DUE-DATE TO ORD-AUD-NEW-DUE-DATE
004390     MOVE BCH-ORD-PRIORITY TO ORD-AUD-NEW-PRIORITY
004400     MOVE BCH-ORD-STATUS TO ORD-AUD-NEW-STATUS
004410     MOVE BCH-ORD-CUSTOMER (1:12) TO ORD-AUD-NEW-CUSTOMER
004420     WRITE ORD-AUD-RECORD.
004430 7000-EXIT.
004440     EXIT.
004450
004460 2800-WRITE-REGISTER-LINE.
004470     MOVE ORD-TRN-ACTION TO WS-D-ACTION
004480     MOVE ORD-TRN-JOB-NUMBER TO WS-D-JOB
004485     MOVE ORD-TRN-CUST-NUMBER TO WS-D-CUST-NUMBER
004490     IF WS-CST-FOUND
004492         MOVE CST-MST-NAME TO WS-D-CUSTOMER
004494     ELSE
004496         MOVE ORD-TRN-CUSTOMER TO WS-D-CUSTOMER
004498     END-IF
004500     MOVE ORD-TRN-DUE-DATE TO WS-D-DUE-DATE
004510     MOVE ORD-TRN-PRIORITY TO WS-D-PRIORITY
004520     MOVE WS-DETAIL-LINE TO REPORT-LINE
004790     MOVE WS-REJECT-COUNT TO WS-C-COUNT
004800     MOVE WS-COUNT-LINE TO REPORT-LINE
004810     WRITE REPORT-LINE
004812     MOVE 'ADDS AGAINST A QUOTE:   ' TO WS-C-LABEL
004814     MOVE WS-QUOTED-COUNT TO WS-C-COUNT
004816     MOVE WS-COUNT-LINE TO REPORT-LINE
004818     WRITE REPORT-LINE
004820     CLOSE TRANSACTION-FILE
004830     CLOSE ORDER-MASTER-FILE
004835     CLOSE CUSTOMER-MASTER-FILE
004837     IF WS-QTE-OPEN
004838         CLOSE QUOTE-FILE
004839     END-IF
004840     CLOSE AUDIT-FILE
004850     CLOSE REGISTER-REPORT-FILE
004860     IF WS-REJECT-COUNT > 0
