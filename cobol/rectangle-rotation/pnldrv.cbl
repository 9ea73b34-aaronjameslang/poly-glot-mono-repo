000640*                 in native square inches), carries it on PNLOUT,
000650*                 and foots the run's totals to the WSTCUM
000660*                 cumulative waste file for the PNLUTIL report.
000661* 2026-10-07 DRO  Takes the run date - billing header, PNLOUT and
000663*                 WSTCUM stamps, and the rate effective-date
000665*                 test - from the BUSDTE business-date record
000666*                 (BUSDRD) instead of the machine clock, so a
000668*                 night past midnight bills under its own date.
000669* 2026-10-09 DRO  CANCELs SOLUTION at end of run, closing the
000670*                 exception files it now holds open for the run.
000671* 2026-10-10 DRO  Each BILLEXT invoice line carries the job's
000672*                 CSTMST customer number, read from its order
000673*                 master through ORDREAD (zero when none).
000674* 2026-10-11 DRO  Each BILLEXT invoice line carries its job
000675*                 number, so the JOBTBLD job-trail index can
000676*                 tie a billed line and its acknowledgment
000677*                 back to the job.
000678* 2026-10-15 DRO  A job whose order was accepted against a PNLQTE
000679*                 quote (QTEMST) bills at the quoted charge when
000680*                 the panel matches the quote, and the quote is
000681*                 marked billed; a panel that does not match is
000682*                 billed at the rate and named on the console.
000683* 2026-10-15 DRO  A job on billing hold (BILHLD) has its invoice
000684*                 lines parked on BILPKN instead of sent; the
000685*                 lines parked on earlier nights (BILPRK) whose
000686*                 hold has since been released go out at the
000687*                 front of this transmission, and the rest are
000688*                 parked again.
000689* 2026-10-15 DRO  Sends the billing adjustments BILAMNT queued on
000690*                 BILAQ as adjustment records after the invoice
000691*                 lines carried forward, each under its own line
000692*                 number and footed into the trailer count and
000693*                 hash, with the trailer's adjustment count.
000694*-----------------------------------------------------------------
000695
000696 ENVIRONMENT DIVISION.
000700 INPUT-OUTPUT SECTION.
000710 FILE-CONTROL.
000720     SELECT PANEL-FILE ASSIGN TO BCHSTG
000900     SELECT WASTE-FILE ASSIGN TO WSTCUM
000910         ORGANIZATION IS SEQUENTIAL
000920         FILE STATUS IS WS-WST-STATUS.
000925     SELECT QUOTE-FILE ASSIGN TO QTEMST
000926         ORGANIZATION IS INDEXED
000927         ACCESS MODE IS DYNAMIC
000928         RECORD KEY IS QTE-MST-NUMBER
000929         FILE STATUS IS WS-QTE-STATUS.
000930     SELECT HOLD-FILE ASSIGN TO BILHLD
000931         ORGANIZATION IS INDEXED
000932         ACCESS MODE IS RANDOM
000933         RECORD KEY IS BIL-HLD-JOB-NUMBER
000934         FILE STATUS IS WS-HLD-STATUS.
000935     SELECT PARK-IN-FILE ASSIGN TO BILPRK
000936         ORGANIZATION IS SEQUENTIAL
000937         FILE STATUS IS WS-PRK-STATUS.
000938     SELECT PARK-OUT-FILE ASSIGN TO BILPKN
000939         ORGANIZATION IS SEQUENTIAL
000940         FILE STATUS IS WS-PKN-STATUS.
000941     SELECT ADJ-QUEUE-FILE ASSIGN TO BILAQ
000942         ORGANIZATION IS SEQUENTIAL
000943         FILE STATUS IS WS-ADQ-STATUS.
000944
000945 DATA DIVISION.
000950 FILE SECTION.
000960 FD  PANEL-FILE
000970     RECORDING MODE IS F.
001260 FD  WASTE-FILE
001270     RECORDING MODE IS F.
001280     COPY WSTCUM.
001282
001284 FD  QUOTE-FILE.
001286     COPY QTEMST.
001287
001288 FD  HOLD-FILE.
001289     COPY BILHLD.
001290
001291 FD  PARK-IN-FILE
001292     RECORDING MODE IS F.
001293     COPY BILPRK.
001294
001295 FD  PARK-OUT-FILE
001296     RECORDING MODE IS F.
001297 01  PARK-OUT-RECORD     PIC X(88).
001298
001299 FD  ADJ-QUEUE-FILE
001300     RECORDING MODE IS F.
001301 01  ADJ-QUEUE-RECORD    PIC X(80).
001302
001303 WORKING-STORAGE SECTION.
001310*-----------------------------------------------------------------
001320* SWITCHES
001330*-----------------------------------------------------------------
001780 77  WS-BILL-LINE-NO     PIC 9(06)      VALUE ZERO.
001790 77  WS-RQ-COUNT         PIC 9(06)      VALUE ZERO.
001800
001801*-----------------------------------------------------------------
001802* ORDREAD LINKAGE WORK FIELDS - the customer number each invoice
001803* line carries.
001804*-----------------------------------------------------------------
001805 77  WS-ORD-CUSTOMER     PIC X(20)      VALUE SPACES.
001806 77  WS-ORD-CUST-NUMBER  PIC 9(08)      VALUE ZERO.
001807 77  WS-ORD-DUE-DATE     PIC 9(08)      VALUE ZERO.
001808 77  WS-ORD-PRIORITY     PIC X(01)      VALUE SPACE.
001809 77  WS-ORD-STATUS       PIC X(02)      VALUE SPACES.
001810
001811*-----------------------------------------------------------------
001812* QUOTE TABLE - the QTEMST quotes ORDMNT accepted against an
001813* order, by job: 'A' ones not yet billed, and 'B' ones billed
001814* on this run date (so a rerun of the night bills them again
001815* at the quote). A job found here bills at the quoted charge.
001816*-----------------------------------------------------------------
001817 77  WS-QTE-STATUS       PIC X(02)      VALUE SPACES.
001818 77  WS-QTE-OPEN-SW      PIC X(01)      VALUE 'N'.
001819     88  WS-QTE-OPEN                    VALUE 'Y'.
001820 77  WS-QTE-EOF-SW       PIC X(01)      VALUE 'N'.
001821     88  WS-QTE-EOF-YES                 VALUE 'Y'.
001822 77  WS-QTE-FOUND-SW     PIC X(01)      VALUE 'N'.
001823     88  WS-QTE-FOUND                   VALUE 'Y'.
001824 77  WS-QTE-APPLIED-SW   PIC X(01)      VALUE 'N'.
001825     88  WS-QTE-APPLIED                 VALUE 'Y'.
001826 77  WS-QTE-COUNT        PIC 9(04) COMP VALUE ZERO.
001827 77  WS-QUOTED-COUNT     PIC 9(08)      VALUE ZERO.
001828 77  WS-QTE-MISMATCH-COUNT PIC 9(08)    VALUE ZERO.
001829 01  WS-QUOTE-TABLE.
001830     05  WS-QUOTE-ENTRY OCCURS 2000 TIMES
001831             INDEXED BY QTE-IDX.
001832         10  WS-QT-JOB       PIC 9(08).
001833         10  WS-QT-NUMBER    PIC 9(08).
001834
001836*-----------------------------------------------------------------
001837* BILLING HOLD - a job held on BILHLD has its lines parked on
001838* BILPKN, not sent. The lines parked on earlier nights are read
001839* back off BILPRK; those whose hold is no longer in force go
001840* out on this transmission and the rest are parked again. A
001841* hold file that cannot be opened sends nothing parked and
001842* parks nothing new.
001843*-----------------------------------------------------------------
001844 77  WS-HLD-STATUS       PIC X(02)      VALUE SPACES.
001845 77  WS-HLD-OPEN-SW      PIC X(01)      VALUE 'N'.
001846     88  WS-HLD-OPEN                    VALUE 'Y'.
001847 77  WS-JOB-HELD-SW      PIC X(01)      VALUE 'N'.
001848     88  WS-JOB-HELD                    VALUE 'Y'.
001849 77  WS-PRK-STATUS       PIC X(02)      VALUE SPACES.
001850 77  WS-PRK-EOF-SW       PIC X(01)      VALUE 'N'.
001851     88  WS-PRK-EOF-YES                 VALUE 'Y'.
001852 77  WS-PKN-STATUS       PIC X(02)      VALUE SPACES.
001853 77  WS-HOLD-JOB         PIC 9(08)      VALUE ZERO.
001854 77  WS-PARKED-COUNT     PIC 9(08)      VALUE ZERO.
001855 77  WS-PARKED-VALUE     PIC 9(11)V9(02) VALUE ZERO.
001856 77  WS-REPARKED-COUNT   PIC 9(08)      VALUE ZERO.
001857 77  WS-UNPARKED-COUNT   PIC 9(08)      VALUE ZERO.
001858 01  WS-PARK-WORK.
001859     05  WS-PW-PARK-DATE     PIC 9(08).
001860     05  WS-PW-LINE          PIC X(80).
001861
001862*-----------------------------------------------------------------
001863* BILLING ADJUSTMENTS - the credits and debits BILAMNT queued on
001864* BILAQ since the last clean extract.
001865*-----------------------------------------------------------------
001866 77  WS-ADQ-STATUS       PIC X(02)      VALUE SPACES.
001867 77  WS-ADQ-EOF-SW       PIC X(01)      VALUE 'N'.
001868     88  WS-ADQ-EOF-YES                 VALUE 'Y'.
001869 77  WS-ADJ-COUNT        PIC 9(08)      VALUE ZERO.
001870 77  WS-ADJ-CREDIT-VALUE PIC 9(11)V9(02) VALUE ZERO.
001871 77  WS-ADJ-DEBIT-VALUE  PIC 9(11)V9(02) VALUE ZERO.
001872
001873*-----------------------------------------------------------------
001874* WASTE TRACKING - the panel's own area (converted to square
001875* inches for millimeter orders, the same conversion SOLUTION
001876* applies to the candidate areas) against the stock area it
001877* was charged.
001878*-----------------------------------------------------------------
001879 77  WS-WST-STATUS       PIC X(02)      VALUE SPACES.
001880 77  WS-PANEL-AREA       PIC 9(08)      VALUE ZERO.
001890 77  WS-WASTE-AREA       PIC S9(08)     VALUE ZERO.
001900 77  WS-TOT-PANEL-AREA   PIC 9(12)      VALUE ZERO.
001970* the hundredths are dropped for the journal stamps.
001980*-----------------------------------------------------------------
001990 77  WS-RUN-DATE         PIC 9(08)      VALUE ZERO.
001993 77  WS-RUN-STAMP        PIC X(80)      VALUE SPACES.
001996 77  WS-BUSD-STATUS      PIC X(02)      VALUE SPACES.
002000 77  WS-TIME-RAW         PIC 9(08)      VALUE ZERO.
002010 77  WS-JRNL-START-TIME  PIC 9(06)      VALUE ZERO.
002020 77  WS-JRNL-END-TIME    PIC 9(06)      VALUE ZERO.
002270* 1000-INITIALIZE
002280*-----------------------------------------------------------------
002290 1000-INITIALIZE.
002292     CALL 'BUSDRD' USING BY REFERENCE WS-RUN-DATE
002294                         BY REFERENCE WS-RUN-STAMP
002296                         BY REFERENCE WS-BUSD-STATUS
002298     END-CALL
002301     IF WS-BUSD-STATUS NOT = '00'
002303         DISPLAY 'PNLDRV - BUSDTE NOT AVAILABLE, STATUS = '
002305             WS-BUSD-STATUS ' - RUNNING UNDER THE MACHINE DATE'
002307     END-IF
002310     ACCEPT WS-TIME-RAW FROM TIME
002320     COMPUTE WS-JRNL-START-TIME = WS-TIME-RAW / 100
002330     PERFORM 1080-JOURNAL-START THRU 1080-EXIT
002332*    no park file, no extract - a held job's lines would be lost
002333     OPEN OUTPUT PARK-OUT-FILE
002334     IF WS-PKN-STATUS NOT = '00'
002335         DISPLAY 'PNLDRV - BILPKN OPEN FAILED, STATUS = '
002336             WS-PKN-STATUS ' - NOTHING EXTRACTED'
002337         MOVE 12 TO RETURN-CODE
002338         GOBACK
002339     END-IF
002340     PERFORM 1200-LOAD-RATES THRU 1200-EXIT
002345     PERFORM 1500-LOAD-QUOTES THRU 1500-EXIT
002350     OPEN INPUT PANEL-FILE
002360     OPEN OUTPUT PANEL-OUT-FILE
002370     OPEN OUTPUT BILLING-FILE
002480     MOVE WS-CONTROL-NO TO BILL-HDR-CONTROL-NO
002490     PERFORM 2650-PUT-BILLING THRU 2650-EXIT
002500     PERFORM 1400-REQUEUE-REJECTS THRU 1400-EXIT
002505     PERFORM 1600-RELEASE-PARKED THRU 1600-EXIT
002507     PERFORM 1700-SEND-ADJUSTMENTS THRU 1700-EXIT
002510     PERFORM 2900-READ-PANEL THRU 2900-EXIT.
002520 1000-EXIT.
002530     EXIT.
004460 1290-EXIT.
004470     EXIT.
004480
004481*-----------------------------------------------------------------
004482* 1500-LOAD-QUOTES - the accepted quotes off QTEMST into the
004483* quote table. The file stays open for the run so each quote
004484* billed is marked as it goes. A quote file that cannot be
004485* opened bills every job at the rate, loudly.
004486*-----------------------------------------------------------------
004487 1500-LOAD-QUOTES.
004488     OPEN I-O QUOTE-FILE
004489     IF WS-QTE-STATUS NOT = '00'
004490         DISPLAY 'PNLDRV - QTEMST NOT AVAILABLE, STATUS = '
004491             WS-QTE-STATUS ' - QUOTED JOBS BILL AT THE RATE'
004492         GO TO 1500-EXIT
004493     END-IF
004494     MOVE 'Y' TO WS-QTE-OPEN-SW
004495     PERFORM 1590-READ-QUOTE THRU 1590-EXIT
004496     PERFORM 1550-STORE-QUOTE THRU 1550-EXIT
004497         UNTIL WS-QTE-EOF-YES.
004498 1500-EXIT.
004499     EXIT.
004500
004501*-----------------------------------------------------------------
004502* 1550-STORE-QUOTE - record zero is the quote counter, not a
004503* quote.
004504*-----------------------------------------------------------------
004505 1550-STORE-QUOTE.
004506     IF QTE-MST-NUMBER = ZERO
004507         GO TO 1550-NEXT
004508     END-IF
004509     IF NOT QTE-MST-ACCEPTED
004510             AND NOT (QTE-MST-BILLED
004511                 AND QTE-MST-BILL-DATE = WS-RUN-DATE)
004512         GO TO 1550-NEXT
004513     END-IF
004514     IF WS-QTE-COUNT = 2000
004515         DISPLAY 'PNLDRV - QUOTE TABLE FULL, QUOTE '
004516             QTE-MST-NUMBER ' NOT LOADED'
004517         GO TO 1550-NEXT
004518     END-IF
004519     ADD 1 TO WS-QTE-COUNT
004520     SET QTE-IDX TO WS-QTE-COUNT
004521     MOVE QTE-MST-JOB-NUMBER TO WS-QT-JOB (QTE-IDX)
004522     MOVE QTE-MST-NUMBER TO WS-QT-NUMBER (QTE-IDX).
004523 1550-NEXT.
004524     PERFORM 1590-READ-QUOTE THRU 1590-EXIT.
004525 1550-EXIT.
004526     EXIT.
004527
004528 1590-READ-QUOTE.
004529     READ QUOTE-FILE NEXT RECORD
004530         AT END
004531             MOVE 'Y' TO WS-QTE-EOF-SW
004532     END-READ.
004533 1590-EXIT.
004534     EXIT.
004535
004537*-----------------------------------------------------------------
004538* 1600-RELEASE-PARKED - opens the hold file, then reads back
004539* every line parked on an earlier night (BILPKN is open already):
004540* a line whose job is no longer held is renumbered under
004541* tonight's control number and footed into the trailer like
004542* any other line, and a line still held is parked again under
004543* its original park date. The JCL makes BILPKN the BILPRK of
004544* the next run only after a clean extract, so a rerun reads
004545* the same parked lines again. A missing BILPRK means nothing
004546* was parked.
004547*-----------------------------------------------------------------
004548 1600-RELEASE-PARKED.
004550     OPEN INPUT HOLD-FILE
004551     IF WS-HLD-STATUS = '00'
004552         MOVE 'Y' TO WS-HLD-OPEN-SW
004553     ELSE
004554         DISPLAY 'PNLDRV - BILHLD NOT AVAILABLE, STATUS = '
004555             WS-HLD-STATUS ' - NO JOB IS HELD, PARKED LINES '
004556             'STAY PARKED'
004557     END-IF
004558     OPEN INPUT PARK-IN-FILE
004559     IF WS-PRK-STATUS NOT = '00'
004560         GO TO 1600-EXIT
004561     END-IF
004562     PERFORM 1690-READ-PARKED THRU 1690-EXIT
004563     PERFORM 1650-UNPARK-ONE THRU 1650-EXIT
004564         UNTIL WS-PRK-EOF-YES
004565     CLOSE PARK-IN-FILE
004566     IF WS-UNPARKED-COUNT > 0
004567         DISPLAY 'PNLDRV - RELEASED PARKED LINES SENT: '
004568             WS-UNPARKED-COUNT
004569     END-IF.
004570 1600-EXIT.
004571     EXIT.
004572
004573 1650-UNPARK-ONE.
004574     MOVE BIL-PRK-LINE TO BILL-EXT-RECORD
004575     IF NOT BILL-DETAIL
004576         GO TO 1650-NEXT
004577     END-IF
004578     MOVE 'Y' TO WS-JOB-HELD-SW
004579     IF WS-HLD-OPEN
004580         MOVE BILL-DTL-JOB-NUMBER TO WS-HOLD-JOB
004581         PERFORM 2610-CHECK-HOLD THRU 2610-EXIT
004582     END-IF
004583     IF WS-JOB-HELD
004584         WRITE PARK-OUT-RECORD FROM BIL-PRK-RECORD
004585         ADD 1 TO WS-REPARKED-COUNT
004586         GO TO 1650-NEXT
004587     END-IF
004588     ADD 1 TO WS-BILL-LINE-NO
004589     MOVE WS-BILL-LINE-NO TO BILL-DTL-LINE-NO
004590     PERFORM 2650-PUT-BILLING THRU 2650-EXIT
004591     ADD 1 TO WS-BILL-COUNT
004592     ADD 1 TO WS-UNPARKED-COUNT
004593     ADD BILL-DTL-CHARGE TO WS-BILL-HASH.
004594 1650-NEXT.
004595     PERFORM 1690-READ-PARKED THRU 1690-EXIT.
004596 1650-EXIT.
004597     EXIT.
004598
004599 1690-READ-PARKED.
004600     READ PARK-IN-FILE
004601         AT END
004602             MOVE 'Y' TO WS-PRK-EOF-SW
004603     END-READ.
004604 1690-EXIT.
004605     EXIT.
004606
004607*-----------------------------------------------------------------
004608* 1700-SEND-ADJUSTMENTS - every adjustment queued on BILAQ goes
004609* out numbered in tonight's transmission; its amount is added
004610* to the hash unsigned, whichever way it goes. The JCL empties
004611* BILAQ only after a clean extract, so a rerun sends the same
004612* adjustments again under the rerun's control number. A
004613* missing queue has nothing waiting.
004614*-----------------------------------------------------------------
004615 1700-SEND-ADJUSTMENTS.
004616     OPEN INPUT ADJ-QUEUE-FILE
004617     IF WS-ADQ-STATUS NOT = '00'
004618         GO TO 1700-EXIT
004619     END-IF
004620     PERFORM 1790-READ-ADJUSTMENT THRU 1790-EXIT
004621     PERFORM 1750-SEND-ONE-ADJUSTMENT THRU 1750-EXIT
004622         UNTIL WS-ADQ-EOF-YES
004623     CLOSE ADJ-QUEUE-FILE
004624     IF WS-ADJ-COUNT > 0
004625         DISPLAY 'PNLDRV - BILLING ADJUSTMENTS SENT: '
004626             WS-ADJ-COUNT
004627     END-IF.
004628 1700-EXIT.
004629     EXIT.
004630
004631 1750-SEND-ONE-ADJUSTMENT.
004632     MOVE ADJ-QUEUE-RECORD TO BILL-EXT-RECORD
004633     IF NOT BILL-ADJUSTMENT
004634         GO TO 1750-NEXT
004635     END-IF
004636     ADD 1 TO WS-BILL-LINE-NO
004637     MOVE WS-BILL-LINE-NO TO BILL-ADJ-LINE-NO
004638     PERFORM 2650-PUT-BILLING THRU 2650-EXIT
004639     ADD 1 TO WS-BILL-COUNT
004640     ADD 1 TO WS-ADJ-COUNT
004641     ADD BILL-ADJ-AMOUNT TO WS-BILL-HASH
004642     IF BILL-ADJ-CREDIT
004643         ADD BILL-ADJ-AMOUNT TO WS-ADJ-CREDIT-VALUE
004644     ELSE
004645         ADD BILL-ADJ-AMOUNT TO WS-ADJ-DEBIT-VALUE
004646     END-IF.
004647 1750-NEXT.
004648     PERFORM 1790-READ-ADJUSTMENT THRU 1790-EXIT.
004649 1750-EXIT.
004650     EXIT.
004651
004652 1790-READ-ADJUSTMENT.
004653     READ ADJ-QUEUE-FILE
004654         AT END
004655             MOVE 'Y' TO WS-ADQ-EOF-SW
004656     END-READ.
004657 1790-EXIT.
004658     EXIT.
004659
004660*-----------------------------------------------------------------
004661* 2000-PROCESS-PANEL - calls SOLUTION for one panel order
004662*-----------------------------------------------------------------
004663 2000-PROCESS-PANEL.
004664     MOVE BCH-JOB-A TO A
004665     MOVE BCH-JOB-B TO B
004666     MOVE BCH-JOB-UNIT-CODE TO UNIT-CODE
004667     INITIALIZE RESULT
004668     CALL 'solution' USING BY CONTENT A
004669                            BY CONTENT B
004670                            BY REFERENCE RESULT
004671                            BY CONTENT UNIT-CODE
004672                            BY REFERENCE AREA-RED
004673                            BY REFERENCE AREA-BLUE
004674                            BY REFERENCE AREA-GREEN
004675     END-CALL
004676     IF RESULT = 0 AND AREA-RED = 0
004677             AND AREA-BLUE = 0 AND AREA-GREEN = 0
004678         ADD 1 TO WS-REJ-COUNT
004680     END-IF
004690     ADD 1 TO WS-REC-COUNT
004700     PERFORM 2500-PRICE-PANEL THRU 2500-EXIT
004950* 2500-PRICE-PANEL - the charge is the reported stock area
004960* times the class's rate per square inch. No rate for the
004970* class, or a charge too big for the field, prices at zero
004980* and counts as unrated. A job accepted against a quote bills
004985* at the quoted charge instead.
004990*-----------------------------------------------------------------
005000 2500-PRICE-PANEL.
005010     MOVE ZERO TO WS-CHARGE
005012     MOVE 'N' TO WS-QTE-APPLIED-SW
005014     IF RESULT > 0 AND WS-QTE-COUNT > 0
005016         PERFORM 2560-APPLY-QUOTE THRU 2560-EXIT
005018         IF WS-QTE-APPLIED
005019             GO TO 2500-EXIT
005020         END-IF
005021     END-IF
005025     MOVE 'N' TO WS-RATE-FOUND-SW
005030     PERFORM 2550-MATCH-RATE THRU 2550-EXIT
005040         VARYING RATE-IDX FROM 1 BY 1
005050         UNTIL RATE-IDX > WS-RATE-COUNT
005280     END-IF.
005290 2550-EXIT.
005300     EXIT.
005302
005304*-----------------------------------------------------------------
005306* 2560-APPLY-QUOTE - the job's accepted quote holds only for the
005308* panel that was quoted: A, B, unit code, and class must all
005310* match, or the job bills at the rate and the difference is
005312* named on the console. A quote applied is marked billed.
005314*-----------------------------------------------------------------
005316 2560-APPLY-QUOTE.
005318     MOVE 'N' TO WS-QTE-FOUND-SW
005320     PERFORM 2565-MATCH-QUOTE-JOB THRU 2565-EXIT
005322         VARYING QTE-IDX FROM 1 BY 1
005324         UNTIL QTE-IDX > WS-QTE-COUNT
005326             OR WS-QTE-FOUND
005328     IF NOT WS-QTE-FOUND
005330         GO TO 2560-EXIT
005332     END-IF
005334     MOVE WS-QT-NUMBER (QTE-IDX) TO QTE-MST-NUMBER
005336     READ QUOTE-FILE
005338         INVALID KEY
005340             DISPLAY 'PNLDRV - QUOTE ' WS-QT-NUMBER (QTE-IDX)
005342                 ' NO LONGER ON QTEMST - JOB ' BCH-JOB-NUMBER
005344                 ' BILLED AT THE RATE'
005346             GO TO 2560-EXIT
005348     END-READ
005350     IF QTE-MST-A NOT = BCH-JOB-A
005352             OR QTE-MST-B NOT = BCH-JOB-B
005354             OR QTE-MST-UNIT-CODE NOT = BCH-JOB-UNIT-CODE
005356             OR QTE-MST-MATL-CLASS NOT = BCH-JOB-SHEET-CLASS
005358         ADD 1 TO WS-QTE-MISMATCH-COUNT
005360         DISPLAY 'PNLDRV - JOB ' BCH-JOB-NUMBER
005362             ' DOES NOT MATCH QUOTE ' QTE-MST-NUMBER
005364             ' - BILLED AT THE RATE'
005366         GO TO 2560-EXIT
005368     END-IF
005370     MOVE QTE-MST-CHARGE TO WS-CHARGE
005372     MOVE 'Y' TO WS-QTE-APPLIED-SW
005374     ADD 1 TO WS-QUOTED-COUNT
005376     MOVE 'B' TO QTE-MST-STATUS
005378     MOVE WS-RUN-DATE TO QTE-MST-BILL-DATE
005380     REWRITE QTE-MST-RECORD
005382         INVALID KEY
005384             DISPLAY 'PNLDRV - QTEMST REWRITE FAILED, QUOTE '
005386                 QTE-MST-NUMBER
005388     END-REWRITE.
005390 2560-EXIT.
005392     EXIT.
005394
005396 2565-MATCH-QUOTE-JOB.
005398     IF WS-QT-JOB (QTE-IDX) = BCH-JOB-NUMBER
005400         MOVE 'Y' TO WS-QTE-FOUND-SW
005402         SET QTE-IDX DOWN BY 1
005404     END-IF.
005406 2565-EXIT.
005408     EXIT.
005410
005411*-----------------------------------------------------------------
005412* 2700-COMPUTE-WASTE - a rejected panel (everything zero)
005413* consumed no stock, so it carries zero waste and stays out
005414* of the cumulative totals.
005415*-----------------------------------------------------------------
005416 2700-COMPUTE-WASTE.
005417     MOVE ZERO TO WS-WASTE-AREA
005418     IF RESULT = 0 AND AREA-RED = 0
005419             AND AREA-BLUE = 0 AND AREA-GREEN = 0
005420         GO TO 2700-EXIT
005421     END-IF
005430     IF UNIT-CODE = 2
005440         COMPUTE WS-PANEL-AREA ROUNDED = (A * B) / 645.16
005450             ON SIZE ERROR
005670*-----------------------------------------------------------------
005680* 2600-WRITE-INVOICE-LINE - one billing-extract detail line
005690* per priced panel, footed into the trailer count and charge
005700* hash total. A held job's line is parked, unnumbered, instead.
005710*-----------------------------------------------------------------
005720 2600-WRITE-INVOICE-LINE.
005730     MOVE SPACES TO BILL-EXT-RECORD
005770     MOVE BCH-JOB-B TO BILL-DTL-B
005780     MOVE RESULT TO BILL-DTL-AREA
005790     MOVE WS-CHARGE TO BILL-DTL-CHARGE
005791     CALL 'ORDREAD' USING BY CONTENT BCH-JOB-NUMBER
005792                          BY REFERENCE WS-ORD-CUSTOMER
005793                          BY REFERENCE WS-ORD-CUST-NUMBER
005794                          BY REFERENCE WS-ORD-DUE-DATE
005795                          BY REFERENCE WS-ORD-PRIORITY
005796                          BY REFERENCE WS-ORD-STATUS
005797     END-CALL
005798     IF WS-ORD-STATUS NOT = '00'
005799         MOVE ZERO TO WS-ORD-CUST-NUMBER
005800     END-IF
005801     MOVE WS-ORD-CUST-NUMBER TO BILL-DTL-CUST-NUMBER
005802     MOVE BCH-JOB-NUMBER TO BILL-DTL-JOB-NUMBER
005803     MOVE 'N' TO WS-JOB-HELD-SW
005804     IF WS-HLD-OPEN
005805         MOVE BCH-JOB-NUMBER TO WS-HOLD-JOB
005806         PERFORM 2610-CHECK-HOLD THRU 2610-EXIT
005807     END-IF
005808     IF WS-JOB-HELD
005809         MOVE ZERO TO BILL-DTL-LINE-NO
005810         MOVE WS-RUN-DATE TO WS-PW-PARK-DATE
005811         MOVE BILL-EXT-RECORD TO WS-PW-LINE
005812         WRITE PARK-OUT-RECORD FROM WS-PARK-WORK
005813         ADD 1 TO WS-PARKED-COUNT
005814         ADD WS-CHARGE TO WS-PARKED-VALUE
005815         GO TO 2600-EXIT
005816     END-IF
005817     ADD 1 TO WS-BILL-LINE-NO
005818     MOVE WS-BILL-LINE-NO TO BILL-DTL-LINE-NO
005820     PERFORM 2650-PUT-BILLING THRU 2650-EXIT
005830     ADD 1 TO WS-BILL-COUNT
005840     ADD WS-CHARGE TO WS-BILL-HASH.
005850 2600-EXIT.
005860     EXIT.
005861
005862*-----------------------------------------------------------------
005863* 2610-CHECK-HOLD - sets WS-JOB-HELD when BILHLD has the job in
005864* WS-HOLD-JOB on hold. A released hold, or none, bills.
005865*-----------------------------------------------------------------
005866 2610-CHECK-HOLD.
005867     MOVE 'N' TO WS-JOB-HELD-SW
005868     MOVE WS-HOLD-JOB TO BIL-HLD-JOB-NUMBER
005869     READ HOLD-FILE
005870         INVALID KEY
005871             GO TO 2610-EXIT
005872     END-READ
005873     IF BIL-HLD-HELD
005874         MOVE 'Y' TO WS-JOB-HELD-SW
005875     END-IF.
005876 2610-EXIT.
005877     EXIT.
005878
005880*-----------------------------------------------------------------
005890* 2900-READ-PANEL
005900*-----------------------------------------------------------------
006000* 9000-TERMINATE
006010*-----------------------------------------------------------------
006020 9000-TERMINATE.
006022*    SOLUTION holds its exception files open for the whole run;
006025*    the CANCEL closes them.
006027     CANCEL 'solution'
006030     CLOSE PANEL-FILE
006040     CLOSE PANEL-OUT-FILE
006050     MOVE SPACES TO BILL-EXT-RECORD
006060     MOVE 'T' TO BILL-REC-TYPE
006070     MOVE WS-BILL-COUNT TO BILL-TRL-COUNT
006080     MOVE WS-BILL-HASH TO BILL-TRL-HASH-TOTAL
006085     MOVE WS-ADJ-COUNT TO BILL-TRL-ADJ-COUNT
006090     PERFORM 2650-PUT-BILLING THRU 2650-EXIT
006100     CLOSE BILLING-FILE
006110     CLOSE BILLING-LOG-FILE
006112     IF WS-QTE-OPEN
006114         CLOSE QUOTE-FILE
006116     END-IF
006117     CLOSE PARK-OUT-FILE
006118     IF WS-HLD-OPEN
006119         CLOSE HOLD-FILE
006120     END-IF
006121     PERFORM 9300-WRITE-WASTE-RECORD THRU 9300-EXIT
006130     DISPLAY 'PNLDRV - PANEL RECORDS PROCESSED: ' WS-REC-COUNT
006140     DISPLAY 'PNLDRV - INVOICE LINES WRITTEN: ' WS-BILL-COUNT
006150     IF WS-NO-RATE-COUNT > 0
006160         DISPLAY 'PNLDRV - PANELS PRICED AT ZERO (NO RATE): '
006170             WS-NO-RATE-COUNT
006180     END-IF
006182     IF WS-QUOTED-COUNT > 0
006184         DISPLAY 'PNLDRV - JOBS BILLED AT A QUOTED CHARGE: '
006186             WS-QUOTED-COUNT
006188     END-IF
006190     IF WS-QTE-MISMATCH-COUNT > 0
006192         DISPLAY 'PNLDRV - QUOTED JOBS NOT MATCHING THE QUOTE: '
006194             WS-QTE-MISMATCH-COUNT
006196     END-IF
006197     IF WS-PARKED-COUNT > 0 OR WS-REPARKED-COUNT > 0
006198         DISPLAY 'PNLDRV - HELD JOB LINES PARKED TONIGHT: '
006199             WS-PARKED-COUNT ' VALUE: ' WS-PARKED-VALUE
006200         DISPLAY 'PNLDRV - EARLIER PARKED LINES STILL HELD: '
006201             WS-REPARKED-COUNT
006202     END-IF
006203     IF WS-ADJ-COUNT > 0
006204         DISPLAY 'PNLDRV - ADJUSTMENT CREDITS: '
006205             WS-ADJ-CREDIT-VALUE ' DEBITS: ' WS-ADJ-DEBIT-VALUE
006206     END-IF
006207     PERFORM 9500-WRITE-RUN-JOURNAL THRU 9500-EXIT.
006208 9000-EXIT.
006210     EXIT.
006220
006230*-----------------------------------------------------------------
