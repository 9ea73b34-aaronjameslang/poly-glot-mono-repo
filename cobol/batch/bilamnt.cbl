000010*****************************************************************
000020* PROGRAM-ID : BILAMNT                                         *
000030* AUTHOR     : M. PRZYBYLSKI, SCHEDULING SYSTEMS               *
000040* INSTALLATION : CUTTING-SHOP SYSTEMS                          *
000050* DATE-WRITTEN : 2026-10-15                                    *
000060*                                                               *
000070* FUNCTION : Billing adjustment validation. Edits the office's  *
000080*   BILATRN adjustment transactions - a credit or debit against *
000090*   one invoice line already sent on BILLEXT, named by its      *
000100*   transmission control number and line number - and queues    *
000110*   the clean ones on BILAQ, which the next PNLDRV extract      *
000120*   sends as adjustment records inside its transmission.        *
000130*                                                               *
000140*   A transaction is refused unless:                            *
000150*   - the job is on the order master, and the invoice line is   *
000160*     on the BILLLOG transmission log for that job;             *
000170*   - the type is C or D, the amount is nonzero, and the        *
000180*     reason code is one BILATR lists;                          *
000190*   - a requester and an approver are both named, and they are  *
000200*     different people;                                         *
000210*   - a credit does not take the line below zero, counting the  *
000220*     adjustments already sent (BILLLOG), already queued        *
000230*     (BILAQ), and accepted earlier in this run.                *
000240*                                                               *
000250*   The register prints one line per transaction with control   *
000260*   totals. A refused transaction ends the run with return      *
000270*   code 4.                                                     *
000280*****************************************************************
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. BILAMNT.
000310 AUTHOR. M. PRZYBYLSKI, SCHEDULING SYSTEMS.
000320 INSTALLATION. CUTTING-SHOP SYSTEMS.
000330 DATE-WRITTEN. 2026-10-15.
000340 DATE-COMPILED.
000350
000360*-----------------------------------------------------------------
000370* MODIFICATION HISTORY
000380* DATE       BY   DESCRIPTION
000390* 2026-10-15 MPR  Initial version.
000400*-----------------------------------------------------------------
000410
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT ADJ-TRAN-FILE ASSIGN TO BILATRN
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS WS-ATR-STATUS.
000480     SELECT BILLING-LOG-FILE ASSIGN TO BILLLOG
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS WS-LOG-STATUS.
000510     SELECT ADJ-QUEUE-FILE ASSIGN TO BILAQ
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS WS-ADQ-STATUS.
000540     SELECT REGISTER-REPORT-FILE ASSIGN TO BILAMNR
000550         ORGANIZATION IS SEQUENTIAL.
000560
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  ADJ-TRAN-FILE
000600     RECORDING MODE IS F.
000610     COPY BILATR.
000620
000630 FD  BILLING-LOG-FILE
000640     RECORDING MODE IS F.
000650 01  BILL-LOG-RECORD             PIC X(80).
000660
000670 FD  ADJ-QUEUE-FILE
000680     RECORDING MODE IS F.
000690 01  ADJ-QUEUE-RECORD            PIC X(80).
000700
000710 FD  REGISTER-REPORT-FILE
000720     RECORDING MODE IS F.
000730 01  REPORT-LINE                 PIC X(80).
000740
000750 WORKING-STORAGE SECTION.
000760*-----------------------------------------------------------------
000770* SWITCHES AND FILE STATUS
000780*-----------------------------------------------------------------
000790 77  WS-EOF-SW           PIC X(01)      VALUE 'N'.
000800     88  WS-EOF-YES                     VALUE 'Y'.
000810 77  WS-TRAN-BAD-SW      PIC X(01)      VALUE 'N'.
000820     88  WS-TRAN-BAD                    VALUE 'Y'.
000830 77  WS-ATR-STATUS       PIC X(02)      VALUE SPACES.
000840 77  WS-LOG-STATUS       PIC X(02)      VALUE SPACES.
000850 77  WS-ADQ-STATUS       PIC X(02)      VALUE SPACES.
000860
000870*-----------------------------------------------------------------
000880* RUN CONTROL AND COUNTERS
000890*-----------------------------------------------------------------
000900 77  WS-RUN-DATE         PIC 9(08)      VALUE ZERO.
000910 77  WS-RUN-STAMP        PIC X(80)      VALUE SPACES.
000920 77  WS-BUSD-STATUS      PIC X(02)      VALUE SPACES.
000930 77  WS-LOG-CONTROL-NO   PIC 9(06)      VALUE ZERO.
000940 77  WS-AVAILABLE        PIC S9(09)V9(02) VALUE ZERO.
000950 77  WS-READ-COUNT       PIC 9(08) COMP VALUE ZERO.
000960 77  WS-CREDIT-COUNT     PIC 9(08) COMP VALUE ZERO.
000970 77  WS-DEBIT-COUNT      PIC 9(08) COMP VALUE ZERO.
000980 77  WS-REJECT-COUNT     PIC 9(08) COMP VALUE ZERO.
000990 77  WS-CREDIT-VALUE     PIC 9(09)V9(02) VALUE ZERO.
001000 77  WS-DEBIT-VALUE      PIC 9(09)V9(02) VALUE ZERO.
001010
001020*-----------------------------------------------------------------
001030* ORDREAD LINKAGE WORK FIELDS
001040*-----------------------------------------------------------------
001050 77  WS-ORD-CUSTOMER     PIC X(20)      VALUE SPACES.
001060 77  WS-ORD-CUST-NUMBER  PIC 9(08)      VALUE ZERO.
001070 77  WS-ORD-DUE-DATE     PIC 9(08)      VALUE ZERO.
001080 77  WS-ORD-PRIORITY     PIC X(01)      VALUE SPACE.
001090 77  WS-ORD-STATUS       PIC X(02)      VALUE SPACES.
001100
001110*-----------------------------------------------------------------
001120* TRANSACTION TABLE - the run's transactions, held so one pass
001130* of the transmission log and one of the queue can find each
001140* invoice line and the adjustments already made against it.
001150*-----------------------------------------------------------------
001160 77  WS-TRN-COUNT        PIC 9(04) COMP VALUE ZERO.
001170 01  WS-TRAN-TABLE.
001180     05  WS-TRN-ENTRY OCCURS 200 TIMES
001190             INDEXED BY TRN-IDX TRN2-IDX.
001200         10  WS-TT-IMAGE         PIC X(80).
001210         10  WS-TT-ORIG-CONTROL  PIC 9(06).
001220         10  WS-TT-ORIG-LINE     PIC 9(06).
001230         10  WS-TT-LINE-FOUND    PIC X(01).
001240         10  WS-TT-LINE-JOB      PIC X(08).
001250         10  WS-TT-LINE-CHARGE   PIC 9(07)V9(02).
001260         10  WS-TT-PRIOR-CREDIT  PIC 9(09)V9(02).
001270         10  WS-TT-PRIOR-DEBIT   PIC 9(09)V9(02).
001280
001290*-----------------------------------------------------------------
001300* BILLING RECORD WORK AREA - transmission-log and queue records
001310* are read into and written from the BILLEXT layouts here.
001320*-----------------------------------------------------------------
001330     COPY BILLEXT.
001340
001350*-----------------------------------------------------------------
001360* REPORT LINES
001370*-----------------------------------------------------------------
001380 01  WS-HEADING1.
001390     05  FILLER              PIC X(80)   VALUE
001400         'BILAMNT - BILLING ADJUSTMENT REGISTER'.
001410 01  WS-HEADING2.
001420     05  FILLER              PIC X(40)   VALUE
001430         'JOB      CTLNO  LINENO T     AMOUNT RS R'.
001440     05  FILLER              PIC X(40)   VALUE
001450         'EQUESTR APPROVER DISPOSITION'.
001460
001470 01  WS-DETAIL-LINE.
001480     05  WS-D-JOB            PIC X(08).
001490     05  FILLER              PIC X(01)   VALUE SPACE.
001500     05  WS-D-CONTROL        PIC X(06).
001510     05  FILLER              PIC X(01)   VALUE SPACE.
001520     05  WS-D-LINE           PIC X(06).
001530     05  FILLER              PIC X(01)   VALUE SPACE.
001540     05  WS-D-TYPE           PIC X(01).
001550     05  FILLER              PIC X(01)   VALUE SPACE.
001560     05  WS-D-AMOUNT         PIC Z(6)9.99.
001570     05  FILLER              PIC X(01)   VALUE SPACE.
001580     05  WS-D-REASON         PIC X(02).
001590     05  FILLER              PIC X(01)   VALUE SPACE.
001600     05  WS-D-REQUESTER      PIC X(08).
001610     05  FILLER              PIC X(01)   VALUE SPACE.
001620     05  WS-D-APPROVER       PIC X(08).
001630     05  FILLER              PIC X(01)   VALUE SPACE.
001640     05  WS-D-DISPOSITION    PIC X(20).
001650     05  FILLER              PIC X(03)   VALUE SPACES.
001660
001670 01  WS-COUNT-LINE.
001680     05  WS-C-LABEL          PIC X(24).
001690     05  WS-C-COUNT          PIC Z(11)9.
001700     05  FILLER              PIC X(44)   VALUE SPACES.
001710
001720 01  WS-VALUE-LINE.
001730     05  WS-V-LABEL          PIC X(24).
001740     05  WS-V-VALUE          PIC Z(10)9.99.
001750     05  FILLER              PIC X(42)   VALUE SPACES.
001760
001770 PROCEDURE DIVISION.
001780*****************************************************************
001790* 0000-MAINLINE
001800*****************************************************************
001810 0000-MAINLINE.
001820     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001830     PERFORM 1100-LOAD-TRANSACTIONS THRU 1100-EXIT
001840     PERFORM 1200-SCAN-BILLLOG THRU 1200-EXIT
001850     PERFORM 1300-SCAN-QUEUE THRU 1300-EXIT
001860     PERFORM 1400-OPEN-QUEUE THRU 1400-EXIT
001870     PERFORM 2000-POST-TRANSACTION THRU 2000-EXIT
001880         VARYING TRN-IDX FROM 1 BY 1
001890         UNTIL TRN-IDX > WS-TRN-COUNT
001900     PERFORM 9000-TERMINATE THRU 9000-EXIT
001910     GOBACK.
001920
001930*-----------------------------------------------------------------
001940* 1000-INITIALIZE
001950*-----------------------------------------------------------------
001960 1000-INITIALIZE.
001970     CALL 'BUSDRD' USING BY REFERENCE WS-RUN-DATE
001980                         BY REFERENCE WS-RUN-STAMP
001990                         BY REFERENCE WS-BUSD-STATUS
002000     END-CALL
002010     IF WS-BUSD-STATUS NOT = '00'
002020         DISPLAY 'BILAMNT - BUSDTE NOT AVAILABLE, STATUS = '
002030             WS-BUSD-STATUS ' - RUNNING UNDER THE MACHINE DATE'
002040     END-IF
002050     OPEN INPUT ADJ-TRAN-FILE
002060     IF WS-ATR-STATUS NOT = '00'
002070         DISPLAY 'BILAMNT - BILATRN OPEN FAILED, STATUS = '
002080             WS-ATR-STATUS
002090         MOVE 12 TO RETURN-CODE
002100         GOBACK
002110     END-IF
002120     OPEN OUTPUT REGISTER-REPORT-FILE
002130     MOVE WS-HEADING1 TO REPORT-LINE
002140     WRITE REPORT-LINE
002150     MOVE WS-RUN-STAMP TO REPORT-LINE
002160     WRITE REPORT-LINE
002170     MOVE WS-HEADING2 TO REPORT-LINE
002180     WRITE REPORT-LINE.
002190 1000-EXIT.
002200     EXIT.
002210
002220*-----------------------------------------------------------------
002230* 1100-LOAD-TRANSACTIONS - the run's transactions into the
002240* table. One that does not fit is refused on the spot and must
002250* be keyed again on the next run.
002260*-----------------------------------------------------------------
002270 1100-LOAD-TRANSACTIONS.
002280     MOVE 'N' TO WS-EOF-SW
002290     PERFORM 1190-READ-TRANSACTION THRU 1190-EXIT
002300     PERFORM 1150-STORE-ONE-TRAN THRU 1150-EXIT
002310         UNTIL WS-EOF-YES.
002320 1100-EXIT.
002330     EXIT.
002340
002350 1150-STORE-ONE-TRAN.
002360     ADD 1 TO WS-READ-COUNT
002370     IF WS-TRN-COUNT = 200
002380         MOVE 'REJ-RUN FULL-REKEY  ' TO WS-D-DISPOSITION
002390         MOVE 'Y' TO WS-TRAN-BAD-SW
002400         PERFORM 8000-WRITE-REGISTER-LINE THRU 8000-EXIT
002410         GO TO 1150-NEXT
002420     END-IF
002430     ADD 1 TO WS-TRN-COUNT
002440     SET TRN-IDX TO WS-TRN-COUNT
002450     MOVE BIL-ATR-RECORD TO WS-TT-IMAGE (TRN-IDX)
002460     MOVE ZERO TO WS-TT-ORIG-CONTROL (TRN-IDX)
002470     MOVE ZERO TO WS-TT-ORIG-LINE (TRN-IDX)
002480     IF BIL-ATR-ORIG-CONTROL-NO NUMERIC
002490             AND BIL-ATR-ORIG-LINE-NO NUMERIC
002500         MOVE BIL-ATR-ORIG-CONTROL-NO
002510             TO WS-TT-ORIG-CONTROL (TRN-IDX)
002520         MOVE BIL-ATR-ORIG-LINE-NO TO WS-TT-ORIG-LINE (TRN-IDX)
002530     END-IF
002540     MOVE 'N' TO WS-TT-LINE-FOUND (TRN-IDX)
002550     MOVE SPACES TO WS-TT-LINE-JOB (TRN-IDX)
002560     MOVE ZERO TO WS-TT-LINE-CHARGE (TRN-IDX)
002570     MOVE ZERO TO WS-TT-PRIOR-CREDIT (TRN-IDX)
002580     MOVE ZERO TO WS-TT-PRIOR-DEBIT (TRN-IDX).
002590 1150-NEXT.
002600     PERFORM 1190-READ-TRANSACTION THRU 1190-EXIT.
002610 1150-EXIT.
002620     EXIT.
002630
002640 1190-READ-TRANSACTION.
002650     READ ADJ-TRAN-FILE
002660         AT END
002670             MOVE 'Y' TO WS-EOF-SW
002680     END-READ.
002690 1190-EXIT.
002700     EXIT.
002710
002720*-----------------------------------------------------------------
002730* 1200-SCAN-BILLLOG - one pass of the transmission log: each
002740* detail line a transaction names gives it the line's job and
002750* charge, and each adjustment already sent against that line
002760* is added to its prior credits or debits. With no log, no
002770* invoice line can be found and every transaction is refused.
002780*-----------------------------------------------------------------
002790 1200-SCAN-BILLLOG.
002800     IF WS-TRN-COUNT = 0
002810         GO TO 1200-EXIT
002820     END-IF
002830     OPEN INPUT BILLING-LOG-FILE
002840     IF WS-LOG-STATUS NOT = '00'
002850         DISPLAY 'BILAMNT - BILLLOG NOT AVAILABLE, STATUS = '
002860             WS-LOG-STATUS ' - NO INVOICE LINE CAN BE FOUND'
002870         GO TO 1200-EXIT
002880     END-IF
002890     MOVE 'N' TO WS-EOF-SW
002900     PERFORM 1290-READ-BILLLOG THRU 1290-EXIT
002910     PERFORM 1210-CHECK-ONE-LOGGED THRU 1210-EXIT
002920         UNTIL WS-EOF-YES
002930     CLOSE BILLING-LOG-FILE.
002940 1200-EXIT.
002950     EXIT.
002960
002970 1210-CHECK-ONE-LOGGED.
002980     EVALUATE TRUE
002990         WHEN BILL-HEADER
003000             MOVE BILL-HDR-CONTROL-NO TO WS-LOG-CONTROL-NO
003010         WHEN BILL-DETAIL
003020             PERFORM 1220-MATCH-DETAIL THRU 1220-EXIT
003030                 VARYING TRN-IDX FROM 1 BY 1
003040                 UNTIL TRN-IDX > WS-TRN-COUNT
003050         WHEN BILL-ADJUSTMENT
003060             PERFORM 1230-MATCH-ADJUSTMENT THRU 1230-EXIT
003070                 VARYING TRN-IDX FROM 1 BY 1
003080                 UNTIL TRN-IDX > WS-TRN-COUNT
003090         WHEN OTHER
003100             CONTINUE
003110     END-EVALUATE
003120     PERFORM 1290-READ-BILLLOG THRU 1290-EXIT.
003130 1210-EXIT.
003140     EXIT.
003150
003160 1220-MATCH-DETAIL.
003170     IF WS-TT-ORIG-CONTROL (TRN-IDX) = WS-LOG-CONTROL-NO
003180             AND WS-TT-ORIG-LINE (TRN-IDX) = BILL-DTL-LINE-NO
003190         MOVE 'Y' TO WS-TT-LINE-FOUND (TRN-IDX)
003200         MOVE BILL-DTL-JOB-NUMBER TO WS-TT-LINE-JOB (TRN-IDX)
003210         MOVE BILL-DTL-CHARGE TO WS-TT-LINE-CHARGE (TRN-IDX)
003220     END-IF.
003230 1220-EXIT.
003240     EXIT.
003250
003260 1230-MATCH-ADJUSTMENT.
003270     IF WS-TT-ORIG-CONTROL (TRN-IDX) = BILL-ADJ-ORIG-CONTROL-NO
003280             AND WS-TT-ORIG-LINE (TRN-IDX)
003290                 = BILL-ADJ-ORIG-LINE-NO
003300         IF BILL-ADJ-CREDIT
003310             ADD BILL-ADJ-AMOUNT TO WS-TT-PRIOR-CREDIT (TRN-IDX)
003320         ELSE
003330             ADD BILL-ADJ-AMOUNT TO WS-TT-PRIOR-DEBIT (TRN-IDX)
003340         END-IF
003350     END-IF.
003360 1230-EXIT.
003370     EXIT.
003380
003390 1290-READ-BILLLOG.
003400     READ BILLING-LOG-FILE INTO BILL-EXT-RECORD
003410         AT END
003420             MOVE 'Y' TO WS-EOF-SW
003430     END-READ.
003440 1290-EXIT.
003450     EXIT.
003460
003470*-----------------------------------------------------------------
003480* 1300-SCAN-QUEUE - the adjustments accepted by an earlier run
003490* and still waiting for the extract count against their lines
003500* the same way. A missing queue has nothing waiting.
003510*-----------------------------------------------------------------
003520 1300-SCAN-QUEUE.
003530     IF WS-TRN-COUNT = 0
003540         GO TO 1300-EXIT
003550     END-IF
003560     OPEN INPUT ADJ-QUEUE-FILE
003570     IF WS-ADQ-STATUS NOT = '00'
003580         GO TO 1300-EXIT
003590     END-IF
003600     MOVE 'N' TO WS-EOF-SW
003610     PERFORM 1390-READ-QUEUE THRU 1390-EXIT
003620     PERFORM 1310-CHECK-ONE-QUEUED THRU 1310-EXIT
003630         UNTIL WS-EOF-YES
003640     CLOSE ADJ-QUEUE-FILE.
003650 1300-EXIT.
003660     EXIT.
003670
003680 1310-CHECK-ONE-QUEUED.
003690     IF BILL-ADJUSTMENT
003700         PERFORM 1230-MATCH-ADJUSTMENT THRU 1230-EXIT
003710             VARYING TRN-IDX FROM 1 BY 1
003720             UNTIL TRN-IDX > WS-TRN-COUNT
003730     END-IF
003740     PERFORM 1390-READ-QUEUE THRU 1390-EXIT.
003750 1310-EXIT.
003760     EXIT.
003770
003780 1390-READ-QUEUE.
003790     READ ADJ-QUEUE-FILE INTO BILL-EXT-RECORD
003800         AT END
003810             MOVE 'Y' TO WS-EOF-SW
003820     END-READ.
003830 1390-EXIT.
003840     EXIT.
003850
003860*-----------------------------------------------------------------
003870* 1400-OPEN-QUEUE - BILAQ is added to; it is created on the
003880* first run the way the other carried files are.
003890*-----------------------------------------------------------------
003900 1400-OPEN-QUEUE.
003910     OPEN EXTEND ADJ-QUEUE-FILE
003920     IF WS-ADQ-STATUS = '35' OR WS-ADQ-STATUS = '05'
003930         OPEN OUTPUT ADJ-QUEUE-FILE
003940         CLOSE ADJ-QUEUE-FILE
003950         OPEN EXTEND ADJ-QUEUE-FILE
003960     END-IF
003970     IF WS-ADQ-STATUS NOT = '00'
003980         DISPLAY 'BILAMNT - BILAQ OPEN FAILED, STATUS = '
003990             WS-ADQ-STATUS
004000         CLOSE ADJ-TRAN-FILE
004010         CLOSE REGISTER-REPORT-FILE
004020         MOVE 12 TO RETURN-CODE
004030         GOBACK
004040     END-IF.
004050 1400-EXIT.
004060     EXIT.
004070
004080*-----------------------------------------------------------------
004090* 2000-POST-TRANSACTION - one adjustment: edited, queued when
004100* clean, and printed on the register either way.
004110*-----------------------------------------------------------------
004120 2000-POST-TRANSACTION.
004130     MOVE WS-TT-IMAGE (TRN-IDX) TO BIL-ATR-RECORD
004140     MOVE 'N' TO WS-TRAN-BAD-SW
004150     PERFORM 2100-EDIT-TRANSACTION THRU 2100-EXIT
004160     IF NOT WS-TRAN-BAD
004170         PERFORM 2500-QUEUE-ADJUSTMENT THRU 2500-EXIT
004180     END-IF
004190     PERFORM 8000-WRITE-REGISTER-LINE THRU 8000-EXIT.
004200 2000-EXIT.
004210     EXIT.
004220
004230*-----------------------------------------------------------------
004240* 2100-EDIT-TRANSACTION - the first failed edit names the
004250* disposition and ends the edit.
004260*-----------------------------------------------------------------
004270 2100-EDIT-TRANSACTION.
004280     MOVE 'Y' TO WS-TRAN-BAD-SW
004290     IF BIL-ATR-JOB-NUMBER NOT NUMERIC
004300             OR BIL-ATR-JOB-NUMBER = ZERO
004310         MOVE 'REJ-NO JOB NUMBER   ' TO WS-D-DISPOSITION
004320         GO TO 2100-EXIT
004330     END-IF
004340     IF WS-TT-ORIG-CONTROL (TRN-IDX) = ZERO
004350             OR WS-TT-ORIG-LINE (TRN-IDX) = ZERO
004360         MOVE 'REJ-NO INVOICE LINE ' TO WS-D-DISPOSITION
004370         GO TO 2100-EXIT
004380     END-IF
004390     IF NOT BIL-ATR-CREDIT AND NOT BIL-ATR-DEBIT
004400         MOVE 'REJ-BAD ADJ TYPE    ' TO WS-D-DISPOSITION
004410         GO TO 2100-EXIT
004420     END-IF
004430     IF BIL-ATR-AMOUNT NOT NUMERIC
004440             OR BIL-ATR-AMOUNT = ZERO
004450         MOVE 'REJ-NO AMOUNT       ' TO WS-D-DISPOSITION
004460         GO TO 2100-EXIT
004470     END-IF
004480     IF NOT BIL-ATR-REASON-VALID
004490         MOVE 'REJ-BAD REASON CODE ' TO WS-D-DISPOSITION
004500         GO TO 2100-EXIT
004510     END-IF
004520     IF BIL-ATR-REQUESTER = SPACES
004530         MOVE 'REJ-NO REQUESTER    ' TO WS-D-DISPOSITION
004540         GO TO 2100-EXIT
004550     END-IF
004560     IF BIL-ATR-APPROVER = SPACES
004570         MOVE 'REJ-NO APPROVER     ' TO WS-D-DISPOSITION
004580         GO TO 2100-EXIT
004590     END-IF
004600     IF BIL-ATR-APPROVER = BIL-ATR-REQUESTER
004610         MOVE 'REJ-SELF APPROVED   ' TO WS-D-DISPOSITION
004620         GO TO 2100-EXIT
004630     END-IF
004640     CALL 'ORDREAD' USING BY CONTENT BIL-ATR-JOB-NUMBER
004650                          BY REFERENCE WS-ORD-CUSTOMER
004660                          BY REFERENCE WS-ORD-CUST-NUMBER
004670                          BY REFERENCE WS-ORD-DUE-DATE
004680                          BY REFERENCE WS-ORD-PRIORITY
004690                          BY REFERENCE WS-ORD-STATUS
004700     END-CALL
004710     IF WS-ORD-STATUS NOT = '00'
004720         MOVE 'REJ-NO ORDER MASTER ' TO WS-D-DISPOSITION
004730         GO TO 2100-EXIT
004740     END-IF
004750     IF WS-TT-LINE-FOUND (TRN-IDX) NOT = 'Y'
004760         MOVE 'REJ-LINE NOT ON LOG ' TO WS-D-DISPOSITION
004770         GO TO 2100-EXIT
004780     END-IF
004790*    A line written before the job number was carried cannot
004800*    be checked against the job and is taken on the office's
004810*    word.
004820     IF WS-TT-LINE-JOB (TRN-IDX) NOT = SPACES
004830             AND WS-TT-LINE-JOB (TRN-IDX) NOT = ZERO
004840             AND WS-TT-LINE-JOB (TRN-IDX)
004850                 NOT = BIL-ATR-JOB-NUMBER-X
004860         MOVE 'REJ-LINE OTHER JOB  ' TO WS-D-DISPOSITION
004870         GO TO 2100-EXIT
004880     END-IF
004890     IF BIL-ATR-CREDIT
004900         COMPUTE WS-AVAILABLE = WS-TT-LINE-CHARGE (TRN-IDX)
004910             + WS-TT-PRIOR-DEBIT (TRN-IDX)
004920             - WS-TT-PRIOR-CREDIT (TRN-IDX)
004930         IF BIL-ATR-AMOUNT > WS-AVAILABLE
004940             MOVE 'REJ-CREDIT EXCEEDS  ' TO WS-D-DISPOSITION
004950             GO TO 2100-EXIT
004960         END-IF
004970     END-IF
004980     MOVE 'N' TO WS-TRAN-BAD-SW.
004990 2100-EXIT.
005000     EXIT.
005010
005020*-----------------------------------------------------------------
005030* 2500-QUEUE-ADJUSTMENT - the adjustment record goes onto BILAQ
005040* with line number zero (PNLDRV numbers it in the transmission)
005050* and is counted against every later transaction in this run
005060* for the same invoice line.
005070*-----------------------------------------------------------------
005080 2500-QUEUE-ADJUSTMENT.
005090     MOVE SPACES TO BILL-EXT-RECORD
005100     MOVE 'A' TO BILL-REC-TYPE
005110     MOVE BIL-ATR-JOB-NUMBER TO BILL-ADJ-JOB-NUMBER
005120     MOVE WS-ORD-CUST-NUMBER TO BILL-ADJ-CUST-NUMBER
005130     MOVE BIL-ATR-ORIG-CONTROL-NO TO BILL-ADJ-ORIG-CONTROL-NO
005140     MOVE BIL-ATR-ORIG-LINE-NO TO BILL-ADJ-ORIG-LINE-NO
005150     MOVE BIL-ATR-TYPE TO BILL-ADJ-TYPE
005160     MOVE BIL-ATR-AMOUNT TO BILL-ADJ-AMOUNT
005170     MOVE ZERO TO BILL-ADJ-LINE-NO
005180     MOVE BIL-ATR-REASON TO BILL-ADJ-REASON
005190     MOVE BIL-ATR-REASON-TEXT TO BILL-ADJ-REASON-TEXT
005200     MOVE BIL-ATR-APPROVER TO BILL-ADJ-APPROVER
005210     WRITE ADJ-QUEUE-RECORD FROM BILL-EXT-RECORD
005220     IF BIL-ATR-CREDIT
005230         ADD 1 TO WS-CREDIT-COUNT
005240         ADD BIL-ATR-AMOUNT TO WS-CREDIT-VALUE
005250         MOVE 'QUEUED-CREDIT       ' TO WS-D-DISPOSITION
005260     ELSE
005270         ADD 1 TO WS-DEBIT-COUNT
005280         ADD BIL-ATR-AMOUNT TO WS-DEBIT-VALUE
005290         MOVE 'QUEUED-DEBIT        ' TO WS-D-DISPOSITION
005300     END-IF
005310     PERFORM 2550-CARRY-FORWARD THRU 2550-EXIT
005320         VARYING TRN2-IDX FROM 1 BY 1
005330         UNTIL TRN2-IDX > WS-TRN-COUNT.
005340 2500-EXIT.
005350     EXIT.
005360
005370 2550-CARRY-FORWARD.
005380     IF TRN2-IDX NOT > TRN-IDX
005390         GO TO 2550-EXIT
005400     END-IF
005410     IF WS-TT-ORIG-CONTROL (TRN2-IDX)
005420             = WS-TT-ORIG-CONTROL (TRN-IDX)
005430             AND WS-TT-ORIG-LINE (TRN2-IDX)
005440                 = WS-TT-ORIG-LINE (TRN-IDX)
005450         IF BIL-ATR-CREDIT
005460             ADD BIL-ATR-AMOUNT
005470                 TO WS-TT-PRIOR-CREDIT (TRN2-IDX)
005480         ELSE
005490             ADD BIL-ATR-AMOUNT
005500                 TO WS-TT-PRIOR-DEBIT (TRN2-IDX)
005510         END-IF
005520     END-IF.
005530 2550-EXIT.
005540     EXIT.
005550
005560*-----------------------------------------------------------------
005570* 8000-WRITE-REGISTER-LINE - the transaction in BIL-ATR-RECORD
005580* with the disposition already set.
005590*-----------------------------------------------------------------
005600 8000-WRITE-REGISTER-LINE.
005610     IF WS-TRAN-BAD
005620         ADD 1 TO WS-REJECT-COUNT
005630     END-IF
005640     MOVE BIL-ATR-JOB-NUMBER-X TO WS-D-JOB
005650     MOVE BIL-ATR-ORIG-CONTROL-NO TO WS-D-CONTROL
005660     MOVE BIL-ATR-ORIG-LINE-NO TO WS-D-LINE
005670     MOVE BIL-ATR-TYPE TO WS-D-TYPE
005680     IF BIL-ATR-AMOUNT NUMERIC
005690         MOVE BIL-ATR-AMOUNT TO WS-D-AMOUNT
005700     ELSE
005710         MOVE ZERO TO WS-D-AMOUNT
005720     END-IF
005730     MOVE BIL-ATR-REASON TO WS-D-REASON
005740     MOVE BIL-ATR-REQUESTER TO WS-D-REQUESTER
005750     MOVE BIL-ATR-APPROVER TO WS-D-APPROVER
005760     MOVE WS-DETAIL-LINE TO REPORT-LINE
005770     WRITE REPORT-LINE.
005780 8000-EXIT.
005790     EXIT.
005800
005810*-----------------------------------------------------------------
005820* 9000-TERMINATE - control totals, and return code 4 when any
005830* transaction was refused so the office rekeys it.
005840*-----------------------------------------------------------------
005850 9000-TERMINATE.
005860     MOVE SPACES TO REPORT-LINE
005870     WRITE REPORT-LINE
005880     MOVE 'TRANSACTIONS READ:      ' TO WS-C-LABEL
005890     MOVE WS-READ-COUNT TO WS-C-COUNT
005900     PERFORM 9100-WRITE-COUNT THRU 9100-EXIT
005910     MOVE 'CREDITS QUEUED:         ' TO WS-C-LABEL
005920     MOVE WS-CREDIT-COUNT TO WS-C-COUNT
005930     PERFORM 9100-WRITE-COUNT THRU 9100-EXIT
005940     MOVE 'CREDIT VALUE:           ' TO WS-V-LABEL
005950     MOVE WS-CREDIT-VALUE TO WS-V-VALUE
005960     PERFORM 9200-WRITE-VALUE THRU 9200-EXIT
005970     MOVE 'DEBITS QUEUED:          ' TO WS-C-LABEL
005980     MOVE WS-DEBIT-COUNT TO WS-C-COUNT
005990     PERFORM 9100-WRITE-COUNT THRU 9100-EXIT
006000     MOVE 'DEBIT VALUE:            ' TO WS-V-LABEL
006010     MOVE WS-DEBIT-VALUE TO WS-V-VALUE
006020     PERFORM 9200-WRITE-VALUE THRU 9200-EXIT
006030     MOVE 'TRANSACTIONS REJECTED:  ' TO WS-C-LABEL
006040     MOVE WS-REJECT-COUNT TO WS-C-COUNT
006050     PERFORM 9100-WRITE-COUNT THRU 9100-EXIT
006060     CLOSE ADJ-TRAN-FILE
006070     CLOSE ADJ-QUEUE-FILE
006080     CLOSE REGISTER-REPORT-FILE
006090     IF WS-REJECT-COUNT > 0
006100         MOVE 4 TO RETURN-CODE
006110     END-IF
006120     DISPLAY 'BILAMNT - CREDITS: ' WS-CREDIT-COUNT
006130         ' DEBITS: ' WS-DEBIT-COUNT
006140         ' REJECTED: ' WS-REJECT-COUNT.
006150 9000-EXIT.
006160     EXIT.
006170
006180 9100-WRITE-COUNT.
006190     MOVE WS-COUNT-LINE TO REPORT-LINE
006200     WRITE REPORT-LINE.
006210 9100-EXIT.
006220     EXIT.
006230
006240 9200-WRITE-VALUE.
006250     MOVE WS-VALUE-LINE TO REPORT-LINE
006260     WRITE REPORT-LINE.
006270 9200-EXIT.
006280     EXIT.
006290
006300 END PROGRAM BILAMNT.
