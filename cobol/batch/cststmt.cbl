000160*   Jobs with no order-master record are footed on their own    *
000170*   page at the back instead of vanishing, the same rule        *
000180*   BCHSEQR applies to its sequence report.                     *
000181*                                                               *
000182*   Customers are told apart by their CSTMST customer number,   *
000183*   not just the name keyed on the order, and each statement    *
000185*   is headed with the customer's bill-to address and terms     *
000186*   from the customer master (through CSTREAD). An order that   *
000187*   predates the customer master carries no number and gets     *
000188*   the order-master name with a note in place of the address.  *
000189*                                                               *
000190*   The billing adjustments sent on BILLEXT during the month    *
000191*   (off the BILLLOG transmission log) print under the job      *
000192*   they adjust, and are footed per customer as credits and     *
000193*   debits. An adjustment on a job from an earlier month prints *
000194*   on its own line under its transmission date; one the        *
000195*   invoicing system rejected (BILLACK) is left off.            *
000196*****************************************************************
000200 IDENTIFICATION DIVISION.
000210 PROGRAM-ID. CSTSTMT.
000220 AUTHOR. M. PRZYBYLSKI, SCHEDULING SYSTEMS.
000280* MODIFICATION HISTORY
000290* DATE       BY   DESCRIPTION
000300* 2026-09-01 MPR  Initial version.
000302* 2026-10-10 MPR  Statements break on CSTMST customer number and
000304*                 print the bill-to address and terms from the
000306*                 customer master; jobs with no customer number
000308*                 are counted on the back page.
000309* 2026-10-15 MPR  Prints the month's BILAMNT billing adjustments
000310*                 from BILLLOG under the job they adjust, with
000311*                 the customer's credit and debit totals; those
000312*                 rejected on BILLACK are left off.
000313*-----------------------------------------------------------------
000320
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000400         ORGANIZATION IS SEQUENTIAL.
000410     SELECT STATEMENT-REPORT-FILE ASSIGN TO CSTSTMR
000420         ORGANIZATION IS SEQUENTIAL.
000421     SELECT BILLING-LOG-FILE ASSIGN TO BILLLOG
000422         ORGANIZATION IS SEQUENTIAL
000424         FILE STATUS IS WS-LOG-STATUS.
000425     SELECT ACK-FILE ASSIGN TO BILLACK
000427         ORGANIZATION IS SEQUENTIAL
000428         FILE STATUS IS WS-ACK-STATUS.
000430     SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.
000440
000450 DATA DIVISION.
000580     RECORDING MODE IS F.
000590 01  REPORT-LINE                 PIC X(80).
000600
000601 FD  BILLING-LOG-FILE
000602     RECORDING MODE IS F.
000603     COPY BILLEXT.
000604
000605 FD  ACK-FILE
000606     RECORDING MODE IS F.
000607     COPY BILLACK.
000608
000610 SD  SORT-WORK-FILE.
000620 01  SORT-RECORD.
000630     05  SRT-MISSING-FLAG    PIC X(01).
000640     05  SRT-CUSTOMER        PIC X(30).
000643*    Zero on an order that predates the customer master.
000646     05  SRT-CUST-NUMBER     PIC 9(08).
000650     05  SRT-RUN-DATE        PIC 9(08).
000660     05  SRT-JOB-NUMBER      PIC 9(08).
000670     05  SRT-DAY-FLAG        PIC 9(08).
000680     05  SRT-AREA-TOTAL      PIC 9(10).
000681*    A job record sorts ahead of the adjustments made to it.
000682     05  SRT-REC-KIND        PIC X(01).
000683         88  SRT-JOB-LINE                VALUE '1'.
000684         88  SRT-ADJ-LINE                VALUE '2'.
000685     05  SRT-ADJ-TYPE        PIC X(01).
000686         88  SRT-ADJ-CREDIT              VALUE 'C'.
000687     05  SRT-ADJ-AMOUNT      PIC 9(07)V9(02).
000688     05  SRT-ADJ-REASON      PIC X(20).
000689     05  SRT-ADJ-APPROVER    PIC X(08).
000690
000700 WORKING-STORAGE SECTION.
000710*-----------------------------------------------------------------
000780 77  WS-FIRST-CUST-SW    PIC X(01)      VALUE 'Y'.
000790     88  WS-FIRST-CUST                  VALUE 'Y'.
000800 77  WS-CTL-STATUS       PIC X(02)      VALUE SPACES.
000803 77  WS-LOG-STATUS       PIC X(02)      VALUE SPACES.
000806 77  WS-ACK-STATUS       PIC X(02)      VALUE SPACES.
000810
000820*-----------------------------------------------------------------
000830* RUN CONTROL AND COUNTERS
000890 77  WS-IN-MONTH-COUNT   PIC 9(08) COMP VALUE ZERO.
000900 77  WS-SKIPPED-COUNT    PIC 9(08) COMP VALUE ZERO.
000910 77  WS-NOORD-COUNT      PIC 9(08) COMP VALUE ZERO.
000915 77  WS-NOCST-COUNT      PIC 9(08) COMP VALUE ZERO.
000920 77  WS-CUST-COUNT       PIC 9(03) COMP VALUE ZERO.
000923 77  WS-ADJ-PRINTED-COUNT PIC 9(08) COMP VALUE ZERO.
000926 77  WS-ADJ-REJECTED-COUNT PIC 9(08) COMP VALUE ZERO.
000930
000940*-----------------------------------------------------------------
000950* ORDREAD LINKAGE WORK FIELDS
000960*-----------------------------------------------------------------
000970 77  WS-ORD-CUSTOMER     PIC X(20)      VALUE SPACES.
000975 77  WS-ORD-CUST-NUMBER  PIC 9(08)      VALUE ZERO.
000980 77  WS-ORD-DUE-DATE     PIC 9(08)      VALUE ZERO.
000990 77  WS-ORD-PRIORITY     PIC X(01)      VALUE SPACE.
001000 77  WS-ORD-STATUS       PIC X(02)      VALUE SPACES.
001001
001002*-----------------------------------------------------------------
001003* CSTREAD LINKAGE WORK FIELDS - the customer-master record is
001005* laid out here and handed to CSTREAD whole.
001006*-----------------------------------------------------------------
001007 77  WS-CST-STATUS       PIC X(02)      VALUE SPACES.
001008     COPY CSTMST.
001010
001020*-----------------------------------------------------------------
001030* CONTROL-BREAK WORK FIELDS - the customer being footed and the
001040* per-customer month totals.
001050*-----------------------------------------------------------------
001060 77  WS-CUR-CUSTOMER     PIC X(30)      VALUE SPACES.
001065 77  WS-CUR-CUST-NUMBER  PIC 9(08)      VALUE ZERO.
001070 77  WS-CUST-JOBS        PIC 9(08)      VALUE ZERO.
001080 77  WS-CUST-DAYFLAG     PIC 9(12)      VALUE ZERO.
001090 77  WS-CUST-STOCK       PIC 9(12)      VALUE ZERO.
001092 77  WS-CUST-ADJ-COUNT   PIC 9(08)      VALUE ZERO.
001095 77  WS-CUST-CREDITS     PIC 9(09)V9(02) VALUE ZERO.
001097 77  WS-CUST-DEBITS      PIC 9(09)V9(02) VALUE ZERO.
001100
001101*-----------------------------------------------------------------
001102* ADJUSTMENT TABLE - the month's adjustment records off BILLLOG.
001103* An entry is released into the sort under the first job record
001104* of the month for its job (state P); one never placed that way
001105* is released on its own after the BCHOUT pass, and one
001106* invoicing rejected (state R) is not released at all.
001107*-----------------------------------------------------------------
001108 77  WS-LOG-RUN-DATE     PIC 9(08)      VALUE ZERO.
001109 77  WS-LOG-CONTROL-NO   PIC 9(06)      VALUE ZERO.
001110 77  WS-ADJ-COUNT        PIC 9(03) COMP VALUE ZERO.
001111 01  WS-ADJUSTMENT-TABLE.
001112     05  WS-ADJ-ENTRY OCCURS 500 TIMES
001113             INDEXED BY ADJ-IDX.
001114         10  WS-AT-JOB           PIC 9(08).
001115         10  WS-AT-CONTROL-NO    PIC 9(06).
001116         10  WS-AT-LINE-NO       PIC 9(06).
001117         10  WS-AT-DATE          PIC 9(08).
001118         10  WS-AT-TYPE          PIC X(01).
001119         10  WS-AT-AMOUNT        PIC 9(07)V9(02).
001120         10  WS-AT-REASON        PIC X(20).
001121         10  WS-AT-APPROVER      PIC X(08).
001122         10  WS-AT-STATE         PIC X(01).
001123*    the job record just released, copied back under each of
001124*    its adjustments
001125 01  WS-SORT-SAVE            PIC X(112).
001126
001127*-----------------------------------------------------------------
001128* SUMMARY TABLE - one entry per customer footed, filled as the
001130* statement pages print so the summary page costs no second
001140* pass over the sorted detail.
001150*-----------------------------------------------------------------
001160 01  WS-SUMMARY-TABLE.
001170     05  WS-SUM-ENTRY OCCURS 200 TIMES
001180             INDEXED BY SUM-IDX.
001190         10  WS-SUM-CUSTOMER     PIC X(30).
001195         10  WS-SUM-CUST-NUMBER  PIC X(08).
001200         10  WS-SUM-JOBS         PIC 9(08).
001210         10  WS-SUM-DAYFLAG      PIC 9(12).
001220         10  WS-SUM-STOCK        PIC 9(12).
001340 01  WS-CUST-HEADING.
001350     05  FILLER              PIC X(24)   VALUE
001360         'STATEMENT FOR CUSTOMER: '.
001363     05  WS-CH-CUST-NUMBER   PIC X(08).
001366     05  FILLER              PIC X(01)   VALUE SPACE.
001370     05  WS-CH-CUSTOMER      PIC X(30).
001380     05  FILLER              PIC X(17)   VALUE SPACES.
001381
001382 01  WS-BILL-TO-LINE.
001383     05  WS-B-LABEL          PIC X(09).
001384     05  WS-B-TEXT           PIC X(41).
001385     05  FILLER              PIC X(30)   VALUE SPACES.
001386
001387 01  WS-BILL-CITY-LINE.
001388     05  FILLER              PIC X(09)   VALUE SPACES.
001389     05  WS-B-CITY           PIC X(20).
001390     05  FILLER              PIC X(01)   VALUE SPACE.
001391     05  WS-B-STATE          PIC X(02).
001392     05  FILLER              PIC X(02)   VALUE SPACES.
001393     05  WS-B-POSTCODE       PIC X(10).
001394     05  FILLER              PIC X(36)   VALUE SPACES.
001395
001396 01  WS-TERMS-LINE.
001397     05  FILLER              PIC X(09)   VALUE 'TERMS:   '.
001398     05  WS-B-TERMS          PIC X(10).
001399     05  FILLER              PIC X(01)   VALUE SPACE.
001400     05  WS-B-TERMS-DAYS     PIC ZZ9.
001401     05  FILLER              PIC X(05)   VALUE ' DAYS'.
001402     05  FILLER              PIC X(52)   VALUE SPACES.
001403
001404 01  WS-NO-MASTER-NOTE.
001405     05  FILLER              PIC X(33)   VALUE
001406         '*NOT ON CUSTOMER MASTER - STATUS '.
001407     05  WS-N-STATUS         PIC X(02).
001408     05  FILLER              PIC X(06)   VALUE SPACES.
001409
001410 01  WS-COL-HEADING.
001411     05  FILLER              PIC X(40)   VALUE
001420         'RUN-DATE  JOB         DAY-FLAG'.
001430     05  FILLER              PIC X(40)   VALUE
001440         '    STOCK-AREA'.
001530     05  WS-D-AREA           PIC Z(9)9.
001540     05  FILLER              PIC X(36)   VALUE SPACES.
001550
001551 01  WS-ADJ-LINE.
001552     05  WS-A-DATE           PIC 9(08).
001553     05  FILLER              PIC X(02)   VALUE SPACES.
001554     05  WS-A-JOB            PIC 9(08).
001555     05  FILLER              PIC X(02)   VALUE SPACES.
001556     05  WS-A-LABEL          PIC X(11).
001557     05  WS-A-AMOUNT         PIC Z(6)9.99.
001558     05  WS-A-SIGN           PIC X(03).
001559     05  FILLER              PIC X(02)   VALUE SPACES.
001560     05  WS-A-REASON         PIC X(20).
001561     05  FILLER              PIC X(01)   VALUE SPACE.
001562     05  WS-A-APPROVER       PIC X(08).
001563     05  FILLER              PIC X(05)   VALUE SPACES.
001564
001565 01  WS-TOTAL-LINE.
001570     05  FILLER              PIC X(16)   VALUE
001580         'CUSTOMER TOTAL: '.
001590     05  WS-T-JOBS           PIC Z(7)9.
001630     05  WS-T-STOCK          PIC Z(11)9.
001640     05  FILLER              PIC X(25)   VALUE SPACES.
001650
001651 01  WS-ADJ-TOTAL-LINE.
001652     05  FILLER              PIC X(16)   VALUE
001653         'ADJUSTMENTS:    '.
001654     05  WS-J-COUNT          PIC Z(7)9.
001655     05  FILLER              PIC X(09)   VALUE ' CREDITS '.
001656     05  WS-J-CREDITS        PIC Z(8)9.99.
001657     05  FILLER              PIC X(08)   VALUE ' DEBITS '.
001658     05  WS-J-DEBITS         PIC Z(8)9.99.
001659     05  FILLER              PIC X(15)   VALUE SPACES.
001660
001661 01  WS-SUMMARY-LINE.
001663     05  WS-S-CUST-NUMBER    PIC X(08).
001666     05  FILLER              PIC X(01)   VALUE SPACE.
001670     05  WS-S-CUSTOMER       PIC X(20).
001680     05  FILLER              PIC X(01)   VALUE SPACE.
001690     05  WS-S-JOBS           PIC Z(7)9.
001710     05  WS-S-DAYFLAG        PIC Z(11)9.
001720     05  FILLER              PIC X(01)   VALUE SPACE.
001730     05  WS-S-STOCK          PIC Z(11)9.
001740     05  FILLER              PIC X(16)   VALUE SPACES.
001750
001760 01  WS-SECTION-LINE         PIC X(80).
001770
001890     SORT SORT-WORK-FILE
001900         ON ASCENDING KEY SRT-MISSING-FLAG
001910         ON ASCENDING KEY SRT-CUSTOMER
001915         ON ASCENDING KEY SRT-CUST-NUMBER
001920         ON ASCENDING KEY SRT-RUN-DATE
001930         ON ASCENDING KEY SRT-JOB-NUMBER
001935         ON ASCENDING KEY SRT-REC-KIND
001940         INPUT PROCEDURE IS 2000-BUILD-SORT-INPUT
001950             THRU 2000-EXIT
001960         OUTPUT PROCEDURE IS 5000-PRINT-STATEMENTS
002330         MOVE 8 TO RETURN-CODE
002340         GOBACK
002350     END-IF
002355     PERFORM 1200-LOAD-ADJUSTMENTS THRU 1200-EXIT
002360     OPEN OUTPUT STATEMENT-REPORT-FILE
002370     MOVE WS-STMT-MONTH TO WS-H-MONTH
002380     MOVE WS-HEADING1 TO REPORT-LINE
002490 1100-EXIT.
002500     EXIT.
002510
002511*-----------------------------------------------------------------
002512* 1200-LOAD-ADJUSTMENTS - every adjustment record on BILLLOG
002513* whose transmission is dated in the statement month, then the
002514* BILLACK rejections to strike off the ones invoicing refused.
002515* With no transmission log the statements carry no adjustments.
002516*-----------------------------------------------------------------
002517 1200-LOAD-ADJUSTMENTS.
002518     OPEN INPUT BILLING-LOG-FILE
002519     IF WS-LOG-STATUS NOT = '00'
002520         DISPLAY 'CSTSTMT - BILLLOG NOT AVAILABLE, STATUS = '
002521             WS-LOG-STATUS ' - NO ADJUSTMENTS ON STATEMENTS'
002522         GO TO 1200-EXIT
002523     END-IF
002524     PERFORM 1290-READ-BILLLOG THRU 1290-EXIT
002525     PERFORM 1210-CHECK-ONE-LOGGED THRU 1210-EXIT
002526         UNTIL WS-EOF-YES
002527     CLOSE BILLING-LOG-FILE
002528     MOVE 'N' TO WS-EOF-SW
002529     IF WS-ADJ-COUNT = 0
002530         GO TO 1200-EXIT
002531     END-IF
002532     OPEN INPUT ACK-FILE
002533     IF WS-ACK-STATUS NOT = '00'
002534         GO TO 1200-EXIT
002535     END-IF
002536     PERFORM 1390-READ-ACK THRU 1390-EXIT
002537     PERFORM 1300-CHECK-ONE-ACK THRU 1300-EXIT
002538         UNTIL WS-EOF-YES
002539     CLOSE ACK-FILE
002540     MOVE 'N' TO WS-EOF-SW.
002541 1200-EXIT.
002542     EXIT.
002543
002544 1210-CHECK-ONE-LOGGED.
002545     IF BILL-HEADER
002546         MOVE BILL-HDR-RUN-DATE TO WS-LOG-RUN-DATE
002547         MOVE BILL-HDR-CONTROL-NO TO WS-LOG-CONTROL-NO
002548         GO TO 1210-NEXT
002549     END-IF
002550     IF NOT BILL-ADJUSTMENT
002551         GO TO 1210-NEXT
002552     END-IF
002553     COMPUTE WS-RECORD-MONTH = WS-LOG-RUN-DATE / 100
002554     IF WS-RECORD-MONTH NOT = WS-STMT-MONTH
002555         GO TO 1210-NEXT
002556     END-IF
002557     IF WS-ADJ-COUNT = 500
002558         DISPLAY 'CSTSTMT - ADJUSTMENT TABLE FULL, JOB '
002559             BILL-ADJ-JOB-NUMBER ' ADJUSTMENT NOT SHOWN'
002560         GO TO 1210-NEXT
002561     END-IF
002562     ADD 1 TO WS-ADJ-COUNT
002563     SET ADJ-IDX TO WS-ADJ-COUNT
002564     MOVE BILL-ADJ-JOB-NUMBER TO WS-AT-JOB (ADJ-IDX)
002565     MOVE WS-LOG-CONTROL-NO TO WS-AT-CONTROL-NO (ADJ-IDX)
002566     MOVE BILL-ADJ-LINE-NO TO WS-AT-LINE-NO (ADJ-IDX)
002567     MOVE WS-LOG-RUN-DATE TO WS-AT-DATE (ADJ-IDX)
002568     MOVE BILL-ADJ-TYPE TO WS-AT-TYPE (ADJ-IDX)
002569     MOVE BILL-ADJ-AMOUNT TO WS-AT-AMOUNT (ADJ-IDX)
002570     MOVE BILL-ADJ-REASON-TEXT TO WS-AT-REASON (ADJ-IDX)
002571     MOVE BILL-ADJ-APPROVER TO WS-AT-APPROVER (ADJ-IDX)
002572     MOVE SPACE TO WS-AT-STATE (ADJ-IDX).
002573 1210-NEXT.
002574     PERFORM 1290-READ-BILLLOG THRU 1290-EXIT.
002575 1210-EXIT.
002576     EXIT.
002577
002578 1290-READ-BILLLOG.
002579     READ BILLING-LOG-FILE
002580         AT END
002581             MOVE 'Y' TO WS-EOF-SW
002582     END-READ.
002583 1290-EXIT.
002584     EXIT.
002585
002586 1300-CHECK-ONE-ACK.
002587     IF BILL-ACK-REJECTED AND BILL-ACK-LINE-NO > 0
002588         PERFORM 1350-MATCH-REJECTED THRU 1350-EXIT
002589             VARYING ADJ-IDX FROM 1 BY 1
002590             UNTIL ADJ-IDX > WS-ADJ-COUNT
002591     END-IF
002592     PERFORM 1390-READ-ACK THRU 1390-EXIT.
002593 1300-EXIT.
002594     EXIT.
002595
002596 1350-MATCH-REJECTED.
002597     IF WS-AT-CONTROL-NO (ADJ-IDX) = BILL-ACK-CONTROL-NO
002598             AND WS-AT-LINE-NO (ADJ-IDX) = BILL-ACK-LINE-NO
002599             AND WS-AT-STATE (ADJ-IDX) = SPACE
002600         MOVE 'R' TO WS-AT-STATE (ADJ-IDX)
002601         ADD 1 TO WS-ADJ-REJECTED-COUNT
002602     END-IF.
002603 1350-EXIT.
002604     EXIT.
002605
002606 1390-READ-ACK.
002607     READ ACK-FILE
002608         AT END
002609             MOVE 'Y' TO WS-EOF-SW
002610     END-READ.
002611 1390-EXIT.
002612     EXIT.
002613
002614*-----------------------------------------------------------------
002615* 2000-BUILD-SORT-INPUT - one sort record per BCHOUT record of
002616* the statement month, joined against the order master. A job
002617* with no order-master record sorts behind every customer
002618* under its own flag so it lands on the back page.
002619*-----------------------------------------------------------------
002620 2000-BUILD-SORT-INPUT.
002621     OPEN INPUT REPORT-IN-FILE
002622     PERFORM 2900-READ-BCHOUT THRU 2900-EXIT
002623     PERFORM 2100-RELEASE-ONE THRU 2100-EXIT
002624         UNTIL WS-EOF-YES
002630     CLOSE REPORT-IN-FILE
002632     PERFORM 2300-RELEASE-UNPLACED THRU 2300-EXIT
002635         VARYING ADJ-IDX FROM 1 BY 1
002637         UNTIL ADJ-IDX > WS-ADJ-COUNT.
002640 2000-EXIT.
002650     EXIT.
002660
002760         GO TO 2100-NEXT
002770     END-IF
002780     ADD 1 TO WS-IN-MONTH-COUNT
002850     MOVE BCH-OUT-RUN-DATE TO SRT-RUN-DATE
002860     MOVE BCH-OUT-JOB-NUMBER TO SRT-JOB-NUMBER
002870     MOVE BCH-OUT-DAY-FLAG TO SRT-DAY-FLAG
002880     MOVE BCH-OUT-AREA-TOTAL TO SRT-AREA-TOTAL
002886     MOVE '1' TO SRT-REC-KIND
002892     MOVE SPACE TO SRT-ADJ-TYPE
002899     MOVE ZERO TO SRT-ADJ-AMOUNT
002905     MOVE SPACES TO SRT-ADJ-REASON
002911     MOVE SPACES TO SRT-ADJ-APPROVER
002918     PERFORM 2150-SET-CUSTOMER THRU 2150-EXIT
002924     IF SRT-MISSING-FLAG NOT = SPACE
002930         ADD 1 TO WS-NOORD-COUNT
002937     ELSE
002943         IF SRT-CUST-NUMBER = ZERO
002949             ADD 1 TO WS-NOCST-COUNT
002956         END-IF
002962     END-IF
002968     MOVE SORT-RECORD TO WS-SORT-SAVE
002975     RELEASE SORT-RECORD
002976     PERFORM 2200-RELEASE-JOB-ADJ THRU 2200-EXIT
002977         VARYING ADJ-IDX FROM 1 BY 1
002978         UNTIL ADJ-IDX > WS-ADJ-COUNT.
002980 2100-NEXT.
002990     PERFORM 2900-READ-BCHOUT THRU 2900-EXIT.
003000 2100-EXIT.
003010     EXIT.
003020
003021*-----------------------------------------------------------------
003022* 2150-SET-CUSTOMER - the customer fields of the sort record for
003023* the job in SRT-JOB-NUMBER, off its order master.
003024*-----------------------------------------------------------------
003025 2150-SET-CUSTOMER.
003026     CALL 'ORDREAD' USING BY CONTENT SRT-JOB-NUMBER
003027                          BY REFERENCE WS-ORD-CUSTOMER
003028                          BY REFERENCE WS-ORD-CUST-NUMBER
003029                          BY REFERENCE WS-ORD-DUE-DATE
003030                          BY REFERENCE WS-ORD-PRIORITY
003031                          BY REFERENCE WS-ORD-STATUS
003032     END-CALL
003033     IF WS-ORD-STATUS NOT = '00'
003034         MOVE '*' TO SRT-MISSING-FLAG
003035         MOVE '*NO ORDER MASTER*   ' TO SRT-CUSTOMER
003036         MOVE ZERO TO SRT-CUST-NUMBER
003037         GO TO 2150-EXIT
003038     END-IF
003039     MOVE SPACE TO SRT-MISSING-FLAG
003040     MOVE WS-ORD-CUSTOMER TO SRT-CUSTOMER
003041     MOVE WS-ORD-CUST-NUMBER TO SRT-CUST-NUMBER
003042*    The customer master's current name, so a customer renamed
003043*    since an order was keyed still gets one statement.
003044     IF SRT-CUST-NUMBER = ZERO
003045         GO TO 2150-EXIT
003046     END-IF
003047     CALL 'CSTREAD' USING BY CONTENT SRT-CUST-NUMBER
003048                          BY REFERENCE CST-MST-RECORD
003049                          BY REFERENCE WS-CST-STATUS
003050     END-CALL
003051     IF WS-CST-STATUS = '00'
003052         MOVE CST-MST-NAME TO SRT-CUSTOMER
003053     END-IF.
003054 2150-EXIT.
003055     EXIT.
003056
003057*-----------------------------------------------------------------
003058* 2200-RELEASE-JOB-ADJ - each adjustment to the job just
003059* released follows it into the sort under the same customer
003060* and run date.
003061*-----------------------------------------------------------------
003062 2200-RELEASE-JOB-ADJ.
003063     IF WS-AT-STATE (ADJ-IDX) NOT = SPACE
003064             OR WS-AT-JOB (ADJ-IDX) NOT = BCH-OUT-JOB-NUMBER
003065         GO TO 2200-EXIT
003066     END-IF
003067     MOVE WS-SORT-SAVE TO SORT-RECORD
003068     PERFORM 2250-FILL-ADJUSTMENT THRU 2250-EXIT
003069     RELEASE SORT-RECORD
003070     MOVE 'P' TO WS-AT-STATE (ADJ-IDX).
003071 2200-EXIT.
003072     EXIT.
003073
003074 2250-FILL-ADJUSTMENT.
003075     MOVE '2' TO SRT-REC-KIND
003076     MOVE ZERO TO SRT-DAY-FLAG
003077     MOVE ZERO TO SRT-AREA-TOTAL
003078     MOVE WS-AT-TYPE (ADJ-IDX) TO SRT-ADJ-TYPE
003079     MOVE WS-AT-AMOUNT (ADJ-IDX) TO SRT-ADJ-AMOUNT
003080     MOVE WS-AT-REASON (ADJ-IDX) TO SRT-ADJ-REASON
003081     MOVE WS-AT-APPROVER (ADJ-IDX) TO SRT-ADJ-APPROVER.
003082 2250-EXIT.
003083     EXIT.
003084
003085*-----------------------------------------------------------------
003086* 2300-RELEASE-UNPLACED - an adjustment to a job with no BCHOUT
003087* record this month prints under its transmission date.
003088*-----------------------------------------------------------------
003089 2300-RELEASE-UNPLACED.
003090     IF WS-AT-STATE (ADJ-IDX) NOT = SPACE
003091         GO TO 2300-EXIT
003092     END-IF
003093     MOVE WS-AT-DATE (ADJ-IDX) TO SRT-RUN-DATE
003094     MOVE WS-AT-JOB (ADJ-IDX) TO SRT-JOB-NUMBER
003095     PERFORM 2150-SET-CUSTOMER THRU 2150-EXIT
003096     PERFORM 2250-FILL-ADJUSTMENT THRU 2250-EXIT
003097     RELEASE SORT-RECORD
003098     MOVE 'P' TO WS-AT-STATE (ADJ-IDX).
003099 2300-EXIT.
003100     EXIT.
003101
003102 2900-READ-BCHOUT.
003103     READ REPORT-IN-FILE
003104         AT END
003105             MOVE 'Y' TO WS-EOF-SW
003106     END-READ.
003107 2900-EXIT.
003108     EXIT.
003109
003110*-----------------------------------------------------------------
003120* 5000-PRINT-STATEMENTS - control break on customer: a page
003130* heading and column heading per customer, detail lines, and
003290 5100-PRINT-ONE.
003300     IF WS-FIRST-CUST
003310             OR SRT-CUSTOMER NOT = WS-CUR-CUSTOMER
003315             OR SRT-CUST-NUMBER NOT = WS-CUR-CUST-NUMBER
003320         IF NOT WS-FIRST-CUST
003330             PERFORM 5300-FOOT-CUSTOMER THRU 5300-EXIT
003340         END-IF
003350         PERFORM 5200-START-CUSTOMER THRU 5200-EXIT
003360     END-IF
003362     IF SRT-ADJ-LINE
003364         PERFORM 5150-PRINT-ADJUSTMENT THRU 5150-EXIT
003366         GO TO 5100-NEXT
003368     END-IF
003370     MOVE SRT-RUN-DATE TO WS-D-RUN-DATE
003380     MOVE SRT-JOB-NUMBER TO WS-D-JOB
003390     MOVE SRT-DAY-FLAG TO WS-D-DAY-FLAG
003420     WRITE REPORT-LINE
003430     ADD 1 TO WS-CUST-JOBS
003440     ADD SRT-DAY-FLAG TO WS-CUST-DAYFLAG
003450     ADD SRT-AREA-TOTAL TO WS-CUST-STOCK.
003455 5100-NEXT.
003460     PERFORM 5900-RETURN-SORTED THRU 5900-EXIT.
003470 5100-EXIT.
003480     EXIT.
003481
003482*-----------------------------------------------------------------
003483* 5150-PRINT-ADJUSTMENT - one adjustment line; a credit is
003484* marked CR.
003485*-----------------------------------------------------------------
003486 5150-PRINT-ADJUSTMENT.
003487     MOVE SRT-RUN-DATE TO WS-A-DATE
003488     MOVE SRT-JOB-NUMBER TO WS-A-JOB
003489     MOVE SRT-ADJ-AMOUNT TO WS-A-AMOUNT
003490     IF SRT-ADJ-CREDIT
003491         MOVE 'CREDIT ADJ ' TO WS-A-LABEL
003492         MOVE ' CR' TO WS-A-SIGN
003493         ADD SRT-ADJ-AMOUNT TO WS-CUST-CREDITS
003494     ELSE
003495         MOVE 'DEBIT ADJ  ' TO WS-A-LABEL
003496         MOVE SPACES TO WS-A-SIGN
003497         ADD SRT-ADJ-AMOUNT TO WS-CUST-DEBITS
003498     END-IF
003499     MOVE SRT-ADJ-REASON TO WS-A-REASON
003500     MOVE SRT-ADJ-APPROVER TO WS-A-APPROVER
003501     MOVE WS-ADJ-LINE TO REPORT-LINE
003502     WRITE REPORT-LINE
003503     ADD 1 TO WS-CUST-ADJ-COUNT
003504     ADD 1 TO WS-ADJ-PRINTED-COUNT.
003505 5150-EXIT.
003506     EXIT.
003507
003508 5200-START-CUSTOMER.
003510     MOVE 'N' TO WS-FIRST-CUST-SW
003520     MOVE SRT-CUSTOMER TO WS-CUR-CUSTOMER
003525     MOVE SRT-CUST-NUMBER TO WS-CUR-CUST-NUMBER
003530     MOVE ZERO TO WS-CUST-JOBS
003540     MOVE ZERO TO WS-CUST-DAYFLAG
003550     MOVE ZERO TO WS-CUST-STOCK
003552     MOVE ZERO TO WS-CUST-ADJ-COUNT
003555     MOVE ZERO TO WS-CUST-CREDITS
003557     MOVE ZERO TO WS-CUST-DEBITS
003560     MOVE SPACES TO REPORT-LINE
003570     WRITE REPORT-LINE
003580     MOVE SRT-CUSTOMER TO WS-CH-CUSTOMER
003581     IF SRT-CUST-NUMBER = ZERO
003583         MOVE SPACES TO WS-CH-CUST-NUMBER
003585     ELSE
003586         MOVE SRT-CUST-NUMBER TO WS-CH-CUST-NUMBER
003588     END-IF
003590     MOVE WS-CUST-HEADING TO REPORT-LINE
003600     WRITE REPORT-LINE
003602     IF SRT-MISSING-FLAG = SPACE
003605         PERFORM 5250-PRINT-BILL-TO THRU 5250-EXIT
003607     END-IF
003610     MOVE WS-COL-HEADING TO REPORT-LINE
003620     WRITE REPORT-LINE.
003630 5200-EXIT.
003640     EXIT.
003641
003642*-----------------------------------------------------------------
003643* 5250-PRINT-BILL-TO - the bill-to block under the statement
003644* heading. An order with no customer number, or a number the
003645* customer master cannot answer, prints a note instead.
003646*-----------------------------------------------------------------
003647 5250-PRINT-BILL-TO.
003648     MOVE 'BILL TO: ' TO WS-B-LABEL
003649     IF SRT-CUST-NUMBER = ZERO
003650         MOVE '*NO CUSTOMER NUMBER ON ORDER*' TO WS-B-TEXT
003651         MOVE WS-BILL-TO-LINE TO REPORT-LINE
003652         WRITE REPORT-LINE
003653         GO TO 5250-EXIT
003654     END-IF
003655     CALL 'CSTREAD' USING BY CONTENT SRT-CUST-NUMBER
003656                          BY REFERENCE CST-MST-RECORD
003657                          BY REFERENCE WS-CST-STATUS
003658     END-CALL
003659     IF WS-CST-STATUS NOT = '00'
003660         MOVE WS-CST-STATUS TO WS-N-STATUS
003661         MOVE WS-NO-MASTER-NOTE TO WS-B-TEXT
003662         MOVE WS-BILL-TO-LINE TO REPORT-LINE
003663         WRITE REPORT-LINE
003664         GO TO 5250-EXIT
003665     END-IF
003666     MOVE CST-MST-ADDR-LINE-1 TO WS-B-TEXT
003667     MOVE WS-BILL-TO-LINE TO REPORT-LINE
003668     WRITE REPORT-LINE
003669     MOVE SPACES TO WS-B-LABEL
003670     IF CST-MST-ADDR-LINE-2 NOT = SPACES
003671         MOVE CST-MST-ADDR-LINE-2 TO WS-B-TEXT
003672         MOVE WS-BILL-TO-LINE TO REPORT-LINE
003673         WRITE REPORT-LINE
003674     END-IF
003675     MOVE CST-MST-CITY TO WS-B-CITY
003676     MOVE CST-MST-STATE TO WS-B-STATE
003677     MOVE CST-MST-POSTCODE TO WS-B-POSTCODE
003678     MOVE WS-BILL-CITY-LINE TO REPORT-LINE
003679     WRITE REPORT-LINE
003680     MOVE CST-MST-TERMS TO WS-B-TERMS
003681     MOVE CST-MST-TERMS-DAYS TO WS-B-TERMS-DAYS
003682     MOVE WS-TERMS-LINE TO REPORT-LINE
003683     WRITE REPORT-LINE.
003684 5250-EXIT.
003685     EXIT.
003686
003687 5300-FOOT-CUSTOMER.
003688     MOVE WS-CUST-JOBS TO WS-T-JOBS
003689     MOVE WS-CUST-DAYFLAG TO WS-T-DAYFLAG
003690     MOVE WS-CUST-STOCK TO WS-T-STOCK
003700     MOVE WS-TOTAL-LINE TO REPORT-LINE
003710     WRITE REPORT-LINE
003711     IF WS-CUST-ADJ-COUNT > 0
003712         MOVE WS-CUST-ADJ-COUNT TO WS-J-COUNT
003713         MOVE WS-CUST-CREDITS TO WS-J-CREDITS
003715         MOVE WS-CUST-DEBITS TO WS-J-DEBITS
003716         MOVE WS-ADJ-TOTAL-LINE TO REPORT-LINE
003717         WRITE REPORT-LINE
003718     END-IF
003720     IF WS-CUST-COUNT = 200
003730         DISPLAY 'CSTSTMT - SUMMARY TABLE FULL, CUSTOMER '
003740             WS-CUR-CUSTOMER ' NOT ON SUMMARY PAGE'
003770     ADD 1 TO WS-CUST-COUNT
003780     SET SUM-IDX TO WS-CUST-COUNT
003790     MOVE WS-CUR-CUSTOMER TO WS-SUM-CUSTOMER (SUM-IDX)
003791     IF WS-CUR-CUST-NUMBER = ZERO
003793         MOVE SPACES TO WS-SUM-CUST-NUMBER (SUM-IDX)
003795     ELSE
003796         MOVE WS-CUR-CUST-NUMBER TO WS-SUM-CUST-NUMBER (SUM-IDX)
003798     END-IF
003800     MOVE WS-CUST-JOBS TO WS-SUM-JOBS (SUM-IDX)
003810     MOVE WS-CUST-DAYFLAG TO WS-SUM-DAYFLAG (SUM-IDX)
003820     MOVE WS-CUST-STOCK TO WS-SUM-STOCK (SUM-IDX).
004010     EXIT.
004020
004030 5600-PRINT-SUMMARY-LINE.
004035     MOVE WS-SUM-CUST-NUMBER (SUM-IDX) TO WS-S-CUST-NUMBER
004040     MOVE WS-SUM-CUSTOMER (SUM-IDX) TO WS-S-CUSTOMER
004050     MOVE WS-SUM-JOBS (SUM-IDX) TO WS-S-JOBS
004060     MOVE WS-SUM-DAYFLAG (SUM-IDX) TO WS-S-DAYFLAG
004400     MOVE WS-NOORD-COUNT TO WS-C-COUNT
004410     MOVE WS-COUNT-LINE TO REPORT-LINE
004420     WRITE REPORT-LINE
004422     MOVE 'JOBS W/O CUSTOMER NO:   ' TO WS-C-LABEL
004424     MOVE WS-NOCST-COUNT TO WS-C-COUNT
004426     MOVE WS-COUNT-LINE TO REPORT-LINE
004428     WRITE REPORT-LINE
004429     MOVE 'ADJUSTMENTS PRINTED:    ' TO WS-C-LABEL
004430     MOVE WS-ADJ-PRINTED-COUNT TO WS-C-COUNT
004431     MOVE WS-COUNT-LINE TO REPORT-LINE
004432     WRITE REPORT-LINE
004433     MOVE 'ADJ REJECTED-NOT SHOWN: ' TO WS-C-LABEL
004434     MOVE WS-ADJ-REJECTED-COUNT TO WS-C-COUNT
004435     MOVE WS-COUNT-LINE TO REPORT-LINE
004436     WRITE REPORT-LINE
004437     CLOSE STATEMENT-REPORT-FILE.
004440 9000-EXIT.
004450     EXIT.
004460
