000150*     as unacknowledged;                                        *
000160*   - a detail line invoicing rejected is listed with their     *
000170*     reason and written to BILLRQ, which the next PNLDRV       *
000180*     extract re-emits at the front of its transmission;        *
000182*   - an adjustment record invoicing rejected is listed with    *
000185*     their reason but not requeued - it goes back to the       *
000187*     office to be re-approved and keyed through BILAMNT.       *
000190*                                                               *
000200*   Anything unacknowledged or rejected ends the run with       *
000210*   return code 4 - a billing shortfall becomes a report line   *
000380*                 transmission log both accumulate, and without
000390*                 the log every later run re-billed the same
000400*                 line forever.
000402* 2026-10-07 DRO  Takes the run date from the BUSDTE business-date
000405*                 record (BUSDRD) instead of the machine clock,
000407*                 and prints it with the run time under the title.
000408* 2026-10-15 DRO  Reconciles the BILAMNT adjustment records in the
000409*                 transmission log: a rejected adjustment is
000410*                 listed once (through the requeue log) but never
000411*                 requeued, and counts toward return code 4.
000412*-----------------------------------------------------------------
000420
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
001020 77  WS-REJECT-COUNT     PIC 9(08) COMP VALUE ZERO.
001030 77  WS-REQUEUED-COUNT   PIC 9(08) COMP VALUE ZERO.
001040 77  WS-PRIOR-RQ-COUNT   PIC 9(08) COMP VALUE ZERO.
001042 77  WS-ADJ-LOGGED-COUNT PIC 9(08) COMP VALUE ZERO.
001045 77  WS-ADJ-REJECT-COUNT PIC 9(08) COMP VALUE ZERO.
001047 77  WS-PRIOR-ADJ-COUNT  PIC 9(08) COMP VALUE ZERO.
001050 77  WS-RQL-STATUS       PIC X(02)      VALUE SPACES.
001060 77  WS-TODAY-DATE       PIC 9(08)      VALUE ZERO.
001063 77  WS-RUN-STAMP        PIC X(80)      VALUE SPACES.
001066 77  WS-BUSD-STATUS      PIC X(02)      VALUE SPACES.
001070
001080*-----------------------------------------------------------------
001090* REQUEUE LOG TABLE - every control/line pair a prior run has
001170         10  WS-RQL-CONTROL-NO   PIC 9(06).
001180         10  WS-RQL-LINE-NO      PIC 9(06).
001190 77  WS-CUR-CONTROL-NO   PIC 9(06)      VALUE ZERO.
001193*    the line number of the detail or adjustment record in hand
001196 77  WS-CUR-LINE-NO      PIC 9(06)      VALUE ZERO.
001200 77  WS-CUR-ACKED-SW     PIC X(01)      VALUE 'N'.
001210     88  WS-CUR-ACKED                   VALUE 'Y'.
001220
001670     05  WS-R-REASON         PIC X(20).
001680     05  FILLER              PIC X(10)   VALUE ' REQUEUED'.
001690     05  FILLER              PIC X(17)   VALUE SPACES.
001691
001692 01  WS-ADJ-REJECT-LINE.
001693     05  FILLER              PIC X(05)   VALUE 'XMIT '.
001694     05  WS-A-CONTROL        PIC 9(06).
001695     05  FILLER              PIC X(06)   VALUE ' LINE '.
001696     05  WS-A-LINE           PIC 9(06).
001697     05  FILLER              PIC X(09)   VALUE ' ADJ JOB '.
001698     05  WS-A-JOB            PIC X(08).
001699     05  FILLER              PIC X(05)   VALUE ' REJ '.
001700     05  WS-A-REASON         PIC X(20).
001701     05  FILLER              PIC X(09)   VALUE ' RESUBMIT'.
001702     05  FILLER              PIC X(06)   VALUE SPACES.
001703
001710 01  WS-COUNT-LINE.
001720     05  WS-C-LABEL          PIC X(24).
001730     05  WS-C-COUNT          PIC Z(7)9.
001890* 1000-INITIALIZE
001900*-----------------------------------------------------------------
001910 1000-INITIALIZE.
001912     CALL 'BUSDRD' USING BY REFERENCE WS-TODAY-DATE
001914                         BY REFERENCE WS-RUN-STAMP
001916                         BY REFERENCE WS-BUSD-STATUS
001918     END-CALL
001921     IF WS-BUSD-STATUS NOT = '00'
001923         DISPLAY 'BILLRCN - BUSDTE NOT AVAILABLE, STATUS = '
001925             WS-BUSD-STATUS ' - RUNNING UNDER THE MACHINE DATE'
001927     END-IF
001930     PERFORM 1050-LOAD-REQUEUE-LOG THRU 1050-EXIT
001940     OPEN INPUT BILLING-LOG-FILE
001950     IF WS-LOG-STATUS NOT = '00'
002070     END-IF
002080     OPEN OUTPUT RECON-REPORT-FILE
002090     MOVE WS-HEADING1 TO REPORT-LINE
002095     WRITE REPORT-LINE
002100     MOVE WS-RUN-STAMP TO REPORT-LINE
002105     WRITE REPORT-LINE.
002110 1000-EXIT.
002120     EXIT.
002130
003410             PERFORM 2100-OPEN-TRANSMISSION THRU 2100-EXIT
003420         WHEN BILL-DETAIL
003430             PERFORM 2200-CHECK-DETAIL THRU 2200-EXIT
003433         WHEN BILL-ADJUSTMENT
003436             PERFORM 2300-CHECK-ADJUSTMENT THRU 2300-EXIT
003440         WHEN OTHER
003450             CONTINUE
003460     END-EVALUATE.
003830* been handled and is only counted, never re-billed.
003840*-----------------------------------------------------------------
003850 2200-CHECK-DETAIL.
003855     MOVE BILL-DTL-LINE-NO TO WS-CUR-LINE-NO
003860     MOVE 'N' TO WS-FOUND-SW
003870     PERFORM 2250-MATCH-REJECT THRU 2250-EXIT
003880         VARYING REJ-IDX FROM 1 BY 1
004350
004360 2240-MATCH-LOGGED.
004370     IF WS-RQL-CONTROL-NO (RQL-IDX) = WS-CUR-CONTROL-NO
004380             AND WS-RQL-LINE-NO (RQL-IDX) = WS-CUR-LINE-NO
004390         MOVE 'Y' TO WS-FOUND-SW
004400         SET RQL-IDX DOWN BY 1
004410     END-IF.
004440
004450 2250-MATCH-REJECT.
004460     IF WS-REJ-CONTROL-NO (REJ-IDX) = WS-CUR-CONTROL-NO
004470             AND WS-REJ-LINE-NO (REJ-IDX) = WS-CUR-LINE-NO
004480         MOVE 'Y' TO WS-FOUND-SW
004490         SET REJ-IDX DOWN BY 1
004500     END-IF.
004510 2250-EXIT.
004520     EXIT.
004530
004531*-----------------------------------------------------------------
004532* 2300-CHECK-ADJUSTMENT - a rejected adjustment lists with
004533* invoicing's reason, once: it goes onto the BILLRQL log so a
004534* later run only counts it, but never onto BILLRQ - sending the
004535* same adjustment again would be refused again.
004536*-----------------------------------------------------------------
004537 2300-CHECK-ADJUSTMENT.
004538     ADD 1 TO WS-ADJ-LOGGED-COUNT
004539     MOVE BILL-ADJ-LINE-NO TO WS-CUR-LINE-NO
004540     MOVE 'N' TO WS-FOUND-SW
004541     PERFORM 2250-MATCH-REJECT THRU 2250-EXIT
004542         VARYING REJ-IDX FROM 1 BY 1
004543         UNTIL REJ-IDX > WS-REJ-COUNT
004544             OR WS-FOUND-YES
004545     IF NOT WS-FOUND-YES
004546         GO TO 2300-EXIT
004547     END-IF
004548     PERFORM 2230-CHECK-ALREADY-REQUEUED THRU 2230-EXIT
004549     IF WS-FOUND-YES
004550         ADD 1 TO WS-PRIOR-ADJ-COUNT
004551         GO TO 2300-EXIT
004552     END-IF
004553     ADD 1 TO WS-ADJ-REJECT-COUNT
004554     MOVE WS-CUR-CONTROL-NO TO WS-A-CONTROL
004555     MOVE BILL-ADJ-LINE-NO TO WS-A-LINE
004556     MOVE BILL-ADJ-JOB-NUMBER TO WS-A-JOB
004557     MOVE WS-REJ-REASON (REJ-IDX) TO WS-A-REASON
004558     MOVE WS-ADJ-REJECT-LINE TO REPORT-LINE
004559     WRITE REPORT-LINE
004560     MOVE SPACES TO RQL-RECORD
004561     MOVE WS-CUR-CONTROL-NO TO RQL-CONTROL-NO
004562     MOVE BILL-ADJ-LINE-NO TO RQL-LINE-NO
004563     MOVE WS-TODAY-DATE TO RQL-DATE
004564     WRITE RQL-RECORD
004565     IF WS-RQL-COUNT < 500
004566         ADD 1 TO WS-RQL-COUNT
004567         SET RQL-IDX TO WS-RQL-COUNT
004568         MOVE WS-CUR-CONTROL-NO
004569             TO WS-RQL-CONTROL-NO (RQL-IDX)
004570         MOVE BILL-ADJ-LINE-NO TO WS-RQL-LINE-NO (RQL-IDX)
004571     END-IF.
004572 2300-EXIT.
004573     EXIT.
004574
004575 2900-READ-LOG.
004576     READ BILLING-LOG-FILE
004577         AT END
004578             MOVE 'Y' TO WS-EOF-SW
004580     END-READ.
004590 2900-EXIT.
004600     EXIT.
004860     MOVE WS-PRIOR-RQ-COUNT TO WS-C-COUNT
004870     MOVE WS-COUNT-LINE TO REPORT-LINE
004880     WRITE REPORT-LINE
004881     MOVE 'ADJUSTMENTS LOGGED:     ' TO WS-C-LABEL
004882     MOVE WS-ADJ-LOGGED-COUNT TO WS-C-COUNT
004883     MOVE WS-COUNT-LINE TO REPORT-LINE
004884     WRITE REPORT-LINE
004885     MOVE 'ADJUSTMENTS REJECTED:   ' TO WS-C-LABEL
004886     MOVE WS-ADJ-REJECT-COUNT TO WS-C-COUNT
004887     MOVE WS-COUNT-LINE TO REPORT-LINE
004888     WRITE REPORT-LINE
004889     MOVE 'ADJ REJECTS PRIOR RUNS: ' TO WS-C-LABEL
004890     MOVE WS-PRIOR-ADJ-COUNT TO WS-C-COUNT
004891     MOVE WS-COUNT-LINE TO REPORT-LINE
004892     WRITE REPORT-LINE
004893     CLOSE BILLING-LOG-FILE
004900     CLOSE REQUEUE-FILE
004910     CLOSE REQUEUE-LOG-FILE
004920     CLOSE RECON-REPORT-FILE
004930     IF WS-UNACKED-COUNT > 0 OR WS-REJECT-COUNT > 0
004935             OR WS-ADJ-REJECT-COUNT > 0
004940         MOVE 4 TO RETURN-CODE
004950     END-IF
004960     DISPLAY 'BILLRCN - UNACKED: ' WS-UNACKED-COUNT
004970         ' REJECTED: ' WS-REJECT-COUNT
004980         ' REQUEUED: ' WS-REQUEUED-COUNT
004985         ' ADJ REJECTED: ' WS-ADJ-REJECT-COUNT.
004990 9000-EXIT.
005000     EXIT.
005010
