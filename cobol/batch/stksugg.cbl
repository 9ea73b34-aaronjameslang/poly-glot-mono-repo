000210*   first order is still on the water. Fresh suggestions        *
000220*   append to STKSUG and everything, suggested or suppressed,   *
000230*   prints on the buyer's review report.                        *
000231*                                                               *
000233*   The balance still to come on the open STKPO purchase        *
000235*   orders for a class counts as stock on order: it comes off   *
000236*   the suggested area, and a class it fully covers is listed   *
000238*   as covered instead of being suggested again.                *
000240*****************************************************************
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. STKSUGG.
000410* 2026-09-01 MPR  Suggests per plant now that the alerts, the
000420*                 inventory, and BCHOUT all carry one - blank
000430*                 plants on old records read as plant 01.
000432* 2026-10-06 MPR  Only STKAUD receipts clear a pending
000435*                 suggestion - night reversals and cycle-count
000437*                 corrections post to the same file.
000438* 2026-10-15 MPR  Counts the balance on open STKPO purchase
000439*                 orders as on-order cover before suggesting.
000440*-----------------------------------------------------------------
000450
000460 ENVIRONMENT DIVISION.
000600     SELECT SUGGEST-FILE ASSIGN TO STKSUG
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS WS-SUG-STATUS.
000621     SELECT PO-FILE ASSIGN TO STKPO
000623         ORGANIZATION IS INDEXED
000625         ACCESS MODE IS SEQUENTIAL
000626         RECORD KEY IS STK-PO-NUMBER
000628         FILE STATUS IS WS-PO-STATUS.
000630     SELECT REVIEW-REPORT-FILE ASSIGN TO STKSUGR
000640         ORGANIZATION IS SEQUENTIAL.
000650
000880     RECORDING MODE IS F.
000890     COPY STKSUG.
000900
000902 FD  PO-FILE.
000905     COPY STKPO.
000907
000910 FD  REVIEW-REPORT-FILE
000920     RECORDING MODE IS F.
000930 01  REPORT-LINE                 PIC X(80).
001040 77  WS-ALT-STATUS       PIC X(02)      VALUE SPACES.
001050 77  WS-AUD-STATUS       PIC X(02)      VALUE SPACES.
001060 77  WS-SUG-STATUS       PIC X(02)      VALUE SPACES.
001065 77  WS-PO-STATUS        PIC X(02)      VALUE SPACES.
001070
001080*-----------------------------------------------------------------
001090* RUN CONTROL AND COUNTERS - lookback and cover default to a
001250 77  WS-NO-HIST-COUNT    PIC 9(08) COMP VALUE ZERO.
001260 77  WS-AVG-NIGHTLY      PIC 9(12)      VALUE ZERO.
001270 77  WS-SUGGEST-AREA     PIC 9(12)      VALUE ZERO.
001272 77  WS-COVERED-COUNT    PIC 9(08) COMP VALUE ZERO.
001274*    the alerted class's balance on open purchase orders
001276 77  WS-ON-ORDER-AREA    PIC 9(12)      VALUE ZERO.
001278 77  WS-PO-BALANCE       PIC 9(12)      VALUE ZERO.
001280
001290*-----------------------------------------------------------------
001300* OPEN-ALERT TABLE - one entry per class alerted on the latest
001730             INDEXED BY NGT-IDX.
001740         10  WS-NGT-DATE         PIC 9(08).
001750
001751*-----------------------------------------------------------------
001752* ON-ORDER TABLE - the balance still to come on the open STKPO
001753* purchase orders, footed per plant and class.
001754*-----------------------------------------------------------------
001755 77  WS-ORD-COUNT        PIC 9(02) COMP VALUE ZERO.
001756 01  WS-ON-ORDER-TABLE.
001757     05  WS-ORD-ENTRY OCCURS 50 TIMES
001758             INDEXED BY ORD-IDX.
001759         10  WS-ORD-PLANT        PIC X(02).
001760         10  WS-ORD-CLASS        PIC X(02).
001761         10  WS-ORD-AREA         PIC 9(12).
001762
001763*-----------------------------------------------------------------
001770* REPORT LINES
001780*-----------------------------------------------------------------
001790 01  WS-HEADING1.
002030     05  WS-D-SUGGESTED      PIC Z(11)9.
002040     05  FILLER              PIC X(01)   VALUE SPACE.
002050     05  WS-D-DISPOSITION    PIC X(22).
002051
002052*    printed under a class with open purchase orders
002053 01  WS-ON-ORDER-LINE.
002054     05  FILLER              PIC X(06)   VALUE SPACES.
002055     05  FILLER              PIC X(20)   VALUE
002056         'ON ORDER (OPEN POS):'.
002057     05  FILLER              PIC X(08)   VALUE SPACES.
002058     05  WS-O-AREA           PIC Z(11)9.
002059     05  FILLER              PIC X(34)   VALUE SPACES.
002060
002070 01  WS-COUNT-LINE.
002080     05  WS-C-LABEL          PIC X(24).
002180     PERFORM 1100-LOAD-OPEN-ALERTS THRU 1100-EXIT
002190     PERFORM 1300-LOAD-PENDING THRU 1300-EXIT
002200     PERFORM 1500-CLEAR-RECEIVED THRU 1500-EXIT
002205     PERFORM 1700-LOAD-ON-ORDER THRU 1700-EXIT
002210     PERFORM 2000-FOOT-CONSUMPTION THRU 2000-EXIT
002220     PERFORM 5000-SUGGEST THRU 5000-EXIT
002230     PERFORM 9000-TERMINATE THRU 9000-EXIT
004580     IF WS-PND-CLASS (PND-IDX) = STK-AUD-SHEET-CLASS
004590             AND WS-PND-PLANT (PND-IDX) = WS-WRK-PLANT
004600             AND STK-AUD-DATE NOT < WS-PND-DATE (PND-IDX)
004605             AND STK-AUD-RECEIPT
004610         MOVE 'N' TO WS-PND-OPEN-SW (PND-IDX)
004620     END-IF.
004630 1520-EXIT.
004710 1590-EXIT.
004720     EXIT.
004730
004731*-----------------------------------------------------------------
004732* 1700-LOAD-ON-ORDER - foots the balance still to come on every
004733* open STKPO order into its plant and class. A missing order
004734* file means nothing is on order.
004735*-----------------------------------------------------------------
004736 1700-LOAD-ON-ORDER.
004737     OPEN INPUT PO-FILE
004738     IF WS-PO-STATUS NOT = '00'
004739         GO TO 1700-EXIT
004740     END-IF
004741     MOVE 'N' TO WS-EOF-SW
004742     PERFORM 1790-READ-ORDER THRU 1790-EXIT
004743     PERFORM 1710-STORE-ON-ORDER THRU 1710-EXIT
004744         UNTIL WS-EOF-YES
004745     CLOSE PO-FILE.
004746 1700-EXIT.
004747     EXIT.
004748
004749 1710-STORE-ON-ORDER.
004750     IF NOT STK-PO-OPEN
004751             OR STK-PO-RECEIVED-AREA NOT < STK-PO-ORDERED-AREA
004752         GO TO 1710-NEXT
004753     END-IF
004754     COMPUTE WS-PO-BALANCE =
004755         STK-PO-ORDERED-AREA - STK-PO-RECEIVED-AREA
004756     IF STK-PO-PLANT = SPACES
004757         MOVE '01' TO WS-WRK-PLANT
004758     ELSE
004759         MOVE STK-PO-PLANT TO WS-WRK-PLANT
004760     END-IF
004761     MOVE 'N' TO WS-FOUND-SW
004762     PERFORM 1720-MATCH-ON-ORDER THRU 1720-EXIT
004763         VARYING ORD-IDX FROM 1 BY 1
004764         UNTIL ORD-IDX > WS-ORD-COUNT
004765             OR WS-FOUND-YES
004766     IF WS-FOUND-YES
004767         ADD WS-PO-BALANCE TO WS-ORD-AREA (ORD-IDX)
004768             ON SIZE ERROR
004769                 MOVE 999999999999 TO WS-ORD-AREA (ORD-IDX)
004770         END-ADD
004771     ELSE
004772         IF WS-ORD-COUNT = 50
004773             DISPLAY 'STKSUGG - ON-ORDER TABLE FULL, PO '
004774                 STK-PO-NUMBER ' NOT COUNTED AS COVER'
004775         ELSE
004776             ADD 1 TO WS-ORD-COUNT
004777             SET ORD-IDX TO WS-ORD-COUNT
004778             MOVE WS-WRK-PLANT TO WS-ORD-PLANT (ORD-IDX)
004779             MOVE STK-PO-SHEET-CLASS TO WS-ORD-CLASS (ORD-IDX)
004780             MOVE WS-PO-BALANCE TO WS-ORD-AREA (ORD-IDX)
004781         END-IF
004782     END-IF.
004783 1710-NEXT.
004784     PERFORM 1790-READ-ORDER THRU 1790-EXIT.
004785 1710-EXIT.
004786     EXIT.
004787
004788 1720-MATCH-ON-ORDER.
004789     IF WS-ORD-CLASS (ORD-IDX) = STK-PO-SHEET-CLASS
004790             AND WS-ORD-PLANT (ORD-IDX) = WS-WRK-PLANT
004791         MOVE 'Y' TO WS-FOUND-SW
004792         SET ORD-IDX DOWN BY 1
004793     END-IF.
004794 1720-EXIT.
004795     EXIT.
004796
004797 1790-READ-ORDER.
004798     READ PO-FILE NEXT RECORD
004799         AT END
004800             MOVE 'Y' TO WS-EOF-SW
004801     END-READ.
004802 1790-EXIT.
004803     EXIT.
004804
004805*-----------------------------------------------------------------
004806* 2000-FOOT-CONSUMPTION - two passes over the accumulated
004807* BCHOUT: the highest run date fixes the lookback window (the
004808* calendar days ending at that date), then each record inside
004809* the window foots into its class's total and its run date
004810* into the distinct-night table. Records written before the
004811* sheet class was carried (blank class) stay out of the
004812* per-class totals.
004820*-----------------------------------------------------------------
004830 2000-FOOT-CONSUMPTION.
004840     OPEN INPUT REPORT-IN-FILE
006050* window's nights times the cover period, written to STKSUG
006060* and shown to the buyer. A class with no consumption history
006070* (new class, or pre-class BCHOUT records) is listed for a
006080* by-hand quantity rather than suggested at zero. The balance
006083* on the class's open purchase orders comes off the suggestion;
006086* a class it fully covers is listed as covered, not suggested.
006090*-----------------------------------------------------------------
006100 5000-SUGGEST.
006110     OPEN EXTEND SUGGEST-FILE
006290     MOVE WS-ALT-REORDER (ALT-IDX) TO WS-D-REORDER
006300     MOVE ZERO TO WS-D-AVG
006310     MOVE ZERO TO WS-D-SUGGESTED
006311     MOVE ZERO TO WS-ON-ORDER-AREA
006312     MOVE 'N' TO WS-FOUND-SW
006313     PERFORM 5250-FIND-ON-ORDER THRU 5250-EXIT
006314         VARYING ORD-IDX FROM 1 BY 1
006315         UNTIL ORD-IDX > WS-ORD-COUNT
006316             OR WS-FOUND-YES
006317     IF WS-FOUND-YES
006318         MOVE WS-ORD-AREA (ORD-IDX) TO WS-ON-ORDER-AREA
006319     END-IF
006320     MOVE 'N' TO WS-FOUND-SW
006330     PERFORM 5200-CHECK-PENDING THRU 5200-EXIT
006340         VARYING PND-IDX FROM 1 BY 1
006470         PERFORM 5800-WRITE-REVIEW-LINE THRU 5800-EXIT
006480         GO TO 5100-EXIT
006490     END-IF
006491     IF WS-ON-ORDER-AREA NOT < WS-SUGGEST-AREA
006492         ADD 1 TO WS-COVERED-COUNT
006494         MOVE 'COVERED BY OPEN PO    ' TO WS-D-DISPOSITION
006495         PERFORM 5800-WRITE-REVIEW-LINE THRU 5800-EXIT
006497         GO TO 5100-EXIT
006498     END-IF
006500     ADD 1 TO WS-SUGGEST-COUNT
006510     MOVE 'SUGGESTED             ' TO WS-D-DISPOSITION
006511     IF WS-ON-ORDER-AREA > ZERO
006513         SUBTRACT WS-ON-ORDER-AREA FROM WS-SUGGEST-AREA
006515         MOVE WS-SUGGEST-AREA TO WS-D-SUGGESTED
006516         MOVE 'SUGGESTED-NET OF PO   ' TO WS-D-DISPOSITION
006518     END-IF
006520     MOVE SPACES TO STK-SUG-RECORD
006530     MOVE WS-TODAY-DATE TO STK-SUG-DATE
006540     MOVE WS-ALT-PLANT (ALT-IDX) TO STK-SUG-PLANT
006710     END-IF.
006720 5200-EXIT.
006730     EXIT.
006731
006732 5250-FIND-ON-ORDER.
006733     IF WS-ORD-CLASS (ORD-IDX) = WS-ALT-CLASS (ALT-IDX)
006734             AND WS-ORD-PLANT (ORD-IDX) = WS-ALT-PLANT (ALT-IDX)
006735         MOVE 'Y' TO WS-FOUND-SW
006736         SET ORD-IDX DOWN BY 1
006737     END-IF.
006738 5250-EXIT.
006739     EXIT.
006740
006750*-----------------------------------------------------------------
006760* 5300-COMPUTE-SUGGESTION - ALT-IDX sits on the alerted class;
007150
007160 5800-WRITE-REVIEW-LINE.
007170     MOVE WS-DETAIL-LINE TO REPORT-LINE
007180     WRITE REPORT-LINE
007181     IF WS-ON-ORDER-AREA > ZERO
007183         MOVE WS-ON-ORDER-AREA TO WS-O-AREA
007185         MOVE WS-ON-ORDER-LINE TO REPORT-LINE
007186         WRITE REPORT-LINE
007188     END-IF.
007190 5800-EXIT.
007200     EXIT.
007210
007390     MOVE WS-NO-HIST-COUNT TO WS-C-COUNT
007400     MOVE WS-COUNT-LINE TO REPORT-LINE
007410     WRITE REPORT-LINE
007412     MOVE 'COVERED BY OPEN POS:    ' TO WS-C-LABEL
007414     MOVE WS-COVERED-COUNT TO WS-C-COUNT
007416     MOVE WS-COUNT-LINE TO REPORT-LINE
007418     WRITE REPORT-LINE
007420     CLOSE REVIEW-REPORT-FILE
007430     DISPLAY 'STKSUGG - SUGGESTED: ' WS-SUGGEST-COUNT
007440         ' SUPPRESSED: ' WS-SUPPRESS-COUNT
007450         ' NO HISTORY: ' WS-NO-HIST-COUNT
007455         ' COVERED: ' WS-COVERED-COUNT.
007460 9000-EXIT.
007470     EXIT.
007480
