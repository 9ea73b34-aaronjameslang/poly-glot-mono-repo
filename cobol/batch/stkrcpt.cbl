000230*   records are set up by operations, not invented by a         *
000240*   delivery line - and the run ends with return code 4 so the  *
000250*   rejects get looked at.                                      *
000251*                                                               *
000252*   Each receipt must cite an open STKPO purchase order for its *
000253*   plant and class. The area received is added to the order,   *
000254*   shown under the receipt with its balance; an order received *
000255*   in full (or over) is closed. No order, or a closed,         *
000256*   cancelled or wrong-class one, rejects the receipt. An order *
000257*   not yet on file holds it to STKRHLD until WS-HOLD-DAYS      *
000258*   from delivery (or first hold, if undated), then rejects it. *
000259*   Holds and over-receipts end the run with return code 4 too. *
000260*****************************************************************
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID. STKRCPT.
000372* 2026-09-01 MPR  Receipts carry a plant code and post to the
000374*                 per-plant STKINV record (a blank plant on the
000376*                 delivery line reads as plant 01).
000377* 2026-10-05 MPR  Stamps the STKAUD reason 'RC' so a receipt can
000378*                 be told from a BCHREV night reversal.
000379* 2026-10-15 MPR  Matches each receipt to its STKPO purchase
000380*                 order: posts the area received, closes it once
000381*                 received in full, shows over and part receipts,
000382*                 and holds a receipt citing an order not yet on
000383*                 file to STKRHLD (dated on its first hold if the
000384*                 delivery line carried no date).
000385*-----------------------------------------------------------------
000390
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000510     SELECT AUDIT-FILE ASSIGN TO STKAUD
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS WS-AUD-STATUS.
000531     SELECT PO-FILE ASSIGN TO STKPO
000532         ORGANIZATION IS INDEXED
000533         ACCESS MODE IS DYNAMIC
000534         RECORD KEY IS STK-PO-NUMBER
000535         FILE STATUS IS WS-PO-STATUS.
000536     SELECT HOLD-FILE ASSIGN TO STKRHLD
000537         ORGANIZATION IS SEQUENTIAL
000538         FILE STATUS IS WS-HLD-STATUS.
000540     SELECT REGISTER-REPORT-FILE ASSIGN TO STKRCPR
000550         ORGANIZATION IS SEQUENTIAL.
000560
000670     RECORDING MODE IS F.
000680     COPY STKAUD.
000690
000691 FD  PO-FILE.
000692     COPY STKPO.
000693
000694*    a held receipt is carried forward exactly as delivered
000695 FD  HOLD-FILE
000696     RECORDING MODE IS F.
000697 01  HOLD-RECORD                 PIC X(80).
000698
000700 FD  REGISTER-REPORT-FILE
000710     RECORDING MODE IS F.
000720 01  REPORT-LINE                 PIC X(80).
000820 77  WS-RCV-STATUS       PIC X(02)      VALUE SPACES.
000830 77  WS-INV-STATUS       PIC X(02)      VALUE SPACES.
000840 77  WS-AUD-STATUS       PIC X(02)      VALUE SPACES.
000842 77  WS-RECEIPT-HELD-SW  PIC X(01)      VALUE 'N'.
000844     88  WS-RECEIPT-HELD                VALUE 'Y'.
000846 77  WS-PO-STATUS        PIC X(02)      VALUE SPACES.
000848 77  WS-HLD-STATUS       PIC X(02)      VALUE SPACES.
000850
000860*-----------------------------------------------------------------
000870* RUN CONTROL AND COUNTERS
000970 77  WS-POSTED-AREA      PIC 9(12)      VALUE ZERO.
000980 77  WS-BEFORE-AREA      PIC 9(12)      VALUE ZERO.
000982 77  WS-RCV-PLANT        PIC X(02)      VALUE SPACES.
000983*    the order's plant, blank normalized the same way
000984 77  WS-PO-PLANT         PIC X(02)      VALUE SPACES.
000985 77  WS-HELD-COUNT       PIC 9(08) COMP VALUE ZERO.
000986 77  WS-PART-COUNT       PIC 9(08) COMP VALUE ZERO.
000987 77  WS-OVER-COUNT       PIC 9(08) COMP VALUE ZERO.
000988 77  WS-PO-CLOSED-COUNT  PIC 9(08) COMP VALUE ZERO.
000989 77  WS-PO-ERROR-COUNT   PIC 9(08) COMP VALUE ZERO.
000990*    calendar days a receipt citing an unknown order is held
000991*    for the buyer to key the order before it is rejected
000992 77  WS-HOLD-DAYS        PIC S9(05) COMP VALUE 10.
000993 77  WS-AGE-DAYS         PIC S9(05) COMP VALUE ZERO.
000994 77  WS-TODAY-INTEGER    PIC S9(09) COMP VALUE ZERO.
000995
001000*-----------------------------------------------------------------
001010* REPORT LINES
001020*-----------------------------------------------------------------
001220     05  FILLER              PIC X(01)   VALUE SPACE.
001230     05  WS-D-DISPOSITION    PIC X(20).
001240     05  FILLER              PIC X(10)   VALUE SPACES.
001241
001242*    printed under a posted receipt - the order as it now
001243*    stands, with the balance still to come or the area over
001244 01  WS-PO-LINE.
001245     05  FILLER              PIC X(11)   VALUE '   ORDERED '.
001246     05  WS-P-ORDERED        PIC Z(11)9.
001247     05  FILLER              PIC X(10)   VALUE ' RECEIVED '.
001248     05  WS-P-RECEIVED       PIC Z(11)9.
001249     05  WS-P-BAL-LABEL      PIC X(09).
001250     05  WS-P-BALANCE        PIC Z(11)9.
001251     05  FILLER              PIC X(14)   VALUE SPACES.
001252
001260 01  WS-COUNT-LINE.
001270     05  WS-C-LABEL          PIC X(24).
001280     05  WS-C-COUNT          PIC Z(11)9.
001600         MOVE 12 TO RETURN-CODE
001610         GOBACK
001620     END-IF
001621     OPEN I-O PO-FILE
001622     IF WS-PO-STATUS NOT = '00'
001623         DISPLAY 'STKRCPT - STKPO OPEN FAILED, STATUS = '
001624             WS-PO-STATUS
001625         MOVE 12 TO RETURN-CODE
001626         GOBACK
001627     END-IF
001628     COMPUTE WS-TODAY-INTEGER =
001629         FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
001630     OPEN OUTPUT HOLD-FILE
001631     OPEN EXTEND AUDIT-FILE
001640     IF WS-AUD-STATUS = '35' OR WS-AUD-STATUS = '05'
001650         OPEN OUTPUT AUDIT-FILE
001660         CLOSE AUDIT-FILE
001760     EXIT.
001770
001780*-----------------------------------------------------------------
001790* 2000-POST-RECEIPT - edits one delivery line, matches it to its
001800* purchase order, posts the clean ones onto the class's on-hand
001810* area and the order, and prints the register line either way.
001820*-----------------------------------------------------------------
001830 2000-POST-RECEIPT.
001840     ADD 1 TO WS-READ-COUNT
001850     MOVE 'N' TO WS-RECEIPT-BAD-SW
001852     MOVE 'N' TO WS-RECEIPT-HELD-SW
001860     PERFORM 2100-EDIT-RECEIPT THRU 2100-EXIT
001870     IF NOT WS-RECEIPT-BAD
001872         PERFORM 2150-MATCH-ORDER THRU 2150-EXIT
001874     END-IF
001876     IF NOT WS-RECEIPT-BAD AND NOT WS-RECEIPT-HELD
001880         PERFORM 2200-APPLY-RECEIPT THRU 2200-EXIT
001890     END-IF
001900     IF WS-RECEIPT-BAD
001910         ADD 1 TO WS-REJECT-COUNT
001920         MOVE ZERO TO WS-D-ON-HAND
001921     END-IF
001922     IF WS-RECEIPT-HELD
001923         ADD 1 TO WS-HELD-COUNT
001924         MOVE ZERO TO WS-D-ON-HAND
001925*        an undated receipt is aged from its first hold
001926         IF STK-RCV-DATE NOT NUMERIC OR STK-RCV-DATE = ZERO
001927             MOVE WS-TODAY-DATE TO STK-RCV-DATE
001928         END-IF
001929         WRITE HOLD-RECORD FROM STK-RCV-RECORD
001930     END-IF
001940     PERFORM 2800-WRITE-REGISTER-LINE THRU 2800-EXIT
001950     PERFORM 2900-READ-RECEIPT THRU 2900-EXIT.
002140     IF STK-RCV-AREA = ZERO
002150         MOVE 'REJ-ZERO AREA       ' TO WS-D-DISPOSITION
002160         MOVE 'Y' TO WS-RECEIPT-BAD-SW
002161         GO TO 2100-EXIT
002162     END-IF
002163     IF STK-RCV-PO-REF = SPACES
002164         MOVE 'REJ-NO PO REFERENCE ' TO WS-D-DISPOSITION
002165         MOVE 'Y' TO WS-RECEIPT-BAD-SW
002170     END-IF.
002180 2100-EXIT.
002181     EXIT.
002182
002183*-----------------------------------------------------------------
002184* 2150-MATCH-ORDER - the receipt's PO reference must be an open
002185* order for the same plant and class. An order not on file may
002186* simply not be keyed yet, so the receipt is held for a later
002187* run - unless it has already been held past WS-HOLD-DAYS.
002188*-----------------------------------------------------------------
002189 2150-MATCH-ORDER.
002190*    a blank plant on the delivery line reads as plant 01 -
002191*    the single-shop records were reloaded under it
002192     IF STK-RCV-PLANT = SPACES
002193         MOVE '01' TO WS-RCV-PLANT
002194     ELSE
002195         MOVE STK-RCV-PLANT TO WS-RCV-PLANT
002196     END-IF
002197     MOVE STK-RCV-PO-REF TO STK-PO-NUMBER
002198     READ PO-FILE
002199         INVALID KEY
002200             PERFORM 2160-HOLD-OR-REJECT THRU 2160-EXIT
002201             GO TO 2150-EXIT
002202     END-READ
002203     IF STK-PO-CANCELLED
002204         MOVE 'REJ-PO CANCELLED    ' TO WS-D-DISPOSITION
002205         MOVE 'Y' TO WS-RECEIPT-BAD-SW
002206         GO TO 2150-EXIT
002207     END-IF
002208     IF NOT STK-PO-OPEN
002209         MOVE 'REJ-PO CLOSED       ' TO WS-D-DISPOSITION
002210         MOVE 'Y' TO WS-RECEIPT-BAD-SW
002211         GO TO 2150-EXIT
002212     END-IF
002213     IF STK-PO-PLANT = SPACES
002214         MOVE '01' TO WS-PO-PLANT
002215     ELSE
002216         MOVE STK-PO-PLANT TO WS-PO-PLANT
002217     END-IF
002218     IF WS-PO-PLANT NOT = WS-RCV-PLANT
002219             OR STK-PO-SHEET-CLASS NOT = STK-RCV-SHEET-CLASS
002220         MOVE 'REJ-PO PLANT/CLASS  ' TO WS-D-DISPOSITION
002221         MOVE 'Y' TO WS-RECEIPT-BAD-SW
002222     END-IF.
002223 2150-EXIT.
002224     EXIT.
002225
002226 2160-HOLD-OR-REJECT.
002227     MOVE ZERO TO WS-AGE-DAYS
002228     IF STK-RCV-DATE NUMERIC AND STK-RCV-DATE NOT = ZERO
002229         COMPUTE WS-AGE-DAYS = WS-TODAY-INTEGER
002230             - FUNCTION INTEGER-OF-DATE(STK-RCV-DATE)
002231     END-IF
002232     IF WS-AGE-DAYS > WS-HOLD-DAYS
002233         MOVE 'REJ-PO NEVER KEYED  ' TO WS-D-DISPOSITION
002234         MOVE 'Y' TO WS-RECEIPT-BAD-SW
002235     ELSE
002236         MOVE 'HELD-PO NOT ON FILE ' TO WS-D-DISPOSITION
002237         MOVE 'Y' TO WS-RECEIPT-HELD-SW
002238     END-IF.
002239 2160-EXIT.
002240     EXIT.
002241
002242*-----------------------------------------------------------------
002243* 2200-APPLY-RECEIPT - reads the class's inventory record, adds
002244* the received area (capped at the field rather than wrapping),
002245* rewrites it, and audits the movement with before and after.
002250*-----------------------------------------------------------------
002260 2200-APPLY-RECEIPT.
002268     MOVE WS-RCV-PLANT TO STK-INV-PLANT
002270     MOVE STK-RCV-SHEET-CLASS TO STK-INV-SHEET-CLASS
002280     READ STK-INV-FILE
002490     ADD STK-RCV-AREA TO WS-POSTED-AREA
002500     MOVE STK-INV-ON-HAND-AREA TO WS-D-ON-HAND
002510     MOVE 'POSTED              ' TO WS-D-DISPOSITION
002520     PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT
002522     PERFORM 2300-APPLY-TO-ORDER THRU 2300-EXIT.
002530 2200-EXIT.
002531     EXIT.
002532
002533*-----------------------------------------------------------------
002534* 2300-APPLY-TO-ORDER - the order read by 2150 is still in the
002535* record area; the area received is added to it and the order
002536* closes once the whole ordered area is in. The stock is
002537* already posted, so a failed rewrite is reported rather than
002538* turning the receipt into a reject.
002539*-----------------------------------------------------------------
002540 2300-APPLY-TO-ORDER.
002541     COMPUTE STK-PO-RECEIVED-AREA =
002542         STK-PO-RECEIVED-AREA + STK-RCV-AREA
002543         ON SIZE ERROR
002544             MOVE 999999999999 TO STK-PO-RECEIVED-AREA
002545     END-COMPUTE
002546     ADD 1 TO STK-PO-RECEIPT-COUNT
002547         ON SIZE ERROR
002548             MOVE 9999 TO STK-PO-RECEIPT-COUNT
002549     END-ADD
002550     IF STK-RCV-DATE NUMERIC AND STK-RCV-DATE NOT = ZERO
002551         MOVE STK-RCV-DATE TO STK-PO-LAST-RCV-DATE
002552     ELSE
002553         MOVE WS-TODAY-DATE TO STK-PO-LAST-RCV-DATE
002554     END-IF
002555     MOVE STK-PO-ORDERED-AREA TO WS-P-ORDERED
002556     MOVE STK-PO-RECEIVED-AREA TO WS-P-RECEIVED
002557     IF STK-PO-RECEIVED-AREA < STK-PO-ORDERED-AREA
002558         ADD 1 TO WS-PART-COUNT
002559         MOVE 'POSTED-PART RECEIPT ' TO WS-D-DISPOSITION
002560         MOVE ' BALANCE ' TO WS-P-BAL-LABEL
002561         COMPUTE WS-P-BALANCE =
002562             STK-PO-ORDERED-AREA - STK-PO-RECEIVED-AREA
002563     ELSE
002564         MOVE 'C' TO STK-PO-STATUS
002565         MOVE STK-PO-LAST-RCV-DATE TO STK-PO-CLOSED-DATE
002566         ADD 1 TO WS-PO-CLOSED-COUNT
002567         IF STK-PO-RECEIVED-AREA = STK-PO-ORDERED-AREA
002568             MOVE 'POSTED-PO COMPLETE  ' TO WS-D-DISPOSITION
002569             MOVE ' BALANCE ' TO WS-P-BAL-LABEL
002570             MOVE ZERO TO WS-P-BALANCE
002571         ELSE
002572             ADD 1 TO WS-OVER-COUNT
002573             MOVE 'POSTED-OVER RECEIPT ' TO WS-D-DISPOSITION
002574             MOVE ' OVER    ' TO WS-P-BAL-LABEL
002575             COMPUTE WS-P-BALANCE =
002576                 STK-PO-RECEIVED-AREA - STK-PO-ORDERED-AREA
002577         END-IF
002578     END-IF
002579     REWRITE STK-PO-RECORD
002580         INVALID KEY
002581             ADD 1 TO WS-PO-ERROR-COUNT
002582             MOVE 'POSTED-PO NOT UPDTD ' TO WS-D-DISPOSITION
002583             DISPLAY 'STKRCPT - STKPO REWRITE FAILED, PO '
002584                 STK-PO-NUMBER ' - RECEIPT ON STOCK ONLY'
002585     END-REWRITE.
002586 2300-EXIT.
002587     EXIT.
002588
002589*-----------------------------------------------------------------
002590* 7000-WRITE-AUDIT - one STKAUD record per posting; the caller
002591* still holds the before-area and the rewritten record.
002592*-----------------------------------------------------------------
002600 7000-WRITE-AUDIT.
002610     MOVE SPACES TO STK-AUD-RECORD
002620     MOVE WS-TODAY-DATE TO STK-AUD-DATE
002660     MOVE WS-BEFORE-AREA TO STK-AUD-BEFORE-AREA
002670     MOVE STK-INV-ON-HAND-AREA TO STK-AUD-AFTER-AREA
002680     MOVE STK-RCV-PO-REF TO STK-AUD-PO-REF
002682     MOVE 'RC' TO STK-AUD-REASON
002690     WRITE STK-AUD-RECORD.
002700 7000-EXIT.
002710     EXIT.
002890     END-IF
002900     MOVE STK-RCV-PO-REF TO WS-D-PO-REF
002910     MOVE WS-DETAIL-LINE TO REPORT-LINE
002920     WRITE REPORT-LINE
002922     IF NOT WS-RECEIPT-BAD AND NOT WS-RECEIPT-HELD
002924         MOVE WS-PO-LINE TO REPORT-LINE
002926         WRITE REPORT-LINE
002928     END-IF.
002930 2800-EXIT.
002940     EXIT.
002950
003060
003070*-----------------------------------------------------------------
003080* 9000-TERMINATE - control totals, and return code 4 when any
003090* receipt was rejected, held, or over its order so purchasing
003092* hears about it today.
003100*-----------------------------------------------------------------
003110 9000-TERMINATE.
003120     MOVE 'RECEIPTS READ:          ' TO WS-C-LABEL
003250     MOVE WS-POSTED-AREA TO WS-C-COUNT
003260     MOVE WS-COUNT-LINE TO REPORT-LINE
003270     WRITE REPORT-LINE
003271     MOVE 'RECEIPTS HELD (NO PO):  ' TO WS-C-LABEL
003272     MOVE WS-HELD-COUNT TO WS-C-COUNT
003273     MOVE WS-COUNT-LINE TO REPORT-LINE
003274     WRITE REPORT-LINE
003275     MOVE 'PART RECEIPTS (PO OPEN):' TO WS-C-LABEL
003276     MOVE WS-PART-COUNT TO WS-C-COUNT
003277     MOVE WS-COUNT-LINE TO REPORT-LINE
003278     WRITE REPORT-LINE
003279     MOVE 'OVER RECEIPTS:          ' TO WS-C-LABEL
003280     MOVE WS-OVER-COUNT TO WS-C-COUNT
003281     MOVE WS-COUNT-LINE TO REPORT-LINE
003282     WRITE REPORT-LINE
003283     MOVE 'PURCHASE ORDERS CLOSED: ' TO WS-C-LABEL
003284     MOVE WS-PO-CLOSED-COUNT TO WS-C-COUNT
003285     MOVE WS-COUNT-LINE TO REPORT-LINE
003286     WRITE REPORT-LINE
003287     CLOSE RECEIPT-FILE
003290     CLOSE STK-INV-FILE
003292     CLOSE PO-FILE
003294     CLOSE HOLD-FILE
003300     CLOSE AUDIT-FILE
003310     CLOSE REGISTER-REPORT-FILE
003320     IF WS-REJECT-COUNT > 0 OR WS-HELD-COUNT > 0
003322             OR WS-OVER-COUNT > 0 OR WS-PO-ERROR-COUNT > 0
003330         MOVE 4 TO RETURN-CODE
003340     END-IF
003350     DISPLAY 'STKRCPT - RECEIPTS POSTED: ' WS-POSTED-COUNT
003360         ' REJECTED: ' WS-REJECT-COUNT ' HELD: ' WS-HELD-COUNT.
003370 9000-EXIT.
003380     EXIT.
003390
