000010*****************************************************************
000020* PROGRAM-ID : STKPAGE                                         *
000030* AUTHOR     : M. PRZYBYLSKI, SCHEDULING SYSTEMS               *
000040* INSTALLATION : CUTTING-SHOP SYSTEMS                          *
000050* DATE-WRITTEN : 2026-10-15                                    *
000060*                                                               *
000070* FUNCTION : Open purchase order aging report. Lists every      *
000080*   STKPO order still open, in PO-number order, with its        *
000090*   supplier, the area ordered, the balance still to come, the  *
000100*   date the supplier promised, and the days it is now late,    *
000110*   and sums the balance on order.                              *
000120*                                                               *
000130*   An order past its promised date with a balance still to     *
000140*   come is flagged OVERDUE and the run ends with return code   *
000150*   4 so the buyer chases the supplier. The aging section       *
000160*   counts the open orders by days late the way STKXAGE ages    *
000170*   the transfers still on the road.                            *
000180*****************************************************************
000190 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. STKPAGE.
000210 AUTHOR. M. PRZYBYLSKI, SCHEDULING SYSTEMS.
000220 INSTALLATION. CUTTING-SHOP SYSTEMS.
000230 DATE-WRITTEN. 2026-10-15.
000240 DATE-COMPILED.
000250
000260*-----------------------------------------------------------------
000270* MODIFICATION HISTORY
000280* DATE       BY   DESCRIPTION
000290* 2026-10-15 MPR  Initial version.
000300*-----------------------------------------------------------------
000310
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT PO-FILE ASSIGN TO STKPO
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS SEQUENTIAL
000380         RECORD KEY IS STK-PO-NUMBER
000390         FILE STATUS IS WS-PO-STATUS.
000400     SELECT AGING-REPORT-FILE ASSIGN TO STKPAGR
000410         ORGANIZATION IS SEQUENTIAL.
000420
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  PO-FILE.
000460     COPY STKPO.
000470
000480 FD  AGING-REPORT-FILE
000490     RECORDING MODE IS F.
000500 01  REPORT-LINE                 PIC X(80).
000510
000520 WORKING-STORAGE SECTION.
000530*-----------------------------------------------------------------
000540* SWITCHES AND FILE STATUS
000550*-----------------------------------------------------------------
000560 77  WS-EOF-SW           PIC X(01)      VALUE 'N'.
000570     88  WS-EOF-YES                     VALUE 'Y'.
000580 77  WS-PO-STATUS        PIC X(02)      VALUE SPACES.
000590
000600*-----------------------------------------------------------------
000610* RUN CONTROL AND COUNTERS
000620*-----------------------------------------------------------------
000630 77  WS-TODAY-DATE       PIC 9(08)      VALUE ZERO.
000640 77  WS-TODAY-INTEGER    PIC S9(09) COMP VALUE ZERO.
000650 77  WS-LATE-DAYS        PIC S9(05) COMP VALUE ZERO.
000660 77  WS-BALANCE-AREA     PIC 9(12)      VALUE ZERO.
000670 77  WS-READ-COUNT       PIC 9(08) COMP VALUE ZERO.
000680 77  WS-OPEN-COUNT       PIC 9(08) COMP VALUE ZERO.
000690 77  WS-OVERDUE-COUNT    PIC 9(08) COMP VALUE ZERO.
000700 77  WS-OPEN-AREA        PIC 9(12)      VALUE ZERO.
000710 77  WS-OVERDUE-AREA     PIC 9(12)      VALUE ZERO.
000720 77  WS-NOT-DUE-COUNT    PIC 9(08) COMP VALUE ZERO.
000730 77  WS-LATE-1-7-COUNT   PIC 9(08) COMP VALUE ZERO.
000740 77  WS-LATE-8-30-COUNT  PIC 9(08) COMP VALUE ZERO.
000750 77  WS-OVER-30-COUNT    PIC 9(08) COMP VALUE ZERO.
000770
000780*-----------------------------------------------------------------
000790* REPORT LINES
000800*-----------------------------------------------------------------
000810 01  WS-HEADING1.
000820     05  FILLER              PIC X(43)   VALUE
000830         'STKPAGE - OPEN PURCHASE ORDER AGING AS OF '.
000840     05  WS-H-DATE           PIC 9(08).
000850     05  FILLER              PIC X(29)   VALUE SPACES.
000860 01  WS-HEADING2.
000870     05  FILLER              PIC X(40)   VALUE
000880         'PO-NUMBER  PL/CL SUPPLIER             OR'.
000890     05  FILLER              PIC X(40)   VALUE
000900         'DERED      BALANCE PROMISED LATE'.
000910
000920 01  WS-DETAIL-LINE.
000930     05  WS-D-PO-NUMBER      PIC X(10).
000940     05  FILLER              PIC X(01)   VALUE SPACE.
000950     05  WS-D-PLANT          PIC X(02).
000960     05  FILLER              PIC X(01)   VALUE '/'.
000970     05  WS-D-CLASS          PIC X(02).
000980     05  FILLER              PIC X(01)   VALUE SPACE.
000990     05  WS-D-SUPPLIER       PIC X(15).
001000     05  FILLER              PIC X(01)   VALUE SPACE.
001010     05  WS-D-ORDERED        PIC Z(11)9.
001020     05  FILLER              PIC X(01)   VALUE SPACE.
001030     05  WS-D-BALANCE        PIC Z(11)9.
001040     05  FILLER              PIC X(01)   VALUE SPACE.
001050     05  WS-D-PROMISED       PIC 9(08).
001060     05  FILLER              PIC X(01)   VALUE SPACE.
001070     05  WS-D-LATE           PIC ZZZ9.
001080     05  FILLER              PIC X(01)   VALUE SPACE.
001090     05  WS-D-FLAG           PIC X(07).
001100
001110 01  WS-COUNT-LINE.
001120     05  WS-C-LABEL          PIC X(24).
001130     05  WS-C-COUNT          PIC Z(11)9.
001140     05  FILLER              PIC X(44)   VALUE SPACES.
001150
001160 PROCEDURE DIVISION.
001170*****************************************************************
001180* 0000-MAINLINE
001190*****************************************************************
001200 0000-MAINLINE.
001210     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001220     PERFORM 2000-AGE-ORDER THRU 2000-EXIT
001230         UNTIL WS-EOF-YES
001240     PERFORM 9000-TERMINATE THRU 9000-EXIT
001250     GOBACK.
001260
001270*-----------------------------------------------------------------
001280* 1000-INITIALIZE - no STKPO yet means no order has ever been
001290* raised, and the report says so.
001300*-----------------------------------------------------------------
001310 1000-INITIALIZE.
001320     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
001330     COMPUTE WS-TODAY-INTEGER =
001340         FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
001350     OPEN OUTPUT AGING-REPORT-FILE
001360     MOVE WS-TODAY-DATE TO WS-H-DATE
001370     MOVE WS-HEADING1 TO REPORT-LINE
001380     WRITE REPORT-LINE
001390     MOVE WS-HEADING2 TO REPORT-LINE
001400     WRITE REPORT-LINE
001410     OPEN INPUT PO-FILE
001420     IF WS-PO-STATUS NOT = '00'
001430         DISPLAY 'STKPAGE - STKPO NOT AVAILABLE, STATUS = '
001440             WS-PO-STATUS ' - NO ORDERS ON FILE'
001450         MOVE 'Y' TO WS-EOF-SW
001460         GO TO 1000-EXIT
001470     END-IF
001480     PERFORM 2900-READ-ORDER THRU 2900-EXIT.
001490 1000-EXIT.
001500     EXIT.
001510
001520*-----------------------------------------------------------------
001530* 2000-AGE-ORDER - closed and cancelled orders are skipped; an
001540* open one is aged from its promised date, banded, and listed.
001550*-----------------------------------------------------------------
001560 2000-AGE-ORDER.
001570     ADD 1 TO WS-READ-COUNT
001580     IF NOT STK-PO-OPEN
001590         GO TO 2000-NEXT
001600     END-IF
001610     ADD 1 TO WS-OPEN-COUNT
001620     IF STK-PO-RECEIVED-AREA < STK-PO-ORDERED-AREA
001630         COMPUTE WS-BALANCE-AREA =
001640             STK-PO-ORDERED-AREA - STK-PO-RECEIVED-AREA
001650     ELSE
001660         MOVE ZERO TO WS-BALANCE-AREA
001670     END-IF
001680     ADD WS-BALANCE-AREA TO WS-OPEN-AREA
001690     IF STK-PO-PROMISED-DATE NOT NUMERIC
001700             OR STK-PO-PROMISED-DATE = ZERO
001710         MOVE 999 TO WS-LATE-DAYS
001720     ELSE
001730         COMPUTE WS-LATE-DAYS = WS-TODAY-INTEGER
001740             - FUNCTION INTEGER-OF-DATE(STK-PO-PROMISED-DATE)
001750     END-IF
001760     IF WS-LATE-DAYS < 0
001770         MOVE ZERO TO WS-LATE-DAYS
001780     END-IF
001790     IF WS-LATE-DAYS = 0
001800         ADD 1 TO WS-NOT-DUE-COUNT
001810     ELSE
001820         IF WS-LATE-DAYS < 8
001830             ADD 1 TO WS-LATE-1-7-COUNT
001840         ELSE
001850             IF WS-LATE-DAYS < 31
001860                 ADD 1 TO WS-LATE-8-30-COUNT
001870             ELSE
001880                 ADD 1 TO WS-OVER-30-COUNT
001890             END-IF
001900         END-IF
001910     END-IF
001920     MOVE SPACES TO WS-D-FLAG
001930     IF WS-LATE-DAYS > 0
001940         MOVE 'OVERDUE' TO WS-D-FLAG
001950         ADD 1 TO WS-OVERDUE-COUNT
001960         ADD WS-BALANCE-AREA TO WS-OVERDUE-AREA
001970     END-IF
001980     MOVE STK-PO-NUMBER TO WS-D-PO-NUMBER
001990     MOVE STK-PO-PLANT TO WS-D-PLANT
002000     MOVE STK-PO-SHEET-CLASS TO WS-D-CLASS
002010     MOVE STK-PO-SUPPLIER TO WS-D-SUPPLIER
002020     MOVE STK-PO-ORDERED-AREA TO WS-D-ORDERED
002030     MOVE WS-BALANCE-AREA TO WS-D-BALANCE
002040     IF STK-PO-PROMISED-DATE NUMERIC
002050         MOVE STK-PO-PROMISED-DATE TO WS-D-PROMISED
002060     ELSE
002070         MOVE ZERO TO WS-D-PROMISED
002080     END-IF
002090     MOVE WS-LATE-DAYS TO WS-D-LATE
002100     MOVE WS-DETAIL-LINE TO REPORT-LINE
002110     WRITE REPORT-LINE.
002120 2000-NEXT.
002130     PERFORM 2900-READ-ORDER THRU 2900-EXIT.
002140 2000-EXIT.
002150     EXIT.
002160
002170*-----------------------------------------------------------------
002180* 2900-READ-ORDER
002190*-----------------------------------------------------------------
002200 2900-READ-ORDER.
002210     READ PO-FILE NEXT RECORD
002220         AT END
002230             MOVE 'Y' TO WS-EOF-SW
002240     END-READ.
002250 2900-EXIT.
002260     EXIT.
002270
002280*-----------------------------------------------------------------
002290* 9000-TERMINATE - the aging section and control totals;
002300* return code 4 when anything is overdue.
002310*-----------------------------------------------------------------
002320 9000-TERMINATE.
002330     MOVE SPACES TO REPORT-LINE
002340     WRITE REPORT-LINE
002350     MOVE 'ORDERS ON FILE:         ' TO WS-C-LABEL
002360     MOVE WS-READ-COUNT TO WS-C-COUNT
002370     PERFORM 9100-WRITE-COUNT THRU 9100-EXIT
002380     MOVE 'ORDERS OPEN:            ' TO WS-C-LABEL
002390     MOVE WS-OPEN-COUNT TO WS-C-COUNT
002400     PERFORM 9100-WRITE-COUNT THRU 9100-EXIT
002410     MOVE '  NOT YET DUE:          ' TO WS-C-LABEL
002420     MOVE WS-NOT-DUE-COUNT TO WS-C-COUNT
002430     PERFORM 9100-WRITE-COUNT THRU 9100-EXIT
002440     MOVE '  1-7 DAYS LATE:        ' TO WS-C-LABEL
002450     MOVE WS-LATE-1-7-COUNT TO WS-C-COUNT
002460     PERFORM 9100-WRITE-COUNT THRU 9100-EXIT
002470     MOVE '  8-30 DAYS LATE:       ' TO WS-C-LABEL
002480     MOVE WS-LATE-8-30-COUNT TO WS-C-COUNT
002490     PERFORM 9100-WRITE-COUNT THRU 9100-EXIT
002500     MOVE '  OVER 30 DAYS LATE:    ' TO WS-C-LABEL
002510     MOVE WS-OVER-30-COUNT TO WS-C-COUNT
002520     PERFORM 9100-WRITE-COUNT THRU 9100-EXIT
002530     MOVE 'AREA ON ORDER:          ' TO WS-C-LABEL
002540     MOVE WS-OPEN-AREA TO WS-C-COUNT
002550     PERFORM 9100-WRITE-COUNT THRU 9100-EXIT
002560     MOVE 'OVERDUE ORDERS:         ' TO WS-C-LABEL
002570     MOVE WS-OVERDUE-COUNT TO WS-C-COUNT
002580     PERFORM 9100-WRITE-COUNT THRU 9100-EXIT
002590     MOVE 'OVERDUE AREA:           ' TO WS-C-LABEL
002600     MOVE WS-OVERDUE-AREA TO WS-C-COUNT
002610     PERFORM 9100-WRITE-COUNT THRU 9100-EXIT
002620     IF WS-PO-STATUS = '00' OR WS-PO-STATUS = '10'
002630         CLOSE PO-FILE
002640     END-IF
002650     CLOSE AGING-REPORT-FILE
002660     IF WS-OVERDUE-COUNT > 0
002670         MOVE 4 TO RETURN-CODE
002680     END-IF
002690     DISPLAY 'STKPAGE - OPEN: ' WS-OPEN-COUNT
002700         ' OVERDUE: ' WS-OVERDUE-COUNT.
002710 9000-EXIT.
002720     EXIT.
002730
002740 9100-WRITE-COUNT.
002750     MOVE WS-COUNT-LINE TO REPORT-LINE
002760     WRITE REPORT-LINE.
002770 9100-EXIT.
002780     EXIT.
002790
002800 END PROGRAM STKPAGE.
