000010*****************************************************************
000020* PROGRAM-ID : STKXAGE                                         *
000030* AUTHOR     : M. PRZYBYLSKI, SCHEDULING SYSTEMS               *
000040* INSTALLATION : CUTTING-SHOP SYSTEMS                          *
000050* DATE-WRITTEN : 2026-10-13                                    *
000060*                                                               *
000070* FUNCTION : In-transit stock aging report. Lists every         *
000080*   STKXFR inter-plant transfer STKXFER shipped that the        *
000090*   receiving plant has not yet booked in, in transfer-         *
000100*   reference order, with its age in days since it was          *
000110*   shipped, and sums the area still on the road.               *
000120*                                                               *
000130*   The truck between the plants is a same-day run, so a        *
000140*   transfer more than WS-OVERDUE-DAYS old is flagged OVERDUE - *
000150*   it was lost, mis-keyed at the receiving end, or never       *
000160*   left - and the run ends with return code 4 so the two       *
000170*   floor leads chase it. The aging section counts the open     *
000180*   transfers by age band the way EXCRPT ages its exceptions.   *
000190*****************************************************************
000200 IDENTIFICATION DIVISION.
000210 PROGRAM-ID. STKXAGE.
000220 AUTHOR. M. PRZYBYLSKI, SCHEDULING SYSTEMS.
000230 INSTALLATION. CUTTING-SHOP SYSTEMS.
000240 DATE-WRITTEN. 2026-10-13.
000250 DATE-COMPILED.
000260
000270*-----------------------------------------------------------------
000280* MODIFICATION HISTORY
000290* DATE       BY   DESCRIPTION
000300* 2026-10-13 MPR  Initial version.
000310*-----------------------------------------------------------------
000320
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT TRANSFER-FILE ASSIGN TO STKXFR
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS SEQUENTIAL
000390         RECORD KEY IS STK-XFR-REF
000400         FILE STATUS IS WS-XFR-STATUS.
000410     SELECT AGING-REPORT-FILE ASSIGN TO STKXAGR
000420         ORGANIZATION IS SEQUENTIAL.
000430
000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  TRANSFER-FILE.
000470     COPY STKXFR.
000480
000490 FD  AGING-REPORT-FILE
000500     RECORDING MODE IS F.
000510 01  REPORT-LINE                 PIC X(80).
000520
000530 WORKING-STORAGE SECTION.
000540*-----------------------------------------------------------------
000550* SWITCHES AND FILE STATUS
000560*-----------------------------------------------------------------
000570 77  WS-EOF-SW           PIC X(01)      VALUE 'N'.
000580     88  WS-EOF-YES                     VALUE 'Y'.
000590 77  WS-XFR-STATUS       PIC X(02)      VALUE SPACES.
000600
000610*-----------------------------------------------------------------
000620* RUN CONTROL AND COUNTERS
000630*-----------------------------------------------------------------
000640 77  WS-TODAY-DATE       PIC 9(08)      VALUE ZERO.
000650 77  WS-TODAY-INTEGER    PIC S9(09) COMP VALUE ZERO.
000660*    days on the road before an open transfer is chased
000670 77  WS-OVERDUE-DAYS     PIC S9(05) COMP VALUE 3.
000680 77  WS-AGE-DAYS         PIC S9(05) COMP VALUE ZERO.
000690 77  WS-READ-COUNT       PIC 9(08) COMP VALUE ZERO.
000700 77  WS-OPEN-COUNT       PIC 9(08) COMP VALUE ZERO.
000710 77  WS-OVERDUE-COUNT    PIC 9(08) COMP VALUE ZERO.
000720 77  WS-OPEN-AREA        PIC 9(12)      VALUE ZERO.
000730 77  WS-OVERDUE-AREA     PIC 9(12)      VALUE ZERO.
000740 77  WS-AGE-0-1-COUNT    PIC 9(08) COMP VALUE ZERO.
000750 77  WS-AGE-2-3-COUNT    PIC 9(08) COMP VALUE ZERO.
000760 77  WS-AGE-4-7-COUNT    PIC 9(08) COMP VALUE ZERO.
000770 77  WS-AGE-OVER-7-COUNT PIC 9(08) COMP VALUE ZERO.
000780
000790*-----------------------------------------------------------------
000800* REPORT LINES
000810*-----------------------------------------------------------------
000820 01  WS-HEADING1.
000830     05  FILLER              PIC X(41)   VALUE
000840         'STKXAGE - IN-TRANSIT STOCK AGING AS OF '.
000850     05  WS-H-DATE           PIC 9(08).
000860     05  FILLER              PIC X(31)   VALUE SPACES.
000870 01  WS-HEADING2.
000880     05  FILLER              PIC X(28)   VALUE
000890         'REFERENCE  FR TO CL        '.
000900     05  FILLER              PIC X(52)   VALUE
000910         'AREA  SHIPPED   AGE'.
000920
000930 01  WS-DETAIL-LINE.
000940     05  WS-D-REF            PIC X(10).
000950     05  FILLER              PIC X(01)   VALUE SPACE.
000960     05  WS-D-FROM-PLANT     PIC X(02).
000970     05  FILLER              PIC X(01)   VALUE SPACE.
000980     05  WS-D-TO-PLANT       PIC X(02).
000990     05  FILLER              PIC X(01)   VALUE SPACE.
001000     05  WS-D-CLASS          PIC X(02).
001010     05  FILLER              PIC X(01)   VALUE SPACE.
001020     05  WS-D-AREA           PIC Z(11)9.
001030     05  FILLER              PIC X(02)   VALUE SPACES.
001040     05  WS-D-SHIP-DATE      PIC 9(08).
001050     05  FILLER              PIC X(01)   VALUE SPACE.
001060     05  WS-D-AGE            PIC ZZZ9.
001070     05  FILLER              PIC X(01)   VALUE SPACE.
001080     05  WS-D-FLAG           PIC X(07).
001090     05  FILLER              PIC X(25)   VALUE SPACES.
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
001220     PERFORM 2000-AGE-TRANSFER THRU 2000-EXIT
001230         UNTIL WS-EOF-YES
001240     PERFORM 9000-TERMINATE THRU 9000-EXIT
001250     GOBACK.
001260
001270*-----------------------------------------------------------------
001280* 1000-INITIALIZE - no STKXFR yet means nothing has ever been
001290* shipped, and the report says so.
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
001410     OPEN INPUT TRANSFER-FILE
001420     IF WS-XFR-STATUS NOT = '00'
001430         DISPLAY 'STKXAGE - STKXFR NOT AVAILABLE, STATUS = '
001440             WS-XFR-STATUS ' - NO TRANSFERS ON FILE'
001450         MOVE 'Y' TO WS-EOF-SW
001460         GO TO 1000-EXIT
001470     END-IF
001480     PERFORM 2900-READ-TRANSFER THRU 2900-EXIT.
001490 1000-EXIT.
001500     EXIT.
001510
001520*-----------------------------------------------------------------
001530* 2000-AGE-TRANSFER - received transfers are skipped; an open
001540* one is aged from its ship date, banded, and listed.
001550*-----------------------------------------------------------------
001560 2000-AGE-TRANSFER.
001570     ADD 1 TO WS-READ-COUNT
001580     IF NOT STK-XFR-IN-TRANSIT
001590         GO TO 2000-NEXT
001600     END-IF
001610     ADD 1 TO WS-OPEN-COUNT
001620     ADD STK-XFR-AREA TO WS-OPEN-AREA
001630     IF STK-XFR-SHIP-DATE NOT NUMERIC
001640             OR STK-XFR-SHIP-DATE = ZERO
001650         MOVE 999 TO WS-AGE-DAYS
001660     ELSE
001670         COMPUTE WS-AGE-DAYS = WS-TODAY-INTEGER
001680             - FUNCTION INTEGER-OF-DATE(STK-XFR-SHIP-DATE)
001690     END-IF
001700     IF WS-AGE-DAYS < 0
001710         MOVE ZERO TO WS-AGE-DAYS
001720     END-IF
001730     IF WS-AGE-DAYS < 2
001740         ADD 1 TO WS-AGE-0-1-COUNT
001750     ELSE
001760         IF WS-AGE-DAYS < 4
001770             ADD 1 TO WS-AGE-2-3-COUNT
001780         ELSE
001790             IF WS-AGE-DAYS < 8
001800                 ADD 1 TO WS-AGE-4-7-COUNT
001810             ELSE
001820                 ADD 1 TO WS-AGE-OVER-7-COUNT
001830             END-IF
001840         END-IF
001850     END-IF
001860     MOVE SPACES TO WS-D-FLAG
001870     IF WS-AGE-DAYS > WS-OVERDUE-DAYS
001880         MOVE 'OVERDUE' TO WS-D-FLAG
001890         ADD 1 TO WS-OVERDUE-COUNT
001900         ADD STK-XFR-AREA TO WS-OVERDUE-AREA
001910     END-IF
001920     MOVE STK-XFR-REF TO WS-D-REF
001930     MOVE STK-XFR-FROM-PLANT TO WS-D-FROM-PLANT
001940     MOVE STK-XFR-TO-PLANT TO WS-D-TO-PLANT
001950     MOVE STK-XFR-SHEET-CLASS TO WS-D-CLASS
001960     MOVE STK-XFR-AREA TO WS-D-AREA
001970     IF STK-XFR-SHIP-DATE NUMERIC
001980         MOVE STK-XFR-SHIP-DATE TO WS-D-SHIP-DATE
001990     ELSE
002000         MOVE ZERO TO WS-D-SHIP-DATE
002010     END-IF
002020     MOVE WS-AGE-DAYS TO WS-D-AGE
002030     MOVE WS-DETAIL-LINE TO REPORT-LINE
002040     WRITE REPORT-LINE.
002050 2000-NEXT.
002060     PERFORM 2900-READ-TRANSFER THRU 2900-EXIT.
002070 2000-EXIT.
002080     EXIT.
002090
002100*-----------------------------------------------------------------
002110* 2900-READ-TRANSFER
002120*-----------------------------------------------------------------
002130 2900-READ-TRANSFER.
002140     READ TRANSFER-FILE NEXT RECORD
002150         AT END
002160             MOVE 'Y' TO WS-EOF-SW
002170     END-READ.
002180 2900-EXIT.
002190     EXIT.
002200
002210*-----------------------------------------------------------------
002220* 9000-TERMINATE - the aging section and control totals;
002230* return code 4 when anything is overdue.
002240*-----------------------------------------------------------------
002250 9000-TERMINATE.
002260     MOVE SPACES TO REPORT-LINE
002270     WRITE REPORT-LINE
002280     MOVE 'TRANSFERS ON FILE:      ' TO WS-C-LABEL
002290     MOVE WS-READ-COUNT TO WS-C-COUNT
002300     PERFORM 9100-WRITE-COUNT THRU 9100-EXIT
002310     MOVE 'STILL IN TRANSIT:       ' TO WS-C-LABEL
002320     MOVE WS-OPEN-COUNT TO WS-C-COUNT
002330     PERFORM 9100-WRITE-COUNT THRU 9100-EXIT
002340     MOVE '  0-1 DAYS:             ' TO WS-C-LABEL
002350     MOVE WS-AGE-0-1-COUNT TO WS-C-COUNT
002360     PERFORM 9100-WRITE-COUNT THRU 9100-EXIT
002370     MOVE '  2-3 DAYS:             ' TO WS-C-LABEL
002380     MOVE WS-AGE-2-3-COUNT TO WS-C-COUNT
002390     PERFORM 9100-WRITE-COUNT THRU 9100-EXIT
002400     MOVE '  4-7 DAYS:             ' TO WS-C-LABEL
002410     MOVE WS-AGE-4-7-COUNT TO WS-C-COUNT
002420     PERFORM 9100-WRITE-COUNT THRU 9100-EXIT
002430     MOVE '  OVER 7 DAYS:          ' TO WS-C-LABEL
002440     MOVE WS-AGE-OVER-7-COUNT TO WS-C-COUNT
002450     PERFORM 9100-WRITE-COUNT THRU 9100-EXIT
002460     MOVE 'AREA IN TRANSIT:        ' TO WS-C-LABEL
002470     MOVE WS-OPEN-AREA TO WS-C-COUNT
002480     PERFORM 9100-WRITE-COUNT THRU 9100-EXIT
002490     MOVE 'OVERDUE TRANSFERS:      ' TO WS-C-LABEL
002500     MOVE WS-OVERDUE-COUNT TO WS-C-COUNT
002510     PERFORM 9100-WRITE-COUNT THRU 9100-EXIT
002520     MOVE 'OVERDUE AREA:           ' TO WS-C-LABEL
002530     MOVE WS-OVERDUE-AREA TO WS-C-COUNT
002540     PERFORM 9100-WRITE-COUNT THRU 9100-EXIT
002550     IF WS-XFR-STATUS = '00' OR WS-XFR-STATUS = '10'
002560         CLOSE TRANSFER-FILE
002570     END-IF
002580     CLOSE AGING-REPORT-FILE
002590     IF WS-OVERDUE-COUNT > 0
002600         MOVE 4 TO RETURN-CODE
002610     END-IF
002620     DISPLAY 'STKXAGE - IN TRANSIT: ' WS-OPEN-COUNT
002630         ' OVERDUE: ' WS-OVERDUE-COUNT.
002640 9000-EXIT.
002650     EXIT.
002660
002670 9100-WRITE-COUNT.
002680     MOVE WS-COUNT-LINE TO REPORT-LINE
002690     WRITE REPORT-LINE.
002700 9100-EXIT.
002710     EXIT.
002720
002730 END PROGRAM STKXAGE.
