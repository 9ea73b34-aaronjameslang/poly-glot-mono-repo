000010*****************************************************************
000020* PROGRAM-ID : OTDRPT                                          *
000030* AUTHOR     : M. PRZYBYLSKI, SCHEDULING SYSTEMS               *
000040* INSTALLATION : CUTTING-SHOP SYSTEMS                          *
000050* DATE-WRITTEN : 2026-10-15                                    *
000060*                                                               *
000070* FUNCTION : Monthly on-time delivery report. Every ORDMST      *
000080*   order JOBCMPL completed in the report month is measured     *
000090*   against its due date (BCH-ORD-DUE-DATE) and printed under   *
000100*   its customer as EARLY, ON TIME, or LATE, with the number    *
000110*   of SHOPCAL business days early or late. The days are        *
000120*   counted on the completing plant's calendar, so a job due    *
000130*   on a Friday that leaves on a closed Saturday is still on    *
000140*   time. Each customer foots its own counts; the back page     *
000150*   totals the month by priority and by plant, with the share   *
000160*   of measured jobs delivered on time or early.                *
000170*                                                               *
000180*   An order with no usable due date cannot be measured; it     *
000190*   prints as NO DUE and is counted apart. Orders CLOSEd        *
000200*   through ORDMNT with no completion posted have no date to    *
000210*   measure either - those due in the month are counted so      *
000220*   the gap in the floor's posting shows.                       *
000230*                                                               *
000240*   OTDCTL card: cols 1-6 report month as YYYYMM. Absent or     *
000250*   zero, the month before the BUSDTE business date is used.    *
000260*   Return code 4 means nothing was completed in the month.     *
000270*****************************************************************
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID. OTDRPT.
000300 AUTHOR. M. PRZYBYLSKI, SCHEDULING SYSTEMS.
000310 INSTALLATION. CUTTING-SHOP SYSTEMS.
000320 DATE-WRITTEN. 2026-10-15.
000330 DATE-COMPILED.
000340
000350*-----------------------------------------------------------------
000360* MODIFICATION HISTORY
000370* DATE       BY   DESCRIPTION
000380* 2026-10-15 MPR  Initial version.
000390*-----------------------------------------------------------------
000400
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT CONTROL-FILE ASSIGN TO OTDCTL
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS WS-CTL-STATUS.
000470     SELECT ORDER-MASTER-FILE ASSIGN TO ORDMST
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS BCH-ORD-JOB-NUMBER
000510         FILE STATUS IS WS-ORD-STATUS.
000520     SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.
000530     SELECT DELIVERY-REPORT-FILE ASSIGN TO OTDRPTR
000540         ORGANIZATION IS SEQUENTIAL.
000550
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  CONTROL-FILE
000590     RECORDING MODE IS F.
000600 01  CONTROL-RECORD.
000610     05  CC-REPORT-MONTH     PIC 9(06).
000620     05  FILLER              PIC X(74).
000630
000640 FD  ORDER-MASTER-FILE.
000650     COPY ORDMST.
000660
000670 SD  SORT-WORK-FILE.
000680 01  SORT-RECORD.
000690     05  SRT-CUSTOMER        PIC X(20).
000700     05  SRT-CUST-NUMBER     PIC 9(08).
000710     05  SRT-JOB-NUMBER      PIC 9(08).
000720     05  SRT-DUE-DATE        PIC 9(08).
000730     05  SRT-COMPLETE-DATE   PIC 9(08).
000740     05  SRT-PLANT           PIC X(02).
000750     05  SRT-PRIORITY        PIC X(01).
000760     05  SRT-CLASS           PIC X(01).
000770         88  SRT-EARLY                   VALUE 'E'.
000780         88  SRT-ON-TIME                 VALUE 'O'.
000790         88  SRT-LATE                    VALUE 'L'.
000800         88  SRT-NO-DUE                  VALUE 'N'.
000810     05  SRT-BUS-DAYS        PIC 9(04).
000820
000830 FD  DELIVERY-REPORT-FILE
000840     RECORDING MODE IS F.
000850 01  REPORT-LINE                 PIC X(80).
000860
000870 WORKING-STORAGE SECTION.
000880*-----------------------------------------------------------------
000890* SWITCHES AND FILE STATUS
000900*-----------------------------------------------------------------
000910 77  WS-EOF-SW           PIC X(01)      VALUE 'N'.
000920     88  WS-EOF-YES                     VALUE 'Y'.
000930 77  WS-SORT-EOF-SW      PIC X(01)      VALUE 'N'.
000940     88  WS-SORT-EOF-YES                VALUE 'Y'.
000950 77  WS-FIRST-CUST-SW    PIC X(01)      VALUE 'Y'.
000960     88  WS-FIRST-CUST                  VALUE 'Y'.
000970 77  WS-CTL-STATUS       PIC X(02)      VALUE SPACES.
000980 77  WS-ORD-STATUS       PIC X(02)      VALUE SPACES.
000990
001000*-----------------------------------------------------------------
001010* RUN CONTROL AND COUNTERS
001020*-----------------------------------------------------------------
001030 01  WS-TODAY-DATE       PIC 9(08)      VALUE ZERO.
001040 01  WS-TODAY-PARTS REDEFINES WS-TODAY-DATE.
001050     05  WS-TODAY-YEAR      PIC 9(04).
001060     05  WS-TODAY-MONTH     PIC 9(02).
001070     05  WS-TODAY-DAY       PIC 9(02).
001080 77  WS-RUN-STAMP        PIC X(80)      VALUE SPACES.
001090 77  WS-BUSD-STATUS      PIC X(02)      VALUE SPACES.
001100 01  WS-REPORT-MONTH     PIC 9(06)      VALUE ZERO.
001110 01  WS-REPORT-PARTS REDEFINES WS-REPORT-MONTH.
001120     05  WS-REPORT-YEAR     PIC 9(04).
001130     05  WS-REPORT-MM       PIC 9(02).
001140 77  WS-RECORD-MONTH     PIC 9(06)      VALUE ZERO.
001150 77  WS-ORDER-COUNT      PIC 9(08) COMP VALUE ZERO.
001160 77  WS-IN-MONTH-COUNT   PIC 9(08) COMP VALUE ZERO.
001170 77  WS-UNPOSTED-COUNT   PIC 9(08) COMP VALUE ZERO.
001180 77  WS-CUST-COUNT       PIC 9(08) COMP VALUE ZERO.
001190 77  WS-CUR-CUSTOMER     PIC X(20)      VALUE SPACES.
001200 77  WS-CUR-CUST-NUMBER  PIC 9(08)      VALUE ZERO.
001210
001220*-----------------------------------------------------------------
001230* BUSINESS-DAY WORK FIELDS - the walk runs from the day after
001240* the earlier of the two dates through the later one, counting
001250* the completing plant's working days; the step cap keeps a
001260* wild date from spinning the run.
001270*-----------------------------------------------------------------
001280 77  WS-DAY-TYPE         PIC X(01)      VALUE 'W'.
001290 77  WS-CAL-STATUS       PIC X(02)      VALUE SPACES.
001300 77  WS-CAL-PLANT        PIC X(02)      VALUE SPACES.
001310 77  WS-FROM-DATE        PIC 9(08)      VALUE ZERO.
001320 77  WS-THRU-DATE        PIC 9(08)      VALUE ZERO.
001330 77  WS-WALK-DATE        PIC 9(08)      VALUE ZERO.
001340 77  WS-DATE-INTEGER     PIC 9(08) COMP VALUE ZERO.
001350 77  WS-WALK-STEPS       PIC 9(04) COMP VALUE ZERO.
001360 77  WS-BUS-DAY-COUNT    PIC 9(04)      VALUE ZERO.
001370
001380*-----------------------------------------------------------------
001390* TOTALS TABLE - entry 1 is the customer in hand, entry 2 the
001400* month, entries 3-6 priorities A, B, C and any other, and the
001410* rest one per plant in the order first met.
001420*-----------------------------------------------------------------
001430 77  WS-PLANT-COUNT      PIC 9(04) COMP VALUE ZERO.
001440 77  WS-PRI-SUB          PIC 9(04) COMP VALUE ZERO.
001450 77  WS-PLT-SUB          PIC 9(04) COMP VALUE ZERO.
001460 77  WS-MEASURED         PIC 9(08) COMP VALUE ZERO.
001470 77  WS-ON-TIME-PCT      PIC 9(03)V9(01) VALUE ZERO.
001480 01  WS-TOTALS-TABLE.
001490     05  WS-TOT-ENTRY OCCURS 26 TIMES
001500             INDEXED BY TOT-IDX.
001510         10  WS-TOT-KEY          PIC X(02).
001520         10  WS-TOT-JOBS         PIC 9(07) COMP.
001530         10  WS-TOT-EARLY        PIC 9(07) COMP.
001540         10  WS-TOT-ON-TIME      PIC 9(07) COMP.
001550         10  WS-TOT-LATE         PIC 9(07) COMP.
001560         10  WS-TOT-NO-DUE       PIC 9(07) COMP.
001570
001580*-----------------------------------------------------------------
001590* REPORT LINES
001600*-----------------------------------------------------------------
001610 01  WS-HEADING1.
001620     05  FILLER              PIC X(36)   VALUE
001630         'OTDRPT - ON-TIME DELIVERY FOR MONTH '.
001640     05  WS-H-MONTH          PIC 9(06).
001650     05  FILLER              PIC X(38)   VALUE
001660         ' (SHOPCAL BUSINESS DAYS)'.
001670
001680 01  WS-CUST-HEADING.
001690     05  FILLER              PIC X(09)   VALUE 'CUSTOMER '.
001700     05  WS-CH-CUST-NUMBER   PIC X(08).
001710     05  FILLER              PIC X(01)   VALUE SPACE.
001720     05  WS-CH-CUSTOMER      PIC X(20).
001730     05  FILLER              PIC X(42)   VALUE SPACES.
001740
001750 01  WS-COL-HEADING.
001760     05  FILLER              PIC X(45)   VALUE
001770         'JOB      DUE-DATE COMPLETE PL P STATUS   DAYS'.
001780     05  FILLER              PIC X(35)   VALUE SPACES.
001790
001800 01  WS-DETAIL-LINE.
001810     05  WS-D-JOB            PIC 9(08).
001820     05  FILLER              PIC X(01)   VALUE SPACE.
001830     05  WS-D-DUE-DATE       PIC 9(08).
001840     05  FILLER              PIC X(01)   VALUE SPACE.
001850     05  WS-D-COMPLETE-DATE  PIC 9(08).
001860     05  FILLER              PIC X(01)   VALUE SPACE.
001870     05  WS-D-PLANT          PIC X(02).
001880     05  FILLER              PIC X(01)   VALUE SPACE.
001890     05  WS-D-PRIORITY       PIC X(01).
001900     05  FILLER              PIC X(01)   VALUE SPACE.
001910     05  WS-D-STATUS         PIC X(08).
001920     05  FILLER              PIC X(01)   VALUE SPACE.
001930     05  WS-D-DAYS           PIC ZZZ9.
001940     05  FILLER              PIC X(35)   VALUE SPACES.
001950
001960 01  WS-TOTAL-HEADING.
001970     05  FILLER              PIC X(40)   VALUE
001980         '                    JOBS   EARLY ON-TIME'.
001990     05  FILLER              PIC X(40)   VALUE
002000         '    LATE  NO-DUE   PCT'.
002010
002020 01  WS-TOTAL-LINE.
002030     05  WS-T-LABEL          PIC X(16).
002040     05  FILLER              PIC X(01)   VALUE SPACE.
002050     05  WS-T-JOBS           PIC Z(6)9.
002060     05  FILLER              PIC X(01)   VALUE SPACE.
002070     05  WS-T-EARLY          PIC Z(6)9.
002080     05  FILLER              PIC X(01)   VALUE SPACE.
002090     05  WS-T-ON-TIME        PIC Z(6)9.
002100     05  FILLER              PIC X(01)   VALUE SPACE.
002110     05  WS-T-LATE           PIC Z(6)9.
002120     05  FILLER              PIC X(01)   VALUE SPACE.
002130     05  WS-T-NO-DUE         PIC Z(6)9.
002140     05  FILLER              PIC X(01)   VALUE SPACE.
002150     05  WS-T-PCT            PIC ZZ9.9.
002160     05  FILLER              PIC X(18)   VALUE SPACES.
002170
002180 01  WS-SECTION-LINE         PIC X(80).
002190
002200 01  WS-COUNT-LINE.
002210     05  WS-C-LABEL          PIC X(24).
002220     05  WS-C-COUNT          PIC Z(7)9.
002230     05  FILLER              PIC X(48)   VALUE SPACES.
002240
002250 PROCEDURE DIVISION.
002260*****************************************************************
002270* 0000-MAINLINE
002280*****************************************************************
002290 0000-MAINLINE.
002300     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002310     SORT SORT-WORK-FILE
002320         ON ASCENDING KEY SRT-CUSTOMER
002330         ON ASCENDING KEY SRT-CUST-NUMBER
002340         ON ASCENDING KEY SRT-JOB-NUMBER
002350         INPUT PROCEDURE IS 2000-BUILD-SORT-INPUT
002360             THRU 2000-EXIT
002370         OUTPUT PROCEDURE IS 5000-PRINT-REPORT
002380             THRU 5000-EXIT
002390     DISPLAY 'OTDRPT - MONTH ' WS-REPORT-MONTH
002400         ' COMPLETED: ' WS-IN-MONTH-COUNT
002410         ' CUSTOMERS: ' WS-CUST-COUNT
002420     GOBACK.
002430
002440*-----------------------------------------------------------------
002450* 1000-INITIALIZE - the report month comes off the OTDCTL card;
002460* absent or zero, it is the month before the business date
002470* (the report runs early in the month for the one just gone).
002480*-----------------------------------------------------------------
002490 1000-INITIALIZE.
002500     CALL 'BUSDRD' USING BY REFERENCE WS-TODAY-DATE
002510                         BY REFERENCE WS-RUN-STAMP
002520                         BY REFERENCE WS-BUSD-STATUS
002530     END-CALL
002540     IF WS-BUSD-STATUS NOT = '00'
002550         DISPLAY 'OTDRPT - BUSDTE NOT AVAILABLE, STATUS = '
002560             WS-BUSD-STATUS ' - RUNNING UNDER THE MACHINE DATE'
002570     END-IF
002580     OPEN INPUT CONTROL-FILE
002590     IF WS-CTL-STATUS = '00'
002600         READ CONTROL-FILE
002610             NOT AT END
002620                 IF CC-REPORT-MONTH NUMERIC
002630                         AND CC-REPORT-MONTH > 0
002640                     MOVE CC-REPORT-MONTH TO WS-REPORT-MONTH
002650                 END-IF
002660         END-READ
002670         CLOSE CONTROL-FILE
002680     END-IF
002690     IF WS-REPORT-MONTH = ZERO
002700         IF WS-TODAY-MONTH = 1
002710             COMPUTE WS-REPORT-YEAR = WS-TODAY-YEAR - 1
002720             MOVE 12 TO WS-REPORT-MM
002730         ELSE
002740             MOVE WS-TODAY-YEAR TO WS-REPORT-YEAR
002750             COMPUTE WS-REPORT-MM = WS-TODAY-MONTH - 1
002760         END-IF
002770     END-IF
002780     OPEN INPUT ORDER-MASTER-FILE
002790     IF WS-ORD-STATUS NOT = '00'
002800         DISPLAY 'OTDRPT - ORDMST OPEN FAILED, STATUS = '
002810             WS-ORD-STATUS
002820         MOVE 12 TO RETURN-CODE
002830         GOBACK
002840     END-IF
002850     PERFORM 1100-CLEAR-ENTRY THRU 1100-EXIT
002860         VARYING TOT-IDX FROM 1 BY 1
002870         UNTIL TOT-IDX > 26
002880     MOVE 'A ' TO WS-TOT-KEY (3)
002890     MOVE 'B ' TO WS-TOT-KEY (4)
002900     MOVE 'C ' TO WS-TOT-KEY (5)
002910     OPEN OUTPUT DELIVERY-REPORT-FILE
002920     MOVE WS-REPORT-MONTH TO WS-H-MONTH
002930     MOVE WS-HEADING1 TO REPORT-LINE
002940     WRITE REPORT-LINE
002950     MOVE WS-RUN-STAMP TO REPORT-LINE
002960     WRITE REPORT-LINE.
002970 1000-EXIT.
002980     EXIT.
002990
003000 1100-CLEAR-ENTRY.
003010     MOVE SPACES TO WS-TOT-KEY (TOT-IDX)
003020     MOVE ZERO TO WS-TOT-JOBS (TOT-IDX)
003030     MOVE ZERO TO WS-TOT-EARLY (TOT-IDX)
003040     MOVE ZERO TO WS-TOT-ON-TIME (TOT-IDX)
003050     MOVE ZERO TO WS-TOT-LATE (TOT-IDX)
003060     MOVE ZERO TO WS-TOT-NO-DUE (TOT-IDX).
003070 1100-EXIT.
003080     EXIT.
003090
003100*-----------------------------------------------------------------
003110* 2000-BUILD-SORT-INPUT - one sort record per order completed in
003120* the report month, already measured against its due date.
003130*-----------------------------------------------------------------
003140 2000-BUILD-SORT-INPUT.
003150     PERFORM 2900-READ-ORDER THRU 2900-EXIT
003160     PERFORM 2100-SELECT-ONE THRU 2100-EXIT
003170         UNTIL WS-EOF-YES.
003180 2000-EXIT.
003190     EXIT.
003200
003210 2100-SELECT-ONE.
003220     ADD 1 TO WS-ORDER-COUNT
003230     IF BCH-ORD-COMPLETE-DATE NOT NUMERIC
003240             OR BCH-ORD-COMPLETE-DATE = ZERO
003250         PERFORM 2150-CHECK-UNPOSTED THRU 2150-EXIT
003260         GO TO 2100-NEXT
003270     END-IF
003280     COMPUTE WS-RECORD-MONTH = BCH-ORD-COMPLETE-DATE / 100
003290     IF WS-RECORD-MONTH NOT = WS-REPORT-MONTH
003300         GO TO 2100-NEXT
003310     END-IF
003320     ADD 1 TO WS-IN-MONTH-COUNT
003330     MOVE BCH-ORD-CUSTOMER TO SRT-CUSTOMER
003340     IF BCH-ORD-CUST-NUMBER NUMERIC
003350         MOVE BCH-ORD-CUST-NUMBER TO SRT-CUST-NUMBER
003360     ELSE
003370         MOVE ZERO TO SRT-CUST-NUMBER
003380     END-IF
003390     MOVE BCH-ORD-JOB-NUMBER TO SRT-JOB-NUMBER
003400     MOVE BCH-ORD-COMPLETE-DATE TO SRT-COMPLETE-DATE
003410     MOVE BCH-ORD-COMPLETE-PLANT TO SRT-PLANT
003420     MOVE BCH-ORD-PRIORITY TO SRT-PRIORITY
003430     MOVE ZERO TO SRT-BUS-DAYS
003440     IF BCH-ORD-DUE-DATE NOT NUMERIC
003450             OR BCH-ORD-DUE-DATE = ZERO
003460         MOVE ZERO TO SRT-DUE-DATE
003470         MOVE 'N' TO SRT-CLASS
003480         GO TO 2100-RELEASE
003490     END-IF
003500     MOVE BCH-ORD-DUE-DATE TO SRT-DUE-DATE
003510     PERFORM 2200-MEASURE-ORDER THRU 2200-EXIT.
003520 2100-RELEASE.
003530     RELEASE SORT-RECORD.
003540 2100-NEXT.
003550     PERFORM 2900-READ-ORDER THRU 2900-EXIT.
003560 2100-EXIT.
003570     EXIT.
003580
003590*-----------------------------------------------------------------
003600* 2150-CHECK-UNPOSTED - an order closed with no completion date
003610* and due in the report month went somewhere the floor never
003620* posted; it is counted, not guessed at.
003630*-----------------------------------------------------------------
003640 2150-CHECK-UNPOSTED.
003650     IF NOT BCH-ORD-CLOSED
003660         GO TO 2150-EXIT
003670     END-IF
003680     IF BCH-ORD-DUE-DATE NOT NUMERIC
003690         GO TO 2150-EXIT
003700     END-IF
003710     COMPUTE WS-RECORD-MONTH = BCH-ORD-DUE-DATE / 100
003720     IF WS-RECORD-MONTH = WS-REPORT-MONTH
003730         ADD 1 TO WS-UNPOSTED-COUNT
003740     END-IF.
003750 2150-EXIT.
003760     EXIT.
003770
003780*-----------------------------------------------------------------
003790* 2200-MEASURE-ORDER - on or before the due date is early or
003800* on time; after it, the business days between decide - a
003810* completion whose only days past due are closed days is on
003820* time.
003830*-----------------------------------------------------------------
003840 2200-MEASURE-ORDER.
003850     MOVE BCH-ORD-COMPLETE-PLANT TO WS-CAL-PLANT
003860     IF BCH-ORD-COMPLETE-DATE = BCH-ORD-DUE-DATE
003870         MOVE 'O' TO SRT-CLASS
003880         GO TO 2200-EXIT
003890     END-IF
003900     IF BCH-ORD-COMPLETE-DATE < BCH-ORD-DUE-DATE
003910         MOVE BCH-ORD-COMPLETE-DATE TO WS-FROM-DATE
003920         MOVE BCH-ORD-DUE-DATE TO WS-THRU-DATE
003930         PERFORM 2500-COUNT-BUSINESS-DAYS THRU 2500-EXIT
003940         MOVE WS-BUS-DAY-COUNT TO SRT-BUS-DAYS
003950         IF WS-BUS-DAY-COUNT = ZERO
003960             MOVE 'O' TO SRT-CLASS
003970         ELSE
003980             MOVE 'E' TO SRT-CLASS
003990         END-IF
004000         GO TO 2200-EXIT
004010     END-IF
004020     MOVE BCH-ORD-DUE-DATE TO WS-FROM-DATE
004030     MOVE BCH-ORD-COMPLETE-DATE TO WS-THRU-DATE
004040     PERFORM 2500-COUNT-BUSINESS-DAYS THRU 2500-EXIT
004050     MOVE WS-BUS-DAY-COUNT TO SRT-BUS-DAYS
004060     IF WS-BUS-DAY-COUNT = ZERO
004070         MOVE 'O' TO SRT-CLASS
004080     ELSE
004090         MOVE 'L' TO SRT-CLASS
004100     END-IF.
004110 2200-EXIT.
004120     EXIT.
004130
004140*-----------------------------------------------------------------
004150* 2500-COUNT-BUSINESS-DAYS - working days after WS-FROM-DATE
004160* through WS-THRU-DATE on the completing plant's calendar.
004170*-----------------------------------------------------------------
004180 2500-COUNT-BUSINESS-DAYS.
004190     MOVE ZERO TO WS-BUS-DAY-COUNT
004200     MOVE ZERO TO WS-WALK-STEPS
004210     MOVE WS-FROM-DATE TO WS-WALK-DATE
004220     COMPUTE WS-DATE-INTEGER =
004230         FUNCTION INTEGER-OF-DATE(WS-FROM-DATE)
004240     PERFORM 2550-WALK-ONE-DAY THRU 2550-EXIT
004250         UNTIL WS-WALK-DATE NOT < WS-THRU-DATE
004260             OR WS-WALK-STEPS > 366.
004270 2500-EXIT.
004280     EXIT.
004290
004300 2550-WALK-ONE-DAY.
004310     ADD 1 TO WS-DATE-INTEGER
004320     ADD 1 TO WS-WALK-STEPS
004330     COMPUTE WS-WALK-DATE =
004340         FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
004350     CALL 'CALCHK' USING BY CONTENT WS-WALK-DATE
004360                         BY CONTENT WS-CAL-PLANT
004370                         BY REFERENCE WS-DAY-TYPE
004380                         BY REFERENCE WS-CAL-STATUS
004390     END-CALL
004400     IF WS-CAL-STATUS NOT = '00' OR WS-DAY-TYPE = 'W'
004410         ADD 1 TO WS-BUS-DAY-COUNT
004420     END-IF.
004430 2550-EXIT.
004440     EXIT.
004450
004460 2900-READ-ORDER.
004470     READ ORDER-MASTER-FILE NEXT RECORD
004480         AT END
004490             MOVE 'Y' TO WS-EOF-SW
004500     END-READ.
004510 2900-EXIT.
004520     EXIT.
004530
004540*-----------------------------------------------------------------
004550* 5000-PRINT-REPORT - control break on customer: a heading per
004560* customer, one line per job, and the customer's counts; then
004570* the month's totals by priority and by plant.
004580*-----------------------------------------------------------------
004590 5000-PRINT-REPORT.
004600     PERFORM 5900-RETURN-SORTED THRU 5900-EXIT
004610     PERFORM 5100-PRINT-ONE THRU 5100-EXIT
004620         UNTIL WS-SORT-EOF-YES
004630     IF NOT WS-FIRST-CUST
004640         PERFORM 5300-FOOT-CUSTOMER THRU 5300-EXIT
004650     END-IF
004660     PERFORM 5500-PRINT-TOTALS THRU 5500-EXIT
004670     PERFORM 9000-TERMINATE THRU 9000-EXIT.
004680 5000-EXIT.
004690     EXIT.
004700
004710 5100-PRINT-ONE.
004720     IF WS-FIRST-CUST
004730             OR SRT-CUSTOMER NOT = WS-CUR-CUSTOMER
004740             OR SRT-CUST-NUMBER NOT = WS-CUR-CUST-NUMBER
004750         IF NOT WS-FIRST-CUST
004760             PERFORM 5300-FOOT-CUSTOMER THRU 5300-EXIT
004770         END-IF
004780         PERFORM 5200-START-CUSTOMER THRU 5200-EXIT
004790     END-IF
004800     MOVE SRT-JOB-NUMBER TO WS-D-JOB
004810     MOVE SRT-DUE-DATE TO WS-D-DUE-DATE
004820     MOVE SRT-COMPLETE-DATE TO WS-D-COMPLETE-DATE
004830     MOVE SRT-PLANT TO WS-D-PLANT
004840     MOVE SRT-PRIORITY TO WS-D-PRIORITY
004850     MOVE SRT-BUS-DAYS TO WS-D-DAYS
004860     EVALUATE TRUE
004870         WHEN SRT-EARLY
004880             MOVE 'EARLY   ' TO WS-D-STATUS
004890         WHEN SRT-ON-TIME
004900             MOVE 'ON TIME ' TO WS-D-STATUS
004910         WHEN SRT-LATE
004920             MOVE 'LATE    ' TO WS-D-STATUS
004930         WHEN OTHER
004940             MOVE 'NO DUE  ' TO WS-D-STATUS
004950     END-EVALUATE
004960     MOVE WS-DETAIL-LINE TO REPORT-LINE
004970     WRITE REPORT-LINE
004980     PERFORM 5400-ADD-TO-TOTALS THRU 5400-EXIT
004990     PERFORM 5900-RETURN-SORTED THRU 5900-EXIT.
005000 5100-EXIT.
005010     EXIT.
005020
005030 5200-START-CUSTOMER.
005040     MOVE 'N' TO WS-FIRST-CUST-SW
005050     MOVE SRT-CUSTOMER TO WS-CUR-CUSTOMER
005060     MOVE SRT-CUST-NUMBER TO WS-CUR-CUST-NUMBER
005070     ADD 1 TO WS-CUST-COUNT
005080     SET TOT-IDX TO 1
005090     PERFORM 1100-CLEAR-ENTRY THRU 1100-EXIT
005100     MOVE SPACES TO REPORT-LINE
005110     WRITE REPORT-LINE
005120     MOVE SRT-CUSTOMER TO WS-CH-CUSTOMER
005130     IF SRT-CUST-NUMBER = ZERO
005140         MOVE SPACES TO WS-CH-CUST-NUMBER
005150     ELSE
005160         MOVE SRT-CUST-NUMBER TO WS-CH-CUST-NUMBER
005170     END-IF
005180     MOVE WS-CUST-HEADING TO REPORT-LINE
005190     WRITE REPORT-LINE
005200     MOVE WS-COL-HEADING TO REPORT-LINE
005210     WRITE REPORT-LINE.
005220 5200-EXIT.
005230     EXIT.
005240
005250 5300-FOOT-CUSTOMER.
005260     MOVE WS-TOTAL-HEADING TO REPORT-LINE
005270     WRITE REPORT-LINE
005280     MOVE 'CUSTOMER TOTAL  ' TO WS-T-LABEL
005290     SET TOT-IDX TO 1
005300     PERFORM 5600-PRINT-TOTAL-LINE THRU 5600-EXIT.
005310 5300-EXIT.
005320     EXIT.
005330
005340*-----------------------------------------------------------------
005350* 5400-ADD-TO-TOTALS - the job counts once in the customer's
005360* entry, the month's, its priority's, and its plant's.
005370*-----------------------------------------------------------------
005380 5400-ADD-TO-TOTALS.
005390     SET TOT-IDX TO 1
005400     PERFORM 5450-ADD-ONE-ENTRY THRU 5450-EXIT
005410     SET TOT-IDX TO 2
005420     PERFORM 5450-ADD-ONE-ENTRY THRU 5450-EXIT
005430     EVALUATE SRT-PRIORITY
005440         WHEN 'A'
005450             MOVE 3 TO WS-PRI-SUB
005460         WHEN 'B'
005470             MOVE 4 TO WS-PRI-SUB
005480         WHEN 'C'
005490             MOVE 5 TO WS-PRI-SUB
005500         WHEN OTHER
005510             MOVE 6 TO WS-PRI-SUB
005520     END-EVALUATE
005530     SET TOT-IDX TO WS-PRI-SUB
005540     PERFORM 5450-ADD-ONE-ENTRY THRU 5450-EXIT
005550     PERFORM 5480-FIND-PLANT THRU 5480-EXIT
005560     IF WS-PLT-SUB > ZERO
005570         SET TOT-IDX TO WS-PLT-SUB
005580         PERFORM 5450-ADD-ONE-ENTRY THRU 5450-EXIT
005590     END-IF.
005600 5400-EXIT.
005610     EXIT.
005620
005630 5450-ADD-ONE-ENTRY.
005640     ADD 1 TO WS-TOT-JOBS (TOT-IDX)
005650     EVALUATE TRUE
005660         WHEN SRT-EARLY
005670             ADD 1 TO WS-TOT-EARLY (TOT-IDX)
005680         WHEN SRT-ON-TIME
005690             ADD 1 TO WS-TOT-ON-TIME (TOT-IDX)
005700         WHEN SRT-LATE
005710             ADD 1 TO WS-TOT-LATE (TOT-IDX)
005720         WHEN OTHER
005730             ADD 1 TO WS-TOT-NO-DUE (TOT-IDX)
005740     END-EVALUATE.
005750 5450-EXIT.
005760     EXIT.
005770
005780*-----------------------------------------------------------------
005790* 5480-FIND-PLANT - the plant's entry, added the first time the
005800* plant is met. A twenty-first plant is mentioned and left off
005810* the plant totals (it still counts everywhere else).
005820*-----------------------------------------------------------------
005830 5480-FIND-PLANT.
005840     MOVE ZERO TO WS-PLT-SUB
005850     PERFORM 5485-CHECK-ONE-PLANT THRU 5485-EXIT
005860         VARYING TOT-IDX FROM 7 BY 1
005870         UNTIL TOT-IDX > WS-PLANT-COUNT + 6
005880             OR WS-PLT-SUB > ZERO
005890     IF WS-PLT-SUB > ZERO
005900         GO TO 5480-EXIT
005910     END-IF
005920     IF WS-PLANT-COUNT = 20
005930         DISPLAY 'OTDRPT - PLANT TABLE FULL, PLANT '
005940             SRT-PLANT ' NOT IN PLANT TOTALS'
005950         GO TO 5480-EXIT
005960     END-IF
005970     ADD 1 TO WS-PLANT-COUNT
005980     COMPUTE WS-PLT-SUB = WS-PLANT-COUNT + 6
005990     MOVE SRT-PLANT TO WS-TOT-KEY (WS-PLT-SUB).
006000 5480-EXIT.
006010     EXIT.
006020
006030 5485-CHECK-ONE-PLANT.
006040     IF WS-TOT-KEY (TOT-IDX) = SRT-PLANT
006050         SET WS-PLT-SUB TO TOT-IDX
006060     END-IF.
006070 5485-EXIT.
006080     EXIT.
006090
006100*-----------------------------------------------------------------
006110* 5500-PRINT-TOTALS - the month by priority, by plant, and in
006120* all.
006130*-----------------------------------------------------------------
006140 5500-PRINT-TOTALS.
006150     MOVE SPACES TO REPORT-LINE
006160     WRITE REPORT-LINE
006170     MOVE 'MONTH TOTALS BY PRIORITY' TO WS-SECTION-LINE
006180     MOVE WS-SECTION-LINE TO REPORT-LINE
006190     WRITE REPORT-LINE
006200     MOVE WS-TOTAL-HEADING TO REPORT-LINE
006210     WRITE REPORT-LINE
006220     PERFORM 5510-PRINT-PRIORITY THRU 5510-EXIT
006230         VARYING TOT-IDX FROM 3 BY 1
006240         UNTIL TOT-IDX > 6
006250     MOVE SPACES TO REPORT-LINE
006260     WRITE REPORT-LINE
006270     MOVE 'MONTH TOTALS BY PLANT' TO WS-SECTION-LINE
006280     MOVE WS-SECTION-LINE TO REPORT-LINE
006290     WRITE REPORT-LINE
006300     MOVE WS-TOTAL-HEADING TO REPORT-LINE
006310     WRITE REPORT-LINE
006320     PERFORM 5520-PRINT-PLANT THRU 5520-EXIT
006330         VARYING TOT-IDX FROM 7 BY 1
006340         UNTIL TOT-IDX > WS-PLANT-COUNT + 6
006350     MOVE SPACES TO REPORT-LINE
006360     WRITE REPORT-LINE
006370     MOVE 'MONTH TOTAL     ' TO WS-T-LABEL
006380     SET TOT-IDX TO 2
006390     PERFORM 5600-PRINT-TOTAL-LINE THRU 5600-EXIT.
006400 5500-EXIT.
006410     EXIT.
006420
006430*    the fourth priority line gathers anything not A, B, or C,
006440*    and prints only when there was some
006450 5510-PRINT-PRIORITY.
006460     IF WS-TOT-KEY (TOT-IDX) = SPACES
006470         IF WS-TOT-JOBS (TOT-IDX) = ZERO
006480             GO TO 5510-EXIT
006490         END-IF
006500         MOVE 'PRIORITY OTHER  ' TO WS-T-LABEL
006510     ELSE
006520         MOVE SPACES TO WS-T-LABEL
006530         STRING 'PRIORITY ' WS-TOT-KEY (TOT-IDX) (1:1)
006540             DELIMITED BY SIZE INTO WS-T-LABEL
006550     END-IF
006560     PERFORM 5600-PRINT-TOTAL-LINE THRU 5600-EXIT.
006570 5510-EXIT.
006580     EXIT.
006590
006600 5520-PRINT-PLANT.
006610     MOVE SPACES TO WS-T-LABEL
006620     STRING 'PLANT ' WS-TOT-KEY (TOT-IDX)
006630         DELIMITED BY SIZE INTO WS-T-LABEL
006640     PERFORM 5600-PRINT-TOTAL-LINE THRU 5600-EXIT.
006650 5520-EXIT.
006660     EXIT.
006670
006680*-----------------------------------------------------------------
006690* 5600-PRINT-TOTAL-LINE - one entry's counts under the label in
006700* WS-T-LABEL; the percentage is of the jobs that could be
006710* measured (those with a due date) delivered on time or early.
006720*-----------------------------------------------------------------
006730 5600-PRINT-TOTAL-LINE.
006740     MOVE WS-TOT-JOBS (TOT-IDX) TO WS-T-JOBS
006750     MOVE WS-TOT-EARLY (TOT-IDX) TO WS-T-EARLY
006760     MOVE WS-TOT-ON-TIME (TOT-IDX) TO WS-T-ON-TIME
006770     MOVE WS-TOT-LATE (TOT-IDX) TO WS-T-LATE
006780     MOVE WS-TOT-NO-DUE (TOT-IDX) TO WS-T-NO-DUE
006790     COMPUTE WS-MEASURED =
006800         WS-TOT-JOBS (TOT-IDX) - WS-TOT-NO-DUE (TOT-IDX)
006810     IF WS-MEASURED = ZERO
006820         MOVE ZERO TO WS-ON-TIME-PCT
006830     ELSE
006840         COMPUTE WS-ON-TIME-PCT ROUNDED =
006850             ((WS-TOT-EARLY (TOT-IDX)
006860               + WS-TOT-ON-TIME (TOT-IDX)) * 100)
006870             / WS-MEASURED
006880     END-IF
006890     MOVE WS-ON-TIME-PCT TO WS-T-PCT
006900     MOVE WS-TOTAL-LINE TO REPORT-LINE
006910     WRITE REPORT-LINE.
006920 5600-EXIT.
006930     EXIT.
006940
006950 5900-RETURN-SORTED.
006960     RETURN SORT-WORK-FILE
006970         AT END
006980             MOVE 'Y' TO WS-SORT-EOF-SW
006990     END-RETURN.
007000 5900-EXIT.
007010     EXIT.
007020
007030*-----------------------------------------------------------------
007040* 9000-TERMINATE - control totals on the back of the report, and
007050* return code 4 when the month had no completions at all.
007060*-----------------------------------------------------------------
007070 9000-TERMINATE.
007080     MOVE SPACES TO REPORT-LINE
007090     WRITE REPORT-LINE
007100     MOVE 'ORDERS READ:            ' TO WS-C-LABEL
007110     MOVE WS-ORDER-COUNT TO WS-C-COUNT
007120     MOVE WS-COUNT-LINE TO REPORT-LINE
007130     WRITE REPORT-LINE
007140     MOVE 'COMPLETED IN MONTH:     ' TO WS-C-LABEL
007150     MOVE WS-IN-MONTH-COUNT TO WS-C-COUNT
007160     MOVE WS-COUNT-LINE TO REPORT-LINE
007170     WRITE REPORT-LINE
007180     MOVE 'CUSTOMERS:              ' TO WS-C-LABEL
007190     MOVE WS-CUST-COUNT TO WS-C-COUNT
007200     MOVE WS-COUNT-LINE TO REPORT-LINE
007210     WRITE REPORT-LINE
007220     MOVE 'CLOSED, NO COMPLETION:  ' TO WS-C-LABEL
007230     MOVE WS-UNPOSTED-COUNT TO WS-C-COUNT
007240     MOVE WS-COUNT-LINE TO REPORT-LINE
007250     WRITE REPORT-LINE
007260     CLOSE ORDER-MASTER-FILE
007270     CLOSE DELIVERY-REPORT-FILE
007280     IF WS-IN-MONTH-COUNT = ZERO
007290         MOVE 4 TO RETURN-CODE
007300     END-IF.
007310 9000-EXIT.
007320     EXIT.
007330
007340 END PROGRAM OTDRPT.
