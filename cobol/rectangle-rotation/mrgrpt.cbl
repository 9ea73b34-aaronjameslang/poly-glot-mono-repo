000010*****************************************************************
000020* PROGRAM-ID : MRGRPT                                          *
000030* AUTHOR     : D. OKAFOR, CUTTING-SHOP SYSTEMS                 *
000040* INSTALLATION : CUTTING-SHOP SYSTEMS                          *
000050* DATE-WRITTEN : 2026-10-10                                    *
000060*                                                               *
000070* FUNCTION : Monthly gross-margin report. Reads one calendar    *
000080*   month of the accumulated PNLOUT (the MRGCTL card's YYYYMM,  *
000090*   defaulting to the month of the latest run date on file),    *
000100*   costs each priced panel's material from the MATCST          *
000110*   standard cost in effect on its run date, joins it to its    *
000120*   ORDMST order (through ORDREAD) and CSTMST customer (through *
000130*   CSTREAD), and prints charge, material cost, and margin per  *
000140*   job, footed per customer, then per sheet class, then the    *
000150*   jobs that lost money on a section of their own.             *
000160*                                                               *
000170*   The material consumed is costed on the same basis the       *
000180*   STKCMD consumption mode charges the rack (the MRGCTL card   *
000190*   may name the other basis for a comparison run):             *
000200*   - A, the panel's computed stock area off PNLOUT;            *
000210*   - S, the panel's share of the whole sheets SHTCONS opened   *
000220*     for its class that night - the stock area scaled by the   *
000230*     night's sheet basis over its area basis, from the SHTHIS  *
000240*     consumption history. A night and class with no history    *
000250*     falls back to the stock area and is flagged and counted.  *
000260*                                                               *
000270*   A panel whose class has no standard cost is costed at zero, *
000280*   flagged and counted, and the run ends with return code 4 -  *
000290*   the margin shown for it is overstated, not real. Panels     *
000300*   with no order-master record foot under their own heading at *
000310*   the back, the same rule CSTSTMT applies.                    *
000320*****************************************************************
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID. MRGRPT.
000350 AUTHOR. D. OKAFOR, CUTTING-SHOP SYSTEMS.
000360 INSTALLATION. CUTTING-SHOP SYSTEMS.
000370 DATE-WRITTEN. 2026-10-10.
000380 DATE-COMPILED.
000390
000400*-----------------------------------------------------------------
000410* MODIFICATION HISTORY
000420* DATE       BY   DESCRIPTION
000430* 2026-10-10 DRO  Initial version.
000440*-----------------------------------------------------------------
000450
000460 ENVIRONMENT DIVISION.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT CONTROL-FILE ASSIGN TO MRGCTL
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS WS-CTL-STATUS.
000520     SELECT MODE-FILE ASSIGN TO STKCMD
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS WS-CMD-STATUS.
000550     SELECT COST-FILE ASSIGN TO MATCST
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS WS-COST-STATUS.
000580     SELECT HISTORY-FILE ASSIGN TO SHTHIS
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS WS-HIS-STATUS.
000610     SELECT PANEL-OUT-FILE ASSIGN TO PNLOUT
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS WS-PNL-STATUS.
000640     SELECT MARGIN-REPORT-FILE ASSIGN TO MRGRPTR
000650         ORGANIZATION IS SEQUENTIAL.
000660     SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.
000670
000680 DATA DIVISION.
000690 FILE SECTION.
000700 FD  CONTROL-FILE
000710     RECORDING MODE IS F.
000720 01  CONTROL-RECORD.
000730     05  CC-MARGIN-MONTH     PIC 9(06).
000740     05  CC-COST-BASIS       PIC X(01).
000750     05  FILLER              PIC X(73).
000760
000770 FD  MODE-FILE
000780     RECORDING MODE IS F.
000790     COPY STKCMD.
000800
000810 FD  COST-FILE
000820     RECORDING MODE IS F.
000830     COPY MATCST.
000840
000850 FD  HISTORY-FILE
000860     RECORDING MODE IS F.
000870     COPY SHTHIS.
000880
000890 FD  PANEL-OUT-FILE
000900     RECORDING MODE IS F.
000910     COPY PNLOUT.
000920
000930 FD  MARGIN-REPORT-FILE
000940     RECORDING MODE IS F.
000950 01  REPORT-LINE                 PIC X(80).
000960
000970 SD  SORT-WORK-FILE.
000980 01  SORT-RECORD.
000990     05  SRT-MISSING-FLAG    PIC X(01).
001000     05  SRT-CUSTOMER        PIC X(30).
001010     05  SRT-CUST-NUMBER     PIC 9(08).
001020     05  SRT-JOB-NUMBER      PIC 9(08).
001030     05  SRT-CLASS           PIC X(02).
001040     05  SRT-CONSUMED-AREA   PIC 9(12).
001050     05  SRT-CHARGE          PIC 9(07)V9(02).
001060     05  SRT-COST            PIC 9(09)V9(02).
001070*    N - no standard cost for the class, F - sheet basis fell
001080*    back to the stock area, space - costed as asked
001090     05  SRT-COST-FLAG       PIC X(01).
001100
001110 WORKING-STORAGE SECTION.
001120*-----------------------------------------------------------------
001130* SWITCHES AND FILE STATUS
001140*-----------------------------------------------------------------
001150 77  WS-EOF-SW           PIC X(01)      VALUE 'N'.
001160     88  WS-EOF-YES                     VALUE 'Y'.
001170 77  WS-SORT-EOF-SW      PIC X(01)      VALUE 'N'.
001180     88  WS-SORT-EOF-YES                VALUE 'Y'.
001190 77  WS-FIRST-CUST-SW    PIC X(01)      VALUE 'Y'.
001200     88  WS-FIRST-CUST                  VALUE 'Y'.
001210 77  WS-FOUND-SW         PIC X(01)      VALUE 'N'.
001220     88  WS-FOUND-YES                   VALUE 'Y'.
001230 77  WS-SHEET-BASIS-SW   PIC X(01)      VALUE 'N'.
001240     88  WS-SHEET-BASIS                 VALUE 'Y'.
001250 77  WS-CTL-STATUS       PIC X(02)      VALUE SPACES.
001260 77  WS-CMD-STATUS       PIC X(02)      VALUE SPACES.
001270 77  WS-COST-STATUS      PIC X(02)      VALUE SPACES.
001280 77  WS-HIS-STATUS       PIC X(02)      VALUE SPACES.
001290 77  WS-PNL-STATUS       PIC X(02)      VALUE SPACES.
001300
001310*-----------------------------------------------------------------
001320* RUN CONTROL AND COUNTERS
001330*-----------------------------------------------------------------
001340 77  WS-MARGIN-MONTH     PIC 9(06)      VALUE ZERO.
001350 77  WS-LATEST-DATE      PIC 9(08)      VALUE ZERO.
001360 77  WS-RECORD-MONTH     PIC 9(06)      VALUE ZERO.
001370 77  WS-READ-COUNT       PIC 9(08) COMP VALUE ZERO.
001380 77  WS-IN-MONTH-COUNT   PIC 9(08) COMP VALUE ZERO.
001390 77  WS-SKIPPED-COUNT    PIC 9(08) COMP VALUE ZERO.
001400 77  WS-NOORD-COUNT      PIC 9(08) COMP VALUE ZERO.
001410 77  WS-NO-COST-COUNT    PIC 9(08) COMP VALUE ZERO.
001420 77  WS-FALLBACK-COUNT   PIC 9(08) COMP VALUE ZERO.
001430 77  WS-JOB-COUNT        PIC 9(08) COMP VALUE ZERO.
001440 77  WS-NEG-JOB-COUNT    PIC 9(08) COMP VALUE ZERO.
001450
001460*-----------------------------------------------------------------
001470* STANDARD-COST TABLE - every dated MATCST record; the cost in
001480* effect for a panel is the latest dated on or before its run
001490* date.
001500*-----------------------------------------------------------------
001510 77  WS-COST-COUNT       PIC 9(03) COMP VALUE ZERO.
001520 01  WS-COST-TABLE.
001530     05  WS-CST-ENTRY OCCURS 100 TIMES
001540             INDEXED BY CT-IDX.
001550         10  WS-CST-CLASS        PIC X(02).
001560         10  WS-CST-COST         PIC 9(03)V9(04).
001570         10  WS-CST-EFF-DATE     PIC 9(08).
001580
001590*-----------------------------------------------------------------
001600* SHEET-CONSUMPTION HISTORY TABLE - the report month's SHTHIS
001610* records, one entry per night, plant, and class (a rerun's
001620* later record replaces the earlier one).
001630*-----------------------------------------------------------------
001640 77  WS-HIS-COUNT        PIC 9(04) COMP VALUE ZERO.
001650 01  WS-HISTORY-TABLE.
001660     05  WS-HIS-ENTRY OCCURS 2000 TIMES
001670             INDEXED BY HIS-IDX.
001680         10  WS-HIS-DATE         PIC 9(08).
001690         10  WS-HIS-PLANT        PIC X(02).
001700         10  WS-HIS-CLASS        PIC X(02).
001710         10  WS-HIS-AREA-BASIS   PIC 9(12).
001720         10  WS-HIS-SHEET-BASIS  PIC 9(12).
001730
001740*-----------------------------------------------------------------
001750* WORK FIELDS FOR COSTING ONE PANEL
001760*-----------------------------------------------------------------
001770 77  WS-PANEL-RATE       PIC 9(03)V9(04) VALUE ZERO.
001780 77  WS-BEST-EFF-DATE    PIC 9(08)      VALUE ZERO.
001790 77  WS-NIGHT-AREA       PIC 9(12)      VALUE ZERO.
001800 77  WS-NIGHT-SHEET      PIC 9(12)      VALUE ZERO.
001810 77  WS-CONSUMED-AREA    PIC 9(12)      VALUE ZERO.
001820 77  WS-PANEL-COST       PIC 9(09)V9(02) VALUE ZERO.
001830
001840*-----------------------------------------------------------------
001850* ORDREAD AND CSTREAD LINKAGE WORK FIELDS
001860*-----------------------------------------------------------------
001870 77  WS-ORD-CUSTOMER     PIC X(20)      VALUE SPACES.
001880 77  WS-ORD-CUST-NUMBER  PIC 9(08)      VALUE ZERO.
001890 77  WS-ORD-DUE-DATE     PIC 9(08)      VALUE ZERO.
001900 77  WS-ORD-PRIORITY     PIC X(01)      VALUE SPACE.
001910 77  WS-ORD-STATUS       PIC X(02)      VALUE SPACES.
001920 77  WS-CST-STATUS       PIC X(02)      VALUE SPACES.
001930     COPY CSTMST.
001940
001950*-----------------------------------------------------------------
001960* CONTROL-BREAK WORK FIELDS - the customer and the job (and
001970* class) being footed.
001980*-----------------------------------------------------------------
001990 77  WS-CUR-CUSTOMER     PIC X(30)      VALUE SPACES.
002000 77  WS-CUR-CUST-NUMBER  PIC 9(08)      VALUE ZERO.
002010 77  WS-CUR-JOB          PIC 9(08)      VALUE ZERO.
002020 77  WS-CUR-CLASS        PIC X(02)      VALUE SPACES.
002030 77  WS-JOB-PANELS       PIC 9(05)      VALUE ZERO.
002040 77  WS-JOB-AREA         PIC 9(12)      VALUE ZERO.
002050 77  WS-JOB-CHARGE       PIC 9(09)V9(02) VALUE ZERO.
002060 77  WS-JOB-COST         PIC 9(09)V9(02) VALUE ZERO.
002070 77  WS-JOB-MARGIN       PIC S9(09)V9(02) VALUE ZERO.
002080 77  WS-JOB-FLAG         PIC X(01)      VALUE SPACE.
002090 77  WS-CUST-CHARGE      PIC 9(11)V9(02) VALUE ZERO.
002100 77  WS-CUST-COST        PIC 9(11)V9(02) VALUE ZERO.
002110 77  WS-CUST-MARGIN      PIC S9(11)V9(02) VALUE ZERO.
002120 77  WS-TOT-CHARGE       PIC 9(11)V9(02) VALUE ZERO.
002130 77  WS-TOT-COST         PIC 9(11)V9(02) VALUE ZERO.
002140 77  WS-TOT-MARGIN       PIC S9(11)V9(02) VALUE ZERO.
002150
002160*-----------------------------------------------------------------
002170* SHEET-CLASS TABLE - each class's month totals, footed from
002180* the job lines as they print.
002190*-----------------------------------------------------------------
002200 77  WS-CLS-COUNT        PIC 9(02) COMP VALUE ZERO.
002210 01  WS-CLASS-TABLE.
002220     05  WS-CLS-ENTRY OCCURS 50 TIMES
002230             INDEXED BY CLS-IDX.
002240         10  WS-CLS-CLASS        PIC X(02).
002250         10  WS-CLS-JOBS         PIC 9(06).
002260         10  WS-CLS-AREA         PIC 9(14).
002270         10  WS-CLS-CHARGE       PIC 9(11)V9(02).
002280         10  WS-CLS-COST         PIC 9(11)V9(02).
002290 77  WS-CLS-MARGIN       PIC S9(11)V9(02) VALUE ZERO.
002300
002310*-----------------------------------------------------------------
002320* NEGATIVE-MARGIN TABLE - the jobs that lost money, in the
002330* order they printed, for their own section at the back.
002340*-----------------------------------------------------------------
002350 77  WS-NEG-COUNT        PIC 9(04) COMP VALUE ZERO.
002360 01  WS-NEGATIVE-TABLE.
002370     05  WS-NEG-ENTRY OCCURS 500 TIMES
002380             INDEXED BY NEG-IDX.
002390         10  WS-NEG-CUST-NUMBER  PIC X(08).
002400         10  WS-NEG-CUSTOMER     PIC X(20).
002410         10  WS-NEG-JOB          PIC 9(08).
002420         10  WS-NEG-CLASS        PIC X(02).
002430         10  WS-NEG-CHARGE       PIC 9(09)V9(02).
002440         10  WS-NEG-COST         PIC 9(09)V9(02).
002450         10  WS-NEG-MARGIN       PIC S9(09)V9(02).
002460
002470*-----------------------------------------------------------------
002480* REPORT LINES
002490*-----------------------------------------------------------------
002500 01  WS-HEADING1.
002510     05  FILLER              PIC X(44)   VALUE
002520         'MRGRPT - GROSS MARGIN BY JOB, CUSTOMER AND '.
002530     05  FILLER              PIC X(10)   VALUE
002540         'CLASS FOR '.
002550     05  WS-H-MONTH          PIC 9(06).
002560     05  FILLER              PIC X(20)   VALUE SPACES.
002570
002580 01  WS-BASIS-LINE.
002590     05  FILLER              PIC X(12)   VALUE
002600         'COST BASIS: '.
002610     05  WS-B-BASIS          PIC X(50).
002620     05  FILLER              PIC X(18)   VALUE SPACES.
002630
002640 01  WS-CUST-HEADING.
002650     05  FILLER              PIC X(10)   VALUE
002660         'CUSTOMER: '.
002670     05  WS-CH-CUST-NUMBER   PIC X(08).
002680     05  FILLER              PIC X(01)   VALUE SPACE.
002690     05  WS-CH-CUSTOMER      PIC X(30).
002700     05  FILLER              PIC X(31)   VALUE SPACES.
002710
002720 01  WS-COL-HEADING.
002730     05  FILLER              PIC X(42)   VALUE
002740         'JOB      CL PANLS    CONSUMED       CHARGE'.
002750     05  FILLER              PIC X(38)   VALUE
002760         '         COST        MARGIN F'.
002770
002780 01  WS-JOB-LINE.
002790     05  WS-J-JOB            PIC 9(08).
002800     05  FILLER              PIC X(01)   VALUE SPACE.
002810     05  WS-J-CLASS          PIC X(02).
002820     05  FILLER              PIC X(01)   VALUE SPACE.
002830     05  WS-J-PANELS         PIC Z(4)9.
002840     05  FILLER              PIC X(01)   VALUE SPACE.
002850     05  WS-J-AREA           PIC Z(10)9.
002860     05  FILLER              PIC X(01)   VALUE SPACE.
002870     05  WS-J-CHARGE         PIC Z(8)9.99.
002880     05  FILLER              PIC X(01)   VALUE SPACE.
002890     05  WS-J-COST           PIC Z(8)9.99.
002900     05  FILLER              PIC X(01)   VALUE SPACE.
002910     05  WS-J-MARGIN         PIC -(9)9.99.
002920     05  FILLER              PIC X(01)   VALUE SPACE.
002930     05  WS-J-FLAG           PIC X(01).
002940     05  FILLER              PIC X(09)   VALUE SPACES.
002950
002960 01  WS-TOTAL-LINE.
002970     05  WS-T-LABEL          PIC X(24).
002980     05  WS-T-CHARGE         PIC Z(10)9.99.
002990     05  FILLER              PIC X(01)   VALUE SPACE.
003000     05  WS-T-COST           PIC Z(10)9.99.
003010     05  FILLER              PIC X(01)   VALUE SPACE.
003020     05  WS-T-MARGIN         PIC -(11)9.99.
003030     05  FILLER              PIC X(10)   VALUE SPACES.
003040
003050 01  WS-CLASS-HEADING.
003060     05  FILLER              PIC X(39)   VALUE
003070         'CL   JOBS       CONSUMED         CHARGE'.
003080     05  FILLER              PIC X(41)   VALUE
003090         '           COST          MARGIN'.
003100
003110 01  WS-CLASS-LINE.
003120     05  WS-K-CLASS          PIC X(02).
003130     05  FILLER              PIC X(01)   VALUE SPACE.
003140     05  WS-K-JOBS           PIC Z(5)9.
003150     05  FILLER              PIC X(01)   VALUE SPACE.
003160     05  WS-K-AREA           PIC Z(13)9.
003170     05  FILLER              PIC X(01)   VALUE SPACE.
003180     05  WS-K-CHARGE         PIC Z(10)9.99.
003190     05  FILLER              PIC X(01)   VALUE SPACE.
003200     05  WS-K-COST           PIC Z(10)9.99.
003210     05  FILLER              PIC X(01)   VALUE SPACE.
003220     05  WS-K-MARGIN         PIC -(11)9.99.
003230
003240 01  WS-NEG-HEADING.
003250     05  FILLER              PIC X(41)   VALUE
003260         'CUST-NO  CUSTOMER             JOB      CL'.
003270     05  FILLER              PIC X(39)   VALUE
003280         '    CHARGE      COST       MARGIN'.
003290
003300 01  WS-NEG-LINE.
003310     05  WS-N-CUST-NUMBER    PIC X(08).
003320     05  FILLER              PIC X(01)   VALUE SPACE.
003330     05  WS-N-CUSTOMER       PIC X(20).
003340     05  FILLER              PIC X(01)   VALUE SPACE.
003350     05  WS-N-JOB            PIC 9(08).
003360     05  FILLER              PIC X(01)   VALUE SPACE.
003370     05  WS-N-CLASS          PIC X(02).
003380     05  WS-N-CHARGE         PIC Z(6)9.99.
003390     05  WS-N-COST           PIC Z(6)9.99.
003400     05  WS-N-MARGIN         PIC -(9)9.99.
003410
003420 01  WS-SECTION-LINE         PIC X(80).
003430
003440 01  WS-COUNT-LINE.
003450     05  WS-C-LABEL          PIC X(24).
003460     05  WS-C-COUNT          PIC Z(7)9.
003470     05  FILLER              PIC X(48)   VALUE SPACES.
003480
003490 PROCEDURE DIVISION.
003500*****************************************************************
003510* 0000-MAINLINE
003520*****************************************************************
003530 0000-MAINLINE.
003540     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003550     SORT SORT-WORK-FILE
003560         ON ASCENDING KEY SRT-MISSING-FLAG
003570         ON ASCENDING KEY SRT-CUSTOMER
003580         ON ASCENDING KEY SRT-CUST-NUMBER
003590         ON ASCENDING KEY SRT-JOB-NUMBER
003600         ON ASCENDING KEY SRT-CLASS
003610         INPUT PROCEDURE IS 2000-BUILD-SORT-INPUT
003620             THRU 2000-EXIT
003630         OUTPUT PROCEDURE IS 5000-PRINT-MARGINS
003640             THRU 5000-EXIT
003650     DISPLAY 'MRGRPT - MONTH ' WS-MARGIN-MONTH
003660         ' PANELS: ' WS-IN-MONTH-COUNT
003670         ' JOBS: ' WS-JOB-COUNT
003680         ' NEGATIVE: ' WS-NEG-JOB-COUNT
003690         ' NO COST: ' WS-NO-COST-COUNT
003700     GOBACK.
003710
003720*-----------------------------------------------------------------
003730* 1000-INITIALIZE - the report month and any basis override off
003740* the MRGCTL card, the STKCMD mode as the default basis, the
003750* standard costs, and (for the sheet basis) the month's
003760* consumption history. With no month on the card, the month is
003770* the one of the latest run date on PNLOUT, found by a first
003780* pass.
003790*-----------------------------------------------------------------
003800 1000-INITIALIZE.
003810     OPEN INPUT MODE-FILE
003820     IF WS-CMD-STATUS = '00'
003830         READ MODE-FILE
003840             NOT AT END
003850                 IF STK-CMD-SHEET-MODE
003860                     MOVE 'Y' TO WS-SHEET-BASIS-SW
003870                 END-IF
003880         END-READ
003890         CLOSE MODE-FILE
003900     END-IF
003910     OPEN INPUT CONTROL-FILE
003920     IF WS-CTL-STATUS = '00'
003930         READ CONTROL-FILE
003940             NOT AT END
003950                 IF CC-MARGIN-MONTH NUMERIC
003960                         AND CC-MARGIN-MONTH > 0
003970                     MOVE CC-MARGIN-MONTH TO WS-MARGIN-MONTH
003980                 END-IF
003990                 IF CC-COST-BASIS = 'S'
004000                     MOVE 'Y' TO WS-SHEET-BASIS-SW
004010                 END-IF
004020                 IF CC-COST-BASIS = 'A'
004030                     MOVE 'N' TO WS-SHEET-BASIS-SW
004040                 END-IF
004050         END-READ
004060         CLOSE CONTROL-FILE
004070     END-IF
004080     OPEN INPUT PANEL-OUT-FILE
004090     IF WS-PNL-STATUS NOT = '00'
004100         DISPLAY 'MRGRPT - PNLOUT OPEN FAILED, STATUS = '
004110             WS-PNL-STATUS
004120         MOVE 12 TO RETURN-CODE
004130         GOBACK
004140     END-IF
004150     IF WS-MARGIN-MONTH = ZERO
004160         PERFORM 2900-READ-PNLOUT THRU 2900-EXIT
004170         PERFORM 1100-CHECK-ONE-DATE THRU 1100-EXIT
004180             UNTIL WS-EOF-YES
004190         MOVE 'N' TO WS-EOF-SW
004200         COMPUTE WS-MARGIN-MONTH = WS-LATEST-DATE / 100
004210     END-IF
004220     CLOSE PANEL-OUT-FILE
004230     IF WS-MARGIN-MONTH = ZERO
004240         DISPLAY 'MRGRPT - NO DATED PNLOUT RECORDS AND NO '
004250             'MRGCTL MONTH - NOTHING TO REPORT'
004260         MOVE 8 TO RETURN-CODE
004270         GOBACK
004280     END-IF
004290     PERFORM 1200-LOAD-COSTS THRU 1200-EXIT
004300     IF WS-SHEET-BASIS
004310         PERFORM 1400-LOAD-HISTORY THRU 1400-EXIT
004320     END-IF
004330     OPEN OUTPUT MARGIN-REPORT-FILE
004340     MOVE WS-MARGIN-MONTH TO WS-H-MONTH
004350     MOVE WS-HEADING1 TO REPORT-LINE
004360     WRITE REPORT-LINE
004370     IF WS-SHEET-BASIS
004380         MOVE 'S - SHARE OF WHOLE SHEETS OPENED (SHTHIS)'
004390             TO WS-B-BASIS
004400     ELSE
004410         MOVE 'A - COMPUTED STOCK AREA (PNLOUT)'
004420             TO WS-B-BASIS
004430     END-IF
004440     MOVE WS-BASIS-LINE TO REPORT-LINE
004450     WRITE REPORT-LINE.
004460 1000-EXIT.
004470     EXIT.
004480
004490 1100-CHECK-ONE-DATE.
004500     IF PNL-OUT-RUN-DATE NUMERIC
004510             AND PNL-OUT-RUN-DATE > WS-LATEST-DATE
004520         MOVE PNL-OUT-RUN-DATE TO WS-LATEST-DATE
004530     END-IF
004540     PERFORM 2900-READ-PNLOUT THRU 2900-EXIT.
004550 1100-EXIT.
004560     EXIT.
004570
004580*-----------------------------------------------------------------
004590* 1200-LOAD-COSTS - every MATCST record into the table. A
004600* missing file leaves every class uncosted, which the counts
004610* and the return code then say.
004620*-----------------------------------------------------------------
004630 1200-LOAD-COSTS.
004640     OPEN INPUT COST-FILE
004650     IF WS-COST-STATUS NOT = '00'
004660         DISPLAY 'MRGRPT - MATCST OPEN FAILED, STATUS = '
004670             WS-COST-STATUS ' - NO STANDARD COSTS LOADED'
004680         GO TO 1200-EXIT
004690     END-IF
004700     PERFORM 1290-READ-COST THRU 1290-EXIT
004710     PERFORM 1250-STORE-COST THRU 1250-EXIT
004720         UNTIL WS-EOF-YES
004730             OR WS-COST-COUNT = 100
004740     IF WS-COST-COUNT = 100 AND NOT WS-EOF-YES
004750         DISPLAY 'MRGRPT - WARNING: COST TABLE FULL AT 100,'
004760             ' REMAINING ENTRIES NOT LOADED'
004770     END-IF
004780     CLOSE COST-FILE
004790     MOVE 'N' TO WS-EOF-SW.
004800 1200-EXIT.
004810     EXIT.
004820
004830 1250-STORE-COST.
004840     ADD 1 TO WS-COST-COUNT
004850     SET CT-IDX TO WS-COST-COUNT
004860     MOVE MAT-CST-SHEET-CLASS TO WS-CST-CLASS (CT-IDX)
004870     MOVE MAT-CST-PER-SQIN TO WS-CST-COST (CT-IDX)
004880     IF MAT-CST-EFF-DATE NUMERIC
004890         MOVE MAT-CST-EFF-DATE TO WS-CST-EFF-DATE (CT-IDX)
004900     ELSE
004910         MOVE ZERO TO WS-CST-EFF-DATE (CT-IDX)
004920     END-IF
004930     PERFORM 1290-READ-COST THRU 1290-EXIT.
004940 1250-EXIT.
004950     EXIT.
004960
004970 1290-READ-COST.
004980     READ COST-FILE
004990         AT END
005000             MOVE 'Y' TO WS-EOF-SW
005010     END-READ.
005020 1290-EXIT.
005030     EXIT.
005040
005050*-----------------------------------------------------------------
005060* 1400-LOAD-HISTORY - the report month's SHTHIS records. A
005070* second record for the same night, plant, and class is a
005080* rerun and replaces the first.
005090*-----------------------------------------------------------------
005100 1400-LOAD-HISTORY.
005110     OPEN INPUT HISTORY-FILE
005120     IF WS-HIS-STATUS NOT = '00'
005130         DISPLAY 'MRGRPT - SHTHIS OPEN FAILED, STATUS = '
005140             WS-HIS-STATUS ' - EVERY PANEL FALLS BACK TO AREA'
005150         GO TO 1400-EXIT
005160     END-IF
005170     PERFORM 1490-READ-HISTORY THRU 1490-EXIT
005180     PERFORM 1450-STORE-HISTORY THRU 1450-EXIT
005190         UNTIL WS-EOF-YES
005200     CLOSE HISTORY-FILE
005210     MOVE 'N' TO WS-EOF-SW.
005220 1400-EXIT.
005230     EXIT.
005240
005250 1450-STORE-HISTORY.
005260     IF SHT-HIS-RUN-DATE NOT NUMERIC
005270         GO TO 1450-NEXT
005280     END-IF
005290     COMPUTE WS-RECORD-MONTH = SHT-HIS-RUN-DATE / 100
005300     IF WS-RECORD-MONTH NOT = WS-MARGIN-MONTH
005310         GO TO 1450-NEXT
005320     END-IF
005330     MOVE 'N' TO WS-FOUND-SW
005340     PERFORM 1460-MATCH-HISTORY THRU 1460-EXIT
005350         VARYING HIS-IDX FROM 1 BY 1
005360         UNTIL HIS-IDX > WS-HIS-COUNT
005370             OR WS-FOUND-YES
005380     IF NOT WS-FOUND-YES
005390         IF WS-HIS-COUNT = 2000
005400             DISPLAY 'MRGRPT - HISTORY TABLE FULL, NIGHT '
005410                 SHT-HIS-RUN-DATE ' CLASS ' SHT-HIS-SHEET-CLASS
005420                 ' NOT LOADED'
005430             GO TO 1450-NEXT
005440         END-IF
005450         ADD 1 TO WS-HIS-COUNT
005460         SET HIS-IDX TO WS-HIS-COUNT
005470         MOVE SHT-HIS-RUN-DATE TO WS-HIS-DATE (HIS-IDX)
005480         MOVE SHT-HIS-PLANT TO WS-HIS-PLANT (HIS-IDX)
005490         MOVE SHT-HIS-SHEET-CLASS TO WS-HIS-CLASS (HIS-IDX)
005500     END-IF
005510     MOVE SHT-HIS-AREA-BASIS TO WS-HIS-AREA-BASIS (HIS-IDX)
005520     MOVE SHT-HIS-SHEET-BASIS TO WS-HIS-SHEET-BASIS (HIS-IDX).
005530 1450-NEXT.
005540     PERFORM 1490-READ-HISTORY THRU 1490-EXIT.
005550 1450-EXIT.
005560     EXIT.
005570
005580 1460-MATCH-HISTORY.
005590     IF WS-HIS-DATE (HIS-IDX) = SHT-HIS-RUN-DATE
005600             AND WS-HIS-PLANT (HIS-IDX) = SHT-HIS-PLANT
005610             AND WS-HIS-CLASS (HIS-IDX) = SHT-HIS-SHEET-CLASS
005620         MOVE 'Y' TO WS-FOUND-SW
005630         SET HIS-IDX DOWN BY 1
005640     END-IF.
005650 1460-EXIT.
005660     EXIT.
005670
005680 1490-READ-HISTORY.
005690     READ HISTORY-FILE
005700         AT END
005710             MOVE 'Y' TO WS-EOF-SW
005720     END-READ.
005730 1490-EXIT.
005740     EXIT.
005750
005760*-----------------------------------------------------------------
005770* 2000-BUILD-SORT-INPUT - one sort record per PNLOUT record of
005780* the report month, costed and joined to its customer. A panel
005790* with no order-master record sorts behind every customer under
005800* its own flag.
005810*-----------------------------------------------------------------
005820 2000-BUILD-SORT-INPUT.
005830     OPEN INPUT PANEL-OUT-FILE
005840     PERFORM 2900-READ-PNLOUT THRU 2900-EXIT
005850     PERFORM 2100-RELEASE-ONE THRU 2100-EXIT
005860         UNTIL WS-EOF-YES
005870     CLOSE PANEL-OUT-FILE.
005880 2000-EXIT.
005890     EXIT.
005900
005910 2100-RELEASE-ONE.
005920     ADD 1 TO WS-READ-COUNT
005930     IF PNL-OUT-RUN-DATE NOT NUMERIC
005940         ADD 1 TO WS-SKIPPED-COUNT
005950         GO TO 2100-NEXT
005960     END-IF
005970     COMPUTE WS-RECORD-MONTH = PNL-OUT-RUN-DATE / 100
005980     IF WS-RECORD-MONTH NOT = WS-MARGIN-MONTH
005990         ADD 1 TO WS-SKIPPED-COUNT
006000         GO TO 2100-NEXT
006010     END-IF
006020     ADD 1 TO WS-IN-MONTH-COUNT
006030     PERFORM 2200-COST-PANEL THRU 2200-EXIT
006040     PERFORM 2400-JOIN-CUSTOMER THRU 2400-EXIT
006050     MOVE PNL-OUT-JOB-NUMBER TO SRT-JOB-NUMBER
006060     MOVE PNL-OUT-MATL-CLASS TO SRT-CLASS
006070     MOVE WS-CONSUMED-AREA TO SRT-CONSUMED-AREA
006080     MOVE PNL-OUT-CHARGE TO SRT-CHARGE
006090     MOVE WS-PANEL-COST TO SRT-COST
006100     RELEASE SORT-RECORD.
006110 2100-NEXT.
006120     PERFORM 2900-READ-PNLOUT THRU 2900-EXIT.
006130 2100-EXIT.
006140     EXIT.
006150
006160*-----------------------------------------------------------------
006170* 2200-COST-PANEL - the material the panel consumed, on the
006180* basis in force, times its class's standard cost on the run
006190* date.
006200*-----------------------------------------------------------------
006210 2200-COST-PANEL.
006220     MOVE SPACE TO SRT-COST-FLAG
006230     MOVE PNL-OUT-RESULT TO WS-CONSUMED-AREA
006240     IF WS-SHEET-BASIS
006250         PERFORM 2300-SHEET-SHARE THRU 2300-EXIT
006260     END-IF
006270     MOVE ZERO TO WS-PANEL-RATE
006280     MOVE ZERO TO WS-BEST-EFF-DATE
006290     MOVE 'N' TO WS-FOUND-SW
006300     PERFORM 2250-MATCH-COST THRU 2250-EXIT
006310         VARYING CT-IDX FROM 1 BY 1
006320         UNTIL CT-IDX > WS-COST-COUNT
006330     IF NOT WS-FOUND-YES
006340         MOVE 'N' TO SRT-COST-FLAG
006350         ADD 1 TO WS-NO-COST-COUNT
006360     END-IF
006370     COMPUTE WS-PANEL-COST ROUNDED =
006380             WS-CONSUMED-AREA * WS-PANEL-RATE
006390         ON SIZE ERROR
006400             MOVE ZERO TO WS-PANEL-COST
006410             MOVE 'N' TO SRT-COST-FLAG
006420             ADD 1 TO WS-NO-COST-COUNT
006430             DISPLAY 'MRGRPT - COST OVERFLOW, JOB '
006440                 PNL-OUT-JOB-NUMBER ' CLASS ' PNL-OUT-MATL-CLASS
006450     END-COMPUTE.
006460 2200-EXIT.
006470     EXIT.
006480
006490 2250-MATCH-COST.
006500     IF WS-CST-CLASS (CT-IDX) = PNL-OUT-MATL-CLASS
006510             AND WS-CST-EFF-DATE (CT-IDX) NOT > PNL-OUT-RUN-DATE
006520         IF NOT WS-FOUND-YES
006530                 OR WS-CST-EFF-DATE (CT-IDX)
006535               NOT < WS-BEST-EFF-DATE
006540             MOVE 'Y' TO WS-FOUND-SW
006550             MOVE WS-CST-EFF-DATE (CT-IDX) TO WS-BEST-EFF-DATE
006560             MOVE WS-CST-COST (CT-IDX) TO WS-PANEL-RATE
006570         END-IF
006580     END-IF.
006590 2250-EXIT.
006600     EXIT.
006610
006620*-----------------------------------------------------------------
006630* 2300-SHEET-SHARE - scales the panel's stock area by the
006640* night's sheet basis over its area basis for the class, every
006650* plant's history footed together. No history for the night
006660* and class leaves the stock area, flagged.
006670*-----------------------------------------------------------------
006680 2300-SHEET-SHARE.
006690     MOVE ZERO TO WS-NIGHT-AREA
006700     MOVE ZERO TO WS-NIGHT-SHEET
006710     PERFORM 2350-FOOT-NIGHT THRU 2350-EXIT
006720         VARYING HIS-IDX FROM 1 BY 1
006730         UNTIL HIS-IDX > WS-HIS-COUNT
006740     IF WS-NIGHT-AREA = ZERO
006750         MOVE 'F' TO SRT-COST-FLAG
006760         ADD 1 TO WS-FALLBACK-COUNT
006770         GO TO 2300-EXIT
006780     END-IF
006790     COMPUTE WS-CONSUMED-AREA ROUNDED =
006800             PNL-OUT-RESULT * WS-NIGHT-SHEET / WS-NIGHT-AREA
006810         ON SIZE ERROR
006820             MOVE PNL-OUT-RESULT TO WS-CONSUMED-AREA
006830             MOVE 'F' TO SRT-COST-FLAG
006840             ADD 1 TO WS-FALLBACK-COUNT
006850     END-COMPUTE.
006860 2300-EXIT.
006870     EXIT.
006880
006890 2350-FOOT-NIGHT.
006900     IF WS-HIS-DATE (HIS-IDX) = PNL-OUT-RUN-DATE
006910             AND WS-HIS-CLASS (HIS-IDX) = PNL-OUT-MATL-CLASS
006920         ADD WS-HIS-AREA-BASIS (HIS-IDX) TO WS-NIGHT-AREA
006930         ADD WS-HIS-SHEET-BASIS (HIS-IDX) TO WS-NIGHT-SHEET
006940     END-IF.
006950 2350-EXIT.
006960     EXIT.
006970
006980*-----------------------------------------------------------------
006990* 2400-JOIN-CUSTOMER - the order master's customer number, and
007000* the customer master's current name for it, so a renamed
007010* customer still foots once. An order older than the customer
007020* master keeps the name it was keyed with.
007030*-----------------------------------------------------------------
007040 2400-JOIN-CUSTOMER.
007050     CALL 'ORDREAD' USING BY CONTENT PNL-OUT-JOB-NUMBER
007060                          BY REFERENCE WS-ORD-CUSTOMER
007070                          BY REFERENCE WS-ORD-CUST-NUMBER
007080                          BY REFERENCE WS-ORD-DUE-DATE
007090                          BY REFERENCE WS-ORD-PRIORITY
007100                          BY REFERENCE WS-ORD-STATUS
007110     END-CALL
007120     IF WS-ORD-STATUS NOT = '00'
007130         MOVE '*' TO SRT-MISSING-FLAG
007140         MOVE '*NO ORDER MASTER*' TO SRT-CUSTOMER
007150         MOVE ZERO TO SRT-CUST-NUMBER
007160         ADD 1 TO WS-NOORD-COUNT
007170         GO TO 2400-EXIT
007180     END-IF
007190     MOVE SPACE TO SRT-MISSING-FLAG
007200     MOVE WS-ORD-CUSTOMER TO SRT-CUSTOMER
007210     MOVE WS-ORD-CUST-NUMBER TO SRT-CUST-NUMBER
007220     IF SRT-CUST-NUMBER = ZERO
007230         GO TO 2400-EXIT
007240     END-IF
007250     CALL 'CSTREAD' USING BY CONTENT SRT-CUST-NUMBER
007260                          BY REFERENCE CST-MST-RECORD
007270                          BY REFERENCE WS-CST-STATUS
007280     END-CALL
007290     IF WS-CST-STATUS = '00'
007300         MOVE CST-MST-NAME TO SRT-CUSTOMER
007310     END-IF.
007320 2400-EXIT.
007330     EXIT.
007340
007350 2900-READ-PNLOUT.
007360     READ PANEL-OUT-FILE
007370         AT END
007380             MOVE 'Y' TO WS-EOF-SW
007390     END-READ.
007400 2900-EXIT.
007410     EXIT.
007420
007430*-----------------------------------------------------------------
007440* 5000-PRINT-MARGINS - control break on customer, and within
007450* it on job and class: one line per job and class, footed per
007460* customer; then the class section, the negative-margin
007470* section, and the control totals.
007480*-----------------------------------------------------------------
007490 5000-PRINT-MARGINS.
007500     PERFORM 5900-RETURN-SORTED THRU 5900-EXIT
007510     PERFORM 5100-PRINT-ONE THRU 5100-EXIT
007520         UNTIL WS-SORT-EOF-YES
007530     IF NOT WS-FIRST-CUST
007540         PERFORM 5400-FOOT-JOB THRU 5400-EXIT
007550         PERFORM 5300-FOOT-CUSTOMER THRU 5300-EXIT
007560     END-IF
007570     PERFORM 6000-PRINT-CLASSES THRU 6000-EXIT
007580     PERFORM 6500-PRINT-NEGATIVES THRU 6500-EXIT
007590     PERFORM 9000-TERMINATE THRU 9000-EXIT.
007600 5000-EXIT.
007610     EXIT.
007620
007630 5100-PRINT-ONE.
007640     IF WS-FIRST-CUST
007650             OR SRT-CUSTOMER NOT = WS-CUR-CUSTOMER
007660             OR SRT-CUST-NUMBER NOT = WS-CUR-CUST-NUMBER
007670         IF NOT WS-FIRST-CUST
007680             PERFORM 5400-FOOT-JOB THRU 5400-EXIT
007690             PERFORM 5300-FOOT-CUSTOMER THRU 5300-EXIT
007700         END-IF
007710         PERFORM 5200-START-CUSTOMER THRU 5200-EXIT
007720         PERFORM 5250-START-JOB THRU 5250-EXIT
007730     ELSE
007740         IF SRT-JOB-NUMBER NOT = WS-CUR-JOB
007750                 OR SRT-CLASS NOT = WS-CUR-CLASS
007760             PERFORM 5400-FOOT-JOB THRU 5400-EXIT
007770             PERFORM 5250-START-JOB THRU 5250-EXIT
007780         END-IF
007790     END-IF
007800     ADD 1 TO WS-JOB-PANELS
007810     ADD SRT-CONSUMED-AREA TO WS-JOB-AREA
007820     ADD SRT-CHARGE TO WS-JOB-CHARGE
007830     ADD SRT-COST TO WS-JOB-COST
007840     IF SRT-COST-FLAG NOT = SPACE
007850         MOVE SRT-COST-FLAG TO WS-JOB-FLAG
007860     END-IF
007870     PERFORM 5900-RETURN-SORTED THRU 5900-EXIT.
007880 5100-EXIT.
007890     EXIT.
007900
007910 5200-START-CUSTOMER.
007920     MOVE 'N' TO WS-FIRST-CUST-SW
007930     MOVE SRT-CUSTOMER TO WS-CUR-CUSTOMER
007940     MOVE SRT-CUST-NUMBER TO WS-CUR-CUST-NUMBER
007950     MOVE ZERO TO WS-CUST-CHARGE
007960     MOVE ZERO TO WS-CUST-COST
007970     MOVE SPACES TO REPORT-LINE
007980     WRITE REPORT-LINE
007990     IF SRT-CUST-NUMBER = ZERO
008000         MOVE SPACES TO WS-CH-CUST-NUMBER
008010     ELSE
008020         MOVE SRT-CUST-NUMBER TO WS-CH-CUST-NUMBER
008030     END-IF
008040     MOVE SRT-CUSTOMER TO WS-CH-CUSTOMER
008050     MOVE WS-CUST-HEADING TO REPORT-LINE
008060     WRITE REPORT-LINE
008070     MOVE WS-COL-HEADING TO REPORT-LINE
008080     WRITE REPORT-LINE.
008090 5200-EXIT.
008100     EXIT.
008110
008120 5250-START-JOB.
008130     MOVE SRT-JOB-NUMBER TO WS-CUR-JOB
008140     MOVE SRT-CLASS TO WS-CUR-CLASS
008150     MOVE ZERO TO WS-JOB-PANELS
008160     MOVE ZERO TO WS-JOB-AREA
008170     MOVE ZERO TO WS-JOB-CHARGE
008180     MOVE ZERO TO WS-JOB-COST
008190     MOVE SPACE TO WS-JOB-FLAG.
008200 5250-EXIT.
008210     EXIT.
008220
008230*-----------------------------------------------------------------
008240* 5300-FOOT-CUSTOMER - the customer's month line; the customer
008250* totals foot the grand totals.
008260*-----------------------------------------------------------------
008270 5300-FOOT-CUSTOMER.
008280     COMPUTE WS-CUST-MARGIN = WS-CUST-CHARGE - WS-CUST-COST
008290     MOVE 'CUSTOMER TOTAL:         ' TO WS-T-LABEL
008300     MOVE WS-CUST-CHARGE TO WS-T-CHARGE
008310     MOVE WS-CUST-COST TO WS-T-COST
008320     MOVE WS-CUST-MARGIN TO WS-T-MARGIN
008330     MOVE WS-TOTAL-LINE TO REPORT-LINE
008340     WRITE REPORT-LINE
008350     ADD WS-CUST-CHARGE TO WS-TOT-CHARGE
008360     ADD WS-CUST-COST TO WS-TOT-COST.
008370 5300-EXIT.
008380     EXIT.
008390
008400*-----------------------------------------------------------------
008410* 5400-FOOT-JOB - the job and class line, footed into the
008420* customer, the class table, and (when it lost money) the
008430* negative-margin table.
008440*-----------------------------------------------------------------
008450 5400-FOOT-JOB.
008460     ADD 1 TO WS-JOB-COUNT
008470     COMPUTE WS-JOB-MARGIN = WS-JOB-CHARGE - WS-JOB-COST
008480     MOVE WS-CUR-JOB TO WS-J-JOB
008490     MOVE WS-CUR-CLASS TO WS-J-CLASS
008500     MOVE WS-JOB-PANELS TO WS-J-PANELS
008510     MOVE WS-JOB-AREA TO WS-J-AREA
008520     MOVE WS-JOB-CHARGE TO WS-J-CHARGE
008530     MOVE WS-JOB-COST TO WS-J-COST
008540     MOVE WS-JOB-MARGIN TO WS-J-MARGIN
008550     MOVE WS-JOB-FLAG TO WS-J-FLAG
008560     MOVE WS-JOB-LINE TO REPORT-LINE
008570     WRITE REPORT-LINE
008580     ADD WS-JOB-CHARGE TO WS-CUST-CHARGE
008590     ADD WS-JOB-COST TO WS-CUST-COST
008600     PERFORM 5500-FOOT-CLASS THRU 5500-EXIT
008610     IF WS-JOB-MARGIN < ZERO
008620         PERFORM 5600-SAVE-NEGATIVE THRU 5600-EXIT
008630     END-IF.
008640 5400-EXIT.
008650     EXIT.
008660
008670 5500-FOOT-CLASS.
008680     MOVE 'N' TO WS-FOUND-SW
008690     PERFORM 5550-MATCH-CLASS THRU 5550-EXIT
008700         VARYING CLS-IDX FROM 1 BY 1
008710         UNTIL CLS-IDX > WS-CLS-COUNT
008720             OR WS-FOUND-YES
008730     IF NOT WS-FOUND-YES
008740         IF WS-CLS-COUNT = 50
008750             DISPLAY 'MRGRPT - CLASS TABLE FULL, CLASS '
008760                 WS-CUR-CLASS ' NOT ON CLASS SECTION'
008770             GO TO 5500-EXIT
008780         END-IF
008790         ADD 1 TO WS-CLS-COUNT
008800         SET CLS-IDX TO WS-CLS-COUNT
008810         MOVE WS-CUR-CLASS TO WS-CLS-CLASS (CLS-IDX)
008820         MOVE ZERO TO WS-CLS-JOBS (CLS-IDX)
008830         MOVE ZERO TO WS-CLS-AREA (CLS-IDX)
008840         MOVE ZERO TO WS-CLS-CHARGE (CLS-IDX)
008850         MOVE ZERO TO WS-CLS-COST (CLS-IDX)
008860     END-IF
008870     ADD 1 TO WS-CLS-JOBS (CLS-IDX)
008880     ADD WS-JOB-AREA TO WS-CLS-AREA (CLS-IDX)
008890     ADD WS-JOB-CHARGE TO WS-CLS-CHARGE (CLS-IDX)
008900     ADD WS-JOB-COST TO WS-CLS-COST (CLS-IDX).
008910 5500-EXIT.
008920     EXIT.
008930
008940 5550-MATCH-CLASS.
008950     IF WS-CLS-CLASS (CLS-IDX) = WS-CUR-CLASS
008960         MOVE 'Y' TO WS-FOUND-SW
008970         SET CLS-IDX DOWN BY 1
008980     END-IF.
008990 5550-EXIT.
009000     EXIT.
009010
009020 5600-SAVE-NEGATIVE.
009030     ADD 1 TO WS-NEG-JOB-COUNT
009040     IF WS-NEG-COUNT = 500
009050         GO TO 5600-EXIT
009060     END-IF
009070     ADD 1 TO WS-NEG-COUNT
009080     SET NEG-IDX TO WS-NEG-COUNT
009090     MOVE WS-CH-CUST-NUMBER TO WS-NEG-CUST-NUMBER (NEG-IDX)
009100     MOVE WS-CUR-CUSTOMER TO WS-NEG-CUSTOMER (NEG-IDX)
009110     MOVE WS-CUR-JOB TO WS-NEG-JOB (NEG-IDX)
009120     MOVE WS-CUR-CLASS TO WS-NEG-CLASS (NEG-IDX)
009130     MOVE WS-JOB-CHARGE TO WS-NEG-CHARGE (NEG-IDX)
009140     MOVE WS-JOB-COST TO WS-NEG-COST (NEG-IDX)
009150     MOVE WS-JOB-MARGIN TO WS-NEG-MARGIN (NEG-IDX).
009160 5600-EXIT.
009170     EXIT.
009180
009190 5900-RETURN-SORTED.
009200     RETURN SORT-WORK-FILE
009210         AT END
009220             MOVE 'Y' TO WS-SORT-EOF-SW
009230     END-RETURN.
009240 5900-EXIT.
009250     EXIT.
009260
009270*-----------------------------------------------------------------
009280* 6000-PRINT-CLASSES - one line per sheet class, in the order
009290* the classes first appeared, and the month's grand total.
009300*-----------------------------------------------------------------
009310 6000-PRINT-CLASSES.
009320     MOVE SPACES TO REPORT-LINE
009330     WRITE REPORT-LINE
009340     MOVE 'MARGIN BY SHEET CLASS' TO WS-SECTION-LINE
009350     MOVE WS-SECTION-LINE TO REPORT-LINE
009360     WRITE REPORT-LINE
009370     MOVE WS-CLASS-HEADING TO REPORT-LINE
009380     WRITE REPORT-LINE
009390     PERFORM 6100-PRINT-CLASS-LINE THRU 6100-EXIT
009400         VARYING CLS-IDX FROM 1 BY 1
009410         UNTIL CLS-IDX > WS-CLS-COUNT
009420     COMPUTE WS-TOT-MARGIN = WS-TOT-CHARGE - WS-TOT-COST
009430     MOVE 'MONTH TOTAL:            ' TO WS-T-LABEL
009440     MOVE WS-TOT-CHARGE TO WS-T-CHARGE
009450     MOVE WS-TOT-COST TO WS-T-COST
009460     MOVE WS-TOT-MARGIN TO WS-T-MARGIN
009470     MOVE WS-TOTAL-LINE TO REPORT-LINE
009480     WRITE REPORT-LINE.
009490 6000-EXIT.
009500     EXIT.
009510
009520 6100-PRINT-CLASS-LINE.
009530     COMPUTE WS-CLS-MARGIN =
009540         WS-CLS-CHARGE (CLS-IDX) - WS-CLS-COST (CLS-IDX)
009550     MOVE WS-CLS-CLASS (CLS-IDX) TO WS-K-CLASS
009560     MOVE WS-CLS-JOBS (CLS-IDX) TO WS-K-JOBS
009570     MOVE WS-CLS-AREA (CLS-IDX) TO WS-K-AREA
009580     MOVE WS-CLS-CHARGE (CLS-IDX) TO WS-K-CHARGE
009590     MOVE WS-CLS-COST (CLS-IDX) TO WS-K-COST
009600     MOVE WS-CLS-MARGIN TO WS-K-MARGIN
009610     MOVE WS-CLASS-LINE TO REPORT-LINE
009620     WRITE REPORT-LINE.
009630 6100-EXIT.
009640     EXIT.
009650
009660*-----------------------------------------------------------------
009670* 6500-PRINT-NEGATIVES - every job and class that cost more
009680* than it was charged.
009690*-----------------------------------------------------------------
009700 6500-PRINT-NEGATIVES.
009710     MOVE SPACES TO REPORT-LINE
009720     WRITE REPORT-LINE
009730     MOVE 'NEGATIVE-MARGIN JOBS' TO WS-SECTION-LINE
009740     MOVE WS-SECTION-LINE TO REPORT-LINE
009750     WRITE REPORT-LINE
009760     IF WS-NEG-COUNT = 0
009770         MOVE '  NONE' TO WS-SECTION-LINE
009780         MOVE WS-SECTION-LINE TO REPORT-LINE
009790         WRITE REPORT-LINE
009800         GO TO 6500-EXIT
009810     END-IF
009820     MOVE WS-NEG-HEADING TO REPORT-LINE
009830     WRITE REPORT-LINE
009840     PERFORM 6600-PRINT-NEGATIVE-LINE THRU 6600-EXIT
009850         VARYING NEG-IDX FROM 1 BY 1
009860         UNTIL NEG-IDX > WS-NEG-COUNT
009870     IF WS-NEG-JOB-COUNT > WS-NEG-COUNT
009880         MOVE '  TABLE FULL AT 500 - COUNT BELOW IS COMPLETE'
009890             TO WS-SECTION-LINE
009900         MOVE WS-SECTION-LINE TO REPORT-LINE
009910         WRITE REPORT-LINE
009920     END-IF.
009930 6500-EXIT.
009940     EXIT.
009950
009960 6600-PRINT-NEGATIVE-LINE.
009970     MOVE WS-NEG-CUST-NUMBER (NEG-IDX) TO WS-N-CUST-NUMBER
009980     MOVE WS-NEG-CUSTOMER (NEG-IDX) TO WS-N-CUSTOMER
009990     MOVE WS-NEG-JOB (NEG-IDX) TO WS-N-JOB
010000     MOVE WS-NEG-CLASS (NEG-IDX) TO WS-N-CLASS
010010     MOVE WS-NEG-CHARGE (NEG-IDX) TO WS-N-CHARGE
010020     MOVE WS-NEG-COST (NEG-IDX) TO WS-N-COST
010030     MOVE WS-NEG-MARGIN (NEG-IDX) TO WS-N-MARGIN
010040     MOVE WS-NEG-LINE TO REPORT-LINE
010050     WRITE REPORT-LINE.
010060 6600-EXIT.
010070     EXIT.
010080
010090*-----------------------------------------------------------------
010100* 9000-TERMINATE - control totals on the back of the report.
010110* Panels with no standard cost, or costed on the stock area
010120* when the sheet basis was asked for, end the run with return
010130* code 4.
010140*-----------------------------------------------------------------
010150 9000-TERMINATE.
010160     MOVE SPACES TO REPORT-LINE
010170     WRITE REPORT-LINE
010180     MOVE 'PNLOUT RECORDS READ:    ' TO WS-C-LABEL
010190     MOVE WS-READ-COUNT TO WS-C-COUNT
010200     MOVE WS-COUNT-LINE TO REPORT-LINE
010210     WRITE REPORT-LINE
010220     MOVE 'PANELS IN MONTH:        ' TO WS-C-LABEL
010230     MOVE WS-IN-MONTH-COUNT TO WS-C-COUNT
010240     MOVE WS-COUNT-LINE TO REPORT-LINE
010250     WRITE REPORT-LINE
010260     MOVE 'OTHER/UNDATED SKIPPED:  ' TO WS-C-LABEL
010270     MOVE WS-SKIPPED-COUNT TO WS-C-COUNT
010280     MOVE WS-COUNT-LINE TO REPORT-LINE
010290     WRITE REPORT-LINE
010300     MOVE 'JOB LINES:              ' TO WS-C-LABEL
010310     MOVE WS-JOB-COUNT TO WS-C-COUNT
010320     MOVE WS-COUNT-LINE TO REPORT-LINE
010330     WRITE REPORT-LINE
010340     MOVE 'NEGATIVE-MARGIN LINES:  ' TO WS-C-LABEL
010350     MOVE WS-NEG-JOB-COUNT TO WS-C-COUNT
010360     MOVE WS-COUNT-LINE TO REPORT-LINE
010370     WRITE REPORT-LINE
010380     MOVE 'PANELS W/O ORDER MASTER:' TO WS-C-LABEL
010390     MOVE WS-NOORD-COUNT TO WS-C-COUNT
010400     MOVE WS-COUNT-LINE TO REPORT-LINE
010410     WRITE REPORT-LINE
010420     MOVE 'PANELS W/O STD COST (N):' TO WS-C-LABEL
010430     MOVE WS-NO-COST-COUNT TO WS-C-COUNT
010440     MOVE WS-COUNT-LINE TO REPORT-LINE
010450     WRITE REPORT-LINE
010460     IF WS-SHEET-BASIS
010470         MOVE 'AREA FALLBACKS (F):     ' TO WS-C-LABEL
010480         MOVE WS-FALLBACK-COUNT TO WS-C-COUNT
010490         MOVE WS-COUNT-LINE TO REPORT-LINE
010500         WRITE REPORT-LINE
010510     END-IF
010520     CLOSE MARGIN-REPORT-FILE
010530     IF WS-NO-COST-COUNT > 0 OR WS-FALLBACK-COUNT > 0
010540         MOVE 4 TO RETURN-CODE
010550     END-IF.
010560 9000-EXIT.
010570     EXIT.
010580
010590 END PROGRAM MRGRPT.
