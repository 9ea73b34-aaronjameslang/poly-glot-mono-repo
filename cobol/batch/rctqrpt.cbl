000010*****************************************************************
000020* PROGRAM-ID : RCTQRPT                                         *
000030* AUTHOR     : M. PRZYBYLSKI, SCHEDULING SYSTEMS               *
000040* INSTALLATION : CUTTING-SHOP SYSTEMS                          *
000050* DATE-WRITTEN : 2026-10-15                                    *
000060*                                                               *
000070* FUNCTION : Monthly saw recut quality-cause report. Reads one  *
000080*   calendar month of the RCTHIS recut history RCTPST files     *
000090*   and prints the recut count and area four ways - by cause,   *
000100*   by sheet class, by plant, and by customer - each against    *
000110*   the area originally computed for the jobs recut, as a       *
000120*   percentage, so the shop can see which class or customer     *
000130*   spec costs the most second sheets.                          *
000140*                                                               *
000150*   A job recut more than once in the month counts its          *
000160*   original area once per line it appears on (once per cause   *
000170*   it was recut for), so the percentage is recut area over     *
000180*   the original area of the jobs behind it.                    *
000190*                                                               *
000200*   RCTCTL card: cols 1-6 report month as YYYYMM. Absent or     *
000210*   zero, the month of the latest recut date on RCTHIS is used. *
000220*****************************************************************
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID. RCTQRPT.
000250 AUTHOR. M. PRZYBYLSKI, SCHEDULING SYSTEMS.
000260 INSTALLATION. CUTTING-SHOP SYSTEMS.
000270 DATE-WRITTEN. 2026-10-15.
000280 DATE-COMPILED.
000290
000300*-----------------------------------------------------------------
000310* MODIFICATION HISTORY
000320* DATE       BY   DESCRIPTION
000330* 2026-10-15 MPR  Initial version.
000340*-----------------------------------------------------------------
000350
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT CONTROL-FILE ASSIGN TO RCTCTL
000400         ORGANIZATION IS SEQUENTIAL
000410         FILE STATUS IS WS-CTL-STATUS.
000420     SELECT RECUT-HISTORY-FILE ASSIGN TO RCTHIS
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS WS-HIS-STATUS.
000450     SELECT QUALITY-REPORT-FILE ASSIGN TO RCTQRPR
000460         ORGANIZATION IS SEQUENTIAL.
000470
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  CONTROL-FILE
000510     RECORDING MODE IS F.
000520 01  CONTROL-RECORD.
000530     05  CC-REPORT-MONTH     PIC 9(06).
000540     05  FILLER              PIC X(74).
000550
000560 FD  RECUT-HISTORY-FILE
000570     RECORDING MODE IS F.
000580     COPY RCTHIS.
000590
000600 FD  QUALITY-REPORT-FILE
000610     RECORDING MODE IS F.
000620 01  REPORT-LINE                 PIC X(80).
000630
000640 WORKING-STORAGE SECTION.
000650*-----------------------------------------------------------------
000660* SWITCHES AND FILE STATUS
000670*-----------------------------------------------------------------
000680 77  WS-EOF-SW           PIC X(01)      VALUE 'N'.
000690     88  WS-EOF-YES                     VALUE 'Y'.
000700 77  WS-FOUND-SW         PIC X(01)      VALUE 'N'.
000710     88  WS-FOUND                       VALUE 'Y'.
000720 77  WS-NEW-JOB-SW       PIC X(01)      VALUE 'N'.
000730     88  WS-NEW-JOB                     VALUE 'Y'.
000740 77  WS-JOB-TRACKED-SW   PIC X(01)      VALUE 'N'.
000750     88  WS-JOB-TRACKED                 VALUE 'Y'.
000760 77  WS-CTL-STATUS       PIC X(02)      VALUE SPACES.
000770 77  WS-HIS-STATUS       PIC X(02)      VALUE SPACES.
000780
000790*-----------------------------------------------------------------
000800* RUN CONTROL AND COUNTERS
000810*-----------------------------------------------------------------
000820 77  WS-REPORT-MONTH     PIC 9(06)      VALUE ZERO.
000830 77  WS-LATEST-DATE      PIC 9(08)      VALUE ZERO.
000840 77  WS-RECORD-MONTH     PIC 9(06)      VALUE ZERO.
000850 77  WS-READ-COUNT       PIC 9(08) COMP VALUE ZERO.
000860 77  WS-IN-MONTH-COUNT   PIC 9(08) COMP VALUE ZERO.
000870 77  WS-SKIPPED-COUNT    PIC 9(08) COMP VALUE ZERO.
000880 77  WS-BAD-CAUSE-COUNT  PIC 9(08) COMP VALUE ZERO.
000890 77  WS-TABLE-FULL-COUNT PIC 9(08) COMP VALUE ZERO.
000900 77  WS-JOB-COUNT        PIC 9(05) COMP VALUE ZERO.
000910 77  WS-CLS-COUNT        PIC 9(03) COMP VALUE ZERO.
000920 77  WS-PLT-COUNT        PIC 9(03) COMP VALUE ZERO.
000930 77  WS-CST-COUNT        PIC 9(03) COMP VALUE ZERO.
000940 77  WS-CAUSE-SUB        PIC 9(01) COMP VALUE ZERO.
000950 77  WS-TOT-RECUTS       PIC 9(08)      VALUE ZERO.
000960 77  WS-TOT-AREA         PIC 9(12)      VALUE ZERO.
000970 77  WS-TOT-ORIG         PIC 9(12)      VALUE ZERO.
000980 77  WS-PCT              PIC 9(05)V9(02) VALUE ZERO.
000990*    the line being printed - filled from whichever table
001000 77  WS-LINE-RECUTS      PIC 9(08)      VALUE ZERO.
001010 77  WS-LINE-AREA        PIC 9(12)      VALUE ZERO.
001020 77  WS-LINE-ORIG        PIC 9(12)      VALUE ZERO.
001030
001040*-----------------------------------------------------------------
001050* CAUSE TABLE - the four recut causes in RCTTRN code order
001060*-----------------------------------------------------------------
001070 01  WS-CAUSE-VALUES.
001080     05  FILLER              PIC X(15)   VALUE 'MMIS-MEASURE'.
001090     05  FILLER              PIC X(15)   VALUE 'BBLADE DRIFT'.
001100     05  FILLER              PIC X(15)   VALUE 'FMATERIAL FLAW'.
001110     05  FILLER              PIC X(15)   VALUE 'SSPEC CHANGE'.
001120 01  WS-CAUSE-NAMES REDEFINES WS-CAUSE-VALUES.
001130     05  WS-CAUSE-NAME-ENTRY OCCURS 4 TIMES.
001140         10  WS-CN-CODE          PIC X(01).
001150         10  WS-CN-NAME          PIC X(14).
001160
001170 01  WS-CAUSE-TABLE.
001180     05  WS-CAU-ENTRY OCCURS 4 TIMES
001190             INDEXED BY CAU-IDX.
001200         10  WS-CAU-RECUTS       PIC 9(08).
001210         10  WS-CAU-AREA         PIC 9(12).
001220         10  WS-CAU-ORIG         PIC 9(12).
001230
001240*-----------------------------------------------------------------
001250* JOB TABLE - every job recut in the month, with the causes it
001260* has already been counted under, so its original area enters
001270* each line only once
001280*-----------------------------------------------------------------
001290 01  WS-JOB-TABLE.
001300     05  WS-JOB-ENTRY OCCURS 5000 TIMES
001310             INDEXED BY JOB-IDX.
001320         10  WS-JB-NUMBER        PIC 9(08).
001330         10  WS-JB-CAUSE-SEEN    PIC X(01) OCCURS 4 TIMES.
001340
001350*-----------------------------------------------------------------
001360* CLASS, PLANT AND CUSTOMER TABLES - first-seen order
001370*-----------------------------------------------------------------
001380 01  WS-CLASS-TABLE.
001390     05  WS-CLS-ENTRY OCCURS 50 TIMES
001400             INDEXED BY CLS-IDX.
001410         10  WS-CLS-CLASS        PIC X(02).
001420         10  WS-CLS-RECUTS       PIC 9(08).
001430         10  WS-CLS-AREA         PIC 9(12).
001440         10  WS-CLS-ORIG         PIC 9(12).
001450
001460 01  WS-PLANT-TABLE.
001470     05  WS-PLT-ENTRY OCCURS 10 TIMES
001480             INDEXED BY PLT-IDX.
001490         10  WS-PLT-PLANT        PIC X(02).
001500         10  WS-PLT-RECUTS       PIC 9(08).
001510         10  WS-PLT-AREA         PIC 9(12).
001520         10  WS-PLT-ORIG         PIC 9(12).
001530
001540 01  WS-CUSTOMER-TABLE.
001550     05  WS-CST-ENTRY OCCURS 500 TIMES
001560             INDEXED BY CST-IDX.
001570         10  WS-CST-NUMBER       PIC 9(08).
001580         10  WS-CST-RECUTS       PIC 9(08).
001590         10  WS-CST-AREA         PIC 9(12).
001600         10  WS-CST-ORIG         PIC 9(12).
001610
001620*-----------------------------------------------------------------
001630* REPORT LINES
001640*-----------------------------------------------------------------
001650 01  WS-HEADING1.
001660     05  FILLER              PIC X(44)   VALUE
001670         'RCTQRPT - SAW RECUT QUALITY-CAUSE REPORT FOR'.
001680     05  FILLER              PIC X(01)   VALUE SPACE.
001690     05  WS-H-MONTH          PIC 9(06).
001700     05  FILLER              PIC X(29)   VALUE SPACES.
001710
001720 01  WS-SECTION-LINE         PIC X(80)   VALUE SPACES.
001730
001740 01  WS-HEADING2.
001750     05  FILLER              PIC X(30)   VALUE
001760         'KEY                    RECUTS '.
001770     05  FILLER              PIC X(34)   VALUE
001780         '  RECUT-AREA    ORIG-AREA      PCT'.
001790     05  FILLER              PIC X(16)   VALUE SPACES.
001800
001810 01  WS-DETAIL-LINE.
001820     05  WS-D-KEY            PIC X(20).
001830     05  FILLER              PIC X(01)   VALUE SPACE.
001840     05  WS-D-RECUTS         PIC Z(07)9.
001850     05  FILLER              PIC X(01)   VALUE SPACE.
001860     05  WS-D-AREA           PIC Z(11)9.
001870     05  FILLER              PIC X(01)   VALUE SPACE.
001880     05  WS-D-ORIG           PIC Z(11)9.
001890     05  FILLER              PIC X(01)   VALUE SPACE.
001900     05  WS-D-PCT            PIC ZZZZ9.99.
001910     05  FILLER              PIC X(16)   VALUE SPACES.
001920
001930 01  WS-KEY-WORK.
001940     05  WS-K-LABEL          PIC X(09).
001950     05  WS-K-VALUE          PIC X(11).
001960
001970 01  WS-COUNT-LINE.
001980     05  WS-C-LABEL          PIC X(24).
001990     05  WS-C-COUNT          PIC Z(11)9.
002000     05  FILLER              PIC X(44)   VALUE SPACES.
002010
002020 PROCEDURE DIVISION.
002030*****************************************************************
002040* 0000-MAINLINE
002050*****************************************************************
002060 0000-MAINLINE.
002070     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002080     OPEN INPUT RECUT-HISTORY-FILE
002090     PERFORM 2900-READ-HISTORY THRU 2900-EXIT
002100     PERFORM 2000-TALLY-ONE THRU 2000-EXIT
002110         UNTIL WS-EOF-YES
002120     CLOSE RECUT-HISTORY-FILE
002130     PERFORM 6000-PRINT-REPORT THRU 6000-EXIT
002140     PERFORM 9000-TERMINATE THRU 9000-EXIT
002150     GOBACK.
002160
002170*-----------------------------------------------------------------
002180* 1000-INITIALIZE - the report month comes off the RCTCTL card;
002190* absent or zero, it is the calendar month of the latest recut
002200* date on RCTHIS, found by a first pass. No month either way
002203* ends the run RC 12 with nothing printed, as an unreadable
002206* RCTHIS does, so no empty report is archived.
002210*-----------------------------------------------------------------
002220 1000-INITIALIZE.
002230     INITIALIZE WS-CAUSE-TABLE
002240     OPEN INPUT CONTROL-FILE
002250     IF WS-CTL-STATUS = '00'
002260         READ CONTROL-FILE
002270             NOT AT END
002280                 IF CC-REPORT-MONTH NUMERIC
002290                         AND CC-REPORT-MONTH > 0
002300                     MOVE CC-REPORT-MONTH TO WS-REPORT-MONTH
002310                 END-IF
002320         END-READ
002330         CLOSE CONTROL-FILE
002340     END-IF
002350     OPEN INPUT RECUT-HISTORY-FILE
002360     IF WS-HIS-STATUS NOT = '00'
002370         DISPLAY 'RCTQRPT - RCTHIS OPEN FAILED, STATUS = '
002380             WS-HIS-STATUS
002390         MOVE 12 TO RETURN-CODE
002400         GOBACK
002410     END-IF
002420     IF WS-REPORT-MONTH = ZERO
002430         PERFORM 2900-READ-HISTORY THRU 2900-EXIT
002440         PERFORM 1100-CHECK-ONE-DATE THRU 1100-EXIT
002450             UNTIL WS-EOF-YES
002460         MOVE 'N' TO WS-EOF-SW
002470         COMPUTE WS-REPORT-MONTH = WS-LATEST-DATE / 100
002480     END-IF
002490     CLOSE RECUT-HISTORY-FILE
002500     IF WS-REPORT-MONTH = ZERO
002510         DISPLAY 'RCTQRPT - NO DATED RCTHIS RECORDS AND NO '
002520             'RCTCTL MONTH - NOTHING TO REPORT'
002530         MOVE 12 TO RETURN-CODE
002540         GOBACK
002550     END-IF.
002560 1000-EXIT.
002570     EXIT.
002580
002590 1100-CHECK-ONE-DATE.
002600     IF RCT-HIS-DATE NUMERIC
002610             AND RCT-HIS-DATE > WS-LATEST-DATE
002620         MOVE RCT-HIS-DATE TO WS-LATEST-DATE
002630     END-IF
002640     PERFORM 2900-READ-HISTORY THRU 2900-EXIT.
002650 1100-EXIT.
002660     EXIT.
002670
002680*-----------------------------------------------------------------
002690* 2000-TALLY-ONE - one recut of the report month into the cause,
002700* class, plant and customer lines. The job's original area goes
002710* onto the class, plant and customer lines the first time the
002720* job is seen, and onto a cause line the first time the job is
002730* seen under that cause.
002740*-----------------------------------------------------------------
002750 2000-TALLY-ONE.
002760     ADD 1 TO WS-READ-COUNT
002770     IF RCT-HIS-DATE NOT NUMERIC
002780         ADD 1 TO WS-SKIPPED-COUNT
002790         GO TO 2000-NEXT
002800     END-IF
002810     COMPUTE WS-RECORD-MONTH = RCT-HIS-DATE / 100
002820     IF WS-RECORD-MONTH NOT = WS-REPORT-MONTH
002830         ADD 1 TO WS-SKIPPED-COUNT
002840         GO TO 2000-NEXT
002850     END-IF
002860     MOVE ZERO TO WS-CAUSE-SUB
002870     PERFORM 2050-MATCH-CAUSE THRU 2050-EXIT
002880         VARYING CAU-IDX FROM 1 BY 1
002890         UNTIL CAU-IDX > 4
002900     IF WS-CAUSE-SUB = ZERO
002910         ADD 1 TO WS-BAD-CAUSE-COUNT
002920         GO TO 2000-NEXT
002930     END-IF
002940     IF RCT-HIS-AREA NOT NUMERIC
002950         MOVE ZERO TO RCT-HIS-AREA
002960     END-IF
002970     IF RCT-HIS-ORIG-AREA NOT NUMERIC
002980         MOVE ZERO TO RCT-HIS-ORIG-AREA
002990     END-IF
003000     IF RCT-HIS-CUST-NUMBER NOT NUMERIC
003010         MOVE ZERO TO RCT-HIS-CUST-NUMBER
003020     END-IF
003030     ADD 1 TO WS-IN-MONTH-COUNT
003040     PERFORM 2100-FIND-JOB THRU 2100-EXIT
003050     ADD 1 TO WS-TOT-RECUTS
003060     ADD RCT-HIS-AREA TO WS-TOT-AREA
003070     IF WS-NEW-JOB
003080         ADD RCT-HIS-ORIG-AREA TO WS-TOT-ORIG
003090     END-IF
003100     PERFORM 2200-TALLY-CAUSE THRU 2200-EXIT
003110     PERFORM 2300-TALLY-CLASS THRU 2300-EXIT
003120     PERFORM 2400-TALLY-PLANT THRU 2400-EXIT
003130     PERFORM 2500-TALLY-CUSTOMER THRU 2500-EXIT.
003140 2000-NEXT.
003150     PERFORM 2900-READ-HISTORY THRU 2900-EXIT.
003160 2000-EXIT.
003170     EXIT.
003180
003190 2050-MATCH-CAUSE.
003200     IF WS-CN-CODE (CAU-IDX) = RCT-HIS-REASON
003210         SET WS-CAUSE-SUB TO CAU-IDX
003220     END-IF.
003230 2050-EXIT.
003240     EXIT.
003250
003260*-----------------------------------------------------------------
003270* 2100-FIND-JOB - the job's entry, added when new. A full table
003280* treats the job as new each time (its original area may then
003290* count more than once) and is counted.
003300*-----------------------------------------------------------------
003310 2100-FIND-JOB.
003320     MOVE 'N' TO WS-FOUND-SW
003330     MOVE 'N' TO WS-NEW-JOB-SW
003340     MOVE 'Y' TO WS-JOB-TRACKED-SW
003350     PERFORM 2110-MATCH-JOB THRU 2110-EXIT
003360         VARYING JOB-IDX FROM 1 BY 1
003370         UNTIL JOB-IDX > WS-JOB-COUNT
003380             OR WS-FOUND
003390     IF WS-FOUND
003400         GO TO 2100-EXIT
003410     END-IF
003420     MOVE 'Y' TO WS-NEW-JOB-SW
003430     IF WS-JOB-COUNT = 5000
003440         MOVE 'N' TO WS-JOB-TRACKED-SW
003450         ADD 1 TO WS-TABLE-FULL-COUNT
003460         GO TO 2100-EXIT
003470     END-IF
003480     ADD 1 TO WS-JOB-COUNT
003490     SET JOB-IDX TO WS-JOB-COUNT
003500     MOVE RCT-HIS-JOB-NUMBER TO WS-JB-NUMBER (JOB-IDX)
003510     MOVE 'N' TO WS-JB-CAUSE-SEEN (JOB-IDX 1)
003520     MOVE 'N' TO WS-JB-CAUSE-SEEN (JOB-IDX 2)
003530     MOVE 'N' TO WS-JB-CAUSE-SEEN (JOB-IDX 3)
003540     MOVE 'N' TO WS-JB-CAUSE-SEEN (JOB-IDX 4).
003550 2100-EXIT.
003560     EXIT.
003570
003580 2110-MATCH-JOB.
003590     IF WS-JB-NUMBER (JOB-IDX) = RCT-HIS-JOB-NUMBER
003600         MOVE 'Y' TO WS-FOUND-SW
003610         SET JOB-IDX DOWN BY 1
003620     END-IF.
003630 2110-EXIT.
003640     EXIT.
003650
003660*-----------------------------------------------------------------
003670* 2200-TALLY-CAUSE - JOB-IDX still names the job's entry unless
003680* the job table was full, when the job is new every time.
003690*-----------------------------------------------------------------
003700 2200-TALLY-CAUSE.
003710     SET CAU-IDX TO WS-CAUSE-SUB
003720     ADD 1 TO WS-CAU-RECUTS (CAU-IDX)
003730     ADD RCT-HIS-AREA TO WS-CAU-AREA (CAU-IDX)
003740     IF NOT WS-JOB-TRACKED
003750         ADD RCT-HIS-ORIG-AREA TO WS-CAU-ORIG (CAU-IDX)
003760         GO TO 2200-EXIT
003770     END-IF
003780     IF WS-JB-CAUSE-SEEN (JOB-IDX WS-CAUSE-SUB) NOT = 'Y'
003790         ADD RCT-HIS-ORIG-AREA TO WS-CAU-ORIG (CAU-IDX)
003800         MOVE 'Y' TO WS-JB-CAUSE-SEEN (JOB-IDX WS-CAUSE-SUB)
003810     END-IF.
003820 2200-EXIT.
003830     EXIT.
003840
003850*-----------------------------------------------------------------
003860* 2300-TALLY-CLASS
003870*-----------------------------------------------------------------
003880 2300-TALLY-CLASS.
003890     MOVE 'N' TO WS-FOUND-SW
003900     PERFORM 2310-MATCH-CLASS THRU 2310-EXIT
003910         VARYING CLS-IDX FROM 1 BY 1
003920         UNTIL CLS-IDX > WS-CLS-COUNT
003930             OR WS-FOUND
003940     IF NOT WS-FOUND
003950         IF WS-CLS-COUNT = 50
003960             ADD 1 TO WS-TABLE-FULL-COUNT
003970             GO TO 2300-EXIT
003980         END-IF
003990         ADD 1 TO WS-CLS-COUNT
004000         SET CLS-IDX TO WS-CLS-COUNT
004010         MOVE RCT-HIS-SHEET-CLASS TO WS-CLS-CLASS (CLS-IDX)
004020         MOVE ZERO TO WS-CLS-RECUTS (CLS-IDX)
004030         MOVE ZERO TO WS-CLS-AREA (CLS-IDX)
004040         MOVE ZERO TO WS-CLS-ORIG (CLS-IDX)
004050     END-IF
004060     ADD 1 TO WS-CLS-RECUTS (CLS-IDX)
004070     ADD RCT-HIS-AREA TO WS-CLS-AREA (CLS-IDX)
004080     IF WS-NEW-JOB
004090         ADD RCT-HIS-ORIG-AREA TO WS-CLS-ORIG (CLS-IDX)
004100     END-IF.
004110 2300-EXIT.
004120     EXIT.
004130
004140 2310-MATCH-CLASS.
004150     IF WS-CLS-CLASS (CLS-IDX) = RCT-HIS-SHEET-CLASS
004160         MOVE 'Y' TO WS-FOUND-SW
004170         SET CLS-IDX DOWN BY 1
004180     END-IF.
004190 2310-EXIT.
004200     EXIT.
004210
004220*-----------------------------------------------------------------
004230* 2400-TALLY-PLANT
004240*-----------------------------------------------------------------
004250 2400-TALLY-PLANT.
004260     MOVE 'N' TO WS-FOUND-SW
004270     PERFORM 2410-MATCH-PLANT THRU 2410-EXIT
004280         VARYING PLT-IDX FROM 1 BY 1
004290         UNTIL PLT-IDX > WS-PLT-COUNT
004300             OR WS-FOUND
004310     IF NOT WS-FOUND
004320         IF WS-PLT-COUNT = 10
004330             ADD 1 TO WS-TABLE-FULL-COUNT
004340             GO TO 2400-EXIT
004350         END-IF
004360         ADD 1 TO WS-PLT-COUNT
004370         SET PLT-IDX TO WS-PLT-COUNT
004380         MOVE RCT-HIS-PLANT TO WS-PLT-PLANT (PLT-IDX)
004390         MOVE ZERO TO WS-PLT-RECUTS (PLT-IDX)
004400         MOVE ZERO TO WS-PLT-AREA (PLT-IDX)
004410         MOVE ZERO TO WS-PLT-ORIG (PLT-IDX)
004420     END-IF
004430     ADD 1 TO WS-PLT-RECUTS (PLT-IDX)
004440     ADD RCT-HIS-AREA TO WS-PLT-AREA (PLT-IDX)
004450     IF WS-NEW-JOB
004460         ADD RCT-HIS-ORIG-AREA TO WS-PLT-ORIG (PLT-IDX)
004470     END-IF.
004480 2400-EXIT.
004490     EXIT.
004500
004510 2410-MATCH-PLANT.
004520     IF WS-PLT-PLANT (PLT-IDX) = RCT-HIS-PLANT
004530         MOVE 'Y' TO WS-FOUND-SW
004540         SET PLT-IDX DOWN BY 1
004550     END-IF.
004560 2410-EXIT.
004570     EXIT.
004580
004590*-----------------------------------------------------------------
004600* 2500-TALLY-CUSTOMER - customer zero is the jobs with no
004610* order-master customer number.
004620*-----------------------------------------------------------------
004630 2500-TALLY-CUSTOMER.
004640     MOVE 'N' TO WS-FOUND-SW
004650     PERFORM 2510-MATCH-CUSTOMER THRU 2510-EXIT
004660         VARYING CST-IDX FROM 1 BY 1
004670         UNTIL CST-IDX > WS-CST-COUNT
004680             OR WS-FOUND
004690     IF NOT WS-FOUND
004700         IF WS-CST-COUNT = 500
004710             ADD 1 TO WS-TABLE-FULL-COUNT
004720             GO TO 2500-EXIT
004730         END-IF
004740         ADD 1 TO WS-CST-COUNT
004750         SET CST-IDX TO WS-CST-COUNT
004760         MOVE RCT-HIS-CUST-NUMBER TO WS-CST-NUMBER (CST-IDX)
004770         MOVE ZERO TO WS-CST-RECUTS (CST-IDX)
004780         MOVE ZERO TO WS-CST-AREA (CST-IDX)
004790         MOVE ZERO TO WS-CST-ORIG (CST-IDX)
004800     END-IF
004810     ADD 1 TO WS-CST-RECUTS (CST-IDX)
004820     ADD RCT-HIS-AREA TO WS-CST-AREA (CST-IDX)
004830     IF WS-NEW-JOB
004840         ADD RCT-HIS-ORIG-AREA TO WS-CST-ORIG (CST-IDX)
004850     END-IF.
004860 2500-EXIT.
004870     EXIT.
004880
004890 2510-MATCH-CUSTOMER.
004900     IF WS-CST-NUMBER (CST-IDX) = RCT-HIS-CUST-NUMBER
004910         MOVE 'Y' TO WS-FOUND-SW
004920         SET CST-IDX DOWN BY 1
004930     END-IF.
004940 2510-EXIT.
004950     EXIT.
004960
004970*-----------------------------------------------------------------
004980* 2900-READ-HISTORY
004990*-----------------------------------------------------------------
005000 2900-READ-HISTORY.
005010     READ RECUT-HISTORY-FILE
005020         AT END
005030             MOVE 'Y' TO WS-EOF-SW
005040     END-READ.
005050 2900-EXIT.
005060     EXIT.
005070
005080*-----------------------------------------------------------------
005090* 6000-PRINT-REPORT - the four sections and the month total.
005100*-----------------------------------------------------------------
005110 6000-PRINT-REPORT.
005120     OPEN OUTPUT QUALITY-REPORT-FILE
005130     MOVE WS-REPORT-MONTH TO WS-H-MONTH
005140     MOVE WS-HEADING1 TO REPORT-LINE
005150     WRITE REPORT-LINE
005160     MOVE 'RECUTS BY CAUSE' TO WS-SECTION-LINE
005170     PERFORM 6800-WRITE-SECTION-HEAD THRU 6800-EXIT
005180     PERFORM 6100-PRINT-CAUSE THRU 6100-EXIT
005190         VARYING CAU-IDX FROM 1 BY 1
005200         UNTIL CAU-IDX > 4
005210     MOVE 'RECUTS BY SHEET CLASS' TO WS-SECTION-LINE
005220     PERFORM 6800-WRITE-SECTION-HEAD THRU 6800-EXIT
005230     PERFORM 6200-PRINT-CLASS THRU 6200-EXIT
005240         VARYING CLS-IDX FROM 1 BY 1
005250         UNTIL CLS-IDX > WS-CLS-COUNT
005260     MOVE 'RECUTS BY PLANT' TO WS-SECTION-LINE
005270     PERFORM 6800-WRITE-SECTION-HEAD THRU 6800-EXIT
005280     PERFORM 6300-PRINT-PLANT THRU 6300-EXIT
005290         VARYING PLT-IDX FROM 1 BY 1
005300         UNTIL PLT-IDX > WS-PLT-COUNT
005310     MOVE 'RECUTS BY CUSTOMER' TO WS-SECTION-LINE
005320     PERFORM 6800-WRITE-SECTION-HEAD THRU 6800-EXIT
005330     PERFORM 6400-PRINT-CUSTOMER THRU 6400-EXIT
005340         VARYING CST-IDX FROM 1 BY 1
005350         UNTIL CST-IDX > WS-CST-COUNT
005360     MOVE SPACES TO REPORT-LINE
005370     WRITE REPORT-LINE
005380     MOVE 'MONTH TOTAL' TO WS-D-KEY
005390     MOVE WS-TOT-RECUTS TO WS-LINE-RECUTS
005400     MOVE WS-TOT-AREA TO WS-LINE-AREA
005410     MOVE WS-TOT-ORIG TO WS-LINE-ORIG
005420     PERFORM 6900-WRITE-DETAIL THRU 6900-EXIT.
005430 6000-EXIT.
005440     EXIT.
005450
005460 6100-PRINT-CAUSE.
005470     MOVE WS-CN-NAME (CAU-IDX) TO WS-D-KEY
005480     MOVE WS-CAU-RECUTS (CAU-IDX) TO WS-LINE-RECUTS
005490     MOVE WS-CAU-AREA (CAU-IDX) TO WS-LINE-AREA
005500     MOVE WS-CAU-ORIG (CAU-IDX) TO WS-LINE-ORIG
005510     PERFORM 6900-WRITE-DETAIL THRU 6900-EXIT.
005520 6100-EXIT.
005530     EXIT.
005540
005550 6200-PRINT-CLASS.
005560     MOVE 'CLASS' TO WS-K-LABEL
005570     MOVE WS-CLS-CLASS (CLS-IDX) TO WS-K-VALUE
005580     MOVE WS-KEY-WORK TO WS-D-KEY
005590     MOVE WS-CLS-RECUTS (CLS-IDX) TO WS-LINE-RECUTS
005600     MOVE WS-CLS-AREA (CLS-IDX) TO WS-LINE-AREA
005610     MOVE WS-CLS-ORIG (CLS-IDX) TO WS-LINE-ORIG
005620     PERFORM 6900-WRITE-DETAIL THRU 6900-EXIT.
005630 6200-EXIT.
005640     EXIT.
005650
005660 6300-PRINT-PLANT.
005670     MOVE 'PLANT' TO WS-K-LABEL
005680     MOVE WS-PLT-PLANT (PLT-IDX) TO WS-K-VALUE
005690     MOVE WS-KEY-WORK TO WS-D-KEY
005700     MOVE WS-PLT-RECUTS (PLT-IDX) TO WS-LINE-RECUTS
005710     MOVE WS-PLT-AREA (PLT-IDX) TO WS-LINE-AREA
005720     MOVE WS-PLT-ORIG (PLT-IDX) TO WS-LINE-ORIG
005730     PERFORM 6900-WRITE-DETAIL THRU 6900-EXIT.
005740 6300-EXIT.
005750     EXIT.
005760
005770 6400-PRINT-CUSTOMER.
005780     IF WS-CST-NUMBER (CST-IDX) = ZERO
005790         MOVE 'NO ORDER MASTER' TO WS-D-KEY
005800     ELSE
005810         MOVE 'CUSTOMER' TO WS-K-LABEL
005820         MOVE WS-CST-NUMBER (CST-IDX) TO WS-K-VALUE
005830         MOVE WS-KEY-WORK TO WS-D-KEY
005840     END-IF
005850     MOVE WS-CST-RECUTS (CST-IDX) TO WS-LINE-RECUTS
005860     MOVE WS-CST-AREA (CST-IDX) TO WS-LINE-AREA
005870     MOVE WS-CST-ORIG (CST-IDX) TO WS-LINE-ORIG
005880     PERFORM 6900-WRITE-DETAIL THRU 6900-EXIT.
005890 6400-EXIT.
005900     EXIT.
005910
005920 6800-WRITE-SECTION-HEAD.
005930     MOVE SPACES TO REPORT-LINE
005940     WRITE REPORT-LINE
005950     MOVE WS-SECTION-LINE TO REPORT-LINE
005960     WRITE REPORT-LINE
005970     MOVE WS-HEADING2 TO REPORT-LINE
005980     WRITE REPORT-LINE.
005990 6800-EXIT.
006000     EXIT.
006010
006020*-----------------------------------------------------------------
006030* 6900-WRITE-DETAIL - the recut area as a percentage of the
006040* original area; a line with no original area behind it shows
006050* the cap.
006060*-----------------------------------------------------------------
006070 6900-WRITE-DETAIL.
006080     IF WS-LINE-ORIG = ZERO
006090         IF WS-LINE-AREA = ZERO
006100             MOVE ZERO TO WS-PCT
006110         ELSE
006120             MOVE 99999.99 TO WS-PCT
006130         END-IF
006140     ELSE
006150         COMPUTE WS-PCT ROUNDED =
006160             (WS-LINE-AREA * 100) / WS-LINE-ORIG
006170             ON SIZE ERROR
006180                 MOVE 99999.99 TO WS-PCT
006190         END-COMPUTE
006200     END-IF
006210     MOVE WS-LINE-RECUTS TO WS-D-RECUTS
006220     MOVE WS-LINE-AREA TO WS-D-AREA
006230     MOVE WS-LINE-ORIG TO WS-D-ORIG
006240     MOVE WS-PCT TO WS-D-PCT
006250     MOVE WS-DETAIL-LINE TO REPORT-LINE
006260     WRITE REPORT-LINE.
006270 6900-EXIT.
006280     EXIT.
006290
006300*-----------------------------------------------------------------
006310* 9000-TERMINATE - control counts; return code 4 when a table
006320* filled and some recuts are missing from a section.
006330*-----------------------------------------------------------------
006340 9000-TERMINATE.
006350     MOVE SPACES TO REPORT-LINE
006360     WRITE REPORT-LINE
006370     MOVE 'RCTHIS RECORDS READ:    ' TO WS-C-LABEL
006380     MOVE WS-READ-COUNT TO WS-C-COUNT
006390     PERFORM 9100-WRITE-COUNT THRU 9100-EXIT
006400     MOVE 'RECUTS IN MONTH:        ' TO WS-C-LABEL
006410     MOVE WS-IN-MONTH-COUNT TO WS-C-COUNT
006420     PERFORM 9100-WRITE-COUNT THRU 9100-EXIT
006430     MOVE 'JOBS RECUT:             ' TO WS-C-LABEL
006440     MOVE WS-JOB-COUNT TO WS-C-COUNT
006450     PERFORM 9100-WRITE-COUNT THRU 9100-EXIT
006460     MOVE 'OTHER-MONTH RECS SKIPPED' TO WS-C-LABEL
006470     MOVE WS-SKIPPED-COUNT TO WS-C-COUNT
006480     PERFORM 9100-WRITE-COUNT THRU 9100-EXIT
006490     MOVE 'UNKNOWN CAUSE SKIPPED:  ' TO WS-C-LABEL
006500     MOVE WS-BAD-CAUSE-COUNT TO WS-C-COUNT
006510     PERFORM 9100-WRITE-COUNT THRU 9100-EXIT
006520     MOVE 'TABLE-FULL OVERFLOWS:   ' TO WS-C-LABEL
006530     MOVE WS-TABLE-FULL-COUNT TO WS-C-COUNT
006540     PERFORM 9100-WRITE-COUNT THRU 9100-EXIT
006550     CLOSE QUALITY-REPORT-FILE
006560     IF WS-TABLE-FULL-COUNT > 0
006570         MOVE 4 TO RETURN-CODE
006580     END-IF
006590     DISPLAY 'RCTQRPT - MONTH ' WS-REPORT-MONTH
006600         ' RECUTS: ' WS-IN-MONTH-COUNT
006610         ' JOBS: ' WS-JOB-COUNT.
006620 9000-EXIT.
006630     EXIT.
006640
006650 9100-WRITE-COUNT.
006660     MOVE WS-COUNT-LINE TO REPORT-LINE
006670     WRITE REPORT-LINE.
006680 9100-EXIT.
006690     EXIT.
006700
006710 END PROGRAM RCTQRPT.
