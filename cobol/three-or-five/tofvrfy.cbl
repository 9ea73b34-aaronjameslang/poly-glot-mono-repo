000010*****************************************************************
000020* PROGRAM-ID : TOFVRFY                                         *
000030* AUTHOR     : M. PRZYBYLSKI, SCHEDULING SYSTEMS               *
000040* INSTALLATION : CUTTING-SHOP SYSTEMS                          *
000050* DATE-WRITTEN : 2026-10-15                                    *
000060*                                                               *
000070* FUNCTION : Nightly independent check of the three-or-five    *
000080*   day-flag totals. SOLUTION's 3000-CLOSED-FORM-SUM builds     *
000090*   RESULT by inclusion-exclusion over the DIVTBL subsets, and  *
000100*   that RESULT is what bills special handling - a divisor      *
000110*   change that broke the LCM or the subset logic would        *
000120*   otherwise first be noticed by a customer. This program      *
000130*   recomputes RESULT the slow way - every whole number from 1  *
000140*   to N-1 tried one by one against the DIVTBL divisors in      *
000150*   effect for the business date, and summed - and compares it  *
000160*   with what was recorded:                                     *
000170*                                                               *
000180*   - TOFHIST - every PARM-th record of the night (default     *
000190*     every tenth), N and RESULT straight off the record;       *
000200*   - BCHOUT - every PARM-th job of the night, the day flag     *
000210*     against the N on the job's JOBSTG staged record (a        *
000220*     resubmitted 'R' line carries an N from an earlier night   *
000230*     and is counted, not checked);                             *
000240*   - edge cases - the largest N whose total still fits the     *
000250*     8-digit RESULT under tonight's divisors, found the slow   *
000260*     way, and the two N either side of it, run through         *
000270*     SOLUTION itself; past the limit SOLUTION must reject the  *
000280*     N (RESULT zero) rather than wrap.                         *
000290*                                                               *
000300*   A recorded zero for an N above 1 - an overflow reject - is  *
000310*   always checked, sampled or not. Once the running sum passes *
000320*   the RESULT limit the slow way stops and expects the zero    *
000330*   SOLUTION answers an overflow with.                          *
000340*                                                               *
000350*   Every mismatch prints on TOFVRPT and the run ends with      *
000360*   return code 8, so the nightly stream holds the day's        *
000370*   figures. RC=4 means TOFHIST could not be read and only      *
000380*   BCHOUT and the edge cases were checked; RC=12 means BCHOUT  *
000390*   or JOBSTG could not be opened and nothing was proven.       *
000400*****************************************************************
000410 IDENTIFICATION DIVISION.
000420 PROGRAM-ID. TOFVRFY.
000430 AUTHOR. M. PRZYBYLSKI, SCHEDULING SYSTEMS.
000440 INSTALLATION. CUTTING-SHOP SYSTEMS.
000450 DATE-WRITTEN. 2026-10-15.
000460 DATE-COMPILED.
000470
000480*-----------------------------------------------------------------
000490* MODIFICATION HISTORY
000500* DATE       BY   DESCRIPTION
000510* 2026-10-15 MPR  Initial version.
000520*-----------------------------------------------------------------
000530
000540 ENVIRONMENT DIVISION.
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570     SELECT DIVISOR-FILE ASSIGN TO DIVTBL
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS WS-DIV-STATUS.
000600     SELECT HISTORY-FILE ASSIGN TO TOFHIST
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS SEQUENTIAL
000630         RECORD KEY IS TOF-HIST-KEY
000640         FILE STATUS IS WS-HIST-STATUS.
000650     SELECT STAGED-JOB-FILE ASSIGN TO BCHSTG
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS WS-STG-STATUS.
000680     SELECT REPORT-IN-FILE ASSIGN TO BCHOUT
000690         ORGANIZATION IS SEQUENTIAL
000700         FILE STATUS IS WS-OUT-STATUS.
000710     SELECT VERIFY-REPORT-FILE ASSIGN TO TOFVRPT
000720         ORGANIZATION IS SEQUENTIAL.
000730
000740 DATA DIVISION.
000750 FILE SECTION.
000760 FD  DIVISOR-FILE
000770     RECORDING MODE IS F.
000780     COPY DIVTAB.
000790
000800 FD  HISTORY-FILE.
000810     COPY TOFHIST.
000820
000830 FD  STAGED-JOB-FILE
000840     RECORDING MODE IS F.
000850     COPY BCHJOB.
000860
000870 FD  REPORT-IN-FILE
000880     RECORDING MODE IS F.
000890     COPY BCHOUT.
000900
000910 FD  VERIFY-REPORT-FILE
000920     RECORDING MODE IS F.
000930 01  REPORT-LINE                 PIC X(80).
000940
000950 WORKING-STORAGE SECTION.
000960*-----------------------------------------------------------------
000970* SWITCHES
000980*-----------------------------------------------------------------
000990 77  WS-DIV-EOF-SW       PIC X(01)      VALUE 'N'.
001000     88  WS-DIV-EOF-YES                 VALUE 'Y'.
001010 77  WS-HIST-EOF-SW      PIC X(01)      VALUE 'N'.
001020     88  WS-HIST-EOF-YES                VALUE 'Y'.
001030 77  WS-STG-EOF-SW       PIC X(01)      VALUE 'N'.
001040     88  WS-STG-EOF-YES                 VALUE 'Y'.
001050 77  WS-OUT-EOF-SW       PIC X(01)      VALUE 'N'.
001060     88  WS-OUT-EOF-YES                 VALUE 'Y'.
001070 77  WS-HIT-SW           PIC X(01)      VALUE 'N'.
001080     88  WS-HIT                         VALUE 'Y'.
001090 77  WS-OVERFLOW-SW      PIC X(01)      VALUE 'N'.
001100     88  WS-OVERFLOW                    VALUE 'Y'.
001110 77  WS-HIST-MISSING-SW  PIC X(01)      VALUE 'N'.
001120     88  WS-HIST-MISSING                VALUE 'Y'.
001130 77  WS-OUT-MISSING-SW   PIC X(01)      VALUE 'N'.
001140     88  WS-OUT-MISSING                 VALUE 'Y'.
001150
001160*-----------------------------------------------------------------
001170* FILE STATUS
001180*-----------------------------------------------------------------
001190 77  WS-DIV-STATUS       PIC X(02)      VALUE SPACES.
001200 77  WS-HIST-STATUS      PIC X(02)      VALUE SPACES.
001210 77  WS-STG-STATUS       PIC X(02)      VALUE SPACES.
001220 77  WS-OUT-STATUS       PIC X(02)      VALUE SPACES.
001230
001240*-----------------------------------------------------------------
001250* RUN DATE AND SAMPLE INTERVAL - the PARM's first four
001260* positions give the interval; blank, zero or non-numeric is
001270* every tenth record.
001280*-----------------------------------------------------------------
001290 77  WS-RUN-DATE         PIC 9(08)      VALUE ZERO.
001300 77  WS-RUN-STAMP        PIC X(80)      VALUE SPACES.
001310 77  WS-BUSD-STATUS      PIC X(02)      VALUE SPACES.
001320 77  WS-SAMPLE-EVERY     PIC 9(04)      VALUE 10.
001330 77  WS-HIST-SKIP        PIC 9(04) COMP VALUE ZERO.
001340 77  WS-OUT-SKIP         PIC 9(04) COMP VALUE ZERO.
001350
001360*-----------------------------------------------------------------
001370* DIVISOR TABLE - the DIVTBL entries in effect for the run date.
001380* The dating rule and the 3/5 fallback mirror SOLUTION's own
001390* 1200-STORE-DIVISOR, so both sides answer under one rule.
001400*-----------------------------------------------------------------
001410 77  WS-DIV-COUNT        PIC 9(02) COMP VALUE ZERO.
001420 01  WS-DIV-TABLE.
001430     05  WS-DIV-ENTRY OCCURS 10 TIMES
001440             INDEXED BY DIV-IDX.
001450         10  WS-DIV-VALUE    PIC 9(02).
001460
001470*-----------------------------------------------------------------
001480* EDGE CASES - offsets from the largest N whose total fits in
001490* RESULT. Zero and below must match the slow sum; above it
001500* SOLUTION must have rejected the N.
001510*-----------------------------------------------------------------
001520 01  WS-EDGE-OFFSET-VALUES.
001530     05  FILLER              PIC S9(01)  VALUE -2.
001540     05  FILLER              PIC S9(01)  VALUE -1.
001550     05  FILLER              PIC S9(01)  VALUE 0.
001560     05  FILLER              PIC S9(01)  VALUE +1.
001570     05  FILLER              PIC S9(01)  VALUE +2.
001580 01  WS-EDGE-OFFSET-TABLE REDEFINES WS-EDGE-OFFSET-VALUES.
001590     05  WS-EDGE-OFFSET      PIC S9(01)
001600             OCCURS 5 TIMES INDEXED BY EDG-IDX.
001610 77  WS-LIMIT-N          PIC 9(08)      VALUE ZERO.
001620
001630*-----------------------------------------------------------------
001640* ONE CHECK - the caller fills the source, date, job, N and the
001650* recorded RESULT; 6000-VERIFY-ONE fills the slow answer.
001660*-----------------------------------------------------------------
001670 77  WS-V-SOURCE         PIC X(07)      VALUE SPACES.
001680 77  WS-V-DATE           PIC 9(08)      VALUE ZERO.
001690 77  WS-V-JOB            PIC X(08)      VALUE SPACES.
001700 77  WS-V-RECORDED       PIC 9(08)      VALUE ZERO.
001710 77  WS-V-EXPECTED       PIC 9(08)      VALUE ZERO.
001720 77  WS-V-PRINT-SW       PIC X(01)      VALUE 'N'.
001730     88  WS-V-PRINT-ALL                 VALUE 'Y'.
001740
001750*-----------------------------------------------------------------
001760* SOLUTION LINKAGE WORK FIELDS
001770*-----------------------------------------------------------------
001780 01  WS-N                PIC S9(08)     VALUE ZERO.
001790 01  WS-RESULT           PIC 9(08)      VALUE ZERO.
001800
001810*-----------------------------------------------------------------
001820* SLOW-SUM WORK FIELDS - the sum is carried wider than RESULT
001830* so the step that passes the limit is seen, not truncated.
001840*-----------------------------------------------------------------
001850 77  WS-BF-I             PIC S9(08)     VALUE ZERO.
001860 77  WS-BF-SUM           PIC 9(10)      VALUE ZERO.
001870 77  WS-BF-QUOT          PIC 9(08)      VALUE ZERO.
001880 77  WS-BF-REM           PIC 9(02)      VALUE ZERO.
001890 77  WS-RESULT-LIMIT     PIC 9(08)      VALUE 99999999.
001900
001910*-----------------------------------------------------------------
001920* COUNTERS
001930*-----------------------------------------------------------------
001940 77  WS-HIST-READ-COUNT  PIC 9(08) COMP VALUE ZERO.
001950 77  WS-HIST-CHECK-COUNT PIC 9(08) COMP VALUE ZERO.
001960 77  WS-OUT-READ-COUNT   PIC 9(08) COMP VALUE ZERO.
001970 77  WS-OUT-CHECK-COUNT  PIC 9(08) COMP VALUE ZERO.
001980 77  WS-RESUB-COUNT      PIC 9(08) COMP VALUE ZERO.
001990 77  WS-NO-STAGED-COUNT  PIC 9(08) COMP VALUE ZERO.
002000 77  WS-EDGE-CHECK-COUNT PIC 9(08) COMP VALUE ZERO.
002010 77  WS-MISMATCH-COUNT   PIC 9(08) COMP VALUE ZERO.
002020
002030*-----------------------------------------------------------------
002040* REPORT LINES
002050*-----------------------------------------------------------------
002060 01  WS-HEADING1.
002070     05  FILLER              PIC X(80)   VALUE
002080         'TOFVRFY - THREE-OR-FIVE RESULTS, CLOSED FORM VS SLOW'.
002090 01  WS-HEADING2.
002100     05  FILLER              PIC X(34)   VALUE
002110         'SOURCE  RUN-DATE      JOB        N'.
002120     05  FILLER              PIC X(46)   VALUE
002130         ' RECORDED     SLOW  NOTE'.
002140
002150 01  WS-DIVISOR-LINE.
002160     05  FILLER              PIC X(20)   VALUE
002170         'DIVISORS IN EFFECT: '.
002180     05  WS-L-DIVISOR        PIC ZZ9 BLANK WHEN ZERO
002190             OCCURS 10 TIMES.
002200     05  FILLER              PIC X(30)   VALUE SPACES.
002210
002220 01  WS-LIMIT-LINE.
002230     05  FILLER              PIC X(30)   VALUE
002240         'LARGEST N WITHIN RESULT LIMIT:'.
002250     05  WS-L-LIMIT          PIC Z(7)9.
002260     05  FILLER              PIC X(42)   VALUE SPACES.
002270
002280 01  WS-DETAIL-LINE.
002290     05  WS-D-SOURCE         PIC X(07).
002300     05  FILLER              PIC X(01)   VALUE SPACE.
002310     05  WS-D-DATE           PIC 9(08).
002320     05  FILLER              PIC X(01)   VALUE SPACE.
002330     05  WS-D-JOB            PIC X(08).
002340     05  FILLER              PIC X(01)   VALUE SPACE.
002350     05  WS-D-N              PIC -(7)9.
002360     05  FILLER              PIC X(01)   VALUE SPACE.
002370     05  WS-D-RECORDED       PIC Z(7)9.
002380     05  FILLER              PIC X(01)   VALUE SPACE.
002390     05  WS-D-EXPECTED       PIC Z(7)9.
002400     05  FILLER              PIC X(02)   VALUE SPACES.
002410     05  WS-D-NOTE           PIC X(08).
002420     05  FILLER              PIC X(18)   VALUE SPACES.
002430
002440 01  WS-MESSAGE-LINE.
002450     05  FILLER              PIC X(04)   VALUE '*** '.
002460     05  WS-M-TEXT           PIC X(76).
002470
002480 01  WS-COUNT-LINE.
002490     05  WS-C-LABEL          PIC X(28).
002500     05  WS-C-COUNT          PIC Z(7)9.
002510     05  FILLER              PIC X(44)   VALUE SPACES.
002520
002530 LINKAGE SECTION.
002540 01  PARM-AREA.
002550     05  PARM-LENGTH         PIC 9(04) COMP.
002560     05  PARM-SAMPLE         PIC X(04).
002570     05  PARM-SAMPLE-N REDEFINES PARM-SAMPLE
002580                             PIC 9(04).
002590
002600 PROCEDURE DIVISION USING PARM-AREA.
002610*****************************************************************
002620* 0000-MAINLINE
002630*****************************************************************
002640 0000-MAINLINE.
002650     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002660     PERFORM 2000-CHECK-HISTORY THRU 2000-EXIT
002670     PERFORM 3000-CHECK-BCHOUT THRU 3000-EXIT
002680     PERFORM 4000-CHECK-EDGE-CASES THRU 4000-EXIT
002690     PERFORM 9000-TERMINATE THRU 9000-EXIT
002700     GOBACK.
002710
002720*-----------------------------------------------------------------
002730* 1000-INITIALIZE - the business date, the sample interval and
002740* tonight's divisors, all printed at the head of the report.
002750*-----------------------------------------------------------------
002760 1000-INITIALIZE.
002770     CALL 'BUSDRD' USING BY REFERENCE WS-RUN-DATE
002780                         BY REFERENCE WS-RUN-STAMP
002790                         BY REFERENCE WS-BUSD-STATUS
002800     END-CALL
002810     IF WS-BUSD-STATUS NOT = '00'
002820         DISPLAY 'TOFVRFY - BUSDTE NOT AVAILABLE, STATUS = '
002830             WS-BUSD-STATUS ' - RUNNING UNDER THE MACHINE DATE'
002840     END-IF
002850     IF PARM-LENGTH NOT < 4 AND PARM-SAMPLE-N NUMERIC
002860             AND PARM-SAMPLE-N > 0
002870         MOVE PARM-SAMPLE-N TO WS-SAMPLE-EVERY
002880     END-IF
002890     PERFORM 1100-LOAD-DIVISORS THRU 1100-EXIT
002900     OPEN OUTPUT VERIFY-REPORT-FILE
002910     MOVE WS-HEADING1 TO REPORT-LINE
002920     WRITE REPORT-LINE
002930     MOVE WS-RUN-STAMP TO REPORT-LINE
002940     WRITE REPORT-LINE
002950     PERFORM 1500-LIST-DIVISOR THRU 1500-EXIT
002960         VARYING DIV-IDX FROM 1 BY 1
002970         UNTIL DIV-IDX > 10
002980     MOVE WS-DIVISOR-LINE TO REPORT-LINE
002990     WRITE REPORT-LINE
003000     MOVE WS-HEADING2 TO REPORT-LINE
003010     WRITE REPORT-LINE.
003020 1000-EXIT.
003030     EXIT.
003040
003050*-----------------------------------------------------------------
003060* 1100-LOAD-DIVISORS - the DIVTBL divisors in effect for the
003070* run date; an absent or empty table is the standard 3/5 rule,
003080* the same fallback SOLUTION applies.
003090*-----------------------------------------------------------------
003100 1100-LOAD-DIVISORS.
003110     OPEN INPUT DIVISOR-FILE
003120     IF WS-DIV-STATUS NOT = '00'
003130         PERFORM 1900-DEFAULT-DIVISORS THRU 1900-EXIT
003140         GO TO 1100-EXIT
003150     END-IF
003160     PERFORM 1300-READ-DIVISOR THRU 1300-EXIT
003170     PERFORM 1200-STORE-DIVISOR THRU 1200-EXIT
003180         UNTIL WS-DIV-EOF-YES
003190             OR WS-DIV-COUNT = 10
003200     CLOSE DIVISOR-FILE
003210     IF WS-DIV-COUNT = 0
003220         PERFORM 1900-DEFAULT-DIVISORS THRU 1900-EXIT
003230     END-IF.
003240 1100-EXIT.
003250     EXIT.
003260
003270 1200-STORE-DIVISOR.
003280     IF DV-DIVISOR NOT = 0
003290             AND (DV-EFF-FROM-DATE NOT NUMERIC
003300                 OR DV-EFF-FROM-DATE NOT > WS-RUN-DATE)
003310             AND (DV-RETIRE-DATE NOT NUMERIC
003320                 OR DV-RETIRE-DATE = ZERO
003330                 OR DV-RETIRE-DATE > WS-RUN-DATE)
003340         ADD 1 TO WS-DIV-COUNT
003350         SET DIV-IDX TO WS-DIV-COUNT
003360         MOVE DV-DIVISOR TO WS-DIV-VALUE (DIV-IDX)
003370     END-IF
003380     PERFORM 1300-READ-DIVISOR THRU 1300-EXIT.
003390 1200-EXIT.
003400     EXIT.
003410
003420 1300-READ-DIVISOR.
003430     READ DIVISOR-FILE
003440         AT END
003450             MOVE 'Y' TO WS-DIV-EOF-SW
003460     END-READ.
003470 1300-EXIT.
003480     EXIT.
003490
003500 1500-LIST-DIVISOR.
003510     IF DIV-IDX > WS-DIV-COUNT
003520         MOVE ZERO TO WS-L-DIVISOR (DIV-IDX)
003530     ELSE
003540         MOVE WS-DIV-VALUE (DIV-IDX) TO WS-L-DIVISOR (DIV-IDX)
003550     END-IF.
003560 1500-EXIT.
003570     EXIT.
003580
003590 1900-DEFAULT-DIVISORS.
003600     MOVE 2 TO WS-DIV-COUNT
003610     MOVE 3 TO WS-DIV-VALUE (1)
003620     MOVE 5 TO WS-DIV-VALUE (2).
003630 1900-EXIT.
003640     EXIT.
003650
003660*-----------------------------------------------------------------
003670* 2000-CHECK-HISTORY - tonight's TOFHIST records, sampled. A
003680* history file that cannot be opened is reported and the run
003690* goes on to BCHOUT; it ends RC=4 unless something worse shows.
003700*-----------------------------------------------------------------
003710 2000-CHECK-HISTORY.
003720     OPEN INPUT HISTORY-FILE
003730     IF WS-HIST-STATUS NOT = '00'
003740         MOVE 'Y' TO WS-HIST-MISSING-SW
003750         MOVE SPACES TO WS-M-TEXT
003760         STRING 'TOFHIST NOT AVAILABLE, STATUS ' WS-HIST-STATUS
003770             ' - HISTORY NOT CHECKED' DELIMITED BY SIZE
003780             INTO WS-M-TEXT
003790         MOVE WS-MESSAGE-LINE TO REPORT-LINE
003800         WRITE REPORT-LINE
003810         GO TO 2000-EXIT
003820     END-IF
003830     PERFORM 2900-READ-HISTORY THRU 2900-EXIT
003840     PERFORM 2100-CHECK-HIST-RECORD THRU 2100-EXIT
003850         UNTIL WS-HIST-EOF-YES
003860     CLOSE HISTORY-FILE.
003870 2000-EXIT.
003880     EXIT.
003890
003900 2100-CHECK-HIST-RECORD.
003910     IF TOF-RUN-DATE NOT = WS-RUN-DATE
003920         PERFORM 2900-READ-HISTORY THRU 2900-EXIT
003930         GO TO 2100-EXIT
003940     END-IF
003950     ADD 1 TO WS-HIST-READ-COUNT
003960     IF WS-HIST-SKIP > 0
003970             AND NOT (TOF-HIST-RESULT = 0 AND TOF-HIST-N > 1)
003980         SUBTRACT 1 FROM WS-HIST-SKIP
003990         PERFORM 2900-READ-HISTORY THRU 2900-EXIT
004000         GO TO 2100-EXIT
004010     END-IF
004020     COMPUTE WS-HIST-SKIP = WS-SAMPLE-EVERY - 1
004030     ADD 1 TO WS-HIST-CHECK-COUNT
004040     MOVE 'TOFHIST' TO WS-V-SOURCE
004050     MOVE TOF-RUN-DATE TO WS-V-DATE
004060     MOVE SPACES TO WS-V-JOB
004070     MOVE TOF-HIST-N TO WS-N
004080     MOVE TOF-HIST-RESULT TO WS-V-RECORDED
004090     MOVE 'N' TO WS-V-PRINT-SW
004100     PERFORM 6000-VERIFY-ONE THRU 6000-EXIT.
004110     PERFORM 2900-READ-HISTORY THRU 2900-EXIT.
004120 2100-EXIT.
004130     EXIT.
004140
004150 2900-READ-HISTORY.
004160     READ HISTORY-FILE NEXT RECORD
004170         AT END
004180             MOVE 'Y' TO WS-HIST-EOF-SW
004190     END-READ.
004200 2900-EXIT.
004210     EXIT.
004220
004230*-----------------------------------------------------------------
004240* 3000-CHECK-BCHOUT - tonight's BCHOUT lines matched to their
004250* JOBSTG staged records for N. Both run in ascending job
004260* number (BCHEDIT refuses anything else, and BCHCTL writes in
004270* the order it reads), so one forward pass over each is enough.
004280* Either file missing ends the run RC=12 - the day flags
004290* cannot be proven.
004300*-----------------------------------------------------------------
004310 3000-CHECK-BCHOUT.
004320     OPEN INPUT REPORT-IN-FILE
004330     IF WS-OUT-STATUS NOT = '00'
004340         MOVE 'Y' TO WS-OUT-MISSING-SW
004350         MOVE SPACES TO WS-M-TEXT
004360         STRING 'BCHOUT NOT AVAILABLE, STATUS ' WS-OUT-STATUS
004370             ' - DAY FLAGS NOT CHECKED' DELIMITED BY SIZE
004380             INTO WS-M-TEXT
004390         MOVE WS-MESSAGE-LINE TO REPORT-LINE
004400         WRITE REPORT-LINE
004410         GO TO 3000-EXIT
004420     END-IF
004430     OPEN INPUT STAGED-JOB-FILE
004440     IF WS-STG-STATUS NOT = '00'
004450         MOVE 'Y' TO WS-OUT-MISSING-SW
004460         MOVE SPACES TO WS-M-TEXT
004470         STRING 'JOBSTG NOT AVAILABLE, STATUS ' WS-STG-STATUS
004480             ' - DAY FLAGS NOT CHECKED' DELIMITED BY SIZE
004490             INTO WS-M-TEXT
004500         MOVE WS-MESSAGE-LINE TO REPORT-LINE
004510         WRITE REPORT-LINE
004520         CLOSE REPORT-IN-FILE
004530         GO TO 3000-EXIT
004540     END-IF
004550     PERFORM 3800-READ-STAGED THRU 3800-EXIT
004560     PERFORM 3900-READ-BCHOUT THRU 3900-EXIT
004570     PERFORM 3100-CHECK-OUT-RECORD THRU 3100-EXIT
004580         UNTIL WS-OUT-EOF-YES
004590     CLOSE STAGED-JOB-FILE
004600     CLOSE REPORT-IN-FILE.
004610 3000-EXIT.
004620     EXIT.
004630
004640*-----------------------------------------------------------------
004650* 3100-CHECK-OUT-RECORD - earlier nights on the accumulated file
004660* are passed over; a resubmission is counted; a line with no
004670* staged job is printed but is not a mismatch.
004680*-----------------------------------------------------------------
004690 3100-CHECK-OUT-RECORD.
004700     IF BCH-OUT-RUN-DATE NOT NUMERIC
004710             OR BCH-OUT-RUN-DATE NOT = WS-RUN-DATE
004720         PERFORM 3900-READ-BCHOUT THRU 3900-EXIT
004730         GO TO 3100-EXIT
004740     END-IF
004750     ADD 1 TO WS-OUT-READ-COUNT
004760     IF BCH-OUT-RESUBMITTED
004770         ADD 1 TO WS-RESUB-COUNT
004780         PERFORM 3900-READ-BCHOUT THRU 3900-EXIT
004790         GO TO 3100-EXIT
004800     END-IF
004810     PERFORM 3800-READ-STAGED THRU 3800-EXIT
004820         UNTIL WS-STG-EOF-YES
004830             OR BCH-JOB-NUMBER NOT < BCH-OUT-JOB-NUMBER
004840     IF WS-STG-EOF-YES
004850             OR BCH-JOB-NUMBER NOT = BCH-OUT-JOB-NUMBER
004860         PERFORM 3200-REPORT-NO-STAGED THRU 3200-EXIT
004870         PERFORM 3900-READ-BCHOUT THRU 3900-EXIT
004880         GO TO 3100-EXIT
004890     END-IF
004900     IF WS-OUT-SKIP > 0
004910             AND NOT (BCH-OUT-DAY-FLAG = 0 AND BCH-JOB-N > 1)
004920         SUBTRACT 1 FROM WS-OUT-SKIP
004930         PERFORM 3900-READ-BCHOUT THRU 3900-EXIT
004940         GO TO 3100-EXIT
004950     END-IF
004960     COMPUTE WS-OUT-SKIP = WS-SAMPLE-EVERY - 1
004970     ADD 1 TO WS-OUT-CHECK-COUNT
004980     MOVE 'BCHOUT ' TO WS-V-SOURCE
004990     MOVE BCH-OUT-RUN-DATE TO WS-V-DATE
005000     MOVE BCH-OUT-JOB-NUMBER TO WS-V-JOB
005010     MOVE BCH-JOB-N TO WS-N
005020     MOVE BCH-OUT-DAY-FLAG TO WS-V-RECORDED
005030     MOVE 'N' TO WS-V-PRINT-SW
005040     PERFORM 6000-VERIFY-ONE THRU 6000-EXIT.
005050     PERFORM 3900-READ-BCHOUT THRU 3900-EXIT.
005060 3100-EXIT.
005070     EXIT.
005080
005090 3200-REPORT-NO-STAGED.
005100     ADD 1 TO WS-NO-STAGED-COUNT
005110     MOVE 'BCHOUT ' TO WS-D-SOURCE
005120     MOVE BCH-OUT-RUN-DATE TO WS-D-DATE
005130     MOVE BCH-OUT-JOB-NUMBER TO WS-D-JOB
005140     MOVE ZERO TO WS-D-N
005150     MOVE BCH-OUT-DAY-FLAG TO WS-D-RECORDED
005160     MOVE ZERO TO WS-D-EXPECTED
005170     MOVE 'NO STAGE' TO WS-D-NOTE
005180     MOVE WS-DETAIL-LINE TO REPORT-LINE
005190     WRITE REPORT-LINE.
005200 3200-EXIT.
005210     EXIT.
005220
005230 3800-READ-STAGED.
005240     READ STAGED-JOB-FILE
005250         AT END
005260             MOVE 'Y' TO WS-STG-EOF-SW
005270     END-READ.
005280 3800-EXIT.
005290     EXIT.
005300
005310 3900-READ-BCHOUT.
005320     READ REPORT-IN-FILE
005330         AT END
005340             MOVE 'Y' TO WS-OUT-EOF-SW
005350     END-READ.
005360 3900-EXIT.
005370     EXIT.
005380
005390*-----------------------------------------------------------------
005400* 4000-CHECK-EDGE-CASES - finds, the slow way, the largest N
005410* whose total still fits in RESULT under tonight's divisors,
005420* then runs that N and the two either side of it through
005430* SOLUTION and checks each answer. Every edge line prints.
005440*-----------------------------------------------------------------
005450 4000-CHECK-EDGE-CASES.
005460     PERFORM 4100-FIND-LIMIT THRU 4100-EXIT
005470     MOVE WS-LIMIT-N TO WS-L-LIMIT
005480     MOVE WS-LIMIT-LINE TO REPORT-LINE
005490     WRITE REPORT-LINE
005500     IF WS-LIMIT-N = 0
005510         GO TO 4000-EXIT
005520     END-IF
005530     PERFORM 4200-CHECK-EDGE THRU 4200-EXIT
005540         VARYING EDG-IDX FROM 1 BY 1
005550         UNTIL EDG-IDX > 5.
005560 4000-EXIT.
005570     EXIT.
005580
005590*-----------------------------------------------------------------
005600* 4100-FIND-LIMIT - adds the multiples up one by one until the
005610* next one would pass the RESULT limit; that multiple is the
005620* largest N whose sum below it still fits.
005630*-----------------------------------------------------------------
005640 4100-FIND-LIMIT.
005650     MOVE ZERO TO WS-LIMIT-N
005660     MOVE ZERO TO WS-BF-SUM
005670     PERFORM 4150-LIMIT-STEP THRU 4150-EXIT
005680         VARYING WS-BF-I FROM 1 BY 1
005690         UNTIL WS-LIMIT-N > 0
005700             OR WS-BF-I > 99999990.
005710 4100-EXIT.
005720     EXIT.
005730
005740 4150-LIMIT-STEP.
005750     PERFORM 5100-TEST-ONE THRU 5100-EXIT
005760     IF WS-HIT
005770         IF WS-BF-SUM + WS-BF-I > WS-RESULT-LIMIT
005780             MOVE WS-BF-I TO WS-LIMIT-N
005790         ELSE
005800             ADD WS-BF-I TO WS-BF-SUM
005810         END-IF
005820     END-IF.
005830 4150-EXIT.
005840     EXIT.
005850
005860 4200-CHECK-EDGE.
005870     COMPUTE WS-N = WS-LIMIT-N + WS-EDGE-OFFSET (EDG-IDX)
005880     INITIALIZE WS-RESULT
005890     CALL 'SOLUTION' USING BY CONTENT WS-N
005900                           BY REFERENCE WS-RESULT
005910     END-CALL
005920     ADD 1 TO WS-EDGE-CHECK-COUNT
005930     MOVE 'EDGE   ' TO WS-V-SOURCE
005940     MOVE WS-RUN-DATE TO WS-V-DATE
005950     MOVE SPACES TO WS-V-JOB
005960     MOVE WS-RESULT TO WS-V-RECORDED
005970     MOVE 'Y' TO WS-V-PRINT-SW
005980     PERFORM 6000-VERIFY-ONE THRU 6000-EXIT.
005990 4200-EXIT.
006000     EXIT.
006010
006020*-----------------------------------------------------------------
006030* 5000-SLOW-SUM - every whole number from 1 to N-1 that any
006040* loaded divisor divides, added one at a time into WS-BF-SUM.
006050* Stops as soon as the sum passes the RESULT limit, with
006060* WS-OVERFLOW set; N of 1 or less sums to zero.
006070*-----------------------------------------------------------------
006080 5000-SLOW-SUM.
006090     MOVE ZERO TO WS-BF-SUM
006100     MOVE 'N' TO WS-OVERFLOW-SW
006110     IF WS-N NOT > 1
006120         GO TO 5000-EXIT
006130     END-IF
006140     PERFORM 5050-ADD-ONE THRU 5050-EXIT
006150         VARYING WS-BF-I FROM 1 BY 1
006160         UNTIL WS-BF-I NOT < WS-N
006170             OR WS-OVERFLOW.
006180 5000-EXIT.
006190     EXIT.
006200
006210 5050-ADD-ONE.
006220     PERFORM 5100-TEST-ONE THRU 5100-EXIT
006230     IF WS-HIT
006240         ADD WS-BF-I TO WS-BF-SUM
006250         IF WS-BF-SUM > WS-RESULT-LIMIT
006260             MOVE 'Y' TO WS-OVERFLOW-SW
006270         END-IF
006280     END-IF.
006290 5050-EXIT.
006300     EXIT.
006310
006320*-----------------------------------------------------------------
006330* 5100-TEST-ONE - WS-HIT when any loaded divisor divides WS-BF-I
006340* with no remainder.
006350*-----------------------------------------------------------------
006360 5100-TEST-ONE.
006370     MOVE 'N' TO WS-HIT-SW
006380     PERFORM 5150-TRY-DIVISOR THRU 5150-EXIT
006390         VARYING DIV-IDX FROM 1 BY 1
006400         UNTIL DIV-IDX > WS-DIV-COUNT
006410             OR WS-HIT.
006420 5100-EXIT.
006430     EXIT.
006440
006450 5150-TRY-DIVISOR.
006460     DIVIDE WS-BF-I BY WS-DIV-VALUE (DIV-IDX)
006470         GIVING WS-BF-QUOT REMAINDER WS-BF-REM
006480     IF WS-BF-REM = 0
006490         MOVE 'Y' TO WS-HIT-SW
006500     END-IF.
006510 5150-EXIT.
006520     EXIT.
006530
006540*-----------------------------------------------------------------
006550* 6000-VERIFY-ONE - the slow answer for WS-N against the
006560* recorded one. An overflow is expected to have been recorded
006570* as zero, the answer SOLUTION gives a rejected N. A mismatch
006580* always prints; a match prints only for the edge cases.
006590*-----------------------------------------------------------------
006600 6000-VERIFY-ONE.
006610     PERFORM 5000-SLOW-SUM THRU 5000-EXIT
006620     IF WS-OVERFLOW
006630         MOVE ZERO TO WS-V-EXPECTED
006640         MOVE 'OVERFLOW' TO WS-D-NOTE
006650     ELSE
006660         MOVE WS-BF-SUM TO WS-V-EXPECTED
006670         MOVE 'OK' TO WS-D-NOTE
006680     END-IF
006690     IF WS-V-RECORDED NOT = WS-V-EXPECTED
006700         ADD 1 TO WS-MISMATCH-COUNT
006710         MOVE 'MISMATCH' TO WS-D-NOTE
006720     ELSE
006730         IF NOT WS-V-PRINT-ALL
006740             GO TO 6000-EXIT
006750         END-IF
006760     END-IF
006770     MOVE WS-V-SOURCE TO WS-D-SOURCE
006780     MOVE WS-V-DATE TO WS-D-DATE
006790     MOVE WS-V-JOB TO WS-D-JOB
006800     MOVE WS-N TO WS-D-N
006810     MOVE WS-V-RECORDED TO WS-D-RECORDED
006820     MOVE WS-V-EXPECTED TO WS-D-EXPECTED
006830     MOVE WS-DETAIL-LINE TO REPORT-LINE
006840     WRITE REPORT-LINE.
006850 6000-EXIT.
006860     EXIT.
006870
006880*-----------------------------------------------------------------
006890* 9000-TERMINATE - control totals and the return code: 12 when
006900* BCHOUT or JOBSTG could not be read, 8 on any mismatch, 4 when
006910* only TOFHIST was missing.
006920*-----------------------------------------------------------------
006930 9000-TERMINATE.
006940     MOVE 'TOFHIST RECORDS TONIGHT:   ' TO WS-C-LABEL
006950     MOVE WS-HIST-READ-COUNT TO WS-C-COUNT
006960     PERFORM 9100-WRITE-COUNT THRU 9100-EXIT
006970     MOVE 'TOFHIST RECORDS CHECKED:   ' TO WS-C-LABEL
006980     MOVE WS-HIST-CHECK-COUNT TO WS-C-COUNT
006990     PERFORM 9100-WRITE-COUNT THRU 9100-EXIT
007000     MOVE 'BCHOUT LINES TONIGHT:      ' TO WS-C-LABEL
007010     MOVE WS-OUT-READ-COUNT TO WS-C-COUNT
007020     PERFORM 9100-WRITE-COUNT THRU 9100-EXIT
007030     MOVE 'BCHOUT LINES CHECKED:      ' TO WS-C-LABEL
007040     MOVE WS-OUT-CHECK-COUNT TO WS-C-COUNT
007050     PERFORM 9100-WRITE-COUNT THRU 9100-EXIT
007060     MOVE 'RESUBMISSIONS NOT CHECKED: ' TO WS-C-LABEL
007070     MOVE WS-RESUB-COUNT TO WS-C-COUNT
007080     PERFORM 9100-WRITE-COUNT THRU 9100-EXIT
007090     MOVE 'BCHOUT LINES NOT STAGED:   ' TO WS-C-LABEL
007100     MOVE WS-NO-STAGED-COUNT TO WS-C-COUNT
007110     PERFORM 9100-WRITE-COUNT THRU 9100-EXIT
007120     MOVE 'EDGE CASES CHECKED:        ' TO WS-C-LABEL
007130     MOVE WS-EDGE-CHECK-COUNT TO WS-C-COUNT
007140     PERFORM 9100-WRITE-COUNT THRU 9100-EXIT
007150     MOVE 'MISMATCHES:                ' TO WS-C-LABEL
007160     MOVE WS-MISMATCH-COUNT TO WS-C-COUNT
007170     PERFORM 9100-WRITE-COUNT THRU 9100-EXIT
007180     CLOSE VERIFY-REPORT-FILE
007190*    SOLUTION holds its exception file open for the whole run;
007200*    the CANCEL closes it.
007210     CANCEL 'SOLUTION'
007220     EVALUATE TRUE
007230         WHEN WS-OUT-MISSING
007240             MOVE 12 TO RETURN-CODE
007250             DISPLAY 'TOFVRFY - BCHOUT/JOBSTG NOT AVAILABLE, '
007260                 'DAY FLAGS NOT PROVEN'
007270         WHEN WS-MISMATCH-COUNT > 0
007280             MOVE 8 TO RETURN-CODE
007290             DISPLAY 'TOFVRFY - RESULT MISMATCH, COUNT: '
007300                 WS-MISMATCH-COUNT
007310         WHEN WS-HIST-MISSING
007320             MOVE 4 TO RETURN-CODE
007330             DISPLAY 'TOFVRFY - TOFHIST NOT CHECKED, BCHOUT AND '
007340                 'EDGE CASES AGREE'
007350         WHEN OTHER
007360             DISPLAY 'TOFVRFY - ALL CHECKED RESULTS AGREE, '
007370                 'CHECKED: ' WS-HIST-CHECK-COUNT ' '
007380                 WS-OUT-CHECK-COUNT ' ' WS-EDGE-CHECK-COUNT
007390     END-EVALUATE.
007400 9000-EXIT.
007410     EXIT.
007420
007430 9100-WRITE-COUNT.
007440     MOVE WS-COUNT-LINE TO REPORT-LINE
007450     WRITE REPORT-LINE.
007460 9100-EXIT.
007470     EXIT.
