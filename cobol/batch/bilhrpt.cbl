000010*****************************************************************
000020* PROGRAM-ID : BILHRPT                                         *
000030* AUTHOR     : M. PRZYBYLSKI, SCHEDULING SYSTEMS               *
000040* INSTALLATION : CUTTING-SHOP SYSTEMS                          *
000050* DATE-WRITTEN : 2026-10-15                                    *
000060*                                                               *
000070* FUNCTION : Held-billing report. Reads the invoice lines       *
000080*   PNLDRV has parked on BILPRK for jobs on billing hold,       *
000090*   sorted by customer and job, and prints for each customer    *
000100*   (named from the customer master through CSTREAD) one line   *
000110*   per job - why and by whom it is held, since when, the       *
000120*   lines and value parked, and the age in days of its oldest   *
000130*   parked line - footed with the customer's parked value and   *
000140*   oldest age. A job whose hold is already released shows      *
000150*   RELEASED: its lines go out on the next extract. The back    *
000160*   of the report totals the value parked by age band.          *
000170*****************************************************************
000180 IDENTIFICATION DIVISION.
000190 PROGRAM-ID. BILHRPT.
000200 AUTHOR. M. PRZYBYLSKI, SCHEDULING SYSTEMS.
000210 INSTALLATION. CUTTING-SHOP SYSTEMS.
000220 DATE-WRITTEN. 2026-10-15.
000230 DATE-COMPILED.
000240
000250*-----------------------------------------------------------------
000260* MODIFICATION HISTORY
000270* DATE       BY   DESCRIPTION
000280* 2026-10-15 MPR  Initial version.
000290*-----------------------------------------------------------------
000300
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT PARK-FILE ASSIGN TO BILPRK
000350         ORGANIZATION IS SEQUENTIAL
000360         FILE STATUS IS WS-PRK-STATUS.
000370     SELECT HOLD-FILE ASSIGN TO BILHLD
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS RANDOM
000400         RECORD KEY IS BIL-HLD-JOB-NUMBER
000410         FILE STATUS IS WS-HLD-STATUS.
000420     SELECT HELD-REPORT-FILE ASSIGN TO BILHRPR
000430         ORGANIZATION IS SEQUENTIAL.
000440     SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.
000450
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  PARK-FILE
000490     RECORDING MODE IS F.
000500     COPY BILPRK.
000510
000520 FD  HOLD-FILE.
000530     COPY BILHLD.
000540
000550 FD  HELD-REPORT-FILE
000560     RECORDING MODE IS F.
000570 01  REPORT-LINE                 PIC X(80).
000580
000590 SD  SORT-WORK-FILE.
000600 01  SORT-RECORD.
000610     05  SRT-CUST-NUMBER     PIC 9(08).
000620     05  SRT-JOB-NUMBER      PIC 9(08).
000630     05  SRT-PARK-DATE       PIC 9(08).
000640     05  SRT-CHARGE          PIC 9(07)V9(02).
000650
000660 WORKING-STORAGE SECTION.
000670*-----------------------------------------------------------------
000680* SWITCHES AND FILE STATUS
000690*-----------------------------------------------------------------
000700 77  WS-EOF-SW           PIC X(01)      VALUE 'N'.
000710     88  WS-EOF-YES                     VALUE 'Y'.
000720 77  WS-SORT-EOF-SW      PIC X(01)      VALUE 'N'.
000730     88  WS-SORT-EOF-YES                VALUE 'Y'.
000740 77  WS-FIRST-CUST-SW    PIC X(01)      VALUE 'Y'.
000750     88  WS-FIRST-CUST                  VALUE 'Y'.
000760 77  WS-FIRST-JOB-SW     PIC X(01)      VALUE 'Y'.
000770     88  WS-FIRST-JOB                   VALUE 'Y'.
000780 77  WS-HLD-OPEN-SW      PIC X(01)      VALUE 'N'.
000790     88  WS-HLD-OPEN                    VALUE 'Y'.
000800 77  WS-PRK-STATUS       PIC X(02)      VALUE SPACES.
000810 77  WS-HLD-STATUS       PIC X(02)      VALUE SPACES.
000820
000830*-----------------------------------------------------------------
000840* RUN CONTROL AND COUNTERS
000850*-----------------------------------------------------------------
000860 77  WS-TODAY-DATE       PIC 9(08)      VALUE ZERO.
000870 77  WS-RUN-STAMP        PIC X(80)      VALUE SPACES.
000880 77  WS-BUSD-STATUS      PIC X(02)      VALUE SPACES.
000890 77  WS-TODAY-INTEGER    PIC S9(09) COMP VALUE ZERO.
000900 77  WS-AGE-DAYS         PIC S9(05)     VALUE ZERO.
000910 77  WS-READ-COUNT       PIC 9(08) COMP VALUE ZERO.
000920 77  WS-CUST-COUNT       PIC 9(08) COMP VALUE ZERO.
000930 77  WS-JOB-COUNT        PIC 9(08) COMP VALUE ZERO.
000940 77  WS-TOT-LINES        PIC 9(08)      VALUE ZERO.
000950 77  WS-TOT-VALUE        PIC 9(11)V9(02) VALUE ZERO.
000960 77  WS-TOT-OLDEST       PIC S9(05)     VALUE ZERO.
000970 77  WS-VALUE-0-7        PIC 9(11)V9(02) VALUE ZERO.
000980 77  WS-VALUE-8-30       PIC 9(11)V9(02) VALUE ZERO.
000990 77  WS-VALUE-OVER-30    PIC 9(11)V9(02) VALUE ZERO.
001000
001010*-----------------------------------------------------------------
001020* CSTREAD LINKAGE WORK FIELDS - the customer-master record is
001030* laid out here and handed to CSTREAD whole.
001040*-----------------------------------------------------------------
001050 77  WS-CST-STATUS       PIC X(02)      VALUE SPACES.
001060     COPY CSTMST.
001070
001080*-----------------------------------------------------------------
001090* BILLING-EXTRACT LAYOUT - each parked line is the BILLEXT
001100* detail record it would have been sent as.
001110*-----------------------------------------------------------------
001120     COPY BILLEXT.
001130
001140*-----------------------------------------------------------------
001150* CONTROL-BREAK WORK FIELDS - the customer and job being footed.
001160* The sort puts a job's oldest parked line first, so the job's
001170* age is taken from its first line.
001180*-----------------------------------------------------------------
001190 77  WS-CUR-CUST-NUMBER  PIC 9(08)      VALUE ZERO.
001200 77  WS-CUST-LINES       PIC 9(08)      VALUE ZERO.
001210 77  WS-CUST-VALUE       PIC 9(11)V9(02) VALUE ZERO.
001220 77  WS-CUST-OLDEST      PIC S9(05)     VALUE ZERO.
001230 77  WS-CUR-JOB-NUMBER   PIC 9(08)      VALUE ZERO.
001240 77  WS-JOB-LINES        PIC 9(08)      VALUE ZERO.
001250 77  WS-JOB-VALUE        PIC 9(11)V9(02) VALUE ZERO.
001260 77  WS-JOB-AGE          PIC S9(05)     VALUE ZERO.
001270
001280*-----------------------------------------------------------------
001290* REPORT LINES
001300*-----------------------------------------------------------------
001310 01  WS-HEADING1.
001320     05  FILLER              PIC X(40)   VALUE
001330         'BILHRPT - HELD BILLING BY CUSTOMER AS OF'.
001340     05  FILLER              PIC X(01)   VALUE SPACE.
001350     05  WS-H-DATE           PIC 9(08).
001360     05  FILLER              PIC X(31)   VALUE SPACES.
001370
001380 01  WS-CUST-HEADING.
001390     05  FILLER              PIC X(10)   VALUE
001400         'CUSTOMER: '.
001410     05  WS-CH-CUST-NUMBER   PIC X(08).
001420     05  FILLER              PIC X(01)   VALUE SPACE.
001430     05  WS-CH-CUSTOMER      PIC X(30).
001440     05  FILLER              PIC X(31)   VALUE SPACES.
001450
001460 01  WS-COL-HEADING.
001470     05  FILLER              PIC X(40)   VALUE
001480         'JOB      R HELD BY  HELD-ON  STATUS   LI'.
001490     05  FILLER              PIC X(40)   VALUE
001500         'NES         VALUE   AGE'.
001510
001520 01  WS-DETAIL-LINE.
001530     05  WS-D-JOB            PIC 9(08).
001540     05  FILLER              PIC X(01)   VALUE SPACE.
001550     05  WS-D-REASON         PIC X(01).
001560     05  FILLER              PIC X(01)   VALUE SPACE.
001570     05  WS-D-USER           PIC X(08).
001580     05  FILLER              PIC X(01)   VALUE SPACE.
001590     05  WS-D-HELD-ON        PIC X(08).
001600     05  FILLER              PIC X(01)   VALUE SPACE.
001610     05  WS-D-STATUS         PIC X(08).
001620     05  FILLER              PIC X(01)   VALUE SPACE.
001630     05  WS-D-LINES          PIC ZZZZ9.
001640     05  FILLER              PIC X(01)   VALUE SPACE.
001650     05  WS-D-VALUE          PIC Z(9)9.99.
001660     05  FILLER              PIC X(01)   VALUE SPACE.
001670     05  WS-D-AGE            PIC ZZZZ9.
001680     05  FILLER              PIC X(17)   VALUE SPACES.
001690
001700 01  WS-TOTAL-LINE.
001710     05  WS-T-LABEL          PIC X(38).
001720     05  WS-T-LINES          PIC ZZZZ9.
001730     05  FILLER              PIC X(01)   VALUE SPACE.
001740     05  WS-T-VALUE          PIC Z(9)9.99.
001750     05  FILLER              PIC X(01)   VALUE SPACE.
001760     05  WS-T-AGE            PIC ZZZZ9.
001770     05  FILLER              PIC X(17)   VALUE SPACES.
001780
001790 01  WS-SECTION-LINE         PIC X(80).
001800
001810 01  WS-COUNT-LINE.
001820     05  WS-C-LABEL          PIC X(24).
001830     05  WS-C-COUNT          PIC Z(11)9.
001840     05  FILLER              PIC X(44)   VALUE SPACES.
001850
001860 01  WS-VALUE-LINE.
001870     05  WS-V-LABEL          PIC X(24).
001880     05  WS-V-VALUE          PIC Z(11)9.99.
001890     05  FILLER              PIC X(41)   VALUE SPACES.
001900
001910 PROCEDURE DIVISION.
001920*****************************************************************
001930* 0000-MAINLINE
001940*****************************************************************
001950 0000-MAINLINE.
001960     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001970     SORT SORT-WORK-FILE
001980         ON ASCENDING KEY SRT-CUST-NUMBER
001990         ON ASCENDING KEY SRT-JOB-NUMBER
002000         ON ASCENDING KEY SRT-PARK-DATE
002010         INPUT PROCEDURE IS 2000-BUILD-SORT-INPUT
002020             THRU 2000-EXIT
002030         OUTPUT PROCEDURE IS 5000-PRINT-HELD
002040             THRU 5000-EXIT
002050     DISPLAY 'BILHRPT - PARKED LINES: ' WS-READ-COUNT
002060         ' JOBS: ' WS-JOB-COUNT
002070         ' CUSTOMERS: ' WS-CUST-COUNT
002080     GOBACK.
002090
002100*-----------------------------------------------------------------
002110* 1000-INITIALIZE - the hold file is read for each job's reason
002120* and status; without it the report still values the parked
002130* lines.
002140*-----------------------------------------------------------------
002150 1000-INITIALIZE.
002160     CALL 'BUSDRD' USING BY REFERENCE WS-TODAY-DATE
002170                         BY REFERENCE WS-RUN-STAMP
002180                         BY REFERENCE WS-BUSD-STATUS
002190     END-CALL
002200     IF WS-BUSD-STATUS NOT = '00'
002210         DISPLAY 'BILHRPT - BUSDTE NOT AVAILABLE, STATUS = '
002220             WS-BUSD-STATUS ' - RUNNING UNDER THE MACHINE DATE'
002230     END-IF
002240     COMPUTE WS-TODAY-INTEGER =
002250         FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
002260     OPEN INPUT HOLD-FILE
002270     IF WS-HLD-STATUS = '00'
002280         MOVE 'Y' TO WS-HLD-OPEN-SW
002290     ELSE
002300         DISPLAY 'BILHRPT - BILHLD NOT AVAILABLE, STATUS = '
002310             WS-HLD-STATUS ' - HOLD DETAILS NOT PRINTED'
002320     END-IF
002330     OPEN OUTPUT HELD-REPORT-FILE
002340     MOVE WS-TODAY-DATE TO WS-H-DATE
002350     MOVE WS-HEADING1 TO REPORT-LINE
002360     WRITE REPORT-LINE
002370     MOVE WS-RUN-STAMP TO REPORT-LINE
002380     WRITE REPORT-LINE.
002390 1000-EXIT.
002400     EXIT.
002410
002420*-----------------------------------------------------------------
002430* 2000-BUILD-SORT-INPUT - one sort record per parked detail
002440* line. A missing park file means nothing is held.
002450*-----------------------------------------------------------------
002460 2000-BUILD-SORT-INPUT.
002470     OPEN INPUT PARK-FILE
002480     IF WS-PRK-STATUS NOT = '00'
002490         GO TO 2000-EXIT
002500     END-IF
002510     PERFORM 2900-READ-PARKED THRU 2900-EXIT
002520     PERFORM 2100-RELEASE-ONE THRU 2100-EXIT
002530         UNTIL WS-EOF-YES
002540     CLOSE PARK-FILE.
002550 2000-EXIT.
002560     EXIT.
002570
002580 2100-RELEASE-ONE.
002590     MOVE BIL-PRK-LINE TO BILL-EXT-RECORD
002600     IF NOT BILL-DETAIL
002610         GO TO 2100-NEXT
002620     END-IF
002630     ADD 1 TO WS-READ-COUNT
002640     MOVE BILL-DTL-CUST-NUMBER TO SRT-CUST-NUMBER
002650     MOVE BILL-DTL-JOB-NUMBER TO SRT-JOB-NUMBER
002660     IF BIL-PRK-PARK-DATE NUMERIC
002670         MOVE BIL-PRK-PARK-DATE TO SRT-PARK-DATE
002680     ELSE
002690         MOVE ZERO TO SRT-PARK-DATE
002700     END-IF
002710     MOVE BILL-DTL-CHARGE TO SRT-CHARGE
002720     RELEASE SORT-RECORD.
002730 2100-NEXT.
002740     PERFORM 2900-READ-PARKED THRU 2900-EXIT.
002750 2100-EXIT.
002760     EXIT.
002770
002780 2900-READ-PARKED.
002790     READ PARK-FILE
002800         AT END
002810             MOVE 'Y' TO WS-EOF-SW
002820     END-READ.
002830 2900-EXIT.
002840     EXIT.
002850
002860*-----------------------------------------------------------------
002870* 5000-PRINT-HELD - control breaks on customer and job: a job
002880* line when the job changes, a customer total when the customer
002890* changes.
002900*-----------------------------------------------------------------
002910 5000-PRINT-HELD.
002920     PERFORM 5900-RETURN-SORTED THRU 5900-EXIT
002930     PERFORM 5100-PRINT-ONE THRU 5100-EXIT
002940         UNTIL WS-SORT-EOF-YES
002950     IF NOT WS-FIRST-CUST
002960         PERFORM 5400-FOOT-JOB THRU 5400-EXIT
002970         PERFORM 5300-FOOT-CUSTOMER THRU 5300-EXIT
002980     END-IF
002990     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003000 5000-EXIT.
003010     EXIT.
003020
003030 5100-PRINT-ONE.
003040     IF WS-FIRST-CUST
003050             OR SRT-CUST-NUMBER NOT = WS-CUR-CUST-NUMBER
003060         IF NOT WS-FIRST-CUST
003070             PERFORM 5400-FOOT-JOB THRU 5400-EXIT
003080             PERFORM 5300-FOOT-CUSTOMER THRU 5300-EXIT
003090         END-IF
003100         PERFORM 5200-START-CUSTOMER THRU 5200-EXIT
003110     END-IF
003120     IF WS-FIRST-JOB
003130             OR SRT-JOB-NUMBER NOT = WS-CUR-JOB-NUMBER
003140         IF NOT WS-FIRST-JOB
003150             PERFORM 5400-FOOT-JOB THRU 5400-EXIT
003160         END-IF
003170         PERFORM 5350-START-JOB THRU 5350-EXIT
003180     END-IF
003190     ADD 1 TO WS-JOB-LINES
003200     ADD SRT-CHARGE TO WS-JOB-VALUE
003210     PERFORM 5900-RETURN-SORTED THRU 5900-EXIT.
003220 5100-EXIT.
003230     EXIT.
003240
003250 5200-START-CUSTOMER.
003260     MOVE 'N' TO WS-FIRST-CUST-SW
003270     MOVE 'Y' TO WS-FIRST-JOB-SW
003280     ADD 1 TO WS-CUST-COUNT
003290     MOVE SRT-CUST-NUMBER TO WS-CUR-CUST-NUMBER
003300     MOVE ZERO TO WS-CUST-LINES
003310     MOVE ZERO TO WS-CUST-VALUE
003320     MOVE ZERO TO WS-CUST-OLDEST
003330     MOVE SPACES TO REPORT-LINE
003340     WRITE REPORT-LINE
003350     IF SRT-CUST-NUMBER = ZERO
003360         MOVE SPACES TO WS-CH-CUST-NUMBER
003370         MOVE '*NO CUSTOMER NUMBER ON ORDER*' TO WS-CH-CUSTOMER
003380         GO TO 5200-PRINT
003390     END-IF
003400     MOVE SRT-CUST-NUMBER TO WS-CH-CUST-NUMBER
003410     CALL 'CSTREAD' USING BY CONTENT SRT-CUST-NUMBER
003420                          BY REFERENCE CST-MST-RECORD
003430                          BY REFERENCE WS-CST-STATUS
003440     END-CALL
003450     IF WS-CST-STATUS = '00'
003460         MOVE CST-MST-NAME TO WS-CH-CUSTOMER
003470     ELSE
003480         MOVE '*NOT ON CUSTOMER MASTER*' TO WS-CH-CUSTOMER
003490     END-IF.
003500 5200-PRINT.
003510     MOVE WS-CUST-HEADING TO REPORT-LINE
003520     WRITE REPORT-LINE
003530     MOVE WS-COL-HEADING TO REPORT-LINE
003540     WRITE REPORT-LINE.
003550 5200-EXIT.
003560     EXIT.
003570
003580 5300-FOOT-CUSTOMER.
003590     MOVE 'CUSTOMER TOTAL' TO WS-T-LABEL
003600     MOVE WS-CUST-LINES TO WS-T-LINES
003610     MOVE WS-CUST-VALUE TO WS-T-VALUE
003620     MOVE WS-CUST-OLDEST TO WS-T-AGE
003630     MOVE WS-TOTAL-LINE TO REPORT-LINE
003640     WRITE REPORT-LINE.
003650 5300-EXIT.
003660     EXIT.
003670
003680*-----------------------------------------------------------------
003690* 5350-START-JOB - the first, oldest, parked line of a job sets
003700* its age.
003710*-----------------------------------------------------------------
003720 5350-START-JOB.
003730     MOVE 'N' TO WS-FIRST-JOB-SW
003740     ADD 1 TO WS-JOB-COUNT
003750     MOVE SRT-JOB-NUMBER TO WS-CUR-JOB-NUMBER
003760     MOVE ZERO TO WS-JOB-LINES
003770     MOVE ZERO TO WS-JOB-VALUE
003780     MOVE ZERO TO WS-JOB-AGE
003790     IF SRT-PARK-DATE > ZERO
003800         COMPUTE WS-JOB-AGE = WS-TODAY-INTEGER
003810             - FUNCTION INTEGER-OF-DATE(SRT-PARK-DATE)
003820     END-IF
003830     IF WS-JOB-AGE < ZERO
003840         MOVE ZERO TO WS-JOB-AGE
003850     END-IF.
003860 5350-EXIT.
003870     EXIT.
003880
003890*-----------------------------------------------------------------
003900* 5400-FOOT-JOB - the job line, with the hold's reason, user,
003910* date and status off BILHLD, and the job's value into the
003920* customer, grand and age-band totals.
003930*-----------------------------------------------------------------
003940 5400-FOOT-JOB.
003950     MOVE WS-CUR-JOB-NUMBER TO WS-D-JOB
003960     MOVE SPACE TO WS-D-REASON
003970     MOVE SPACES TO WS-D-USER
003980     MOVE SPACES TO WS-D-HELD-ON
003990     MOVE '?       ' TO WS-D-STATUS
004000     IF NOT WS-HLD-OPEN
004010         GO TO 5400-PRINT
004020     END-IF
004030     MOVE WS-CUR-JOB-NUMBER TO BIL-HLD-JOB-NUMBER
004040     READ HOLD-FILE
004050         INVALID KEY
004060             MOVE 'NO HOLD ' TO WS-D-STATUS
004070             GO TO 5400-PRINT
004080     END-READ
004090     MOVE BIL-HLD-REASON TO WS-D-REASON
004100     MOVE BIL-HLD-HOLD-USER TO WS-D-USER
004110     MOVE BIL-HLD-HOLD-DATE TO WS-D-HELD-ON
004120     IF BIL-HLD-HELD
004130         MOVE 'HELD    ' TO WS-D-STATUS
004140     ELSE
004150         MOVE 'RELEASED' TO WS-D-STATUS
004160     END-IF.
004170 5400-PRINT.
004180     MOVE WS-JOB-LINES TO WS-D-LINES
004190     MOVE WS-JOB-VALUE TO WS-D-VALUE
004200     MOVE WS-JOB-AGE TO WS-D-AGE
004210     MOVE WS-DETAIL-LINE TO REPORT-LINE
004220     WRITE REPORT-LINE
004230     ADD WS-JOB-LINES TO WS-CUST-LINES
004240     ADD WS-JOB-VALUE TO WS-CUST-VALUE
004250     ADD WS-JOB-LINES TO WS-TOT-LINES
004260     ADD WS-JOB-VALUE TO WS-TOT-VALUE
004270     IF WS-JOB-AGE > WS-CUST-OLDEST
004280         MOVE WS-JOB-AGE TO WS-CUST-OLDEST
004290     END-IF
004300     IF WS-JOB-AGE > WS-TOT-OLDEST
004310         MOVE WS-JOB-AGE TO WS-TOT-OLDEST
004320     END-IF
004330     EVALUATE TRUE
004340         WHEN WS-JOB-AGE > 30
004350             ADD WS-JOB-VALUE TO WS-VALUE-OVER-30
004360         WHEN WS-JOB-AGE > 7
004370             ADD WS-JOB-VALUE TO WS-VALUE-8-30
004380         WHEN OTHER
004390             ADD WS-JOB-VALUE TO WS-VALUE-0-7
004400     END-EVALUATE.
004410 5400-EXIT.
004420     EXIT.
004430
004440 5900-RETURN-SORTED.
004450     RETURN SORT-WORK-FILE
004460         AT END
004470             MOVE 'Y' TO WS-SORT-EOF-SW
004480     END-RETURN.
004490 5900-EXIT.
004500     EXIT.
004510
004520*-----------------------------------------------------------------
004530* 9000-TERMINATE - grand totals and the value parked by age
004540* band (a job's band is the age of its oldest line).
004550*-----------------------------------------------------------------
004560 9000-TERMINATE.
004570     MOVE SPACES TO REPORT-LINE
004580     WRITE REPORT-LINE
004590     MOVE 'ALL CUSTOMERS' TO WS-T-LABEL
004600     MOVE WS-TOT-LINES TO WS-T-LINES
004610     MOVE WS-TOT-VALUE TO WS-T-VALUE
004620     MOVE WS-TOT-OLDEST TO WS-T-AGE
004630     MOVE WS-TOTAL-LINE TO REPORT-LINE
004640     WRITE REPORT-LINE
004650     MOVE SPACES TO REPORT-LINE
004660     WRITE REPORT-LINE
004670     MOVE 'CUSTOMERS WITH HELD BILLING' TO WS-SECTION-LINE
004680     MOVE WS-SECTION-LINE TO REPORT-LINE
004690     WRITE REPORT-LINE
004700     MOVE 'CUSTOMERS:              ' TO WS-C-LABEL
004710     MOVE WS-CUST-COUNT TO WS-C-COUNT
004720     PERFORM 9100-WRITE-COUNT THRU 9100-EXIT
004730     MOVE 'JOBS:                   ' TO WS-C-LABEL
004740     MOVE WS-JOB-COUNT TO WS-C-COUNT
004750     PERFORM 9100-WRITE-COUNT THRU 9100-EXIT
004760     MOVE 'PARKED LINES:           ' TO WS-C-LABEL
004770     MOVE WS-READ-COUNT TO WS-C-COUNT
004780     PERFORM 9100-WRITE-COUNT THRU 9100-EXIT
004790     MOVE 'VALUE HELD 0-7 DAYS:    ' TO WS-V-LABEL
004800     MOVE WS-VALUE-0-7 TO WS-V-VALUE
004810     PERFORM 9200-WRITE-VALUE THRU 9200-EXIT
004820     MOVE 'VALUE HELD 8-30 DAYS:   ' TO WS-V-LABEL
004830     MOVE WS-VALUE-8-30 TO WS-V-VALUE
004840     PERFORM 9200-WRITE-VALUE THRU 9200-EXIT
004850     MOVE 'VALUE HELD OVER 30 DAYS:' TO WS-V-LABEL
004860     MOVE WS-VALUE-OVER-30 TO WS-V-VALUE
004870     PERFORM 9200-WRITE-VALUE THRU 9200-EXIT
004880     IF WS-HLD-OPEN
004890         CLOSE HOLD-FILE
004900     END-IF
004910     CLOSE HELD-REPORT-FILE.
004920 9000-EXIT.
004930     EXIT.
004940
004950 9100-WRITE-COUNT.
004960     MOVE WS-COUNT-LINE TO REPORT-LINE
004970     WRITE REPORT-LINE.
004980 9100-EXIT.
004990     EXIT.
005000
005010 9200-WRITE-VALUE.
005020     MOVE WS-VALUE-LINE TO REPORT-LINE
005030     WRITE REPORT-LINE.
005040 9200-EXIT.
005050     EXIT.
005060
005070 END PROGRAM BILHRPT.
