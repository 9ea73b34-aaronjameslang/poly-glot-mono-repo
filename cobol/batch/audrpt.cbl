000010*****************************************************************
000020* PROGRAM-ID : AUDRPT                                          *
000030* AUTHOR     : M. PRZYBYLSKI, SCHEDULING SYSTEMS               *
000040* INSTALLATION : CUTTING-SHOP SYSTEMS                          *
000050* DATE-WRITTEN : 2026-10-15                                    *
000060*                                                               *
000070* FUNCTION : Consolidated change-audit report. Every            *
000080*   maintenance audit file - DIVAUD, ORDAUD, RATAUD, MATAUD,    *
000090*   PRMAUD, STKAUD, CSTAUD - and the OPRVIO refused-update log  *
000100*   is read in turn and merged into one timeline in date and    *
000110*   time order: who, when, the file changed, the action, the    *
000120*   record's key, and its before and after values. A change     *
000130*   made outside the shop's business hours is flagged OFFHRS,   *
000140*   and one made on a SHOPCAL closed day CLOSED. The back page  *
000150*   counts the changes per user and per file.                   *
000160*                                                               *
000170*   STKAUD carries no user - its movements are posted by the    *
000180*   batch programs - so the posting program, known from the     *
000190*   record's reason code, stands as the user.                   *
000192*                                                               *
000194*   A DIVMNT, RATMNT or PRMMNT change applied under two-person  *
000196*   approval prints its approver on the line beneath, and the   *
000198*   user selection picks up the changes a user approved too.    *
000200*                                                               *
000210*   AUDCTL card: cols 1-8 from date, 9-16 thru date (YYYYMMDD), *
000220*   17-24 user id, 25-30 file name (the audit file or the file  *
000230*   changed), 31-34 and 35-38 business hours start and end as   *
000240*   HHMM (default 0600-1800). A blank user or file selects      *
000250*   all. With neither date given the report covers the month    *
000260*   before the BUSDTE business date; a from date alone runs to  *
000270*   the end of the file, a thru date alone from its beginning.  *
000280*   An audit file that cannot be opened is mentioned and        *
000290*   skipped; return code 4 says the report is missing one.      *
000300*****************************************************************
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID. AUDRPT.
000330 AUTHOR. M. PRZYBYLSKI, SCHEDULING SYSTEMS.
000340 INSTALLATION. CUTTING-SHOP SYSTEMS.
000350 DATE-WRITTEN. 2026-10-15.
000360 DATE-COMPILED.
000370
000380*-----------------------------------------------------------------
000390* MODIFICATION HISTORY
000400* DATE       BY   DESCRIPTION
000410* 2026-10-15 MPR  Initial version.
000412* 2026-10-15 MPR  Prints the approver of changes made under
000414*                 two-person approval (DIVAUD, RATAUD, PRMAUD),
000416*                 and selects a user's approvals with their
000418*                 own changes.
000420*-----------------------------------------------------------------
000430
000440 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT CONTROL-FILE ASSIGN TO AUDCTL
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS WS-CTL-STATUS.
000500     SELECT DIVAUD-FILE ASSIGN TO DIVAUD
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS WS-AUD-STATUS.
000530     SELECT ORDAUD-FILE ASSIGN TO ORDAUD
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS WS-AUD-STATUS.
000560     SELECT RATAUD-FILE ASSIGN TO RATAUD
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS WS-AUD-STATUS.
000590     SELECT MATAUD-FILE ASSIGN TO MATAUD
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS WS-AUD-STATUS.
000620     SELECT PRMAUD-FILE ASSIGN TO PRMAUD
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS WS-AUD-STATUS.
000650     SELECT OPRVIO-FILE ASSIGN TO OPRVIO
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS WS-AUD-STATUS.
000680     SELECT STKAUD-FILE ASSIGN TO STKAUD
000690         ORGANIZATION IS SEQUENTIAL
000700         FILE STATUS IS WS-AUD-STATUS.
000710     SELECT CSTAUD-FILE ASSIGN TO CSTAUD
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS WS-AUD-STATUS.
000740     SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.
000750     SELECT AUDIT-REPORT-FILE ASSIGN TO AUDRPTR
000760         ORGANIZATION IS SEQUENTIAL.
000770
000780 DATA DIVISION.
000790 FILE SECTION.
000800 FD  CONTROL-FILE
000810     RECORDING MODE IS F.
000820 01  CONTROL-RECORD.
000830     05  CC-FROM-DATE        PIC 9(08).
000840     05  CC-THRU-DATE        PIC 9(08).
000850     05  CC-USER-ID          PIC X(08).
000860     05  CC-FILE-NAME        PIC X(06).
000870     05  CC-HOURS-START      PIC 9(04).
000880     05  CC-HOURS-END        PIC 9(04).
000890     05  FILLER              PIC X(42).
000900
000910*    the divisor-table audit DIVMNT writes
000920 FD  DIVAUD-FILE
000930     RECORDING MODE IS F.
000940 01  DIV-AUD-RECORD.
000950     05  DIV-AUD-DATE        PIC 9(08).
000960     05  DIV-AUD-TIME        PIC 9(06).
000970     05  DIV-AUD-USER-ID     PIC X(08).
000980     05  DIV-AUD-ACTION      PIC X(06).
000990     05  DIV-AUD-DIVISOR     PIC 9(02).
001000     05  DIV-AUD-OLD-EFF-DATE    PIC 9(08).
001010     05  DIV-AUD-OLD-RETIRE-DATE PIC 9(08).
001020     05  DIV-AUD-NEW-EFF-DATE    PIC 9(08).
001030     05  DIV-AUD-NEW-RETIRE-DATE PIC 9(08).
001036     05  DIV-AUD-APPROVER    PIC X(08).
001043     05  FILLER              PIC X(10).
001050
001060 FD  ORDAUD-FILE
001070     RECORDING MODE IS F.
001080     COPY ORDAUD.
001090
001100*    the panel-rate audit RATMNT writes
001110 FD  RATAUD-FILE
001120     RECORDING MODE IS F.
001130 01  RAT-AUD-RECORD.
001140     05  RAT-AUD-DATE        PIC 9(08).
001150     05  RAT-AUD-TIME        PIC 9(06).
001160     05  RAT-AUD-USER-ID     PIC X(08).
001170     05  RAT-AUD-ACTION      PIC X(06).
001180     05  RAT-AUD-MATL-CLASS  PIC X(02).
001190     05  RAT-AUD-RATE        PIC 9(03)V9(04).
001200     05  RAT-AUD-EFF-DATE    PIC 9(08).
001206     05  RAT-AUD-APPROVER    PIC X(08).
001213     05  FILLER              PIC X(27).
001220
001230*    the sheet-cost audit MATMNT writes
001240 FD  MATAUD-FILE
001250     RECORDING MODE IS F.
001260 01  MAT-AUD-RECORD.
001270     05  MAT-AUD-DATE        PIC 9(08).
001280     05  MAT-AUD-TIME        PIC 9(06).
001290     05  MAT-AUD-USER-ID     PIC X(08).
001300     05  MAT-AUD-ACTION      PIC X(06).
001310     05  MAT-AUD-SHEET-CLASS PIC X(02).
001320     05  MAT-AUD-COST        PIC 9(03)V9(04).
001330     05  MAT-AUD-EFF-DATE    PIC 9(08).
001340     05  FILLER              PIC X(35).
001350
001360*    the run-parameter audit PRMMNT writes online
001370 FD  PRMAUD-FILE
001380     RECORDING MODE IS F.
001390 01  PRM-AUD-RECORD.
001400     05  PRM-AUD-DATE        PIC 9(08).
001410     05  PRM-AUD-TIME        PIC 9(06).
001420     05  PRM-AUD-USER-ID     PIC X(08).
001430     05  PRM-AUD-FILE        PIC X(06).
001440     05  PRM-AUD-OLD-VALUE   PIC X(16).
001450     05  PRM-AUD-NEW-VALUE   PIC X(16).
001456     05  PRM-AUD-APPROVER    PIC X(08).
001463     05  FILLER              PIC X(12).
001470
001480*    the refused-update log PRMMNT and PNLQTE write online
001490 FD  OPRVIO-FILE
001500     RECORDING MODE IS F.
001510 01  OPR-VIO-RECORD.
001520     05  OPR-VIO-DATE        PIC 9(08).
001530     05  OPR-VIO-TIME        PIC 9(06).
001540     05  OPR-VIO-OPERATOR    PIC X(08).
001550     05  OPR-VIO-FUNCTION    PIC X(08).
001560     05  OPR-VIO-ACTION      PIC X(01).
001570     05  FILLER              PIC X(49).
001580
001590 FD  STKAUD-FILE
001600     RECORDING MODE IS F.
001610     COPY STKAUD.
001620
001630 FD  CSTAUD-FILE
001640     RECORDING MODE IS F.
001650     COPY CSTAUD.
001660
001670 SD  SORT-WORK-FILE.
001680 01  SORT-RECORD.
001690     05  SRT-DATE            PIC 9(08).
001700     05  SRT-TIME            PIC 9(06).
001710     05  SRT-SOURCE          PIC X(06).
001720     05  SRT-USER-ID         PIC X(08).
001730     05  SRT-FILE            PIC X(06).
001740     05  SRT-ACTION          PIC X(06).
001750     05  SRT-KEY             PIC X(12).
001760     05  SRT-PLANT           PIC X(02).
001770     05  SRT-BEFORE          PIC X(32).
001780     05  SRT-AFTER           PIC X(32).
001785     05  SRT-APPROVER        PIC X(08).
001790
001800 FD  AUDIT-REPORT-FILE
001810     RECORDING MODE IS F.
001820 01  REPORT-LINE                 PIC X(132).
001830
001840 WORKING-STORAGE SECTION.
001850*-----------------------------------------------------------------
001860* SWITCHES AND FILE STATUS
001870*-----------------------------------------------------------------
001880 77  WS-EOF-SW           PIC X(01)      VALUE 'N'.
001890     88  WS-EOF-YES                     VALUE 'Y'.
001900 77  WS-SORT-EOF-SW      PIC X(01)      VALUE 'N'.
001910     88  WS-SORT-EOF-YES                VALUE 'Y'.
001920 77  WS-CTL-STATUS       PIC X(02)      VALUE SPACES.
001930 77  WS-AUD-STATUS       PIC X(02)      VALUE SPACES.
001940 77  WS-SOURCE-NAME      PIC X(06)      VALUE SPACES.
001950
001960*-----------------------------------------------------------------
001970* RUN CONTROL - the date range, filters, and business hours
001980* the AUDCTL card selects.
001990*-----------------------------------------------------------------
002000 01  WS-TODAY-DATE       PIC 9(08)      VALUE ZERO.
002010 01  WS-TODAY-PARTS REDEFINES WS-TODAY-DATE.
002020     05  WS-TODAY-YEAR      PIC 9(04).
002030     05  WS-TODAY-MONTH     PIC 9(02).
002040     05  WS-TODAY-DAY       PIC 9(02).
002050 77  WS-RUN-STAMP        PIC X(80)      VALUE SPACES.
002060 77  WS-BUSD-STATUS      PIC X(02)      VALUE SPACES.
002070 01  WS-FROM-DATE        PIC 9(08)      VALUE ZERO.
002080 01  WS-FROM-PARTS REDEFINES WS-FROM-DATE.
002090     05  WS-FROM-YEAR       PIC 9(04).
002100     05  WS-FROM-MONTH      PIC 9(02).
002110     05  WS-FROM-DAY        PIC 9(02).
002120 77  WS-THRU-DATE        PIC 9(08)      VALUE 99999999.
002130 77  WS-SEL-USER         PIC X(08)      VALUE SPACES.
002140 77  WS-SEL-FILE         PIC X(06)      VALUE SPACES.
002150 77  WS-HOURS-START      PIC 9(04)      VALUE 0600.
002160 77  WS-HOURS-END        PIC 9(04)      VALUE 1800.
002170 77  WS-CHANGE-HHMM      PIC 9(04)      VALUE ZERO.
002175 77  WS-DATE-INTEGER     PIC 9(08) COMP VALUE ZERO.
002180
002190*-----------------------------------------------------------------
002200* CLOSED-DAY LOOKUP - the timeline is in date order, so the
002210* calendar is asked once per date (and plant) met.
002220*-----------------------------------------------------------------
002230 77  WS-DAY-TYPE         PIC X(01)      VALUE 'W'.
002240 77  WS-CAL-STATUS       PIC X(02)      VALUE SPACES.
002250 77  WS-CAL-DATE         PIC 9(08)      VALUE ZERO.
002260 77  WS-CAL-PLANT        PIC X(02)      VALUE SPACES.
002270 77  WS-LAST-CAL-DATE    PIC 9(08)      VALUE ZERO.
002280 77  WS-LAST-CAL-PLANT   PIC X(02)      VALUE SPACES.
002290 77  WS-CLOSED-SW        PIC X(01)      VALUE 'N'.
002300     88  WS-CLOSED-DAY                  VALUE 'Y'.
002310 77  WS-OFF-HOURS-SW     PIC X(01)      VALUE 'N'.
002320     88  WS-OFF-HOURS                   VALUE 'Y'.
002330
002340*-----------------------------------------------------------------
002350* COUNTERS
002360*-----------------------------------------------------------------
002370 77  WS-READ-COUNT       PIC 9(08) COMP VALUE ZERO.
002380 77  WS-SELECTED-COUNT   PIC 9(08) COMP VALUE ZERO.
002390 77  WS-FILTERED-COUNT   PIC 9(08) COMP VALUE ZERO.
002400 77  WS-UNDATED-COUNT    PIC 9(08) COMP VALUE ZERO.
002410 77  WS-OFF-HOURS-COUNT  PIC 9(08) COMP VALUE ZERO.
002420 77  WS-CLOSED-COUNT     PIC 9(08) COMP VALUE ZERO.
002430 77  WS-MISSING-COUNT    PIC 9(08) COMP VALUE ZERO.
002440
002450*-----------------------------------------------------------------
002460* VALUE EDITING - before and after images are built from these
002470*-----------------------------------------------------------------
002480 77  WS-ED-DATE          PIC 9(08)      VALUE ZERO.
002490 77  WS-ED-DATE-2        PIC 9(08)      VALUE ZERO.
002500 77  WS-ED-RATE          PIC ZZ9.9999.
002510 77  WS-ED-AREA          PIC Z(11)9.
002520 77  WS-ED-NUMBER        PIC 9(08)      VALUE ZERO.
002530
002540*-----------------------------------------------------------------
002550* COUNT TABLES - one entry per user and per file changed, in
002560* the order first met on the timeline.
002570*-----------------------------------------------------------------
002580 77  WS-USER-COUNT       PIC 9(04) COMP VALUE ZERO.
002590 77  WS-FILE-COUNT       PIC 9(04) COMP VALUE ZERO.
002600 77  WS-FOUND-SUB        PIC 9(04) COMP VALUE ZERO.
002610 01  WS-USER-TABLE.
002620     05  WS-USER-ENTRY OCCURS 100 TIMES
002630             INDEXED BY USR-IDX.
002640         10  WS-USR-KEY          PIC X(08).
002650         10  WS-USR-CHANGES      PIC 9(07) COMP.
002660         10  WS-USR-OFF-HOURS    PIC 9(07) COMP.
002670         10  WS-USR-CLOSED       PIC 9(07) COMP.
002680 01  WS-FILE-TABLE.
002690     05  WS-FILE-ENTRY OCCURS 30 TIMES
002700             INDEXED BY FIL-IDX.
002710         10  WS-FIL-KEY          PIC X(06).
002720         10  WS-FIL-CHANGES      PIC 9(07) COMP.
002730         10  WS-FIL-OFF-HOURS    PIC 9(07) COMP.
002740         10  WS-FIL-CLOSED       PIC 9(07) COMP.
002750
002760*-----------------------------------------------------------------
002770* REPORT LINES
002780*-----------------------------------------------------------------
002790 01  WS-HEADING1.
002800     05  FILLER              PIC X(37)   VALUE
002810         'AUDRPT - CONSOLIDATED CHANGE AUDIT   '.
002820     05  WS-H-FROM-DATE      PIC 9(08).
002830     05  FILLER              PIC X(06)   VALUE ' THRU '.
002840     05  WS-H-THRU-DATE      PIC 9(08).
002850     05  FILLER              PIC X(73)   VALUE SPACES.
002860
002870 01  WS-HEADING2.
002880     05  FILLER              PIC X(06)   VALUE 'USER: '.
002890     05  WS-H-USER           PIC X(08).
002900     05  FILLER              PIC X(08)   VALUE '  FILE: '.
002910     05  WS-H-FILE           PIC X(06).
002920     05  FILLER              PIC X(18)   VALUE
002930         '  BUSINESS HOURS: '.
002940     05  WS-H-HOURS-START    PIC 9(04).
002950     05  FILLER              PIC X(01)   VALUE '-'.
002960     05  WS-H-HOURS-END      PIC 9(04).
002970     05  FILLER              PIC X(77)   VALUE SPACES.
002980
002990 01  WS-COL-HEADING.
003000     05  FILLER              PIC X(52)   VALUE
003010         'DATE     TIME   USER     FILE   ACTION KEY'.
003020     05  FILLER              PIC X(33)   VALUE 'BEFORE'.
003030     05  FILLER              PIC X(33)   VALUE 'AFTER'.
003040     05  FILLER              PIC X(14)   VALUE 'FLAGS'.
003050
003060 01  WS-DETAIL-LINE.
003070     05  WS-D-DATE           PIC 9(08).
003080     05  FILLER              PIC X(01)   VALUE SPACE.
003090     05  WS-D-TIME           PIC 9(06).
003100     05  FILLER              PIC X(01)   VALUE SPACE.
003110     05  WS-D-USER-ID        PIC X(08).
003120     05  FILLER              PIC X(01)   VALUE SPACE.
003130     05  WS-D-FILE           PIC X(06).
003140     05  FILLER              PIC X(01)   VALUE SPACE.
003150     05  WS-D-ACTION         PIC X(06).
003160     05  FILLER              PIC X(01)   VALUE SPACE.
003170     05  WS-D-KEY            PIC X(12).
003180     05  FILLER              PIC X(01)   VALUE SPACE.
003190     05  WS-D-BEFORE         PIC X(32).
003200     05  FILLER              PIC X(01)   VALUE SPACE.
003210     05  WS-D-AFTER          PIC X(32).
003220     05  FILLER              PIC X(01)   VALUE SPACE.
003230     05  WS-D-OFF-HOURS      PIC X(06).
003240     05  FILLER              PIC X(01)   VALUE SPACE.
003250     05  WS-D-CLOSED         PIC X(06).
003260     05  FILLER              PIC X(01)   VALUE SPACE.
003270
003271 01  WS-APPROVER-LINE.
003272     05  FILLER              PIC X(16)   VALUE SPACES.
003274     05  FILLER              PIC X(12)   VALUE 'APPROVED BY '.
003275     05  WS-A-APPROVER       PIC X(08).
003277     05  FILLER              PIC X(96)   VALUE SPACES.
003278
003280 01  WS-SECTION-LINE         PIC X(132).
003290
003300 01  WS-TOTAL-HEADING.
003310     05  FILLER              PIC X(40)   VALUE
003320         '           CHANGES  OFFHRS  CLOSED'.
003330     05  FILLER              PIC X(92)   VALUE SPACES.
003340
003350 01  WS-TOTAL-LINE.
003360     05  WS-T-LABEL          PIC X(08).
003370     05  FILLER              PIC X(01)   VALUE SPACE.
003380     05  WS-T-CHANGES        PIC Z(8)9.
003390     05  FILLER              PIC X(01)   VALUE SPACE.
003400     05  WS-T-OFF-HOURS      PIC Z(6)9.
003410     05  FILLER              PIC X(01)   VALUE SPACE.
003420     05  WS-T-CLOSED         PIC Z(6)9.
003430     05  FILLER              PIC X(98)   VALUE SPACES.
003440
003450 01  WS-COUNT-LINE.
003460     05  WS-C-LABEL          PIC X(24).
003470     05  WS-C-COUNT          PIC Z(7)9.
003480     05  FILLER              PIC X(100)  VALUE SPACES.
003490
003500 PROCEDURE DIVISION.
003510*****************************************************************
003520* 0000-MAINLINE
003530*****************************************************************
003540 0000-MAINLINE.
003550     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003560     SORT SORT-WORK-FILE
003570         ON ASCENDING KEY SRT-DATE
003580         ON ASCENDING KEY SRT-TIME
003590         ON ASCENDING KEY SRT-SOURCE
003600         INPUT PROCEDURE IS 2000-BUILD-SORT-INPUT
003610             THRU 2000-EXIT
003620         OUTPUT PROCEDURE IS 5000-PRINT-REPORT
003630             THRU 5000-EXIT
003640     DISPLAY 'AUDRPT - ' WS-FROM-DATE ' THRU ' WS-THRU-DATE
003650         ' CHANGES: ' WS-SELECTED-COUNT
003660         ' FILES MISSING: ' WS-MISSING-COUNT
003670     GOBACK.
003680
003690*-----------------------------------------------------------------
003700* 1000-INITIALIZE - the AUDCTL card sets the range, the filters
003710* and the business hours; with no dates on it the report is the
003720* month before the business date.
003730*-----------------------------------------------------------------
003740 1000-INITIALIZE.
003750     CALL 'BUSDRD' USING BY REFERENCE WS-TODAY-DATE
003760                         BY REFERENCE WS-RUN-STAMP
003770                         BY REFERENCE WS-BUSD-STATUS
003780     END-CALL
003790     IF WS-BUSD-STATUS NOT = '00'
003800         DISPLAY 'AUDRPT - BUSDTE NOT AVAILABLE, STATUS = '
003810             WS-BUSD-STATUS ' - RUNNING UNDER THE MACHINE DATE'
003820     END-IF
003830     OPEN INPUT CONTROL-FILE
003840     IF WS-CTL-STATUS = '00'
003850         READ CONTROL-FILE
003860             NOT AT END
003870                 PERFORM 1100-APPLY-CARD THRU 1100-EXIT
003880         END-READ
003890         CLOSE CONTROL-FILE
003900     END-IF
003910     IF WS-FROM-DATE = ZERO AND WS-THRU-DATE = 99999999
003920         PERFORM 1200-DEFAULT-MONTH THRU 1200-EXIT
003930     END-IF
003940     IF WS-FROM-DATE > WS-THRU-DATE
003950         DISPLAY 'AUDRPT - FROM DATE ' WS-FROM-DATE
003960             ' IS AFTER THRU DATE ' WS-THRU-DATE
003970         MOVE 12 TO RETURN-CODE
003980         GOBACK
003990     END-IF
004000     OPEN OUTPUT AUDIT-REPORT-FILE
004010     MOVE WS-FROM-DATE TO WS-H-FROM-DATE
004020     MOVE WS-THRU-DATE TO WS-H-THRU-DATE
004030     MOVE WS-HEADING1 TO REPORT-LINE
004040     WRITE REPORT-LINE
004050     MOVE WS-RUN-STAMP TO REPORT-LINE
004060     WRITE REPORT-LINE
004070     IF WS-SEL-USER = SPACES
004080         MOVE '(ALL)' TO WS-H-USER
004090     ELSE
004100         MOVE WS-SEL-USER TO WS-H-USER
004110     END-IF
004120     IF WS-SEL-FILE = SPACES
004130         MOVE '(ALL)' TO WS-H-FILE
004140     ELSE
004150         MOVE WS-SEL-FILE TO WS-H-FILE
004160     END-IF
004170     MOVE WS-HOURS-START TO WS-H-HOURS-START
004180     MOVE WS-HOURS-END TO WS-H-HOURS-END
004190     MOVE WS-HEADING2 TO REPORT-LINE
004200     WRITE REPORT-LINE
004210     MOVE SPACES TO REPORT-LINE
004220     WRITE REPORT-LINE
004230     MOVE WS-COL-HEADING TO REPORT-LINE
004240     WRITE REPORT-LINE.
004250 1000-EXIT.
004260     EXIT.
004270
004280*-----------------------------------------------------------------
004290* 1100-APPLY-CARD - a field that is blank or not numeric keeps
004300* its default; hours that do not make a sensible window are
004310* mentioned and the default window kept.
004320*-----------------------------------------------------------------
004330 1100-APPLY-CARD.
004340     IF CC-FROM-DATE NUMERIC AND CC-FROM-DATE > 0
004350         MOVE CC-FROM-DATE TO WS-FROM-DATE
004360     END-IF
004370     IF CC-THRU-DATE NUMERIC AND CC-THRU-DATE > 0
004380         MOVE CC-THRU-DATE TO WS-THRU-DATE
004390     END-IF
004400     MOVE CC-USER-ID TO WS-SEL-USER
004410     MOVE CC-FILE-NAME TO WS-SEL-FILE
004420     IF CC-HOURS-START NOT NUMERIC
004430             AND CC-HOURS-END NOT NUMERIC
004440         GO TO 1100-EXIT
004450     END-IF
004460     IF CC-HOURS-START NUMERIC AND CC-HOURS-END NUMERIC
004470             AND CC-HOURS-START < CC-HOURS-END
004480             AND CC-HOURS-END NOT > 2400
004490             AND CC-HOURS-START (3:2) < '60'
004500             AND CC-HOURS-END (3:2) < '60'
004510         MOVE CC-HOURS-START TO WS-HOURS-START
004520         MOVE CC-HOURS-END TO WS-HOURS-END
004530     ELSE
004540         DISPLAY 'AUDRPT - BUSINESS HOURS ON CARD NOT VALID,'
004550             ' USING ' WS-HOURS-START '-' WS-HOURS-END
004560     END-IF.
004570 1100-EXIT.
004580     EXIT.
004590
004593*    the month before the business date - its first day
004596*    through the day before the business month began
004600 1200-DEFAULT-MONTH.
004610     IF WS-TODAY-MONTH = 1
004620         COMPUTE WS-FROM-YEAR = WS-TODAY-YEAR - 1
004630         MOVE 12 TO WS-FROM-MONTH
004640     ELSE
004650         MOVE WS-TODAY-YEAR TO WS-FROM-YEAR
004660         COMPUTE WS-FROM-MONTH = WS-TODAY-MONTH - 1
004670     END-IF
004680     MOVE 01 TO WS-FROM-DAY
004685     COMPUTE WS-DATE-INTEGER =
004690         FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
004695         - WS-TODAY-DAY
004700     COMPUTE WS-THRU-DATE =
004705         FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER).
004710 1200-EXIT.
004720     EXIT.
004730
004740*-----------------------------------------------------------------
004750* 2000-BUILD-SORT-INPUT - each audit file in turn, every record
004760* turned into the one timeline layout and released when it is
004770* in range and passes the filters.
004780*-----------------------------------------------------------------
004790 2000-BUILD-SORT-INPUT.
004800     PERFORM 2100-SCAN-DIVAUD THRU 2100-EXIT
004810     PERFORM 2200-SCAN-ORDAUD THRU 2200-EXIT
004820     PERFORM 2300-SCAN-RATAUD THRU 2300-EXIT
004830     PERFORM 2400-SCAN-MATAUD THRU 2400-EXIT
004840     PERFORM 2500-SCAN-PRMAUD THRU 2500-EXIT
004850     PERFORM 2600-SCAN-OPRVIO THRU 2600-EXIT
004860     PERFORM 2700-SCAN-STKAUD THRU 2700-EXIT
004870     PERFORM 2800-SCAN-CSTAUD THRU 2800-EXIT.
004880 2000-EXIT.
004890     EXIT.
004900
004910*-----------------------------------------------------------------
004920* 2100-SCAN-DIVAUD - divisor adds and retirements; the key is
004930* the divisor, the values its effective and retire dates.
004940*-----------------------------------------------------------------
004950 2100-SCAN-DIVAUD.
004960     MOVE 'DIVAUD' TO WS-SOURCE-NAME
004970     OPEN INPUT DIVAUD-FILE
004980     IF WS-AUD-STATUS NOT = '00'
004990         PERFORM 2950-FILE-MISSING THRU 2950-EXIT
005000         GO TO 2100-EXIT
005010     END-IF
005020     MOVE 'N' TO WS-EOF-SW
005030     PERFORM 2110-DIVAUD-ONE THRU 2110-EXIT
005040         UNTIL WS-EOF-YES
005050     CLOSE DIVAUD-FILE.
005060 2100-EXIT.
005070     EXIT.
005080
005090 2110-DIVAUD-ONE.
005100     READ DIVAUD-FILE
005110         AT END
005120             MOVE 'Y' TO WS-EOF-SW
005130     END-READ
005140     IF WS-EOF-YES
005150         GO TO 2110-EXIT
005160     END-IF
005170     MOVE SPACES TO SORT-RECORD
005180     MOVE DIV-AUD-DATE TO SRT-DATE
005190     MOVE DIV-AUD-TIME TO SRT-TIME
005200     MOVE DIV-AUD-USER-ID TO SRT-USER-ID
005205     MOVE DIV-AUD-APPROVER TO SRT-APPROVER
005210     MOVE 'DIVTBL' TO SRT-FILE
005220     MOVE DIV-AUD-ACTION TO SRT-ACTION
005230     STRING 'DIVISOR ' DIV-AUD-DIVISOR
005240         DELIMITED BY SIZE INTO SRT-KEY
005250     MOVE DIV-AUD-OLD-EFF-DATE TO WS-ED-DATE
005260     MOVE DIV-AUD-OLD-RETIRE-DATE TO WS-ED-DATE-2
005270     STRING 'EFF ' WS-ED-DATE ' RET ' WS-ED-DATE-2
005280         DELIMITED BY SIZE INTO SRT-BEFORE
005290     MOVE DIV-AUD-NEW-EFF-DATE TO WS-ED-DATE
005300     MOVE DIV-AUD-NEW-RETIRE-DATE TO WS-ED-DATE-2
005310     STRING 'EFF ' WS-ED-DATE ' RET ' WS-ED-DATE-2
005320         DELIMITED BY SIZE INTO SRT-AFTER
005330     PERFORM 2900-RELEASE-ONE THRU 2900-EXIT.
005340 2110-EXIT.
005350     EXIT.
005360
005370*-----------------------------------------------------------------
005380* 2200-SCAN-ORDAUD - order-master changes and posted
005390* completions; the values are due date, priority, status and
005400* customer, and on a completion the date and plant it left.
005410*-----------------------------------------------------------------
005420 2200-SCAN-ORDAUD.
005430     MOVE 'ORDAUD' TO WS-SOURCE-NAME
005440     OPEN INPUT ORDAUD-FILE
005450     IF WS-AUD-STATUS NOT = '00'
005460         PERFORM 2950-FILE-MISSING THRU 2950-EXIT
005470         GO TO 2200-EXIT
005480     END-IF
005490     MOVE 'N' TO WS-EOF-SW
005500     PERFORM 2210-ORDAUD-ONE THRU 2210-EXIT
005510         UNTIL WS-EOF-YES
005520     CLOSE ORDAUD-FILE.
005530 2200-EXIT.
005540     EXIT.
005550
005560 2210-ORDAUD-ONE.
005570     READ ORDAUD-FILE
005580         AT END
005590             MOVE 'Y' TO WS-EOF-SW
005600     END-READ
005610     IF WS-EOF-YES
005620         GO TO 2210-EXIT
005630     END-IF
005640     MOVE SPACES TO SORT-RECORD
005650     MOVE ORD-AUD-DATE TO SRT-DATE
005660     MOVE ORD-AUD-TIME TO SRT-TIME
005670     MOVE ORD-AUD-USER-ID TO SRT-USER-ID
005680     MOVE 'ORDMST' TO SRT-FILE
005690     MOVE ORD-AUD-ACTION TO SRT-ACTION
005700     MOVE ORD-AUD-JOB-NUMBER TO WS-ED-NUMBER
005710     STRING 'JOB ' WS-ED-NUMBER
005720         DELIMITED BY SIZE INTO SRT-KEY
005730     MOVE ORD-AUD-OLD-DUE-DATE TO WS-ED-DATE
005740     STRING WS-ED-DATE ' ' ORD-AUD-OLD-PRIORITY
005750         ' ' ORD-AUD-OLD-STATUS ' ' ORD-AUD-OLD-CUSTOMER
005760         DELIMITED BY SIZE INTO SRT-BEFORE
005770     MOVE ORD-AUD-NEW-DUE-DATE TO WS-ED-DATE
005780     IF ORD-AUD-COMPLETION
005790         MOVE ORD-AUD-COMPLETE-PLANT TO SRT-PLANT
005800         MOVE ORD-AUD-COMPLETE-DATE TO WS-ED-DATE-2
005810         STRING WS-ED-DATE ' ' ORD-AUD-NEW-PRIORITY
005820             ' ' ORD-AUD-NEW-STATUS ' CMP ' WS-ED-DATE-2
005830             ' ' ORD-AUD-COMPLETE-PLANT
005840             DELIMITED BY SIZE INTO SRT-AFTER
005850     ELSE
005860         STRING WS-ED-DATE ' ' ORD-AUD-NEW-PRIORITY
005870             ' ' ORD-AUD-NEW-STATUS ' ' ORD-AUD-NEW-CUSTOMER
005880             DELIMITED BY SIZE INTO SRT-AFTER
005890     END-IF
005900     PERFORM 2900-RELEASE-ONE THRU 2900-EXIT.
005910 2210-EXIT.
005920     EXIT.
005930
005940*-----------------------------------------------------------------
005950* 2300-SCAN-RATAUD - panel-rate adds and cancellations. The
005960* record holds the one rate the card named: an ADD shows it as
005970* the after value, a CANCEL as the before.
005980*-----------------------------------------------------------------
005990 2300-SCAN-RATAUD.
006000     MOVE 'RATAUD' TO WS-SOURCE-NAME
006010     OPEN INPUT RATAUD-FILE
006020     IF WS-AUD-STATUS NOT = '00'
006030         PERFORM 2950-FILE-MISSING THRU 2950-EXIT
006040         GO TO 2300-EXIT
006050     END-IF
006060     MOVE 'N' TO WS-EOF-SW
006070     PERFORM 2310-RATAUD-ONE THRU 2310-EXIT
006080         UNTIL WS-EOF-YES
006090     CLOSE RATAUD-FILE.
006100 2300-EXIT.
006110     EXIT.
006120
006130 2310-RATAUD-ONE.
006140     READ RATAUD-FILE
006150         AT END
006160             MOVE 'Y' TO WS-EOF-SW
006170     END-READ
006180     IF WS-EOF-YES
006190         GO TO 2310-EXIT
006200     END-IF
006210     MOVE SPACES TO SORT-RECORD
006220     MOVE RAT-AUD-DATE TO SRT-DATE
006230     MOVE RAT-AUD-TIME TO SRT-TIME
006240     MOVE RAT-AUD-USER-ID TO SRT-USER-ID
006245     MOVE RAT-AUD-APPROVER TO SRT-APPROVER
006250     MOVE 'PNLRAT' TO SRT-FILE
006260     MOVE RAT-AUD-ACTION TO SRT-ACTION
006270     STRING 'CLASS ' RAT-AUD-MATL-CLASS
006280         DELIMITED BY SIZE INTO SRT-KEY
006290     IF RAT-AUD-RATE NUMERIC
006300         MOVE RAT-AUD-RATE TO WS-ED-RATE
006310     ELSE
006320         MOVE ZERO TO WS-ED-RATE
006330     END-IF
006340     MOVE RAT-AUD-EFF-DATE TO WS-ED-DATE
006350     IF RAT-AUD-ACTION = 'CANCEL'
006360         STRING 'RATE ' WS-ED-RATE ' EFF ' WS-ED-DATE
006370             DELIMITED BY SIZE INTO SRT-BEFORE
006380     ELSE
006390         STRING 'RATE ' WS-ED-RATE ' EFF ' WS-ED-DATE
006400             DELIMITED BY SIZE INTO SRT-AFTER
006410     END-IF
006420     PERFORM 2900-RELEASE-ONE THRU 2900-EXIT.
006430 2310-EXIT.
006440     EXIT.
006450
006460*-----------------------------------------------------------------
006470* 2400-SCAN-MATAUD - sheet-cost adds and cancellations, shown
006480* the way the panel rates are.
006490*-----------------------------------------------------------------
006500 2400-SCAN-MATAUD.
006510     MOVE 'MATAUD' TO WS-SOURCE-NAME
006520     OPEN INPUT MATAUD-FILE
006530     IF WS-AUD-STATUS NOT = '00'
006540         PERFORM 2950-FILE-MISSING THRU 2950-EXIT
006550         GO TO 2400-EXIT
006560     END-IF
006570     MOVE 'N' TO WS-EOF-SW
006580     PERFORM 2410-MATAUD-ONE THRU 2410-EXIT
006590         UNTIL WS-EOF-YES
006600     CLOSE MATAUD-FILE.
006610 2400-EXIT.
006620     EXIT.
006630
006640 2410-MATAUD-ONE.
006650     READ MATAUD-FILE
006660         AT END
006670             MOVE 'Y' TO WS-EOF-SW
006680     END-READ
006690     IF WS-EOF-YES
006700         GO TO 2410-EXIT
006710     END-IF
006720     MOVE SPACES TO SORT-RECORD
006730     MOVE MAT-AUD-DATE TO SRT-DATE
006740     MOVE MAT-AUD-TIME TO SRT-TIME
006750     MOVE MAT-AUD-USER-ID TO SRT-USER-ID
006760     MOVE 'MATCST' TO SRT-FILE
006770     MOVE MAT-AUD-ACTION TO SRT-ACTION
006780     STRING 'CLASS ' MAT-AUD-SHEET-CLASS
006790         DELIMITED BY SIZE INTO SRT-KEY
006800     IF MAT-AUD-COST NUMERIC
006810         MOVE MAT-AUD-COST TO WS-ED-RATE
006820     ELSE
006830         MOVE ZERO TO WS-ED-RATE
006840     END-IF
006850     MOVE MAT-AUD-EFF-DATE TO WS-ED-DATE
006860     IF MAT-AUD-ACTION = 'CANCEL'
006870         STRING 'COST ' WS-ED-RATE ' EFF ' WS-ED-DATE
006880             DELIMITED BY SIZE INTO SRT-BEFORE
006890     ELSE
006900         STRING 'COST ' WS-ED-RATE ' EFF ' WS-ED-DATE
006910             DELIMITED BY SIZE INTO SRT-AFTER
006920     END-IF
006930     PERFORM 2900-RELEASE-ONE THRU 2900-EXIT.
006940 2410-EXIT.
006950     EXIT.
006960
006970*-----------------------------------------------------------------
006980* 2500-SCAN-PRMAUD - run-parameter changes made online; the
006990* record names the parameter file and carries the old and new
007000* values already formatted.
007010*-----------------------------------------------------------------
007020 2500-SCAN-PRMAUD.
007030     MOVE 'PRMAUD' TO WS-SOURCE-NAME
007040     OPEN INPUT PRMAUD-FILE
007050     IF WS-AUD-STATUS NOT = '00'
007060         PERFORM 2950-FILE-MISSING THRU 2950-EXIT
007070         GO TO 2500-EXIT
007080     END-IF
007090     MOVE 'N' TO WS-EOF-SW
007100     PERFORM 2510-PRMAUD-ONE THRU 2510-EXIT
007110         UNTIL WS-EOF-YES
007120     CLOSE PRMAUD-FILE.
007130 2500-EXIT.
007140     EXIT.
007150
007160 2510-PRMAUD-ONE.
007170     READ PRMAUD-FILE
007180         AT END
007190             MOVE 'Y' TO WS-EOF-SW
007200     END-READ
007210     IF WS-EOF-YES
007220         GO TO 2510-EXIT
007230     END-IF
007240     MOVE SPACES TO SORT-RECORD
007250     MOVE PRM-AUD-DATE TO SRT-DATE
007260     MOVE PRM-AUD-TIME TO SRT-TIME
007270     MOVE PRM-AUD-USER-ID TO SRT-USER-ID
007275     MOVE PRM-AUD-APPROVER TO SRT-APPROVER
007280     MOVE PRM-AUD-FILE TO SRT-FILE
007290     MOVE 'CHANGE' TO SRT-ACTION
007300     MOVE PRM-AUD-OLD-VALUE TO SRT-BEFORE
007310     MOVE PRM-AUD-NEW-VALUE TO SRT-AFTER
007320     PERFORM 2900-RELEASE-ONE THRU 2900-EXIT.
007330 2510-EXIT.
007340     EXIT.
007350
007360*-----------------------------------------------------------------
007370* 2600-SCAN-OPRVIO - updates the online transactions refused
007380* for want of authority. Nothing changed, so there is no before
007390* value; the line names the transaction and the action tried.
007400*-----------------------------------------------------------------
007410 2600-SCAN-OPRVIO.
007420     MOVE 'OPRVIO' TO WS-SOURCE-NAME
007430     OPEN INPUT OPRVIO-FILE
007440     IF WS-AUD-STATUS NOT = '00'
007450         PERFORM 2950-FILE-MISSING THRU 2950-EXIT
007460         GO TO 2600-EXIT
007470     END-IF
007480     MOVE 'N' TO WS-EOF-SW
007490     PERFORM 2610-OPRVIO-ONE THRU 2610-EXIT
007500         UNTIL WS-EOF-YES
007510     CLOSE OPRVIO-FILE.
007520 2600-EXIT.
007530     EXIT.
007540
007550 2610-OPRVIO-ONE.
007560     READ OPRVIO-FILE
007570         AT END
007580             MOVE 'Y' TO WS-EOF-SW
007590     END-READ
007600     IF WS-EOF-YES
007610         GO TO 2610-EXIT
007620     END-IF
007630     MOVE SPACES TO SORT-RECORD
007640     MOVE OPR-VIO-DATE TO SRT-DATE
007650     MOVE OPR-VIO-TIME TO SRT-TIME
007660     MOVE OPR-VIO-OPERATOR TO SRT-USER-ID
007670     MOVE 'OPRVIO' TO SRT-FILE
007680     MOVE 'REFUSE' TO SRT-ACTION
007690     MOVE OPR-VIO-FUNCTION TO SRT-KEY
007700     STRING 'ACTION ' OPR-VIO-ACTION ' REFUSED'
007710         DELIMITED BY SIZE INTO SRT-AFTER
007720     PERFORM 2900-RELEASE-ONE THRU 2900-EXIT.
007730 2610-EXIT.
007740     EXIT.
007750
007760*-----------------------------------------------------------------
007770* 2700-SCAN-STKAUD - inventory movements. The reason code says
007780* which program posted the movement; that program stands as the
007790* user, and the plant's own calendar decides a closed day.
007800*-----------------------------------------------------------------
007810 2700-SCAN-STKAUD.
007820     MOVE 'STKAUD' TO WS-SOURCE-NAME
007830     OPEN INPUT STKAUD-FILE
007840     IF WS-AUD-STATUS NOT = '00'
007850         PERFORM 2950-FILE-MISSING THRU 2950-EXIT
007860         GO TO 2700-EXIT
007870     END-IF
007880     MOVE 'N' TO WS-EOF-SW
007890     PERFORM 2710-STKAUD-ONE THRU 2710-EXIT
007900         UNTIL WS-EOF-YES
007910     CLOSE STKAUD-FILE.
007920 2700-EXIT.
007930     EXIT.
007940
007950 2710-STKAUD-ONE.
007960     READ STKAUD-FILE
007970         AT END
007980             MOVE 'Y' TO WS-EOF-SW
007990     END-READ
008000     IF WS-EOF-YES
008010         GO TO 2710-EXIT
008020     END-IF
008030     MOVE SPACES TO SORT-RECORD
008040     MOVE STK-AUD-DATE TO SRT-DATE
008050     MOVE STK-AUD-TIME TO SRT-TIME
008060     MOVE 'STKINV' TO SRT-FILE
008070     MOVE STK-AUD-PLANT TO SRT-PLANT
008080     EVALUATE TRUE
008090         WHEN STK-AUD-RECEIPT
008100             MOVE 'STKRCPT ' TO SRT-USER-ID
008110             MOVE 'RECPT ' TO SRT-ACTION
008120         WHEN STK-AUD-NIGHT-REVERSAL
008130             MOVE 'BCHREV  ' TO SRT-USER-ID
008140             MOVE 'REVRSE' TO SRT-ACTION
008150         WHEN STK-AUD-COUNT-CORRECTION
008160             MOVE 'STKCNTP ' TO SRT-USER-ID
008170             MOVE 'COUNT ' TO SRT-ACTION
008180         WHEN STK-AUD-TRANSFER-SHIP
008190             MOVE 'STKXFER ' TO SRT-USER-ID
008200             MOVE 'XFROUT' TO SRT-ACTION
008210         WHEN STK-AUD-TRANSFER-RECEIPT
008220             MOVE 'STKXFER ' TO SRT-USER-ID
008230             MOVE 'XFRIN ' TO SRT-ACTION
008240         WHEN STK-AUD-RECUT
008250             MOVE 'RCTPST  ' TO SRT-USER-ID
008260             MOVE 'RECUT ' TO SRT-ACTION
008270         WHEN OTHER
008280             MOVE 'UNKNOWN ' TO SRT-USER-ID
008290             STRING 'RSN ' STK-AUD-REASON
008300                 DELIMITED BY SIZE INTO SRT-ACTION
008310     END-EVALUATE
008320     STRING 'PLT ' STK-AUD-PLANT ' CL ' STK-AUD-SHEET-CLASS
008330         DELIMITED BY SIZE INTO SRT-KEY
008340     IF STK-AUD-BEFORE-AREA NUMERIC
008350         MOVE STK-AUD-BEFORE-AREA TO WS-ED-AREA
008360     ELSE
008370         MOVE ZERO TO WS-ED-AREA
008380     END-IF
008390     STRING 'AREA ' WS-ED-AREA
008400         DELIMITED BY SIZE INTO SRT-BEFORE
008410     IF STK-AUD-AFTER-AREA NUMERIC
008420         MOVE STK-AUD-AFTER-AREA TO WS-ED-AREA
008430     ELSE
008440         MOVE ZERO TO WS-ED-AREA
008450     END-IF
008460     STRING 'AREA ' WS-ED-AREA ' ' STK-AUD-PO-REF
008470         DELIMITED BY SIZE INTO SRT-AFTER
008480     PERFORM 2900-RELEASE-ONE THRU 2900-EXIT.
008490 2710-EXIT.
008500     EXIT.
008510
008520*-----------------------------------------------------------------
008530* 2800-SCAN-CSTAUD - customer-master changes; the values shown
008540* are the name and status (the CSTMNT register carries the
008550* address and terms).
008560*-----------------------------------------------------------------
008570 2800-SCAN-CSTAUD.
008580     MOVE 'CSTAUD' TO WS-SOURCE-NAME
008590     OPEN INPUT CSTAUD-FILE
008600     IF WS-AUD-STATUS NOT = '00'
008610         PERFORM 2950-FILE-MISSING THRU 2950-EXIT
008620         GO TO 2800-EXIT
008630     END-IF
008640     MOVE 'N' TO WS-EOF-SW
008650     PERFORM 2810-CSTAUD-ONE THRU 2810-EXIT
008660         UNTIL WS-EOF-YES
008670     CLOSE CSTAUD-FILE.
008680 2800-EXIT.
008690     EXIT.
008700
008710 2810-CSTAUD-ONE.
008720     READ CSTAUD-FILE
008730         AT END
008740             MOVE 'Y' TO WS-EOF-SW
008750     END-READ
008760     IF WS-EOF-YES
008770         GO TO 2810-EXIT
008780     END-IF
008790     MOVE SPACES TO SORT-RECORD
008800     MOVE CST-AUD-DATE TO SRT-DATE
008810     MOVE CST-AUD-TIME TO SRT-TIME
008820     MOVE CST-AUD-USER-ID TO SRT-USER-ID
008830     MOVE 'CSTMST' TO SRT-FILE
008840     MOVE CST-AUD-ACTION TO SRT-ACTION
008850     MOVE CST-AUD-NUMBER TO WS-ED-NUMBER
008860     STRING 'CUST ' WS-ED-NUMBER
008870         DELIMITED BY SIZE INTO SRT-KEY
008880     STRING CST-AUD-OLD-NAME (1:26) ' ST ' CST-AUD-OLD-STATUS
008890         DELIMITED BY SIZE INTO SRT-BEFORE
008900     STRING CST-AUD-NEW-NAME (1:26) ' ST ' CST-AUD-NEW-STATUS
008910         DELIMITED BY SIZE INTO SRT-AFTER
008920     PERFORM 2900-RELEASE-ONE THRU 2900-EXIT.
008930 2810-EXIT.
008940     EXIT.
008950
008960*-----------------------------------------------------------------
008970* 2900-RELEASE-ONE - a record with no usable date is counted
008980* and left off; one outside the range or not matching the user
008986* (as requester or approver) or file asked for is skipped.
008993* The file filter matches either the audit file or the file
009000* changed.
009010*-----------------------------------------------------------------
009020 2900-RELEASE-ONE.
009030     ADD 1 TO WS-READ-COUNT
009040     MOVE WS-SOURCE-NAME TO SRT-SOURCE
009050     IF SRT-DATE NOT NUMERIC OR SRT-DATE = ZERO
009060         ADD 1 TO WS-UNDATED-COUNT
009070         GO TO 2900-EXIT
009080     END-IF
009090     IF SRT-TIME NOT NUMERIC
009100         MOVE ZERO TO SRT-TIME
009110     END-IF
009120     IF SRT-DATE < WS-FROM-DATE OR SRT-DATE > WS-THRU-DATE
009130         ADD 1 TO WS-FILTERED-COUNT
009140         GO TO 2900-EXIT
009150     END-IF
009160     IF WS-SEL-USER NOT = SPACES
009170             AND SRT-USER-ID NOT = WS-SEL-USER
009175             AND SRT-APPROVER NOT = WS-SEL-USER
009180         ADD 1 TO WS-FILTERED-COUNT
009190         GO TO 2900-EXIT
009200     END-IF
009210     IF WS-SEL-FILE NOT = SPACES
009220             AND SRT-FILE NOT = WS-SEL-FILE
009230             AND SRT-SOURCE NOT = WS-SEL-FILE
009240         ADD 1 TO WS-FILTERED-COUNT
009250         GO TO 2900-EXIT
009260     END-IF
009270     ADD 1 TO WS-SELECTED-COUNT
009280     RELEASE SORT-RECORD.
009290 2900-EXIT.
009300     EXIT.
009310
009320*-----------------------------------------------------------------
009330* 2950-FILE-MISSING - an audit file that will not open leaves
009340* a hole in the timeline; it is said so on the console and on
009350* the report, and the run ends with return code 4.
009360*-----------------------------------------------------------------
009370 2950-FILE-MISSING.
009380     ADD 1 TO WS-MISSING-COUNT
009390     DISPLAY 'AUDRPT - ' WS-SOURCE-NAME
009400         ' OPEN FAILED, STATUS = ' WS-AUD-STATUS
009410         ' - NOT ON THE REPORT'
009420     MOVE SPACES TO WS-SECTION-LINE
009430     STRING '*** ' WS-SOURCE-NAME ' NOT AVAILABLE, STATUS '
009440         WS-AUD-STATUS ' - ITS CHANGES ARE NOT LISTED'
009450         DELIMITED BY SIZE INTO WS-SECTION-LINE
009460     MOVE WS-SECTION-LINE TO REPORT-LINE
009470     WRITE REPORT-LINE.
009480 2950-EXIT.
009490     EXIT.
009500
009510*-----------------------------------------------------------------
009520* 5000-PRINT-REPORT - the timeline, one line per change in date
009530* and time order, then the counts per user and per file.
009540*-----------------------------------------------------------------
009550 5000-PRINT-REPORT.
009560     PERFORM 5900-RETURN-SORTED THRU 5900-EXIT
009570     PERFORM 5100-PRINT-ONE THRU 5100-EXIT
009580         UNTIL WS-SORT-EOF-YES
009590     PERFORM 5500-PRINT-TOTALS THRU 5500-EXIT
009600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
009610 5000-EXIT.
009620     EXIT.
009630
009640 5100-PRINT-ONE.
009650     PERFORM 5200-CHECK-FLAGS THRU 5200-EXIT
009660     MOVE SRT-DATE TO WS-D-DATE
009670     MOVE SRT-TIME TO WS-D-TIME
009680     MOVE SRT-USER-ID TO WS-D-USER-ID
009690     MOVE SRT-FILE TO WS-D-FILE
009700     MOVE SRT-ACTION TO WS-D-ACTION
009710     MOVE SRT-KEY TO WS-D-KEY
009720     MOVE SRT-BEFORE TO WS-D-BEFORE
009730     MOVE SRT-AFTER TO WS-D-AFTER
009740     MOVE SPACES TO WS-D-OFF-HOURS
009750     MOVE SPACES TO WS-D-CLOSED
009760     IF WS-OFF-HOURS
009770         MOVE 'OFFHRS' TO WS-D-OFF-HOURS
009780         ADD 1 TO WS-OFF-HOURS-COUNT
009790     END-IF
009800     IF WS-CLOSED-DAY
009810         MOVE 'CLOSED' TO WS-D-CLOSED
009820         ADD 1 TO WS-CLOSED-COUNT
009830     END-IF
009840     MOVE WS-DETAIL-LINE TO REPORT-LINE
009850     WRITE REPORT-LINE
009851     IF SRT-APPROVER NOT = SPACES
009853         MOVE SRT-APPROVER TO WS-A-APPROVER
009855         MOVE WS-APPROVER-LINE TO REPORT-LINE
009856         WRITE REPORT-LINE
009858     END-IF
009860     PERFORM 5400-ADD-TO-COUNTS THRU 5400-EXIT
009870     PERFORM 5900-RETURN-SORTED THRU 5900-EXIT.
009880 5100-EXIT.
009890     EXIT.
009900
009910*-----------------------------------------------------------------
009920* 5200-CHECK-FLAGS - off hours is before the start of the
009930* business-hours window or at or after its end; a closed day is
009940* one SHOPCAL lists for the whole shop, or for the plant the
009950* change was made at where the audit record names one. A
009960* calendar that cannot be read flags nothing.
009970*-----------------------------------------------------------------
009980 5200-CHECK-FLAGS.
009990     MOVE 'N' TO WS-OFF-HOURS-SW
010000     COMPUTE WS-CHANGE-HHMM = SRT-TIME / 100
010010     IF WS-CHANGE-HHMM < WS-HOURS-START
010020             OR WS-CHANGE-HHMM NOT < WS-HOURS-END
010030         MOVE 'Y' TO WS-OFF-HOURS-SW
010040     END-IF
010050     IF SRT-DATE = WS-LAST-CAL-DATE
010060             AND SRT-PLANT = WS-LAST-CAL-PLANT
010070         GO TO 5200-EXIT
010080     END-IF
010090     MOVE SRT-DATE TO WS-CAL-DATE
010100     MOVE SRT-PLANT TO WS-CAL-PLANT
010110     CALL 'CALCHK' USING BY CONTENT WS-CAL-DATE
010120                         BY CONTENT WS-CAL-PLANT
010130                         BY REFERENCE WS-DAY-TYPE
010140                         BY REFERENCE WS-CAL-STATUS
010150     END-CALL
010160     MOVE SRT-DATE TO WS-LAST-CAL-DATE
010170     MOVE SRT-PLANT TO WS-LAST-CAL-PLANT
010180     IF WS-CAL-STATUS NOT = '00' OR WS-DAY-TYPE = 'W'
010190         MOVE 'N' TO WS-CLOSED-SW
010200     ELSE
010210         MOVE 'Y' TO WS-CLOSED-SW
010220     END-IF.
010230 5200-EXIT.
010240     EXIT.
010250
010260*-----------------------------------------------------------------
010270* 5400-ADD-TO-COUNTS - the change counts once under its user
010280* and once under its file, each entry added the first time it
010290* is met. A full table is mentioned once per entry that misses.
010300*-----------------------------------------------------------------
010310 5400-ADD-TO-COUNTS.
010320     MOVE ZERO TO WS-FOUND-SUB
010330     PERFORM 5410-CHECK-ONE-USER THRU 5410-EXIT
010340         VARYING USR-IDX FROM 1 BY 1
010350         UNTIL USR-IDX > WS-USER-COUNT
010360             OR WS-FOUND-SUB > ZERO
010370     IF WS-FOUND-SUB = ZERO
010380         IF WS-USER-COUNT = 100
010390             DISPLAY 'AUDRPT - USER TABLE FULL, USER '
010400                 SRT-USER-ID ' NOT IN USER COUNTS'
010410             GO TO 5400-FILE
010420         END-IF
010430         ADD 1 TO WS-USER-COUNT
010440         MOVE WS-USER-COUNT TO WS-FOUND-SUB
010450         SET USR-IDX TO WS-FOUND-SUB
010460         MOVE SRT-USER-ID TO WS-USR-KEY (USR-IDX)
010470         MOVE ZERO TO WS-USR-CHANGES (USR-IDX)
010480         MOVE ZERO TO WS-USR-OFF-HOURS (USR-IDX)
010490         MOVE ZERO TO WS-USR-CLOSED (USR-IDX)
010500     END-IF
010510     SET USR-IDX TO WS-FOUND-SUB
010520     ADD 1 TO WS-USR-CHANGES (USR-IDX)
010530     IF WS-OFF-HOURS
010540         ADD 1 TO WS-USR-OFF-HOURS (USR-IDX)
010550     END-IF
010560     IF WS-CLOSED-DAY
010570         ADD 1 TO WS-USR-CLOSED (USR-IDX)
010580     END-IF.
010590 5400-FILE.
010600     MOVE ZERO TO WS-FOUND-SUB
010610     PERFORM 5420-CHECK-ONE-FILE THRU 5420-EXIT
010620         VARYING FIL-IDX FROM 1 BY 1
010630         UNTIL FIL-IDX > WS-FILE-COUNT
010640             OR WS-FOUND-SUB > ZERO
010650     IF WS-FOUND-SUB = ZERO
010660         IF WS-FILE-COUNT = 30
010670             DISPLAY 'AUDRPT - FILE TABLE FULL, FILE '
010680                 SRT-FILE ' NOT IN FILE COUNTS'
010690             GO TO 5400-EXIT
010700         END-IF
010710         ADD 1 TO WS-FILE-COUNT
010720         MOVE WS-FILE-COUNT TO WS-FOUND-SUB
010730         SET FIL-IDX TO WS-FOUND-SUB
010740         MOVE SRT-FILE TO WS-FIL-KEY (FIL-IDX)
010750         MOVE ZERO TO WS-FIL-CHANGES (FIL-IDX)
010760         MOVE ZERO TO WS-FIL-OFF-HOURS (FIL-IDX)
010770         MOVE ZERO TO WS-FIL-CLOSED (FIL-IDX)
010780     END-IF
010790     SET FIL-IDX TO WS-FOUND-SUB
010800     ADD 1 TO WS-FIL-CHANGES (FIL-IDX)
010810     IF WS-OFF-HOURS
010820         ADD 1 TO WS-FIL-OFF-HOURS (FIL-IDX)
010830     END-IF
010840     IF WS-CLOSED-DAY
010850         ADD 1 TO WS-FIL-CLOSED (FIL-IDX)
010860     END-IF.
010870 5400-EXIT.
010880     EXIT.
010890
010900 5410-CHECK-ONE-USER.
010910     IF WS-USR-KEY (USR-IDX) = SRT-USER-ID
010920         SET WS-FOUND-SUB TO USR-IDX
010930     END-IF.
010940 5410-EXIT.
010950     EXIT.
010960
010970 5420-CHECK-ONE-FILE.
010980     IF WS-FIL-KEY (FIL-IDX) = SRT-FILE
010990         SET WS-FOUND-SUB TO FIL-IDX
011000     END-IF.
011010 5420-EXIT.
011020     EXIT.
011030
011040*-----------------------------------------------------------------
011050* 5500-PRINT-TOTALS - the changes per user and per file, each
011060* with how many fell outside business hours or on a closed day.
011070*-----------------------------------------------------------------
011080 5500-PRINT-TOTALS.
011090     MOVE SPACES TO REPORT-LINE
011100     WRITE REPORT-LINE
011110     MOVE 'CHANGES BY USER' TO WS-SECTION-LINE
011120     MOVE WS-SECTION-LINE TO REPORT-LINE
011130     WRITE REPORT-LINE
011140     MOVE WS-TOTAL-HEADING TO REPORT-LINE
011150     WRITE REPORT-LINE
011160     PERFORM 5510-PRINT-USER THRU 5510-EXIT
011170         VARYING USR-IDX FROM 1 BY 1
011180         UNTIL USR-IDX > WS-USER-COUNT
011190     MOVE SPACES TO REPORT-LINE
011200     WRITE REPORT-LINE
011210     MOVE 'CHANGES BY FILE' TO WS-SECTION-LINE
011220     MOVE WS-SECTION-LINE TO REPORT-LINE
011230     WRITE REPORT-LINE
011240     MOVE WS-TOTAL-HEADING TO REPORT-LINE
011250     WRITE REPORT-LINE
011260     PERFORM 5520-PRINT-FILE THRU 5520-EXIT
011270         VARYING FIL-IDX FROM 1 BY 1
011280         UNTIL FIL-IDX > WS-FILE-COUNT.
011290 5500-EXIT.
011300     EXIT.
011310
011320 5510-PRINT-USER.
011330     MOVE WS-USR-KEY (USR-IDX) TO WS-T-LABEL
011340     MOVE WS-USR-CHANGES (USR-IDX) TO WS-T-CHANGES
011350     MOVE WS-USR-OFF-HOURS (USR-IDX) TO WS-T-OFF-HOURS
011360     MOVE WS-USR-CLOSED (USR-IDX) TO WS-T-CLOSED
011370     MOVE WS-TOTAL-LINE TO REPORT-LINE
011380     WRITE REPORT-LINE.
011390 5510-EXIT.
011400     EXIT.
011410
011420 5520-PRINT-FILE.
011430     MOVE WS-FIL-KEY (FIL-IDX) TO WS-T-LABEL
011440     MOVE WS-FIL-CHANGES (FIL-IDX) TO WS-T-CHANGES
011450     MOVE WS-FIL-OFF-HOURS (FIL-IDX) TO WS-T-OFF-HOURS
011460     MOVE WS-FIL-CLOSED (FIL-IDX) TO WS-T-CLOSED
011470     MOVE WS-TOTAL-LINE TO REPORT-LINE
011480     WRITE REPORT-LINE.
011490 5520-EXIT.
011500     EXIT.
011510
011520 5900-RETURN-SORTED.
011530     RETURN SORT-WORK-FILE
011540         AT END
011550             MOVE 'Y' TO WS-SORT-EOF-SW
011560     END-RETURN.
011570 5900-EXIT.
011580     EXIT.
011590
011600*-----------------------------------------------------------------
011610* 9000-TERMINATE - control totals on the back of the report, and
011620* return code 4 when an audit file could not be read.
011630*-----------------------------------------------------------------
011640 9000-TERMINATE.
011650     MOVE SPACES TO REPORT-LINE
011660     WRITE REPORT-LINE
011670     MOVE 'AUDIT RECORDS READ:     ' TO WS-C-LABEL
011680     MOVE WS-READ-COUNT TO WS-C-COUNT
011690     MOVE WS-COUNT-LINE TO REPORT-LINE
011700     WRITE REPORT-LINE
011710     MOVE 'CHANGES LISTED:         ' TO WS-C-LABEL
011720     MOVE WS-SELECTED-COUNT TO WS-C-COUNT
011730     MOVE WS-COUNT-LINE TO REPORT-LINE
011740     WRITE REPORT-LINE
011750     MOVE 'OUT OF RANGE/FILTERED:  ' TO WS-C-LABEL
011760     MOVE WS-FILTERED-COUNT TO WS-C-COUNT
011770     MOVE WS-COUNT-LINE TO REPORT-LINE
011780     WRITE REPORT-LINE
011790     MOVE 'NO USABLE DATE:         ' TO WS-C-LABEL
011800     MOVE WS-UNDATED-COUNT TO WS-C-COUNT
011810     MOVE WS-COUNT-LINE TO REPORT-LINE
011820     WRITE REPORT-LINE
011830     MOVE 'OUTSIDE BUSINESS HOURS: ' TO WS-C-LABEL
011840     MOVE WS-OFF-HOURS-COUNT TO WS-C-COUNT
011850     MOVE WS-COUNT-LINE TO REPORT-LINE
011860     WRITE REPORT-LINE
011870     MOVE 'ON A CLOSED DAY:        ' TO WS-C-LABEL
011880     MOVE WS-CLOSED-COUNT TO WS-C-COUNT
011890     MOVE WS-COUNT-LINE TO REPORT-LINE
011900     WRITE REPORT-LINE
011910     MOVE 'AUDIT FILES MISSING:    ' TO WS-C-LABEL
011920     MOVE WS-MISSING-COUNT TO WS-C-COUNT
011930     MOVE WS-COUNT-LINE TO REPORT-LINE
011940     WRITE REPORT-LINE
011950     CLOSE AUDIT-REPORT-FILE
011960     IF WS-MISSING-COUNT > ZERO
011970         MOVE 4 TO RETURN-CODE
011980     END-IF.
011990 9000-EXIT.
012000     EXIT.
012010
012020 END PROGRAM AUDRPT.
