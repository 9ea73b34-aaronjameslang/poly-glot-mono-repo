000010*****************************************************************
000020* PROGRAM-ID : BCHREV                                          *
000030* AUTHOR     : M. PRZYBYLSKI, SCHEDULING SYSTEMS               *
000040* INSTALLATION : CUTTING-SHOP SYSTEMS                          *
000050* DATE-WRITTEN : 2026-10-05                                    *
000060*                                                              *
000070* FUNCTION : Backs an entire bad night out by run date. When   *
000080*   the order system re-sends yesterday's file, or BCHCTL ran  *
000090*   against the wrong BCHSTG, every nightly posting that night *
000100*   made has to go before the night can be rerun clean - and   *
000110*   until now that meant a dataset editor on eight files.      *
000120*   Driven by the REVCTL card's run date, this run:            *
000130*                                                              *
000140*   - rewrites the accumulated BCHOUT, PNLOUT, and WSTCUM, the *
000150*     SPLWRK worklist, and the BILLLOG transmission log        *
000160*     without that night's records (to the ...REM remainder    *
000170*     files the JCL copies back over the live data sets, the   *
000180*     way BCHCLSE hands back BCHREM);                          *
000190*   - deletes the night's jobs from the BCHIDX lookup file and *
000200*     the night's TOFHIST history records;                     *
000210*   - gives the night's STKINV draw back per plant and sheet   *
000220*     class through STKUPDT, writing one STKAUD record (reason *
000230*     'RV') per class given back;                              *
000231*   - takes the night's newly parked lines off BILPRK (to the  *
000232*     BILPREM remainder), parks again the lines its billing    *
000233*     transmission had released, and queues the adjustment     *
000234*     records it had sent back on BILAQ, so the rerun sends    *
000235*     them again.                                              *
000240*                                                              *
000250*   The draw given back is the one STKUPDT itself recorded for *
000260*   the run date (STK-INV-RUN-USED-AREA), so sheet-mode and    *
000270*   area-mode nights come back exactly as they went out. A     *
000280*   class some later night has drawn since falls back to the   *
000290*   night's BCHOUT area under area mode, and is listed for a   *
000300*   manual count under sheet mode.                             *
000310*                                                              *
000320*   A run date whose month BCHCLSE has already locked on       *
000330*   BCHPER is refused (return code 8) - closed totals do not   *
000340*   move, not even backwards. So is a run date missing from    *
000350*   the card, or a file that cannot be opened; nothing is      *
000360*   changed. The before/after balancing report prints every    *
000370*   file's counts, the stock given back per class, and the     *
000380*   billing transmissions removed from the log (invoicing has  *
000390*   to be told to void them). Return code 4 means the night    *
000400*   left nothing to back out, or a class could not be given    *
000410*   back and needs a look.                                     *
000420*****************************************************************
000430 IDENTIFICATION DIVISION.
000440 PROGRAM-ID. BCHREV.
000450 AUTHOR. M. PRZYBYLSKI, SCHEDULING SYSTEMS.
000460 INSTALLATION. CUTTING-SHOP SYSTEMS.
000470 DATE-WRITTEN. 2026-10-05.
000480 DATE-COMPILED.
000490
000500*-----------------------------------------------------------------
000510* MODIFICATION HISTORY
000520* DATE       BY   DESCRIPTION
000530* 2026-10-05 MPR  Initial version.
000535* 2026-10-15 MPR  Backs the night out of BILPRK and BILAQ as well.
000540*-----------------------------------------------------------------
000550
000560 ENVIRONMENT DIVISION.
000570 INPUT-OUTPUT SECTION.
000580 FILE-CONTROL.
000590     SELECT CONTROL-FILE ASSIGN TO REVCTL
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS WS-CTL-STATUS.
000620     SELECT PERIOD-FILE ASSIGN TO BCHPER
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS WS-PER-STATUS.
000650     SELECT CONSUMPTION-MODE-FILE ASSIGN TO STKCMD
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS WS-CMD-STATUS.
000680     SELECT STK-INV-FILE ASSIGN TO STKINV
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS SEQUENTIAL
000710         RECORD KEY IS STK-INV-KEY
000720         FILE STATUS IS WS-INV-STATUS.
000730     SELECT REPORT-IN-FILE ASSIGN TO BCHOUT
000740         ORGANIZATION IS SEQUENTIAL
000750         FILE STATUS IS WS-OUT-STATUS.
000760     SELECT REPORT-REM-FILE ASSIGN TO BCHOREM
000770         ORGANIZATION IS SEQUENTIAL.
000780     SELECT WORKLIST-IN-FILE ASSIGN TO SPLWRK
000790         ORGANIZATION IS SEQUENTIAL
000800         FILE STATUS IS WS-SPL-STATUS.
000810     SELECT WORKLIST-REM-FILE ASSIGN TO SPLREM
000820         ORGANIZATION IS SEQUENTIAL.
000830     SELECT PANEL-IN-FILE ASSIGN TO PNLOUT
000840         ORGANIZATION IS SEQUENTIAL
000850         FILE STATUS IS WS-PNL-STATUS.
000860     SELECT PANEL-REM-FILE ASSIGN TO PNLREM
000870         ORGANIZATION IS SEQUENTIAL.
000880     SELECT WASTE-IN-FILE ASSIGN TO WSTCUM
000890         ORGANIZATION IS SEQUENTIAL
000900         FILE STATUS IS WS-WST-STATUS.
000910     SELECT WASTE-REM-FILE ASSIGN TO WSTREM
000920         ORGANIZATION IS SEQUENTIAL.
000930     SELECT BILLING-LOG-FILE ASSIGN TO BILLLOG
000940         ORGANIZATION IS SEQUENTIAL
000950         FILE STATUS IS WS-LOG-STATUS.
000960     SELECT BILLING-REM-FILE ASSIGN TO BILLREM
000970         ORGANIZATION IS SEQUENTIAL.
000971     SELECT PARK-IN-FILE ASSIGN TO BILPRK
000972         ORGANIZATION IS SEQUENTIAL
000973         FILE STATUS IS WS-PRK-STATUS.
000974     SELECT PARK-REM-FILE ASSIGN TO BILPREM
000975         ORGANIZATION IS SEQUENTIAL.
000976     SELECT ADJ-QUEUE-FILE ASSIGN TO BILAQ
000977         ORGANIZATION IS SEQUENTIAL
000978         FILE STATUS IS WS-ADQ-STATUS.
000980     SELECT BCH-IDX-FILE ASSIGN TO BCHIDX
000990         ORGANIZATION IS INDEXED
001000         ACCESS MODE IS DYNAMIC
001010         RECORD KEY IS BCH-IDX-JOB-NUMBER
001020         FILE STATUS IS WS-IDX-STATUS.
001030     SELECT TOF-HIST-FILE ASSIGN TO TOFHIST
001040         ORGANIZATION IS INDEXED
001050         ACCESS MODE IS DYNAMIC
001060         RECORD KEY IS TOF-HIST-KEY
001070         FILE STATUS IS WS-HST-STATUS.
001080     SELECT AUDIT-FILE ASSIGN TO STKAUD
001090         ORGANIZATION IS SEQUENTIAL
001100         FILE STATUS IS WS-AUD-STATUS.
001110     SELECT REVERSAL-REPORT-FILE ASSIGN TO BCHREVR
001120         ORGANIZATION IS SEQUENTIAL.
001130
001140 DATA DIVISION.
001150 FILE SECTION.
001160 FD  CONTROL-FILE
001170     RECORDING MODE IS F.
001180 01  CONTROL-RECORD.
001190     05  CC-RUN-DATE         PIC X(08).
001200     05  FILLER              PIC X(72).
001210
001220 FD  PERIOD-FILE
001230     RECORDING MODE IS F.
001240     COPY BCHPER.
001250
001260 FD  CONSUMPTION-MODE-FILE
001270     RECORDING MODE IS F.
001280     COPY STKCMD.
001290
001300 FD  STK-INV-FILE.
001310     COPY STKINV.
001320
001330 FD  REPORT-IN-FILE
001340     RECORDING MODE IS F.
001350     COPY BCHOUT.
001360
001370 FD  REPORT-REM-FILE
001380     RECORDING MODE IS F.
001390 01  REPORT-REM-RECORD           PIC X(64).
001400
001410 FD  WORKLIST-IN-FILE
001420     RECORDING MODE IS F.
001430     COPY SPLWRK.
001440
001450 FD  WORKLIST-REM-FILE
001460     RECORDING MODE IS F.
001470 01  WORKLIST-REM-RECORD         PIC X(80).
001480
001490 FD  PANEL-IN-FILE
001500     RECORDING MODE IS F.
001510     COPY PNLOUT.
001520
001530 FD  PANEL-REM-FILE
001540     RECORDING MODE IS F.
001550 01  PANEL-REM-RECORD            PIC X(96).
001560
001570 FD  WASTE-IN-FILE
001580     RECORDING MODE IS F.
001590     COPY WSTCUM.
001600
001610 FD  WASTE-REM-FILE
001620     RECORDING MODE IS F.
001630 01  WASTE-REM-RECORD            PIC X(80).
001640
001650 FD  BILLING-LOG-FILE
001660     RECORDING MODE IS F.
001670     COPY BILLEXT.
001680
001690 FD  BILLING-REM-FILE
001700     RECORDING MODE IS F.
001710 01  BILLING-REM-RECORD          PIC X(80).
001711
001712 FD  PARK-IN-FILE
001713     RECORDING MODE IS F.
001714     COPY BILPRK.
001715
001716 FD  PARK-REM-FILE
001717     RECORDING MODE IS F.
001718 01  PARK-REM-RECORD             PIC X(88).
001720
001721 FD  ADJ-QUEUE-FILE
001722     RECORDING MODE IS F.
001723 01  ADJ-QUEUE-RECORD            PIC X(80).
001724
001730 FD  BCH-IDX-FILE.
001740     COPY BCHIDX.
001750
001760 FD  TOF-HIST-FILE.
001770     COPY TOFHIST.
001780
001790 FD  AUDIT-FILE
001800     RECORDING MODE IS F.
001810     COPY STKAUD.
001820
001830 FD  REVERSAL-REPORT-FILE
001840     RECORDING MODE IS F.
001850 01  REPORT-LINE                 PIC X(80).
001860
001870 WORKING-STORAGE SECTION.
001880*-----------------------------------------------------------------
001890* SWITCHES AND FILE STATUS
001900*-----------------------------------------------------------------
001910 77  WS-EOF-SW           PIC X(01)      VALUE 'N'.
001920     88  WS-EOF-YES                     VALUE 'Y'.
001930 77  WS-FOUND-SW         PIC X(01)      VALUE 'N'.
001940     88  WS-FOUND-YES                   VALUE 'Y'.
001950 77  WS-LOCKED-SW        PIC X(01)      VALUE 'N'.
001960     88  WS-MONTH-LOCKED                VALUE 'Y'.
001970*    'Y' while the BILLLOG pass is inside a transmission whose
001980*    header carries the run date being backed out
001990 77  WS-IN-NIGHT-SW      PIC X(01)      VALUE 'N'.
002000     88  WS-IN-NIGHT                    VALUE 'Y'.
002010*    'Y' when the STKCMD record selects sheet-based consumption
002020 77  WS-SHEET-MODE-SW    PIC X(01)      VALUE 'N'.
002030     88  WS-SHEET-MODE                  VALUE 'Y'.
002040 77  WS-WARNING-SW       PIC X(01)      VALUE 'N'.
002050     88  WS-WARNING                     VALUE 'Y'.
002060 77  WS-CTL-STATUS       PIC X(02)      VALUE SPACES.
002070 77  WS-PER-STATUS       PIC X(02)      VALUE SPACES.
002080 77  WS-CMD-STATUS       PIC X(02)      VALUE SPACES.
002090 77  WS-INV-STATUS       PIC X(02)      VALUE SPACES.
002100 77  WS-OUT-STATUS       PIC X(02)      VALUE SPACES.
002110 77  WS-SPL-STATUS       PIC X(02)      VALUE SPACES.
002120 77  WS-PNL-STATUS       PIC X(02)      VALUE SPACES.
002130 77  WS-WST-STATUS       PIC X(02)      VALUE SPACES.
002140 77  WS-LOG-STATUS       PIC X(02)      VALUE SPACES.
002150 77  WS-IDX-STATUS       PIC X(02)      VALUE SPACES.
002160 77  WS-HST-STATUS       PIC X(02)      VALUE SPACES.
002170 77  WS-AUD-STATUS       PIC X(02)      VALUE SPACES.
002172 77  WS-PRK-STATUS       PIC X(02)      VALUE SPACES.
002174 77  WS-ADQ-STATUS       PIC X(02)      VALUE SPACES.
002180
002190*-----------------------------------------------------------------
002200* RUN CONTROL
002210*-----------------------------------------------------------------
002220 77  WS-REV-DATE         PIC 9(08)      VALUE ZERO.
002230 77  WS-REV-MONTH        PIC 9(06)      VALUE ZERO.
002240 77  WS-TODAY-DATE       PIC 9(08)      VALUE ZERO.
002241*    the park date a released line goes back under - the day
002242*    before the night backed out, the latest it can have been
002243*    parked on
002244 77  WS-REPARK-DATE      PIC 9(08)      VALUE ZERO.
002245 77  WS-DATE-INTEGER     PIC 9(08)      VALUE ZERO.
002250*    ACCEPT FROM TIME returns HHMMSSss - the hundredths are
002260*    dropped for the audit stamp, keeping HHMMSS.
002270 77  WS-TIME-RAW         PIC 9(08)      VALUE ZERO.
002280 77  WS-TODAY-TIME       PIC 9(06)      VALUE ZERO.
002290 01  WS-REV-PO-REF.
002300     05  FILLER              PIC X(02)   VALUE 'RV'.
002310     05  WS-REV-REF-DATE     PIC 9(08)   VALUE ZERO.
002320
002330*-----------------------------------------------------------------
002340* BEFORE/AFTER COUNTS - one row per file the night posted to.
002350* Before is the records read, removed the night's own, after
002360* what the remainder (or the keyed file) keeps.
002370*-----------------------------------------------------------------
002380 01  WS-FILE-COUNTS.
002390     05  WS-FC-ENTRY OCCURS 7 TIMES
002400             INDEXED BY FC-IDX.
002410         10  WS-FC-NAME          PIC X(08).
002420         10  WS-FC-BEFORE        PIC 9(10) COMP.
002430         10  WS-FC-REMOVED       PIC 9(10) COMP.
002440 77  WS-FC-BCHOUT        PIC 9(01) COMP VALUE 1.
002450 77  WS-FC-SPLWRK        PIC 9(01) COMP VALUE 2.
002460 77  WS-FC-PNLOUT        PIC 9(01) COMP VALUE 3.
002470 77  WS-FC-WSTCUM        PIC 9(01) COMP VALUE 4.
002480 77  WS-FC-BILLLOG       PIC 9(01) COMP VALUE 5.
002490 77  WS-FC-BCHIDX        PIC 9(01) COMP VALUE 6.
002500 77  WS-FC-TOFHIST       PIC 9(01) COMP VALUE 7.
002510 77  WS-IDX-MISSING      PIC 9(08) COMP VALUE ZERO.
002511*    BILPRK lines the night parked (dropped), lines its billing
002512*    transmission had released (parked again), and adjustments
002513*    it had sent (queued again on BILAQ)
002514 77  WS-PRK-DROPPED      PIC 9(08) COMP VALUE ZERO.
002515 77  WS-PRK-REPARKED     PIC 9(08) COMP VALUE ZERO.
002516 77  WS-ADQ-REQUEUED     PIC 9(08) COMP VALUE ZERO.
002520 77  WS-NIGHT-STOCK      PIC 9(12)      VALUE ZERO.
002530 77  WS-GIVEN-BACK-TOTAL PIC 9(12)      VALUE ZERO.
002540 77  WS-NIGHT-CHARGE     PIC 9(11)V9(02) VALUE ZERO.
002550
002560*-----------------------------------------------------------------
002570* NIGHT'S DRAW TABLE - one entry per plant/sheet class: the
002580* draw STKUPDT recorded for the run date (when the class's
002590* last-run date is still this night), the night's BCHOUT area
002600* for the class, what was given back, and the on-hand area
002610* either side of the give-back.
002620*-----------------------------------------------------------------
002630 77  WS-CLS-COUNT        PIC 9(02) COMP VALUE ZERO.
002640 01  WS-CLASS-TABLE.
002650     05  WS-CLS-ENTRY OCCURS 40 TIMES
002660             INDEXED BY CLS-IDX.
002670         10  WS-CLS-PLANT        PIC X(02).
002680         10  WS-CLS-CLASS        PIC X(02).
002690         10  WS-CLS-DRAW-AREA    PIC 9(12).
002700         10  WS-CLS-ON-STKINV    PIC X(01).
002710         10  WS-CLS-BCHOUT-AREA  PIC 9(12).
002720         10  WS-CLS-GIVEN-BACK   PIC 9(12).
002730         10  WS-CLS-BEFORE-AREA  PIC 9(12).
002740         10  WS-CLS-AFTER-AREA   PIC 9(12).
002750         10  WS-CLS-NOTE         PIC X(16).
002760
002770*-----------------------------------------------------------------
002780* BILLING TRANSMISSIONS TAKEN OFF THE LOG - control number and
002790* charge total, for the void list on the report.
002800*-----------------------------------------------------------------
002810 77  WS-CNO-COUNT        PIC 9(02) COMP VALUE ZERO.
002820 01  WS-CNO-TABLE.
002830     05  WS-CNO-ENTRY OCCURS 20 TIMES
002840             INDEXED BY CNO-IDX.
002850         10  WS-CNO-CONTROL-NO   PIC 9(06).
002860         10  WS-CNO-LINES        PIC 9(08).
002870         10  WS-CNO-HASH         PIC 9(13)V9(02).
002871
002872*-----------------------------------------------------------------
002873* PARK WORK RECORD - a released line on its way back to BILPRK
002874*-----------------------------------------------------------------
002875 01  WS-PARK-WORK.
002876     05  WS-PW-PARK-DATE     PIC 9(08).
002877     05  WS-PW-LINE          PIC X(80).
002880
002890*-----------------------------------------------------------------
002900* STKUPDT LINKAGE WORK FIELDS
002910*-----------------------------------------------------------------
002920 77  WS-STK-AREA         PIC 9(12)      VALUE ZERO.
002930 77  WS-STK-PROJ-AREA    PIC 9(12)      VALUE ZERO.
002940 77  WS-STK-REORDER      PIC 9(12)      VALUE ZERO.
002950 77  WS-STK-STATUS       PIC X(02)      VALUE SPACES.
002960
002970*-----------------------------------------------------------------
002980* REPORT LINES
002990*-----------------------------------------------------------------
003000 01  WS-HEADING1.
003010     05  FILLER              PIC X(80)   VALUE
003020         'BCHREV - NIGHT REVERSAL BALANCING REPORT'.
003030 01  WS-DATE-LINE.
003040     05  FILLER              PIC X(24)   VALUE
003050         'RUN DATE BACKED OUT:    '.
003060     05  WS-DL-DATE          PIC 9(08).
003070     05  FILLER              PIC X(48)   VALUE SPACES.
003080 01  WS-HEADING2.
003090     05  FILLER              PIC X(40)   VALUE
003100         'FILE      RECORDS-BEFORE      REMOVED  '.
003110     05  FILLER              PIC X(40)   VALUE
003120         ' RECORDS-AFTER'.
003130
003140 01  WS-FILE-LINE.
003150     05  WS-F-NAME           PIC X(08).
003160     05  FILLER              PIC X(02)   VALUE SPACES.
003170     05  WS-F-BEFORE         PIC Z(13)9.
003180     05  FILLER              PIC X(01)   VALUE SPACE.
003190     05  WS-F-REMOVED        PIC Z(11)9.
003200     05  FILLER              PIC X(01)   VALUE SPACE.
003210     05  WS-F-AFTER          PIC Z(13)9.
003220     05  FILLER              PIC X(28)   VALUE SPACES.
003230
003240 01  WS-KEYED-LINE.
003250     05  WS-K-NAME           PIC X(08).
003260     05  FILLER              PIC X(17)   VALUE
003270         '  (KEYED)        '.
003280     05  WS-K-REMOVED        PIC Z(11)9.
003290     05  FILLER              PIC X(43)   VALUE
003300         ' DELETED'.
003310
003320 01  WS-HEADING3.
003330     05  FILLER              PIC X(40)   VALUE
003340         'STKINV GIVE-BACK BY PLANT/CLASS'.
003350     05  FILLER              PIC X(40)   VALUE SPACES.
003360 01  WS-HEADING4.
003370     05  FILLER              PIC X(40)   VALUE
003380         'PL/CL  BCHOUT-AREA   GIVEN-BACK ON-HAND-'.
003390     05  FILLER              PIC X(40)   VALUE
003400         'BEFORE ON-HAND-AFTER NOTE'.
003410
003420 01  WS-CLASS-LINE.
003430     05  WS-CL-PLANT         PIC X(02).
003440     05  FILLER              PIC X(01)   VALUE '/'.
003450     05  WS-CL-CLASS         PIC X(02).
003460     05  FILLER              PIC X(01)   VALUE SPACE.
003470     05  WS-CL-BCHOUT        PIC Z(11)9.
003480     05  FILLER              PIC X(01)   VALUE SPACE.
003490     05  WS-CL-GIVEN         PIC Z(11)9.
003500     05  FILLER              PIC X(01)   VALUE SPACE.
003510     05  WS-CL-BEFORE        PIC Z(11)9.
003520     05  FILLER              PIC X(01)   VALUE SPACE.
003530     05  WS-CL-AFTER         PIC Z(11)9.
003540     05  FILLER              PIC X(01)   VALUE SPACE.
003550     05  WS-CL-NOTE          PIC X(14).
003560
003570 01  WS-CNO-LINE.
003580     05  FILLER              PIC X(27)   VALUE
003590         'BILLING TRANSMISSION CNO  '.
003600     05  WS-CN-CONTROL-NO    PIC 9(06).
003610     05  FILLER              PIC X(08)   VALUE '  LINES '.
003620     05  WS-CN-LINES         PIC Z(7)9.
003630     05  FILLER              PIC X(08)   VALUE '  HASH  '.
003640     05  WS-CN-HASH          PIC Z(10)9.99.
003650     05  FILLER              PIC X(09)   VALUE ' - VOID'.
003660
003670 01  WS-COUNT-LINE.
003680     05  WS-C-LABEL          PIC X(24).
003690     05  WS-C-COUNT          PIC Z(11)9.
003700     05  FILLER              PIC X(44)   VALUE SPACES.
003710
003720 01  WS-MONEY-LINE.
003730     05  WS-M-LABEL          PIC X(24).
003740     05  WS-M-AMOUNT         PIC Z(10)9.99.
003750     05  FILLER              PIC X(42)   VALUE SPACES.
003760
003770 01  WS-TIE-LINE.
003780     05  FILLER              PIC X(24)   VALUE
003790         'BALANCE STATUS:         '.
003800     05  WS-TIE-STATUS       PIC X(40).
003810     05  FILLER              PIC X(16)   VALUE SPACES.
003820
003830 PROCEDURE DIVISION.
003840*****************************************************************
003850* 0000-MAINLINE
003860*****************************************************************
003870 0000-MAINLINE.
003880     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003890     PERFORM 2000-REVERSE-BCHOUT THRU 2000-EXIT
003900     PERFORM 3000-REVERSE-SPLWRK THRU 3000-EXIT
003910     PERFORM 3200-REVERSE-PNLOUT THRU 3200-EXIT
003920     PERFORM 3400-REVERSE-WSTCUM THRU 3400-EXIT
003930     PERFORM 3600-REVERSE-BILLLOG THRU 3600-EXIT
003935     PERFORM 3800-REVERSE-BILPRK THRU 3800-EXIT
003940     PERFORM 4000-REVERSE-TOFHIST THRU 4000-EXIT
003950     PERFORM 5000-GIVE-BACK-STOCK THRU 5000-EXIT
003960     PERFORM 6000-PRINT-REPORT THRU 6000-EXIT
003970     PERFORM 9000-TERMINATE THRU 9000-EXIT
003980     GOBACK.
003990
004000*-----------------------------------------------------------------
004010* 1000-INITIALIZE - the run date is required, a locked month
004020* refuses, and every file must open before anything changes.
004030*-----------------------------------------------------------------
004040 1000-INITIALIZE.
004050     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
004060     ACCEPT WS-TIME-RAW FROM TIME
004070     COMPUTE WS-TODAY-TIME = WS-TIME-RAW / 100
004080     OPEN INPUT CONTROL-FILE
004090     IF WS-CTL-STATUS = '00'
004100         READ CONTROL-FILE
004110             NOT AT END
004120                 IF CC-RUN-DATE NUMERIC
004130                     MOVE CC-RUN-DATE TO WS-REV-DATE
004140                 END-IF
004150         END-READ
004160         CLOSE CONTROL-FILE
004170     END-IF
004180     IF WS-REV-DATE = ZERO
004190         DISPLAY 'BCHREV - NO RUN DATE ON REVCTL, '
004200             'NOTHING BACKED OUT'
004210         MOVE 8 TO RETURN-CODE
004220         GOBACK
004230     END-IF
004240     COMPUTE WS-REV-MONTH = WS-REV-DATE / 100
004250     MOVE WS-REV-DATE TO WS-REV-REF-DATE
004252     COMPUTE WS-DATE-INTEGER =
004254         FUNCTION INTEGER-OF-DATE(WS-REV-DATE) - 1
004256     COMPUTE WS-REPARK-DATE =
004258         FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
004260     PERFORM 1100-CHECK-MONTH-LOCKED THRU 1100-EXIT
004270     IF WS-MONTH-LOCKED
004280         DISPLAY 'BCHREV - MONTH ' WS-REV-MONTH
004290             ' IS CLOSED ON BCHPER, THE LOCKED TOTALS '
004300             'CANNOT MOVE - NOTHING BACKED OUT'
004310         MOVE 8 TO RETURN-CODE
004320         GOBACK
004330     END-IF
004340     PERFORM 1200-READ-CONSUMPTION-MODE THRU 1200-EXIT
004350     PERFORM 1300-LOAD-NIGHT-DRAW THRU 1300-EXIT
004360     PERFORM 1400-OPEN-FILES THRU 1400-EXIT
004370     MOVE 'BCHOUT  ' TO WS-FC-NAME (WS-FC-BCHOUT)
004380     MOVE 'SPLWRK  ' TO WS-FC-NAME (WS-FC-SPLWRK)
004390     MOVE 'PNLOUT  ' TO WS-FC-NAME (WS-FC-PNLOUT)
004400     MOVE 'WSTCUM  ' TO WS-FC-NAME (WS-FC-WSTCUM)
004410     MOVE 'BILLLOG ' TO WS-FC-NAME (WS-FC-BILLLOG)
004420     MOVE 'BCHIDX  ' TO WS-FC-NAME (WS-FC-BCHIDX)
004430     MOVE 'TOFHIST ' TO WS-FC-NAME (WS-FC-TOFHIST)
004440     PERFORM 1050-ZERO-FILE-COUNTS THRU 1050-EXIT
004450         VARYING FC-IDX FROM 1 BY 1
004460         UNTIL FC-IDX > 7.
004470 1000-EXIT.
004480     EXIT.
004490
004500 1050-ZERO-FILE-COUNTS.
004510     MOVE ZERO TO WS-FC-BEFORE (FC-IDX)
004520     MOVE ZERO TO WS-FC-REMOVED (FC-IDX).
004530 1050-EXIT.
004540     EXIT.
004550
004560*-----------------------------------------------------------------
004570* 1100-CHECK-MONTH-LOCKED - any BCHPER record for the run
004580* date's month means BCHCLSE has closed it. A missing summary
004590* file means no month has ever been closed.
004600*-----------------------------------------------------------------
004610 1100-CHECK-MONTH-LOCKED.
004620     MOVE 'N' TO WS-LOCKED-SW
004630     OPEN INPUT PERIOD-FILE
004640     IF WS-PER-STATUS NOT = '00'
004650         GO TO 1100-EXIT
004660     END-IF
004670     MOVE 'N' TO WS-EOF-SW
004680     PERFORM 1190-READ-PERIOD THRU 1190-EXIT
004690     PERFORM 1150-CHECK-ONE-PERIOD THRU 1150-EXIT
004700         UNTIL WS-EOF-YES
004710             OR WS-MONTH-LOCKED
004720     CLOSE PERIOD-FILE.
004730 1100-EXIT.
004740     EXIT.
004750
004760 1150-CHECK-ONE-PERIOD.
004770     IF BCH-PER-MONTH = WS-REV-MONTH
004780         MOVE 'Y' TO WS-LOCKED-SW
004790     END-IF
004800     PERFORM 1190-READ-PERIOD THRU 1190-EXIT.
004810 1150-EXIT.
004820     EXIT.
004830
004840 1190-READ-PERIOD.
004850     READ PERIOD-FILE
004860         AT END
004870             MOVE 'Y' TO WS-EOF-SW
004880     END-READ.
004890 1190-EXIT.
004900     EXIT.
004910
004920*-----------------------------------------------------------------
004930* 1200-READ-CONSUMPTION-MODE - the same STKCMD record BCHCTL
004940* reads; a missing record means mode A.
004950*-----------------------------------------------------------------
004960 1200-READ-CONSUMPTION-MODE.
004970     OPEN INPUT CONSUMPTION-MODE-FILE
004980     IF WS-CMD-STATUS NOT = '00'
004990         GO TO 1200-EXIT
005000     END-IF
005010     READ CONSUMPTION-MODE-FILE
005020         NOT AT END
005030             IF STK-CMD-SHEET-MODE
005040                 MOVE 'Y' TO WS-SHEET-MODE-SW
005050             END-IF
005060     END-READ
005070     CLOSE CONSUMPTION-MODE-FILE.
005080 1200-EXIT.
005090     EXIT.
005100
005110*-----------------------------------------------------------------
005120* 1300-LOAD-NIGHT-DRAW - every STKINV class whose last-run
005130* date is the night being backed out, with the draw STKUPDT
005140* recorded for it. The file is closed again before any give-
005150* back, since STKUPDT opens it for itself.
005160*-----------------------------------------------------------------
005170 1300-LOAD-NIGHT-DRAW.
005180     OPEN INPUT STK-INV-FILE
005190     IF WS-INV-STATUS NOT = '00'
005200         DISPLAY 'BCHREV - STKINV OPEN FAILED, STATUS = '
005210             WS-INV-STATUS ' - NOTHING BACKED OUT'
005220         MOVE 8 TO RETURN-CODE
005230         GOBACK
005240     END-IF
005250     MOVE 'N' TO WS-EOF-SW
005260     PERFORM 1390-READ-STKINV THRU 1390-EXIT
005270     PERFORM 1350-STORE-ONE-DRAW THRU 1350-EXIT
005280         UNTIL WS-EOF-YES
005290     CLOSE STK-INV-FILE.
005300 1300-EXIT.
005310     EXIT.
005320
005330 1350-STORE-ONE-DRAW.
005340     IF STK-INV-LAST-RUN-DATE NUMERIC
005350             AND STK-INV-RUN-USED-AREA NUMERIC
005360             AND STK-INV-LAST-RUN-DATE = WS-REV-DATE
005370             AND STK-INV-RUN-USED-AREA > ZERO
005380         IF WS-CLS-COUNT = 40
005390             DISPLAY 'BCHREV - CLASS TABLE FULL, PLANT '
005400                 STK-INV-PLANT ' CLASS ' STK-INV-SHEET-CLASS
005410                 ' NOT GIVEN BACK'
005420             MOVE 'Y' TO WS-WARNING-SW
005430         ELSE
005440             ADD 1 TO WS-CLS-COUNT
005450             SET CLS-IDX TO WS-CLS-COUNT
005460             PERFORM 2260-CLEAR-CLASS-ENTRY THRU 2260-EXIT
005470             MOVE STK-INV-PLANT TO WS-CLS-PLANT (CLS-IDX)
005480             MOVE STK-INV-SHEET-CLASS TO WS-CLS-CLASS (CLS-IDX)
005490             MOVE STK-INV-RUN-USED-AREA
005500                 TO WS-CLS-DRAW-AREA (CLS-IDX)
005510             MOVE 'Y' TO WS-CLS-ON-STKINV (CLS-IDX)
005520         END-IF
005530     END-IF
005540     PERFORM 1390-READ-STKINV THRU 1390-EXIT.
005550 1350-EXIT.
005560     EXIT.
005570
005580 1390-READ-STKINV.
005590     READ STK-INV-FILE
005600         AT END
005610             MOVE 'Y' TO WS-EOF-SW
005620     END-READ.
005630 1390-EXIT.
005640     EXIT.
005650
005660*-----------------------------------------------------------------
005670* 1400-OPEN-FILES - every input and keyed file must open; one
005680* that will not refuses the run before anything is changed.
005690*-----------------------------------------------------------------
005700 1400-OPEN-FILES.
005710     OPEN INPUT REPORT-IN-FILE
005720                WORKLIST-IN-FILE
005730                PANEL-IN-FILE
005740                WASTE-IN-FILE
005750                BILLING-LOG-FILE
005755                PARK-IN-FILE
005760     OPEN I-O BCH-IDX-FILE
005770              TOF-HIST-FILE
005772     OPEN EXTEND ADJ-QUEUE-FILE
005774     IF WS-ADQ-STATUS = '35' OR WS-ADQ-STATUS = '05'
005775         OPEN OUTPUT ADJ-QUEUE-FILE
005776         CLOSE ADJ-QUEUE-FILE
005777         OPEN EXTEND ADJ-QUEUE-FILE
005778     END-IF
005780     IF WS-OUT-STATUS NOT = '00' OR WS-SPL-STATUS NOT = '00'
005790             OR WS-PNL-STATUS NOT = '00'
005800             OR WS-WST-STATUS NOT = '00'
005810             OR WS-LOG-STATUS NOT = '00'
005820             OR WS-IDX-STATUS NOT = '00'
005830             OR WS-HST-STATUS NOT = '00'
005833             OR WS-PRK-STATUS NOT = '00'
005836             OR WS-ADQ-STATUS NOT = '00'
005840         DISPLAY 'BCHREV - FILE OPEN FAILED - BCHOUT '
005850             WS-OUT-STATUS ' SPLWRK ' WS-SPL-STATUS
005860             ' PNLOUT ' WS-PNL-STATUS ' WSTCUM ' WS-WST-STATUS
005870             ' BILLLOG ' WS-LOG-STATUS ' BCHIDX ' WS-IDX-STATUS
005880             ' TOFHIST ' WS-HST-STATUS
005885             ' BILPRK ' WS-PRK-STATUS ' BILAQ ' WS-ADQ-STATUS
005890         DISPLAY 'BCHREV - NOTHING BACKED OUT'
005900         MOVE 8 TO RETURN-CODE
005910         GOBACK
005920     END-IF
005930     OPEN OUTPUT REPORT-REM-FILE
005940                 WORKLIST-REM-FILE
005950                 PANEL-REM-FILE
005960                 WASTE-REM-FILE
005970                 BILLING-REM-FILE
005975                 PARK-REM-FILE
005980     OPEN EXTEND AUDIT-FILE
005990     IF WS-AUD-STATUS = '35' OR WS-AUD-STATUS = '05'
006000         OPEN OUTPUT AUDIT-FILE
006010         CLOSE AUDIT-FILE
006020         OPEN EXTEND AUDIT-FILE
006030     END-IF.
006040 1400-EXIT.
006050     EXIT.
006060
006070*-----------------------------------------------------------------
006080* 2000-REVERSE-BCHOUT - the night's records are dropped from
006090* the remainder, their jobs deleted from BCHIDX, and their
006100* stock area footed per plant/class for the give-back. The
006110* rerun re-posts BCHIDX for every job it computes.
006120*-----------------------------------------------------------------
006130 2000-REVERSE-BCHOUT.
006140     MOVE 'N' TO WS-EOF-SW
006150     PERFORM 2190-READ-BCHOUT THRU 2190-EXIT
006160     PERFORM 2100-REVERSE-ONE-BCHOUT THRU 2100-EXIT
006170         UNTIL WS-EOF-YES.
006180 2000-EXIT.
006190     EXIT.
006200
006210 2100-REVERSE-ONE-BCHOUT.
006220     ADD 1 TO WS-FC-BEFORE (WS-FC-BCHOUT)
006230     IF BCH-OUT-RUN-DATE NUMERIC
006240             AND BCH-OUT-RUN-DATE = WS-REV-DATE
006250         ADD 1 TO WS-FC-REMOVED (WS-FC-BCHOUT)
006260         ADD BCH-OUT-AREA-TOTAL TO WS-NIGHT-STOCK
006270         PERFORM 2150-DELETE-BCHIDX THRU 2150-EXIT
006280         PERFORM 2200-FOOT-CLASS THRU 2200-EXIT
006290     ELSE
006300         MOVE BCH-OUT-RECORD TO REPORT-REM-RECORD
006310         WRITE REPORT-REM-RECORD
006320     END-IF
006330     PERFORM 2190-READ-BCHOUT THRU 2190-EXIT.
006340 2100-EXIT.
006350     EXIT.
006360
006370 2150-DELETE-BCHIDX.
006380     MOVE BCH-OUT-JOB-NUMBER TO BCH-IDX-JOB-NUMBER
006390     DELETE BCH-IDX-FILE RECORD
006400         INVALID KEY
006410             ADD 1 TO WS-IDX-MISSING
006420         NOT INVALID KEY
006430             ADD 1 TO WS-FC-REMOVED (WS-FC-BCHIDX)
006440     END-DELETE.
006450 2150-EXIT.
006460     EXIT.
006470
006480 2190-READ-BCHOUT.
006490     READ REPORT-IN-FILE
006500         AT END
006510             MOVE 'Y' TO WS-EOF-SW
006520     END-READ.
006530 2190-EXIT.
006540     EXIT.
006550
006560*-----------------------------------------------------------------
006570* 2200-FOOT-CLASS - the night's BCHOUT area per plant/class.
006580* A record carrying no class never drew on STKINV.
006590*-----------------------------------------------------------------
006600 2200-FOOT-CLASS.
006610     IF BCH-OUT-SHEET-CLASS = SPACES
006620         GO TO 2200-EXIT
006630     END-IF
006640     MOVE 'N' TO WS-FOUND-SW
006650     PERFORM 2250-MATCH-CLASS THRU 2250-EXIT
006660         VARYING CLS-IDX FROM 1 BY 1
006670         UNTIL CLS-IDX > WS-CLS-COUNT
006680             OR WS-FOUND-YES
006690     IF WS-FOUND-YES
006700         GO TO 2200-EXIT
006710     END-IF
006720     IF WS-CLS-COUNT = 40
006730         DISPLAY 'BCHREV - CLASS TABLE FULL, PLANT '
006740             BCH-OUT-PLANT ' CLASS ' BCH-OUT-SHEET-CLASS
006750             ' NOT FOOTED'
006760         MOVE 'Y' TO WS-WARNING-SW
006770         GO TO 2200-EXIT
006780     END-IF
006790     ADD 1 TO WS-CLS-COUNT
006800     SET CLS-IDX TO WS-CLS-COUNT
006810     PERFORM 2260-CLEAR-CLASS-ENTRY THRU 2260-EXIT
006820     MOVE BCH-OUT-PLANT TO WS-CLS-PLANT (CLS-IDX)
006830     MOVE BCH-OUT-SHEET-CLASS TO WS-CLS-CLASS (CLS-IDX)
006840     MOVE BCH-OUT-AREA-TOTAL TO WS-CLS-BCHOUT-AREA (CLS-IDX).
006850 2200-EXIT.
006860     EXIT.
006870
006880 2250-MATCH-CLASS.
006890     IF WS-CLS-PLANT (CLS-IDX) = BCH-OUT-PLANT
006900             AND WS-CLS-CLASS (CLS-IDX) = BCH-OUT-SHEET-CLASS
006910         ADD BCH-OUT-AREA-TOTAL TO WS-CLS-BCHOUT-AREA (CLS-IDX)
006920         MOVE 'Y' TO WS-FOUND-SW
006930         SET CLS-IDX DOWN BY 1
006940     END-IF.
006950 2250-EXIT.
006960     EXIT.
006970
006980 2260-CLEAR-CLASS-ENTRY.
006990     MOVE ZERO TO WS-CLS-DRAW-AREA (CLS-IDX)
007000     MOVE 'N' TO WS-CLS-ON-STKINV (CLS-IDX)
007010     MOVE ZERO TO WS-CLS-BCHOUT-AREA (CLS-IDX)
007020     MOVE ZERO TO WS-CLS-GIVEN-BACK (CLS-IDX)
007030     MOVE ZERO TO WS-CLS-BEFORE-AREA (CLS-IDX)
007040     MOVE ZERO TO WS-CLS-AFTER-AREA (CLS-IDX)
007050     MOVE SPACES TO WS-CLS-NOTE (CLS-IDX).
007060 2260-EXIT.
007070     EXIT.
007080
007090*-----------------------------------------------------------------
007100* 3000-REVERSE-SPLWRK - the worklist without the night's
007110* routing records.
007120*-----------------------------------------------------------------
007130 3000-REVERSE-SPLWRK.
007140     MOVE 'N' TO WS-EOF-SW
007150     PERFORM 3190-READ-SPLWRK THRU 3190-EXIT
007160     PERFORM 3100-REVERSE-ONE-SPLWRK THRU 3100-EXIT
007170         UNTIL WS-EOF-YES.
007180 3000-EXIT.
007190     EXIT.
007200
007210 3100-REVERSE-ONE-SPLWRK.
007220     ADD 1 TO WS-FC-BEFORE (WS-FC-SPLWRK)
007230     IF SPL-WRK-RUN-DATE NUMERIC
007240             AND SPL-WRK-RUN-DATE = WS-REV-DATE
007250         ADD 1 TO WS-FC-REMOVED (WS-FC-SPLWRK)
007260     ELSE
007270         MOVE SPL-WRK-RECORD TO WORKLIST-REM-RECORD
007280         WRITE WORKLIST-REM-RECORD
007290     END-IF
007300     PERFORM 3190-READ-SPLWRK THRU 3190-EXIT.
007310 3100-EXIT.
007320     EXIT.
007330
007340 3190-READ-SPLWRK.
007350     READ WORKLIST-IN-FILE
007360         AT END
007370             MOVE 'Y' TO WS-EOF-SW
007380     END-READ.
007390 3190-EXIT.
007400     EXIT.
007410
007420*-----------------------------------------------------------------
007430* 3200-REVERSE-PNLOUT - the accumulated pricing file without
007440* the night's priced panels. Undated records (priced before
007450* the run-date stamp) belong to no night and stay.
007460*-----------------------------------------------------------------
007470 3200-REVERSE-PNLOUT.
007480     MOVE 'N' TO WS-EOF-SW
007490     PERFORM 3390-READ-PNLOUT THRU 3390-EXIT
007500     PERFORM 3300-REVERSE-ONE-PNLOUT THRU 3300-EXIT
007510         UNTIL WS-EOF-YES.
007520 3200-EXIT.
007530     EXIT.
007540
007550 3300-REVERSE-ONE-PNLOUT.
007560     ADD 1 TO WS-FC-BEFORE (WS-FC-PNLOUT)
007570     IF PNL-OUT-RUN-DATE NUMERIC
007580             AND PNL-OUT-RUN-DATE = WS-REV-DATE
007590         ADD 1 TO WS-FC-REMOVED (WS-FC-PNLOUT)
007600         ADD PNL-OUT-CHARGE TO WS-NIGHT-CHARGE
007610     ELSE
007620         MOVE PNL-OUT-RECORD TO PANEL-REM-RECORD
007630         WRITE PANEL-REM-RECORD
007640     END-IF
007650     PERFORM 3390-READ-PNLOUT THRU 3390-EXIT.
007660 3300-EXIT.
007670     EXIT.
007680
007690 3390-READ-PNLOUT.
007700     READ PANEL-IN-FILE
007710         AT END
007720             MOVE 'Y' TO WS-EOF-SW
007730     END-READ.
007740 3390-EXIT.
007750     EXIT.
007760
007770*-----------------------------------------------------------------
007780* 3400-REVERSE-WSTCUM - the cumulative waste file without the
007790* night's footing record(s).
007800*-----------------------------------------------------------------
007810 3400-REVERSE-WSTCUM.
007820     MOVE 'N' TO WS-EOF-SW
007830     PERFORM 3590-READ-WSTCUM THRU 3590-EXIT
007840     PERFORM 3500-REVERSE-ONE-WSTCUM THRU 3500-EXIT
007850         UNTIL WS-EOF-YES.
007860 3400-EXIT.
007870     EXIT.
007880
007890 3500-REVERSE-ONE-WSTCUM.
007900     ADD 1 TO WS-FC-BEFORE (WS-FC-WSTCUM)
007910     IF WST-RUN-DATE NUMERIC
007920             AND WST-RUN-DATE = WS-REV-DATE
007930         ADD 1 TO WS-FC-REMOVED (WS-FC-WSTCUM)
007940     ELSE
007950         MOVE WST-CUM-RECORD TO WASTE-REM-RECORD
007960         WRITE WASTE-REM-RECORD
007970     END-IF
007980     PERFORM 3590-READ-WSTCUM THRU 3590-EXIT.
007990 3500-EXIT.
008000     EXIT.
008010
008020 3590-READ-WSTCUM.
008030     READ WASTE-IN-FILE
008040         AT END
008050             MOVE 'Y' TO WS-EOF-SW
008060     END-READ.
008070 3590-EXIT.
008080     EXIT.
008090
008100*-----------------------------------------------------------------
008110* 3600-REVERSE-BILLLOG - every transmission whose header
008120* carries the run date comes off the log, header through
008130* trailer, and its control number goes on the void list.
008131* A detail line whose job BCHIDX still carries - the night's own
008132* jobs came off it in 2000 - billed a job computed on an earlier
008133* night, so it was a parked line the night released; it goes
008134* back on the park remainder, unnumbered (3720). Adjustment
008135* records go back on BILAQ unnumbered, for the rerun to send.
008140*-----------------------------------------------------------------
008150 3600-REVERSE-BILLLOG.
008160     MOVE 'N' TO WS-EOF-SW
008170     MOVE 'N' TO WS-IN-NIGHT-SW
008180     PERFORM 3790-READ-BILLLOG THRU 3790-EXIT
008190     PERFORM 3700-REVERSE-ONE-BILLLOG THRU 3700-EXIT
008200         UNTIL WS-EOF-YES.
008210 3600-EXIT.
008220     EXIT.
008230
008240 3700-REVERSE-ONE-BILLLOG.
008250     ADD 1 TO WS-FC-BEFORE (WS-FC-BILLLOG)
008260     IF BILL-HEADER
008270         MOVE 'N' TO WS-IN-NIGHT-SW
008280         IF BILL-HDR-RUN-DATE NUMERIC
008290                 AND BILL-HDR-RUN-DATE = WS-REV-DATE
008300             MOVE 'Y' TO WS-IN-NIGHT-SW
008310             PERFORM 3750-NEW-CNO-ENTRY THRU 3750-EXIT
008320         END-IF
008330     END-IF
008340     IF WS-IN-NIGHT
008350         ADD 1 TO WS-FC-REMOVED (WS-FC-BILLLOG)
008352         IF BILL-DETAIL
008353             PERFORM 3720-REPARK-RELEASED THRU 3720-EXIT
008354         END-IF
008355         IF BILL-ADJUSTMENT
008356             MOVE ZERO TO BILL-ADJ-LINE-NO
008357             WRITE ADJ-QUEUE-RECORD FROM BILL-EXT-RECORD
008358             ADD 1 TO WS-ADQ-REQUEUED
008359         END-IF
008360         IF BILL-TRAILER
008370             IF WS-CNO-COUNT > 0
008380                 SET CNO-IDX TO WS-CNO-COUNT
008390                 MOVE BILL-TRL-COUNT TO WS-CNO-LINES (CNO-IDX)
008400                 MOVE BILL-TRL-HASH-TOTAL
008410                     TO WS-CNO-HASH (CNO-IDX)
008420             END-IF
008430             MOVE 'N' TO WS-IN-NIGHT-SW
008440         END-IF
008450     ELSE
008460         MOVE BILL-EXT-RECORD TO BILLING-REM-RECORD
008470         WRITE BILLING-REM-RECORD
008480     END-IF
008490     PERFORM 3790-READ-BILLLOG THRU 3790-EXIT.
008500 3700-EXIT.
008510     EXIT.
008511
008512 3720-REPARK-RELEASED.
008513     MOVE BILL-DTL-JOB-NUMBER TO BCH-IDX-JOB-NUMBER
008514     READ BCH-IDX-FILE
008515         NOT INVALID KEY
008516             PERFORM 3730-REPARK-ONE THRU 3730-EXIT
008517     END-READ.
008518 3720-EXIT.
008519     EXIT.
008520
008521 3730-REPARK-ONE.
008522     MOVE ZERO TO BILL-DTL-LINE-NO
008523     MOVE WS-REPARK-DATE TO WS-PW-PARK-DATE
008524     MOVE BILL-EXT-RECORD TO WS-PW-LINE
008525     WRITE PARK-REM-RECORD FROM WS-PARK-WORK
008526     ADD 1 TO WS-PRK-REPARKED.
008527 3730-EXIT.
008528     EXIT.
008529
008530 3750-NEW-CNO-ENTRY.
008540     IF WS-CNO-COUNT = 20
008550         DISPLAY 'BCHREV - VOID LIST FULL, TRANSMISSION '
008560             BILL-HDR-CONTROL-NO ' REMOVED BUT NOT LISTED'
008570         MOVE 'Y' TO WS-WARNING-SW
008580         GO TO 3750-EXIT
008590     END-IF
008600     ADD 1 TO WS-CNO-COUNT
008610     SET CNO-IDX TO WS-CNO-COUNT
008620     MOVE BILL-HDR-CONTROL-NO TO WS-CNO-CONTROL-NO (CNO-IDX)
008630     MOVE ZERO TO WS-CNO-LINES (CNO-IDX)
008640     MOVE ZERO TO WS-CNO-HASH (CNO-IDX).
008650 3750-EXIT.
008660     EXIT.
008670
008680 3790-READ-BILLLOG.
008690     READ BILLING-LOG-FILE
008700         AT END
008710             MOVE 'Y' TO WS-EOF-SW
008720     END-READ.
008730 3790-EXIT.
008740     EXIT.
008741
008742*-----------------------------------------------------------------
008743* 3800-REVERSE-BILPRK - the carried park file without the lines
008744* the night parked there, which the rerun parks again. The lines
008745* the night's transmission had released are already on the
008746* remainder (3720).
008747*-----------------------------------------------------------------
008748 3800-REVERSE-BILPRK.
008749     MOVE 'N' TO WS-EOF-SW
008750     PERFORM 3890-READ-BILPRK THRU 3890-EXIT
008751     PERFORM 3850-REVERSE-ONE-BILPRK THRU 3850-EXIT
008752         UNTIL WS-EOF-YES.
008753 3800-EXIT.
008754     EXIT.
008755
008756 3850-REVERSE-ONE-BILPRK.
008757     IF BIL-PRK-PARK-DATE NUMERIC
008758             AND BIL-PRK-PARK-DATE = WS-REV-DATE
008759         ADD 1 TO WS-PRK-DROPPED
008760     ELSE
008761         WRITE PARK-REM-RECORD FROM BIL-PRK-RECORD
008762     END-IF
008763     PERFORM 3890-READ-BILPRK THRU 3890-EXIT.
008764 3850-EXIT.
008765     EXIT.
008766
008767 3890-READ-BILPRK.
008768     READ PARK-IN-FILE
008769         AT END
008770             MOVE 'Y' TO WS-EOF-SW
008771     END-READ.
008772 3890-EXIT.
008773     EXIT.
008774
008775*-----------------------------------------------------------------
008776* 4000-REVERSE-TOFHIST - positions on the first history record
008780* for the run date (the leading half of the key) and deletes
008790* forward until the date changes.
008800*-----------------------------------------------------------------
008810 4000-REVERSE-TOFHIST.
008820     MOVE WS-REV-DATE TO TOF-RUN-DATE
008830     START TOF-HIST-FILE KEY IS NOT LESS THAN TOF-RUN-DATE
008840         INVALID KEY
008850             GO TO 4000-EXIT
008860     END-START
008870     MOVE 'N' TO WS-EOF-SW
008880     PERFORM 4190-READ-TOFHIST THRU 4190-EXIT
008890     PERFORM 4100-DELETE-ONE-TOFHIST THRU 4100-EXIT
008900         UNTIL WS-EOF-YES.
008910 4000-EXIT.
008920     EXIT.
008930
008940 4100-DELETE-ONE-TOFHIST.
008950     IF TOF-RUN-DATE NOT = WS-REV-DATE
008960         MOVE 'Y' TO WS-EOF-SW
008970         GO TO 4100-EXIT
008980     END-IF
008990     DELETE TOF-HIST-FILE RECORD
009000         INVALID KEY
009010             DISPLAY 'BCHREV - TOFHIST DELETE FAILED, N '
009020                 TOF-HIST-N
009030             MOVE 'Y' TO WS-WARNING-SW
009040         NOT INVALID KEY
009050             ADD 1 TO WS-FC-REMOVED (WS-FC-TOFHIST)
009060     END-DELETE
009070     PERFORM 4190-READ-TOFHIST THRU 4190-EXIT.
009080 4100-EXIT.
009090     EXIT.
009100
009110 4190-READ-TOFHIST.
009120     READ TOF-HIST-FILE NEXT RECORD
009130         AT END
009140             MOVE 'Y' TO WS-EOF-SW
009150     END-READ.
009160 4190-EXIT.
009170     EXIT.
009180
009190*-----------------------------------------------------------------
009200* 5000-GIVE-BACK-STOCK - each plant/class the night drew on
009210* gets its area back through STKUPDT, audited on STKAUD.
009220*-----------------------------------------------------------------
009230 5000-GIVE-BACK-STOCK.
009240     PERFORM 5100-GIVE-BACK-ONE-CLASS THRU 5100-EXIT
009250         VARYING CLS-IDX FROM 1 BY 1
009260         UNTIL CLS-IDX > WS-CLS-COUNT.
009270 5000-EXIT.
009280     EXIT.
009290
009300*-----------------------------------------------------------------
009310* 5100-GIVE-BACK-ONE-CLASS - the draw STKUPDT recorded for the
009320* night when the class still carries it; otherwise, under
009330* area mode, the night's BCHOUT area (which is what BCHCTL
009340* drew). Under sheet mode a class some later night has drawn
009350* since cannot be reconstructed and is left for a count.
009360*-----------------------------------------------------------------
009370 5100-GIVE-BACK-ONE-CLASS.
009380     EVALUATE TRUE
009390         WHEN WS-CLS-ON-STKINV (CLS-IDX) = 'Y'
009400             MOVE WS-CLS-DRAW-AREA (CLS-IDX) TO WS-STK-AREA
009410         WHEN NOT WS-SHEET-MODE
009420             MOVE WS-CLS-BCHOUT-AREA (CLS-IDX) TO WS-STK-AREA
009430             MOVE 'FROM BCHOUT' TO WS-CLS-NOTE (CLS-IDX)
009440         WHEN OTHER
009450             MOVE ZERO TO WS-STK-AREA
009460             MOVE 'COUNT NEEDED' TO WS-CLS-NOTE (CLS-IDX)
009470             MOVE 'Y' TO WS-WARNING-SW
009480     END-EVALUATE
009490     IF WS-STK-AREA = ZERO
009500         GO TO 5100-EXIT
009510     END-IF
009520     CALL 'STKUPDT' USING BY CONTENT WS-CLS-PLANT (CLS-IDX)
009530                          BY CONTENT WS-CLS-CLASS (CLS-IDX)
009540                          BY CONTENT WS-STK-AREA
009550                          BY REFERENCE WS-STK-PROJ-AREA
009560                          BY REFERENCE WS-STK-REORDER
009570                          BY REFERENCE WS-STK-STATUS
009580                          BY CONTENT 'G'
009590     END-CALL
009600     IF WS-STK-STATUS NOT = '00'
009610         MOVE 'NOT GIVEN BACK' TO WS-CLS-NOTE (CLS-IDX)
009620         MOVE 'Y' TO WS-WARNING-SW
009630         DISPLAY 'BCHREV - GIVE-BACK FAILED, PLANT '
009640             WS-CLS-PLANT (CLS-IDX) ' CLASS '
009650             WS-CLS-CLASS (CLS-IDX) ' STATUS ' WS-STK-STATUS
009660         GO TO 5100-EXIT
009670     END-IF
009680     MOVE WS-STK-AREA TO WS-CLS-GIVEN-BACK (CLS-IDX)
009690     MOVE WS-STK-PROJ-AREA TO WS-CLS-AFTER-AREA (CLS-IDX)
009700     IF WS-STK-PROJ-AREA < WS-STK-AREA
009710         MOVE ZERO TO WS-CLS-BEFORE-AREA (CLS-IDX)
009720     ELSE
009730         COMPUTE WS-CLS-BEFORE-AREA (CLS-IDX) =
009740             WS-STK-PROJ-AREA - WS-STK-AREA
009750     END-IF
009760     ADD WS-STK-AREA TO WS-GIVEN-BACK-TOTAL
009770     PERFORM 5200-WRITE-AUDIT THRU 5200-EXIT.
009780 5100-EXIT.
009790     EXIT.
009800
009810*-----------------------------------------------------------------
009820* 5200-WRITE-AUDIT - one STKAUD record per class given back,
009830* reason 'RV', referenced RV plus the run date backed out.
009840*-----------------------------------------------------------------
009850 5200-WRITE-AUDIT.
009860     MOVE SPACES TO STK-AUD-RECORD
009870     MOVE WS-TODAY-DATE TO STK-AUD-DATE
009880     MOVE WS-TODAY-TIME TO STK-AUD-TIME
009890     MOVE WS-CLS-PLANT (CLS-IDX) TO STK-AUD-PLANT
009900     MOVE WS-CLS-CLASS (CLS-IDX) TO STK-AUD-SHEET-CLASS
009910     MOVE WS-STK-AREA TO STK-AUD-AREA
009920     MOVE WS-CLS-BEFORE-AREA (CLS-IDX) TO STK-AUD-BEFORE-AREA
009930     MOVE WS-CLS-AFTER-AREA (CLS-IDX) TO STK-AUD-AFTER-AREA
009940     MOVE WS-REV-PO-REF TO STK-AUD-PO-REF
009950     MOVE 'RV' TO STK-AUD-REASON
009960     WRITE STK-AUD-RECORD.
009970 5200-EXIT.
009980     EXIT.
009990
010000*-----------------------------------------------------------------
010010* 6000-PRINT-REPORT - before/after counts per file, the stock
010020* given back per class, and the transmissions to void.
010030*-----------------------------------------------------------------
010040 6000-PRINT-REPORT.
010050     OPEN OUTPUT REVERSAL-REPORT-FILE
010060     MOVE WS-HEADING1 TO REPORT-LINE
010070     WRITE REPORT-LINE
010080     MOVE WS-REV-DATE TO WS-DL-DATE
010090     MOVE WS-DATE-LINE TO REPORT-LINE
010100     WRITE REPORT-LINE
010110     MOVE SPACES TO REPORT-LINE
010120     WRITE REPORT-LINE
010130     MOVE WS-HEADING2 TO REPORT-LINE
010140     WRITE REPORT-LINE
010150     PERFORM 6100-PRINT-FILE-LINE THRU 6100-EXIT
010160         VARYING FC-IDX FROM 1 BY 1
010170         UNTIL FC-IDX > WS-FC-BILLLOG
010180     PERFORM 6150-PRINT-KEYED-LINE THRU 6150-EXIT
010190         VARYING FC-IDX FROM WS-FC-BCHIDX BY 1
010200         UNTIL FC-IDX > WS-FC-TOFHIST
010210     MOVE 'BCHIDX JOBS NOT FOUND:  ' TO WS-C-LABEL
010220     MOVE WS-IDX-MISSING TO WS-C-COUNT
010230     MOVE WS-COUNT-LINE TO REPORT-LINE
010240     WRITE REPORT-LINE
010241     MOVE 'BILPRK NIGHT PARKS OFF: ' TO WS-C-LABEL
010242     MOVE WS-PRK-DROPPED TO WS-C-COUNT
010243     MOVE WS-COUNT-LINE TO REPORT-LINE
010244     WRITE REPORT-LINE
010245     MOVE 'RELEASED LINES REPARKED:' TO WS-C-LABEL
010246     MOVE WS-PRK-REPARKED TO WS-C-COUNT
010247     MOVE WS-COUNT-LINE TO REPORT-LINE
010248     WRITE REPORT-LINE
010250     MOVE SPACES TO REPORT-LINE
010260     WRITE REPORT-LINE
010270     MOVE WS-HEADING3 TO REPORT-LINE
010280     WRITE REPORT-LINE
010290     MOVE WS-HEADING4 TO REPORT-LINE
010300     WRITE REPORT-LINE
010310     PERFORM 6200-PRINT-CLASS-LINE THRU 6200-EXIT
010320         VARYING CLS-IDX FROM 1 BY 1
010330         UNTIL CLS-IDX > WS-CLS-COUNT
010340     MOVE 'NIGHT STOCK AREA:       ' TO WS-C-LABEL
010350     MOVE WS-NIGHT-STOCK TO WS-C-COUNT
010360     MOVE WS-COUNT-LINE TO REPORT-LINE
010370     WRITE REPORT-LINE
010380     MOVE 'STOCK AREA GIVEN BACK:  ' TO WS-C-LABEL
010390     MOVE WS-GIVEN-BACK-TOTAL TO WS-C-COUNT
010400     MOVE WS-COUNT-LINE TO REPORT-LINE
010410     WRITE REPORT-LINE
010420     MOVE 'NIGHT CHARGE REMOVED:   ' TO WS-M-LABEL
010430     MOVE WS-NIGHT-CHARGE TO WS-M-AMOUNT
010440     MOVE WS-MONEY-LINE TO REPORT-LINE
010450     WRITE REPORT-LINE
010451     MOVE 'ADJUSTMENTS REQUEUED:   ' TO WS-C-LABEL
010452     MOVE WS-ADQ-REQUEUED TO WS-C-COUNT
010453     MOVE WS-COUNT-LINE TO REPORT-LINE
010454     WRITE REPORT-LINE
010460     MOVE SPACES TO REPORT-LINE
010470     WRITE REPORT-LINE
010480     PERFORM 6300-PRINT-CNO-LINE THRU 6300-EXIT
010490         VARYING CNO-IDX FROM 1 BY 1
010500         UNTIL CNO-IDX > WS-CNO-COUNT
010510     PERFORM 6400-SET-TIE-STATUS THRU 6400-EXIT
010520     MOVE WS-TIE-LINE TO REPORT-LINE
010530     WRITE REPORT-LINE
010540     CLOSE REVERSAL-REPORT-FILE.
010550 6000-EXIT.
010560     EXIT.
010570
010580 6100-PRINT-FILE-LINE.
010590     MOVE WS-FC-NAME (FC-IDX) TO WS-F-NAME
010600     MOVE WS-FC-BEFORE (FC-IDX) TO WS-F-BEFORE
010610     MOVE WS-FC-REMOVED (FC-IDX) TO WS-F-REMOVED
010620     COMPUTE WS-F-AFTER =
010630         WS-FC-BEFORE (FC-IDX) - WS-FC-REMOVED (FC-IDX)
010640     MOVE WS-FILE-LINE TO REPORT-LINE
010650     WRITE REPORT-LINE.
010660 6100-EXIT.
010670     EXIT.
010680
010690 6150-PRINT-KEYED-LINE.
010700     MOVE WS-FC-NAME (FC-IDX) TO WS-K-NAME
010710     MOVE WS-FC-REMOVED (FC-IDX) TO WS-K-REMOVED
010720     MOVE WS-KEYED-LINE TO REPORT-LINE
010730     WRITE REPORT-LINE.
010740 6150-EXIT.
010750     EXIT.
010760
010770 6200-PRINT-CLASS-LINE.
010780     MOVE WS-CLS-PLANT (CLS-IDX) TO WS-CL-PLANT
010790     MOVE WS-CLS-CLASS (CLS-IDX) TO WS-CL-CLASS
010800     MOVE WS-CLS-BCHOUT-AREA (CLS-IDX) TO WS-CL-BCHOUT
010810     MOVE WS-CLS-GIVEN-BACK (CLS-IDX) TO WS-CL-GIVEN
010820     MOVE WS-CLS-BEFORE-AREA (CLS-IDX) TO WS-CL-BEFORE
010830     MOVE WS-CLS-AFTER-AREA (CLS-IDX) TO WS-CL-AFTER
010840     MOVE WS-CLS-NOTE (CLS-IDX) TO WS-CL-NOTE
010850     MOVE WS-CLASS-LINE TO REPORT-LINE
010860     WRITE REPORT-LINE.
010870 6200-EXIT.
010880     EXIT.
010890
010900 6300-PRINT-CNO-LINE.
010910     MOVE WS-CNO-CONTROL-NO (CNO-IDX) TO WS-CN-CONTROL-NO
010920     MOVE WS-CNO-LINES (CNO-IDX) TO WS-CN-LINES
010930     MOVE WS-CNO-HASH (CNO-IDX) TO WS-CN-HASH
010940     MOVE WS-CNO-LINE TO REPORT-LINE
010950     WRITE REPORT-LINE.
010960 6300-EXIT.
010970     EXIT.
010980
010990*-----------------------------------------------------------------
011000* 6400-SET-TIE-STATUS - under area mode every unit of the
011010* night's BCHOUT stock area should have come back; under sheet
011020* mode the rack was charged whole sheets, so the two figures
011030* legitimately differ and only the warnings count.
011040*-----------------------------------------------------------------
011050 6400-SET-TIE-STATUS.
011060     EVALUATE TRUE
011070         WHEN WS-WARNING
011080             MOVE 'SEE NOTES - NOT EVERYTHING BACKED OUT'
011090                 TO WS-TIE-STATUS
011100         WHEN WS-SHEET-MODE
011110             MOVE 'BALANCED (SHEET MODE DRAW GIVEN BACK)'
011120                 TO WS-TIE-STATUS
011130         WHEN WS-NIGHT-STOCK = WS-GIVEN-BACK-TOTAL
011140             MOVE 'BALANCED' TO WS-TIE-STATUS
011150         WHEN OTHER
011160             MOVE 'OUT OF BAL - STOCK GIVEN BACK DIFFERS'
011170                 TO WS-TIE-STATUS
011180             MOVE 'Y' TO WS-WARNING-SW
011190     END-EVALUATE.
011200 6400-EXIT.
011210     EXIT.
011220
011230*-----------------------------------------------------------------
011240* 9000-TERMINATE - return code 4 when the night left nothing
011250* to back out or something needs a look; the remainders are
011260* complete either way, so the JCL copies them back on 0 or 4.
011270*-----------------------------------------------------------------
011280 9000-TERMINATE.
011290     CLOSE REPORT-IN-FILE
011300           WORKLIST-IN-FILE
011310           PANEL-IN-FILE
011320           WASTE-IN-FILE
011330           BILLING-LOG-FILE
011340           REPORT-REM-FILE
011350           WORKLIST-REM-FILE
011360           PANEL-REM-FILE
011370           WASTE-REM-FILE
011380           BILLING-REM-FILE
011382           PARK-IN-FILE
011384           PARK-REM-FILE
011386           ADJ-QUEUE-FILE
011390           BCH-IDX-FILE
011400           TOF-HIST-FILE
011410           AUDIT-FILE
011420     IF WS-FC-REMOVED (WS-FC-BCHOUT) = 0
011430             AND WS-FC-REMOVED (WS-FC-PNLOUT) = 0
011440             AND WS-FC-REMOVED (WS-FC-TOFHIST) = 0
011450             AND WS-FC-REMOVED (WS-FC-BILLLOG) = 0
011460             AND WS-CLS-COUNT = 0
011470         DISPLAY 'BCHREV - NOTHING POSTED FOR RUN DATE '
011480             WS-REV-DATE
011490         MOVE 4 TO RETURN-CODE
011500         GO TO 9000-EXIT
011510     END-IF
011520     IF WS-WARNING
011530         MOVE 4 TO RETURN-CODE
011540     END-IF
011550     DISPLAY 'BCHREV - RUN DATE ' WS-REV-DATE
011560         ' BACKED OUT, BCHOUT RECORDS: '
011570         WS-FC-REMOVED (WS-FC-BCHOUT)
011580         ' STOCK GIVEN BACK: ' WS-GIVEN-BACK-TOTAL.
011590 9000-EXIT.
011600     EXIT.
011610
011620 END PROGRAM BCHREV.
