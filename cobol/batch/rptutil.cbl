000010*****************************************************************
000020* PROGRAM-ID : RPTUTIL                                         *
000030* AUTHOR     : M. PRZYBYLSKI, SCHEDULING SYSTEMS               *
000040* INSTALLATION : CUTTING-SHOP SYSTEMS                          *
000050* DATE-WRITTEN : 2026-10-15                                    *
000060*                                                               *
000070* FUNCTION : Reprint, list, and retention utility for the       *
000080*   RPTARC report archive RPTARCH fills each night. Driven by   *
000090*   the RPTCTL cards, one function per card, in order:          *
000100*                                                               *
000110*   PRINT - copies one archived report to RPTOUT line for line  *
000120*     exactly as it printed that night, from its run date,      *
000130*     plant, and report name. Nothing is added to RPTOUT; what  *
000140*     was reprinted is noted on the RPTLST log.                 *
000150*                                                               *
000160*   LIST  - lists the reports on the archive for a run-date     *
000170*     range, optionally one plant and one report name - line    *
000180*     count, width, when captured, and the date each may be     *
000190*     purged after.                                             *
000200*                                                               *
000210*   PURGE - deletes every archived report whose keep date the   *
000220*     business date has passed (the keep days were set on the   *
000230*     capture PARM), and the lines of any earlier night's       *
000240*     capture that never finished.                              *
000250*                                                               *
000260*   RC=4 - a PRINT or LIST found nothing; RC=8 - a card was     *
000270*   not understood or a reprinted report is missing lines       *
000280*   (listed on RPTLST); RC=12 - RPTCTL or RPTARC could not be   *
000290*   opened.                                                     *
000300*****************************************************************
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID. RPTUTIL.
000330 AUTHOR. M. PRZYBYLSKI, SCHEDULING SYSTEMS.
000340 INSTALLATION. CUTTING-SHOP SYSTEMS.
000350 DATE-WRITTEN. 2026-10-15.
000360 DATE-COMPILED.
000370
000380*-----------------------------------------------------------------
000390* MODIFICATION HISTORY
000400* DATE       BY   DESCRIPTION
000410* 2026-10-15 MPR  Initial version.
000420*-----------------------------------------------------------------
000430
000440 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT CONTROL-FILE ASSIGN TO RPTCTL
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS WS-CTL-STATUS.
000500     SELECT ARCHIVE-FILE ASSIGN TO RPTARC
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS RPT-ARC-KEY
000540         FILE STATUS IS WS-ARC-STATUS.
000550     SELECT REPRINT-FILE ASSIGN TO RPTOUT
000560         ORGANIZATION IS SEQUENTIAL.
000570     SELECT LOG-REPORT-FILE ASSIGN TO RPTLST
000580         ORGANIZATION IS SEQUENTIAL.
000590
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  CONTROL-FILE
000630     RECORDING MODE IS F.
000640 01  CONTROL-RECORD.
000650     05  CC-FUNCTION         PIC X(06).
000660         88  CC-PRINT                VALUE 'PRINT '.
000670         88  CC-LIST                 VALUE 'LIST  '.
000680         88  CC-PURGE                VALUE 'PURGE '.
000690*        run date to reprint, or the first run date to list
000700     05  CC-RUN-DATE         PIC 9(08).
000710     05  CC-THRU-DATE        PIC 9(08).
000720     05  CC-PLANT            PIC X(02).
000730     05  CC-REPORT           PIC X(08).
000740     05  FILLER              PIC X(48).
000750
000760 FD  ARCHIVE-FILE.
000770     COPY RPTARC.
000780
000790 FD  REPRINT-FILE
000800     RECORDING MODE IS F.
000810 01  REPRINT-LINE                PIC X(132).
000820
000830 FD  LOG-REPORT-FILE
000840     RECORDING MODE IS F.
000850 01  LOG-LINE                    PIC X(80).
000860
000870 WORKING-STORAGE SECTION.
000880*-----------------------------------------------------------------
000890* SWITCHES
000900*-----------------------------------------------------------------
000910 77  WS-CTL-EOF-SW       PIC X(01)      VALUE 'N'.
000920     88  WS-CTL-EOF                     VALUE 'Y'.
000930 77  WS-EOF-SW           PIC X(01)      VALUE 'N'.
000940     88  WS-EOF-YES                     VALUE 'Y'.
000950 77  WS-PURGING-SW       PIC X(01)      VALUE 'N'.
000960     88  WS-PURGING                     VALUE 'Y'.
000970
000980*-----------------------------------------------------------------
000990* FILE STATUS
001000*-----------------------------------------------------------------
001010 77  WS-CTL-STATUS       PIC X(02)      VALUE SPACES.
001020 77  WS-ARC-STATUS       PIC X(02)      VALUE SPACES.
001030 77  WS-BUSD-STATUS      PIC X(02)      VALUE SPACES.
001040
001050*-----------------------------------------------------------------
001060* RUN CONTROL
001070*-----------------------------------------------------------------
001080 77  WS-RUN-DATE         PIC 9(08)      VALUE ZERO.
001090 77  WS-RUN-STAMP        PIC X(80)      VALUE SPACES.
001100 77  WS-MAX-RC           PIC 9(02)      VALUE ZERO.
001110 77  WS-NEW-RC           PIC 9(02)      VALUE ZERO.
001120 77  WS-SEL-FROM-DATE    PIC 9(08)      VALUE ZERO.
001130 77  WS-SEL-THRU-DATE    PIC 9(08)      VALUE ZERO.
001140 77  WS-SEL-PLANT        PIC X(02)      VALUE SPACES.
001150 77  WS-SEL-REPORT       PIC X(08)      VALUE SPACES.
001160 77  WS-LINE-COUNT       PIC 9(06)      VALUE ZERO.
001170 77  WS-LINE-NO          PIC 9(06)      VALUE ZERO.
001180
001190*-----------------------------------------------------------------
001200* THE REPORT BEING REPRINTED, LISTED PAST, OR PURGED - RUN DATE,
001210* PLANT, AND NAME, THE FIRST 18 BYTES OF ITS ARCHIVE KEYS
001220*-----------------------------------------------------------------
001230 01  WS-GROUP-KEY.
001240     05  WS-GRP-RUN-DATE     PIC 9(08).
001250     05  WS-GRP-PLANT        PIC X(02).
001260     05  WS-GRP-REPORT       PIC X(08).
001270
001280*-----------------------------------------------------------------
001290* COUNTERS
001300*-----------------------------------------------------------------
001310 77  WS-CARD-COUNT       PIC 9(08) COMP VALUE ZERO.
001320 77  WS-PRINTED-COUNT    PIC 9(08) COMP VALUE ZERO.
001330 77  WS-MISSING-COUNT    PIC 9(08) COMP VALUE ZERO.
001340 77  WS-LISTED-COUNT     PIC 9(08) COMP VALUE ZERO.
001350 77  WS-LISTED-BEFORE    PIC 9(08) COMP VALUE ZERO.
001360 77  WS-PURGED-COUNT     PIC 9(08) COMP VALUE ZERO.
001370 77  WS-DELETED-COUNT    PIC 9(08) COMP VALUE ZERO.
001380 77  WS-KEPT-COUNT       PIC 9(08) COMP VALUE ZERO.
001390
001400*-----------------------------------------------------------------
001410* RPTLST LINES
001420*-----------------------------------------------------------------
001430 01  WS-HEADING1.
001440     05  FILLER              PIC X(80)   VALUE
001450         'RPTUTIL - REPORT ARCHIVE REPRINT / LIST / PURGE'.
001460 01  WS-HEADING2.
001470     05  FILLER              PIC X(80)   VALUE
001480         '-----------------------------------------------'.
001490
001500 01  WS-CARD-LINE.
001510     05  FILLER              PIC X(06)   VALUE 'CARD: '.
001520     05  WS-CARD-IMAGE       PIC X(32).
001530     05  FILLER              PIC X(42)   VALUE SPACES.
001540
001550 01  WS-REPORT-HEADING.
001560     05  FILLER              PIC X(40)   VALUE
001570         'RUN-DATE PL REPORT    LINES WID KEEP EXP'.
001580     05  FILLER              PIC X(40)   VALUE
001590         'IRES  CAPTURED          #  NOTE'.
001600
001610 01  WS-REPORT-LINE.
001620     05  WS-R-RUN-DATE       PIC 9(08).
001630     05  FILLER              PIC X(01)   VALUE SPACE.
001640     05  WS-R-PLANT          PIC X(02).
001650     05  FILLER              PIC X(01)   VALUE SPACE.
001660     05  WS-R-REPORT         PIC X(08).
001670     05  FILLER              PIC X(01)   VALUE SPACE.
001680     05  WS-R-LINES          PIC Z(5)9.
001690     05  FILLER              PIC X(01)   VALUE SPACE.
001700     05  WS-R-WIDTH          PIC ZZ9.
001710     05  FILLER              PIC X(01)   VALUE SPACE.
001720     05  WS-R-KEEP-DAYS      PIC ZZZ9.
001730     05  FILLER              PIC X(01)   VALUE SPACE.
001740     05  WS-R-EXPIRE-DATE    PIC 9(08).
001750     05  FILLER              PIC X(01)   VALUE SPACE.
001760     05  WS-R-CAPT-DATE      PIC 9(08).
001770     05  FILLER              PIC X(01)   VALUE SPACE.
001780     05  WS-R-CAPT-TIME      PIC 9(06).
001790     05  FILLER              PIC X(01)   VALUE SPACE.
001800     05  WS-R-CAPT-NUMBER    PIC ZZ9.
001810     05  FILLER              PIC X(02)   VALUE SPACES.
001820     05  WS-R-NOTE           PIC X(10).
001830     05  FILLER              PIC X(03)   VALUE SPACES.
001840
001850 01  WS-MISSING-LINE.
001860     05  FILLER              PIC X(25)   VALUE
001870         '*** ARCHIVE LINE MISSING '.
001880     05  WS-M-LINE-NO        PIC 9(06).
001890     05  FILLER              PIC X(49)   VALUE
001900         ' - REPRINT IS INCOMPLETE'.
001910
001920 01  WS-MESSAGE-LINE             PIC X(80)   VALUE SPACES.
001930
001940 01  WS-COUNT-LINE.
001950     05  WS-C-LABEL          PIC X(32).
001960     05  WS-C-COUNT          PIC Z(7)9.
001970     05  FILLER              PIC X(40)   VALUE SPACES.
001980
001990 PROCEDURE DIVISION.
002000*****************************************************************
002010* 0000-MAINLINE
002020*****************************************************************
002030 0000-MAINLINE.
002040     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002050     PERFORM 1900-READ-CARD THRU 1900-EXIT
002060     PERFORM 2000-PROCESS-CARD THRU 2000-EXIT
002070         UNTIL WS-CTL-EOF
002080     PERFORM 9000-TERMINATE THRU 9000-EXIT
002090     GOBACK.
002100
002110*-----------------------------------------------------------------
002120* 1000-INITIALIZE - the business date (the purge measures keep
002130* dates against it), the cards, and the two outputs.
002140*-----------------------------------------------------------------
002150 1000-INITIALIZE.
002160     CALL 'BUSDRD' USING BY REFERENCE WS-RUN-DATE
002170                         BY REFERENCE WS-RUN-STAMP
002180                         BY REFERENCE WS-BUSD-STATUS
002190     END-CALL
002200     IF WS-BUSD-STATUS NOT = '00'
002210         DISPLAY 'RPTUTIL - BUSDTE NOT AVAILABLE, STATUS = '
002220             WS-BUSD-STATUS ' - RUNNING UNDER THE MACHINE DATE'
002230     END-IF
002240     OPEN INPUT CONTROL-FILE
002250     IF WS-CTL-STATUS NOT = '00'
002260         DISPLAY 'RPTUTIL - RPTCTL OPEN FAILED, STATUS = '
002270             WS-CTL-STATUS
002280         MOVE 12 TO RETURN-CODE
002290         GOBACK
002300     END-IF
002310     OPEN OUTPUT REPRINT-FILE
002320     OPEN OUTPUT LOG-REPORT-FILE
002330     MOVE WS-HEADING1 TO LOG-LINE
002340     WRITE LOG-LINE
002350     MOVE WS-RUN-STAMP TO LOG-LINE
002360     WRITE LOG-LINE
002370     MOVE WS-HEADING2 TO LOG-LINE
002380     WRITE LOG-LINE.
002390 1000-EXIT.
002400     EXIT.
002410
002420 1900-READ-CARD.
002430     READ CONTROL-FILE
002440         AT END
002450             MOVE 'Y' TO WS-CTL-EOF-SW
002460             GO TO 1900-EXIT
002470     END-READ
002480     ADD 1 TO WS-CARD-COUNT.
002490 1900-EXIT.
002500     EXIT.
002510
002520*-----------------------------------------------------------------
002530* 2000-PROCESS-CARD - echoes the card to RPTLST and runs it.
002540*-----------------------------------------------------------------
002550 2000-PROCESS-CARD.
002560     MOVE SPACES TO LOG-LINE
002570     WRITE LOG-LINE
002580     MOVE CONTROL-RECORD (1:32) TO WS-CARD-IMAGE
002590     MOVE WS-CARD-LINE TO LOG-LINE
002600     WRITE LOG-LINE
002610     EVALUATE TRUE
002620         WHEN CC-PRINT
002630             PERFORM 3000-REPRINT THRU 3000-EXIT
002640         WHEN CC-LIST
002650             PERFORM 4000-LIST THRU 4000-EXIT
002660         WHEN CC-PURGE
002670             PERFORM 5000-PURGE THRU 5000-EXIT
002680         WHEN OTHER
002690             MOVE 'UNKNOWN FUNCTION - CARD IGNORED'
002700                 TO WS-MESSAGE-LINE
002710             PERFORM 8700-WRITE-MESSAGE THRU 8700-EXIT
002720             MOVE 8 TO WS-NEW-RC
002730             PERFORM 8800-RAISE-RC THRU 8800-EXIT
002740     END-EVALUATE
002750     PERFORM 1900-READ-CARD THRU 1900-EXIT.
002760 2000-EXIT.
002770     EXIT.
002780
002790*-----------------------------------------------------------------
002800* 3000-REPRINT - the header gives the line count captured; each
002810* line is then read by its key and copied to RPTOUT untouched.
002820* A line missing from the archive is noted on RPTLST, never on
002830* the reprint itself.
002840*-----------------------------------------------------------------
002850 3000-REPRINT.
002860     IF CC-RUN-DATE NOT NUMERIC OR CC-REPORT = SPACES
002870         MOVE 'PRINT NEEDS A RUN DATE AND A REPORT NAME'
002880             TO WS-MESSAGE-LINE
002890         PERFORM 8700-WRITE-MESSAGE THRU 8700-EXIT
002900         MOVE 8 TO WS-NEW-RC
002910         PERFORM 8800-RAISE-RC THRU 8800-EXIT
002920         GO TO 3000-EXIT
002930     END-IF
002940     MOVE CC-RUN-DATE TO WS-GRP-RUN-DATE
002950     MOVE CC-PLANT TO WS-GRP-PLANT
002960     IF CC-PLANT = SPACES
002970         MOVE '01' TO WS-GRP-PLANT
002980     END-IF
002990     MOVE CC-REPORT TO WS-GRP-REPORT
003000     PERFORM 8000-OPEN-ARCHIVE-INPUT THRU 8000-EXIT
003010     IF WS-ARC-STATUS NOT = '00'
003020         GO TO 3000-EXIT
003030     END-IF
003040     MOVE WS-GROUP-KEY TO RPT-ARC-KEY
003050     MOVE ZERO TO RPT-ARC-LINE-NO
003060     READ ARCHIVE-FILE
003070         INVALID KEY
003080             MOVE 'REPORT NOT ON THE ARCHIVE FOR THAT RUN DATE'
003090                 TO WS-MESSAGE-LINE
003100             PERFORM 8700-WRITE-MESSAGE THRU 8700-EXIT
003110             MOVE 4 TO WS-NEW-RC
003120             PERFORM 8800-RAISE-RC THRU 8800-EXIT
003130             CLOSE ARCHIVE-FILE
003140             GO TO 3000-EXIT
003150     END-READ
003160     MOVE 'REPRINTED ' TO WS-R-NOTE
003170     PERFORM 8500-FORMAT-HEADER THRU 8500-EXIT
003180     MOVE RPT-ARC-LINE-COUNT TO WS-LINE-COUNT
003190     MOVE 1 TO WS-LINE-NO
003200     PERFORM 3100-REPRINT-LINE THRU 3100-EXIT
003210         UNTIL WS-LINE-NO > WS-LINE-COUNT
003220     CLOSE ARCHIVE-FILE
003230     ADD 1 TO WS-PRINTED-COUNT
003240     MOVE WS-REPORT-HEADING TO LOG-LINE
003250     WRITE LOG-LINE
003260     MOVE WS-REPORT-LINE TO LOG-LINE
003270     WRITE LOG-LINE.
003280 3000-EXIT.
003290     EXIT.
003300
003310 3100-REPRINT-LINE.
003320     MOVE WS-GROUP-KEY TO RPT-ARC-KEY
003330     MOVE WS-LINE-NO TO RPT-ARC-LINE-NO
003340     READ ARCHIVE-FILE
003350         INVALID KEY
003360             ADD 1 TO WS-MISSING-COUNT
003370             MOVE WS-LINE-NO TO WS-M-LINE-NO
003380             MOVE WS-MISSING-LINE TO LOG-LINE
003390             WRITE LOG-LINE
003400             MOVE 8 TO WS-NEW-RC
003410             PERFORM 8800-RAISE-RC THRU 8800-EXIT
003420             GO TO 3100-NEXT
003430     END-READ
003440     MOVE RPT-ARC-LINE TO REPRINT-LINE
003450     WRITE REPRINT-LINE.
003460 3100-NEXT.
003470     ADD 1 TO WS-LINE-NO.
003480 3100-EXIT.
003490     EXIT.
003500
003510*-----------------------------------------------------------------
003520* 4000-LIST - positions at the first run date wanted and lists
003530* each report's header, skipping straight past its lines to the
003540* next report. Blank dates list from the first night on file
003550* through the last.
003560*-----------------------------------------------------------------
003570 4000-LIST.
003580     MOVE ZERO TO WS-SEL-FROM-DATE
003590     MOVE 99999999 TO WS-SEL-THRU-DATE
003600     IF CC-RUN-DATE NUMERIC
003610         MOVE CC-RUN-DATE TO WS-SEL-FROM-DATE
003620     END-IF
003630     IF CC-THRU-DATE NUMERIC AND CC-THRU-DATE > ZERO
003640         MOVE CC-THRU-DATE TO WS-SEL-THRU-DATE
003650     END-IF
003660     MOVE CC-PLANT TO WS-SEL-PLANT
003670     MOVE CC-REPORT TO WS-SEL-REPORT
003680     PERFORM 8000-OPEN-ARCHIVE-INPUT THRU 8000-EXIT
003690     IF WS-ARC-STATUS NOT = '00'
003700         GO TO 4000-EXIT
003710     END-IF
003720     MOVE WS-LISTED-COUNT TO WS-LISTED-BEFORE
003730     MOVE WS-REPORT-HEADING TO LOG-LINE
003740     WRITE LOG-LINE
003750     MOVE 'N' TO WS-EOF-SW
003760     MOVE LOW-VALUES TO RPT-ARC-KEY
003770     MOVE WS-SEL-FROM-DATE TO RPT-ARC-RUN-DATE
003780     START ARCHIVE-FILE KEY IS NOT LESS THAN RPT-ARC-KEY
003790         INVALID KEY
003800             MOVE 'Y' TO WS-EOF-SW
003810     END-START
003820     PERFORM 8100-READ-NEXT-ARCHIVE THRU 8100-EXIT
003830     PERFORM 4100-LIST-ONE THRU 4100-EXIT
003840         UNTIL WS-EOF-YES
003850     CLOSE ARCHIVE-FILE
003860     IF WS-LISTED-COUNT = WS-LISTED-BEFORE
003870         MOVE 'NO ARCHIVED REPORTS MATCH THE CARD'
003880             TO WS-MESSAGE-LINE
003890         PERFORM 8700-WRITE-MESSAGE THRU 8700-EXIT
003900         MOVE 4 TO WS-NEW-RC
003910         PERFORM 8800-RAISE-RC THRU 8800-EXIT
003920     END-IF.
003930 4000-EXIT.
003940     EXIT.
003950
003960 4100-LIST-ONE.
003970     IF RPT-ARC-RUN-DATE > WS-SEL-THRU-DATE
003980         MOVE 'Y' TO WS-EOF-SW
003990         GO TO 4100-EXIT
004000     END-IF
004010     IF (WS-SEL-PLANT = SPACES
004020             OR RPT-ARC-PLANT = WS-SEL-PLANT)
004030             AND (WS-SEL-REPORT = SPACES
004040             OR RPT-ARC-REPORT = WS-SEL-REPORT)
004050         PERFORM 4200-LIST-DETAIL THRU 4200-EXIT
004060     END-IF
004070     PERFORM 8200-SKIP-PAST-REPORT THRU 8200-EXIT.
004080 4100-EXIT.
004090     EXIT.
004100
004110 4200-LIST-DETAIL.
004120     IF RPT-ARC-HEADER
004130         MOVE SPACES TO WS-R-NOTE
004140         PERFORM 8500-FORMAT-HEADER THRU 8500-EXIT
004150     ELSE
004160         PERFORM 8600-FORMAT-NO-HEADER THRU 8600-EXIT
004170     END-IF
004180     MOVE WS-REPORT-LINE TO LOG-LINE
004190     WRITE LOG-LINE
004200     ADD 1 TO WS-LISTED-COUNT.
004210 4200-EXIT.
004220     EXIT.
004230
004240*-----------------------------------------------------------------
004250* 5000-PURGE - one pass over the whole archive. A header whose
004260* keep date the business date has passed starts a purge of that
004270* report, and every line following it under the same run date,
004280* plant, and name goes with it; a report still inside its keep
004290* date is skipped past. Lines with no header ahead of them are
004300* a capture that never finished: an earlier night's are purged,
004310* tonight's are left for the capture's rerun.
004320*-----------------------------------------------------------------
004330 5000-PURGE.
004340     OPEN I-O ARCHIVE-FILE
004350     IF WS-ARC-STATUS NOT = '00'
004360         PERFORM 8050-ARCHIVE-OPEN-FAILED THRU 8050-EXIT
004370         GO TO 5000-EXIT
004380     END-IF
004390     STRING 'PURGING REPORTS WHOSE KEEP DATE IS BEFORE '
004400             DELIMITED BY SIZE
004410         WS-RUN-DATE DELIMITED BY SIZE
004420         INTO WS-MESSAGE-LINE
004430     END-STRING
004440     PERFORM 8700-WRITE-MESSAGE THRU 8700-EXIT
004450     MOVE WS-REPORT-HEADING TO LOG-LINE
004460     WRITE LOG-LINE
004470     MOVE 'N' TO WS-EOF-SW
004480     MOVE 'N' TO WS-PURGING-SW
004490     PERFORM 8100-READ-NEXT-ARCHIVE THRU 8100-EXIT
004500     PERFORM 5100-PURGE-ONE THRU 5100-EXIT
004510         UNTIL WS-EOF-YES
004520     CLOSE ARCHIVE-FILE.
004530 5000-EXIT.
004540     EXIT.
004550
004560 5100-PURGE-ONE.
004570     IF WS-PURGING
004580             AND RPT-ARC-KEY (1:18) = WS-GROUP-KEY
004590         DELETE ARCHIVE-FILE
004600         ADD 1 TO WS-DELETED-COUNT
004610         PERFORM 8100-READ-NEXT-ARCHIVE THRU 8100-EXIT
004620         GO TO 5100-EXIT
004630     END-IF
004640     MOVE 'N' TO WS-PURGING-SW
004650     MOVE RPT-ARC-KEY (1:18) TO WS-GROUP-KEY
004660     IF RPT-ARC-HEADER
004670         IF RPT-ARC-EXPIRE-DATE NOT NUMERIC
004680                 OR RPT-ARC-EXPIRE-DATE < WS-RUN-DATE
004690             MOVE 'PURGED    ' TO WS-R-NOTE
004700             PERFORM 8500-FORMAT-HEADER THRU 8500-EXIT
004710             PERFORM 5200-START-PURGE THRU 5200-EXIT
004720             GO TO 5100-EXIT
004730         END-IF
004740     ELSE
004750         IF RPT-ARC-RUN-DATE < WS-RUN-DATE
004760             PERFORM 8600-FORMAT-NO-HEADER THRU 8600-EXIT
004770             PERFORM 5200-START-PURGE THRU 5200-EXIT
004780             GO TO 5100-EXIT
004790         END-IF
004800     END-IF
004810     ADD 1 TO WS-KEPT-COUNT
004820     PERFORM 8200-SKIP-PAST-REPORT THRU 8200-EXIT.
004830 5100-EXIT.
004840     EXIT.
004850
004860 5200-START-PURGE.
004870     MOVE WS-REPORT-LINE TO LOG-LINE
004880     WRITE LOG-LINE
004890     MOVE 'Y' TO WS-PURGING-SW
004900     ADD 1 TO WS-PURGED-COUNT
004910     DELETE ARCHIVE-FILE
004920     ADD 1 TO WS-DELETED-COUNT
004930     PERFORM 8100-READ-NEXT-ARCHIVE THRU 8100-EXIT.
004940 5200-EXIT.
004950     EXIT.
004960
004970*-----------------------------------------------------------------
004980* 8000-OPEN-ARCHIVE-INPUT - PRINT and LIST only read the archive,
004990* so they share it with the online browse.
005000*-----------------------------------------------------------------
005010 8000-OPEN-ARCHIVE-INPUT.
005020     OPEN INPUT ARCHIVE-FILE
005030     IF WS-ARC-STATUS NOT = '00'
005040         PERFORM 8050-ARCHIVE-OPEN-FAILED THRU 8050-EXIT
005050     END-IF.
005060 8000-EXIT.
005070     EXIT.
005080
005090 8050-ARCHIVE-OPEN-FAILED.
005100     DISPLAY 'RPTUTIL - RPTARC OPEN FAILED, STATUS = '
005110         WS-ARC-STATUS
005120     MOVE 'RPTARC COULD NOT BE OPENED - CARD NOT RUN'
005130         TO WS-MESSAGE-LINE
005140     PERFORM 8700-WRITE-MESSAGE THRU 8700-EXIT
005150     MOVE 12 TO WS-NEW-RC
005160     PERFORM 8800-RAISE-RC THRU 8800-EXIT.
005170 8050-EXIT.
005180     EXIT.
005190
005200 8100-READ-NEXT-ARCHIVE.
005210     READ ARCHIVE-FILE NEXT RECORD
005220         AT END
005230             MOVE 'Y' TO WS-EOF-SW
005240     END-READ.
005250 8100-EXIT.
005260     EXIT.
005270
005280*-----------------------------------------------------------------
005290* 8200-SKIP-PAST-REPORT - positions past the last possible line
005300* of the report just read, so a listing or a purge reads one
005310* record per report it keeps rather than every line.
005320*-----------------------------------------------------------------
005330 8200-SKIP-PAST-REPORT.
005340     MOVE 999999 TO RPT-ARC-LINE-NO
005350     START ARCHIVE-FILE KEY IS GREATER THAN RPT-ARC-KEY
005360         INVALID KEY
005370             MOVE 'Y' TO WS-EOF-SW
005380             GO TO 8200-EXIT
005390     END-START
005400     PERFORM 8100-READ-NEXT-ARCHIVE THRU 8100-EXIT.
005410 8200-EXIT.
005420     EXIT.
005430
005440 8500-FORMAT-HEADER.
005450     MOVE RPT-ARC-RUN-DATE TO WS-R-RUN-DATE
005460     MOVE RPT-ARC-PLANT TO WS-R-PLANT
005470     MOVE RPT-ARC-REPORT TO WS-R-REPORT
005480     MOVE RPT-ARC-LINE-COUNT TO WS-R-LINES
005490     MOVE RPT-ARC-WIDTH TO WS-R-WIDTH
005500     MOVE RPT-ARC-KEEP-DAYS TO WS-R-KEEP-DAYS
005510     MOVE RPT-ARC-EXPIRE-DATE TO WS-R-EXPIRE-DATE
005520     MOVE RPT-ARC-CAPT-DATE TO WS-R-CAPT-DATE
005530     MOVE RPT-ARC-CAPT-TIME TO WS-R-CAPT-TIME
005540     MOVE RPT-ARC-CAPT-NUMBER TO WS-R-CAPT-NUMBER.
005550 8500-EXIT.
005560     EXIT.
005570
005580 8600-FORMAT-NO-HEADER.
005590     MOVE RPT-ARC-RUN-DATE TO WS-R-RUN-DATE
005600     MOVE RPT-ARC-PLANT TO WS-R-PLANT
005610     MOVE RPT-ARC-REPORT TO WS-R-REPORT
005620     MOVE ZERO TO WS-R-LINES
005630     MOVE ZERO TO WS-R-WIDTH
005640     MOVE ZERO TO WS-R-KEEP-DAYS
005650     MOVE ZERO TO WS-R-EXPIRE-DATE
005660     MOVE ZERO TO WS-R-CAPT-DATE
005670     MOVE ZERO TO WS-R-CAPT-TIME
005680     MOVE ZERO TO WS-R-CAPT-NUMBER
005690     MOVE 'NO HEADER ' TO WS-R-NOTE.
005700 8600-EXIT.
005710     EXIT.
005720
005730 8700-WRITE-MESSAGE.
005740     MOVE WS-MESSAGE-LINE TO LOG-LINE
005750     WRITE LOG-LINE
005760     MOVE SPACES TO WS-MESSAGE-LINE.
005770 8700-EXIT.
005780     EXIT.
005790
005800 8800-RAISE-RC.
005810     IF WS-NEW-RC > WS-MAX-RC
005820         MOVE WS-NEW-RC TO WS-MAX-RC
005830     END-IF.
005840 8800-EXIT.
005850     EXIT.
005860
005870*-----------------------------------------------------------------
005880* 9000-TERMINATE - run totals on RPTLST.
005890*-----------------------------------------------------------------
005900 9000-TERMINATE.
005910     MOVE SPACES TO LOG-LINE
005920     WRITE LOG-LINE
005930     MOVE 'CARDS READ:' TO WS-C-LABEL
005940     MOVE WS-CARD-COUNT TO WS-C-COUNT
005950     PERFORM 9100-WRITE-COUNT THRU 9100-EXIT
005960     MOVE 'REPORTS REPRINTED:' TO WS-C-LABEL
005970     MOVE WS-PRINTED-COUNT TO WS-C-COUNT
005980     PERFORM 9100-WRITE-COUNT THRU 9100-EXIT
005990     MOVE 'ARCHIVE LINES MISSING:' TO WS-C-LABEL
006000     MOVE WS-MISSING-COUNT TO WS-C-COUNT
006010     PERFORM 9100-WRITE-COUNT THRU 9100-EXIT
006020     MOVE 'REPORTS LISTED:' TO WS-C-LABEL
006030     MOVE WS-LISTED-COUNT TO WS-C-COUNT
006040     PERFORM 9100-WRITE-COUNT THRU 9100-EXIT
006050     MOVE 'REPORTS PURGED:' TO WS-C-LABEL
006060     MOVE WS-PURGED-COUNT TO WS-C-COUNT
006070     PERFORM 9100-WRITE-COUNT THRU 9100-EXIT
006080     MOVE 'ARCHIVE RECORDS DELETED:' TO WS-C-LABEL
006090     MOVE WS-DELETED-COUNT TO WS-C-COUNT
006100     PERFORM 9100-WRITE-COUNT THRU 9100-EXIT
006110     MOVE 'REPORTS KEPT BY THE PURGE:' TO WS-C-LABEL
006120     MOVE WS-KEPT-COUNT TO WS-C-COUNT
006130     PERFORM 9100-WRITE-COUNT THRU 9100-EXIT
006140     CLOSE CONTROL-FILE
006150     CLOSE REPRINT-FILE
006160     CLOSE LOG-REPORT-FILE
006170     MOVE WS-MAX-RC TO RETURN-CODE
006180     DISPLAY 'RPTUTIL - CARDS: ' WS-CARD-COUNT
006190         ' REPRINTED: ' WS-PRINTED-COUNT
006200         ' PURGED: ' WS-PURGED-COUNT.
006210 9000-EXIT.
006220     EXIT.
006230
006240 9100-WRITE-COUNT.
006250     MOVE WS-COUNT-LINE TO LOG-LINE
006260     WRITE LOG-LINE.
006270 9100-EXIT.
006280     EXIT.
006290
006300 END PROGRAM RPTUTIL.
