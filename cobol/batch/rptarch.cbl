000010*****************************************************************
000020* PROGRAM-ID : RPTARCH                                         *
000030* AUTHOR     : M. PRZYBYLSKI, SCHEDULING SYSTEMS               *
000040* INSTALLATION : CUTTING-SHOP SYSTEMS                          *
000050* DATE-WRITTEN : 2026-10-15                                    *
000060*                                                               *
000070* FUNCTION : Captures one printed report into the RPTARC        *
000080*   report archive, line for line as it printed, under the      *
000090*   business date of the night, the plant, and the report       *
000100*   name - so last Thursday's sequence report is reprinted      *
000110*   from what went out that night, not rerun against data       *
000120*   that has since changed. One step per report at the end of   *
000130*   the nightly stream, before the next night's STEP0D          *
000140*   scratches or overwrites the report data set.                *
000150*                                                               *
000160*   The PARM names the report:                                  *
000170*     1-8   report name the archive keeps it under              *
000180*     9-10  plant (default 01)                                  *
000190*     11-13 print width - the data set's LRECL, 001 to 132      *
000200*           (default 080)                                       *
000210*     14-16 days to keep it (default 090) - RPTUTIL's purge     *
000220*           drops it once the business date passes that         *
000230*     17    L - the data set accumulates printings (DISP=MOD);  *
000240*           keep only the last one, which starts at the last    *
000250*           repeat of the report's first (title) line           *
000260*           A - a job run more than once a day: add this        *
000270*           printing after the ones already captured for the    *
000280*           date instead of replacing them                      *
000290*                                                               *
000300*   A night that is rerun captures again under the same key:    *
000310*   the old header is deleted first, the new printing replaces  *
000320*   the old line for line (or, under A, follows the old lines), *
000330*   and the capture number on the new header counts up.         *
000340*                                                               *
000350*   RC=4 - the report data set could not be opened, nothing     *
000360*   archived; RC=8 - an archive write failed and the report is  *
000370*   not captured whole (no header written); RC=12 - RPTARC      *
000380*   could not be opened.                                        *
000390*****************************************************************
000400 IDENTIFICATION DIVISION.
000410 PROGRAM-ID. RPTARCH.
000420 AUTHOR. M. PRZYBYLSKI, SCHEDULING SYSTEMS.
000430 INSTALLATION. CUTTING-SHOP SYSTEMS.
000440 DATE-WRITTEN. 2026-10-15.
000450 DATE-COMPILED.
000460
000470*-----------------------------------------------------------------
000480* MODIFICATION HISTORY
000490* DATE       BY   DESCRIPTION
000500* 2026-10-15 MPR  Initial version.
000510*-----------------------------------------------------------------
000520
000530 ENVIRONMENT DIVISION.
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000560     SELECT REPORT-IN-FILE ASSIGN TO RPTIN
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS WS-IN-STATUS.
000590     SELECT ARCHIVE-FILE ASSIGN TO RPTARC
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS DYNAMIC
000620         RECORD KEY IS RPT-ARC-KEY
000630         FILE STATUS IS WS-ARC-STATUS.
000640
000650 DATA DIVISION.
000660 FILE SECTION.
000670*    the report's own LRECL (80 or 132) comes from the data set
000680 FD  REPORT-IN-FILE
000690     RECORDING MODE IS F
000700     RECORD CONTAINS 0 CHARACTERS.
000710 01  REPORT-IN-LINE              PIC X(132).
000720
000730 FD  ARCHIVE-FILE.
000740     COPY RPTARC.
000750
000760 WORKING-STORAGE SECTION.
000770*-----------------------------------------------------------------
000780* SWITCHES
000790*-----------------------------------------------------------------
000800 77  WS-EOF-SW           PIC X(01)      VALUE 'N'.
000810     88  WS-EOF-YES                     VALUE 'Y'.
000820 77  WS-LATEST-SW        PIC X(01)      VALUE 'N'.
000830     88  WS-LATEST-ONLY                 VALUE 'Y'.
000840 77  WS-APPEND-SW        PIC X(01)      VALUE 'N'.
000850     88  WS-APPEND                      VALUE 'Y'.
000860 77  WS-FAILED-SW        PIC X(01)      VALUE 'N'.
000870     88  WS-FAILED                      VALUE 'Y'.
000880 77  WS-OLD-FOUND-SW     PIC X(01)      VALUE 'N'.
000890     88  WS-OLD-FOUND                   VALUE 'Y'.
000900 77  WS-DROP-END-SW      PIC X(01)      VALUE 'N'.
000910     88  WS-DROP-END                    VALUE 'Y'.
000920
000930*-----------------------------------------------------------------
000940* FILE STATUS
000950*-----------------------------------------------------------------
000960 77  WS-IN-STATUS        PIC X(02)      VALUE SPACES.
000970 77  WS-ARC-STATUS       PIC X(02)      VALUE SPACES.
000980 77  WS-BUSD-STATUS      PIC X(02)      VALUE SPACES.
000990
001000*-----------------------------------------------------------------
001010* RUN CONTROL - BUSINESS DATE AND THE PARM'S REPORT IDENTITY
001020*-----------------------------------------------------------------
001030 77  WS-RUN-DATE         PIC 9(08)      VALUE ZERO.
001040 77  WS-RUN-STAMP        PIC X(80)      VALUE SPACES.
001050 77  WS-REPORT-NAME      PIC X(08)      VALUE SPACES.
001060 77  WS-PLANT            PIC X(02)      VALUE '01'.
001070 77  WS-WIDTH            PIC 9(03)      VALUE 80.
001080 77  WS-KEEP-DAYS        PIC 9(03)      VALUE 90.
001090 77  WS-EXPIRE-DATE      PIC 9(08)      VALUE ZERO.
001100 77  WS-DATE-INTEGER     PIC 9(08) COMP VALUE ZERO.
001110 77  WS-CAPT-DATE        PIC 9(08)      VALUE ZERO.
001120 77  WS-CAPT-TIME-RAW    PIC 9(08)      VALUE ZERO.
001130 77  WS-CAPT-NUMBER      PIC 9(03)      VALUE 1.
001140
001150*-----------------------------------------------------------------
001160* LINE COUNTERS - THE PRINTING KEPT STARTS AT WS-START-LINE OF
001170* THE DATA SET (1 UNLESS THE PARM ASKS FOR THE LATEST ONLY)
001180*-----------------------------------------------------------------
001190 77  WS-IN-COUNT         PIC 9(08) COMP VALUE ZERO.
001200 77  WS-START-LINE       PIC 9(08) COMP VALUE 1.
001210 77  WS-LINE-NO          PIC 9(06)      VALUE ZERO.
001220 77  WS-OLD-COUNT        PIC 9(06)      VALUE ZERO.
001230 77  WS-OLD-CAPT-NUMBER  PIC 9(03)      VALUE ZERO.
001240 77  WS-DROP-COUNT       PIC 9(06) COMP VALUE ZERO.
001250 01  WS-FIRST-LINE       PIC X(132)     VALUE SPACES.
001260
001270*-----------------------------------------------------------------
001280* TONIGHT'S ARCHIVE KEY FOR THE REPORT - THE LINE NUMBER IS
001290* FILLED IN RECORD BY RECORD
001300*-----------------------------------------------------------------
001310 01  WS-ARC-KEY-SAVE.
001320     05  WS-KEY-RUN-DATE     PIC 9(08).
001330     05  WS-KEY-PLANT        PIC X(02).
001340     05  WS-KEY-REPORT       PIC X(08).
001350     05  FILLER              PIC 9(06).
001360
001370 LINKAGE SECTION.
001380 01  PARM-AREA.
001390     05  PARM-LENGTH         PIC 9(04) COMP.
001400     05  PARM-REPORT         PIC X(08).
001410     05  PARM-PLANT          PIC X(02).
001420     05  PARM-WIDTH          PIC X(03).
001430     05  PARM-WIDTH-N REDEFINES PARM-WIDTH
001440                             PIC 9(03).
001450     05  PARM-KEEP-DAYS      PIC X(03).
001460     05  PARM-KEEP-DAYS-N REDEFINES PARM-KEEP-DAYS
001470                             PIC 9(03).
001480     05  PARM-OPTION         PIC X(01).
001490
001500 PROCEDURE DIVISION USING PARM-AREA.
001510*****************************************************************
001520* 0000-MAINLINE
001530*****************************************************************
001540 0000-MAINLINE.
001550     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001560     IF WS-LATEST-ONLY
001570         PERFORM 2000-FIND-LATEST THRU 2000-EXIT
001580     END-IF
001590     PERFORM 3000-CAPTURE THRU 3000-EXIT
001600     PERFORM 9000-TERMINATE THRU 9000-EXIT
001610     GOBACK.
001620
001630*-----------------------------------------------------------------
001640* 1000-INITIALIZE - the business date, the PARM, the expiry date
001650* the report is kept to, and both files. A report data set that
001660* cannot be opened is a night where that report did not print:
001670* RC=4 and nothing is touched on the archive.
001680*-----------------------------------------------------------------
001690 1000-INITIALIZE.
001700     CALL 'BUSDRD' USING BY REFERENCE WS-RUN-DATE
001710                         BY REFERENCE WS-RUN-STAMP
001720                         BY REFERENCE WS-BUSD-STATUS
001730     END-CALL
001740     IF WS-BUSD-STATUS NOT = '00'
001750         DISPLAY 'RPTARCH - BUSDTE NOT AVAILABLE, STATUS = '
001760             WS-BUSD-STATUS ' - RUNNING UNDER THE MACHINE DATE'
001770     END-IF
001780     ACCEPT WS-CAPT-DATE FROM DATE YYYYMMDD
001790     ACCEPT WS-CAPT-TIME-RAW FROM TIME
001800     PERFORM 1100-READ-PARM THRU 1100-EXIT
001810     COMPUTE WS-DATE-INTEGER =
001820         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) + WS-KEEP-DAYS
001830     COMPUTE WS-EXPIRE-DATE =
001840         FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
001850     OPEN INPUT REPORT-IN-FILE
001860     IF WS-IN-STATUS NOT = '00'
001870         DISPLAY 'RPTARCH - ' WS-REPORT-NAME
001880             ' RPTIN OPEN FAILED, STATUS = ' WS-IN-STATUS
001890             ' - NOT ARCHIVED'
001900         MOVE 4 TO RETURN-CODE
001910         GOBACK
001920     END-IF
001930     OPEN I-O ARCHIVE-FILE
001940     IF WS-ARC-STATUS = '35'
001950         OPEN OUTPUT ARCHIVE-FILE
001960         CLOSE ARCHIVE-FILE
001970         OPEN I-O ARCHIVE-FILE
001980     END-IF
001990     IF WS-ARC-STATUS NOT = '00'
002000         DISPLAY 'RPTARCH - RPTARC OPEN FAILED, STATUS = '
002010             WS-ARC-STATUS
002020         CLOSE REPORT-IN-FILE
002030         MOVE 12 TO RETURN-CODE
002040         GOBACK
002050     END-IF
002060     MOVE WS-RUN-DATE TO WS-KEY-RUN-DATE
002070     MOVE WS-PLANT TO WS-KEY-PLANT
002080     MOVE WS-REPORT-NAME TO WS-KEY-REPORT.
002090 1000-EXIT.
002100     EXIT.
002110
002120*-----------------------------------------------------------------
002130* 1100-READ-PARM - a report name is required; every other field
002140* that is blank or out of range takes its default.
002150*-----------------------------------------------------------------
002160 1100-READ-PARM.
002170     IF PARM-LENGTH < 1 OR PARM-REPORT = SPACES
002180         DISPLAY 'RPTARCH - NO REPORT NAME ON THE PARM, '
002190             'NOTHING ARCHIVED'
002200         MOVE 8 TO RETURN-CODE
002210         GOBACK
002220     END-IF
002230     MOVE PARM-REPORT TO WS-REPORT-NAME
002240     IF PARM-LENGTH NOT < 10 AND PARM-PLANT NOT = SPACES
002250         MOVE PARM-PLANT TO WS-PLANT
002260     END-IF
002270     IF PARM-LENGTH NOT < 13 AND PARM-WIDTH-N NUMERIC
002280             AND PARM-WIDTH-N > 0
002290         IF PARM-WIDTH-N > 132
002300             MOVE 132 TO WS-WIDTH
002310         ELSE
002320             MOVE PARM-WIDTH-N TO WS-WIDTH
002330         END-IF
002340     END-IF
002350     IF PARM-LENGTH NOT < 16 AND PARM-KEEP-DAYS-N NUMERIC
002360             AND PARM-KEEP-DAYS-N > 0
002370         MOVE PARM-KEEP-DAYS-N TO WS-KEEP-DAYS
002380     END-IF
002390     IF PARM-LENGTH NOT < 17 AND PARM-OPTION = 'L'
002400         MOVE 'Y' TO WS-LATEST-SW
002410     END-IF
002420     IF PARM-LENGTH NOT < 17 AND PARM-OPTION = 'A'
002430         MOVE 'Y' TO WS-APPEND-SW
002440     END-IF.
002450 1100-EXIT.
002460     EXIT.
002470
002480*-----------------------------------------------------------------
002490* 2000-FIND-LATEST - a first pass over an accumulating data set
002500* that remembers where its title line last repeated; the data
002510* set is then reopened so the capture starts from there.
002520*-----------------------------------------------------------------
002530 2000-FIND-LATEST.
002540     PERFORM 2900-READ-REPORT THRU 2900-EXIT
002550     IF WS-EOF-YES
002560         GO TO 2000-REOPEN
002570     END-IF
002580     MOVE REPORT-IN-LINE TO WS-FIRST-LINE
002590     PERFORM 2100-CHECK-TITLE THRU 2100-EXIT
002600         UNTIL WS-EOF-YES.
002610 2000-REOPEN.
002620     CLOSE REPORT-IN-FILE
002630     OPEN INPUT REPORT-IN-FILE
002640     MOVE 'N' TO WS-EOF-SW
002650     MOVE ZERO TO WS-IN-COUNT
002660     IF WS-START-LINE > 1
002670         DISPLAY 'RPTARCH - ' WS-REPORT-NAME
002680             ' KEEPING THE LAST PRINTING, FROM DATA SET LINE '
002690             WS-START-LINE
002700     END-IF.
002710 2000-EXIT.
002720     EXIT.
002730
002740 2100-CHECK-TITLE.
002750     IF REPORT-IN-LINE = WS-FIRST-LINE
002760         MOVE WS-IN-COUNT TO WS-START-LINE
002770     END-IF
002780     PERFORM 2900-READ-REPORT THRU 2900-EXIT.
002790 2100-EXIT.
002800     EXIT.
002810
002820 2900-READ-REPORT.
002830     READ REPORT-IN-FILE
002840         AT END
002850             MOVE 'Y' TO WS-EOF-SW
002860             GO TO 2900-EXIT
002870     END-READ
002880     ADD 1 TO WS-IN-COUNT.
002890 2900-EXIT.
002900     EXIT.
002910
002920*-----------------------------------------------------------------
002930* 3000-CAPTURE - looks for a capture of the same night already
002940* on file and takes its header away first, so a rerun that fails
002950* part way leaves a report with no header - not captured whole -
002960* rather than the old header over a mix of old and new lines.
002970* Then writes (or over the earlier capture, rewrites) each line,
002980* drops the earlier capture's lines past the new end, and puts
002990* the header down last.
003000*-----------------------------------------------------------------
003010 3000-CAPTURE.
003020     PERFORM 3100-READ-OLD-HEADER THRU 3100-EXIT
003030     IF WS-FAILED
003040         GO TO 3000-EXIT
003050     END-IF
003060     PERFORM 2900-READ-REPORT THRU 2900-EXIT
003070     PERFORM 3200-CAPTURE-LINE THRU 3200-EXIT
003080         UNTIL WS-EOF-YES OR WS-FAILED
003090     IF WS-FAILED
003100         GO TO 3000-EXIT
003110     END-IF
003120     PERFORM 3400-DROP-OLD-LINES THRU 3400-EXIT
003130     PERFORM 3500-WRITE-HEADER THRU 3500-EXIT.
003140 3000-EXIT.
003150     EXIT.
003160
003170 3100-READ-OLD-HEADER.
003180     MOVE WS-ARC-KEY-SAVE TO RPT-ARC-KEY
003190     MOVE ZERO TO RPT-ARC-LINE-NO
003200     READ ARCHIVE-FILE
003210         INVALID KEY
003220             MOVE 'N' TO WS-OLD-FOUND-SW
003230         NOT INVALID KEY
003240             MOVE 'Y' TO WS-OLD-FOUND-SW
003250     END-READ
003260     IF NOT WS-OLD-FOUND
003270         GO TO 3100-EXIT
003280     END-IF
003290     MOVE RPT-ARC-LINE-COUNT TO WS-OLD-COUNT
003300     MOVE RPT-ARC-CAPT-NUMBER TO WS-OLD-CAPT-NUMBER
003310     COMPUTE WS-CAPT-NUMBER = WS-OLD-CAPT-NUMBER + 1
003320     IF WS-APPEND
003330         MOVE WS-OLD-COUNT TO WS-LINE-NO
003340         DISPLAY 'RPTARCH - ' WS-REPORT-NAME
003350             ' ADDING TO CAPTURE ' WS-OLD-CAPT-NUMBER
003360             ' OF ' WS-OLD-COUNT ' LINES'
003370     ELSE
003380         DISPLAY 'RPTARCH - ' WS-REPORT-NAME
003390             ' REPLACING CAPTURE ' WS-OLD-CAPT-NUMBER
003400             ' OF ' WS-OLD-COUNT ' LINES'
003410     END-IF
003420     DELETE ARCHIVE-FILE
003430         INVALID KEY
003440             MOVE 'Y' TO WS-FAILED-SW
003450     END-DELETE
003460     IF WS-FAILED
003470         DISPLAY 'RPTARCH - ' WS-REPORT-NAME
003480             ' RPTARC HEADER DELETE FAILED, STATUS = '
003490             WS-ARC-STATUS
003500         MOVE 8 TO RETURN-CODE
003510     END-IF.
003520 3100-EXIT.
003530     EXIT.
003540
003550 3200-CAPTURE-LINE.
003560     IF WS-IN-COUNT < WS-START-LINE
003570         GO TO 3200-NEXT
003580     END-IF
003590     ADD 1 TO WS-LINE-NO
003600     MOVE WS-ARC-KEY-SAVE TO RPT-ARC-KEY
003610     MOVE WS-LINE-NO TO RPT-ARC-LINE-NO
003620     MOVE SPACES TO RPT-ARC-LINE
003630     MOVE REPORT-IN-LINE (1:WS-WIDTH)
003640         TO RPT-ARC-LINE (1:WS-WIDTH)
003650     MOVE SPACES TO RPT-ARC-RECORD (157:4)
003660     PERFORM 3300-PUT-ARCHIVE THRU 3300-EXIT.
003670 3200-NEXT.
003680     PERFORM 2900-READ-REPORT THRU 2900-EXIT.
003690 3200-EXIT.
003700     EXIT.
003710
003720*-----------------------------------------------------------------
003730* 3300-PUT-ARCHIVE - a key already on file is an earlier
003740* capture of the same night (or the remains of one that never
003750* finished) and is rewritten in place.
003760*-----------------------------------------------------------------
003770 3300-PUT-ARCHIVE.
003780     WRITE RPT-ARC-RECORD
003790         INVALID KEY
003800             REWRITE RPT-ARC-RECORD
003810                 INVALID KEY
003820                     MOVE 'Y' TO WS-FAILED-SW
003830             END-REWRITE
003840     END-WRITE
003850     IF WS-FAILED
003860         DISPLAY 'RPTARCH - ' WS-REPORT-NAME
003870             ' RPTARC WRITE FAILED AT LINE ' RPT-ARC-LINE-NO
003880             ', STATUS = ' WS-ARC-STATUS
003890         MOVE 8 TO RETURN-CODE
003900     END-IF.
003910 3300-EXIT.
003920     EXIT.
003930
003940*-----------------------------------------------------------------
003950* 3400-DROP-OLD-LINES - every line of the night's report past the
003960* new last line is left over from an earlier, longer capture (or
003970* from one that failed and lost its header, so its length is not
003980* known) and is deleted.
003990*-----------------------------------------------------------------
004000 3400-DROP-OLD-LINES.
004010     MOVE 'N' TO WS-DROP-END-SW
004020     MOVE WS-ARC-KEY-SAVE TO RPT-ARC-KEY
004030     MOVE WS-LINE-NO TO RPT-ARC-LINE-NO
004040     START ARCHIVE-FILE KEY IS GREATER THAN RPT-ARC-KEY
004050         INVALID KEY
004060             MOVE 'Y' TO WS-DROP-END-SW
004070     END-START
004080     PERFORM 3410-DROP-OLD-LINE THRU 3410-EXIT
004090         UNTIL WS-DROP-END.
004100 3400-EXIT.
004110     EXIT.
004120
004130 3410-DROP-OLD-LINE.
004140     READ ARCHIVE-FILE NEXT RECORD
004150         AT END
004160             MOVE 'Y' TO WS-DROP-END-SW
004170             GO TO 3410-EXIT
004180     END-READ
004190     IF RPT-ARC-RUN-DATE NOT = WS-KEY-RUN-DATE
004200             OR RPT-ARC-PLANT NOT = WS-KEY-PLANT
004210             OR RPT-ARC-REPORT NOT = WS-KEY-REPORT
004220         MOVE 'Y' TO WS-DROP-END-SW
004230         GO TO 3410-EXIT
004240     END-IF
004250     DELETE ARCHIVE-FILE
004260         INVALID KEY
004270             CONTINUE
004280         NOT INVALID KEY
004290             ADD 1 TO WS-DROP-COUNT
004300     END-DELETE.
004310 3410-EXIT.
004320     EXIT.
004330
004340 3500-WRITE-HEADER.
004350     MOVE WS-ARC-KEY-SAVE TO RPT-ARC-KEY
004360     MOVE ZERO TO RPT-ARC-LINE-NO
004370     MOVE SPACES TO RPT-ARC-LINE
004380     MOVE WS-LINE-NO TO RPT-ARC-LINE-COUNT
004390     MOVE WS-WIDTH TO RPT-ARC-WIDTH
004400     MOVE WS-KEEP-DAYS TO RPT-ARC-KEEP-DAYS
004410     MOVE WS-EXPIRE-DATE TO RPT-ARC-EXPIRE-DATE
004420     MOVE WS-CAPT-DATE TO RPT-ARC-CAPT-DATE
004430     MOVE WS-CAPT-TIME-RAW (1:6) TO RPT-ARC-CAPT-TIME
004440     MOVE WS-CAPT-NUMBER TO RPT-ARC-CAPT-NUMBER
004450     MOVE SPACES TO RPT-ARC-RECORD (157:4)
004460     PERFORM 3300-PUT-ARCHIVE THRU 3300-EXIT.
004470 3500-EXIT.
004480     EXIT.
004490
004500*-----------------------------------------------------------------
004510* 9000-TERMINATE
004520*-----------------------------------------------------------------
004530 9000-TERMINATE.
004540     CLOSE REPORT-IN-FILE
004550     CLOSE ARCHIVE-FILE
004560     IF WS-FAILED
004570         DISPLAY 'RPTARCH - ' WS-REPORT-NAME
004580             ' NOT CAPTURED WHOLE - RERUN THIS STEP'
004590         GO TO 9000-EXIT
004600     END-IF
004610     DISPLAY 'RPTARCH - ' WS-REPORT-NAME ' PLANT ' WS-PLANT
004620         ' RUN DATE ' WS-RUN-DATE ' ARCHIVED, LINES: '
004630         WS-LINE-NO ' KEPT UNTIL ' WS-EXPIRE-DATE
004640     IF WS-DROP-COUNT > 0
004650         DISPLAY 'RPTARCH - ' WS-REPORT-NAME
004660             ' EARLIER CAPTURE LINES DROPPED: ' WS-DROP-COUNT
004670     END-IF.
004680 9000-EXIT.
004690     EXIT.
004700
004710 END PROGRAM RPTARCH.
