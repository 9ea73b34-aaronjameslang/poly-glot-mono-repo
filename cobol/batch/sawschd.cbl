000010*****************************************************************
000020* PROGRAM-ID : SAWSCHD                                         *
000030* AUTHOR     : M. PRZYBYLSKI, SCHEDULING SYSTEMS               *
000040* INSTALLATION : CUTTING-SHOP SYSTEMS                          *
000050* DATE-WRITTEN : 2026-10-14                                    *
000060*                                                               *
000070* FUNCTION : Saw assignment and shift cut lists. Takes the      *
000080*   numbered stock sheets on the night's SHTNEST cut plan       *
000090*   (CUTPLN) and spreads them across the panel saws on the      *
000100*   SAWMST saw master - the job the floor supervisor used to    *
000110*   do on the whiteboard at shift change.                       *
000120*                                                               *
000130*   Each sheet takes the rank of the most urgent job nested on  *
000140*   it, in the BCHSEQR order: past-due jobs on tonight's ORDESC *
000150*   escalation file first, then escalated jobs, then the order- *
000160*   master priority and due date (through ORDREAD); a sheet     *
000170*   whose jobs have no order master goes last. Within each      *
000180*   plant the sheets are placed in that order on the first      *
000190*   shift with room - every crewed saw's first shift fills      *
000200*   before any second shift - on a saw in service at the        *
000210*   sheet's plant whose table takes the sheet either way round, *
000220*   up to the saw's sheets-per-shift rate.                      *
000230*                                                               *
000240*   The SAWCUT report prints one cut list per saw per shift -   *
000250*   each sheet with the panels and jobs nested on it - and      *
000260*   then the sheets that do not fit on today's shifts, with     *
000270*   the reason, to carry into the next run. Any sheet left      *
000280*   unscheduled ends the run with return code 4.                *
000290*****************************************************************
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID. SAWSCHD.
000320 AUTHOR. M. PRZYBYLSKI, SCHEDULING SYSTEMS.
000330 INSTALLATION. CUTTING-SHOP SYSTEMS.
000340 DATE-WRITTEN. 2026-10-14.
000350 DATE-COMPILED.
000360
000370*-----------------------------------------------------------------
000380* MODIFICATION HISTORY
000390* DATE       BY   DESCRIPTION
000400* 2026-10-14 MPR  Initial version.
000410*-----------------------------------------------------------------
000420
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT CUT-PLAN-FILE ASSIGN TO CUTPLN
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS WS-PLN-STATUS.
000490     SELECT SHEET-MASTER-FILE ASSIGN TO SHTMST
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS WS-SHT-STATUS.
000520     SELECT SAW-MASTER-FILE ASSIGN TO SAWMST
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS WS-SAW-STATUS.
000550     SELECT ESCALATION-FILE ASSIGN TO ESCFIL
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS WS-ESC-STATUS.
000580     SELECT STAGED-JOB-FILE ASSIGN TO BCHSTG
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS WS-STG-STATUS.
000610     SELECT CUT-LIST-REPORT-FILE ASSIGN TO SAWCUT
000620         ORGANIZATION IS SEQUENTIAL.
000630     SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.
000640
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  CUT-PLAN-FILE
000680     RECORDING MODE IS F.
000690     COPY CUTPLN.
000700
000710 FD  SHEET-MASTER-FILE
000720     RECORDING MODE IS F.
000730     COPY SHTMST.
000740
000750 FD  SAW-MASTER-FILE
000760     RECORDING MODE IS F.
000770     COPY SAWMST.
000780
000790 FD  ESCALATION-FILE
000800     RECORDING MODE IS F.
000810     COPY ORDESC.
000820
000830 FD  STAGED-JOB-FILE
000840     RECORDING MODE IS F.
000850     COPY BCHJOB.
000860
000870 FD  CUT-LIST-REPORT-FILE
000880     RECORDING MODE IS F.
000890 01  REPORT-LINE                 PIC X(80).
000900
000910 SD  SORT-WORK-FILE.
000920 01  SORT-RECORD.
000930     05  SRT-PLANT           PIC X(02).
000940     05  SRT-RANK            PIC X(10).
000950     05  SRT-SHEET-SEQ       PIC 9(06).
000960     05  SRT-SHEET-NUM       PIC 9(04).
000970
000980 WORKING-STORAGE SECTION.
000990*-----------------------------------------------------------------
001000* SWITCHES AND FILE STATUS
001010*-----------------------------------------------------------------
001020 77  WS-EOF-SW           PIC X(01)      VALUE 'N'.
001030     88  WS-EOF-YES                     VALUE 'Y'.
001040 77  WS-SORT-EOF-SW      PIC X(01)      VALUE 'N'.
001050     88  WS-SORT-EOF-YES                VALUE 'Y'.
001060 77  WS-SHT-EOF-SW       PIC X(01)      VALUE 'N'.
001070     88  WS-SHT-EOF-YES                 VALUE 'Y'.
001080 77  WS-SAW-EOF-SW       PIC X(01)      VALUE 'N'.
001090     88  WS-SAW-EOF-YES                 VALUE 'Y'.
001100 77  WS-ESC-EOF-SW       PIC X(01)      VALUE 'N'.
001110     88  WS-ESC-EOF-YES                 VALUE 'Y'.
001120 77  WS-STG-EOF-SW       PIC X(01)      VALUE 'N'.
001130     88  WS-STG-EOF-YES                 VALUE 'Y'.
001140 77  WS-FOUND-SW         PIC X(01)      VALUE 'N'.
001150     88  WS-FOUND                       VALUE 'Y'.
001160 77  WS-PLACED-SW        PIC X(01)      VALUE 'N'.
001170     88  WS-PLACED                      VALUE 'Y'.
001180 77  WS-FITS-SW          PIC X(01)      VALUE 'N'.
001190     88  WS-FITS                        VALUE 'Y'.
001200 77  WS-PLANT-SAW-SW     PIC X(01)      VALUE 'N'.
001210     88  WS-PLANT-HAS-SAW               VALUE 'Y'.
001220 77  WS-SIZE-SAW-SW      PIC X(01)      VALUE 'N'.
001230     88  WS-SIZE-HAS-SAW                VALUE 'Y'.
001240 77  WS-WARNING-SW       PIC X(01)      VALUE 'N'.
001250     88  WS-WARNING                     VALUE 'Y'.
001260 77  WS-PLN-STATUS       PIC X(02)      VALUE SPACES.
001270 77  WS-SHT-STATUS       PIC X(02)      VALUE SPACES.
001280 77  WS-SAW-STATUS       PIC X(02)      VALUE SPACES.
001290 77  WS-ESC-STATUS       PIC X(02)      VALUE SPACES.
001300 77  WS-STG-STATUS       PIC X(02)      VALUE SPACES.
001310
001320*-----------------------------------------------------------------
001330* RUN CONTROL AND COUNTERS
001340*-----------------------------------------------------------------
001350 77  WS-RUN-DATE         PIC 9(08)      VALUE ZERO.
001360 77  WS-RUN-STAMP        PIC X(80)      VALUE SPACES.
001370 77  WS-BUSD-STATUS      PIC X(02)      VALUE SPACES.
001380 77  WS-PANEL-READ-COUNT PIC 9(08) COMP VALUE ZERO.
001390 77  WS-SCHEDULED-COUNT  PIC 9(08) COMP VALUE ZERO.
001400 77  WS-UNSCHED-COUNT    PIC 9(08) COMP VALUE ZERO.
001410 77  WS-FULL-COUNT       PIC 9(08) COMP VALUE ZERO.
001420 77  WS-NO-SIZE-COUNT    PIC 9(08) COMP VALUE ZERO.
001430 77  WS-NO-PLANT-COUNT   PIC 9(08) COMP VALUE ZERO.
001440 77  WS-NO-MASTER-COUNT  PIC 9(08) COMP VALUE ZERO.
001450 77  WS-PDUE-COUNT       PIC 9(08) COMP VALUE ZERO.
001460 77  WS-MIXED-COUNT      PIC 9(08) COMP VALUE ZERO.
001470 77  WS-LIST-COUNT       PIC 9(04) COMP VALUE ZERO.
001480 77  WS-SHIFT            PIC 9(01) COMP VALUE ZERO.
001490 77  WS-SAW-NUM          PIC 9(04) COMP VALUE ZERO.
001500 77  WS-SHEET-NUM        PIC 9(04) COMP VALUE ZERO.
001510 77  WS-PANEL-PLANT      PIC X(02)      VALUE SPACES.
001520
001530*-----------------------------------------------------------------
001540* THE RANK OF THE PANEL IN HAND - section '0' past due, '1' the
001550* working sequence (escalated jobs at priority '0'), '9' no
001560* order master. Compared whole, it orders exactly as BCHSEQR.
001570*-----------------------------------------------------------------
001580 01  WS-CUR-RANK.
001590     05  WS-CUR-SECTION      PIC X(01).
001600     05  WS-CUR-PRIORITY     PIC X(01).
001610     05  WS-CUR-DUE-DATE     PIC 9(08).
001620 77  WS-CUR-FLAG         PIC X(01)      VALUE SPACE.
001630
001640*-----------------------------------------------------------------
001650* ORDREAD LINKAGE WORK FIELDS
001660*-----------------------------------------------------------------
001670 77  WS-ORD-CUSTOMER     PIC X(20)      VALUE SPACES.
001680 77  WS-ORD-CUST-NUMBER  PIC 9(08)      VALUE ZERO.
001690 77  WS-ORD-DUE-DATE     PIC 9(08)      VALUE ZERO.
001700 77  WS-ORD-PRIORITY     PIC X(01)      VALUE SPACE.
001710 77  WS-ORD-STATUS       PIC X(02)      VALUE SPACES.
001720
001730*-----------------------------------------------------------------
001740* STOCK SHEET SIZES - the SHTMST master, for the width and
001750* length the saw table has to take.
001760*-----------------------------------------------------------------
001770 77  WS-SIZE-COUNT       PIC 9(03) COMP VALUE ZERO.
001780 01  WS-SIZE-TABLE.
001790     05  WS-SIZE-ENTRY OCCURS 100 TIMES
001800             INDEXED BY SIZ-IDX.
001810         10  WS-SIZE-CODE        PIC X(04).
001820         10  WS-SIZE-WIDTH       PIC 9(08).
001830         10  WS-SIZE-LENGTH      PIC 9(08).
001840
001850*-----------------------------------------------------------------
001860* SAW TABLE - the SAWMST master, with the sheets already put on
001870* each of the saw's three possible shifts.
001880*-----------------------------------------------------------------
001890 77  WS-SAW-COUNT        PIC 9(03) COMP VALUE ZERO.
001900 01  WS-SAW-TABLE.
001910     05  WS-SAW-ENTRY OCCURS 50 TIMES
001920             INDEXED BY SAW-IDX.
001930         10  WS-SAW-ID           PIC X(04).
001940         10  WS-SAW-PLANT        PIC X(02).
001950         10  WS-SAW-MAX-WIDTH    PIC 9(08).
001960         10  WS-SAW-MAX-LENGTH   PIC 9(08).
001970         10  WS-SAW-RATE         PIC 9(04).
001980         10  WS-SAW-SHIFTS       PIC 9(01).
001990         10  WS-SAW-USED         PIC 9(04) COMP
002000                                 OCCURS 3 TIMES.
002010
002020*-----------------------------------------------------------------
002030* ESCALATION TABLE - tonight's ORDESC answers.
002040*-----------------------------------------------------------------
002050 77  WS-ESC-COUNT        PIC 9(03) COMP VALUE ZERO.
002060 01  WS-ESCALATION-TABLE.
002070     05  WS-ESC-ENTRY OCCURS 500 TIMES
002080             INDEXED BY ESC-IDX.
002090         10  WS-ESC-JOB          PIC 9(08).
002100         10  WS-ESC-PDUE-SW      PIC X(01).
002110             88  WS-ESC-PDUE             VALUE 'P'.
002120
002130*-----------------------------------------------------------------
002140* JOB PLANT TABLE - the plant each staged job belongs to; the
002150* cut plan itself does not carry one.
002160*-----------------------------------------------------------------
002170 77  WS-JPL-COUNT        PIC 9(04) COMP VALUE ZERO.
002180 01  WS-JOB-PLANT-TABLE.
002190     05  WS-JPL-ENTRY OCCURS 5000 TIMES
002200             INDEXED BY JPL-IDX.
002210         10  WS-JPL-JOB          PIC 9(08).
002220         10  WS-JPL-PLANT        PIC X(02).
002230
002240*-----------------------------------------------------------------
002250* SHEET TABLE - one entry per numbered sheet on the cut plan,
002260* carrying its most urgent job and, once placed, its saw
002270* (entry number, zero = not scheduled) and shift.
002280*-----------------------------------------------------------------
002290 77  WS-SHEET-COUNT      PIC 9(04) COMP VALUE ZERO.
002300 01  WS-SHEET-TABLE.
002310     05  WS-SHT-ENTRY OCCURS 500 TIMES
002320             INDEXED BY SHT-IDX.
002330         10  WS-SHT-SEQ          PIC 9(06).
002340         10  WS-SHT-CODE         PIC X(04).
002350         10  WS-SHT-PLANT        PIC X(02).
002360         10  WS-SHT-MIXED-SW     PIC X(01).
002370             88  WS-SHT-MIXED            VALUE 'M'.
002380         10  WS-SHT-RANK.
002390             15  WS-SHT-SECTION  PIC X(01).
002400             15  WS-SHT-PRIORITY PIC X(01).
002410             15  WS-SHT-DUE-DATE PIC 9(08).
002420         10  WS-SHT-JOB          PIC 9(08).
002430         10  WS-SHT-FLAG         PIC X(01).
002440         10  WS-SHT-PANELS       PIC 9(04) COMP.
002450         10  WS-SHT-WIDTH        PIC 9(08).
002460         10  WS-SHT-LENGTH       PIC 9(08).
002470         10  WS-SHT-SAW          PIC 9(04) COMP.
002480         10  WS-SHT-SHIFT        PIC 9(01).
002490         10  WS-SHT-REASON       PIC X(01).
002500             88  WS-SHT-NO-MASTER        VALUE 'S'.
002510             88  WS-SHT-NO-PLANT-SAW     VALUE 'N'.
002520             88  WS-SHT-NO-SIZE-SAW      VALUE 'F'.
002530             88  WS-SHT-SHIFTS-FULL      VALUE 'C'.
002540
002550*-----------------------------------------------------------------
002560* PANEL TABLE - the cut-plan records, each pointing at its
002570* sheet's entry number.
002580*-----------------------------------------------------------------
002590 77  WS-PANEL-COUNT      PIC 9(04) COMP VALUE ZERO.
002600 01  WS-PANEL-TABLE.
002610     05  WS-PNL-ENTRY OCCURS 5000 TIMES
002620             INDEXED BY PNL-IDX.
002630         10  WS-PNL-SHEET        PIC 9(04) COMP.
002640         10  WS-PNL-JOB          PIC 9(08).
002650         10  WS-PNL-A            PIC 9(08).
002660         10  WS-PNL-B            PIC 9(08).
002670
002680*-----------------------------------------------------------------
002690* PLACEMENT ORDER - sheet entry numbers as the sort returned
002700* them, so each cut list prints in cutting order.
002710*-----------------------------------------------------------------
002720 77  WS-ORDER-COUNT      PIC 9(04) COMP VALUE ZERO.
002730 01  WS-ORDER-TABLE.
002740     05  WS-ORDER-SHEET      PIC 9(04) COMP
002750             OCCURS 500 TIMES
002760             INDEXED BY ORD-IDX.
002770
002780*-----------------------------------------------------------------
002790* REPORT LINES
002800*-----------------------------------------------------------------
002810 01  WS-HEADING1.
002820     05  FILLER              PIC X(80)   VALUE
002830         'SAWSCHD - SAW ASSIGNMENT AND SHIFT CUT LISTS'.
002840 01  WS-HEADING2.
002850     05  FILLER              PIC X(40)   VALUE
002860         '    SEQ SHT      WIDTH     LENGTH PANELS'.
002870     05  FILLER              PIC X(40)   VALUE
002880         '  JOB      DUE-DATE  FL PL REASON'.
002890 01  WS-HEADING3.
002900     05  FILLER              PIC X(40)   VALUE
002910         ' ------ ----  --------   -------- ------'.
002920     05  FILLER              PIC X(40)   VALUE
002930         '  -------- --------  -- -- ------------'.
002940
002950 01  WS-SAW-LINE.
002960     05  FILLER              PIC X(04)   VALUE 'SAW '.
002970     05  WS-S-SAW-ID         PIC X(04).
002980     05  FILLER              PIC X(08)   VALUE '  PLANT '.
002990     05  WS-S-PLANT          PIC X(02).
003000     05  FILLER              PIC X(08)   VALUE '  SHIFT '.
003010     05  WS-S-SHIFT          PIC 9(01).
003020     05  FILLER              PIC X(07)   VALUE '  RATE '.
003030     05  WS-S-RATE           PIC ZZZ9.
003040     05  FILLER              PIC X(11)   VALUE '  ASSIGNED '.
003050     05  WS-S-ASSIGNED       PIC ZZZ9.
003060     05  FILLER              PIC X(27)   VALUE SPACES.
003070
003080 01  WS-SAW-DOWN-LINE.
003090     05  FILLER              PIC X(04)   VALUE 'SAW '.
003100     05  WS-SD-SAW-ID        PIC X(04).
003110     05  FILLER              PIC X(08)   VALUE '  PLANT '.
003120     05  WS-SD-PLANT         PIC X(02).
003130     05  FILLER              PIC X(62)   VALUE
003140         '  - OUT OF SERVICE OR NOT CREWED TODAY'.
003150
003160 01  WS-DETAIL-LINE.
003170     05  FILLER              PIC X(01)   VALUE SPACE.
003180     05  WS-D-SEQ            PIC 9(06).
003190     05  FILLER              PIC X(01)   VALUE SPACE.
003200     05  WS-D-CODE           PIC X(04).
003210     05  FILLER              PIC X(02)   VALUE SPACES.
003220     05  WS-D-WIDTH          PIC Z(7)9.
003230     05  FILLER              PIC X(03)   VALUE ' X '.
003240     05  WS-D-LENGTH         PIC Z(7)9.
003250     05  FILLER              PIC X(01)   VALUE SPACE.
003260     05  WS-D-PANELS         PIC Z(5)9.
003270     05  FILLER              PIC X(02)   VALUE SPACES.
003280     05  WS-D-JOB            PIC 9(08).
003290     05  FILLER              PIC X(01)   VALUE SPACE.
003300     05  WS-D-DUE-DATE       PIC 9(08).
003310     05  FILLER              PIC X(02)   VALUE SPACES.
003320     05  WS-D-FLAG           PIC X(01).
003330     05  WS-D-MIXED          PIC X(01).
003340     05  FILLER              PIC X(01)   VALUE SPACE.
003350     05  WS-D-PLANT          PIC X(02).
003360     05  FILLER              PIC X(01)   VALUE SPACE.
003370     05  WS-D-REASON         PIC X(12).
003380     05  FILLER              PIC X(01)   VALUE SPACE.
003390
003400 01  WS-PANEL-LINE.
003410     05  FILLER              PIC X(10)   VALUE SPACES.
003420     05  FILLER              PIC X(04)   VALUE 'JOB '.
003430     05  WS-P-JOB            PIC 9(08).
003440     05  FILLER              PIC X(08)   VALUE '  PANEL '.
003450     05  WS-P-A              PIC Z(7)9.
003460     05  FILLER              PIC X(03)   VALUE ' X '.
003470     05  WS-P-B              PIC Z(7)9.
003480     05  FILLER              PIC X(31)   VALUE SPACES.
003490
003500 01  WS-NONE-LINE            PIC X(80)   VALUE
003510     '         NO SHEETS ASSIGNED'.
003520 01  WS-SECTION-LINE         PIC X(80).
003530
003540 01  WS-COUNT-LINE.
003550     05  WS-C-LABEL          PIC X(24).
003560     05  WS-C-COUNT          PIC Z(7)9.
003570     05  FILLER              PIC X(48)   VALUE SPACES.
003580
003590 PROCEDURE DIVISION.
003600*****************************************************************
003610* 0000-MAINLINE
003620*****************************************************************
003630 0000-MAINLINE.
003640     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003650     PERFORM 2000-LOAD-CUT-PLAN THRU 2000-EXIT
003660     SORT SORT-WORK-FILE
003670         ON ASCENDING KEY SRT-PLANT
003680         ON ASCENDING KEY SRT-RANK
003690         ON ASCENDING KEY SRT-SHEET-SEQ
003700         INPUT PROCEDURE IS 3000-RELEASE-SHEETS
003710             THRU 3000-EXIT
003720         OUTPUT PROCEDURE IS 3100-ASSIGN-SHEETS
003730             THRU 3100-EXIT
003740     PERFORM 4000-PRINT-CUT-LISTS THRU 4000-EXIT
003750     PERFORM 9000-TERMINATE THRU 9000-EXIT
003760     GOBACK.
003770
003780*-----------------------------------------------------------------
003790* 1000-INITIALIZE - the cut plan, sheet master and saw master
003800* are required; the escalation file and the staged jobs only
003810* sharpen the order and the plant, so a missing one is a
003820* warning.
003830*-----------------------------------------------------------------
003840 1000-INITIALIZE.
003850     CALL 'BUSDRD' USING BY REFERENCE WS-RUN-DATE
003860                         BY REFERENCE WS-RUN-STAMP
003870                         BY REFERENCE WS-BUSD-STATUS
003880     END-CALL
003890     OPEN INPUT CUT-PLAN-FILE
003900     IF WS-PLN-STATUS NOT = '00'
003910         DISPLAY 'SAWSCHD - CUTPLN OPEN FAILED, STATUS = '
003920             WS-PLN-STATUS
003930         MOVE 12 TO RETURN-CODE
003940         GOBACK
003950     END-IF
003960     PERFORM 1100-LOAD-SIZES THRU 1100-EXIT
003970     PERFORM 1200-LOAD-SAWS THRU 1200-EXIT
003980     PERFORM 1300-LOAD-ESCALATIONS THRU 1300-EXIT
003990     PERFORM 1400-LOAD-JOB-PLANTS THRU 1400-EXIT
004000     OPEN OUTPUT CUT-LIST-REPORT-FILE.
004010 1000-EXIT.
004020     EXIT.
004030
004040*-----------------------------------------------------------------
004050* 1100-LOAD-SIZES - the SHTMST sheet sizes.
004060*-----------------------------------------------------------------
004070 1100-LOAD-SIZES.
004080     OPEN INPUT SHEET-MASTER-FILE
004090     IF WS-SHT-STATUS NOT = '00'
004100         DISPLAY 'SAWSCHD - SHTMST OPEN FAILED, STATUS = '
004110             WS-SHT-STATUS
004120         MOVE 12 TO RETURN-CODE
004130         GOBACK
004140     END-IF
004150     PERFORM 1190-READ-SIZE THRU 1190-EXIT
004160     PERFORM 1150-STORE-SIZE THRU 1150-EXIT
004170         UNTIL WS-SHT-EOF-YES
004180             OR WS-SIZE-COUNT = 100
004190     IF NOT WS-SHT-EOF-YES
004200         DISPLAY 'SAWSCHD - WARNING: SHEET SIZE TABLE FULL AT '
004210             '100, REMAINING SIZES NOT LOADED'
004220         MOVE 'Y' TO WS-WARNING-SW
004230     END-IF
004240     CLOSE SHEET-MASTER-FILE.
004250 1100-EXIT.
004260     EXIT.
004270
004280 1150-STORE-SIZE.
004290     ADD 1 TO WS-SIZE-COUNT
004300     SET SIZ-IDX TO WS-SIZE-COUNT
004310     MOVE SHT-MST-SHEET-CODE TO WS-SIZE-CODE (SIZ-IDX)
004320     MOVE SHT-MST-WIDTH TO WS-SIZE-WIDTH (SIZ-IDX)
004330     MOVE SHT-MST-LENGTH TO WS-SIZE-LENGTH (SIZ-IDX)
004340     PERFORM 1190-READ-SIZE THRU 1190-EXIT.
004350 1150-EXIT.
004360     EXIT.
004370
004380 1190-READ-SIZE.
004390     READ SHEET-MASTER-FILE
004400         AT END
004410             MOVE 'Y' TO WS-SHT-EOF-SW
004420     END-READ.
004430 1190-EXIT.
004440     EXIT.
004450
004460*-----------------------------------------------------------------
004470* 1200-LOAD-SAWS - the SAWMST saw master. A saw out of service
004480* is loaded with no shifts so it still prints, with nothing
004490* on it.
004500*-----------------------------------------------------------------
004510 1200-LOAD-SAWS.
004520     OPEN INPUT SAW-MASTER-FILE
004530     IF WS-SAW-STATUS NOT = '00'
004540         DISPLAY 'SAWSCHD - SAWMST OPEN FAILED, STATUS = '
004550             WS-SAW-STATUS
004560         MOVE 12 TO RETURN-CODE
004570         GOBACK
004580     END-IF
004590     PERFORM 1290-READ-SAW THRU 1290-EXIT
004600     PERFORM 1250-STORE-SAW THRU 1250-EXIT
004610         UNTIL WS-SAW-EOF-YES
004620             OR WS-SAW-COUNT = 50
004630     IF NOT WS-SAW-EOF-YES
004640         DISPLAY 'SAWSCHD - WARNING: SAW TABLE FULL AT 50, '
004650             'REMAINING SAWS NOT LOADED'
004660         MOVE 'Y' TO WS-WARNING-SW
004670     END-IF
004680     CLOSE SAW-MASTER-FILE.
004690 1200-EXIT.
004700     EXIT.
004710
004720 1250-STORE-SAW.
004730     ADD 1 TO WS-SAW-COUNT
004740     SET SAW-IDX TO WS-SAW-COUNT
004750     MOVE SAW-MST-SAW-ID TO WS-SAW-ID (SAW-IDX)
004760*    single-shop saws carry a blank plant - they are 01
004770     IF SAW-MST-PLANT = SPACES
004780         MOVE '01' TO WS-SAW-PLANT (SAW-IDX)
004790     ELSE
004800         MOVE SAW-MST-PLANT TO WS-SAW-PLANT (SAW-IDX)
004810     END-IF
004820     MOVE SAW-MST-MAX-WIDTH TO WS-SAW-MAX-WIDTH (SAW-IDX)
004830     MOVE SAW-MST-MAX-LENGTH TO WS-SAW-MAX-LENGTH (SAW-IDX)
004840     MOVE SAW-MST-SHEETS-PER-SHIFT TO WS-SAW-RATE (SAW-IDX)
004850     IF SAW-MST-OUT-OF-SERVICE
004860             OR SAW-MST-SHIFTS NOT NUMERIC
004870         MOVE 0 TO WS-SAW-SHIFTS (SAW-IDX)
004880     ELSE
004890         MOVE SAW-MST-SHIFTS TO WS-SAW-SHIFTS (SAW-IDX)
004900     END-IF
004910     IF WS-SAW-SHIFTS (SAW-IDX) > 3
004920         MOVE 3 TO WS-SAW-SHIFTS (SAW-IDX)
004930     END-IF
004940     MOVE 0 TO WS-SAW-USED (SAW-IDX, 1)
004950     MOVE 0 TO WS-SAW-USED (SAW-IDX, 2)
004960     MOVE 0 TO WS-SAW-USED (SAW-IDX, 3)
004970     PERFORM 1290-READ-SAW THRU 1290-EXIT.
004980 1250-EXIT.
004990     EXIT.
005000
005010 1290-READ-SAW.
005020     READ SAW-MASTER-FILE
005030         AT END
005040             MOVE 'Y' TO WS-SAW-EOF-SW
005050     END-READ.
005060 1290-EXIT.
005070     EXIT.
005080
005090*-----------------------------------------------------------------
005100* 1300-LOAD-ESCALATIONS - tonight's ESCFIL into the table; a
005110* missing file means the escalation pass did not run and the
005120* sheets go in order-master order alone.
005130*-----------------------------------------------------------------
005140 1300-LOAD-ESCALATIONS.
005150     OPEN INPUT ESCALATION-FILE
005160     IF WS-ESC-STATUS NOT = '00'
005170         DISPLAY 'SAWSCHD - WARNING: ESCFIL NOT AVAILABLE, '
005180             'NO PAST-DUE OR ESCALATED ORDERING'
005190         MOVE 'Y' TO WS-WARNING-SW
005200         GO TO 1300-EXIT
005210     END-IF
005220     PERFORM 1390-READ-ESCALATION THRU 1390-EXIT
005230     PERFORM 1350-STORE-ESCALATION THRU 1350-EXIT
005240         UNTIL WS-ESC-EOF-YES
005250             OR WS-ESC-COUNT = 500
005260     IF NOT WS-ESC-EOF-YES
005270         DISPLAY 'SAWSCHD - WARNING: ESCALATION TABLE FULL AT '
005280             '500, REMAINING ENTRIES NOT LOADED'
005290         MOVE 'Y' TO WS-WARNING-SW
005300     END-IF
005310     CLOSE ESCALATION-FILE.
005320 1300-EXIT.
005330     EXIT.
005340
005350 1350-STORE-ESCALATION.
005360     ADD 1 TO WS-ESC-COUNT
005370     SET ESC-IDX TO WS-ESC-COUNT
005380     MOVE ORD-ESC-JOB-NUMBER TO WS-ESC-JOB (ESC-IDX)
005390     MOVE ORD-ESC-PAST-DUE-FLAG TO WS-ESC-PDUE-SW (ESC-IDX)
005400     PERFORM 1390-READ-ESCALATION THRU 1390-EXIT.
005410 1350-EXIT.
005420     EXIT.
005430
005440 1390-READ-ESCALATION.
005450     READ ESCALATION-FILE
005460         AT END
005470             MOVE 'Y' TO WS-ESC-EOF-SW
005480     END-READ.
005490 1390-EXIT.
005500     EXIT.
005510
005520*-----------------------------------------------------------------
005530* 1400-LOAD-JOB-PLANTS - the plant of each staged job. Without
005540* BCHSTG every sheet is scheduled as plant 01.
005550*-----------------------------------------------------------------
005560 1400-LOAD-JOB-PLANTS.
005570     OPEN INPUT STAGED-JOB-FILE
005580     IF WS-STG-STATUS NOT = '00'
005590         DISPLAY 'SAWSCHD - WARNING: BCHSTG NOT AVAILABLE, '
005600             'ALL SHEETS SCHEDULED AS PLANT 01'
005610         MOVE 'Y' TO WS-WARNING-SW
005620         GO TO 1400-EXIT
005630     END-IF
005640     PERFORM 1490-READ-STAGED-JOB THRU 1490-EXIT
005650     PERFORM 1450-STORE-JOB-PLANT THRU 1450-EXIT
005660         UNTIL WS-STG-EOF-YES
005670             OR WS-JPL-COUNT = 5000
005680     IF NOT WS-STG-EOF-YES
005690         DISPLAY 'SAWSCHD - WARNING: JOB PLANT TABLE FULL AT '
005700             '5000, LATER JOBS SCHEDULED AS PLANT 01'
005710         MOVE 'Y' TO WS-WARNING-SW
005720     END-IF
005730     CLOSE STAGED-JOB-FILE.
005740 1400-EXIT.
005750     EXIT.
005760
005770 1450-STORE-JOB-PLANT.
005780     ADD 1 TO WS-JPL-COUNT
005790     SET JPL-IDX TO WS-JPL-COUNT
005800     MOVE BCH-JOB-NUMBER TO WS-JPL-JOB (JPL-IDX)
005810     IF BCH-JOB-PLANT = SPACES
005820         MOVE '01' TO WS-JPL-PLANT (JPL-IDX)
005830     ELSE
005840         MOVE BCH-JOB-PLANT TO WS-JPL-PLANT (JPL-IDX)
005850     END-IF
005860     PERFORM 1490-READ-STAGED-JOB THRU 1490-EXIT.
005870 1450-EXIT.
005880     EXIT.
005890
005900 1490-READ-STAGED-JOB.
005910     READ STAGED-JOB-FILE
005920         AT END
005930             MOVE 'Y' TO WS-STG-EOF-SW
005940     END-READ.
005950 1490-EXIT.
005960     EXIT.
005970
005980*-----------------------------------------------------------------
005990* 2000-LOAD-CUT-PLAN - every CUTPLN record into the panel
006000* table, building the sheet table as new sheet numbers turn up
006010* (first-fit nesting does not write a sheet's panels
006020* together).
006030*-----------------------------------------------------------------
006040 2000-LOAD-CUT-PLAN.
006050     PERFORM 2900-READ-CUT-PLAN THRU 2900-EXIT
006060     PERFORM 2100-STORE-PANEL THRU 2100-EXIT
006070         UNTIL WS-EOF-YES
006080     CLOSE CUT-PLAN-FILE.
006090 2000-EXIT.
006100     EXIT.
006110
006120 2100-STORE-PANEL.
006130     ADD 1 TO WS-PANEL-READ-COUNT
006140     MOVE 'N' TO WS-FOUND-SW
006150     PERFORM 2150-MATCH-SHEET THRU 2150-EXIT
006160         VARYING SHT-IDX FROM 1 BY 1
006170         UNTIL SHT-IDX > WS-SHEET-COUNT
006180             OR WS-FOUND
006190     IF NOT WS-FOUND
006200         IF WS-SHEET-COUNT = 500
006210             DISPLAY 'SAWSCHD - WARNING: SHEET TABLE FULL AT '
006220                 '500, SHEET ' CUT-PLN-SHEET-SEQ ' NOT SCHEDULED'
006230             MOVE 'Y' TO WS-WARNING-SW
006240             GO TO 2100-NEXT
006250         END-IF
006260         PERFORM 2200-NEW-SHEET THRU 2200-EXIT
006270     END-IF
006280     IF WS-PANEL-COUNT = 5000
006290         DISPLAY 'SAWSCHD - WARNING: PANEL TABLE FULL AT 5000, '
006300             'JOB ' CUT-PLN-JOB-NUMBER ' NOT LISTED'
006310         MOVE 'Y' TO WS-WARNING-SW
006320         GO TO 2100-NEXT
006330     END-IF
006340     ADD 1 TO WS-PANEL-COUNT
006350     SET PNL-IDX TO WS-PANEL-COUNT
006360     SET WS-PNL-SHEET (PNL-IDX) TO SHT-IDX
006370     MOVE CUT-PLN-JOB-NUMBER TO WS-PNL-JOB (PNL-IDX)
006380     MOVE CUT-PLN-PANEL-A TO WS-PNL-A (PNL-IDX)
006390     MOVE CUT-PLN-PANEL-B TO WS-PNL-B (PNL-IDX)
006400     ADD 1 TO WS-SHT-PANELS (SHT-IDX)
006410     PERFORM 2300-RANK-PANEL THRU 2300-EXIT
006420     PERFORM 2400-FIND-PLANT THRU 2400-EXIT
006430*    the sheet goes to the plant of its most urgent job; a
006440*    sheet nested from more than one plant's jobs is flagged
006450     IF WS-SHT-PANELS (SHT-IDX) > 1
006460             AND WS-PANEL-PLANT NOT = WS-SHT-PLANT (SHT-IDX)
006470         MOVE 'M' TO WS-SHT-MIXED-SW (SHT-IDX)
006480     END-IF
006490     IF WS-CUR-RANK < WS-SHT-RANK (SHT-IDX)
006500         MOVE WS-CUR-RANK TO WS-SHT-RANK (SHT-IDX)
006510         MOVE WS-CUR-FLAG TO WS-SHT-FLAG (SHT-IDX)
006520         MOVE CUT-PLN-JOB-NUMBER TO WS-SHT-JOB (SHT-IDX)
006530         MOVE WS-PANEL-PLANT TO WS-SHT-PLANT (SHT-IDX)
006540     END-IF.
006550 2100-NEXT.
006560     PERFORM 2900-READ-CUT-PLAN THRU 2900-EXIT.
006570 2100-EXIT.
006580     EXIT.
006590
006600 2150-MATCH-SHEET.
006610     IF WS-SHT-SEQ (SHT-IDX) = CUT-PLN-SHEET-SEQ
006620         MOVE 'Y' TO WS-FOUND-SW
006630         SET SHT-IDX DOWN BY 1
006640     END-IF.
006650 2150-EXIT.
006660     EXIT.
006670
006680*-----------------------------------------------------------------
006690* 2200-NEW-SHEET - a sheet number not seen yet; its size comes
006700* from SHTMST (a remnant carries its parent sheet's code).
006710* SHT-IDX is left on the new entry.
006720*-----------------------------------------------------------------
006730 2200-NEW-SHEET.
006740     ADD 1 TO WS-SHEET-COUNT
006750     SET SHT-IDX TO WS-SHEET-COUNT
006760     MOVE CUT-PLN-SHEET-SEQ TO WS-SHT-SEQ (SHT-IDX)
006770     MOVE CUT-PLN-SHEET-CODE TO WS-SHT-CODE (SHT-IDX)
006780     MOVE SPACES TO WS-SHT-PLANT (SHT-IDX)
006790     MOVE SPACE TO WS-SHT-MIXED-SW (SHT-IDX)
006800     MOVE HIGH-VALUES TO WS-SHT-RANK (SHT-IDX)
006810     MOVE ZERO TO WS-SHT-JOB (SHT-IDX)
006820     MOVE SPACE TO WS-SHT-FLAG (SHT-IDX)
006830     MOVE 0 TO WS-SHT-PANELS (SHT-IDX)
006840     MOVE 0 TO WS-SHT-SAW (SHT-IDX)
006850     MOVE 0 TO WS-SHT-SHIFT (SHT-IDX)
006860     MOVE SPACE TO WS-SHT-REASON (SHT-IDX)
006870     MOVE 0 TO WS-SHT-WIDTH (SHT-IDX)
006880     MOVE 0 TO WS-SHT-LENGTH (SHT-IDX)
006890     MOVE 'N' TO WS-FOUND-SW
006900     PERFORM 2250-MATCH-SIZE THRU 2250-EXIT
006910         VARYING SIZ-IDX FROM 1 BY 1
006920         UNTIL SIZ-IDX > WS-SIZE-COUNT
006930             OR WS-FOUND
006940     IF WS-FOUND
006950         MOVE WS-SIZE-WIDTH (SIZ-IDX) TO WS-SHT-WIDTH (SHT-IDX)
006960         MOVE WS-SIZE-LENGTH (SIZ-IDX)
006970             TO WS-SHT-LENGTH (SHT-IDX)
006980     END-IF.
006990 2200-EXIT.
007000     EXIT.
007010
007020 2250-MATCH-SIZE.
007030     IF WS-SIZE-CODE (SIZ-IDX) = CUT-PLN-SHEET-CODE
007040         MOVE 'Y' TO WS-FOUND-SW
007050         SET SIZ-IDX DOWN BY 1
007060     END-IF.
007070 2250-EXIT.
007080     EXIT.
007090
007100*-----------------------------------------------------------------
007110* 2300-RANK-PANEL - the panel's job against the order master
007120* and the escalation file, into WS-CUR-RANK and the P / E / *
007130* flag the sequence report uses.
007140*-----------------------------------------------------------------
007150 2300-RANK-PANEL.
007160     CALL 'ORDREAD' USING BY CONTENT CUT-PLN-JOB-NUMBER
007170                          BY REFERENCE WS-ORD-CUSTOMER
007180                          BY REFERENCE WS-ORD-CUST-NUMBER
007190                          BY REFERENCE WS-ORD-DUE-DATE
007200                          BY REFERENCE WS-ORD-PRIORITY
007210                          BY REFERENCE WS-ORD-STATUS
007220     END-CALL
007230     IF WS-ORD-STATUS NOT = '00'
007240         MOVE '9' TO WS-CUR-SECTION
007250         MOVE '9' TO WS-CUR-PRIORITY
007260         MOVE 99999999 TO WS-CUR-DUE-DATE
007270         MOVE '*' TO WS-CUR-FLAG
007280         GO TO 2300-EXIT
007290     END-IF
007300     MOVE '1' TO WS-CUR-SECTION
007310     MOVE WS-ORD-PRIORITY TO WS-CUR-PRIORITY
007320     MOVE WS-ORD-DUE-DATE TO WS-CUR-DUE-DATE
007330     MOVE SPACE TO WS-CUR-FLAG
007340     MOVE 'N' TO WS-FOUND-SW
007350     PERFORM 2350-MATCH-ESCALATION THRU 2350-EXIT
007360         VARYING ESC-IDX FROM 1 BY 1
007370         UNTIL ESC-IDX > WS-ESC-COUNT
007380             OR WS-FOUND
007390     IF NOT WS-FOUND
007400         GO TO 2300-EXIT
007410     END-IF
007420     IF WS-ESC-PDUE (ESC-IDX)
007430         MOVE '0' TO WS-CUR-SECTION
007440         MOVE 'P' TO WS-CUR-FLAG
007450     ELSE
007460         MOVE '0' TO WS-CUR-PRIORITY
007470         MOVE 'E' TO WS-CUR-FLAG
007480     END-IF.
007490 2300-EXIT.
007500     EXIT.
007510
007520 2350-MATCH-ESCALATION.
007530     IF WS-ESC-JOB (ESC-IDX) = CUT-PLN-JOB-NUMBER
007540         MOVE 'Y' TO WS-FOUND-SW
007550         SET ESC-IDX DOWN BY 1
007560     END-IF.
007570 2350-EXIT.
007580     EXIT.
007590
007600*-----------------------------------------------------------------
007610* 2400-FIND-PLANT - the panel's job on the staged job table;
007620* a job not there is scheduled as plant 01.
007630*-----------------------------------------------------------------
007640 2400-FIND-PLANT.
007650     MOVE '01' TO WS-PANEL-PLANT
007660     MOVE 'N' TO WS-FOUND-SW
007670     PERFORM 2450-MATCH-JOB-PLANT THRU 2450-EXIT
007680         VARYING JPL-IDX FROM 1 BY 1
007690         UNTIL JPL-IDX > WS-JPL-COUNT
007700             OR WS-FOUND.
007710 2400-EXIT.
007720     EXIT.
007730
007740 2450-MATCH-JOB-PLANT.
007750     IF WS-JPL-JOB (JPL-IDX) = CUT-PLN-JOB-NUMBER
007760         MOVE 'Y' TO WS-FOUND-SW
007770         MOVE WS-JPL-PLANT (JPL-IDX) TO WS-PANEL-PLANT
007780     END-IF.
007790 2450-EXIT.
007800     EXIT.
007810
007820 2900-READ-CUT-PLAN.
007830     READ CUT-PLAN-FILE
007840         AT END
007850             MOVE 'Y' TO WS-EOF-SW
007860     END-READ.
007870 2900-EXIT.
007880     EXIT.
007890
007900*-----------------------------------------------------------------
007910* 3000-RELEASE-SHEETS - one sort record per sheet, keyed on
007920* its plant and its most urgent job's rank.
007930*-----------------------------------------------------------------
007940 3000-RELEASE-SHEETS.
007950     PERFORM 3050-RELEASE-ONE THRU 3050-EXIT
007960         VARYING SHT-IDX FROM 1 BY 1
007970         UNTIL SHT-IDX > WS-SHEET-COUNT.
007980 3000-EXIT.
007990     EXIT.
008000
008010 3050-RELEASE-ONE.
008020     MOVE WS-SHT-PLANT (SHT-IDX) TO SRT-PLANT
008030     MOVE WS-SHT-RANK (SHT-IDX) TO SRT-RANK
008040     MOVE WS-SHT-SEQ (SHT-IDX) TO SRT-SHEET-SEQ
008050     SET SRT-SHEET-NUM TO SHT-IDX
008060     RELEASE SORT-RECORD.
008070 3050-EXIT.
008080     EXIT.
008090
008100*-----------------------------------------------------------------
008110* 3100-ASSIGN-SHEETS - the sheets back in cutting order, each
008120* placed on the earliest shift that has room on a saw at its
008130* plant able to take it.
008140*-----------------------------------------------------------------
008150 3100-ASSIGN-SHEETS.
008160     PERFORM 3900-RETURN-SORTED THRU 3900-EXIT
008170     PERFORM 3150-ASSIGN-ONE THRU 3150-EXIT
008180         UNTIL WS-SORT-EOF-YES.
008190 3100-EXIT.
008200     EXIT.
008210
008220 3150-ASSIGN-ONE.
008230     ADD 1 TO WS-ORDER-COUNT
008240     SET ORD-IDX TO WS-ORDER-COUNT
008250     MOVE SRT-SHEET-NUM TO WS-ORDER-SHEET (ORD-IDX)
008260     SET SHT-IDX TO SRT-SHEET-NUM
008270     IF WS-SHT-FLAG (SHT-IDX) = 'P'
008280         ADD 1 TO WS-PDUE-COUNT
008290     END-IF
008300     IF WS-SHT-MIXED (SHT-IDX)
008310         ADD 1 TO WS-MIXED-COUNT
008320     END-IF
008330     IF WS-SHT-WIDTH (SHT-IDX) = 0
008340         MOVE 'S' TO WS-SHT-REASON (SHT-IDX)
008350         ADD 1 TO WS-NO-MASTER-COUNT
008360         GO TO 3150-UNSCHEDULED
008370     END-IF
008380*    first whether any saw could ever take the sheet, so a
008390*    sheet that will never fit is not reported as a full day
008400     MOVE 'N' TO WS-PLANT-SAW-SW
008410     MOVE 'N' TO WS-SIZE-SAW-SW
008420     PERFORM 3200-SURVEY-SAW THRU 3200-EXIT
008430         VARYING SAW-IDX FROM 1 BY 1
008440         UNTIL SAW-IDX > WS-SAW-COUNT
008450     IF NOT WS-PLANT-HAS-SAW
008460         MOVE 'N' TO WS-SHT-REASON (SHT-IDX)
008470         ADD 1 TO WS-NO-PLANT-COUNT
008480         GO TO 3150-UNSCHEDULED
008490     END-IF
008500     IF NOT WS-SIZE-HAS-SAW
008510         MOVE 'F' TO WS-SHT-REASON (SHT-IDX)
008520         ADD 1 TO WS-NO-SIZE-COUNT
008530         GO TO 3150-UNSCHEDULED
008540     END-IF
008550     MOVE 'N' TO WS-PLACED-SW
008560     PERFORM 3300-TRY-SHIFT THRU 3300-EXIT
008570         VARYING WS-SHIFT FROM 1 BY 1
008580         UNTIL WS-SHIFT > 3
008590             OR WS-PLACED
008600     IF WS-PLACED
008610         ADD 1 TO WS-SCHEDULED-COUNT
008620         GO TO 3150-NEXT
008630     END-IF
008640     MOVE 'C' TO WS-SHT-REASON (SHT-IDX)
008650     ADD 1 TO WS-FULL-COUNT.
008660 3150-UNSCHEDULED.
008670     ADD 1 TO WS-UNSCHED-COUNT.
008680 3150-NEXT.
008690     PERFORM 3900-RETURN-SORTED THRU 3900-EXIT.
008700 3150-EXIT.
008710     EXIT.
008720
008730 3200-SURVEY-SAW.
008740     IF WS-SAW-PLANT (SAW-IDX) NOT = WS-SHT-PLANT (SHT-IDX)
008750             OR WS-SAW-SHIFTS (SAW-IDX) = 0
008760         GO TO 3200-EXIT
008770     END-IF
008780     MOVE 'Y' TO WS-PLANT-SAW-SW
008790     PERFORM 3500-CHECK-FIT THRU 3500-EXIT
008800     IF WS-FITS
008810         MOVE 'Y' TO WS-SIZE-SAW-SW
008820     END-IF.
008830 3200-EXIT.
008840     EXIT.
008850
008860 3300-TRY-SHIFT.
008870     PERFORM 3400-TRY-SAW THRU 3400-EXIT
008880         VARYING SAW-IDX FROM 1 BY 1
008890         UNTIL SAW-IDX > WS-SAW-COUNT
008900             OR WS-PLACED.
008910 3300-EXIT.
008920     EXIT.
008930
008940 3400-TRY-SAW.
008950     IF WS-SAW-PLANT (SAW-IDX) NOT = WS-SHT-PLANT (SHT-IDX)
008960             OR WS-SHIFT > WS-SAW-SHIFTS (SAW-IDX)
008970             OR WS-SAW-USED (SAW-IDX, WS-SHIFT)
008980                 NOT < WS-SAW-RATE (SAW-IDX)
008990         GO TO 3400-EXIT
009000     END-IF
009010     PERFORM 3500-CHECK-FIT THRU 3500-EXIT
009020     IF NOT WS-FITS
009030         GO TO 3400-EXIT
009040     END-IF
009050     ADD 1 TO WS-SAW-USED (SAW-IDX, WS-SHIFT)
009060     SET WS-SHT-SAW (SHT-IDX) TO SAW-IDX
009070     MOVE WS-SHIFT TO WS-SHT-SHIFT (SHT-IDX)
009080     MOVE 'Y' TO WS-PLACED-SW.
009090 3400-EXIT.
009100     EXIT.
009110
009120*-----------------------------------------------------------------
009130* 3500-CHECK-FIT - the sheet on the saw's table either way
009140* round.
009150*-----------------------------------------------------------------
009160 3500-CHECK-FIT.
009170     MOVE 'N' TO WS-FITS-SW
009180     IF WS-SHT-WIDTH (SHT-IDX) NOT > WS-SAW-MAX-WIDTH (SAW-IDX)
009190             AND WS-SHT-LENGTH (SHT-IDX)
009200                 NOT > WS-SAW-MAX-LENGTH (SAW-IDX)
009210         MOVE 'Y' TO WS-FITS-SW
009220     END-IF
009230     IF WS-SHT-WIDTH (SHT-IDX) NOT > WS-SAW-MAX-LENGTH (SAW-IDX)
009240             AND WS-SHT-LENGTH (SHT-IDX)
009250                 NOT > WS-SAW-MAX-WIDTH (SAW-IDX)
009260         MOVE 'Y' TO WS-FITS-SW
009270     END-IF.
009280 3500-EXIT.
009290     EXIT.
009300
009310 3900-RETURN-SORTED.
009320     RETURN SORT-WORK-FILE
009330         AT END
009340             MOVE 'Y' TO WS-SORT-EOF-SW
009350     END-RETURN.
009360 3900-EXIT.
009370     EXIT.
009380
009390*-----------------------------------------------------------------
009400* 4000-PRINT-CUT-LISTS - one list per saw per crewed shift, in
009410* SAWMST order, then the sheets left over.
009420*-----------------------------------------------------------------
009430 4000-PRINT-CUT-LISTS.
009440     MOVE WS-HEADING1 TO REPORT-LINE
009450     WRITE REPORT-LINE
009460     MOVE WS-RUN-STAMP TO REPORT-LINE
009470     WRITE REPORT-LINE
009480     PERFORM 4100-PRINT-SAW THRU 4100-EXIT
009490         VARYING SAW-IDX FROM 1 BY 1
009500         UNTIL SAW-IDX > WS-SAW-COUNT
009510     PERFORM 4600-PRINT-UNSCHEDULED THRU 4600-EXIT.
009520 4000-EXIT.
009530     EXIT.
009540
009550 4100-PRINT-SAW.
009560     SET WS-SAW-NUM TO SAW-IDX
009570     MOVE SPACES TO REPORT-LINE
009580     WRITE REPORT-LINE
009590     IF WS-SAW-SHIFTS (SAW-IDX) = 0
009600         MOVE WS-SAW-ID (SAW-IDX) TO WS-SD-SAW-ID
009610         MOVE WS-SAW-PLANT (SAW-IDX) TO WS-SD-PLANT
009620         MOVE WS-SAW-DOWN-LINE TO REPORT-LINE
009630         WRITE REPORT-LINE
009640         GO TO 4100-EXIT
009650     END-IF
009660     PERFORM 4200-PRINT-SHIFT THRU 4200-EXIT
009670         VARYING WS-SHIFT FROM 1 BY 1
009680         UNTIL WS-SHIFT > WS-SAW-SHIFTS (SAW-IDX).
009690 4100-EXIT.
009700     EXIT.
009710
009720 4200-PRINT-SHIFT.
009730     MOVE WS-SAW-ID (SAW-IDX) TO WS-S-SAW-ID
009740     MOVE WS-SAW-PLANT (SAW-IDX) TO WS-S-PLANT
009750     MOVE WS-SHIFT TO WS-S-SHIFT
009760     MOVE WS-SAW-RATE (SAW-IDX) TO WS-S-RATE
009770     MOVE WS-SAW-USED (SAW-IDX, WS-SHIFT) TO WS-S-ASSIGNED
009780     MOVE WS-SAW-LINE TO REPORT-LINE
009790     WRITE REPORT-LINE
009800     MOVE WS-HEADING2 TO REPORT-LINE
009810     WRITE REPORT-LINE
009820     MOVE WS-HEADING3 TO REPORT-LINE
009830     WRITE REPORT-LINE
009840     MOVE 0 TO WS-LIST-COUNT
009850     PERFORM 4300-PRINT-IF-ON-LIST THRU 4300-EXIT
009860         VARYING ORD-IDX FROM 1 BY 1
009870         UNTIL ORD-IDX > WS-ORDER-COUNT
009880     IF WS-LIST-COUNT = 0
009890         MOVE WS-NONE-LINE TO REPORT-LINE
009900         WRITE REPORT-LINE
009910     END-IF.
009920 4200-EXIT.
009930     EXIT.
009940
009950 4300-PRINT-IF-ON-LIST.
009960     SET SHT-IDX TO WS-ORDER-SHEET (ORD-IDX)
009970     IF WS-SHT-SAW (SHT-IDX) NOT = WS-SAW-NUM
009980             OR WS-SHT-SHIFT (SHT-IDX) NOT = WS-SHIFT
009990         GO TO 4300-EXIT
010000     END-IF
010010     ADD 1 TO WS-LIST-COUNT
010020     PERFORM 4500-PRINT-SHEET THRU 4500-EXIT.
010030 4300-EXIT.
010040     EXIT.
010050
010060*-----------------------------------------------------------------
010070* 4500-PRINT-SHEET - the sheet line with its panels under it.
010080*-----------------------------------------------------------------
010090 4500-PRINT-SHEET.
010100     MOVE WS-SHT-SEQ (SHT-IDX) TO WS-D-SEQ
010110     MOVE WS-SHT-CODE (SHT-IDX) TO WS-D-CODE
010120     MOVE WS-SHT-WIDTH (SHT-IDX) TO WS-D-WIDTH
010130     MOVE WS-SHT-LENGTH (SHT-IDX) TO WS-D-LENGTH
010140     MOVE WS-SHT-PANELS (SHT-IDX) TO WS-D-PANELS
010150     MOVE WS-SHT-JOB (SHT-IDX) TO WS-D-JOB
010160     MOVE WS-SHT-DUE-DATE (SHT-IDX) TO WS-D-DUE-DATE
010170     MOVE WS-SHT-FLAG (SHT-IDX) TO WS-D-FLAG
010180     MOVE WS-SHT-MIXED-SW (SHT-IDX) TO WS-D-MIXED
010190     MOVE WS-SHT-PLANT (SHT-IDX) TO WS-D-PLANT
010200     EVALUATE TRUE
010210         WHEN WS-SHT-NO-MASTER (SHT-IDX)
010220             MOVE 'NO SHTMST' TO WS-D-REASON
010230         WHEN WS-SHT-NO-PLANT-SAW (SHT-IDX)
010240             MOVE 'NO SAW PLANT' TO WS-D-REASON
010250         WHEN WS-SHT-NO-SIZE-SAW (SHT-IDX)
010260             MOVE 'NO SAW SIZE' TO WS-D-REASON
010270         WHEN WS-SHT-SHIFTS-FULL (SHT-IDX)
010280             MOVE 'SHIFTS FULL' TO WS-D-REASON
010290         WHEN OTHER
010300             MOVE SPACES TO WS-D-REASON
010310     END-EVALUATE
010320     MOVE WS-DETAIL-LINE TO REPORT-LINE
010330     WRITE REPORT-LINE
010340     SET WS-SHEET-NUM TO SHT-IDX
010350     PERFORM 4550-PRINT-PANEL THRU 4550-EXIT
010360         VARYING PNL-IDX FROM 1 BY 1
010370         UNTIL PNL-IDX > WS-PANEL-COUNT.
010380 4500-EXIT.
010390     EXIT.
010400
010410 4550-PRINT-PANEL.
010420     IF WS-PNL-SHEET (PNL-IDX) NOT = WS-SHEET-NUM
010430         GO TO 4550-EXIT
010440     END-IF
010450     MOVE WS-PNL-JOB (PNL-IDX) TO WS-P-JOB
010460     MOVE WS-PNL-A (PNL-IDX) TO WS-P-A
010470     MOVE WS-PNL-B (PNL-IDX) TO WS-P-B
010480     MOVE WS-PANEL-LINE TO REPORT-LINE
010490     WRITE REPORT-LINE.
010500 4550-EXIT.
010510     EXIT.
010520
010530*-----------------------------------------------------------------
010540* 4600-PRINT-UNSCHEDULED - the sheets that do not fit on
010550* today's shifts, in the order they should be cut next.
010560*-----------------------------------------------------------------
010570 4600-PRINT-UNSCHEDULED.
010580     MOVE SPACES TO REPORT-LINE
010590     WRITE REPORT-LINE
010600     MOVE 'SHEETS NOT SCHEDULED TODAY' TO WS-SECTION-LINE
010610     MOVE WS-SECTION-LINE TO REPORT-LINE
010620     WRITE REPORT-LINE
010630     MOVE WS-HEADING2 TO REPORT-LINE
010640     WRITE REPORT-LINE
010650     MOVE WS-HEADING3 TO REPORT-LINE
010660     WRITE REPORT-LINE
010670     MOVE 0 TO WS-LIST-COUNT
010680     PERFORM 4650-PRINT-IF-UNSCHEDULED THRU 4650-EXIT
010690         VARYING ORD-IDX FROM 1 BY 1
010700         UNTIL ORD-IDX > WS-ORDER-COUNT
010710     IF WS-LIST-COUNT = 0
010720         MOVE '         NONE - EVERY SHEET IS ON A CUT LIST'
010730             TO REPORT-LINE
010740         WRITE REPORT-LINE
010750     END-IF.
010760 4600-EXIT.
010770     EXIT.
010780
010790 4650-PRINT-IF-UNSCHEDULED.
010800     SET SHT-IDX TO WS-ORDER-SHEET (ORD-IDX)
010810     IF WS-SHT-SAW (SHT-IDX) NOT = 0
010820         GO TO 4650-EXIT
010830     END-IF
010840     ADD 1 TO WS-LIST-COUNT
010850     PERFORM 4500-PRINT-SHEET THRU 4500-EXIT.
010860 4650-EXIT.
010870     EXIT.
010880
010890*-----------------------------------------------------------------
010900* 9000-TERMINATE - control totals and the flag legend.
010910*-----------------------------------------------------------------
010920 9000-TERMINATE.
010930     MOVE SPACES TO REPORT-LINE
010940     WRITE REPORT-LINE
010950     MOVE 'SHEETS ON CUT PLAN:     ' TO WS-C-LABEL
010960     MOVE WS-SHEET-COUNT TO WS-C-COUNT
010970     PERFORM 9100-WRITE-COUNT THRU 9100-EXIT
010980     MOVE 'PANELS ON CUT PLAN:     ' TO WS-C-LABEL
010990     MOVE WS-PANEL-READ-COUNT TO WS-C-COUNT
011000     PERFORM 9100-WRITE-COUNT THRU 9100-EXIT
011010     MOVE 'SHEETS SCHEDULED:       ' TO WS-C-LABEL
011020     MOVE WS-SCHEDULED-COUNT TO WS-C-COUNT
011030     PERFORM 9100-WRITE-COUNT THRU 9100-EXIT
011040     MOVE 'SHEETS NOT SCHEDULED:   ' TO WS-C-LABEL
011050     MOVE WS-UNSCHED-COUNT TO WS-C-COUNT
011060     PERFORM 9100-WRITE-COUNT THRU 9100-EXIT
011070     MOVE '  SHIFTS FULL:          ' TO WS-C-LABEL
011080     MOVE WS-FULL-COUNT TO WS-C-COUNT
011090     PERFORM 9100-WRITE-COUNT THRU 9100-EXIT
011100     MOVE '  NO SAW TAKES SIZE:    ' TO WS-C-LABEL
011110     MOVE WS-NO-SIZE-COUNT TO WS-C-COUNT
011120     PERFORM 9100-WRITE-COUNT THRU 9100-EXIT
011130     MOVE '  NO SAW AT PLANT:      ' TO WS-C-LABEL
011140     MOVE WS-NO-PLANT-COUNT TO WS-C-COUNT
011150     PERFORM 9100-WRITE-COUNT THRU 9100-EXIT
011160     MOVE '  NOT ON SHTMST:        ' TO WS-C-LABEL
011170     MOVE WS-NO-MASTER-COUNT TO WS-C-COUNT
011180     PERFORM 9100-WRITE-COUNT THRU 9100-EXIT
011190     MOVE 'PAST-DUE SHEETS (P):    ' TO WS-C-LABEL
011200     MOVE WS-PDUE-COUNT TO WS-C-COUNT
011210     PERFORM 9100-WRITE-COUNT THRU 9100-EXIT
011220     MOVE 'MIXED-PLANT SHEETS (M): ' TO WS-C-LABEL
011230     MOVE WS-MIXED-COUNT TO WS-C-COUNT
011240     PERFORM 9100-WRITE-COUNT THRU 9100-EXIT
011250     MOVE SPACES TO REPORT-LINE
011260     WRITE REPORT-LINE
011270     MOVE 'FL: P PAST DUE  E ESCALATED  * NO ORDER MASTER'
011280         TO REPORT-LINE
011290     WRITE REPORT-LINE
011300     MOVE '    M PANELS FROM MORE THAN ONE PLANT'
011310         TO REPORT-LINE
011320     WRITE REPORT-LINE
011330     CLOSE CUT-LIST-REPORT-FILE
011340     IF WS-UNSCHED-COUNT > 0 OR WS-WARNING
011350         MOVE 4 TO RETURN-CODE
011360     END-IF
011370     DISPLAY 'SAWSCHD - SHEETS: ' WS-SHEET-COUNT
011380         ' SCHEDULED: ' WS-SCHEDULED-COUNT
011390         ' NOT SCHEDULED: ' WS-UNSCHED-COUNT.
011400 9000-EXIT.
011410     EXIT.
011420
011430 9100-WRITE-COUNT.
011440     MOVE WS-COUNT-LINE TO REPORT-LINE
011450     WRITE REPORT-LINE.
011460 9100-EXIT.
011470     EXIT.
011480
011490 END PROGRAM SAWSCHD.
