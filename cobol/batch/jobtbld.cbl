000010*****************************************************************
000020* PROGRAM-ID : JOBTBLD                                         *
000030* AUTHOR     : M. PRZYBYLSKI, SCHEDULING SYSTEMS               *
000040* INSTALLATION : CUTTING-SHOP SYSTEMS                          *
000050* DATE-WRITTEN : 2026-10-11                                    *
000060*                                                               *
000070* FUNCTION : Nightly job-trail index build. Posts each job's    *
000080*   order-to-bill trail to the JOBTRL indexed file, keyed by    *
000090*   job number, so the JOBINQ online inquiry answers a          *
000100*   customer's call about job NNNN with two keyed reads (the    *
000110*   trail and the ORDMST order) instead of someone working      *
000120*   through every sequential file by hand:                      *
000130*                                                               *
000140*   - the nightly result (run date, day-flag, stock area,       *
000150*     resubmission flag, class, plant) off the accumulated      *
000160*     BCHOUT;                                                   *
000170*   - the night's exceptions - each staged BCHSTG job whose N   *
000180*     or A/B matches one of the night's TOFEXC, RECDEX, or      *
000190*     RECEXC records, the same match EXCCOR makes for a         *
000200*     correction card - and the source of the latest approved   *
000210*     correction on the BCHCORH history;                        *
000220*   - the sheet the job was nested on, off the night's CUTPLN;  *
000230*   - the charge off the accumulated PNLOUT;                    *
000240*   - the invoice line off the BILLLOG transmission log, with   *
000250*     the BILLACK answer for it (rejected line, accepted        *
000260*     transmission, or not yet answered);                       *
000270*   - the area the saw reported on ACTIN.                       *
000280*                                                               *
000290*   The accumulated files are read whole every night and the    *
000300*   latest record on each wins, so a night BCHREV backs out     *
000310*   and reruns ends up posted as rerun. CUTPLN and the          *
000320*   exception match are one night's work and post only under    *
000330*   the business date. Every input but JOBTRL is optional: one  *
000340*   that cannot be opened posts nothing, is named on the        *
000350*   control report, and ends the run with return code 4.        *
000360*****************************************************************
000370 IDENTIFICATION DIVISION.
000380 PROGRAM-ID. JOBTBLD.
000390 AUTHOR. M. PRZYBYLSKI, SCHEDULING SYSTEMS.
000400 INSTALLATION. CUTTING-SHOP SYSTEMS.
000410 DATE-WRITTEN. 2026-10-11.
000420 DATE-COMPILED.
000430
000440*-----------------------------------------------------------------
000450* MODIFICATION HISTORY
000460* DATE       BY   DESCRIPTION
000470* 2026-10-11 MPR  Initial version.
000480*-----------------------------------------------------------------
000490
000500 ENVIRONMENT DIVISION.
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT JOB-TRAIL-FILE ASSIGN TO JOBTRL
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS JOB-TRL-JOB-NUMBER
000570         FILE STATUS IS WS-TRL-STATUS.
000580     SELECT REPORT-IN-FILE ASSIGN TO BCHOUT
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS WS-OUT-STATUS.
000610     SELECT STAGING-FILE ASSIGN TO BCHSTG
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS WS-STG-STATUS.
000640     SELECT TOF-EXCEPTION-FILE ASSIGN TO TOFEXC
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS WS-TOF-EXC-STATUS.
000670     SELECT DIM-EXCEPTION-FILE ASSIGN TO RECDEX
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS WS-REC-DEX-STATUS.
000700     SELECT REC-EXCEPTION-FILE ASSIGN TO RECEXC
000710         ORGANIZATION IS SEQUENTIAL
000720         FILE STATUS IS WS-REC-EXC-STATUS.
000730     SELECT CORRECTION-HIST-FILE ASSIGN TO BCHCORH
000740         ORGANIZATION IS SEQUENTIAL
000750         FILE STATUS IS WS-CORH-STATUS.
000760     SELECT CUT-PLAN-FILE ASSIGN TO CUTPLN
000770         ORGANIZATION IS SEQUENTIAL
000780         FILE STATUS IS WS-PLN-STATUS.
000790     SELECT PANEL-OUT-FILE ASSIGN TO PNLOUT
000800         ORGANIZATION IS SEQUENTIAL
000810         FILE STATUS IS WS-PNL-STATUS.
000820     SELECT BILLING-LOG-FILE ASSIGN TO BILLLOG
000830         ORGANIZATION IS SEQUENTIAL
000840         FILE STATUS IS WS-LOG-STATUS.
000850     SELECT BILLING-ACK-FILE ASSIGN TO BILLACK
000860         ORGANIZATION IS SEQUENTIAL
000870         FILE STATUS IS WS-ACK-STATUS.
000880     SELECT ACTUALS-FILE ASSIGN TO ACTIN
000890         ORGANIZATION IS SEQUENTIAL
000900         FILE STATUS IS WS-ACT-STATUS.
000910     SELECT CONTROL-REPORT-FILE ASSIGN TO JOBTRPT
000920         ORGANIZATION IS SEQUENTIAL.
000930
000940 DATA DIVISION.
000950 FILE SECTION.
000960 FD  JOB-TRAIL-FILE.
000970     COPY JOBTRL.
000980
000990 FD  REPORT-IN-FILE
001000     RECORDING MODE IS F.
001010     COPY BCHOUT.
001020
001030 FD  STAGING-FILE
001040     RECORDING MODE IS F.
001050     COPY BCHJOB.
001060
001070 FD  TOF-EXCEPTION-FILE
001080     RECORDING MODE IS F.
001090     COPY TOFEXC.
001100
001110 FD  DIM-EXCEPTION-FILE
001120     RECORDING MODE IS F.
001130     COPY recdex.
001140
001150 FD  REC-EXCEPTION-FILE
001160     RECORDING MODE IS F.
001170     COPY recexc.
001180
001190 FD  CORRECTION-HIST-FILE
001200     RECORDING MODE IS F.
001210     COPY BCHCOR.
001220
001230 FD  CUT-PLAN-FILE
001240     RECORDING MODE IS F.
001250     COPY CUTPLN.
001260
001270 FD  PANEL-OUT-FILE
001280     RECORDING MODE IS F.
001290     COPY PNLOUT.
001300
001310 FD  BILLING-LOG-FILE
001320     RECORDING MODE IS F.
001330     COPY BILLEXT.
001340
001350 FD  BILLING-ACK-FILE
001360     RECORDING MODE IS F.
001370     COPY BILLACK.
001380
001390 FD  ACTUALS-FILE
001400     RECORDING MODE IS F.
001410     COPY ACTIN.
001420
001430 FD  CONTROL-REPORT-FILE
001440     RECORDING MODE IS F.
001450 01  REPORT-LINE                 PIC X(80).
001460
001470 WORKING-STORAGE SECTION.
001480*-----------------------------------------------------------------
001490* SWITCHES
001500*-----------------------------------------------------------------
001510 77  WS-EOF-SW           PIC X(01)      VALUE 'N'.
001520     88  WS-EOF-YES                     VALUE 'Y'.
001530 77  WS-FOUND-SW         PIC X(01)      VALUE 'N'.
001540     88  WS-FOUND-YES                   VALUE 'Y'.
001550 77  WS-NEW-TRAIL-SW     PIC X(01)      VALUE 'N'.
001560     88  WS-NEW-TRAIL                   VALUE 'Y'.
001570 77  WS-WARNING-SW       PIC X(01)      VALUE 'N'.
001580     88  WS-WARNING                     VALUE 'Y'.
001590
001600*-----------------------------------------------------------------
001610* FILE STATUS - an exception file that cannot be opened means
001620* no record was ever rejected to it (the EXCCOR rule); any other
001630* input that cannot be opened is a warning.
001640*-----------------------------------------------------------------
001650 77  WS-TRL-STATUS       PIC X(02)      VALUE SPACES.
001660 77  WS-OUT-STATUS       PIC X(02)      VALUE SPACES.
001670 77  WS-STG-STATUS       PIC X(02)      VALUE SPACES.
001680 77  WS-TOF-EXC-STATUS   PIC X(02)      VALUE SPACES.
001690 77  WS-REC-DEX-STATUS   PIC X(02)      VALUE SPACES.
001700 77  WS-REC-EXC-STATUS   PIC X(02)      VALUE SPACES.
001710 77  WS-CORH-STATUS      PIC X(02)      VALUE SPACES.
001720 77  WS-PLN-STATUS       PIC X(02)      VALUE SPACES.
001730 77  WS-PNL-STATUS       PIC X(02)      VALUE SPACES.
001740 77  WS-LOG-STATUS       PIC X(02)      VALUE SPACES.
001750 77  WS-ACK-STATUS       PIC X(02)      VALUE SPACES.
001760 77  WS-ACT-STATUS       PIC X(02)      VALUE SPACES.
001770
001780*-----------------------------------------------------------------
001790* RUN DATE AND WORK FIELDS
001800*-----------------------------------------------------------------
001810 77  WS-RUN-DATE         PIC 9(08)      VALUE ZERO.
001820 77  WS-RUN-STAMP        PIC X(80)      VALUE SPACES.
001830 77  WS-BUSD-STATUS      PIC X(02)      VALUE SPACES.
001840 77  WS-TRAIL-JOB        PIC 9(08)      VALUE ZERO.
001850 77  WS-EXC-SOURCE       PIC X(03)      VALUE SPACES.
001860 77  WS-LOG-CONTROL-NO   PIC 9(06)      VALUE ZERO.
001870 77  WS-LOG-RUN-DATE     PIC 9(08)      VALUE ZERO.
001880 77  WS-LINE-ACK         PIC X(01)      VALUE SPACE.
001890 77  WS-LINE-REASON      PIC X(20)      VALUE SPACES.
001900 77  WS-XMIT-ACK         PIC X(01)      VALUE SPACE.
001910 77  WS-XMIT-REASON      PIC X(20)      VALUE SPACES.
001920 77  WS-TRAIL-WRITTEN    PIC 9(08) COMP VALUE ZERO.
001930 77  WS-TRAIL-FAILED     PIC 9(08) COMP VALUE ZERO.
001940
001950*-----------------------------------------------------------------
001960* SOURCE COUNTS - one row per file the trail is posted from:
001970* the records read, and the records that posted to a job.
001980*-----------------------------------------------------------------
001990 01  WS-SOURCE-COUNTS.
002000     05  WS-SC-ENTRY OCCURS 8 TIMES
002010             INDEXED BY SC-IDX.
002020         10  WS-SC-NAME          PIC X(08).
002030         10  WS-SC-READ          PIC 9(10) COMP.
002040         10  WS-SC-POSTED        PIC 9(10) COMP.
002050         10  WS-SC-NOTE          PIC X(22).
002060 77  WS-SC-BCHOUT        PIC 9(01) COMP VALUE 1.
002070 77  WS-SC-BCHSTG        PIC 9(01) COMP VALUE 2.
002080 77  WS-SC-BCHCORH       PIC 9(01) COMP VALUE 3.
002090 77  WS-SC-CUTPLN        PIC 9(01) COMP VALUE 4.
002100 77  WS-SC-PNLOUT        PIC 9(01) COMP VALUE 5.
002110 77  WS-SC-BILLLOG       PIC 9(01) COMP VALUE 6.
002120 77  WS-SC-BILLACK       PIC 9(01) COMP VALUE 7.
002130 77  WS-SC-ACTIN         PIC 9(01) COMP VALUE 8.
002140
002150*-----------------------------------------------------------------
002160* THE NIGHT'S EXCEPTION TABLES - the rejected N values off
002170* TOFEXC, and the rejected or out-of-tolerance A/B pairs off
002180* RECDEX and RECEXC, for the business date only.
002190*-----------------------------------------------------------------
002200 77  WS-TOF-COUNT        PIC 9(03) COMP VALUE ZERO.
002210 01  WS-TOF-TABLE.
002220     05  WS-TOF-ENTRY OCCURS 500 TIMES
002230             INDEXED BY TOF-IDX.
002240         10  WS-TOF-N            PIC S9(08).
002250 77  WS-DEX-COUNT        PIC 9(03) COMP VALUE ZERO.
002260 01  WS-DEX-TABLE.
002270     05  WS-DEX-ENTRY OCCURS 500 TIMES
002280             INDEXED BY DEX-IDX.
002290         10  WS-DEX-A            PIC 9(08).
002300         10  WS-DEX-B            PIC 9(08).
002310 77  WS-EXC-COUNT        PIC 9(03) COMP VALUE ZERO.
002320 01  WS-EXC-TABLE.
002330     05  WS-EXC-ENTRY OCCURS 500 TIMES
002340             INDEXED BY EXC-IDX.
002350         10  WS-EXC-A            PIC 9(08).
002360         10  WS-EXC-B            PIC 9(08).
002370
002380*-----------------------------------------------------------------
002390* BILLACK ANSWER TABLE - every acknowledgment on file, matched
002400* to the BILLLOG lines by control and line number.
002410*-----------------------------------------------------------------
002420 77  WS-ACK-COUNT        PIC 9(04) COMP VALUE ZERO.
002430 01  WS-ACK-TABLE.
002440     05  WS-ACK-ENTRY OCCURS 3000 TIMES
002450             INDEXED BY ACK-IDX.
002460         10  WS-ACK-CONTROL-NO   PIC 9(06).
002470         10  WS-ACK-LINE-NO      PIC 9(06).
002480         10  WS-ACK-ANSWER       PIC X(01).
002490         10  WS-ACK-REASON       PIC X(20).
002500
002510*-----------------------------------------------------------------
002520* REPORT LINES
002530*-----------------------------------------------------------------
002540 01  WS-HEADING1.
002550     05  FILLER              PIC X(80)   VALUE
002560         'JOBTBLD - JOB-TRAIL INDEX BUILD CONTROL REPORT'.
002570 01  WS-HEADING2.
002580     05  FILLER              PIC X(80)   VALUE
002590         '----------------------------------------------'.
002600 01  WS-COLUMN-HEADING.
002610     05  FILLER              PIC X(80)   VALUE
002620         'SOURCE         READ     POSTED  NOTE'.
002630
002640 01  WS-SOURCE-LINE.
002650     05  WS-S-NAME           PIC X(08).
002660     05  WS-S-READ           PIC Z(9)9.
002670     05  FILLER              PIC X(01)   VALUE SPACE.
002680     05  WS-S-POSTED         PIC Z(9)9.
002690     05  FILLER              PIC X(02)   VALUE SPACES.
002700     05  WS-S-NOTE           PIC X(22).
002710     05  FILLER              PIC X(27)   VALUE SPACES.
002720
002730 01  WS-COUNT-LINE.
002740     05  WS-C-LABEL          PIC X(24).
002750     05  WS-C-COUNT          PIC Z(7)9.
002760     05  FILLER              PIC X(48)   VALUE SPACES.
002770
002780 PROCEDURE DIVISION.
002790*****************************************************************
002800* 0000-MAINLINE
002810*****************************************************************
002820 0000-MAINLINE.
002830     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002840     PERFORM 2000-POST-RESULTS THRU 2000-EXIT
002850     PERFORM 3000-POST-EXCEPTIONS THRU 3000-EXIT
002860     PERFORM 3500-POST-CORRECTIONS THRU 3500-EXIT
002870     PERFORM 4000-POST-CUT-PLAN THRU 4000-EXIT
002880     PERFORM 5000-POST-PRICING THRU 5000-EXIT
002890     PERFORM 6000-POST-BILLING THRU 6000-EXIT
002900     PERFORM 7000-POST-ACTUALS THRU 7000-EXIT
002910     PERFORM 9000-TERMINATE THRU 9000-EXIT
002920     GOBACK.
002930
002940*-----------------------------------------------------------------
002950* 1000-INITIALIZE - the business date, and JOBTRL open for
002960* update (created empty on the first night, the BCHIWRT way).
002970*-----------------------------------------------------------------
002980 1000-INITIALIZE.
002990     CALL 'BUSDRD' USING BY REFERENCE WS-RUN-DATE
003000                         BY REFERENCE WS-RUN-STAMP
003010                         BY REFERENCE WS-BUSD-STATUS
003020     END-CALL
003030     OPEN I-O JOB-TRAIL-FILE
003040     IF WS-TRL-STATUS = '35'
003050         OPEN OUTPUT JOB-TRAIL-FILE
003060         CLOSE JOB-TRAIL-FILE
003070         OPEN I-O JOB-TRAIL-FILE
003080     END-IF
003090     IF WS-TRL-STATUS NOT = '00'
003100         DISPLAY 'JOBTBLD - JOBTRL OPEN FAILED, STATUS = '
003110             WS-TRL-STATUS
003120         MOVE 12 TO RETURN-CODE
003130         GOBACK
003140     END-IF
003150     OPEN OUTPUT CONTROL-REPORT-FILE
003160     MOVE WS-HEADING1 TO REPORT-LINE
003170     WRITE REPORT-LINE
003180     MOVE WS-RUN-STAMP TO REPORT-LINE
003190     WRITE REPORT-LINE
003200     MOVE WS-HEADING2 TO REPORT-LINE
003210     WRITE REPORT-LINE
003220     MOVE 'BCHOUT  ' TO WS-SC-NAME (WS-SC-BCHOUT)
003230     MOVE 'BCHSTG  ' TO WS-SC-NAME (WS-SC-BCHSTG)
003240     MOVE 'BCHCORH ' TO WS-SC-NAME (WS-SC-BCHCORH)
003250     MOVE 'CUTPLN  ' TO WS-SC-NAME (WS-SC-CUTPLN)
003260     MOVE 'PNLOUT  ' TO WS-SC-NAME (WS-SC-PNLOUT)
003270     MOVE 'BILLLOG ' TO WS-SC-NAME (WS-SC-BILLLOG)
003280     MOVE 'BILLACK ' TO WS-SC-NAME (WS-SC-BILLACK)
003290     MOVE 'ACTIN   ' TO WS-SC-NAME (WS-SC-ACTIN)
003300     PERFORM 1050-ZERO-SOURCE-COUNTS THRU 1050-EXIT
003310         VARYING SC-IDX FROM 1 BY 1
003320         UNTIL SC-IDX > 8.
003330 1000-EXIT.
003340     EXIT.
003350
003360 1050-ZERO-SOURCE-COUNTS.
003370     MOVE ZERO TO WS-SC-READ (SC-IDX)
003380     MOVE ZERO TO WS-SC-POSTED (SC-IDX)
003390     MOVE SPACES TO WS-SC-NOTE (SC-IDX).
003400 1050-EXIT.
003410     EXIT.
003420
003430*-----------------------------------------------------------------
003440* 1900-SOURCE-MISSING - an optional input that would not open;
003450* SC-IDX names it, the status goes on its report line.
003460*-----------------------------------------------------------------
003470 1900-SOURCE-MISSING.
003480     MOVE 'Y' TO WS-WARNING-SW
003490     DISPLAY 'JOBTBLD - ' WS-SC-NAME (SC-IDX)
003500         ' NOT AVAILABLE - NOTHING POSTED FROM IT'.
003510 1900-EXIT.
003520     EXIT.
003530
003540*-----------------------------------------------------------------
003550* 2000-POST-RESULTS - every BCHOUT record, oldest first, so the
003560* job's latest night is the one left on the trail.
003570*-----------------------------------------------------------------
003580 2000-POST-RESULTS.
003590     SET SC-IDX TO WS-SC-BCHOUT
003600     OPEN INPUT REPORT-IN-FILE
003610     IF WS-OUT-STATUS NOT = '00'
003620         STRING 'NOT OPENED, STATUS ' WS-OUT-STATUS
003630             DELIMITED BY SIZE INTO WS-SC-NOTE (SC-IDX)
003640         PERFORM 1900-SOURCE-MISSING THRU 1900-EXIT
003650         GO TO 2000-EXIT
003660     END-IF
003670     MOVE 'N' TO WS-EOF-SW
003680     PERFORM 2190-READ-BCHOUT THRU 2190-EXIT
003690     PERFORM 2100-POST-ONE-RESULT THRU 2100-EXIT
003700         UNTIL WS-EOF-YES
003710     CLOSE REPORT-IN-FILE.
003720 2000-EXIT.
003730     EXIT.
003740
003750 2100-POST-ONE-RESULT.
003760     ADD 1 TO WS-SC-READ (WS-SC-BCHOUT)
003770     MOVE BCH-OUT-JOB-NUMBER TO WS-TRAIL-JOB
003780     PERFORM 8000-GET-TRAIL THRU 8000-EXIT
003790     IF BCH-OUT-RUN-DATE NUMERIC
003800         MOVE BCH-OUT-RUN-DATE TO JOB-TRL-RUN-DATE
003810     ELSE
003820         MOVE ZERO TO JOB-TRL-RUN-DATE
003830     END-IF
003840     MOVE BCH-OUT-DAY-FLAG TO JOB-TRL-DAY-FLAG
003850     MOVE BCH-OUT-AREA-TOTAL TO JOB-TRL-AREA-TOTAL
003860     MOVE BCH-OUT-RESUB-FLAG TO JOB-TRL-RESUB-FLAG
003870     MOVE BCH-OUT-SHEET-CLASS TO JOB-TRL-SHEET-CLASS
003880     MOVE BCH-OUT-PLANT TO JOB-TRL-PLANT
003890     PERFORM 8100-PUT-TRAIL THRU 8100-EXIT
003900     ADD 1 TO WS-SC-POSTED (WS-SC-BCHOUT)
003910     PERFORM 2190-READ-BCHOUT THRU 2190-EXIT.
003920 2100-EXIT.
003930     EXIT.
003940
003950 2190-READ-BCHOUT.
003960     READ REPORT-IN-FILE
003970         AT END
003980             MOVE 'Y' TO WS-EOF-SW
003990     END-READ.
004000 2190-EXIT.
004010     EXIT.
004020
004030*-----------------------------------------------------------------
004040* 3000-POST-EXCEPTIONS - the night's rejected values into the
004050* three tables, then every staged job of the night against
004060* them. A rejected panel (RECDEX) is the most telling, then a
004070* rejected N (TOFEXC), then an out-of-tolerance panel (RECEXC).
004080*-----------------------------------------------------------------
004090 3000-POST-EXCEPTIONS.
004100     PERFORM 3100-LOAD-TOF-EXCEPTIONS THRU 3100-EXIT
004110     PERFORM 3200-LOAD-DEX-EXCEPTIONS THRU 3200-EXIT
004120     PERFORM 3300-LOAD-EXC-EXCEPTIONS THRU 3300-EXIT
004130     IF WS-TOF-COUNT = 0 AND WS-DEX-COUNT = 0
004140             AND WS-EXC-COUNT = 0
004150         MOVE 'NO EXCEPTIONS TONIGHT' TO WS-SC-NOTE (WS-SC-BCHSTG)
004160         GO TO 3000-EXIT
004170     END-IF
004180     SET SC-IDX TO WS-SC-BCHSTG
004190     OPEN INPUT STAGING-FILE
004200     IF WS-STG-STATUS NOT = '00'
004210         STRING 'NOT OPENED, STATUS ' WS-STG-STATUS
004220             DELIMITED BY SIZE INTO WS-SC-NOTE (SC-IDX)
004230         PERFORM 1900-SOURCE-MISSING THRU 1900-EXIT
004240         GO TO 3000-EXIT
004250     END-IF
004260     MOVE 'N' TO WS-EOF-SW
004270     PERFORM 3490-READ-STAGED THRU 3490-EXIT
004280     PERFORM 3400-MATCH-ONE-JOB THRU 3400-EXIT
004290         UNTIL WS-EOF-YES
004300     CLOSE STAGING-FILE.
004310 3000-EXIT.
004320     EXIT.
004330
004340 3100-LOAD-TOF-EXCEPTIONS.
004350     OPEN INPUT TOF-EXCEPTION-FILE
004360     IF WS-TOF-EXC-STATUS NOT = '00'
004370         GO TO 3100-EXIT
004380     END-IF
004390     MOVE 'N' TO WS-EOF-SW
004400     PERFORM 3190-READ-TOF THRU 3190-EXIT
004410     PERFORM 3150-STORE-TOF THRU 3150-EXIT
004420         UNTIL WS-EOF-YES
004430     CLOSE TOF-EXCEPTION-FILE.
004440 3100-EXIT.
004450     EXIT.
004460
004470 3150-STORE-TOF.
004480     IF TOF-EXC-RUN-DATE = WS-RUN-DATE
004490         IF WS-TOF-COUNT < 500
004500             ADD 1 TO WS-TOF-COUNT
004510             SET TOF-IDX TO WS-TOF-COUNT
004520             MOVE TOF-EXC-N TO WS-TOF-N (TOF-IDX)
004530         ELSE
004540             MOVE 'Y' TO WS-WARNING-SW
004550             DISPLAY 'JOBTBLD - TOFEXC TABLE FULL, N '
004560                 TOF-EXC-N ' NOT MATCHED'
004570         END-IF
004580     END-IF
004590     PERFORM 3190-READ-TOF THRU 3190-EXIT.
004600 3150-EXIT.
004610     EXIT.
004620
004630 3190-READ-TOF.
004640     READ TOF-EXCEPTION-FILE
004650         AT END
004660             MOVE 'Y' TO WS-EOF-SW
004670     END-READ.
004680 3190-EXIT.
004690     EXIT.
004700
004710 3200-LOAD-DEX-EXCEPTIONS.
004720     OPEN INPUT DIM-EXCEPTION-FILE
004730     IF WS-REC-DEX-STATUS NOT = '00'
004740         GO TO 3200-EXIT
004750     END-IF
004760     MOVE 'N' TO WS-EOF-SW
004770     PERFORM 3290-READ-DEX THRU 3290-EXIT
004780     PERFORM 3250-STORE-DEX THRU 3250-EXIT
004790         UNTIL WS-EOF-YES
004800     CLOSE DIM-EXCEPTION-FILE.
004810 3200-EXIT.
004820     EXIT.
004830
004840 3250-STORE-DEX.
004850     IF REC-DEX-RUN-DATE = WS-RUN-DATE
004860         IF WS-DEX-COUNT < 500
004870             ADD 1 TO WS-DEX-COUNT
004880             SET DEX-IDX TO WS-DEX-COUNT
004890             MOVE REC-DEX-A TO WS-DEX-A (DEX-IDX)
004900             MOVE REC-DEX-B TO WS-DEX-B (DEX-IDX)
004910         ELSE
004920             MOVE 'Y' TO WS-WARNING-SW
004930             DISPLAY 'JOBTBLD - RECDEX TABLE FULL, PANEL '
004940                 REC-DEX-A ' X ' REC-DEX-B ' NOT MATCHED'
004950         END-IF
004960     END-IF
004970     PERFORM 3290-READ-DEX THRU 3290-EXIT.
004980 3250-EXIT.
004990     EXIT.
005000
005010 3290-READ-DEX.
005020     READ DIM-EXCEPTION-FILE
005030         AT END
005040             MOVE 'Y' TO WS-EOF-SW
005050     END-READ.
005060 3290-EXIT.
005070     EXIT.
005080
005090 3300-LOAD-EXC-EXCEPTIONS.
005100     OPEN INPUT REC-EXCEPTION-FILE
005110     IF WS-REC-EXC-STATUS NOT = '00'
005120         GO TO 3300-EXIT
005130     END-IF
005140     MOVE 'N' TO WS-EOF-SW
005150     PERFORM 3390-READ-EXC THRU 3390-EXIT
005160     PERFORM 3350-STORE-EXC THRU 3350-EXIT
005170         UNTIL WS-EOF-YES
005180     CLOSE REC-EXCEPTION-FILE.
005190 3300-EXIT.
005200     EXIT.
005210
005220 3350-STORE-EXC.
005230     IF REC-EXC-RUN-DATE = WS-RUN-DATE
005240         IF WS-EXC-COUNT < 500
005250             ADD 1 TO WS-EXC-COUNT
005260             SET EXC-IDX TO WS-EXC-COUNT
005270             MOVE REC-EXC-A TO WS-EXC-A (EXC-IDX)
005280             MOVE REC-EXC-B TO WS-EXC-B (EXC-IDX)
005290         ELSE
005300             MOVE 'Y' TO WS-WARNING-SW
005310             DISPLAY 'JOBTBLD - RECEXC TABLE FULL, PANEL '
005320                 REC-EXC-A ' X ' REC-EXC-B ' NOT MATCHED'
005330         END-IF
005340     END-IF
005350     PERFORM 3390-READ-EXC THRU 3390-EXIT.
005360 3350-EXIT.
005370     EXIT.
005380
005390 3390-READ-EXC.
005400     READ REC-EXCEPTION-FILE
005410         AT END
005420             MOVE 'Y' TO WS-EOF-SW
005430     END-READ.
005440 3390-EXIT.
005450     EXIT.
005460
005470 3400-MATCH-ONE-JOB.
005480     ADD 1 TO WS-SC-READ (WS-SC-BCHSTG)
005490     MOVE SPACES TO WS-EXC-SOURCE
005500     MOVE 'N' TO WS-FOUND-SW
005510     PERFORM 3450-MATCH-EXC THRU 3450-EXIT
005520         VARYING EXC-IDX FROM 1 BY 1
005530         UNTIL EXC-IDX > WS-EXC-COUNT
005540             OR WS-FOUND-YES
005550     IF WS-FOUND-YES
005560         MOVE 'EXC' TO WS-EXC-SOURCE
005570     END-IF
005580     MOVE 'N' TO WS-FOUND-SW
005590     PERFORM 3440-MATCH-TOF THRU 3440-EXIT
005600         VARYING TOF-IDX FROM 1 BY 1
005610         UNTIL TOF-IDX > WS-TOF-COUNT
005620             OR WS-FOUND-YES
005630     IF WS-FOUND-YES
005640         MOVE 'TOF' TO WS-EXC-SOURCE
005650     END-IF
005660     MOVE 'N' TO WS-FOUND-SW
005670     PERFORM 3445-MATCH-DEX THRU 3445-EXIT
005680         VARYING DEX-IDX FROM 1 BY 1
005690         UNTIL DEX-IDX > WS-DEX-COUNT
005700             OR WS-FOUND-YES
005710     IF WS-FOUND-YES
005720         MOVE 'DEX' TO WS-EXC-SOURCE
005730     END-IF
005740     IF WS-EXC-SOURCE = SPACES
005750         GO TO 3400-NEXT
005760     END-IF
005770     MOVE BCH-JOB-NUMBER TO WS-TRAIL-JOB
005780     PERFORM 8000-GET-TRAIL THRU 8000-EXIT
005790     MOVE WS-EXC-SOURCE TO JOB-TRL-EXC-SOURCE
005800     MOVE WS-RUN-DATE TO JOB-TRL-EXC-RUN-DATE
005810     PERFORM 8100-PUT-TRAIL THRU 8100-EXIT
005820     ADD 1 TO WS-SC-POSTED (WS-SC-BCHSTG).
005830 3400-NEXT.
005840     PERFORM 3490-READ-STAGED THRU 3490-EXIT.
005850 3400-EXIT.
005860     EXIT.
005870
005880 3440-MATCH-TOF.
005890     IF WS-TOF-N (TOF-IDX) = BCH-JOB-N
005900         MOVE 'Y' TO WS-FOUND-SW
005910     END-IF.
005920 3440-EXIT.
005930     EXIT.
005940
005950 3445-MATCH-DEX.
005960     IF WS-DEX-A (DEX-IDX) = BCH-JOB-A
005970             AND WS-DEX-B (DEX-IDX) = BCH-JOB-B
005980         MOVE 'Y' TO WS-FOUND-SW
005990     END-IF.
006000 3445-EXIT.
006010     EXIT.
006020
006030 3450-MATCH-EXC.
006040     IF WS-EXC-A (EXC-IDX) = BCH-JOB-A
006050             AND WS-EXC-B (EXC-IDX) = BCH-JOB-B
006060         MOVE 'Y' TO WS-FOUND-SW
006070     END-IF.
006080 3450-EXIT.
006090     EXIT.
006100
006110 3490-READ-STAGED.
006120     READ STAGING-FILE
006130         AT END
006140             MOVE 'Y' TO WS-EOF-SW
006150     END-READ.
006160 3490-EXIT.
006170     EXIT.
006180
006190*-----------------------------------------------------------------
006200* 3500-POST-CORRECTIONS - the source of every approved
006210* correction on the cumulative BCHCORH history, the latest
006220* left on the trail.
006230*-----------------------------------------------------------------
006240 3500-POST-CORRECTIONS.
006250     SET SC-IDX TO WS-SC-BCHCORH
006260     OPEN INPUT CORRECTION-HIST-FILE
006270     IF WS-CORH-STATUS NOT = '00'
006280         MOVE 'NO CORRECTIONS YET' TO WS-SC-NOTE (SC-IDX)
006290         GO TO 3500-EXIT
006300     END-IF
006310     MOVE 'N' TO WS-EOF-SW
006320     PERFORM 3590-READ-CORRECTION THRU 3590-EXIT
006330     PERFORM 3550-POST-ONE-CORRECTION THRU 3550-EXIT
006340         UNTIL WS-EOF-YES
006350     CLOSE CORRECTION-HIST-FILE.
006360 3500-EXIT.
006370     EXIT.
006380
006390 3550-POST-ONE-CORRECTION.
006400     ADD 1 TO WS-SC-READ (WS-SC-BCHCORH)
006410     MOVE BCH-COR-JOB-NUMBER TO WS-TRAIL-JOB
006420     PERFORM 8000-GET-TRAIL THRU 8000-EXIT
006430     MOVE BCH-COR-SOURCE TO JOB-TRL-COR-SOURCE
006440     PERFORM 8100-PUT-TRAIL THRU 8100-EXIT
006450     ADD 1 TO WS-SC-POSTED (WS-SC-BCHCORH)
006460     PERFORM 3590-READ-CORRECTION THRU 3590-EXIT.
006470 3550-EXIT.
006480     EXIT.
006490
006500 3590-READ-CORRECTION.
006510     READ CORRECTION-HIST-FILE
006520         AT END
006530             MOVE 'Y' TO WS-EOF-SW
006540     END-READ.
006550 3590-EXIT.
006560     EXIT.
006570
006580*-----------------------------------------------------------------
006590* 4000-POST-CUT-PLAN - the night's CUTPLN sheets, posted under
006600* the business date (the cut plan is rewritten every night, so
006610* the trail is the only place a past night's sheet survives).
006620* A plan record from before the job number was carried ties to
006630* no job.
006640*-----------------------------------------------------------------
006650 4000-POST-CUT-PLAN.
006660     SET SC-IDX TO WS-SC-CUTPLN
006670     OPEN INPUT CUT-PLAN-FILE
006680     IF WS-PLN-STATUS NOT = '00'
006690         STRING 'NOT OPENED, STATUS ' WS-PLN-STATUS
006700             DELIMITED BY SIZE INTO WS-SC-NOTE (SC-IDX)
006710         PERFORM 1900-SOURCE-MISSING THRU 1900-EXIT
006720         GO TO 4000-EXIT
006730     END-IF
006740     MOVE 'N' TO WS-EOF-SW
006750     PERFORM 4190-READ-CUT-PLAN THRU 4190-EXIT
006760     PERFORM 4100-POST-ONE-SHEET THRU 4100-EXIT
006770         UNTIL WS-EOF-YES
006780     CLOSE CUT-PLAN-FILE.
006790 4000-EXIT.
006800     EXIT.
006810
006820 4100-POST-ONE-SHEET.
006830     ADD 1 TO WS-SC-READ (WS-SC-CUTPLN)
006840     IF CUT-PLN-JOB-NUMBER NOT NUMERIC
006850             OR CUT-PLN-JOB-NUMBER = ZERO
006860         GO TO 4100-NEXT
006870     END-IF
006880     MOVE CUT-PLN-JOB-NUMBER TO WS-TRAIL-JOB
006890     PERFORM 8000-GET-TRAIL THRU 8000-EXIT
006900     MOVE WS-RUN-DATE TO JOB-TRL-NEST-DATE
006910     MOVE CUT-PLN-SHEET-SEQ TO JOB-TRL-SHEET-SEQ
006920     MOVE CUT-PLN-SHEET-CODE TO JOB-TRL-SHEET-CODE
006930     PERFORM 8100-PUT-TRAIL THRU 8100-EXIT
006940     ADD 1 TO WS-SC-POSTED (WS-SC-CUTPLN).
006950 4100-NEXT.
006960     PERFORM 4190-READ-CUT-PLAN THRU 4190-EXIT.
006970 4100-EXIT.
006980     EXIT.
006990
007000 4190-READ-CUT-PLAN.
007010     READ CUT-PLAN-FILE
007020         AT END
007030             MOVE 'Y' TO WS-EOF-SW
007040     END-READ.
007050 4190-EXIT.
007060     EXIT.
007070
007080*-----------------------------------------------------------------
007090* 5000-POST-PRICING - every PNLOUT record carrying a job number,
007100* oldest first.
007110*-----------------------------------------------------------------
007120 5000-POST-PRICING.
007130     SET SC-IDX TO WS-SC-PNLOUT
007140     OPEN INPUT PANEL-OUT-FILE
007150     IF WS-PNL-STATUS NOT = '00'
007160         STRING 'NOT OPENED, STATUS ' WS-PNL-STATUS
007170             DELIMITED BY SIZE INTO WS-SC-NOTE (SC-IDX)
007180         PERFORM 1900-SOURCE-MISSING THRU 1900-EXIT
007190         GO TO 5000-EXIT
007200     END-IF
007210     MOVE 'N' TO WS-EOF-SW
007220     PERFORM 5190-READ-PNLOUT THRU 5190-EXIT
007230     PERFORM 5100-POST-ONE-PRICE THRU 5100-EXIT
007240         UNTIL WS-EOF-YES
007250     CLOSE PANEL-OUT-FILE.
007260 5000-EXIT.
007270     EXIT.
007280
007290 5100-POST-ONE-PRICE.
007300     ADD 1 TO WS-SC-READ (WS-SC-PNLOUT)
007310     IF PNL-OUT-JOB-NUMBER NOT NUMERIC
007320             OR PNL-OUT-JOB-NUMBER = ZERO
007330         GO TO 5100-NEXT
007340     END-IF
007350     MOVE PNL-OUT-JOB-NUMBER TO WS-TRAIL-JOB
007360     PERFORM 8000-GET-TRAIL THRU 8000-EXIT
007370     IF PNL-OUT-RUN-DATE NUMERIC
007380         MOVE PNL-OUT-RUN-DATE TO JOB-TRL-PRICE-DATE
007390     ELSE
007400         MOVE ZERO TO JOB-TRL-PRICE-DATE
007410     END-IF
007420     MOVE PNL-OUT-CHARGE TO JOB-TRL-CHARGE
007430     PERFORM 8100-PUT-TRAIL THRU 8100-EXIT
007440     ADD 1 TO WS-SC-POSTED (WS-SC-PNLOUT).
007450 5100-NEXT.
007460     PERFORM 5190-READ-PNLOUT THRU 5190-EXIT.
007470 5100-EXIT.
007480     EXIT.
007490
007500 5190-READ-PNLOUT.
007510     READ PANEL-OUT-FILE
007520         AT END
007530             MOVE 'Y' TO WS-EOF-SW
007540     END-READ.
007550 5190-EXIT.
007560     EXIT.
007570
007580*-----------------------------------------------------------------
007590* 6000-POST-BILLING - the BILLACK answers into the table, then
007600* every BILLLOG invoice line carrying a job number posted with
007610* the answer for it: a line invoicing rejected by number is
007620* rejected; otherwise the transmission's own answer (line zero)
007630* applies; otherwise it is not yet answered. A line requeued
007640* and transmitted again posts again under the later control
007650* number.
007660*-----------------------------------------------------------------
007670 6000-POST-BILLING.
007680     PERFORM 6100-LOAD-ACKS THRU 6100-EXIT
007690     SET SC-IDX TO WS-SC-BILLLOG
007700     OPEN INPUT BILLING-LOG-FILE
007710     IF WS-LOG-STATUS NOT = '00'
007720         STRING 'NOT OPENED, STATUS ' WS-LOG-STATUS
007730             DELIMITED BY SIZE INTO WS-SC-NOTE (SC-IDX)
007740         PERFORM 1900-SOURCE-MISSING THRU 1900-EXIT
007750         GO TO 6000-EXIT
007760     END-IF
007770     MOVE ZERO TO WS-LOG-CONTROL-NO
007780     MOVE ZERO TO WS-LOG-RUN-DATE
007790     MOVE 'N' TO WS-EOF-SW
007800     PERFORM 6390-READ-BILLLOG THRU 6390-EXIT
007810     PERFORM 6300-POST-ONE-LOG THRU 6300-EXIT
007820         UNTIL WS-EOF-YES
007830     CLOSE BILLING-LOG-FILE.
007840 6000-EXIT.
007850     EXIT.
007860
007870 6100-LOAD-ACKS.
007880     SET SC-IDX TO WS-SC-BILLACK
007890     OPEN INPUT BILLING-ACK-FILE
007900     IF WS-ACK-STATUS NOT = '00'
007910         MOVE 'NO ANSWERS YET' TO WS-SC-NOTE (SC-IDX)
007920         GO TO 6100-EXIT
007930     END-IF
007940     MOVE 'N' TO WS-EOF-SW
007950     PERFORM 6190-READ-ACK THRU 6190-EXIT
007960     PERFORM 6150-STORE-ACK THRU 6150-EXIT
007970         UNTIL WS-EOF-YES
007980     CLOSE BILLING-ACK-FILE.
007990 6100-EXIT.
008000     EXIT.
008010
008020 6150-STORE-ACK.
008030     ADD 1 TO WS-SC-READ (WS-SC-BILLACK)
008040     IF WS-ACK-COUNT = 3000
008050         MOVE 'Y' TO WS-WARNING-SW
008060         MOVE 'TABLE FULL AT 3000' TO WS-SC-NOTE (WS-SC-BILLACK)
008070         GO TO 6150-NEXT
008080     END-IF
008090     ADD 1 TO WS-ACK-COUNT
008100     SET ACK-IDX TO WS-ACK-COUNT
008110     MOVE BILL-ACK-CONTROL-NO TO WS-ACK-CONTROL-NO (ACK-IDX)
008120     MOVE BILL-ACK-LINE-NO TO WS-ACK-LINE-NO (ACK-IDX)
008130     MOVE BILL-ACK-STATUS TO WS-ACK-ANSWER (ACK-IDX)
008140     MOVE BILL-ACK-REASON TO WS-ACK-REASON (ACK-IDX).
008150 6150-NEXT.
008160     PERFORM 6190-READ-ACK THRU 6190-EXIT.
008170 6150-EXIT.
008180     EXIT.
008190
008200 6190-READ-ACK.
008210     READ BILLING-ACK-FILE
008220         AT END
008230             MOVE 'Y' TO WS-EOF-SW
008240     END-READ.
008250 6190-EXIT.
008260     EXIT.
008270
008280 6300-POST-ONE-LOG.
008290     ADD 1 TO WS-SC-READ (WS-SC-BILLLOG)
008300     IF BILL-HEADER
008310         MOVE BILL-HDR-CONTROL-NO TO WS-LOG-CONTROL-NO
008320         MOVE BILL-HDR-RUN-DATE TO WS-LOG-RUN-DATE
008330         GO TO 6300-NEXT
008340     END-IF
008350     IF NOT BILL-DETAIL
008360         GO TO 6300-NEXT
008370     END-IF
008380     IF BILL-DTL-JOB-NUMBER NOT NUMERIC
008390             OR BILL-DTL-JOB-NUMBER = ZERO
008400         GO TO 6300-NEXT
008410     END-IF
008420     MOVE SPACE TO WS-LINE-ACK
008430     MOVE SPACES TO WS-LINE-REASON
008440     MOVE SPACE TO WS-XMIT-ACK
008450     MOVE SPACES TO WS-XMIT-REASON
008460     PERFORM 6350-MATCH-ACK THRU 6350-EXIT
008470         VARYING ACK-IDX FROM 1 BY 1
008480         UNTIL ACK-IDX > WS-ACK-COUNT
008490     MOVE BILL-DTL-JOB-NUMBER TO WS-TRAIL-JOB
008500     PERFORM 8000-GET-TRAIL THRU 8000-EXIT
008510     MOVE WS-LOG-RUN-DATE TO JOB-TRL-BILL-DATE
008520     MOVE WS-LOG-CONTROL-NO TO JOB-TRL-BILL-CONTROL-NO
008530     MOVE BILL-DTL-LINE-NO TO JOB-TRL-BILL-LINE-NO
008540     IF WS-LINE-ACK NOT = SPACE
008550         MOVE WS-LINE-ACK TO JOB-TRL-BILL-ACK
008560         MOVE WS-LINE-REASON TO JOB-TRL-BILL-REASON
008570     ELSE
008580         MOVE WS-XMIT-ACK TO JOB-TRL-BILL-ACK
008590         MOVE WS-XMIT-REASON TO JOB-TRL-BILL-REASON
008600     END-IF
008610     PERFORM 8100-PUT-TRAIL THRU 8100-EXIT
008620     ADD 1 TO WS-SC-POSTED (WS-SC-BILLLOG).
008630 6300-NEXT.
008640     PERFORM 6390-READ-BILLLOG THRU 6390-EXIT.
008650 6300-EXIT.
008660     EXIT.
008670
008680 6350-MATCH-ACK.
008690     IF WS-ACK-CONTROL-NO (ACK-IDX) NOT = WS-LOG-CONTROL-NO
008700         GO TO 6350-EXIT
008710     END-IF
008720     IF WS-ACK-LINE-NO (ACK-IDX) = BILL-DTL-LINE-NO
008730         MOVE WS-ACK-ANSWER (ACK-IDX) TO WS-LINE-ACK
008740         MOVE WS-ACK-REASON (ACK-IDX) TO WS-LINE-REASON
008750     END-IF
008760     IF WS-ACK-LINE-NO (ACK-IDX) = ZERO
008770         MOVE WS-ACK-ANSWER (ACK-IDX) TO WS-XMIT-ACK
008780         MOVE WS-ACK-REASON (ACK-IDX) TO WS-XMIT-REASON
008790     END-IF.
008800 6350-EXIT.
008810     EXIT.
008820
008830 6390-READ-BILLLOG.
008840     READ BILLING-LOG-FILE
008850         AT END
008860             MOVE 'Y' TO WS-EOF-SW
008870     END-READ.
008880 6390-EXIT.
008890     EXIT.
008900
008910*-----------------------------------------------------------------
008920* 7000-POST-ACTUALS - the area the saw reported, per job.
008930*-----------------------------------------------------------------
008940 7000-POST-ACTUALS.
008950     SET SC-IDX TO WS-SC-ACTIN
008960     OPEN INPUT ACTUALS-FILE
008970     IF WS-ACT-STATUS NOT = '00'
008980         STRING 'NOT OPENED, STATUS ' WS-ACT-STATUS
008990             DELIMITED BY SIZE INTO WS-SC-NOTE (SC-IDX)
009000         PERFORM 1900-SOURCE-MISSING THRU 1900-EXIT
009010         GO TO 7000-EXIT
009020     END-IF
009030     MOVE 'N' TO WS-EOF-SW
009040     PERFORM 7190-READ-ACTUAL THRU 7190-EXIT
009050     PERFORM 7100-POST-ONE-ACTUAL THRU 7100-EXIT
009060         UNTIL WS-EOF-YES
009070     CLOSE ACTUALS-FILE.
009080 7000-EXIT.
009090     EXIT.
009100
009110 7100-POST-ONE-ACTUAL.
009120     ADD 1 TO WS-SC-READ (WS-SC-ACTIN)
009130     IF ACT-JOB-NUMBER NOT NUMERIC
009140             OR ACT-USED-AREA NOT NUMERIC
009150         GO TO 7100-NEXT
009160     END-IF
009170     MOVE ACT-JOB-NUMBER TO WS-TRAIL-JOB
009180     PERFORM 8000-GET-TRAIL THRU 8000-EXIT
009190     MOVE 'Y' TO JOB-TRL-ACTUAL-SW
009200     MOVE ACT-USED-AREA TO JOB-TRL-ACTUAL-AREA
009210     PERFORM 8100-PUT-TRAIL THRU 8100-EXIT
009220     ADD 1 TO WS-SC-POSTED (WS-SC-ACTIN).
009230 7100-NEXT.
009240     PERFORM 7190-READ-ACTUAL THRU 7190-EXIT.
009250 7100-EXIT.
009260     EXIT.
009270
009280 7190-READ-ACTUAL.
009290     READ ACTUALS-FILE
009300         AT END
009310             MOVE 'Y' TO WS-EOF-SW
009320     END-READ.
009330 7190-EXIT.
009340     EXIT.
009350
009360*-----------------------------------------------------------------
009370* 8000-GET-TRAIL - the trail record for WS-TRAIL-JOB, or a fresh
009380* empty one when the job has none yet.
009390*-----------------------------------------------------------------
009400 8000-GET-TRAIL.
009410     MOVE 'N' TO WS-NEW-TRAIL-SW
009420     MOVE WS-TRAIL-JOB TO JOB-TRL-JOB-NUMBER
009430     READ JOB-TRAIL-FILE
009440         INVALID KEY
009450             MOVE 'Y' TO WS-NEW-TRAIL-SW
009460             INITIALIZE JOB-TRL-RECORD
009470             MOVE WS-TRAIL-JOB TO JOB-TRL-JOB-NUMBER
009480     END-READ.
009490 8000-EXIT.
009500     EXIT.
009510
009520*-----------------------------------------------------------------
009530* 8100-PUT-TRAIL - writes a new trail record or rewrites the one
009540* read. A failure is counted and named, never fatal - the rest
009550* of the trail still posts.
009560*-----------------------------------------------------------------
009570 8100-PUT-TRAIL.
009580     IF WS-NEW-TRAIL
009590         WRITE JOB-TRL-RECORD
009600             INVALID KEY
009610                 ADD 1 TO WS-TRAIL-FAILED
009620             NOT INVALID KEY
009630                 ADD 1 TO WS-TRAIL-WRITTEN
009640         END-WRITE
009650     ELSE
009660         REWRITE JOB-TRL-RECORD
009670             INVALID KEY
009680                 ADD 1 TO WS-TRAIL-FAILED
009690         END-REWRITE
009700     END-IF
009710     IF WS-TRL-STATUS NOT = '00'
009720         MOVE 'Y' TO WS-WARNING-SW
009730         DISPLAY 'JOBTBLD - JOBTRL POST FAILED, JOB '
009740             WS-TRAIL-JOB ' STATUS = ' WS-TRL-STATUS
009750     END-IF.
009760 8100-EXIT.
009770     EXIT.
009780
009790*-----------------------------------------------------------------
009800* 9000-TERMINATE - the per-source counts and the new trail
009810* records on the control report. A missing source or a failed
009820* post ends the run with return code 4.
009830*-----------------------------------------------------------------
009840 9000-TERMINATE.
009850     CLOSE JOB-TRAIL-FILE
009860     MOVE WS-COLUMN-HEADING TO REPORT-LINE
009870     WRITE REPORT-LINE
009880     PERFORM 9100-PRINT-SOURCE-LINE THRU 9100-EXIT
009890         VARYING SC-IDX FROM 1 BY 1
009900         UNTIL SC-IDX > 8
009910     MOVE SPACES TO REPORT-LINE
009920     WRITE REPORT-LINE
009930     MOVE 'TONIGHT TOFEXC N VALUES:' TO WS-C-LABEL
009940     MOVE WS-TOF-COUNT TO WS-C-COUNT
009950     MOVE WS-COUNT-LINE TO REPORT-LINE
009960     WRITE REPORT-LINE
009970     MOVE 'TONIGHT RECDEX PANELS:  ' TO WS-C-LABEL
009980     MOVE WS-DEX-COUNT TO WS-C-COUNT
009990     MOVE WS-COUNT-LINE TO REPORT-LINE
010000     WRITE REPORT-LINE
010010     MOVE 'TONIGHT RECEXC PANELS:  ' TO WS-C-LABEL
010020     MOVE WS-EXC-COUNT TO WS-C-COUNT
010030     MOVE WS-COUNT-LINE TO REPORT-LINE
010040     WRITE REPORT-LINE
010050     MOVE 'NEW TRAIL RECORDS:      ' TO WS-C-LABEL
010060     MOVE WS-TRAIL-WRITTEN TO WS-C-COUNT
010070     MOVE WS-COUNT-LINE TO REPORT-LINE
010080     WRITE REPORT-LINE
010090     MOVE 'TRAIL POSTS FAILED:     ' TO WS-C-LABEL
010100     MOVE WS-TRAIL-FAILED TO WS-C-COUNT
010110     MOVE WS-COUNT-LINE TO REPORT-LINE
010120     WRITE REPORT-LINE
010130     CLOSE CONTROL-REPORT-FILE
010140     DISPLAY 'JOBTBLD - BUSINESS DATE ' WS-RUN-DATE
010150         ' NEW TRAILS: ' WS-TRAIL-WRITTEN
010160         ' FAILED: ' WS-TRAIL-FAILED
010170     IF WS-WARNING OR WS-TRAIL-FAILED > 0
010180         MOVE 4 TO RETURN-CODE
010190     END-IF.
010200 9000-EXIT.
010210     EXIT.
010220
010230 9100-PRINT-SOURCE-LINE.
010240     MOVE WS-SC-NAME (SC-IDX) TO WS-S-NAME
010250     MOVE WS-SC-READ (SC-IDX) TO WS-S-READ
010260     MOVE WS-SC-POSTED (SC-IDX) TO WS-S-POSTED
010270     MOVE WS-SC-NOTE (SC-IDX) TO WS-S-NOTE
010280     MOVE WS-SOURCE-LINE TO REPORT-LINE
010290     WRITE REPORT-LINE.
010300 9100-EXIT.
010310     EXIT.
010320
010330 END PROGRAM JOBTBLD.
