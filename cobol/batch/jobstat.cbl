000010*****************************************************************
000020* PROGRAM-ID : JOBSTAT                                         *
000030* AUTHOR     : M. PRZYBYLSKI, SCHEDULING SYSTEMS               *
000040* INSTALLATION : CUTTING-SHOP SYSTEMS                          *
000050* DATE-WRITTEN : 2026-10-12                                    *
000060*                                                               *
000070* FUNCTION : Nightly job-status return to the order system.     *
000080*   Run once the night has balanced, it answers every job       *
000090*   record on the night's BCHIN transmission with one JOBSTS    *
000100*   detail saying what became of it:                            *
000110*                                                               *
000120*   C  computed - the BCHOUT day-flag and stock area, and the   *
000130*      PNLOUT charge when PNLDRV priced it (a RECEXC tolerance  *
000140*      exception is given as the reason, the job still ran);    *
000150*   T  computed, but SOLUTION rejected the N to TOFEXC, so the  *
000160*      day-flag is zero;                                        *
000170*   D  panel rejected to RECDEX - no result was written;        *
000180*   E  dropped by BCHEDIT, with the first edit it failed off    *
000190*      BCHEDX;                                                  *
000200*   U  none of the above - staged, but nothing on file says     *
000210*      what happened (a short BCHOUT); ends return code 4.      *
000220*                                                               *
000230*   Jobs resubmitted tonight from an approved BCHCOR            *
000240*   correction follow as R details. A header carries the        *
000250*   business date and the trailer the BCHIN trailer's expected  *
000260*   count beside the job records answered, with the area and    *
000270*   charge totals, so the order system can balance the return   *
000280*   before posting it. Exception records carry no job number,   *
000290*   so a job is matched to tonight's TOFEXC and RECDEX/RECEXC   *
000300*   records on its N and its A/B, as EXCCOR matches them -      *
000310*   the rejection depends on those values alone.                *
000320*                                                               *
000330*   A transmission whose trailer does not foot against the job  *
000340*   records answered ends with return code 8 and the return is  *
000350*   not to be sent.                                             *
000360*****************************************************************
000370 IDENTIFICATION DIVISION.
000380 PROGRAM-ID. JOBSTAT.
000390 AUTHOR. M. PRZYBYLSKI, SCHEDULING SYSTEMS.
000400 INSTALLATION. CUTTING-SHOP SYSTEMS.
000410 DATE-WRITTEN. 2026-10-12.
000420 DATE-COMPILED.
000430
000440*-----------------------------------------------------------------
000450* MODIFICATION HISTORY
000460* DATE       BY   DESCRIPTION
000470* 2026-10-12 MPR  Initial version.
000480*-----------------------------------------------------------------
000490
000500 ENVIRONMENT DIVISION.
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT TRANSMIT-FILE ASSIGN TO BCHIN
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS WS-XMIT-STATUS.
000560     SELECT REJECT-FILE ASSIGN TO BCHEDX
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS WS-EDX-STATUS.
000590     SELECT REPORT-IN-FILE ASSIGN TO BCHOUT
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS WS-OUT-STATUS.
000620     SELECT PANEL-OUT-FILE ASSIGN TO PNLOUT
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS WS-PNL-STATUS.
000650     SELECT TOF-EXCEPTION-FILE ASSIGN TO TOFEXC
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS WS-TOF-EXC-STATUS.
000680     SELECT DIM-EXCEPTION-FILE ASSIGN TO RECDEX
000690         ORGANIZATION IS SEQUENTIAL
000700         FILE STATUS IS WS-REC-DEX-STATUS.
000710     SELECT REC-EXCEPTION-FILE ASSIGN TO RECEXC
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS WS-REC-EXC-STATUS.
000740     SELECT STATUS-FILE ASSIGN TO JOBSTS
000750         ORGANIZATION IS SEQUENTIAL.
000760     SELECT CONTROL-REPORT-FILE ASSIGN TO JOBSTR
000770         ORGANIZATION IS SEQUENTIAL.
000780
000790 DATA DIVISION.
000800 FILE SECTION.
000810*    the transmission as the order system sent it - the header,
000820*    trailer, and job-record views of one 76-byte record
000830 FD  TRANSMIT-FILE
000840     RECORDING MODE IS F.
000850     COPY BCHHTR.
000860     COPY BCHJOB.
000870
000880 FD  REJECT-FILE
000890     RECORDING MODE IS F.
000900     COPY BCHEDX.
000910
000920 FD  REPORT-IN-FILE
000930     RECORDING MODE IS F.
000940     COPY BCHOUT.
000950
000960 FD  PANEL-OUT-FILE
000970     RECORDING MODE IS F.
000980     COPY PNLOUT.
000990
001000 FD  TOF-EXCEPTION-FILE
001010     RECORDING MODE IS F.
001020     COPY TOFEXC.
001030
001040 FD  DIM-EXCEPTION-FILE
001050     RECORDING MODE IS F.
001060     COPY recdex.
001070
001080 FD  REC-EXCEPTION-FILE
001090     RECORDING MODE IS F.
001100     COPY recexc.
001110
001120 FD  STATUS-FILE
001130     RECORDING MODE IS F.
001140     COPY JOBSTS.
001150
001160 FD  CONTROL-REPORT-FILE
001170     RECORDING MODE IS F.
001180 01  REPORT-LINE                 PIC X(80).
001190
001200 WORKING-STORAGE SECTION.
001210*-----------------------------------------------------------------
001220* SWITCHES
001230*-----------------------------------------------------------------
001240 77  WS-EOF-SW           PIC X(01)      VALUE 'N'.
001250     88  WS-EOF-YES                     VALUE 'Y'.
001260 77  WS-EDX-EOF-SW       PIC X(01)      VALUE 'N'.
001270     88  WS-EDX-EOF                     VALUE 'Y'.
001280 77  WS-FOUND-SW         PIC X(01)      VALUE 'N'.
001290     88  WS-FOUND-YES                   VALUE 'Y'.
001300 77  WS-TRAILER-SEEN-SW  PIC X(01)      VALUE 'N'.
001310     88  WS-TRAILER-SEEN                VALUE 'Y'.
001320 77  WS-WARNING-SW       PIC X(01)      VALUE 'N'.
001330     88  WS-WARNING                     VALUE 'Y'.
001340
001350*-----------------------------------------------------------------
001360* FILE STATUS
001370*-----------------------------------------------------------------
001380 77  WS-XMIT-STATUS      PIC X(02)      VALUE SPACES.
001390 77  WS-EDX-STATUS       PIC X(02)      VALUE SPACES.
001400 77  WS-OUT-STATUS       PIC X(02)      VALUE SPACES.
001410 77  WS-PNL-STATUS       PIC X(02)      VALUE SPACES.
001420 77  WS-TOF-EXC-STATUS   PIC X(02)      VALUE SPACES.
001430 77  WS-REC-DEX-STATUS   PIC X(02)      VALUE SPACES.
001440 77  WS-REC-EXC-STATUS   PIC X(02)      VALUE SPACES.
001450
001460*-----------------------------------------------------------------
001470* RUN CONTROL AND COUNTERS
001480*-----------------------------------------------------------------
001490 77  WS-RUN-DATE         PIC 9(08)      VALUE ZERO.
001500 77  WS-RUN-STAMP        PIC X(80)      VALUE SPACES.
001510 77  WS-BUSD-STATUS      PIC X(02)      VALUE SPACES.
001520 77  WS-XMIT-DATE        PIC 9(08)      VALUE ZERO.
001530 77  WS-EXPECT-COUNT     PIC 9(08)      VALUE ZERO.
001540 77  WS-RECEIVED-COUNT   PIC 9(08) COMP VALUE ZERO.
001550 77  WS-RESUB-COUNT      PIC 9(08) COMP VALUE ZERO.
001560 77  WS-DETAIL-COUNT     PIC 9(08) COMP VALUE ZERO.
001570 77  WS-AREA-TOTAL       PIC 9(13)      VALUE ZERO.
001580 77  WS-CHARGE-TOTAL     PIC 9(11)V9(02) VALUE ZERO.
001590 77  WS-COMPUTED-COUNT   PIC 9(08) COMP VALUE ZERO.
001600 77  WS-N-REJ-COUNT      PIC 9(08) COMP VALUE ZERO.
001610 77  WS-PANEL-REJ-COUNT  PIC 9(08) COMP VALUE ZERO.
001620 77  WS-EDIT-REJ-COUNT   PIC 9(08) COMP VALUE ZERO.
001630 77  WS-UNACCOUNTED-COUNT
001640                         PIC 9(08) COMP VALUE ZERO.
001650
001660*-----------------------------------------------------------------
001670* TONIGHT'S RESULTS - the night's BCHOUT records, the ones from
001680* the BCHIN stream and the BCHCOR resubmissions kept apart, and
001690* the night's PNLOUT charges.
001700*-----------------------------------------------------------------
001710 77  WS-OUT-COUNT        PIC 9(04) COMP VALUE ZERO.
001720 01  WS-OUT-TABLE.
001730     05  WS-OUT-ENTRY OCCURS 5000 TIMES
001740             INDEXED BY OUT-IDX.
001750         10  WS-OUT-JOB          PIC 9(08).
001760         10  WS-OUT-DAY-FLAG     PIC 9(08).
001770         10  WS-OUT-AREA         PIC 9(10).
001780 77  WS-RSB-COUNT        PIC 9(04) COMP VALUE ZERO.
001790 01  WS-RSB-TABLE.
001800     05  WS-RSB-ENTRY OCCURS 1000 TIMES
001810             INDEXED BY RSB-IDX.
001820         10  WS-RSB-JOB          PIC 9(08).
001830         10  WS-RSB-DAY-FLAG     PIC 9(08).
001840         10  WS-RSB-AREA         PIC 9(10).
001850 77  WS-PNL-COUNT        PIC 9(04) COMP VALUE ZERO.
001860 01  WS-PNL-TABLE.
001870     05  WS-PNL-ENTRY OCCURS 5000 TIMES
001880             INDEXED BY PNL-IDX.
001890         10  WS-PNL-JOB          PIC 9(08).
001900         10  WS-PNL-CHARGE       PIC 9(07)V9(02).
001910
001920*-----------------------------------------------------------------
001930* TONIGHT'S EXCEPTIONS - the rejected N values off TOFEXC, the
001940* rejected panels off RECDEX, and the out-of-tolerance panels
001950* off RECEXC, for the business date only.
001960*-----------------------------------------------------------------
001970 77  WS-TOF-COUNT        PIC 9(03) COMP VALUE ZERO.
001980 01  WS-TOF-TABLE.
001990     05  WS-TOF-ENTRY OCCURS 500 TIMES
002000             INDEXED BY TOF-IDX.
002010         10  WS-TOF-N            PIC S9(08).
002020         10  WS-TOF-REASON       PIC X(02).
002030 77  WS-DEX-COUNT        PIC 9(03) COMP VALUE ZERO.
002040 01  WS-DEX-TABLE.
002050     05  WS-DEX-ENTRY OCCURS 500 TIMES
002060             INDEXED BY DEX-IDX.
002070         10  WS-DEX-A            PIC 9(08).
002080         10  WS-DEX-B            PIC 9(08).
002090         10  WS-DEX-REASON       PIC X(02).
002100 77  WS-EXC-COUNT        PIC 9(03) COMP VALUE ZERO.
002110 01  WS-EXC-TABLE.
002120     05  WS-EXC-ENTRY OCCURS 500 TIMES
002130             INDEXED BY EXC-IDX.
002140         10  WS-EXC-A            PIC 9(08).
002150         10  WS-EXC-B            PIC 9(08).
002160
002170*-----------------------------------------------------------------
002180* REPORT LINES
002190*-----------------------------------------------------------------
002200 01  WS-HEADING1.
002210     05  FILLER              PIC X(80)   VALUE
002220         'JOBSTAT - JOB-STATUS RETURN CONTROL REPORT'.
002230 01  WS-HEADING2.
002240     05  FILLER              PIC X(80)   VALUE
002250         '------------------------------------------'.
002260
002270 01  WS-COUNT-LINE.
002280     05  WS-C-LABEL          PIC X(24).
002290     05  WS-C-COUNT          PIC Z(7)9.
002300     05  FILLER              PIC X(48)   VALUE SPACES.
002310
002320 01  WS-TOTAL-LINE.
002330     05  WS-T-LABEL          PIC X(24).
002340     05  WS-T-AMOUNT         PIC Z(10)9.99.
002350     05  FILLER              PIC X(42)   VALUE SPACES.
002360
002370 01  WS-MESSAGE-LINE         PIC X(80)   VALUE SPACES.
002380
002390 PROCEDURE DIVISION.
002400*****************************************************************
002410* 0000-MAINLINE
002420*****************************************************************
002430 0000-MAINLINE.
002440     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002450     PERFORM 2000-LOAD-RESULTS THRU 2000-EXIT
002460     PERFORM 2200-LOAD-CHARGES THRU 2200-EXIT
002470     PERFORM 2400-LOAD-EXCEPTIONS THRU 2400-EXIT
002480     PERFORM 3000-ANSWER-TRANSMISSION THRU 3000-EXIT
002490     PERFORM 4000-ANSWER-RESUBMISSIONS THRU 4000-EXIT
002500         VARYING RSB-IDX FROM 1 BY 1
002510         UNTIL RSB-IDX > WS-RSB-COUNT
002520     PERFORM 9000-TERMINATE THRU 9000-EXIT
002530     GOBACK.
002540
002550*-----------------------------------------------------------------
002560* 1000-INITIALIZE - the business date, and the two files the
002570* return cannot be built without: the transmission and BCHOUT.
002580*-----------------------------------------------------------------
002590 1000-INITIALIZE.
002600     CALL 'BUSDRD' USING BY REFERENCE WS-RUN-DATE
002610                         BY REFERENCE WS-RUN-STAMP
002620                         BY REFERENCE WS-BUSD-STATUS
002630     END-CALL
002640     OPEN INPUT TRANSMIT-FILE
002650     IF WS-XMIT-STATUS NOT = '00'
002660         DISPLAY 'JOBSTAT - BCHIN OPEN FAILED, STATUS = '
002670             WS-XMIT-STATUS
002680         MOVE 12 TO RETURN-CODE
002690         GOBACK
002700     END-IF
002710     OPEN INPUT REPORT-IN-FILE
002720     IF WS-OUT-STATUS NOT = '00'
002730         DISPLAY 'JOBSTAT - BCHOUT OPEN FAILED, STATUS = '
002740             WS-OUT-STATUS
002750         MOVE 12 TO RETURN-CODE
002760         GOBACK
002770     END-IF
002780     OPEN OUTPUT STATUS-FILE
002790     OPEN OUTPUT CONTROL-REPORT-FILE
002800     MOVE WS-HEADING1 TO REPORT-LINE
002810     WRITE REPORT-LINE
002820     MOVE WS-RUN-STAMP TO REPORT-LINE
002830     WRITE REPORT-LINE
002840     MOVE WS-HEADING2 TO REPORT-LINE
002850     WRITE REPORT-LINE.
002860 1000-EXIT.
002870     EXIT.
002880
002890*-----------------------------------------------------------------
002900* 2000-LOAD-RESULTS - the business date's BCHOUT records. A job
002910* a restart wrote twice is kept once.
002920*-----------------------------------------------------------------
002930 2000-LOAD-RESULTS.
002940     MOVE 'N' TO WS-EOF-SW
002950     PERFORM 2190-READ-BCHOUT THRU 2190-EXIT
002960     PERFORM 2100-STORE-RESULT THRU 2100-EXIT
002970         UNTIL WS-EOF-YES
002980     CLOSE REPORT-IN-FILE.
002990 2000-EXIT.
003000     EXIT.
003010
003020 2100-STORE-RESULT.
003030     IF BCH-OUT-RUN-DATE NOT NUMERIC
003040             OR BCH-OUT-RUN-DATE NOT = WS-RUN-DATE
003050         GO TO 2100-NEXT
003060     END-IF
003070     IF BCH-OUT-RESUBMITTED
003080         PERFORM 2120-STORE-RESUBMISSION THRU 2120-EXIT
003090         GO TO 2100-NEXT
003100     END-IF
003110     IF WS-OUT-COUNT > 0
003120         SET OUT-IDX TO WS-OUT-COUNT
003130         IF WS-OUT-JOB (OUT-IDX) = BCH-OUT-JOB-NUMBER
003140             GO TO 2100-NEXT
003150         END-IF
003160     END-IF
003170     IF WS-OUT-COUNT = 5000
003180         MOVE 'Y' TO WS-WARNING-SW
003190         DISPLAY 'JOBSTAT - BCHOUT TABLE FULL, JOB '
003200             BCH-OUT-JOB-NUMBER ' NOT LOADED'
003210         GO TO 2100-NEXT
003220     END-IF
003230     ADD 1 TO WS-OUT-COUNT
003240     SET OUT-IDX TO WS-OUT-COUNT
003250     MOVE BCH-OUT-JOB-NUMBER TO WS-OUT-JOB (OUT-IDX)
003260     MOVE BCH-OUT-DAY-FLAG TO WS-OUT-DAY-FLAG (OUT-IDX)
003270     MOVE BCH-OUT-AREA-TOTAL TO WS-OUT-AREA (OUT-IDX).
003280 2100-NEXT.
003290     PERFORM 2190-READ-BCHOUT THRU 2190-EXIT.
003300 2100-EXIT.
003310     EXIT.
003320
003330*    a corrections pass replayed on restart writes its 'R'
003340*    lines again - the job is answered once
003350 2120-STORE-RESUBMISSION.
003360     MOVE 'N' TO WS-FOUND-SW
003370     PERFORM 2150-MATCH-RESUBMISSION THRU 2150-EXIT
003380         VARYING RSB-IDX FROM 1 BY 1
003390         UNTIL RSB-IDX > WS-RSB-COUNT
003400             OR WS-FOUND-YES
003410     IF WS-FOUND-YES
003420         GO TO 2120-EXIT
003430     END-IF
003440     IF WS-RSB-COUNT = 1000
003450         MOVE 'Y' TO WS-WARNING-SW
003460         DISPLAY 'JOBSTAT - RESUBMISSION TABLE FULL, JOB '
003470             BCH-OUT-JOB-NUMBER ' NOT LOADED'
003480         GO TO 2120-EXIT
003490     END-IF
003500     ADD 1 TO WS-RSB-COUNT
003510     SET RSB-IDX TO WS-RSB-COUNT
003520     MOVE BCH-OUT-JOB-NUMBER TO WS-RSB-JOB (RSB-IDX)
003530     MOVE BCH-OUT-DAY-FLAG TO WS-RSB-DAY-FLAG (RSB-IDX)
003540     MOVE BCH-OUT-AREA-TOTAL TO WS-RSB-AREA (RSB-IDX).
003550 2120-EXIT.
003560     EXIT.
003570
003580 2150-MATCH-RESUBMISSION.
003590     IF WS-RSB-JOB (RSB-IDX) = BCH-OUT-JOB-NUMBER
003600         MOVE 'Y' TO WS-FOUND-SW
003610     END-IF.
003620 2150-EXIT.
003630     EXIT.
003640
003650 2190-READ-BCHOUT.
003660     READ REPORT-IN-FILE
003670         AT END
003680             MOVE 'Y' TO WS-EOF-SW
003690     END-READ.
003700 2190-EXIT.
003710     EXIT.
003720
003730*-----------------------------------------------------------------
003740* 2200-LOAD-CHARGES - the business date's PNLOUT charges by job.
003750* Without PNLOUT the return still goes, with zero charges.
003760*-----------------------------------------------------------------
003770 2200-LOAD-CHARGES.
003780     OPEN INPUT PANEL-OUT-FILE
003790     IF WS-PNL-STATUS NOT = '00'
003800         MOVE 'Y' TO WS-WARNING-SW
003810         DISPLAY 'JOBSTAT - PNLOUT NOT AVAILABLE, STATUS = '
003820             WS-PNL-STATUS ' - NO CHARGES RETURNED'
003830         MOVE 'PNLOUT NOT AVAILABLE - NO CHARGES RETURNED'
003840             TO WS-MESSAGE-LINE
003850         MOVE WS-MESSAGE-LINE TO REPORT-LINE
003860         WRITE REPORT-LINE
003870         GO TO 2200-EXIT
003880     END-IF
003890     MOVE 'N' TO WS-EOF-SW
003900     PERFORM 2290-READ-PNLOUT THRU 2290-EXIT
003910     PERFORM 2250-STORE-CHARGE THRU 2250-EXIT
003920         UNTIL WS-EOF-YES
003930     CLOSE PANEL-OUT-FILE.
003940 2200-EXIT.
003950     EXIT.
003960
003970 2250-STORE-CHARGE.
003980     IF PNL-OUT-RUN-DATE NOT NUMERIC
003990             OR PNL-OUT-RUN-DATE NOT = WS-RUN-DATE
004000             OR PNL-OUT-JOB-NUMBER NOT NUMERIC
004010             OR PNL-OUT-JOB-NUMBER = ZERO
004020         GO TO 2250-NEXT
004030     END-IF
004040     IF WS-PNL-COUNT = 5000
004050         MOVE 'Y' TO WS-WARNING-SW
004060         DISPLAY 'JOBSTAT - PNLOUT TABLE FULL, JOB '
004070             PNL-OUT-JOB-NUMBER ' NOT LOADED'
004080         GO TO 2250-NEXT
004090     END-IF
004100     ADD 1 TO WS-PNL-COUNT
004110     SET PNL-IDX TO WS-PNL-COUNT
004120     MOVE PNL-OUT-JOB-NUMBER TO WS-PNL-JOB (PNL-IDX)
004130     MOVE PNL-OUT-CHARGE TO WS-PNL-CHARGE (PNL-IDX).
004140 2250-NEXT.
004150     PERFORM 2290-READ-PNLOUT THRU 2290-EXIT.
004160 2250-EXIT.
004170     EXIT.
004180
004190 2290-READ-PNLOUT.
004200     READ PANEL-OUT-FILE
004210         AT END
004220             MOVE 'Y' TO WS-EOF-SW
004230     END-READ.
004240 2290-EXIT.
004250     EXIT.
004260
004270*-----------------------------------------------------------------
004280* 2400-LOAD-EXCEPTIONS - the business date's records off the
004290* three exception files. A file that cannot be opened means
004300* nothing was rejected to it (the EXCCOR rule).
004310*-----------------------------------------------------------------
004320 2400-LOAD-EXCEPTIONS.
004330     OPEN INPUT TOF-EXCEPTION-FILE
004340     IF WS-TOF-EXC-STATUS = '00'
004350         MOVE 'N' TO WS-EOF-SW
004360         PERFORM 2490-READ-TOF THRU 2490-EXIT
004370         PERFORM 2410-STORE-TOF THRU 2410-EXIT
004380             UNTIL WS-EOF-YES
004390         CLOSE TOF-EXCEPTION-FILE
004400     END-IF
004410     OPEN INPUT DIM-EXCEPTION-FILE
004420     IF WS-REC-DEX-STATUS = '00'
004430         MOVE 'N' TO WS-EOF-SW
004440         PERFORM 2492-READ-DEX THRU 2492-EXIT
004450         PERFORM 2420-STORE-DEX THRU 2420-EXIT
004460             UNTIL WS-EOF-YES
004470         CLOSE DIM-EXCEPTION-FILE
004480     END-IF
004490     OPEN INPUT REC-EXCEPTION-FILE
004500     IF WS-REC-EXC-STATUS = '00'
004510         MOVE 'N' TO WS-EOF-SW
004520         PERFORM 2494-READ-EXC THRU 2494-EXIT
004530         PERFORM 2430-STORE-EXC THRU 2430-EXIT
004540             UNTIL WS-EOF-YES
004550         CLOSE REC-EXCEPTION-FILE
004560     END-IF.
004570 2400-EXIT.
004580     EXIT.
004590
004600 2410-STORE-TOF.
004610     IF TOF-EXC-RUN-DATE = WS-RUN-DATE
004620         IF WS-TOF-COUNT < 500
004630             ADD 1 TO WS-TOF-COUNT
004640             SET TOF-IDX TO WS-TOF-COUNT
004650             MOVE TOF-EXC-N TO WS-TOF-N (TOF-IDX)
004660             MOVE TOF-EXC-REASON TO WS-TOF-REASON (TOF-IDX)
004670         ELSE
004680             MOVE 'Y' TO WS-WARNING-SW
004690             DISPLAY 'JOBSTAT - TOFEXC TABLE FULL, N '
004700                 TOF-EXC-N ' NOT MATCHED'
004710         END-IF
004720     END-IF
004730     PERFORM 2490-READ-TOF THRU 2490-EXIT.
004740 2410-EXIT.
004750     EXIT.
004760
004770 2420-STORE-DEX.
004780     IF REC-DEX-RUN-DATE = WS-RUN-DATE
004790         IF WS-DEX-COUNT < 500
004800             ADD 1 TO WS-DEX-COUNT
004810             SET DEX-IDX TO WS-DEX-COUNT
004820             MOVE REC-DEX-A TO WS-DEX-A (DEX-IDX)
004830             MOVE REC-DEX-B TO WS-DEX-B (DEX-IDX)
004840             MOVE REC-DEX-REASON TO WS-DEX-REASON (DEX-IDX)
004850         ELSE
004860             MOVE 'Y' TO WS-WARNING-SW
004870             DISPLAY 'JOBSTAT - RECDEX TABLE FULL, PANEL '
004880                 REC-DEX-A ' X ' REC-DEX-B ' NOT MATCHED'
004890         END-IF
004900     END-IF
004910     PERFORM 2492-READ-DEX THRU 2492-EXIT.
004920 2420-EXIT.
004930     EXIT.
004940
004950 2430-STORE-EXC.
004960     IF REC-EXC-RUN-DATE = WS-RUN-DATE
004970         IF WS-EXC-COUNT < 500
004980             ADD 1 TO WS-EXC-COUNT
004990             SET EXC-IDX TO WS-EXC-COUNT
005000             MOVE REC-EXC-A TO WS-EXC-A (EXC-IDX)
005010             MOVE REC-EXC-B TO WS-EXC-B (EXC-IDX)
005020         ELSE
005030             MOVE 'Y' TO WS-WARNING-SW
005040             DISPLAY 'JOBSTAT - RECEXC TABLE FULL, PANEL '
005050                 REC-EXC-A ' X ' REC-EXC-B ' NOT MATCHED'
005060         END-IF
005070     END-IF
005080     PERFORM 2494-READ-EXC THRU 2494-EXIT.
005090 2430-EXIT.
005100     EXIT.
005110
005120 2490-READ-TOF.
005130     READ TOF-EXCEPTION-FILE
005140         AT END
005150             MOVE 'Y' TO WS-EOF-SW
005160     END-READ.
005170 2490-EXIT.
005180     EXIT.
005190
005200 2492-READ-DEX.
005210     READ DIM-EXCEPTION-FILE
005220         AT END
005230             MOVE 'Y' TO WS-EOF-SW
005240     END-READ.
005250 2492-EXIT.
005260     EXIT.
005270
005280 2494-READ-EXC.
005290     READ REC-EXCEPTION-FILE
005300         AT END
005310             MOVE 'Y' TO WS-EOF-SW
005320     END-READ.
005330 2494-EXIT.
005340     EXIT.
005350
005360*-----------------------------------------------------------------
005370* 3000-ANSWER-TRANSMISSION - the JOBSTS header, then one detail
005380* per BCHIN job record in the order received. BCHEDX is read
005390* alongside, one reject per record position BCHEDIT dropped.
005400*-----------------------------------------------------------------
005410 3000-ANSWER-TRANSMISSION.
005420     OPEN INPUT REJECT-FILE
005430     IF WS-EDX-STATUS NOT = '00'
005440         MOVE 'Y' TO WS-WARNING-SW
005450         MOVE 'Y' TO WS-EDX-EOF-SW
005460         DISPLAY 'JOBSTAT - BCHEDX NOT AVAILABLE, STATUS = '
005470             WS-EDX-STATUS
005480         MOVE 'BCHEDX NOT AVAILABLE - EDIT REJECTS UNNAMED'
005490             TO WS-MESSAGE-LINE
005500         MOVE WS-MESSAGE-LINE TO REPORT-LINE
005510         WRITE REPORT-LINE
005520     ELSE
005530         PERFORM 3390-READ-REJECT THRU 3390-EXIT
005540     END-IF
005550     MOVE 'N' TO WS-EOF-SW
005560     PERFORM 3190-READ-TRANSMIT THRU 3190-EXIT
005570     IF NOT WS-EOF-YES AND BCH-XMIT-HEADER
005580         IF BCH-HDR-BUSINESS-DATE NUMERIC
005590             MOVE BCH-HDR-BUSINESS-DATE TO WS-XMIT-DATE
005600         END-IF
005610         PERFORM 3190-READ-TRANSMIT THRU 3190-EXIT
005620     END-IF
005630     MOVE SPACES TO JOB-STS-RECORD
005640     MOVE 'H' TO JOB-STS-REC-TYPE
005650     MOVE WS-RUN-DATE TO JOB-STS-HDR-RUN-DATE
005660     MOVE WS-XMIT-DATE TO JOB-STS-HDR-XMIT-DATE
005670     WRITE JOB-STS-RECORD
005680     PERFORM 3100-ANSWER-ONE-RECORD THRU 3100-EXIT
005690         UNTIL WS-EOF-YES
005700     CLOSE TRANSMIT-FILE
005710     IF WS-EDX-STATUS = '00' OR WS-EDX-STATUS = '10'
005720         CLOSE REJECT-FILE
005730     END-IF.
005740 3000-EXIT.
005750     EXIT.
005760
005770 3100-ANSWER-ONE-RECORD.
005780     IF BCH-XMIT-TRAILER
005790         MOVE 'Y' TO WS-TRAILER-SEEN-SW
005800         IF BCH-TRL-EXPECT-COUNT NUMERIC
005810             MOVE BCH-TRL-EXPECT-COUNT TO WS-EXPECT-COUNT
005820         END-IF
005830         GO TO 3100-NEXT
005840     END-IF
005850     IF BCH-XMIT-HEADER
005860         GO TO 3100-NEXT
005870     END-IF
005880     ADD 1 TO WS-RECEIVED-COUNT
005890     MOVE SPACES TO JOB-STS-RECORD
005900     MOVE 'D' TO JOB-STS-REC-TYPE
005910     MOVE BCH-XMIT-RECORD (1:8) TO JOB-STS-JOB-NUMBER
005920     MOVE ZERO TO JOB-STS-DAY-FLAG
005930     MOVE ZERO TO JOB-STS-AREA
005940     MOVE ZERO TO JOB-STS-CHARGE
005950     MOVE WS-RUN-DATE TO JOB-STS-RUN-DATE
005960     IF NOT WS-EDX-EOF
005970             AND BCH-EDX-SEQ = WS-RECEIVED-COUNT
005980         MOVE 'E' TO JOB-STS-DISPOSITION
005990         MOVE BCH-EDX-REASON TO JOB-STS-REASON
006000         ADD 1 TO WS-EDIT-REJ-COUNT
006010         PERFORM 3390-READ-REJECT THRU 3390-EXIT
006020         GO TO 3100-WRITE
006030     END-IF
006040     PERFORM 3200-DISPOSE-STAGED-JOB THRU 3200-EXIT.
006050 3100-WRITE.
006060     PERFORM 8000-WRITE-DETAIL THRU 8000-EXIT.
006070 3100-NEXT.
006080     PERFORM 3190-READ-TRANSMIT THRU 3190-EXIT.
006090 3100-EXIT.
006100     EXIT.
006110
006120 3190-READ-TRANSMIT.
006130     READ TRANSMIT-FILE
006140         AT END
006150             MOVE 'Y' TO WS-EOF-SW
006160     END-READ.
006170 3190-EXIT.
006180     EXIT.
006190
006200*-----------------------------------------------------------------
006210* 3200-DISPOSE-STAGED-JOB - a job BCHEDIT passed: computed when
006220* it is on tonight's BCHOUT (with the N rejection or tolerance
006230* exception as the reason), rejected when its panel is on
006240* tonight's RECDEX, otherwise unaccounted for.
006250*-----------------------------------------------------------------
006260 3200-DISPOSE-STAGED-JOB.
006270     MOVE 'N' TO WS-FOUND-SW
006280     PERFORM 3210-MATCH-RESULT THRU 3210-EXIT
006290         VARYING OUT-IDX FROM 1 BY 1
006300         UNTIL OUT-IDX > WS-OUT-COUNT
006310             OR WS-FOUND-YES
006320     IF WS-FOUND-YES
006330         SET OUT-IDX DOWN BY 1
006340         MOVE WS-OUT-DAY-FLAG (OUT-IDX) TO JOB-STS-DAY-FLAG
006350         MOVE WS-OUT-AREA (OUT-IDX) TO JOB-STS-AREA
006360         PERFORM 3300-FIND-CHARGE THRU 3300-EXIT
006370         PERFORM 3250-CHECK-COMPUTED THRU 3250-EXIT
006380         GO TO 3200-EXIT
006390     END-IF
006400     MOVE 'N' TO WS-FOUND-SW
006410     PERFORM 3230-MATCH-DEX THRU 3230-EXIT
006420         VARYING DEX-IDX FROM 1 BY 1
006430         UNTIL DEX-IDX > WS-DEX-COUNT
006440             OR WS-FOUND-YES
006450     IF WS-FOUND-YES
006460         SET DEX-IDX DOWN BY 1
006470         MOVE 'D' TO JOB-STS-DISPOSITION
006480         STRING 'PANEL REJECTED TO RECDEX - '
006490                WS-DEX-REASON (DEX-IDX)
006500             DELIMITED BY SIZE INTO JOB-STS-REASON
006510         ADD 1 TO WS-PANEL-REJ-COUNT
006520         GO TO 3200-EXIT
006530     END-IF
006540     MOVE 'U' TO JOB-STS-DISPOSITION
006550     MOVE 'NO RESULT OR REJECTION ON FILE' TO JOB-STS-REASON
006560     ADD 1 TO WS-UNACCOUNTED-COUNT.
006570 3200-EXIT.
006580     EXIT.
006590
006600 3210-MATCH-RESULT.
006610     IF WS-OUT-JOB (OUT-IDX) = BCH-JOB-NUMBER
006620         MOVE 'Y' TO WS-FOUND-SW
006630     END-IF.
006640 3210-EXIT.
006650     EXIT.
006660
006670 3230-MATCH-DEX.
006680     IF WS-DEX-A (DEX-IDX) = BCH-JOB-A
006690             AND WS-DEX-B (DEX-IDX) = BCH-JOB-B
006700         MOVE 'Y' TO WS-FOUND-SW
006710     END-IF.
006720 3230-EXIT.
006730     EXIT.
006740
006750*    computed: an N rejected to TOFEXC, else a panel outside
006760*    the RECTOL tolerance, is the reason worth giving
006770 3250-CHECK-COMPUTED.
006780     MOVE 'C' TO JOB-STS-DISPOSITION
006790     MOVE 'N' TO WS-FOUND-SW
006800     PERFORM 3260-MATCH-TOF THRU 3260-EXIT
006810         VARYING TOF-IDX FROM 1 BY 1
006820         UNTIL TOF-IDX > WS-TOF-COUNT
006830             OR WS-FOUND-YES
006840     IF WS-FOUND-YES
006850         SET TOF-IDX DOWN BY 1
006860         MOVE 'T' TO JOB-STS-DISPOSITION
006870         STRING 'N REJECTED TO TOFEXC - '
006880                WS-TOF-REASON (TOF-IDX)
006890             DELIMITED BY SIZE INTO JOB-STS-REASON
006900         ADD 1 TO WS-N-REJ-COUNT
006910         GO TO 3250-EXIT
006920     END-IF
006930     ADD 1 TO WS-COMPUTED-COUNT
006940     MOVE 'N' TO WS-FOUND-SW
006950     PERFORM 3270-MATCH-EXC THRU 3270-EXIT
006960         VARYING EXC-IDX FROM 1 BY 1
006970         UNTIL EXC-IDX > WS-EXC-COUNT
006980             OR WS-FOUND-YES
006990     IF WS-FOUND-YES
007000         MOVE 'AREA OUTSIDE RECTOL TOLERANCE - RECEXC'
007010             TO JOB-STS-REASON
007020     END-IF.
007030 3250-EXIT.
007040     EXIT.
007050
007060 3260-MATCH-TOF.
007070     IF WS-TOF-N (TOF-IDX) = BCH-JOB-N
007080         MOVE 'Y' TO WS-FOUND-SW
007090     END-IF.
007100 3260-EXIT.
007110     EXIT.
007120
007130 3270-MATCH-EXC.
007140     IF WS-EXC-A (EXC-IDX) = BCH-JOB-A
007150             AND WS-EXC-B (EXC-IDX) = BCH-JOB-B
007160         MOVE 'Y' TO WS-FOUND-SW
007170     END-IF.
007180 3270-EXIT.
007190     EXIT.
007200
007210*-----------------------------------------------------------------
007220* 3300-FIND-CHARGE - the PNLOUT charge for the job number in
007230* JOB-STS-JOB-NUMBER; none leaves the charge zero.
007240*-----------------------------------------------------------------
007250 3300-FIND-CHARGE.
007260     MOVE 'N' TO WS-FOUND-SW
007270     PERFORM 3310-MATCH-CHARGE THRU 3310-EXIT
007280         VARYING PNL-IDX FROM 1 BY 1
007290         UNTIL PNL-IDX > WS-PNL-COUNT
007300             OR WS-FOUND-YES
007310     IF WS-FOUND-YES
007320         SET PNL-IDX DOWN BY 1
007330         MOVE WS-PNL-CHARGE (PNL-IDX) TO JOB-STS-CHARGE
007340     END-IF.
007350 3300-EXIT.
007360     EXIT.
007370
007380 3310-MATCH-CHARGE.
007390     IF WS-PNL-JOB (PNL-IDX) = JOB-STS-JOB-NUMBER
007400         MOVE 'Y' TO WS-FOUND-SW
007410     END-IF.
007420 3310-EXIT.
007430     EXIT.
007440
007450 3390-READ-REJECT.
007460     READ REJECT-FILE
007470         AT END
007480             MOVE 'Y' TO WS-EDX-EOF-SW
007490     END-READ.
007500 3390-EXIT.
007510     EXIT.
007520
007530*-----------------------------------------------------------------
007540* 4000-ANSWER-RESUBMISSIONS - one R detail per job resubmitted
007550* tonight from an approved BCHCOR correction.
007560*-----------------------------------------------------------------
007570 4000-ANSWER-RESUBMISSIONS.
007580     ADD 1 TO WS-RESUB-COUNT
007590     MOVE SPACES TO JOB-STS-RECORD
007600     MOVE 'D' TO JOB-STS-REC-TYPE
007610     MOVE WS-RSB-JOB (RSB-IDX) TO JOB-STS-JOB-NUMBER
007620     MOVE 'R' TO JOB-STS-DISPOSITION
007630     MOVE 'RESUBMITTED FROM AN APPROVED CORRECTION'
007640         TO JOB-STS-REASON
007650     MOVE WS-RSB-DAY-FLAG (RSB-IDX) TO JOB-STS-DAY-FLAG
007660     MOVE WS-RSB-AREA (RSB-IDX) TO JOB-STS-AREA
007670     MOVE ZERO TO JOB-STS-CHARGE
007680     MOVE WS-RUN-DATE TO JOB-STS-RUN-DATE
007690     PERFORM 3300-FIND-CHARGE THRU 3300-EXIT
007700     PERFORM 8000-WRITE-DETAIL THRU 8000-EXIT.
007710 4000-EXIT.
007720     EXIT.
007730
007740*-----------------------------------------------------------------
007750* 8000-WRITE-DETAIL - writes the detail and adds it to the
007760* trailer's count and totals.
007770*-----------------------------------------------------------------
007780 8000-WRITE-DETAIL.
007790     WRITE JOB-STS-RECORD
007800     ADD 1 TO WS-DETAIL-COUNT
007810     ADD JOB-STS-AREA TO WS-AREA-TOTAL
007820     ADD JOB-STS-CHARGE TO WS-CHARGE-TOTAL.
007830 8000-EXIT.
007840     EXIT.
007850
007860*-----------------------------------------------------------------
007870* 9000-TERMINATE - the trailer, the control counts, and the
007880* balancing verdict: the BCHIN trailer present and its count
007890* footing against the job records answered. RC 8 means the
007900* return must not be sent; RC 4 flags an unaccounted job or a
007910* missing input.
007920*-----------------------------------------------------------------
007930 9000-TERMINATE.
007940     MOVE SPACES TO JOB-STS-RECORD
007950     MOVE 'T' TO JOB-STS-REC-TYPE
007960     MOVE WS-EXPECT-COUNT TO JOB-STS-TRL-EXPECTED
007970     MOVE WS-RECEIVED-COUNT TO JOB-STS-TRL-RECEIVED
007980     MOVE WS-RESUB-COUNT TO JOB-STS-TRL-RESUBMITTED
007990     MOVE WS-DETAIL-COUNT TO JOB-STS-TRL-COUNT
008000     MOVE WS-AREA-TOTAL TO JOB-STS-TRL-AREA-TOTAL
008010     MOVE WS-CHARGE-TOTAL TO JOB-STS-TRL-CHARGE-TOT
008020     WRITE JOB-STS-RECORD
008030     CLOSE STATUS-FILE
008040     MOVE 'BCHIN TRAILER EXPECTED: ' TO WS-C-LABEL
008050     MOVE WS-EXPECT-COUNT TO WS-C-COUNT
008060     PERFORM 9100-WRITE-COUNT THRU 9100-EXIT
008070     MOVE 'JOB RECORDS ANSWERED:   ' TO WS-C-LABEL
008080     MOVE WS-RECEIVED-COUNT TO WS-C-COUNT
008090     PERFORM 9100-WRITE-COUNT THRU 9100-EXIT
008100     MOVE '  COMPUTED:             ' TO WS-C-LABEL
008110     MOVE WS-COMPUTED-COUNT TO WS-C-COUNT
008120     PERFORM 9100-WRITE-COUNT THRU 9100-EXIT
008130     MOVE '  N REJECTED (TOFEXC):  ' TO WS-C-LABEL
008140     MOVE WS-N-REJ-COUNT TO WS-C-COUNT
008150     PERFORM 9100-WRITE-COUNT THRU 9100-EXIT
008160     MOVE '  PANEL REJ (RECDEX):   ' TO WS-C-LABEL
008170     MOVE WS-PANEL-REJ-COUNT TO WS-C-COUNT
008180     PERFORM 9100-WRITE-COUNT THRU 9100-EXIT
008190     MOVE '  EDIT REJ (BCHEDIT):   ' TO WS-C-LABEL
008200     MOVE WS-EDIT-REJ-COUNT TO WS-C-COUNT
008210     PERFORM 9100-WRITE-COUNT THRU 9100-EXIT
008220     MOVE '  UNACCOUNTED FOR:      ' TO WS-C-LABEL
008230     MOVE WS-UNACCOUNTED-COUNT TO WS-C-COUNT
008240     PERFORM 9100-WRITE-COUNT THRU 9100-EXIT
008250     MOVE 'RESUBMITTED (BCHCOR):   ' TO WS-C-LABEL
008260     MOVE WS-RESUB-COUNT TO WS-C-COUNT
008270     PERFORM 9100-WRITE-COUNT THRU 9100-EXIT
008280     MOVE 'DETAIL RECORDS WRITTEN: ' TO WS-C-LABEL
008290     MOVE WS-DETAIL-COUNT TO WS-C-COUNT
008300     PERFORM 9100-WRITE-COUNT THRU 9100-EXIT
008310     MOVE 'STOCK AREA RETURNED:    ' TO WS-T-LABEL
008320     MOVE WS-AREA-TOTAL TO WS-T-AMOUNT
008330     MOVE WS-TOTAL-LINE TO REPORT-LINE
008340     WRITE REPORT-LINE
008350     MOVE 'CHARGE RETURNED:        ' TO WS-T-LABEL
008360     MOVE WS-CHARGE-TOTAL TO WS-T-AMOUNT
008370     MOVE WS-TOTAL-LINE TO REPORT-LINE
008380     WRITE REPORT-LINE
008390     IF NOT WS-TRAILER-SEEN
008400             OR WS-EXPECT-COUNT NOT = WS-RECEIVED-COUNT
008410         MOVE 'OUT OF BALANCE WITH BCHIN TRAILER - DO NOT SEND'
008420             TO WS-MESSAGE-LINE
008430         MOVE WS-MESSAGE-LINE TO REPORT-LINE
008440         WRITE REPORT-LINE
008450         CLOSE CONTROL-REPORT-FILE
008460         DISPLAY 'JOBSTAT - OUT OF BALANCE: EXPECTED '
008470             WS-EXPECT-COUNT ' ANSWERED ' WS-RECEIVED-COUNT
008480         MOVE 8 TO RETURN-CODE
008490         GO TO 9000-EXIT
008500     END-IF
008510     CLOSE CONTROL-REPORT-FILE
008520     DISPLAY 'JOBSTAT - ANSWERED: ' WS-RECEIVED-COUNT
008530         ' RESUBMITTED: ' WS-RESUB-COUNT
008540         ' UNACCOUNTED: ' WS-UNACCOUNTED-COUNT
008550     IF WS-WARNING OR WS-UNACCOUNTED-COUNT > 0
008560         MOVE 4 TO RETURN-CODE
008570     END-IF.
008580 9000-EXIT.
008590     EXIT.
008600
008610 9100-WRITE-COUNT.
008620     MOVE WS-COUNT-LINE TO REPORT-LINE
008630     WRITE REPORT-LINE.
008640 9100-EXIT.
008650     EXIT.
008660
008670 END PROGRAM JOBSTAT.
