000010*****************************************************************
000020* PROGRAM-ID : BILHMNT                                         *
000030* AUTHOR     : M. PRZYBYLSKI, SCHEDULING SYSTEMS               *
000040* INSTALLATION : CUTTING-SHOP SYSTEMS                          *
000050* DATE-WRITTEN : 2026-10-15                                    *
000060*                                                               *
000070* FUNCTION : Billing-hold maintenance. Keeps the BILHLD file of *
000080*   jobs whose invoice lines PNLDRV must not transmit, in three *
000090*   passes:                                                     *
000100*                                                               *
000110*   1. Exceptions corrected - an automatic hold set for a       *
000120*      RECEXC reconciliation exception is released once EXCCOR  *
000130*      has approved a correction for the same panel (the        *
000140*      BCHCORH history, matched on the original A and B the     *
000150*      way EXCRPT does).                                        *
000160*   2. Automatic holds - each of the night's staged jobs        *
000170*      (BCHSTG) whose panel raised a RECEXC exception tonight,  *
000180*      and each job on tonight's SPLWRK special-handling        *
000190*      routing, is put on hold unless BILHLD already has it -   *
000200*      a hold the office released stays released.               *
000210*   3. The office's BILHTRN transactions:                       *
000220*        H  hold - reason D (customer dispute) or O (other),    *
000230*           with the user and a line of text;                   *
000240*        R  release - the parked lines go out on the next       *
000250*           extract. The bench releases a special-handling      *
000260*           hold this way once the job has been worked.         *
000270*                                                               *
000280*   The register prints one line per hold set or released and   *
000290*   per refused transaction, with control totals. A refused     *
000300*   transaction ends the run with return code 4.                *
000310*****************************************************************
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID. BILHMNT.
000340 AUTHOR. M. PRZYBYLSKI, SCHEDULING SYSTEMS.
000350 INSTALLATION. CUTTING-SHOP SYSTEMS.
000360 DATE-WRITTEN. 2026-10-15.
000370 DATE-COMPILED.
000380
000390*-----------------------------------------------------------------
000400* MODIFICATION HISTORY
000410* DATE       BY   DESCRIPTION
000420* 2026-10-15 MPR  Initial version.
000430*-----------------------------------------------------------------
000440
000450 ENVIRONMENT DIVISION.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT HOLD-TRAN-FILE ASSIGN TO BILHTRN
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS WS-HTR-STATUS.
000510     SELECT HOLD-FILE ASSIGN TO BILHLD
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS BIL-HLD-JOB-NUMBER
000550         FILE STATUS IS WS-HLD-STATUS.
000560     SELECT JOB-FILE ASSIGN TO BCHSTG
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS WS-JOB-STATUS.
000590     SELECT REC-EXCEPTION-FILE ASSIGN TO RECEXC
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS WS-EXC-STATUS.
000620     SELECT SPECIAL-FILE ASSIGN TO SPLWRK
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS WS-SPL-STATUS.
000650     SELECT CORRECTION-FILE ASSIGN TO BCHCORH
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS WS-COR-STATUS.
000680     SELECT REGISTER-REPORT-FILE ASSIGN TO BILHMNR
000690         ORGANIZATION IS SEQUENTIAL.
000700
000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  HOLD-TRAN-FILE
000740     RECORDING MODE IS F.
000750     COPY BILHTR.
000760
000770 FD  HOLD-FILE.
000780     COPY BILHLD.
000790
000800 FD  JOB-FILE
000810     RECORDING MODE IS F.
000820     COPY BCHJOB.
000830
000840 FD  REC-EXCEPTION-FILE
000850     RECORDING MODE IS F.
000860     COPY recexc.
000870
000880 FD  SPECIAL-FILE
000890     RECORDING MODE IS F.
000900     COPY SPLWRK.
000910
000920 FD  CORRECTION-FILE
000930     RECORDING MODE IS F.
000940     COPY BCHCOR.
000950
000960 FD  REGISTER-REPORT-FILE
000970     RECORDING MODE IS F.
000980 01  REPORT-LINE                 PIC X(80).
000990
001000 WORKING-STORAGE SECTION.
001010*-----------------------------------------------------------------
001020* SWITCHES AND FILE STATUS
001030*-----------------------------------------------------------------
001040 77  WS-EOF-SW           PIC X(01)      VALUE 'N'.
001050     88  WS-EOF-YES                     VALUE 'Y'.
001060 77  WS-TRAN-BAD-SW      PIC X(01)      VALUE 'N'.
001070     88  WS-TRAN-BAD                    VALUE 'Y'.
001080 77  WS-FOUND-SW         PIC X(01)      VALUE 'N'.
001090     88  WS-FOUND-YES                   VALUE 'Y'.
001100 77  WS-HTR-STATUS       PIC X(02)      VALUE SPACES.
001110 77  WS-HLD-STATUS       PIC X(02)      VALUE SPACES.
001120 77  WS-JOB-STATUS       PIC X(02)      VALUE SPACES.
001130 77  WS-EXC-STATUS       PIC X(02)      VALUE SPACES.
001140 77  WS-SPL-STATUS       PIC X(02)      VALUE SPACES.
001150 77  WS-COR-STATUS       PIC X(02)      VALUE SPACES.
001160
001170*-----------------------------------------------------------------
001180* RUN CONTROL AND COUNTERS
001190*-----------------------------------------------------------------
001200 77  WS-RUN-DATE         PIC 9(08)      VALUE ZERO.
001210 77  WS-RUN-STAMP        PIC X(80)      VALUE SPACES.
001220 77  WS-BUSD-STATUS      PIC X(02)      VALUE SPACES.
001230*    the hold an automatic pass is about to set
001240 77  WS-AUTO-JOB         PIC 9(08)      VALUE ZERO.
001250 77  WS-AUTO-REASON      PIC X(01)      VALUE SPACE.
001260 77  WS-AUTO-A           PIC 9(08)      VALUE ZERO.
001270 77  WS-AUTO-B           PIC 9(08)      VALUE ZERO.
001280 77  WS-READ-COUNT       PIC 9(08) COMP VALUE ZERO.
001290 77  WS-HELD-COUNT       PIC 9(08) COMP VALUE ZERO.
001300 77  WS-RELEASED-COUNT   PIC 9(08) COMP VALUE ZERO.
001310 77  WS-AUTO-EXC-COUNT   PIC 9(08) COMP VALUE ZERO.
001320 77  WS-AUTO-SPL-COUNT   PIC 9(08) COMP VALUE ZERO.
001330 77  WS-AUTO-REL-COUNT   PIC 9(08) COMP VALUE ZERO.
001340 77  WS-ON-FILE-COUNT    PIC 9(08) COMP VALUE ZERO.
001350 77  WS-REJECT-COUNT     PIC 9(08) COMP VALUE ZERO.
001360
001370*-----------------------------------------------------------------
001380* EXCEPTION TABLE - the A/B of each panel RECEXC flagged on the
001390* run date, matched against the night's staged jobs.
001400*-----------------------------------------------------------------
001410 77  WS-EXC-COUNT        PIC 9(04) COMP VALUE ZERO.
001420 01  WS-EXCEPTION-TABLE.
001430     05  WS-EXC-ENTRY OCCURS 500 TIMES
001440             INDEXED BY EXC-IDX.
001450         10  WS-ET-A         PIC 9(08).
001460         10  WS-ET-B         PIC 9(08).
001470
001480*-----------------------------------------------------------------
001490* CORRECTIONS TABLE - the original A/B of every RECEXC reject
001500* EXCCOR has approved a correction for, off BCHCORH.
001510*-----------------------------------------------------------------
001520 77  WS-COR-COUNT        PIC 9(04) COMP VALUE ZERO.
001530 01  WS-CORRECTION-TABLE.
001540     05  WS-COR-ENTRY OCCURS 500 TIMES
001550             INDEXED BY COR-IDX.
001560         10  WS-CT-ORIG-A    PIC 9(08).
001570         10  WS-CT-ORIG-B    PIC 9(08).
001580
001590*-----------------------------------------------------------------
001600* REPORT LINES
001610*-----------------------------------------------------------------
001620 01  WS-HEADING1.
001630     05  FILLER              PIC X(80)   VALUE
001640         'BILHMNT - BILLING HOLD MAINTENANCE REGISTER'.
001650 01  WS-HEADING2.
001660     05  FILLER              PIC X(40)   VALUE
001670         'DATE     T JOB      R USER     DISPOSITI'.
001680     05  FILLER              PIC X(40)   VALUE
001690         'ON          REASON'.
001700
001710 01  WS-DETAIL-LINE.
001720     05  WS-D-DATE           PIC 9(08).
001730     05  FILLER              PIC X(01)   VALUE SPACE.
001740     05  WS-D-TYPE           PIC X(01).
001750     05  FILLER              PIC X(01)   VALUE SPACE.
001760     05  WS-D-JOB            PIC X(08).
001770     05  FILLER              PIC X(01)   VALUE SPACE.
001780     05  WS-D-REASON         PIC X(01).
001790     05  FILLER              PIC X(01)   VALUE SPACE.
001800     05  WS-D-USER           PIC X(08).
001810     05  FILLER              PIC X(01)   VALUE SPACE.
001820     05  WS-D-DISPOSITION    PIC X(20).
001830     05  FILLER              PIC X(01)   VALUE SPACE.
001840     05  WS-D-TEXT           PIC X(27).
001850     05  FILLER              PIC X(01)   VALUE SPACE.
001860
001870 01  WS-COUNT-LINE.
001880     05  WS-C-LABEL          PIC X(24).
001890     05  WS-C-COUNT          PIC Z(11)9.
001900     05  FILLER              PIC X(44)   VALUE SPACES.
001910
001920 PROCEDURE DIVISION.
001930*****************************************************************
001940* 0000-MAINLINE
001950*****************************************************************
001960 0000-MAINLINE.
001970     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001980     PERFORM 3000-RELEASE-CORRECTED THRU 3000-EXIT
001990     PERFORM 4000-HOLD-EXCEPTIONS THRU 4000-EXIT
002000     PERFORM 5000-HOLD-SPECIAL THRU 5000-EXIT
002010     MOVE 'N' TO WS-EOF-SW
002020     PERFORM 2900-READ-TRANSACTION THRU 2900-EXIT
002030     PERFORM 2000-POST-TRANSACTION THRU 2000-EXIT
002040         UNTIL WS-EOF-YES
002050     PERFORM 9000-TERMINATE THRU 9000-EXIT
002060     GOBACK.
002070
002080*-----------------------------------------------------------------
002090* 1000-INITIALIZE - BILHLD is created on the first run, the way
002100* the other keyed working files are.
002110*-----------------------------------------------------------------
002120 1000-INITIALIZE.
002130     CALL 'BUSDRD' USING BY REFERENCE WS-RUN-DATE
002140                         BY REFERENCE WS-RUN-STAMP
002150                         BY REFERENCE WS-BUSD-STATUS
002160     END-CALL
002170     IF WS-BUSD-STATUS NOT = '00'
002180         DISPLAY 'BILHMNT - BUSDTE NOT AVAILABLE, STATUS = '
002190             WS-BUSD-STATUS ' - RUNNING UNDER THE MACHINE DATE'
002200     END-IF
002210     OPEN INPUT HOLD-TRAN-FILE
002220     IF WS-HTR-STATUS NOT = '00'
002230         DISPLAY 'BILHMNT - BILHTRN OPEN FAILED, STATUS = '
002240             WS-HTR-STATUS
002250         MOVE 12 TO RETURN-CODE
002260         GOBACK
002270     END-IF
002280     OPEN I-O HOLD-FILE
002290     IF WS-HLD-STATUS = '35'
002300         OPEN OUTPUT HOLD-FILE
002310         CLOSE HOLD-FILE
002320         OPEN I-O HOLD-FILE
002330     END-IF
002340     IF WS-HLD-STATUS NOT = '00'
002350         DISPLAY 'BILHMNT - BILHLD OPEN FAILED, STATUS = '
002360             WS-HLD-STATUS
002370         MOVE 12 TO RETURN-CODE
002380         GOBACK
002390     END-IF
002400     OPEN OUTPUT REGISTER-REPORT-FILE
002410     MOVE WS-HEADING1 TO REPORT-LINE
002420     WRITE REPORT-LINE
002430     MOVE WS-RUN-STAMP TO REPORT-LINE
002440     WRITE REPORT-LINE
002450     MOVE WS-HEADING2 TO REPORT-LINE
002460     WRITE REPORT-LINE.
002470 1000-EXIT.
002480     EXIT.
002490
002500*-----------------------------------------------------------------
002510* 2000-POST-TRANSACTION - one office transaction: edited,
002520* posted when clean, and printed on the register either way.
002530*-----------------------------------------------------------------
002540 2000-POST-TRANSACTION.
002550     ADD 1 TO WS-READ-COUNT
002560     MOVE 'N' TO WS-TRAN-BAD-SW
002570     IF BIL-HTR-JOB-NUMBER NOT NUMERIC
002580             OR BIL-HTR-JOB-NUMBER = ZERO
002590         MOVE 'REJ-NO JOB NUMBER   ' TO WS-D-DISPOSITION
002600         MOVE 'Y' TO WS-TRAN-BAD-SW
002610         GO TO 2000-REGISTER
002620     END-IF
002630     IF BIL-HTR-USER = SPACES
002640         MOVE 'REJ-NO USER         ' TO WS-D-DISPOSITION
002650         MOVE 'Y' TO WS-TRAN-BAD-SW
002660         GO TO 2000-REGISTER
002670     END-IF
002680     EVALUATE TRUE
002690         WHEN BIL-HTR-HOLD
002700             PERFORM 2100-HOLD-JOB THRU 2100-EXIT
002710         WHEN BIL-HTR-RELEASE
002720             PERFORM 2200-RELEASE-JOB THRU 2200-EXIT
002730         WHEN OTHER
002740             MOVE 'REJ-BAD TRAN TYPE   ' TO WS-D-DISPOSITION
002750             MOVE 'Y' TO WS-TRAN-BAD-SW
002760     END-EVALUATE.
002770 2000-REGISTER.
002780     IF WS-TRAN-BAD
002790         ADD 1 TO WS-REJECT-COUNT
002800     END-IF
002810     MOVE WS-RUN-DATE TO WS-D-DATE
002820     MOVE BIL-HTR-TYPE TO WS-D-TYPE
002830     MOVE BIL-HTR-JOB-NUMBER-X TO WS-D-JOB
002840     MOVE BIL-HTR-REASON TO WS-D-REASON
002850     MOVE BIL-HTR-USER TO WS-D-USER
002860     MOVE BIL-HTR-REASON-TEXT TO WS-D-TEXT
002870     PERFORM 8000-WRITE-REGISTER-LINE THRU 8000-EXIT
002880     PERFORM 2900-READ-TRANSACTION THRU 2900-EXIT.
002890 2000-EXIT.
002900     EXIT.
002910
002920*-----------------------------------------------------------------
002930* 2100-HOLD-JOB - a manual hold gives a dispute or other
002940* reason. A job already held is refused; one released earlier
002950* is held again under the new reason.
002960*-----------------------------------------------------------------
002970 2100-HOLD-JOB.
002980     IF BIL-HTR-REASON NOT = 'D' AND BIL-HTR-REASON NOT = 'O'
002990         MOVE 'REJ-BAD REASON CODE ' TO WS-D-DISPOSITION
003000         MOVE 'Y' TO WS-TRAN-BAD-SW
003010         GO TO 2100-EXIT
003020     END-IF
003030     MOVE BIL-HTR-JOB-NUMBER TO BIL-HLD-JOB-NUMBER
003040     READ HOLD-FILE
003050         INVALID KEY
003060             MOVE 'N' TO WS-FOUND-SW
003070         NOT INVALID KEY
003080             MOVE 'Y' TO WS-FOUND-SW
003090     END-READ
003100     IF WS-FOUND-YES AND BIL-HLD-HELD
003110         MOVE 'REJ-ALREADY HELD    ' TO WS-D-DISPOSITION
003120         MOVE 'Y' TO WS-TRAN-BAD-SW
003130         GO TO 2100-EXIT
003140     END-IF
003150     PERFORM 2150-FILL-MANUAL-HOLD THRU 2150-EXIT
003160     IF WS-FOUND-YES
003170         PERFORM 7100-REWRITE-HOLD THRU 7100-EXIT
003180         IF WS-TRAN-BAD
003190             GO TO 2100-EXIT
003200         END-IF
003210         ADD 1 TO WS-HELD-COUNT
003220         MOVE 'HELD AGAIN          ' TO WS-D-DISPOSITION
003230         GO TO 2100-EXIT
003240     END-IF
003250     WRITE BIL-HLD-RECORD
003260         INVALID KEY
003270             MOVE 'REJ-WRITE FAILED    ' TO WS-D-DISPOSITION
003280             MOVE 'Y' TO WS-TRAN-BAD-SW
003290             GO TO 2100-EXIT
003300     END-WRITE
003310     ADD 1 TO WS-HELD-COUNT
003320     MOVE 'HELD                ' TO WS-D-DISPOSITION.
003330 2100-EXIT.
003340     EXIT.
003350
003360 2150-FILL-MANUAL-HOLD.
003370     MOVE SPACES TO BIL-HLD-RECORD
003380     MOVE BIL-HTR-JOB-NUMBER TO BIL-HLD-JOB-NUMBER
003390     MOVE 'H' TO BIL-HLD-STATUS
003400     MOVE BIL-HTR-REASON TO BIL-HLD-REASON
003410     MOVE 'M' TO BIL-HLD-SOURCE
003420     MOVE BIL-HTR-REASON-TEXT TO BIL-HLD-REASON-TEXT
003430     MOVE WS-RUN-DATE TO BIL-HLD-HOLD-DATE
003440     MOVE BIL-HTR-USER TO BIL-HLD-HOLD-USER
003450     MOVE ZERO TO BIL-HLD-RELEASE-DATE
003460     MOVE ZERO TO BIL-HLD-EXC-A
003470     MOVE ZERO TO BIL-HLD-EXC-B.
003480 2150-EXIT.
003490     EXIT.
003500
003510*-----------------------------------------------------------------
003520* 2200-RELEASE-JOB - only a job on hold can be released; its
003530* parked lines go out on the next extract.
003540*-----------------------------------------------------------------
003550 2200-RELEASE-JOB.
003560     MOVE BIL-HTR-JOB-NUMBER TO BIL-HLD-JOB-NUMBER
003570     READ HOLD-FILE
003580         INVALID KEY
003590             MOVE 'REJ-NOT ON FILE     ' TO WS-D-DISPOSITION
003600             MOVE 'Y' TO WS-TRAN-BAD-SW
003610             GO TO 2200-EXIT
003620     END-READ
003630     IF NOT BIL-HLD-HELD
003640         MOVE 'REJ-NOT ON HOLD     ' TO WS-D-DISPOSITION
003650         MOVE 'Y' TO WS-TRAN-BAD-SW
003660         GO TO 2200-EXIT
003670     END-IF
003680     MOVE 'R' TO BIL-HLD-STATUS
003690     MOVE WS-RUN-DATE TO BIL-HLD-RELEASE-DATE
003700     MOVE BIL-HTR-USER TO BIL-HLD-RELEASE-USER
003710     PERFORM 7100-REWRITE-HOLD THRU 7100-EXIT
003720     IF WS-TRAN-BAD
003730         GO TO 2200-EXIT
003740     END-IF
003750     ADD 1 TO WS-RELEASED-COUNT
003760     MOVE 'RELEASED            ' TO WS-D-DISPOSITION.
003770 2200-EXIT.
003780     EXIT.
003790
003800*-----------------------------------------------------------------
003810* 2900-READ-TRANSACTION
003820*-----------------------------------------------------------------
003830 2900-READ-TRANSACTION.
003840     READ HOLD-TRAN-FILE
003850         AT END
003860             MOVE 'Y' TO WS-EOF-SW
003870     END-READ.
003880 2900-EXIT.
003890     EXIT.
003900
003910*-----------------------------------------------------------------
003920* 3000-RELEASE-CORRECTED - loads the RECEXC corrections off
003930* BCHCORH, then reads BILHLD through and releases every
003940* automatic exception hold whose panel has been corrected. A
003950* missing history releases nothing.
003960*-----------------------------------------------------------------
003970 3000-RELEASE-CORRECTED.
003980     OPEN INPUT CORRECTION-FILE
003990     IF WS-COR-STATUS NOT = '00'
004000         GO TO 3000-EXIT
004010     END-IF
004020     MOVE 'N' TO WS-EOF-SW
004030     PERFORM 3190-READ-CORRECTION THRU 3190-EXIT
004040     PERFORM 3100-STORE-CORRECTION THRU 3100-EXIT
004050         UNTIL WS-EOF-YES
004060     CLOSE CORRECTION-FILE
004070     IF WS-COR-COUNT = 0
004080         GO TO 3000-EXIT
004090     END-IF
004100     MOVE 'N' TO WS-EOF-SW
004110     MOVE ZERO TO BIL-HLD-JOB-NUMBER
004120     START HOLD-FILE KEY IS NOT LESS THAN BIL-HLD-JOB-NUMBER
004130         INVALID KEY
004140             MOVE 'Y' TO WS-EOF-SW
004150     END-START
004160     PERFORM 3290-READ-NEXT-HOLD THRU 3290-EXIT
004170     PERFORM 3200-CHECK-ONE-HOLD THRU 3200-EXIT
004180         UNTIL WS-EOF-YES.
004190 3000-EXIT.
004200     EXIT.
004210
004220 3100-STORE-CORRECTION.
004230     IF NOT BCH-COR-FROM-RECEXC
004240             OR BCH-COR-ORIG-A NOT NUMERIC
004250             OR BCH-COR-ORIG-B NOT NUMERIC
004260         GO TO 3100-NEXT
004270     END-IF
004280     IF WS-COR-COUNT = 500
004290         DISPLAY 'BILHMNT - CORRECTIONS TABLE FULL, A='
004300             BCH-COR-ORIG-A ' B=' BCH-COR-ORIG-B ' NOT LOADED'
004310         GO TO 3100-NEXT
004320     END-IF
004330     ADD 1 TO WS-COR-COUNT
004340     SET COR-IDX TO WS-COR-COUNT
004350     MOVE BCH-COR-ORIG-A TO WS-CT-ORIG-A (COR-IDX)
004360     MOVE BCH-COR-ORIG-B TO WS-CT-ORIG-B (COR-IDX).
004370 3100-NEXT.
004380     PERFORM 3190-READ-CORRECTION THRU 3190-EXIT.
004390 3100-EXIT.
004400     EXIT.
004410
004420 3190-READ-CORRECTION.
004430     READ CORRECTION-FILE
004440         AT END
004450             MOVE 'Y' TO WS-EOF-SW
004460     END-READ.
004470 3190-EXIT.
004480     EXIT.
004490
004500 3200-CHECK-ONE-HOLD.
004510     IF NOT BIL-HLD-HELD
004520             OR NOT BIL-HLD-EXCEPTION
004530             OR NOT BIL-HLD-AUTOMATIC
004540         GO TO 3200-NEXT
004550     END-IF
004560     MOVE 'N' TO WS-FOUND-SW
004570     PERFORM 3250-MATCH-CORRECTION THRU 3250-EXIT
004580         VARYING COR-IDX FROM 1 BY 1
004590         UNTIL COR-IDX > WS-COR-COUNT
004600             OR WS-FOUND-YES
004610     IF NOT WS-FOUND-YES
004620         GO TO 3200-NEXT
004630     END-IF
004640     MOVE 'R' TO BIL-HLD-STATUS
004650     MOVE WS-RUN-DATE TO BIL-HLD-RELEASE-DATE
004660     MOVE 'EXCCOR  ' TO BIL-HLD-RELEASE-USER
004670     MOVE 'N' TO WS-TRAN-BAD-SW
004680     PERFORM 7100-REWRITE-HOLD THRU 7100-EXIT
004690     IF WS-TRAN-BAD
004700         ADD 1 TO WS-REJECT-COUNT
004710     ELSE
004720         ADD 1 TO WS-AUTO-REL-COUNT
004730         MOVE 'AUTO RELEASED-EXCCOR' TO WS-D-DISPOSITION
004740     END-IF
004750     MOVE 'R' TO WS-D-TYPE
004760     MOVE BIL-HLD-RELEASE-USER TO WS-D-USER
004770     PERFORM 7200-REGISTER-HOLD THRU 7200-EXIT.
004780 3200-NEXT.
004790     PERFORM 3290-READ-NEXT-HOLD THRU 3290-EXIT.
004800 3200-EXIT.
004810     EXIT.
004820
004830 3250-MATCH-CORRECTION.
004840     IF WS-CT-ORIG-A (COR-IDX) = BIL-HLD-EXC-A
004850             AND WS-CT-ORIG-B (COR-IDX) = BIL-HLD-EXC-B
004860         MOVE 'Y' TO WS-FOUND-SW
004870         SET COR-IDX DOWN BY 1
004880     END-IF.
004890 3250-EXIT.
004900     EXIT.
004910
004920 3290-READ-NEXT-HOLD.
004930     IF WS-EOF-YES
004940         GO TO 3290-EXIT
004950     END-IF
004960     READ HOLD-FILE NEXT RECORD
004970         AT END
004980             MOVE 'Y' TO WS-EOF-SW
004990     END-READ.
005000 3290-EXIT.
005010     EXIT.
005020
005030*-----------------------------------------------------------------
005040* 4000-HOLD-EXCEPTIONS - loads the panels RECEXC flagged on the
005050* run date, then holds each staged job whose A/B is one of
005060* them. Either file missing holds nothing.
005070*-----------------------------------------------------------------
005080 4000-HOLD-EXCEPTIONS.
005090     OPEN INPUT REC-EXCEPTION-FILE
005100     IF WS-EXC-STATUS NOT = '00'
005110         GO TO 4000-EXIT
005120     END-IF
005130     MOVE 'N' TO WS-EOF-SW
005140     PERFORM 4190-READ-EXCEPTION THRU 4190-EXIT
005150     PERFORM 4100-STORE-EXCEPTION THRU 4100-EXIT
005160         UNTIL WS-EOF-YES
005170     CLOSE REC-EXCEPTION-FILE
005180     IF WS-EXC-COUNT = 0
005190         GO TO 4000-EXIT
005200     END-IF
005210     OPEN INPUT JOB-FILE
005220     IF WS-JOB-STATUS NOT = '00'
005230         GO TO 4000-EXIT
005240     END-IF
005250     MOVE 'N' TO WS-EOF-SW
005260     PERFORM 4290-READ-JOB THRU 4290-EXIT
005270     PERFORM 4200-CHECK-ONE-JOB THRU 4200-EXIT
005280         UNTIL WS-EOF-YES
005290     CLOSE JOB-FILE.
005300 4000-EXIT.
005310     EXIT.
005320
005330 4100-STORE-EXCEPTION.
005340     IF rec-exc-run-date NOT = WS-RUN-DATE
005350         GO TO 4100-NEXT
005360     END-IF
005370     IF WS-EXC-COUNT = 500
005380         DISPLAY 'BILHMNT - EXCEPTION TABLE FULL, A='
005390             rec-exc-a ' B=' rec-exc-b ' NOT LOADED'
005400         GO TO 4100-NEXT
005410     END-IF
005420     ADD 1 TO WS-EXC-COUNT
005430     SET EXC-IDX TO WS-EXC-COUNT
005440     MOVE rec-exc-a TO WS-ET-A (EXC-IDX)
005450     MOVE rec-exc-b TO WS-ET-B (EXC-IDX).
005460 4100-NEXT.
005470     PERFORM 4190-READ-EXCEPTION THRU 4190-EXIT.
005480 4100-EXIT.
005490     EXIT.
005500
005510 4190-READ-EXCEPTION.
005520     READ REC-EXCEPTION-FILE
005530         AT END
005540             MOVE 'Y' TO WS-EOF-SW
005550     END-READ.
005560 4190-EXIT.
005570     EXIT.
005580
005590 4200-CHECK-ONE-JOB.
005600     MOVE 'N' TO WS-FOUND-SW
005610     PERFORM 4250-MATCH-EXCEPTION THRU 4250-EXIT
005620         VARYING EXC-IDX FROM 1 BY 1
005630         UNTIL EXC-IDX > WS-EXC-COUNT
005640             OR WS-FOUND-YES
005650     IF WS-FOUND-YES
005660         MOVE 'E' TO WS-AUTO-REASON
005670         MOVE BCH-JOB-A TO WS-AUTO-A
005680         MOVE BCH-JOB-B TO WS-AUTO-B
005690         MOVE BCH-JOB-NUMBER TO WS-AUTO-JOB
005700         PERFORM 6000-AUTO-HOLD THRU 6000-EXIT
005710     END-IF
005720     PERFORM 4290-READ-JOB THRU 4290-EXIT.
005730 4200-EXIT.
005740     EXIT.
005750
005760 4250-MATCH-EXCEPTION.
005770     IF WS-ET-A (EXC-IDX) = BCH-JOB-A
005780             AND WS-ET-B (EXC-IDX) = BCH-JOB-B
005790         MOVE 'Y' TO WS-FOUND-SW
005800         SET EXC-IDX DOWN BY 1
005810     END-IF.
005820 4250-EXIT.
005830     EXIT.
005840
005850 4290-READ-JOB.
005860     READ JOB-FILE
005870         AT END
005880             MOVE 'Y' TO WS-EOF-SW
005890     END-READ.
005900 4290-EXIT.
005910     EXIT.
005920
005930*-----------------------------------------------------------------
005940* 5000-HOLD-SPECIAL - every job on the night's special-handling
005950* routing is held until the bench releases it. A job routed
005960* under two divisors is held once.
005970*-----------------------------------------------------------------
005980 5000-HOLD-SPECIAL.
005990     OPEN INPUT SPECIAL-FILE
006000     IF WS-SPL-STATUS NOT = '00'
006010         GO TO 5000-EXIT
006020     END-IF
006030     MOVE 'N' TO WS-EOF-SW
006040     PERFORM 5190-READ-SPECIAL THRU 5190-EXIT
006050     PERFORM 5100-HOLD-ONE-SPECIAL THRU 5100-EXIT
006060         UNTIL WS-EOF-YES
006070     CLOSE SPECIAL-FILE.
006080 5000-EXIT.
006090     EXIT.
006100
006110 5100-HOLD-ONE-SPECIAL.
006120     IF SPL-WRK-JOB-NUMBER NOT NUMERIC
006130             OR SPL-WRK-JOB-NUMBER = ZERO
006140         GO TO 5100-NEXT
006150     END-IF
006160     MOVE 'S' TO WS-AUTO-REASON
006170     MOVE ZERO TO WS-AUTO-A
006180     MOVE ZERO TO WS-AUTO-B
006190     MOVE SPL-WRK-JOB-NUMBER TO WS-AUTO-JOB
006200     PERFORM 6000-AUTO-HOLD THRU 6000-EXIT.
006210 5100-NEXT.
006220     PERFORM 5190-READ-SPECIAL THRU 5190-EXIT.
006230 5100-EXIT.
006240     EXIT.
006250
006260 5190-READ-SPECIAL.
006270     READ SPECIAL-FILE
006280         AT END
006290             MOVE 'Y' TO WS-EOF-SW
006300     END-READ.
006310 5190-EXIT.
006320     EXIT.
006330
006340*-----------------------------------------------------------------
006350* 6000-AUTO-HOLD - sets the hold for the job in
006360* WS-AUTO-JOB unless BILHLD already knows the job, held
006370* or released: the office's word on a job stands.
006380*-----------------------------------------------------------------
006390 6000-AUTO-HOLD.
006400     MOVE WS-AUTO-JOB TO BIL-HLD-JOB-NUMBER
006410     READ HOLD-FILE
006420         INVALID KEY
006430             CONTINUE
006440         NOT INVALID KEY
006450             ADD 1 TO WS-ON-FILE-COUNT
006460             GO TO 6000-EXIT
006470     END-READ
006480     MOVE SPACES TO BIL-HLD-RECORD
006490     MOVE WS-AUTO-JOB TO BIL-HLD-JOB-NUMBER
006500     MOVE 'H' TO BIL-HLD-STATUS
006510     MOVE WS-AUTO-REASON TO BIL-HLD-REASON
006520     MOVE 'A' TO BIL-HLD-SOURCE
006530     IF WS-AUTO-REASON = 'E'
006540         MOVE 'OPEN RECEXC EXCEPTION' TO BIL-HLD-REASON-TEXT
006550     ELSE
006560         MOVE 'SPLWRK SPECIAL HANDLING' TO BIL-HLD-REASON-TEXT
006570     END-IF
006580     MOVE WS-RUN-DATE TO BIL-HLD-HOLD-DATE
006590     MOVE 'NIGHTLY ' TO BIL-HLD-HOLD-USER
006600     MOVE ZERO TO BIL-HLD-RELEASE-DATE
006610     MOVE WS-AUTO-A TO BIL-HLD-EXC-A
006620     MOVE WS-AUTO-B TO BIL-HLD-EXC-B
006630     WRITE BIL-HLD-RECORD
006640         INVALID KEY
006650             MOVE 'REJ-WRITE FAILED    ' TO WS-D-DISPOSITION
006660             ADD 1 TO WS-REJECT-COUNT
006670             GO TO 6000-REGISTER
006680     END-WRITE
006690     IF WS-AUTO-REASON = 'E'
006700         ADD 1 TO WS-AUTO-EXC-COUNT
006710         MOVE 'AUTO HELD-RECEXC    ' TO WS-D-DISPOSITION
006720     ELSE
006730         ADD 1 TO WS-AUTO-SPL-COUNT
006740         MOVE 'AUTO HELD-SPLWRK    ' TO WS-D-DISPOSITION
006750     END-IF.
006760 6000-REGISTER.
006770     MOVE 'H' TO WS-D-TYPE
006780     MOVE BIL-HLD-HOLD-USER TO WS-D-USER
006790     PERFORM 7200-REGISTER-HOLD THRU 7200-EXIT.
006800 6000-EXIT.
006810     EXIT.
006820
006830 7100-REWRITE-HOLD.
006840     REWRITE BIL-HLD-RECORD
006850         INVALID KEY
006860             MOVE 'REJ-REWRITE FAILED  ' TO WS-D-DISPOSITION
006870             MOVE 'Y' TO WS-TRAN-BAD-SW
006880     END-REWRITE.
006890 7100-EXIT.
006900     EXIT.
006910
006920*-----------------------------------------------------------------
006930* 7200-REGISTER-HOLD - the register line for a hold the run
006940* set or released on its own, from the hold record in hand.
006950*-----------------------------------------------------------------
006960 7200-REGISTER-HOLD.
006970     MOVE WS-RUN-DATE TO WS-D-DATE
006980     MOVE BIL-HLD-JOB-NUMBER TO WS-D-JOB
006990     MOVE BIL-HLD-REASON TO WS-D-REASON
007000     MOVE BIL-HLD-REASON-TEXT TO WS-D-TEXT
007010     PERFORM 8000-WRITE-REGISTER-LINE THRU 8000-EXIT.
007020 7200-EXIT.
007030     EXIT.
007040
007050 8000-WRITE-REGISTER-LINE.
007060     MOVE WS-DETAIL-LINE TO REPORT-LINE
007070     WRITE REPORT-LINE.
007080 8000-EXIT.
007090     EXIT.
007100
007110*-----------------------------------------------------------------
007120* 9000-TERMINATE - control totals, and return code 4 when any
007130* transaction was refused so the office rekeys it.
007140*-----------------------------------------------------------------
007150 9000-TERMINATE.
007160     MOVE SPACES TO REPORT-LINE
007170     WRITE REPORT-LINE
007180     MOVE 'AUTO RELEASED (EXCCOR): ' TO WS-C-LABEL
007190     MOVE WS-AUTO-REL-COUNT TO WS-C-COUNT
007200     PERFORM 9100-WRITE-COUNT THRU 9100-EXIT
007210     MOVE 'AUTO HELD (RECEXC):     ' TO WS-C-LABEL
007220     MOVE WS-AUTO-EXC-COUNT TO WS-C-COUNT
007230     PERFORM 9100-WRITE-COUNT THRU 9100-EXIT
007240     MOVE 'AUTO HELD (SPLWRK):     ' TO WS-C-LABEL
007250     MOVE WS-AUTO-SPL-COUNT TO WS-C-COUNT
007260     PERFORM 9100-WRITE-COUNT THRU 9100-EXIT
007270     MOVE 'ALREADY ON BILHLD:      ' TO WS-C-LABEL
007280     MOVE WS-ON-FILE-COUNT TO WS-C-COUNT
007290     PERFORM 9100-WRITE-COUNT THRU 9100-EXIT
007300     MOVE 'TRANSACTIONS READ:      ' TO WS-C-LABEL
007310     MOVE WS-READ-COUNT TO WS-C-COUNT
007320     PERFORM 9100-WRITE-COUNT THRU 9100-EXIT
007330     MOVE 'JOBS HELD:              ' TO WS-C-LABEL
007340     MOVE WS-HELD-COUNT TO WS-C-COUNT
007350     PERFORM 9100-WRITE-COUNT THRU 9100-EXIT
007360     MOVE 'JOBS RELEASED:          ' TO WS-C-LABEL
007370     MOVE WS-RELEASED-COUNT TO WS-C-COUNT
007380     PERFORM 9100-WRITE-COUNT THRU 9100-EXIT
007390     MOVE 'TRANSACTIONS REJECTED:  ' TO WS-C-LABEL
007400     MOVE WS-REJECT-COUNT TO WS-C-COUNT
007410     PERFORM 9100-WRITE-COUNT THRU 9100-EXIT
007420     CLOSE HOLD-TRAN-FILE
007430     CLOSE HOLD-FILE
007440     CLOSE REGISTER-REPORT-FILE
007450     IF WS-REJECT-COUNT > 0
007460         MOVE 4 TO RETURN-CODE
007470     END-IF
007480     DISPLAY 'BILHMNT - HELD: ' WS-HELD-COUNT
007490         ' AUTO HELD: ' WS-AUTO-EXC-COUNT ' ' WS-AUTO-SPL-COUNT
007500         ' RELEASED: ' WS-RELEASED-COUNT
007510         ' REJECTED: ' WS-REJECT-COUNT.
007520 9000-EXIT.
007530     EXIT.
007540
007550 9100-WRITE-COUNT.
007560     MOVE WS-COUNT-LINE TO REPORT-LINE
007570     WRITE REPORT-LINE.
007580 9100-EXIT.
007590     EXIT.
007600
007610 END PROGRAM BILHMNT.
