000010*****************************************************************
000020* PROGRAM-ID : RCTPST                                          *
000030* AUTHOR     : M. PRZYBYLSKI, SCHEDULING SYSTEMS               *
000040* INSTALLATION : CUTTING-SHOP SYSTEMS                          *
000050* DATE-WRITTEN : 2026-10-15                                    *
000060*                                                               *
000070* FUNCTION : Saw recut posting. A panel cut wrong at the saw is *
000080*   cut again off another sheet, and until now that sheet went  *
000090*   nowhere - not against the job, not off STKINV. The floor    *
000100*   keys each recut to RCTTRN under the job number with the     *
000110*   cause (M mis-measure, B blade drift, F material flaw, S     *
000120*   spec change) and the stock area the recut used, and this    *
000130*   batch posts it:                                             *
000140*                                                               *
000150*   - the job's original result is looked up on JOBTRL (the     *
000160*     BCHOUT run date, area total, sheet class and plant, and   *
000170*     the CUTPLN sheet it was nested on) and its customer on    *
000180*     the order master (ORDREAD);                               *
000190*   - the area comes off the job's plant/class rack through     *
000200*     STKUPDT (movement 'R', which leaves the night's running   *
000210*     draw alone), audited to STKAUD under RK plus the job      *
000220*     number;                                                   *
000230*   - the recut is filed on RCTHIS next to the original result  *
000240*     for the RCTQRPT monthly quality-cause report.             *
000250*                                                               *
000260*   A recut is refused when the job number or cause is bad,     *
000270*   the area is missing, the job is not on JOBTRL or has never  *
000280*   run, or its class has no STKINV record. A recut larger      *
000290*   than the rack holds still posts (the sheet was cut) and is  *
000300*   flagged so the count gets looked at. Either ends the run    *
000310*   with return code 4. The register prints to RCTPSTR.         *
000320*****************************************************************
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID. RCTPST.
000350 AUTHOR. M. PRZYBYLSKI, SCHEDULING SYSTEMS.
000360 INSTALLATION. CUTTING-SHOP SYSTEMS.
000370 DATE-WRITTEN. 2026-10-15.
000380 DATE-COMPILED.
000390
000400*-----------------------------------------------------------------
000410* MODIFICATION HISTORY
000420* DATE       BY   DESCRIPTION
000430* 2026-10-15 MPR  Initial version.
000440*-----------------------------------------------------------------
000450
000460 ENVIRONMENT DIVISION.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT RECUT-TRAN-FILE ASSIGN TO RCTTRN
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS WS-TRN-STATUS.
000520     SELECT JOB-TRAIL-FILE ASSIGN TO JOBTRL
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS RANDOM
000550         RECORD KEY IS JOB-TRL-JOB-NUMBER
000560         FILE STATUS IS WS-TRL-STATUS.
000570     SELECT STK-INV-FILE ASSIGN TO STKINV
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS RANDOM
000600         RECORD KEY IS STK-INV-KEY
000610         FILE STATUS IS WS-INV-STATUS.
000620     SELECT AUDIT-FILE ASSIGN TO STKAUD
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS WS-AUD-STATUS.
000650     SELECT RECUT-HISTORY-FILE ASSIGN TO RCTHIS
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS WS-HIS-STATUS.
000680     SELECT REGISTER-REPORT-FILE ASSIGN TO RCTPSTR
000690         ORGANIZATION IS SEQUENTIAL.
000700
000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  RECUT-TRAN-FILE
000740     RECORDING MODE IS F.
000750     COPY RCTTRN.
000760
000770 FD  JOB-TRAIL-FILE.
000780     COPY JOBTRL.
000790
000800 FD  STK-INV-FILE.
000810     COPY STKINV.
000820
000830 FD  AUDIT-FILE
000840     RECORDING MODE IS F.
000850     COPY STKAUD.
000860
000870 FD  RECUT-HISTORY-FILE
000880     RECORDING MODE IS F.
000890     COPY RCTHIS.
000900
000910 FD  REGISTER-REPORT-FILE
000920     RECORDING MODE IS F.
000930 01  REPORT-LINE                 PIC X(80).
000940
000950 WORKING-STORAGE SECTION.
000960*-----------------------------------------------------------------
000970* SWITCHES AND FILE STATUS
000980*-----------------------------------------------------------------
000990 77  WS-EOF-SW           PIC X(01)      VALUE 'N'.
001000     88  WS-EOF-YES                     VALUE 'Y'.
001010 77  WS-TRAN-BAD-SW      PIC X(01)      VALUE 'N'.
001020     88  WS-TRAN-BAD                    VALUE 'Y'.
001030 77  WS-SHORT-SW         PIC X(01)      VALUE 'N'.
001040     88  WS-RACK-SHORT                  VALUE 'Y'.
001050 77  WS-TRN-STATUS       PIC X(02)      VALUE SPACES.
001060 77  WS-TRL-STATUS       PIC X(02)      VALUE SPACES.
001070 77  WS-INV-STATUS       PIC X(02)      VALUE SPACES.
001080 77  WS-AUD-STATUS       PIC X(02)      VALUE SPACES.
001090 77  WS-HIS-STATUS       PIC X(02)      VALUE SPACES.
001100
001110*-----------------------------------------------------------------
001120* RUN CONTROL AND COUNTERS
001130*-----------------------------------------------------------------
001140 77  WS-TODAY-DATE       PIC 9(08)      VALUE ZERO.
001150*    ACCEPT FROM TIME returns HHMMSSss - the hundredths are
001160*    dropped for the audit stamp, keeping HHMMSS.
001170 77  WS-TIME-RAW         PIC 9(08)      VALUE ZERO.
001180 77  WS-TODAY-TIME       PIC 9(06)      VALUE ZERO.
001190 77  WS-READ-COUNT       PIC 9(08) COMP VALUE ZERO.
001200 77  WS-POSTED-COUNT     PIC 9(08) COMP VALUE ZERO.
001210 77  WS-SHORT-COUNT      PIC 9(08) COMP VALUE ZERO.
001220 77  WS-NOORD-COUNT      PIC 9(08) COMP VALUE ZERO.
001230 77  WS-REJECT-COUNT     PIC 9(08) COMP VALUE ZERO.
001240 77  WS-POSTED-AREA      PIC 9(12)      VALUE ZERO.
001250 77  WS-BEFORE-AREA      PIC 9(12)      VALUE ZERO.
001260 77  WS-RECUT-DATE       PIC 9(08)      VALUE ZERO.
001270
001280*-----------------------------------------------------------------
001290* STKUPDT LINKAGE WORK FIELDS
001300*-----------------------------------------------------------------
001310 77  WS-STK-AREA         PIC 9(12)      VALUE ZERO.
001320 77  WS-STK-PROJ-AREA    PIC 9(12)      VALUE ZERO.
001330 77  WS-STK-REORDER      PIC 9(12)      VALUE ZERO.
001340 77  WS-STK-STATUS       PIC X(02)      VALUE SPACES.
001350
001360*-----------------------------------------------------------------
001370* ORDREAD LINKAGE WORK FIELDS
001380*-----------------------------------------------------------------
001390 77  WS-ORD-CUSTOMER     PIC X(20)      VALUE SPACES.
001400 77  WS-ORD-CUST-NUMBER  PIC 9(08)      VALUE ZERO.
001410 77  WS-ORD-DUE-DATE     PIC 9(08)      VALUE ZERO.
001420 77  WS-ORD-PRIORITY     PIC X(01)      VALUE SPACE.
001430 77  WS-ORD-STATUS       PIC X(02)      VALUE SPACES.
001440
001450*-----------------------------------------------------------------
001460* STKAUD REFERENCE - RK and the job number
001470*-----------------------------------------------------------------
001480 01  WS-AUD-REF.
001490     05  FILLER              PIC X(02)   VALUE 'RK'.
001500     05  WS-AUD-REF-JOB      PIC 9(08)   VALUE ZERO.
001510
001520*-----------------------------------------------------------------
001530* REPORT LINES
001540*-----------------------------------------------------------------
001550 01  WS-HEADING1.
001560     05  FILLER              PIC X(80)   VALUE
001570         'RCTPST - SAW RECUT POSTING REGISTER'.
001580 01  WS-HEADING2.
001590     05  FILLER              PIC X(26)   VALUE
001600         'DATE     JOB      R PL CL '.
001610     05  FILLER              PIC X(31)   VALUE
001620         '        AREA  ORIG-AREA SHEET  '.
001630     05  FILLER              PIC X(23)   VALUE
001640         'DISPOSITION'.
001650
001660 01  WS-DETAIL-LINE.
001670     05  WS-D-DATE           PIC 9(08).
001680     05  FILLER              PIC X(01)   VALUE SPACE.
001690     05  WS-D-JOB            PIC X(08).
001700     05  FILLER              PIC X(01)   VALUE SPACE.
001710     05  WS-D-REASON         PIC X(01).
001720     05  FILLER              PIC X(01)   VALUE SPACE.
001730     05  WS-D-PLANT          PIC X(02).
001740     05  FILLER              PIC X(01)   VALUE SPACE.
001750     05  WS-D-CLASS          PIC X(02).
001760     05  FILLER              PIC X(01)   VALUE SPACE.
001770     05  WS-D-AREA           PIC Z(11)9.
001780     05  FILLER              PIC X(01)   VALUE SPACE.
001790     05  WS-D-ORIG-AREA      PIC Z(09)9.
001800     05  FILLER              PIC X(01)   VALUE SPACE.
001810     05  WS-D-SHEET-SEQ      PIC Z(05)9.
001820     05  FILLER              PIC X(01)   VALUE SPACE.
001830     05  WS-D-DISPOSITION    PIC X(20).
001840     05  FILLER              PIC X(03)   VALUE SPACES.
001850
001860 01  WS-COUNT-LINE.
001870     05  WS-C-LABEL          PIC X(24).
001880     05  WS-C-COUNT          PIC Z(11)9.
001890     05  FILLER              PIC X(44)   VALUE SPACES.
001900
001910 PROCEDURE DIVISION.
001920*****************************************************************
001930* 0000-MAINLINE
001940*****************************************************************
001950 0000-MAINLINE.
001960     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001970     PERFORM 2000-POST-TRANSACTION THRU 2000-EXIT
001980         UNTIL WS-EOF-YES
001990     PERFORM 9000-TERMINATE THRU 9000-EXIT
002000     GOBACK.
002010
002020*-----------------------------------------------------------------
002030* 1000-INITIALIZE - STKINV is not held open here: STKUPDT opens
002040* it for itself on every call, so the on-hand figure for the
002050* register and audit is read just ahead of each posting.
002060*-----------------------------------------------------------------
002070 1000-INITIALIZE.
002080     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
002090     ACCEPT WS-TIME-RAW FROM TIME
002100     COMPUTE WS-TODAY-TIME = WS-TIME-RAW / 100
002110     OPEN INPUT RECUT-TRAN-FILE
002120     IF WS-TRN-STATUS NOT = '00'
002130         DISPLAY 'RCTPST - RCTTRN OPEN FAILED, STATUS = '
002140             WS-TRN-STATUS
002150         MOVE 12 TO RETURN-CODE
002160         GOBACK
002170     END-IF
002180     OPEN INPUT JOB-TRAIL-FILE
002190     IF WS-TRL-STATUS NOT = '00'
002200         DISPLAY 'RCTPST - JOBTRL OPEN FAILED, STATUS = '
002210             WS-TRL-STATUS
002220         MOVE 12 TO RETURN-CODE
002230         GOBACK
002240     END-IF
002250     OPEN EXTEND AUDIT-FILE
002260     IF WS-AUD-STATUS = '35' OR WS-AUD-STATUS = '05'
002270         OPEN OUTPUT AUDIT-FILE
002280         CLOSE AUDIT-FILE
002290         OPEN EXTEND AUDIT-FILE
002300     END-IF
002310     OPEN EXTEND RECUT-HISTORY-FILE
002320     IF WS-HIS-STATUS = '35' OR WS-HIS-STATUS = '05'
002330         OPEN OUTPUT RECUT-HISTORY-FILE
002340         CLOSE RECUT-HISTORY-FILE
002350         OPEN EXTEND RECUT-HISTORY-FILE
002360     END-IF
002370     OPEN OUTPUT REGISTER-REPORT-FILE
002380     MOVE WS-HEADING1 TO REPORT-LINE
002390     WRITE REPORT-LINE
002400     MOVE WS-HEADING2 TO REPORT-LINE
002410     WRITE REPORT-LINE
002420     PERFORM 2900-READ-TRANSACTION THRU 2900-EXIT.
002430 1000-EXIT.
002440     EXIT.
002450
002460*-----------------------------------------------------------------
002470* 2000-POST-TRANSACTION - one recut: edited, posted when clean,
002480* and printed on the register either way.
002490*-----------------------------------------------------------------
002500 2000-POST-TRANSACTION.
002510     ADD 1 TO WS-READ-COUNT
002520     MOVE 'N' TO WS-TRAN-BAD-SW
002530     MOVE 'N' TO WS-SHORT-SW
002540     MOVE SPACES TO JOB-TRL-PLANT
002550     MOVE SPACES TO JOB-TRL-SHEET-CLASS
002560     MOVE ZERO TO JOB-TRL-AREA-TOTAL
002570     MOVE ZERO TO JOB-TRL-SHEET-SEQ
002580     IF RCT-TRN-DATE NUMERIC AND RCT-TRN-DATE NOT = ZERO
002590         MOVE RCT-TRN-DATE TO WS-RECUT-DATE
002600     ELSE
002610         MOVE WS-TODAY-DATE TO WS-RECUT-DATE
002620     END-IF
002630     PERFORM 3000-POST-RECUT THRU 3000-EXIT
002640     IF WS-TRAN-BAD
002650         ADD 1 TO WS-REJECT-COUNT
002660     END-IF
002670     IF WS-RACK-SHORT
002680         ADD 1 TO WS-SHORT-COUNT
002690     END-IF
002700     PERFORM 2800-WRITE-REGISTER-LINE THRU 2800-EXIT
002710     PERFORM 2900-READ-TRANSACTION THRU 2900-EXIT.
002720 2000-EXIT.
002730     EXIT.
002740
002750*-----------------------------------------------------------------
002760* 2800-WRITE-REGISTER-LINE - the disposition was set by the
002770* posting; the plant, class and original result come off the
002780* job trail when the job was found.
002790*-----------------------------------------------------------------
002800 2800-WRITE-REGISTER-LINE.
002810     MOVE WS-RECUT-DATE TO WS-D-DATE
002820     MOVE RCT-TRN-JOB-NUMBER TO WS-D-JOB
002830     MOVE RCT-TRN-REASON TO WS-D-REASON
002840     MOVE JOB-TRL-PLANT TO WS-D-PLANT
002850     MOVE JOB-TRL-SHEET-CLASS TO WS-D-CLASS
002860     IF RCT-TRN-AREA NUMERIC
002870         MOVE RCT-TRN-AREA TO WS-D-AREA
002880     ELSE
002890         MOVE ZERO TO WS-D-AREA
002900     END-IF
002910     IF JOB-TRL-AREA-TOTAL NUMERIC
002920         MOVE JOB-TRL-AREA-TOTAL TO WS-D-ORIG-AREA
002930     ELSE
002940         MOVE ZERO TO WS-D-ORIG-AREA
002950     END-IF
002960     IF JOB-TRL-SHEET-SEQ NUMERIC
002970         MOVE JOB-TRL-SHEET-SEQ TO WS-D-SHEET-SEQ
002980     ELSE
002990         MOVE ZERO TO WS-D-SHEET-SEQ
003000     END-IF
003010     MOVE WS-DETAIL-LINE TO REPORT-LINE
003020     WRITE REPORT-LINE.
003030 2800-EXIT.
003040     EXIT.
003050
003060*-----------------------------------------------------------------
003070* 2900-READ-TRANSACTION
003080*-----------------------------------------------------------------
003090 2900-READ-TRANSACTION.
003100     READ RECUT-TRAN-FILE
003110         AT END
003120             MOVE 'Y' TO WS-EOF-SW
003130     END-READ.
003140 2900-EXIT.
003150     EXIT.
003160
003170*-----------------------------------------------------------------
003180* 3000-POST-RECUT - edits the recut against the job trail and
003190* the rack, draws the area through STKUPDT, and files the
003200* audit and history records.
003210*-----------------------------------------------------------------
003220 3000-POST-RECUT.
003230     IF RCT-TRN-JOB-NUMBER NOT NUMERIC
003240             OR RCT-TRN-JOB-NUMBER = ZERO
003250         MOVE 'REJ-BAD JOB NUMBER  ' TO WS-D-DISPOSITION
003260         MOVE 'Y' TO WS-TRAN-BAD-SW
003270         GO TO 3000-EXIT
003280     END-IF
003290     IF NOT RCT-TRN-REASON-VALID
003300         MOVE 'REJ-BAD CAUSE CODE  ' TO WS-D-DISPOSITION
003310         MOVE 'Y' TO WS-TRAN-BAD-SW
003320         GO TO 3000-EXIT
003330     END-IF
003340     IF RCT-TRN-AREA NOT NUMERIC
003350         MOVE 'REJ-AREA NOT NUMERIC' TO WS-D-DISPOSITION
003360         MOVE 'Y' TO WS-TRAN-BAD-SW
003370         GO TO 3000-EXIT
003380     END-IF
003390     IF RCT-TRN-AREA = ZERO
003400         MOVE 'REJ-ZERO AREA       ' TO WS-D-DISPOSITION
003410         MOVE 'Y' TO WS-TRAN-BAD-SW
003420         GO TO 3000-EXIT
003430     END-IF
003440     MOVE RCT-TRN-JOB-NUMBER TO JOB-TRL-JOB-NUMBER
003450     READ JOB-TRAIL-FILE
003460         INVALID KEY
003470             MOVE SPACES TO JOB-TRL-RECORD
003480             MOVE ZERO TO JOB-TRL-AREA-TOTAL
003490             MOVE ZERO TO JOB-TRL-SHEET-SEQ
003500             MOVE 'REJ-JOB NOT ON TRAIL' TO WS-D-DISPOSITION
003510             MOVE 'Y' TO WS-TRAN-BAD-SW
003520             GO TO 3000-EXIT
003530     END-READ
003540     IF JOB-TRL-RUN-DATE NOT NUMERIC
003550             OR JOB-TRL-RUN-DATE = ZERO
003560         MOVE 'REJ-JOB NEVER RUN   ' TO WS-D-DISPOSITION
003570         MOVE 'Y' TO WS-TRAN-BAD-SW
003580         GO TO 3000-EXIT
003590     END-IF
003600     IF JOB-TRL-PLANT = SPACES OR JOB-TRL-SHEET-CLASS = SPACES
003610         MOVE 'REJ-NO PLANT/CLASS  ' TO WS-D-DISPOSITION
003620         MOVE 'Y' TO WS-TRAN-BAD-SW
003630         GO TO 3000-EXIT
003640     END-IF
003650     PERFORM 3100-READ-ON-HAND THRU 3100-EXIT
003660     IF WS-TRAN-BAD
003670         GO TO 3000-EXIT
003680     END-IF
003690     MOVE RCT-TRN-AREA TO WS-STK-AREA
003700     CALL 'STKUPDT' USING BY CONTENT JOB-TRL-PLANT
003710                          BY CONTENT JOB-TRL-SHEET-CLASS
003720                          BY CONTENT WS-STK-AREA
003730                          BY REFERENCE WS-STK-PROJ-AREA
003740                          BY REFERENCE WS-STK-REORDER
003750                          BY REFERENCE WS-STK-STATUS
003760                          BY CONTENT 'R'
003770     END-CALL
003780     IF WS-STK-STATUS NOT = '00'
003790         DISPLAY 'RCTPST - JOB ' RCT-TRN-JOB-NUMBER
003800             ' STKUPDT STATUS ' WS-STK-STATUS
003810         MOVE 'REJ-STKINV UPDATE   ' TO WS-D-DISPOSITION
003820         MOVE 'Y' TO WS-TRAN-BAD-SW
003830         GO TO 3000-EXIT
003840     END-IF
003850     PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT
003860     PERFORM 7100-WRITE-HISTORY THRU 7100-EXIT
003870     ADD 1 TO WS-POSTED-COUNT
003880     ADD WS-STK-AREA TO WS-POSTED-AREA
003890     IF WS-STK-AREA > WS-BEFORE-AREA
003900         MOVE 'Y' TO WS-SHORT-SW
003910         MOVE 'POSTED - RACK SHORT ' TO WS-D-DISPOSITION
003920         GO TO 3000-EXIT
003930     END-IF
003940     MOVE 'POSTED              ' TO WS-D-DISPOSITION.
003950 3000-EXIT.
003960     EXIT.
003970
003980*-----------------------------------------------------------------
003990* 3100-READ-ON-HAND - the class's on-hand area ahead of the
004000* draw, for the audit record. The file is closed again before
004010* STKUPDT opens it.
004020*-----------------------------------------------------------------
004030 3100-READ-ON-HAND.
004040     OPEN INPUT STK-INV-FILE
004050     IF WS-INV-STATUS NOT = '00'
004060         DISPLAY 'RCTPST - STKINV OPEN FAILED, STATUS = '
004070             WS-INV-STATUS
004080         MOVE 'REJ-STKINV UNAVAIL  ' TO WS-D-DISPOSITION
004090         MOVE 'Y' TO WS-TRAN-BAD-SW
004100         GO TO 3100-EXIT
004110     END-IF
004120     MOVE JOB-TRL-PLANT TO STK-INV-PLANT
004130     MOVE JOB-TRL-SHEET-CLASS TO STK-INV-SHEET-CLASS
004140     READ STK-INV-FILE
004150         INVALID KEY
004160             MOVE 'REJ-NO STKINV RECORD' TO WS-D-DISPOSITION
004170             MOVE 'Y' TO WS-TRAN-BAD-SW
004180         NOT INVALID KEY
004190             MOVE STK-INV-ON-HAND-AREA TO WS-BEFORE-AREA
004200     END-READ
004210     CLOSE STK-INV-FILE.
004220 3100-EXIT.
004230     EXIT.
004240
004250*-----------------------------------------------------------------
004260* 7000-WRITE-AUDIT - one STKAUD record per recut, reason RK,
004270* referenced RK plus the job number.
004280*-----------------------------------------------------------------
004290 7000-WRITE-AUDIT.
004300     MOVE RCT-TRN-JOB-NUMBER TO WS-AUD-REF-JOB
004310     MOVE SPACES TO STK-AUD-RECORD
004320     MOVE WS-RECUT-DATE TO STK-AUD-DATE
004330     MOVE WS-TODAY-TIME TO STK-AUD-TIME
004340     MOVE JOB-TRL-PLANT TO STK-AUD-PLANT
004350     MOVE JOB-TRL-SHEET-CLASS TO STK-AUD-SHEET-CLASS
004360     MOVE WS-STK-AREA TO STK-AUD-AREA
004370     MOVE WS-BEFORE-AREA TO STK-AUD-BEFORE-AREA
004380     MOVE WS-STK-PROJ-AREA TO STK-AUD-AFTER-AREA
004390     MOVE WS-AUD-REF TO STK-AUD-PO-REF
004400     MOVE 'RK' TO STK-AUD-REASON
004410     WRITE STK-AUD-RECORD.
004420 7000-EXIT.
004430     EXIT.
004440
004450*-----------------------------------------------------------------
004460* 7100-WRITE-HISTORY - the recut beside the job's original
004470* result and its customer. A job with no order-master record
004480* files under customer zero and is counted.
004490*-----------------------------------------------------------------
004500 7100-WRITE-HISTORY.
004510     CALL 'ORDREAD' USING BY CONTENT RCT-TRN-JOB-NUMBER
004520                          BY REFERENCE WS-ORD-CUSTOMER
004530                          BY REFERENCE WS-ORD-CUST-NUMBER
004540                          BY REFERENCE WS-ORD-DUE-DATE
004550                          BY REFERENCE WS-ORD-PRIORITY
004560                          BY REFERENCE WS-ORD-STATUS
004570     END-CALL
004580     IF WS-ORD-STATUS NOT = '00'
004590         MOVE ZERO TO WS-ORD-CUST-NUMBER
004600         ADD 1 TO WS-NOORD-COUNT
004610     END-IF
004620     MOVE SPACES TO RCT-HIS-RECORD
004630     MOVE WS-RECUT-DATE TO RCT-HIS-DATE
004640     MOVE RCT-TRN-JOB-NUMBER TO RCT-HIS-JOB-NUMBER
004650     MOVE RCT-TRN-REASON TO RCT-HIS-REASON
004660     MOVE JOB-TRL-PLANT TO RCT-HIS-PLANT
004670     MOVE JOB-TRL-SHEET-CLASS TO RCT-HIS-SHEET-CLASS
004680     MOVE WS-ORD-CUST-NUMBER TO RCT-HIS-CUST-NUMBER
004690     MOVE WS-STK-AREA TO RCT-HIS-AREA
004700     IF JOB-TRL-AREA-TOTAL NUMERIC
004710         MOVE JOB-TRL-AREA-TOTAL TO RCT-HIS-ORIG-AREA
004720     ELSE
004730         MOVE ZERO TO RCT-HIS-ORIG-AREA
004740     END-IF
004750     MOVE JOB-TRL-RUN-DATE TO RCT-HIS-ORIG-RUN-DATE
004760     IF JOB-TRL-SHEET-SEQ NUMERIC
004770         MOVE JOB-TRL-SHEET-SEQ TO RCT-HIS-SHEET-SEQ
004780     ELSE
004790         MOVE ZERO TO RCT-HIS-SHEET-SEQ
004800     END-IF
004810     MOVE JOB-TRL-SHEET-CODE TO RCT-HIS-SHEET-CODE
004820     MOVE RCT-TRN-USER-ID TO RCT-HIS-USER-ID
004830     WRITE RCT-HIS-RECORD.
004840 7100-EXIT.
004850     EXIT.
004860
004870*-----------------------------------------------------------------
004880* 9000-TERMINATE - control totals, and return code 4 when any
004890* recut was refused or drew more than the rack held.
004900*-----------------------------------------------------------------
004910 9000-TERMINATE.
004920     MOVE 'TRANSACTIONS READ:      ' TO WS-C-LABEL
004930     MOVE WS-READ-COUNT TO WS-C-COUNT
004940     PERFORM 9100-WRITE-COUNT THRU 9100-EXIT
004950     MOVE 'RECUTS POSTED:          ' TO WS-C-LABEL
004960     MOVE WS-POSTED-COUNT TO WS-C-COUNT
004970     PERFORM 9100-WRITE-COUNT THRU 9100-EXIT
004980     MOVE '  RACK SHORT:           ' TO WS-C-LABEL
004990     MOVE WS-SHORT-COUNT TO WS-C-COUNT
005000     PERFORM 9100-WRITE-COUNT THRU 9100-EXIT
005010     MOVE '  NO ORDER MASTER:      ' TO WS-C-LABEL
005020     MOVE WS-NOORD-COUNT TO WS-C-COUNT
005030     PERFORM 9100-WRITE-COUNT THRU 9100-EXIT
005040     MOVE 'TRANSACTIONS REJECTED:  ' TO WS-C-LABEL
005050     MOVE WS-REJECT-COUNT TO WS-C-COUNT
005060     PERFORM 9100-WRITE-COUNT THRU 9100-EXIT
005070     MOVE 'TOTAL RECUT AREA:       ' TO WS-C-LABEL
005080     MOVE WS-POSTED-AREA TO WS-C-COUNT
005090     PERFORM 9100-WRITE-COUNT THRU 9100-EXIT
005100     CLOSE RECUT-TRAN-FILE
005110     CLOSE JOB-TRAIL-FILE
005120     CLOSE AUDIT-FILE
005130     CLOSE RECUT-HISTORY-FILE
005140     CLOSE REGISTER-REPORT-FILE
005150     IF WS-REJECT-COUNT > 0 OR WS-SHORT-COUNT > 0
005160         MOVE 4 TO RETURN-CODE
005170     END-IF
005180     DISPLAY 'RCTPST - POSTED: ' WS-POSTED-COUNT
005190         ' RACK SHORT: ' WS-SHORT-COUNT
005200         ' REJECTED: ' WS-REJECT-COUNT.
005210 9000-EXIT.
005220     EXIT.
005230
005240 9100-WRITE-COUNT.
005250     MOVE WS-COUNT-LINE TO REPORT-LINE
005260     WRITE REPORT-LINE.
005270 9100-EXIT.
005280     EXIT.
005290
005300 END PROGRAM RCTPST.
