000010*****************************************************************
000020* PROGRAM-ID : JOBCMPL                                         *
000030* AUTHOR     : M. PRZYBYLSKI, SCHEDULING SYSTEMS               *
000040* INSTALLATION : CUTTING-SHOP SYSTEMS                          *
000050* DATE-WRITTEN : 2026-10-15                                    *
000060*                                                               *
000070* FUNCTION : Job-completion posting. Nothing recorded when a    *
000080*   job actually left the floor - ORDMNT's CLOSE is a clerical  *
000090*   action with no date behind it - so on-time delivery could   *
000100*   not be measured. The floor now posts a CMPTRN record per    *
000110*   job as it leaves (job, completion date, plant), and this    *
000120*   run applies the file to the ORDMST order master:            *
000130*                                                               *
000140*   - the job number must be numeric and on the master;         *
000150*   - the completion date must be a plausible calendar date,    *
000160*     not later than today;                                     *
000170*   - the plant must be keyed;                                  *
000180*   - a job already completed is refused (the first posting     *
000190*     stands - a wrong one is corrected on the master, not      *
000200*     posted over).                                             *
000210*                                                               *
000220*   A posted completion closes the order (so ORDESC stops       *
000230*   escalating it and CAPLOAD stops loading it) and records     *
000240*   the date and plant OTDRPT measures on-time delivery by.     *
000250*   An order already CLOSEd through ORDMNT still takes its      *
000260*   completion date. Every posting writes one ORDAUD audit      *
000270*   record (action COMPLT) the way ORDMNT audits its own        *
000280*   changes. The register prints one line per record; rejects   *
000290*   end the run with return code 4 so they get rekeyed.         *
000300*****************************************************************
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID. JOBCMPL.
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
000470     SELECT TRANSACTION-FILE ASSIGN TO CMPTRN
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS WS-TRN-STATUS.
000500     SELECT ORDER-MASTER-FILE ASSIGN TO ORDMST
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS BCH-ORD-JOB-NUMBER
000540         FILE STATUS IS WS-ORD-STATUS.
000550     SELECT AUDIT-FILE ASSIGN TO ORDAUD
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS WS-AUD-STATUS.
000580     SELECT REGISTER-REPORT-FILE ASSIGN TO CMPLRPT
000590         ORGANIZATION IS SEQUENTIAL.
000600
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  TRANSACTION-FILE
000640     RECORDING MODE IS F.
000650     COPY CMPTRN.
000660
000670 FD  ORDER-MASTER-FILE.
000680     COPY ORDMST.
000690
000700 FD  AUDIT-FILE
000710     RECORDING MODE IS F.
000720     COPY ORDAUD.
000730
000740 FD  REGISTER-REPORT-FILE
000750     RECORDING MODE IS F.
000760 01  REPORT-LINE                 PIC X(80).
000770
000780 WORKING-STORAGE SECTION.
000790*-----------------------------------------------------------------
000800* SWITCHES AND FILE STATUS
000810*-----------------------------------------------------------------
000820 77  WS-EOF-SW           PIC X(01)      VALUE 'N'.
000830     88  WS-EOF-YES                     VALUE 'Y'.
000840 77  WS-TRN-BAD-SW       PIC X(01)      VALUE 'N'.
000850     88  WS-TRN-BAD                     VALUE 'Y'.
000860 77  WS-ORD-FOUND-SW     PIC X(01)      VALUE 'N'.
000870     88  WS-ORD-FOUND                   VALUE 'Y'.
000880 77  WS-TRN-STATUS       PIC X(02)      VALUE SPACES.
000890 77  WS-ORD-STATUS       PIC X(02)      VALUE SPACES.
000900 77  WS-AUD-STATUS       PIC X(02)      VALUE SPACES.
000910
000920*-----------------------------------------------------------------
000930* RUN CONTROL AND COUNTERS
000940*-----------------------------------------------------------------
000950 77  WS-TODAY-DATE       PIC 9(08)      VALUE ZERO.
000960*    ACCEPT FROM TIME returns HHMMSSss - the hundredths are
000970*    dropped for the audit stamp, keeping HHMMSS.
000980 77  WS-TIME-RAW         PIC 9(08)      VALUE ZERO.
000990 77  WS-TODAY-TIME       PIC 9(06)      VALUE ZERO.
001000 77  WS-TRN-COUNT        PIC 9(08) COMP VALUE ZERO.
001010 77  WS-POSTED-COUNT     PIC 9(08) COMP VALUE ZERO.
001020 77  WS-REJECT-COUNT     PIC 9(08) COMP VALUE ZERO.
001030 77  WS-WAS-CLOSED-COUNT PIC 9(08) COMP VALUE ZERO.
001040
001050*-----------------------------------------------------------------
001060* COMPLETION-DATE EDIT WORK FIELDS
001070*-----------------------------------------------------------------
001080 01  WS-CMP-DATE-NUM     PIC 9(08)      VALUE ZERO.
001090 01  WS-CMP-DATE-PARTS REDEFINES WS-CMP-DATE-NUM.
001100     05  WS-CMP-YEAR        PIC 9(04).
001110     05  WS-CMP-MONTH       PIC 9(02).
001120     05  WS-CMP-DAY         PIC 9(02).
001130
001140*-----------------------------------------------------------------
001150* BEFORE-IMAGE OF THE ORDER BEING COMPLETED
001160*-----------------------------------------------------------------
001170 77  WS-OLD-STATUS       PIC X(01)      VALUE SPACE.
001180
001190*-----------------------------------------------------------------
001200* REPORT LINES
001210*-----------------------------------------------------------------
001220 01  WS-HEADING1.
001230     05  FILLER              PIC X(80)   VALUE
001240         'JOBCMPL - JOB COMPLETION POSTING REGISTER'.
001250 01  WS-HEADING2.
001260     05  FILLER              PIC X(32)   VALUE
001270         'JOB      COMPLETE PL DUE-DATE P '.
001280     05  FILLER              PIC X(48)   VALUE
001290         'DISPOSITION'.
001300
001310 01  WS-DETAIL-LINE.
001320     05  WS-D-JOB            PIC X(08).
001330     05  FILLER              PIC X(01)   VALUE SPACE.
001340     05  WS-D-COMPLETE-DATE  PIC X(08).
001350     05  FILLER              PIC X(01)   VALUE SPACE.
001360     05  WS-D-PLANT          PIC X(02).
001370     05  FILLER              PIC X(01)   VALUE SPACE.
001380     05  WS-D-DUE-DATE       PIC X(08).
001390     05  FILLER              PIC X(01)   VALUE SPACE.
001400     05  WS-D-PRIORITY       PIC X(01).
001410     05  FILLER              PIC X(01)   VALUE SPACE.
001420     05  WS-D-DISPOSITION    PIC X(26).
001430     05  FILLER              PIC X(22)   VALUE SPACES.
001440
001450 01  WS-COUNT-LINE.
001460     05  WS-C-LABEL          PIC X(24).
001470     05  WS-C-COUNT          PIC Z(7)9.
001480     05  FILLER              PIC X(48)   VALUE SPACES.
001490
001500 PROCEDURE DIVISION.
001510*****************************************************************
001520* 0000-MAINLINE
001530*****************************************************************
001540 0000-MAINLINE.
001550     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001560     PERFORM 2000-POST-ONE-TRAN THRU 2000-EXIT
001570         UNTIL WS-EOF-YES
001580     PERFORM 9000-TERMINATE THRU 9000-EXIT
001590     GOBACK.
001600
001610*-----------------------------------------------------------------
001620* 1000-INITIALIZE
001630*-----------------------------------------------------------------
001640 1000-INITIALIZE.
001650     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
001660     ACCEPT WS-TIME-RAW FROM TIME
001670     COMPUTE WS-TODAY-TIME = WS-TIME-RAW / 100
001680     OPEN INPUT TRANSACTION-FILE
001690     IF WS-TRN-STATUS NOT = '00'
001700         DISPLAY 'JOBCMPL - CMPTRN OPEN FAILED, STATUS = '
001710             WS-TRN-STATUS
001720         MOVE 12 TO RETURN-CODE
001730         GOBACK
001740     END-IF
001750     OPEN I-O ORDER-MASTER-FILE
001760     IF WS-ORD-STATUS NOT = '00'
001770         DISPLAY 'JOBCMPL - ORDMST OPEN FAILED, STATUS = '
001780             WS-ORD-STATUS
001790         MOVE 12 TO RETURN-CODE
001800         CLOSE TRANSACTION-FILE
001810         GOBACK
001820     END-IF
001830     OPEN EXTEND AUDIT-FILE
001840     IF WS-AUD-STATUS = '35' OR WS-AUD-STATUS = '05'
001850         OPEN OUTPUT AUDIT-FILE
001860         CLOSE AUDIT-FILE
001870         OPEN EXTEND AUDIT-FILE
001880     END-IF
001890     OPEN OUTPUT REGISTER-REPORT-FILE
001900     MOVE WS-HEADING1 TO REPORT-LINE
001910     WRITE REPORT-LINE
001920     MOVE WS-HEADING2 TO REPORT-LINE
001930     WRITE REPORT-LINE
001940     PERFORM 2900-READ-TRAN THRU 2900-EXIT.
001950 1000-EXIT.
001960     EXIT.
001970
001980*-----------------------------------------------------------------
001990* 2000-POST-ONE-TRAN - edits first, so a refused record changes
002000* nothing; then the order is read, checked, and completed.
002010*-----------------------------------------------------------------
002020 2000-POST-ONE-TRAN.
002030     ADD 1 TO WS-TRN-COUNT
002040     MOVE 'N' TO WS-TRN-BAD-SW
002050     MOVE 'N' TO WS-ORD-FOUND-SW
002060     PERFORM 2100-EDIT-TRAN THRU 2100-EXIT
002070     IF NOT WS-TRN-BAD
002080         PERFORM 3000-APPLY-COMPLETION THRU 3000-EXIT
002090     END-IF
002100     IF WS-TRN-BAD
002110         ADD 1 TO WS-REJECT-COUNT
002120     ELSE
002130         ADD 1 TO WS-POSTED-COUNT
002140         IF WS-OLD-STATUS = 'C'
002150             ADD 1 TO WS-WAS-CLOSED-COUNT
002160             MOVE 'POSTED - WAS CLOSED       ' TO WS-D-DISPOSITION
002170         ELSE
002180             MOVE 'POSTED - ORDER CLOSED     ' TO WS-D-DISPOSITION
002190         END-IF
002200     END-IF
002210     PERFORM 2800-WRITE-REGISTER-LINE THRU 2800-EXIT
002220     PERFORM 2900-READ-TRAN THRU 2900-EXIT.
002230 2000-EXIT.
002240     EXIT.
002250
002260*-----------------------------------------------------------------
002270* 2100-EDIT-TRAN - job number, completion date, and plant. The
002280* date may fall on a closed day - a job can go out on a
002290* Saturday - but never after today.
002300*-----------------------------------------------------------------
002310 2100-EDIT-TRAN.
002320     IF CMP-TRN-JOB-NUMBER NOT NUMERIC
002330         MOVE 'REJ-JOB NOT NUMERIC       ' TO WS-D-DISPOSITION
002340         MOVE 'Y' TO WS-TRN-BAD-SW
002350         GO TO 2100-EXIT
002360     END-IF
002370     IF CMP-TRN-COMPLETE-DATE NOT NUMERIC
002380         MOVE 'REJ-DATE NOT NUMERIC      ' TO WS-D-DISPOSITION
002390         MOVE 'Y' TO WS-TRN-BAD-SW
002400         GO TO 2100-EXIT
002410     END-IF
002420     MOVE CMP-TRN-COMPLETE-DATE TO WS-CMP-DATE-NUM
002430     IF WS-CMP-MONTH < 1 OR WS-CMP-MONTH > 12
002440             OR WS-CMP-DAY < 1 OR WS-CMP-DAY > 31
002450             OR WS-CMP-YEAR < 2000
002460         MOVE 'REJ-DATE IMPLAUSIBLE      ' TO WS-D-DISPOSITION
002470         MOVE 'Y' TO WS-TRN-BAD-SW
002480         GO TO 2100-EXIT
002490     END-IF
002500     IF WS-CMP-DATE-NUM > WS-TODAY-DATE
002510         MOVE 'REJ-DATE IN THE FUTURE    ' TO WS-D-DISPOSITION
002520         MOVE 'Y' TO WS-TRN-BAD-SW
002530         GO TO 2100-EXIT
002540     END-IF
002550     IF CMP-TRN-PLANT = SPACES
002560         MOVE 'REJ-NO PLANT              ' TO WS-D-DISPOSITION
002570         MOVE 'Y' TO WS-TRN-BAD-SW
002580     END-IF.
002590 2100-EXIT.
002600     EXIT.
002610
002620 2800-WRITE-REGISTER-LINE.
002630     MOVE CMP-TRN-JOB-NUMBER TO WS-D-JOB
002640     MOVE CMP-TRN-COMPLETE-DATE TO WS-D-COMPLETE-DATE
002650     MOVE CMP-TRN-PLANT TO WS-D-PLANT
002660     IF WS-ORD-FOUND
002670         MOVE BCH-ORD-DUE-DATE TO WS-D-DUE-DATE
002680         MOVE BCH-ORD-PRIORITY TO WS-D-PRIORITY
002690     ELSE
002700         MOVE SPACES TO WS-D-DUE-DATE
002710         MOVE SPACE TO WS-D-PRIORITY
002720     END-IF
002730     MOVE WS-DETAIL-LINE TO REPORT-LINE
002740     WRITE REPORT-LINE.
002750 2800-EXIT.
002760     EXIT.
002770
002780 2900-READ-TRAN.
002790     READ TRANSACTION-FILE
002800         AT END
002810             MOVE 'Y' TO WS-EOF-SW
002820     END-READ.
002830 2900-EXIT.
002840     EXIT.
002850
002860*-----------------------------------------------------------------
002870* 3000-APPLY-COMPLETION - the order must be on the master and
002880* not already completed. It is closed, takes the completion
002890* date and plant, and the change is audited.
002900*-----------------------------------------------------------------
002910 3000-APPLY-COMPLETION.
002920     MOVE CMP-TRN-JOB-NUMBER TO BCH-ORD-JOB-NUMBER
002930     READ ORDER-MASTER-FILE
002940         INVALID KEY
002950             MOVE 'REJ-JOB NOT ON MASTER     '
002960                 TO WS-D-DISPOSITION
002970             MOVE 'Y' TO WS-TRN-BAD-SW
002980             GO TO 3000-EXIT
002990     END-READ
003000     MOVE 'Y' TO WS-ORD-FOUND-SW
003010     IF BCH-ORD-COMPLETE-DATE NUMERIC
003020             AND BCH-ORD-COMPLETE-DATE > ZERO
003030         MOVE 'REJ-ALREADY COMPLETED     ' TO WS-D-DISPOSITION
003040         MOVE 'Y' TO WS-TRN-BAD-SW
003050         GO TO 3000-EXIT
003060     END-IF
003070     MOVE BCH-ORD-STATUS TO WS-OLD-STATUS
003080     MOVE 'C' TO BCH-ORD-STATUS
003090     MOVE WS-CMP-DATE-NUM TO BCH-ORD-COMPLETE-DATE
003100     MOVE CMP-TRN-PLANT TO BCH-ORD-COMPLETE-PLANT
003110     REWRITE BCH-ORD-RECORD
003120         INVALID KEY
003130             MOVE 'REJ-REWRITE FAILED        '
003140                 TO WS-D-DISPOSITION
003150             MOVE 'Y' TO WS-TRN-BAD-SW
003160             GO TO 3000-EXIT
003170     END-REWRITE
003180     PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT.
003190 3000-EXIT.
003200     EXIT.
003210
003220*-----------------------------------------------------------------
003230* 7000-WRITE-AUDIT - one COMPLT record per posting. The due
003240* date, priority, and customer do not change; the after-image
003250* customer field carries the completion date and plant. A
003260* record keyed with no user id is audited to the program.
003270*-----------------------------------------------------------------
003280 7000-WRITE-AUDIT.
003290     MOVE SPACES TO ORD-AUD-RECORD
003300     MOVE WS-TODAY-DATE TO ORD-AUD-DATE
003310     MOVE WS-TODAY-TIME TO ORD-AUD-TIME
003320     IF CMP-TRN-USER-ID = SPACES
003330         MOVE 'JOBCMPL ' TO ORD-AUD-USER-ID
003340     ELSE
003350         MOVE CMP-TRN-USER-ID TO ORD-AUD-USER-ID
003360     END-IF
003370     MOVE 'COMPLT' TO ORD-AUD-ACTION
003380     MOVE BCH-ORD-JOB-NUMBER TO ORD-AUD-JOB-NUMBER
003390     MOVE BCH-ORD-DUE-DATE TO ORD-AUD-OLD-DUE-DATE
003400     MOVE BCH-ORD-PRIORITY TO ORD-AUD-OLD-PRIORITY
003410     MOVE WS-OLD-STATUS TO ORD-AUD-OLD-STATUS
003420     MOVE BCH-ORD-CUSTOMER (1:12) TO ORD-AUD-OLD-CUSTOMER
003430     MOVE BCH-ORD-DUE-DATE TO ORD-AUD-NEW-DUE-DATE
003440     MOVE BCH-ORD-PRIORITY TO ORD-AUD-NEW-PRIORITY
003450     MOVE BCH-ORD-STATUS TO ORD-AUD-NEW-STATUS
003460     MOVE BCH-ORD-COMPLETE-DATE TO ORD-AUD-COMPLETE-DATE
003470     MOVE BCH-ORD-COMPLETE-PLANT TO ORD-AUD-COMPLETE-PLANT
003480     WRITE ORD-AUD-RECORD.
003490 7000-EXIT.
003500     EXIT.
003510
003520*-----------------------------------------------------------------
003530* 9000-TERMINATE - control totals, and return code 4 when any
003540* completion was rejected.
003550*-----------------------------------------------------------------
003560 9000-TERMINATE.
003570     MOVE 'COMPLETIONS READ:       ' TO WS-C-LABEL
003580     MOVE WS-TRN-COUNT TO WS-C-COUNT
003590     MOVE WS-COUNT-LINE TO REPORT-LINE
003600     WRITE REPORT-LINE
003610     MOVE 'COMPLETIONS POSTED:     ' TO WS-C-LABEL
003620     MOVE WS-POSTED-COUNT TO WS-C-COUNT
003630     MOVE WS-COUNT-LINE TO REPORT-LINE
003640     WRITE REPORT-LINE
003650     MOVE 'POSTED TO CLOSED ORDERS:' TO WS-C-LABEL
003660     MOVE WS-WAS-CLOSED-COUNT TO WS-C-COUNT
003670     MOVE WS-COUNT-LINE TO REPORT-LINE
003680     WRITE REPORT-LINE
003690     MOVE 'COMPLETIONS REJECTED:   ' TO WS-C-LABEL
003700     MOVE WS-REJECT-COUNT TO WS-C-COUNT
003710     MOVE WS-COUNT-LINE TO REPORT-LINE
003720     WRITE REPORT-LINE
003730     CLOSE TRANSACTION-FILE
003740     CLOSE ORDER-MASTER-FILE
003750     CLOSE AUDIT-FILE
003760     CLOSE REGISTER-REPORT-FILE
003770     IF WS-REJECT-COUNT > 0
003780         MOVE 4 TO RETURN-CODE
003790     END-IF
003800     DISPLAY 'JOBCMPL - POSTED: ' WS-POSTED-COUNT
003810         ' REJECTED: ' WS-REJECT-COUNT.
003820 9000-EXIT.
003830     EXIT.
003840
003850 END PROGRAM JOBCMPL.
