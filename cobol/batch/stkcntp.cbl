000010*****************************************************************
000020* PROGRAM-ID : STKCNTP                                         *
000030* AUTHOR     : M. PRZYBYLSKI, SCHEDULING SYSTEMS               *
000040* INSTALLATION : CUTTING-SHOP SYSTEMS                          *
000050* DATE-WRITTEN : 2026-10-06                                    *
000060*                                                              *
000070* FUNCTION : Physical cycle-count posting. STKINV on-hand area *
000080*   only moves through STKRCPT receipts and the nightly        *
000090*   STKUPDT draw, so a mis-keyed receipt, an unreported scrap  *
000100*   sheet, or the one job a BCHCTL restart re-posts stays on   *
000110*   the books forever. This batch reads the STKCNT count file  *
000120*   the floor keys (counted area per plant and sheet class),   *
000130*   compares each count with the class's on-hand area, and     *
000140*   prints the variance report to STKCNTR.                     *
000150*                                                              *
000160*   A count line a supervisor has approved (approval flag Y    *
000170*   and an approver ID) sets on-hand to the counted area and   *
000180*   writes one STKAUD record with reason 'CC' and the count    *
000190*   date as its reference, so month-end can tell a count       *
000200*   correction from a receipt. An unapproved line is reported  *
000210*   with its variance and left alone - the usual cycle is to   *
000220*   run once for the variance report, approve the lines, and   *
000230*   run again to post them.                                    *
000240*                                                              *
000250*   A count naming a class with no STKINV record, or with a    *
000260*   bad class or area, is listed and left unposted, and the    *
000270*   run ends with return code 4 so the rejects get looked at.  *
000280*                                                              *
000290*   A count only holds for the on-hand it was taken against. A *
000300*   class that has moved since the count date - a nightly draw *
000310*   on or after it (the night runs after the day's count), or  *
000320*   any STKAUD posting dated after it - is rejected as stale   *
000330*   and needs a fresh count, rather than setting on-hand back  *
000340*   to a figure the later movements have overtaken.            *
000350*                                                              *
000360*   Posted, agreeing, and stale count lines are retired. Only  *
000370*   the lines held for approval or rejected for re-keying go   *
000380*   to STKCNTN, which the JCL copies back over STKCNT after    *
000390*   the run, so no run ever sees a posted line again.          *
000400*****************************************************************
000410 IDENTIFICATION DIVISION.
000420 PROGRAM-ID. STKCNTP.
000430 AUTHOR. M. PRZYBYLSKI, SCHEDULING SYSTEMS.
000440 INSTALLATION. CUTTING-SHOP SYSTEMS.
000450 DATE-WRITTEN. 2026-10-06.
000460 DATE-COMPILED.
000470
000480*-----------------------------------------------------------------
000490* MODIFICATION HISTORY
000500* DATE       BY   DESCRIPTION
000510* 2026-10-06 MPR  Initial version.
000520* 2026-10-15 MPR  Rejects counts overtaken by later movements;
000530*                 retires posted lines through STKCNTN.
000540*-----------------------------------------------------------------
000550
000560 ENVIRONMENT DIVISION.
000570 INPUT-OUTPUT SECTION.
000580 FILE-CONTROL.
000590     SELECT COUNT-FILE ASSIGN TO STKCNT
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS WS-CNT-STATUS.
000620     SELECT STK-INV-FILE ASSIGN TO STKINV
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS DYNAMIC
000650         RECORD KEY IS STK-INV-KEY
000660         FILE STATUS IS WS-INV-STATUS.
000670     SELECT AUDIT-FILE ASSIGN TO STKAUD
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS WS-AUD-STATUS.
000700     SELECT VARIANCE-REPORT-FILE ASSIGN TO STKCNTR
000710         ORGANIZATION IS SEQUENTIAL.
000720     SELECT COUNT-REM-FILE ASSIGN TO STKCNTN
000730         ORGANIZATION IS SEQUENTIAL.
000740
000750 DATA DIVISION.
000760 FILE SECTION.
000770 FD  COUNT-FILE
000780     RECORDING MODE IS F.
000790     COPY STKCNT.
000800
000810 FD  STK-INV-FILE.
000820     COPY STKINV.
000830
000840 FD  AUDIT-FILE
000850     RECORDING MODE IS F.
000860     COPY STKAUD.
000870
000880 FD  VARIANCE-REPORT-FILE
000890     RECORDING MODE IS F.
000900 01  REPORT-LINE                 PIC X(80).
000910
000920 FD  COUNT-REM-FILE
000930     RECORDING MODE IS F.
000940 01  COUNT-REM-RECORD            PIC X(80).
000950
000960 WORKING-STORAGE SECTION.
000970*-----------------------------------------------------------------
000980* SWITCHES AND FILE STATUS
000990*-----------------------------------------------------------------
001000 77  WS-EOF-SW           PIC X(01)      VALUE 'N'.
001010     88  WS-EOF-YES                     VALUE 'Y'.
001020 77  WS-COUNT-BAD-SW     PIC X(01)      VALUE 'N'.
001030     88  WS-COUNT-BAD                   VALUE 'Y'.
001040*    'Y' when the count line is finished with - posted, agreeing,
001050*    or stale - and is not carried to STKCNTN
001060 77  WS-RETIRE-SW        PIC X(01)      VALUE 'N'.
001070     88  WS-RETIRE-LINE                 VALUE 'Y'.
001080 77  WS-MOVED-SW         PIC X(01)      VALUE 'N'.
001090     88  WS-CLASS-MOVED                 VALUE 'Y'.
001100 77  WS-FOUND-SW         PIC X(01)      VALUE 'N'.
001110     88  WS-FOUND-YES                   VALUE 'Y'.
001120*    'Y' when STKAUD named more classes than the movement table
001130*    holds - a class left out cannot be shown unmoved
001140 77  WS-MOV-FULL-SW      PIC X(01)      VALUE 'N'.
001150     88  WS-MOV-TABLE-FULL              VALUE 'Y'.
001160 77  WS-CNT-STATUS       PIC X(02)      VALUE SPACES.
001170 77  WS-INV-STATUS       PIC X(02)      VALUE SPACES.
001180 77  WS-AUD-STATUS       PIC X(02)      VALUE SPACES.
001190
001200*-----------------------------------------------------------------
001210* RUN CONTROL AND COUNTERS
001220*-----------------------------------------------------------------
001230 77  WS-TODAY-DATE       PIC 9(08)      VALUE ZERO.
001240*    ACCEPT FROM TIME returns HHMMSSss - the hundredths are
001250*    dropped for the audit stamp, keeping HHMMSS.
001260 77  WS-TIME-RAW         PIC 9(08)      VALUE ZERO.
001270 77  WS-TODAY-TIME       PIC 9(06)      VALUE ZERO.
001280 77  WS-READ-COUNT       PIC 9(08) COMP VALUE ZERO.
001290 77  WS-ADJUSTED-COUNT   PIC 9(08) COMP VALUE ZERO.
001300 77  WS-AGREED-COUNT     PIC 9(08) COMP VALUE ZERO.
001310 77  WS-HELD-COUNT       PIC 9(08) COMP VALUE ZERO.
001320 77  WS-REJECT-COUNT     PIC 9(08) COMP VALUE ZERO.
001330 77  WS-STALE-COUNT      PIC 9(08) COMP VALUE ZERO.
001340 77  WS-CARRIED-COUNT    PIC 9(08) COMP VALUE ZERO.
001350 77  WS-AREA-UP          PIC 9(12)      VALUE ZERO.
001360 77  WS-AREA-DOWN        PIC 9(12)      VALUE ZERO.
001370 77  WS-BEFORE-AREA      PIC 9(12)      VALUE ZERO.
001380 77  WS-ADJUST-AREA      PIC 9(12)      VALUE ZERO.
001390 77  WS-VARIANCE         PIC S9(12)     VALUE ZERO.
001400 77  WS-CNT-PLANT        PIC X(02)      VALUE SPACES.
001410 01  WS-CNT-PO-REF.
001420     05  FILLER              PIC X(02)   VALUE 'CC'.
001430     05  WS-CNT-REF-DATE     PIC 9(08)   VALUE ZERO.
001440
001450*-----------------------------------------------------------------
001460* MOVEMENT TABLE - the latest STKAUD posting date per plant and
001470* sheet class, loaded before any count is posted.
001480*-----------------------------------------------------------------
001490 77  WS-MOV-COUNT        PIC 9(03) COMP VALUE ZERO.
001500 77  WS-MOV-PLANT        PIC X(02)      VALUE SPACES.
001510 01  WS-MOV-TABLE.
001520     05  WS-MOV-ENTRY OCCURS 200 TIMES
001530             INDEXED BY MOV-IDX.
001540         10  WS-MOV-PLANT-CODE   PIC X(02).
001550         10  WS-MOV-CLASS        PIC X(02).
001560         10  WS-MOV-DATE         PIC 9(08).
001570
001580*-----------------------------------------------------------------
001590* REPORT LINES
001600*-----------------------------------------------------------------
001610 01  WS-HEADING1.
001620     05  FILLER              PIC X(80)   VALUE
001630         'STKCNTP - CYCLE-COUNT VARIANCE REPORT'.
001640 01  WS-HEADING2.
001650     05  FILLER              PIC X(40)   VALUE
001660         'DATE     PL CL      COUNTED      ON-HAND'.
001670     05  FILLER              PIC X(40)   VALUE
001680         '     VARIANCE DISPOSITION'.
001690
001700 01  WS-DETAIL-LINE.
001710     05  WS-D-DATE           PIC 9(08).
001720     05  FILLER              PIC X(01)   VALUE SPACE.
001730     05  WS-D-PLANT          PIC X(02).
001740     05  FILLER              PIC X(01)   VALUE SPACE.
001750     05  WS-D-CLASS          PIC X(02).
001760     05  FILLER              PIC X(01)   VALUE SPACE.
001770     05  WS-D-COUNTED        PIC Z(11)9.
001780     05  FILLER              PIC X(01)   VALUE SPACE.
001790     05  WS-D-ON-HAND        PIC Z(11)9.
001800     05  FILLER              PIC X(01)   VALUE SPACE.
001810     05  WS-D-VARIANCE       PIC -(11)9.
001820     05  FILLER              PIC X(01)   VALUE SPACE.
001830     05  WS-D-DISPOSITION    PIC X(20).
001840     05  FILLER              PIC X(06)   VALUE SPACES.
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
001970     PERFORM 2000-POST-COUNT THRU 2000-EXIT
001980         UNTIL WS-EOF-YES
001990     PERFORM 9000-TERMINATE THRU 9000-EXIT
002000     GOBACK.
002010
002020*-----------------------------------------------------------------
002030* 1000-INITIALIZE
002040*-----------------------------------------------------------------
002050 1000-INITIALIZE.
002060     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
002070     ACCEPT WS-TIME-RAW FROM TIME
002080     COMPUTE WS-TODAY-TIME = WS-TIME-RAW / 100
002090     OPEN INPUT COUNT-FILE
002100     IF WS-CNT-STATUS NOT = '00'
002110         DISPLAY 'STKCNTP - STKCNT OPEN FAILED, STATUS = '
002120             WS-CNT-STATUS
002130         MOVE 12 TO RETURN-CODE
002140         GOBACK
002150     END-IF
002160     OPEN I-O STK-INV-FILE
002170     IF WS-INV-STATUS NOT = '00'
002180         DISPLAY 'STKCNTP - STKINV OPEN FAILED, STATUS = '
002190             WS-INV-STATUS
002200         MOVE 12 TO RETURN-CODE
002210         GOBACK
002220     END-IF
002230     PERFORM 1100-LOAD-MOVEMENTS THRU 1100-EXIT
002240     OPEN EXTEND AUDIT-FILE
002250     IF WS-AUD-STATUS = '35' OR WS-AUD-STATUS = '05'
002260         OPEN OUTPUT AUDIT-FILE
002270         CLOSE AUDIT-FILE
002280         OPEN EXTEND AUDIT-FILE
002290     END-IF
002300     OPEN OUTPUT VARIANCE-REPORT-FILE
002310     OPEN OUTPUT COUNT-REM-FILE
002320     MOVE WS-HEADING1 TO REPORT-LINE
002330     WRITE REPORT-LINE
002340     MOVE WS-HEADING2 TO REPORT-LINE
002350     WRITE REPORT-LINE
002360     PERFORM 2900-READ-COUNT THRU 2900-EXIT.
002370 1000-EXIT.
002380     EXIT.
002390
002400*-----------------------------------------------------------------
002410* 1100-LOAD-MOVEMENTS - the latest date STKAUD shows any
002420* posting for each plant and sheet class. A missing STKAUD has
002430* recorded no movement yet.
002440*-----------------------------------------------------------------
002450 1100-LOAD-MOVEMENTS.
002460     OPEN INPUT AUDIT-FILE
002470     IF WS-AUD-STATUS NOT = '00'
002480         GO TO 1100-EXIT
002490     END-IF
002500     MOVE 'N' TO WS-EOF-SW
002510     PERFORM 1190-READ-AUDIT THRU 1190-EXIT
002520     PERFORM 1150-STORE-ONE-MOVEMENT THRU 1150-EXIT
002530         UNTIL WS-EOF-YES
002540     CLOSE AUDIT-FILE
002550     MOVE 'N' TO WS-EOF-SW
002560     IF WS-MOV-TABLE-FULL
002570         DISPLAY 'STKCNTP - MOVEMENT TABLE FULL, COUNTS FOR '
002580             'CLASSES NOT LOADED ARE REJECTED AS STALE'
002590     END-IF.
002600 1100-EXIT.
002610     EXIT.
002620
002630 1150-STORE-ONE-MOVEMENT.
002640     IF STK-AUD-DATE NOT NUMERIC
002650         GO TO 1150-NEXT
002660     END-IF
002670*    a blank plant on an audit record is plant 01, as on a
002680*    count line
002690     IF STK-AUD-PLANT = SPACES
002700         MOVE '01' TO WS-MOV-PLANT
002710     ELSE
002720         MOVE STK-AUD-PLANT TO WS-MOV-PLANT
002730     END-IF
002740     MOVE 'N' TO WS-FOUND-SW
002750     PERFORM 1160-MATCH-MOVEMENT THRU 1160-EXIT
002760         VARYING MOV-IDX FROM 1 BY 1
002770         UNTIL MOV-IDX > WS-MOV-COUNT
002780             OR WS-FOUND-YES
002790     IF WS-FOUND-YES
002800         GO TO 1150-NEXT
002810     END-IF
002820     IF WS-MOV-COUNT = 200
002830         MOVE 'Y' TO WS-MOV-FULL-SW
002840         GO TO 1150-NEXT
002850     END-IF
002860     ADD 1 TO WS-MOV-COUNT
002870     SET MOV-IDX TO WS-MOV-COUNT
002880     MOVE WS-MOV-PLANT TO WS-MOV-PLANT-CODE (MOV-IDX)
002890     MOVE STK-AUD-SHEET-CLASS TO WS-MOV-CLASS (MOV-IDX)
002900     MOVE STK-AUD-DATE TO WS-MOV-DATE (MOV-IDX).
002910 1150-NEXT.
002920     PERFORM 1190-READ-AUDIT THRU 1190-EXIT.
002930 1150-EXIT.
002940     EXIT.
002950
002960 1160-MATCH-MOVEMENT.
002970     IF WS-MOV-PLANT-CODE (MOV-IDX) = WS-MOV-PLANT
002980             AND WS-MOV-CLASS (MOV-IDX) = STK-AUD-SHEET-CLASS
002990         IF STK-AUD-DATE > WS-MOV-DATE (MOV-IDX)
003000             MOVE STK-AUD-DATE TO WS-MOV-DATE (MOV-IDX)
003010         END-IF
003020         MOVE 'Y' TO WS-FOUND-SW
003030         SET MOV-IDX DOWN BY 1
003040     END-IF.
003050 1160-EXIT.
003060     EXIT.
003070
003080 1190-READ-AUDIT.
003090     READ AUDIT-FILE
003100         AT END
003110             MOVE 'Y' TO WS-EOF-SW
003120     END-READ.
003130 1190-EXIT.
003140     EXIT.
003150
003160*-----------------------------------------------------------------
003170* 2000-POST-COUNT - edits one count line, works out its
003180* variance against on-hand, adjusts the approved ones, and
003190* prints the variance line either way.
003200*-----------------------------------------------------------------
003210 2000-POST-COUNT.
003220     ADD 1 TO WS-READ-COUNT
003230     MOVE 'N' TO WS-COUNT-BAD-SW
003240     MOVE 'N' TO WS-RETIRE-SW
003250     MOVE ZERO TO WS-D-ON-HAND
003260     MOVE ZERO TO WS-VARIANCE
003270     PERFORM 2100-EDIT-COUNT THRU 2100-EXIT
003280     IF NOT WS-COUNT-BAD
003290         PERFORM 2200-APPLY-COUNT THRU 2200-EXIT
003300     END-IF
003310     IF WS-COUNT-BAD
003320         ADD 1 TO WS-REJECT-COUNT
003330     END-IF
003340     PERFORM 2700-CARRY-OR-RETIRE THRU 2700-EXIT
003350     PERFORM 2800-WRITE-VARIANCE-LINE THRU 2800-EXIT
003360     PERFORM 2900-READ-COUNT THRU 2900-EXIT.
003370 2000-EXIT.
003380     EXIT.
003390
003400*-----------------------------------------------------------------
003410* 2100-EDIT-COUNT - a count must carry its date, name a class,
003420* and carry a numeric area (zero is a legitimate count - an
003430* empty rack); an approved line must say who approved it.
003440*-----------------------------------------------------------------
003450 2100-EDIT-COUNT.
003460     IF STK-CNT-DATE NOT NUMERIC
003470             OR STK-CNT-DATE = ZERO
003480         MOVE 'REJ-NO COUNT DATE   ' TO WS-D-DISPOSITION
003490         MOVE 'Y' TO WS-COUNT-BAD-SW
003500         GO TO 2100-EXIT
003510     END-IF
003520     IF STK-CNT-SHEET-CLASS = SPACES
003530         MOVE 'REJ-NO SHEET CLASS  ' TO WS-D-DISPOSITION
003540         MOVE 'Y' TO WS-COUNT-BAD-SW
003550         GO TO 2100-EXIT
003560     END-IF
003570     IF STK-CNT-AREA NOT NUMERIC
003580         MOVE 'REJ-AREA NOT NUMERIC' TO WS-D-DISPOSITION
003590         MOVE 'Y' TO WS-COUNT-BAD-SW
003600         GO TO 2100-EXIT
003610     END-IF
003620     IF STK-CNT-IS-APPROVED
003630             AND STK-CNT-APPROVER-ID = SPACES
003640         MOVE 'REJ-NO APPROVER ID  ' TO WS-D-DISPOSITION
003650         MOVE 'Y' TO WS-COUNT-BAD-SW
003660     END-IF.
003670 2100-EXIT.
003680     EXIT.
003690
003700*-----------------------------------------------------------------
003710* 2200-APPLY-COUNT - reads the class's inventory record and
003720* works out the variance (count minus on-hand). A class that
003730* has moved since the count date is rejected as stale. An
003740* approved line with a variance sets on-hand to the count,
003750* rewrites it, and audits the correction with before and after.
003760*-----------------------------------------------------------------
003770 2200-APPLY-COUNT.
003780*    a blank plant on the count line reads as plant 01 -
003790*    the single-shop records were reloaded under it
003800     IF STK-CNT-PLANT = SPACES
003810         MOVE '01' TO WS-CNT-PLANT
003820     ELSE
003830         MOVE STK-CNT-PLANT TO WS-CNT-PLANT
003840     END-IF
003850     MOVE WS-CNT-PLANT TO STK-INV-PLANT
003860     MOVE STK-CNT-SHEET-CLASS TO STK-INV-SHEET-CLASS
003870     READ STK-INV-FILE
003880         INVALID KEY
003890             MOVE 'REJ-NO STKINV RECORD' TO WS-D-DISPOSITION
003900             MOVE 'Y' TO WS-COUNT-BAD-SW
003910             GO TO 2200-EXIT
003920     END-READ
003930     MOVE STK-INV-ON-HAND-AREA TO WS-BEFORE-AREA
003940     MOVE STK-INV-ON-HAND-AREA TO WS-D-ON-HAND
003950     COMPUTE WS-VARIANCE = STK-CNT-AREA - STK-INV-ON-HAND-AREA
003960     PERFORM 2250-CHECK-MOVED THRU 2250-EXIT
003970     IF WS-CLASS-MOVED
003980         ADD 1 TO WS-STALE-COUNT
003990         MOVE 'REJ-MOVED SINCE CNT ' TO WS-D-DISPOSITION
004000         MOVE 'Y' TO WS-COUNT-BAD-SW
004010         MOVE 'Y' TO WS-RETIRE-SW
004020         GO TO 2200-EXIT
004030     END-IF
004040     IF WS-VARIANCE = ZERO
004050         ADD 1 TO WS-AGREED-COUNT
004060         MOVE 'Y' TO WS-RETIRE-SW
004070         MOVE 'AGREES WITH ON-HAND ' TO WS-D-DISPOSITION
004080         GO TO 2200-EXIT
004090     END-IF
004100     IF NOT STK-CNT-IS-APPROVED
004110         ADD 1 TO WS-HELD-COUNT
004120         MOVE 'HELD-NOT APPROVED   ' TO WS-D-DISPOSITION
004130         GO TO 2200-EXIT
004140     END-IF
004150     MOVE STK-CNT-AREA TO STK-INV-ON-HAND-AREA
004160     REWRITE STK-INV-RECORD
004170         INVALID KEY
004180             MOVE 'REJ-REWRITE FAILED  ' TO WS-D-DISPOSITION
004190             MOVE 'Y' TO WS-COUNT-BAD-SW
004200             GO TO 2200-EXIT
004210     END-REWRITE
004220     ADD 1 TO WS-ADJUSTED-COUNT
004230     MOVE 'Y' TO WS-RETIRE-SW
004240     IF WS-VARIANCE > ZERO
004250         MOVE WS-VARIANCE TO WS-ADJUST-AREA
004260         ADD WS-ADJUST-AREA TO WS-AREA-UP
004270     ELSE
004280         COMPUTE WS-ADJUST-AREA = 0 - WS-VARIANCE
004290         ADD WS-ADJUST-AREA TO WS-AREA-DOWN
004300     END-IF
004310     MOVE 'ADJUSTED TO COUNT   ' TO WS-D-DISPOSITION
004320     PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT.
004330 2200-EXIT.
004340     EXIT.
004350
004360*-----------------------------------------------------------------
004370* 2250-CHECK-MOVED - the class has moved since the count when
004380* the night has drawn on it on or after the count date, or
004390* STKAUD shows a posting for it dated after the count date.
004400*-----------------------------------------------------------------
004410 2250-CHECK-MOVED.
004420     MOVE 'N' TO WS-MOVED-SW
004430     IF STK-INV-LAST-RUN-DATE NUMERIC
004440             AND STK-INV-LAST-RUN-DATE NOT < STK-CNT-DATE
004450         MOVE 'Y' TO WS-MOVED-SW
004460         GO TO 2250-EXIT
004470     END-IF
004480     MOVE 'N' TO WS-FOUND-SW
004490     PERFORM 2260-MATCH-CLASS THRU 2260-EXIT
004500         VARYING MOV-IDX FROM 1 BY 1
004510         UNTIL MOV-IDX > WS-MOV-COUNT
004520             OR WS-FOUND-YES
004530     IF NOT WS-FOUND-YES
004540             AND WS-MOV-TABLE-FULL
004550         MOVE 'Y' TO WS-MOVED-SW
004560     END-IF.
004570 2250-EXIT.
004580     EXIT.
004590
004600 2260-MATCH-CLASS.
004610     IF WS-MOV-PLANT-CODE (MOV-IDX) = WS-CNT-PLANT
004620             AND WS-MOV-CLASS (MOV-IDX) = STK-CNT-SHEET-CLASS
004630         IF WS-MOV-DATE (MOV-IDX) > STK-CNT-DATE
004640             MOVE 'Y' TO WS-MOVED-SW
004650         END-IF
004660         MOVE 'Y' TO WS-FOUND-SW
004670         SET MOV-IDX DOWN BY 1
004680     END-IF.
004690 2260-EXIT.
004700     EXIT.
004710
004720*-----------------------------------------------------------------
004730* 2700-CARRY-OR-RETIRE - a line still held for approval or
004740* rejected for re-keying is carried to STKCNTN for the next
004750* run; a posted, agreeing, or stale line is retired.
004760*-----------------------------------------------------------------
004770 2700-CARRY-OR-RETIRE.
004780     IF WS-RETIRE-LINE
004790         GO TO 2700-EXIT
004800     END-IF
004810     WRITE COUNT-REM-RECORD FROM STK-CNT-RECORD
004820     ADD 1 TO WS-CARRIED-COUNT.
004830 2700-EXIT.
004840     EXIT.
004850
004860*-----------------------------------------------------------------
004870* 2800-WRITE-VARIANCE-LINE - the disposition, on-hand, and
004880* variance were set by the edit or the posting; everything
004890* else comes off the count line itself.
004900*-----------------------------------------------------------------
004910 2800-WRITE-VARIANCE-LINE.
004920     IF STK-CNT-DATE NUMERIC
004930         MOVE STK-CNT-DATE TO WS-D-DATE
004940     ELSE
004950         MOVE ZERO TO WS-D-DATE
004960     END-IF
004970     MOVE STK-CNT-PLANT TO WS-D-PLANT
004980     MOVE STK-CNT-SHEET-CLASS TO WS-D-CLASS
004990     IF STK-CNT-AREA NUMERIC
005000         MOVE STK-CNT-AREA TO WS-D-COUNTED
005010     ELSE
005020         MOVE ZERO TO WS-D-COUNTED
005030     END-IF
005040     MOVE WS-VARIANCE TO WS-D-VARIANCE
005050     MOVE WS-DETAIL-LINE TO REPORT-LINE
005060     WRITE REPORT-LINE.
005070 2800-EXIT.
005080     EXIT.
005090
005100*-----------------------------------------------------------------
005110* 2900-READ-COUNT
005120*-----------------------------------------------------------------
005130 2900-READ-COUNT.
005140     READ COUNT-FILE
005150         AT END
005160             MOVE 'Y' TO WS-EOF-SW
005170     END-READ.
005180 2900-EXIT.
005190     EXIT.
005200
005210*-----------------------------------------------------------------
005220* 7000-WRITE-AUDIT - one STKAUD record per count correction,
005230* reason 'CC', the area the adjustment moved (the before and
005240* after areas give its direction), referenced CC plus the
005250* count date.
005260*-----------------------------------------------------------------
005270 7000-WRITE-AUDIT.
005280     MOVE SPACES TO STK-AUD-RECORD
005290     MOVE WS-TODAY-DATE TO STK-AUD-DATE
005300     MOVE WS-TODAY-TIME TO STK-AUD-TIME
005310     MOVE WS-CNT-PLANT TO STK-AUD-PLANT
005320     MOVE STK-CNT-SHEET-CLASS TO STK-AUD-SHEET-CLASS
005330     MOVE WS-ADJUST-AREA TO STK-AUD-AREA
005340     MOVE WS-BEFORE-AREA TO STK-AUD-BEFORE-AREA
005350     MOVE STK-INV-ON-HAND-AREA TO STK-AUD-AFTER-AREA
005360     IF STK-CNT-DATE NUMERIC
005370         MOVE STK-CNT-DATE TO WS-CNT-REF-DATE
005380     ELSE
005390         MOVE WS-TODAY-DATE TO WS-CNT-REF-DATE
005400     END-IF
005410     MOVE WS-CNT-PO-REF TO STK-AUD-PO-REF
005420     MOVE 'CC' TO STK-AUD-REASON
005430     WRITE STK-AUD-RECORD.
005440 7000-EXIT.
005450     EXIT.
005460
005470*-----------------------------------------------------------------
005480* 9000-TERMINATE - control totals, and return code 4 when any
005490* count was rejected so the floor re-keys it.
005500*-----------------------------------------------------------------
005510 9000-TERMINATE.
005520     MOVE 'COUNTS READ:            ' TO WS-C-LABEL
005530     MOVE WS-READ-COUNT TO WS-C-COUNT
005540     MOVE WS-COUNT-LINE TO REPORT-LINE
005550     WRITE REPORT-LINE
005560     MOVE 'COUNTS AGREEING:        ' TO WS-C-LABEL
005570     MOVE WS-AGREED-COUNT TO WS-C-COUNT
005580     MOVE WS-COUNT-LINE TO REPORT-LINE
005590     WRITE REPORT-LINE
005600     MOVE 'COUNTS ADJUSTED:        ' TO WS-C-LABEL
005610     MOVE WS-ADJUSTED-COUNT TO WS-C-COUNT
005620     MOVE WS-COUNT-LINE TO REPORT-LINE
005630     WRITE REPORT-LINE
005640     MOVE 'COUNTS HELD UNAPPROVED: ' TO WS-C-LABEL
005650     MOVE WS-HELD-COUNT TO WS-C-COUNT
005660     MOVE WS-COUNT-LINE TO REPORT-LINE
005670     WRITE REPORT-LINE
005680     MOVE 'COUNTS REJECTED:        ' TO WS-C-LABEL
005690     MOVE WS-REJECT-COUNT TO WS-C-COUNT
005700     MOVE WS-COUNT-LINE TO REPORT-LINE
005710     WRITE REPORT-LINE
005720     MOVE 'COUNTS STALE (RECOUNT): ' TO WS-C-LABEL
005730     MOVE WS-STALE-COUNT TO WS-C-COUNT
005740     MOVE WS-COUNT-LINE TO REPORT-LINE
005750     WRITE REPORT-LINE
005760     MOVE 'LINES CARRIED (STKCNTN):' TO WS-C-LABEL
005770     MOVE WS-CARRIED-COUNT TO WS-C-COUNT
005780     MOVE WS-COUNT-LINE TO REPORT-LINE
005790     WRITE REPORT-LINE
005800     MOVE 'AREA ADJUSTED UP:       ' TO WS-C-LABEL
005810     MOVE WS-AREA-UP TO WS-C-COUNT
005820     MOVE WS-COUNT-LINE TO REPORT-LINE
005830     WRITE REPORT-LINE
005840     MOVE 'AREA ADJUSTED DOWN:     ' TO WS-C-LABEL
005850     MOVE WS-AREA-DOWN TO WS-C-COUNT
005860     MOVE WS-COUNT-LINE TO REPORT-LINE
005870     WRITE REPORT-LINE
005880     CLOSE COUNT-FILE
005890     CLOSE STK-INV-FILE
005900     CLOSE AUDIT-FILE
005910     CLOSE VARIANCE-REPORT-FILE
005920     CLOSE COUNT-REM-FILE
005930     IF WS-REJECT-COUNT > 0
005940         MOVE 4 TO RETURN-CODE
005950     END-IF
005960     DISPLAY 'STKCNTP - COUNTS ADJUSTED: ' WS-ADJUSTED-COUNT
005970         ' HELD: ' WS-HELD-COUNT
005980         ' REJECTED: ' WS-REJECT-COUNT.
005990 9000-EXIT.
006000     EXIT.
006010
006020 END PROGRAM STKCNTP.
