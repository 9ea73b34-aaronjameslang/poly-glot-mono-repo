000010*****************************************************************
000020* PROGRAM-ID : MATMNT                                          *
000030* AUTHOR     : D. OKAFOR, CUTTING-SHOP SYSTEMS                 *
000040* INSTALLATION : CUTTING-SHOP SYSTEMS                          *
000050* DATE-WRITTEN : 2026-10-10                                    *
000060*                                                               *
000070* FUNCTION : Standard-cost maintenance for the MATCST material- *
000080*   cost file - what a square inch of each sheet class costs    *
000090*   the shop - run exactly the way RATMNT maintains the PNLRAT  *
000100*   billing rates on the other side of the margin.              *
000110*                                                               *
000120*   The MATMCTL control cards carry the actions:                *
000130*   - ADD files a cost for a sheet class effective from the     *
000140*     card date (a supplier price change can be filed ahead of  *
000150*     the first delivery at the new price);                     *
000160*   - CANCEL removes a pending (still future-dated) cost for    *
000170*     the class and date before it ever applies. A cost         *
000180*     already in effect cannot be cancelled, only superseded    *
000190*     by a new ADD.                                             *
000200*                                                               *
000210*   Every applied change writes one MATAUD audit record - who,  *
000220*   when, the action, class, cost, and effective date - and     *
000230*   the register lists every card, applied or refused.          *
000240*****************************************************************
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. MATMNT.
000270 AUTHOR. D. OKAFOR, CUTTING-SHOP SYSTEMS.
000280 INSTALLATION. CUTTING-SHOP SYSTEMS.
000290 DATE-WRITTEN. 2026-10-10.
000300 DATE-COMPILED.
000310
000320*-----------------------------------------------------------------
000330* MODIFICATION HISTORY
000340* DATE       BY   DESCRIPTION
000350* 2026-10-10 DRO  Initial version.
000360*-----------------------------------------------------------------
000370
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT COST-FILE ASSIGN TO MATCST
000420         ORGANIZATION IS SEQUENTIAL
000430         FILE STATUS IS WS-COST-STATUS.
000440     SELECT CONTROL-FILE ASSIGN TO MATMCTL
000450         ORGANIZATION IS SEQUENTIAL.
000460     SELECT AUDIT-FILE ASSIGN TO MATAUD
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS WS-AUD-STATUS.
000490     SELECT REGISTER-REPORT-FILE ASSIGN TO MATMRPT
000500         ORGANIZATION IS SEQUENTIAL.
000510
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  COST-FILE
000550     RECORDING MODE IS F.
000560     COPY MATCST.
000570
000580 FD  CONTROL-FILE
000590     RECORDING MODE IS F.
000600 01  MAINT-CARD.
000610     05  MC-ACTION           PIC X(06).
000620         88  MC-ADD                  VALUE 'ADD   '.
000630         88  MC-CANCEL               VALUE 'CANCEL'.
000640     05  MC-SHEET-CLASS      PIC X(02).
000650     05  MC-COST             PIC 9(03)V9(04).
000660     05  MC-EFF-DATE         PIC 9(08).
000670     05  MC-USER-ID          PIC X(08).
000680     05  FILLER              PIC X(49).
000690
000700 FD  AUDIT-FILE
000710     RECORDING MODE IS F.
000720 01  AUDIT-RECORD.
000730     05  AUD-DATE            PIC 9(08).
000740     05  AUD-TIME            PIC 9(06).
000750     05  AUD-USER-ID         PIC X(08).
000760     05  AUD-ACTION          PIC X(06).
000770     05  AUD-SHEET-CLASS     PIC X(02).
000780     05  AUD-COST            PIC 9(03)V9(04).
000790     05  AUD-EFF-DATE        PIC 9(08).
000800     05  FILLER              PIC X(35).
000810
000820 FD  REGISTER-REPORT-FILE
000830     RECORDING MODE IS F.
000840 01  REPORT-LINE                 PIC X(80).
000850
000860 WORKING-STORAGE SECTION.
000870*-----------------------------------------------------------------
000880* SWITCHES AND FILE STATUS
000890*-----------------------------------------------------------------
000900 77  WS-EOF-SW           PIC X(01)      VALUE 'N'.
000910     88  WS-EOF-YES                     VALUE 'Y'.
000920 77  WS-CARD-EOF-SW      PIC X(01)      VALUE 'N'.
000930     88  WS-CARD-EOF-YES                VALUE 'Y'.
000940 77  WS-FOUND-SW         PIC X(01)      VALUE 'N'.
000950     88  WS-FOUND-YES                   VALUE 'Y'.
000960 77  WS-COST-STATUS      PIC X(02)      VALUE SPACES.
000970 77  WS-AUD-STATUS       PIC X(02)      VALUE SPACES.
000980
000990*-----------------------------------------------------------------
001000* RUN CONTROL AND COUNTERS
001010*-----------------------------------------------------------------
001020 77  WS-TODAY-DATE       PIC 9(08)      VALUE ZERO.
001030*    ACCEPT FROM TIME returns HHMMSSss - the hundredths are
001040*    dropped for the audit stamp, keeping HHMMSS.
001050 77  WS-TODAY-TIME-RAW   PIC 9(08)      VALUE ZERO.
001060 77  WS-TODAY-TIME       PIC 9(06)      VALUE ZERO.
001070 77  WS-CARD-COUNT       PIC 9(04) COMP VALUE ZERO.
001080 77  WS-APPLIED-COUNT    PIC 9(04) COMP VALUE ZERO.
001090 77  WS-SKIPPED-COUNT    PIC 9(04) COMP VALUE ZERO.
001100 77  WS-DELETE-SUB       PIC 9(03) COMP VALUE ZERO.
001110
001120*-----------------------------------------------------------------
001130* COST TABLE IN STORAGE - the whole MATCST file, held while
001140* the cards are applied, then written back out.
001150*-----------------------------------------------------------------
001160 77  WS-ENTRY-COUNT      PIC 9(03) COMP VALUE ZERO.
001170 01  WS-COST-TABLE.
001180     05  WS-CST-ENTRY OCCURS 100 TIMES
001190             INDEXED BY CT-IDX.
001200         10  WS-CST-CLASS        PIC X(02).
001210         10  WS-CST-COST         PIC 9(03)V9(04).
001220         10  WS-CST-EFF-DATE     PIC 9(08).
001230
001240*-----------------------------------------------------------------
001250* REGISTER LINES
001260*-----------------------------------------------------------------
001270 01  WS-HEADING1.
001280     05  FILLER              PIC X(80)   VALUE
001290         'MATMNT - STANDARD COST APPLY/REJECT REGISTER'.
001300 01  WS-HEADING2.
001310     05  FILLER              PIC X(40)   VALUE
001320         'ACTION CL     COST EFF-DATE DISPOSITION'.
001330     05  FILLER              PIC X(40)   VALUE SPACES.
001340
001350 01  WS-DETAIL-LINE.
001360     05  WS-D-ACTION         PIC X(06).
001370     05  FILLER              PIC X(01)   VALUE SPACE.
001380     05  WS-D-CLASS          PIC X(02).
001390     05  FILLER              PIC X(01)   VALUE SPACE.
001400     05  WS-D-COST           PIC ZZ9.9999.
001410     05  FILLER              PIC X(01)   VALUE SPACE.
001420     05  WS-D-EFF-DATE       PIC 9(08).
001430     05  FILLER              PIC X(01)   VALUE SPACE.
001440     05  WS-D-DISPOSITION    PIC X(26).
001450     05  FILLER              PIC X(25)   VALUE SPACES.
001460
001470 01  WS-COUNT-LINE.
001480     05  WS-C-LABEL          PIC X(24).
001490     05  WS-C-COUNT          PIC Z(7)9.
001500     05  FILLER              PIC X(48)   VALUE SPACES.
001510
001520 PROCEDURE DIVISION.
001530*****************************************************************
001540* 0000-MAINLINE
001550*****************************************************************
001560 0000-MAINLINE.
001570     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
001580     ACCEPT WS-TODAY-TIME-RAW FROM TIME
001590     COMPUTE WS-TODAY-TIME = WS-TODAY-TIME-RAW / 100
001600     PERFORM 1000-LOAD-TABLE THRU 1000-EXIT
001610     OPEN INPUT CONTROL-FILE
001620     OPEN EXTEND AUDIT-FILE
001630     IF WS-AUD-STATUS = '35' OR WS-AUD-STATUS = '05'
001640         OPEN OUTPUT AUDIT-FILE
001650         CLOSE AUDIT-FILE
001660         OPEN EXTEND AUDIT-FILE
001670     END-IF
001680     OPEN OUTPUT REGISTER-REPORT-FILE
001690     MOVE WS-HEADING1 TO REPORT-LINE
001700     WRITE REPORT-LINE
001710     MOVE WS-HEADING2 TO REPORT-LINE
001720     WRITE REPORT-LINE
001730     PERFORM 3900-READ-CARD THRU 3900-EXIT
001740     PERFORM 2000-APPLY-CARD THRU 2000-EXIT
001750         UNTIL WS-CARD-EOF-YES
001760     CLOSE CONTROL-FILE
001770     CLOSE AUDIT-FILE
001780     PERFORM 8000-REWRITE-TABLE THRU 8000-EXIT
001790     PERFORM 9000-TERMINATE THRU 9000-EXIT
001800     GOBACK.
001810
001820*-----------------------------------------------------------------
001830* 1000-LOAD-TABLE - the whole MATCST file into storage. A
001840* missing file is a first-time table the ADD cards create;
001850* any other open failure stops the run before the rewrite can
001860* replace the live file with the empty table that failed to
001870* load - DIVMNT's rule.
001880*-----------------------------------------------------------------
001890 1000-LOAD-TABLE.
001900     OPEN INPUT COST-FILE
001910     IF WS-COST-STATUS = '35'
001920         GO TO 1000-EXIT
001930     END-IF
001940     IF WS-COST-STATUS NOT = '00'
001950         DISPLAY 'MATMNT - MATCST OPEN FAILED, STATUS = '
001960             WS-COST-STATUS
001970         MOVE 12 TO RETURN-CODE
001980         GOBACK
001990     END-IF
002000     PERFORM 1900-READ-COST THRU 1900-EXIT
002010     PERFORM 1100-STORE-ENTRY THRU 1100-EXIT
002020         UNTIL WS-EOF-YES
002030             OR WS-ENTRY-COUNT = 100
002040     IF WS-ENTRY-COUNT = 100 AND NOT WS-EOF-YES
002050         DISPLAY 'MATMNT - WARNING: COST TABLE FULL AT 100,'
002060             ' REMAINING ENTRIES NOT LOADED'
002070     END-IF
002080     CLOSE COST-FILE.
002090 1000-EXIT.
002100     EXIT.
002110
002120 1100-STORE-ENTRY.
002130     ADD 1 TO WS-ENTRY-COUNT
002140     SET CT-IDX TO WS-ENTRY-COUNT
002150     MOVE MAT-CST-SHEET-CLASS TO WS-CST-CLASS (CT-IDX)
002160     MOVE MAT-CST-PER-SQIN TO WS-CST-COST (CT-IDX)
002170     IF MAT-CST-EFF-DATE NUMERIC
002180         MOVE MAT-CST-EFF-DATE TO WS-CST-EFF-DATE (CT-IDX)
002190     ELSE
002200         MOVE ZERO TO WS-CST-EFF-DATE (CT-IDX)
002210     END-IF
002220     PERFORM 1900-READ-COST THRU 1900-EXIT.
002230 1100-EXIT.
002240     EXIT.
002250
002260 1900-READ-COST.
002270     READ COST-FILE
002280         AT END
002290             MOVE 'Y' TO WS-EOF-SW
002300     END-READ.
002310 1900-EXIT.
002320     EXIT.
002330
002340*-----------------------------------------------------------------
002350* 2000-APPLY-CARD
002360*-----------------------------------------------------------------
002370 2000-APPLY-CARD.
002380     ADD 1 TO WS-CARD-COUNT
002390     EVALUATE TRUE
002400         WHEN MC-ADD
002410             PERFORM 2100-APPLY-ADD THRU 2100-EXIT
002420         WHEN MC-CANCEL
002430             PERFORM 2200-APPLY-CANCEL THRU 2200-EXIT
002440         WHEN OTHER
002450             ADD 1 TO WS-SKIPPED-COUNT
002460             MOVE 'REFUSED-UNKNOWN ACTION    '
002470                 TO WS-D-DISPOSITION
002480             PERFORM 2800-WRITE-REGISTER-LINE THRU 2800-EXIT
002490     END-EVALUATE
002500     PERFORM 3900-READ-CARD THRU 3900-EXIT.
002510 2000-EXIT.
002520     EXIT.
002530
002540*-----------------------------------------------------------------
002550* 2100-APPLY-ADD - files the cost effective from the card
002560* date. A duplicate class-and-date pair is refused rather
002570* than filed twice; which of two identical keys would win at
002580* load time is nothing to leave to chance.
002590*-----------------------------------------------------------------
002600 2100-APPLY-ADD.
002610     IF MC-SHEET-CLASS = SPACES
002620             OR MC-COST NOT NUMERIC
002630             OR MC-COST = ZERO
002640             OR MC-EFF-DATE NOT NUMERIC
002650         ADD 1 TO WS-SKIPPED-COUNT
002660         MOVE 'REFUSED-BAD CLASS/COST/DT ' TO WS-D-DISPOSITION
002670         PERFORM 2800-WRITE-REGISTER-LINE THRU 2800-EXIT
002680         GO TO 2100-EXIT
002690     END-IF
002700     MOVE 'N' TO WS-FOUND-SW
002710     PERFORM 2150-MATCH-CLASS-DATE THRU 2150-EXIT
002720         VARYING CT-IDX FROM 1 BY 1
002730         UNTIL CT-IDX > WS-ENTRY-COUNT
002740             OR WS-FOUND-YES
002750     IF WS-FOUND-YES
002760         ADD 1 TO WS-SKIPPED-COUNT
002770         MOVE 'REFUSED-DUPLICATE DATE    ' TO WS-D-DISPOSITION
002780         PERFORM 2800-WRITE-REGISTER-LINE THRU 2800-EXIT
002790         GO TO 2100-EXIT
002800     END-IF
002810     IF WS-ENTRY-COUNT = 100
002820         ADD 1 TO WS-SKIPPED-COUNT
002830         MOVE 'REFUSED-TABLE FULL        ' TO WS-D-DISPOSITION
002840         PERFORM 2800-WRITE-REGISTER-LINE THRU 2800-EXIT
002850         GO TO 2100-EXIT
002860     END-IF
002870     ADD 1 TO WS-ENTRY-COUNT
002880     SET CT-IDX TO WS-ENTRY-COUNT
002890     MOVE MC-SHEET-CLASS TO WS-CST-CLASS (CT-IDX)
002900     MOVE MC-COST TO WS-CST-COST (CT-IDX)
002910     MOVE MC-EFF-DATE TO WS-CST-EFF-DATE (CT-IDX)
002920     ADD 1 TO WS-APPLIED-COUNT
002930     MOVE 'APPLIED                   ' TO WS-D-DISPOSITION
002940     PERFORM 2800-WRITE-REGISTER-LINE THRU 2800-EXIT
002950     PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT.
002960 2100-EXIT.
002970     EXIT.
002980
002990 2150-MATCH-CLASS-DATE.
003000     IF WS-CST-CLASS (CT-IDX) = MC-SHEET-CLASS
003010             AND WS-CST-EFF-DATE (CT-IDX) = MC-EFF-DATE
003020         MOVE 'Y' TO WS-FOUND-SW
003030         SET CT-IDX DOWN BY 1
003040     END-IF.
003050 2150-EXIT.
003060     EXIT.
003070
003080*-----------------------------------------------------------------
003090* 2200-APPLY-CANCEL - removes the pending cost for the card's
003100* class and date. Only a still-future cost can be cancelled;
003110* a cost already in effect has been costing and can only be
003120* superseded.
003130*-----------------------------------------------------------------
003140 2200-APPLY-CANCEL.
003150     IF MC-EFF-DATE NOT NUMERIC
003160             OR MC-EFF-DATE NOT > WS-TODAY-DATE
003170         ADD 1 TO WS-SKIPPED-COUNT
003180         MOVE 'REFUSED-NOT A FUTURE COST ' TO WS-D-DISPOSITION
003190         PERFORM 2800-WRITE-REGISTER-LINE THRU 2800-EXIT
003200         GO TO 2200-EXIT
003210     END-IF
003220     MOVE 'N' TO WS-FOUND-SW
003230     PERFORM 2150-MATCH-CLASS-DATE THRU 2150-EXIT
003240         VARYING CT-IDX FROM 1 BY 1
003250         UNTIL CT-IDX > WS-ENTRY-COUNT
003260             OR WS-FOUND-YES
003270     IF NOT WS-FOUND-YES
003280         ADD 1 TO WS-SKIPPED-COUNT
003290         MOVE 'REFUSED-NO SUCH PENDING   ' TO WS-D-DISPOSITION
003300         PERFORM 2800-WRITE-REGISTER-LINE THRU 2800-EXIT
003310         GO TO 2200-EXIT
003320     END-IF
003330     MOVE WS-CST-COST (CT-IDX) TO MC-COST
003340     PERFORM 2250-DELETE-ENTRY THRU 2250-EXIT
003350     ADD 1 TO WS-APPLIED-COUNT
003360     MOVE 'APPLIED                   ' TO WS-D-DISPOSITION
003370     PERFORM 2800-WRITE-REGISTER-LINE THRU 2800-EXIT
003380     PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT.
003390 2200-EXIT.
003400     EXIT.
003410
003420*-----------------------------------------------------------------
003430* 2250-DELETE-ENTRY - CT-IDX sits on the entry to drop; the
003440* tail shifts up one.
003450*-----------------------------------------------------------------
003460 2250-DELETE-ENTRY.
003470     SET WS-DELETE-SUB TO CT-IDX
003480     PERFORM 2260-SHIFT-ONE THRU 2260-EXIT
003490         UNTIL WS-DELETE-SUB >= WS-ENTRY-COUNT
003500     SUBTRACT 1 FROM WS-ENTRY-COUNT.
003510 2250-EXIT.
003520     EXIT.
003530
003540 2260-SHIFT-ONE.
003550     SET CT-IDX TO WS-DELETE-SUB
003560     MOVE WS-CST-ENTRY (CT-IDX + 1) TO WS-CST-ENTRY (CT-IDX)
003570     ADD 1 TO WS-DELETE-SUB.
003580 2260-EXIT.
003590     EXIT.
003600
003610*-----------------------------------------------------------------
003620* 7000-WRITE-AUDIT - one record per applied change: who, when,
003630* the action, class, cost, and effective date.
003640*-----------------------------------------------------------------
003650 7000-WRITE-AUDIT.
003660     MOVE SPACES TO AUDIT-RECORD
003670     MOVE WS-TODAY-DATE TO AUD-DATE
003680     MOVE WS-TODAY-TIME TO AUD-TIME
003690     MOVE MC-USER-ID TO AUD-USER-ID
003700     MOVE MC-ACTION TO AUD-ACTION
003710     MOVE MC-SHEET-CLASS TO AUD-SHEET-CLASS
003720     MOVE MC-COST TO AUD-COST
003730     MOVE MC-EFF-DATE TO AUD-EFF-DATE
003740     WRITE AUDIT-RECORD.
003750 7000-EXIT.
003760     EXIT.
003770
003780 2800-WRITE-REGISTER-LINE.
003790     MOVE MC-ACTION TO WS-D-ACTION
003800     MOVE MC-SHEET-CLASS TO WS-D-CLASS
003810     IF MC-COST NUMERIC
003820         MOVE MC-COST TO WS-D-COST
003830     ELSE
003840         MOVE ZERO TO WS-D-COST
003850     END-IF
003860     IF MC-EFF-DATE NUMERIC
003870         MOVE MC-EFF-DATE TO WS-D-EFF-DATE
003880     ELSE
003890         MOVE ZERO TO WS-D-EFF-DATE
003900     END-IF
003910     MOVE WS-DETAIL-LINE TO REPORT-LINE
003920     WRITE REPORT-LINE.
003930 2800-EXIT.
003940     EXIT.
003950
003960 3900-READ-CARD.
003970     READ CONTROL-FILE
003980         AT END
003990             MOVE 'Y' TO WS-CARD-EOF-SW
004000     END-READ.
004010 3900-EXIT.
004020     EXIT.
004030
004040*-----------------------------------------------------------------
004050* 8000-REWRITE-TABLE - the whole table back to MATCST. The
004060* rewrite is in place - the JCL copies MATCST aside to
004070* MATCST.BKUP before this step, the same protection the
004080* DIVMNT JCL gives DIVTBL.
004090*-----------------------------------------------------------------
004100 8000-REWRITE-TABLE.
004110     OPEN OUTPUT COST-FILE
004120     PERFORM 8100-WRITE-ENTRY THRU 8100-EXIT
004130         VARYING CT-IDX FROM 1 BY 1
004140         UNTIL CT-IDX > WS-ENTRY-COUNT
004150     CLOSE COST-FILE.
004160 8000-EXIT.
004170     EXIT.
004180
004190 8100-WRITE-ENTRY.
004200     MOVE SPACES TO MAT-CST-RECORD
004210     MOVE WS-CST-CLASS (CT-IDX) TO MAT-CST-SHEET-CLASS
004220     MOVE WS-CST-COST (CT-IDX) TO MAT-CST-PER-SQIN
004230     MOVE WS-CST-EFF-DATE (CT-IDX) TO MAT-CST-EFF-DATE
004240     WRITE MAT-CST-RECORD.
004250 8100-EXIT.
004260     EXIT.
004270
004280*-----------------------------------------------------------------
004290* 9000-TERMINATE
004300*-----------------------------------------------------------------
004310 9000-TERMINATE.
004320     MOVE 'CARDS READ:             ' TO WS-C-LABEL
004330     MOVE WS-CARD-COUNT TO WS-C-COUNT
004340     MOVE WS-COUNT-LINE TO REPORT-LINE
004350     WRITE REPORT-LINE
004360     MOVE 'CHANGES APPLIED:        ' TO WS-C-LABEL
004370     MOVE WS-APPLIED-COUNT TO WS-C-COUNT
004380     MOVE WS-COUNT-LINE TO REPORT-LINE
004390     WRITE REPORT-LINE
004400     MOVE 'CARDS REFUSED:          ' TO WS-C-LABEL
004410     MOVE WS-SKIPPED-COUNT TO WS-C-COUNT
004420     MOVE WS-COUNT-LINE TO REPORT-LINE
004430     WRITE REPORT-LINE
004440     CLOSE REGISTER-REPORT-FILE
004450     IF WS-SKIPPED-COUNT > 0
004460         MOVE 4 TO RETURN-CODE
004470     END-IF
004480     DISPLAY 'MATMNT - CARDS READ: ' WS-CARD-COUNT
004490         ' APPLIED: ' WS-APPLIED-COUNT
004500         ' REFUSED: ' WS-SKIPPED-COUNT.
004510 9000-EXIT.
004520     EXIT.
004530
004540 END PROGRAM MATMNT.
