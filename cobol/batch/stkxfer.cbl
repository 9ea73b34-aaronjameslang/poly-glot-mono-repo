000010*****************************************************************
000020* PROGRAM-ID : STKXFER                                         *
000030* AUTHOR     : M. PRZYBYLSKI, SCHEDULING SYSTEMS               *
000040* INSTALLATION : CUTTING-SHOP SYSTEMS                          *
000050* DATE-WRITTEN : 2026-10-13                                    *
000060*                                                               *
000070* FUNCTION : Inter-plant stock transfer posting. When one plant *
000080*   runs short and sheets are trucked over from the other, the  *
000090*   floor keys the movement to STKXTR under the transfer        *
000100*   reference written on the load, and this batch posts it:     *
000110*                                                               *
000120*   S  shipment - the area comes off the sending plant's class  *
000130*      record and is held as in-transit (out on the sender,     *
000140*      in on the receiver) and on a new STKXFR transfer record; *
000150*   R  receipt - the receiving plant's on-hand area goes up by  *
000160*      the area counted in, both in-transit figures are         *
000170*      cleared, and the transfer is marked received.            *
000180*                                                               *
000190*   Each movement writes one STKAUD record under the transfer   *
000200*   reference ('XS' at the sending plant, 'XR' at the           *
000210*   receiving one), so month-end sees both ends of the truck    *
000220*   instead of a receipt from nowhere. The transfer register    *
000230*   prints one line per transaction with control totals.        *
000240*                                                               *
000250*   A shipment is refused when either plant has no STKINV       *
000260*   record for the class, when the sending rack does not hold   *
000270*   the area, or when the reference is already used; a receipt  *
000280*   when the transfer is unknown, already received, or booked   *
000290*   in at the wrong plant. A receipt counted in short or over   *
000300*   posts the area counted and is flagged. Any of these ends    *
000310*   the run with return code 4 so it gets looked at.            *
000320*****************************************************************
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID. STKXFER.
000350 AUTHOR. M. PRZYBYLSKI, SCHEDULING SYSTEMS.
000360 INSTALLATION. CUTTING-SHOP SYSTEMS.
000370 DATE-WRITTEN. 2026-10-13.
000380 DATE-COMPILED.
000390
000400*-----------------------------------------------------------------
000410* MODIFICATION HISTORY
000420* DATE       BY   DESCRIPTION
000430* 2026-10-13 MPR  Initial version.
000440*-----------------------------------------------------------------
000450
000460 ENVIRONMENT DIVISION.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT TRANSFER-TRAN-FILE ASSIGN TO STKXTR
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS WS-XTR-STATUS.
000520     SELECT STK-INV-FILE ASSIGN TO STKINV
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS STK-INV-KEY
000560         FILE STATUS IS WS-INV-STATUS.
000570     SELECT TRANSFER-FILE ASSIGN TO STKXFR
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS DYNAMIC
000600         RECORD KEY IS STK-XFR-REF
000610         FILE STATUS IS WS-XFR-STATUS.
000620     SELECT AUDIT-FILE ASSIGN TO STKAUD
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS WS-AUD-STATUS.
000650     SELECT REGISTER-REPORT-FILE ASSIGN TO STKXFRR
000660         ORGANIZATION IS SEQUENTIAL.
000670
000680 DATA DIVISION.
000690 FILE SECTION.
000700 FD  TRANSFER-TRAN-FILE
000710     RECORDING MODE IS F.
000720     COPY STKXTR.
000730
000740 FD  STK-INV-FILE.
000750     COPY STKINV.
000760
000770 FD  TRANSFER-FILE.
000780     COPY STKXFR.
000790
000800 FD  AUDIT-FILE
000810     RECORDING MODE IS F.
000820     COPY STKAUD.
000830
000840 FD  REGISTER-REPORT-FILE
000850     RECORDING MODE IS F.
000860 01  REPORT-LINE                 PIC X(80).
000870
000880 WORKING-STORAGE SECTION.
000890*-----------------------------------------------------------------
000900* SWITCHES AND FILE STATUS
000910*-----------------------------------------------------------------
000920 77  WS-EOF-SW           PIC X(01)      VALUE 'N'.
000930     88  WS-EOF-YES                     VALUE 'Y'.
000940 77  WS-TRAN-BAD-SW      PIC X(01)      VALUE 'N'.
000950     88  WS-TRAN-BAD                    VALUE 'Y'.
000960 77  WS-VARIANCE-SW      PIC X(01)      VALUE 'N'.
000970     88  WS-VARIANCE                    VALUE 'Y'.
000980 77  WS-XTR-STATUS       PIC X(02)      VALUE SPACES.
000990 77  WS-INV-STATUS       PIC X(02)      VALUE SPACES.
001000 77  WS-XFR-STATUS       PIC X(02)      VALUE SPACES.
001010 77  WS-AUD-STATUS       PIC X(02)      VALUE SPACES.
001020
001030*-----------------------------------------------------------------
001040* RUN CONTROL AND COUNTERS
001050*-----------------------------------------------------------------
001060 77  WS-TODAY-DATE       PIC 9(08)      VALUE ZERO.
001070*    ACCEPT FROM TIME returns HHMMSSss - the hundredths are
001080*    dropped for the audit stamp, keeping HHMMSS.
001090 77  WS-TIME-RAW         PIC 9(08)      VALUE ZERO.
001100 77  WS-TODAY-TIME       PIC 9(06)      VALUE ZERO.
001110 77  WS-READ-COUNT       PIC 9(08) COMP VALUE ZERO.
001120 77  WS-SHIPPED-COUNT    PIC 9(08) COMP VALUE ZERO.
001130 77  WS-RECEIVED-COUNT   PIC 9(08) COMP VALUE ZERO.
001140 77  WS-VARIANCE-COUNT   PIC 9(08) COMP VALUE ZERO.
001150 77  WS-REJECT-COUNT     PIC 9(08) COMP VALUE ZERO.
001160 77  WS-SHIPPED-AREA     PIC 9(12)      VALUE ZERO.
001170 77  WS-RECEIVED-AREA    PIC 9(12)      VALUE ZERO.
001180 77  WS-BEFORE-AREA      PIC 9(12)      VALUE ZERO.
001190*    the movement being posted - the area, the date it moved,
001200*    and the plant whose rack the audit record describes
001210 77  WS-MOVE-AREA        PIC 9(12)      VALUE ZERO.
001220 77  WS-MOVE-DATE        PIC 9(08)      VALUE ZERO.
001230 77  WS-AUD-PLANT        PIC X(02)      VALUE SPACES.
001240 77  WS-AUD-REASON       PIC X(02)      VALUE SPACES.
001250
001260*-----------------------------------------------------------------
001270* REPORT LINES
001280*-----------------------------------------------------------------
001290 01  WS-HEADING1.
001300     05  FILLER              PIC X(80)   VALUE
001310         'STKXFER - INTER-PLANT TRANSFER REGISTER'.
001320 01  WS-HEADING2.
001330     05  FILLER              PIC X(31)   VALUE
001340         'DATE     T REFERENCE  FR TO CL '.
001350     05  FILLER              PIC X(26)   VALUE
001360         '        AREA  ON-HAND-NOW '.
001362     05  FILLER              PIC X(23)   VALUE
001364         'DISPOSITION'.
001370
001380 01  WS-DETAIL-LINE.
001390     05  WS-D-DATE           PIC 9(08).
001400     05  FILLER              PIC X(01)   VALUE SPACE.
001410     05  WS-D-TYPE           PIC X(01).
001420     05  FILLER              PIC X(01)   VALUE SPACE.
001430     05  WS-D-REF            PIC X(10).
001440     05  FILLER              PIC X(01)   VALUE SPACE.
001450     05  WS-D-FROM-PLANT     PIC X(02).
001460     05  FILLER              PIC X(01)   VALUE SPACE.
001470     05  WS-D-TO-PLANT       PIC X(02).
001480     05  FILLER              PIC X(01)   VALUE SPACE.
001490     05  WS-D-CLASS          PIC X(02).
001500     05  FILLER              PIC X(01)   VALUE SPACE.
001510     05  WS-D-AREA           PIC Z(11)9.
001520     05  FILLER              PIC X(01)   VALUE SPACE.
001530     05  WS-D-ON-HAND        PIC Z(11)9.
001540     05  FILLER              PIC X(01)   VALUE SPACE.
001550     05  WS-D-DISPOSITION    PIC X(20).
001560     05  FILLER              PIC X(02)   VALUE SPACES.
001570
001580 01  WS-COUNT-LINE.
001590     05  WS-C-LABEL          PIC X(24).
001600     05  WS-C-COUNT          PIC Z(11)9.
001610     05  FILLER              PIC X(44)   VALUE SPACES.
001620
001630 PROCEDURE DIVISION.
001640*****************************************************************
001650* 0000-MAINLINE
001660*****************************************************************
001670 0000-MAINLINE.
001680     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001690     PERFORM 2000-POST-TRANSACTION THRU 2000-EXIT
001700         UNTIL WS-EOF-YES
001710     PERFORM 9000-TERMINATE THRU 9000-EXIT
001720     GOBACK.
001730
001740*-----------------------------------------------------------------
001750* 1000-INITIALIZE - STKXFR is created on the first run, the way
001760* the other keyed working files are.
001770*-----------------------------------------------------------------
001780 1000-INITIALIZE.
001790     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
001800     ACCEPT WS-TIME-RAW FROM TIME
001810     COMPUTE WS-TODAY-TIME = WS-TIME-RAW / 100
001820     OPEN INPUT TRANSFER-TRAN-FILE
001830     IF WS-XTR-STATUS NOT = '00'
001840         DISPLAY 'STKXFER - STKXTR OPEN FAILED, STATUS = '
001850             WS-XTR-STATUS
001860         MOVE 12 TO RETURN-CODE
001870         GOBACK
001880     END-IF
001890     OPEN I-O STK-INV-FILE
001900     IF WS-INV-STATUS NOT = '00'
001910         DISPLAY 'STKXFER - STKINV OPEN FAILED, STATUS = '
001920             WS-INV-STATUS
001930         MOVE 12 TO RETURN-CODE
001940         GOBACK
001950     END-IF
001960     OPEN I-O TRANSFER-FILE
001970     IF WS-XFR-STATUS = '35'
001980         OPEN OUTPUT TRANSFER-FILE
001990         CLOSE TRANSFER-FILE
002000         OPEN I-O TRANSFER-FILE
002010     END-IF
002020     IF WS-XFR-STATUS NOT = '00'
002030         DISPLAY 'STKXFER - STKXFR OPEN FAILED, STATUS = '
002040             WS-XFR-STATUS
002050         MOVE 12 TO RETURN-CODE
002060         GOBACK
002070     END-IF
002080     OPEN EXTEND AUDIT-FILE
002090     IF WS-AUD-STATUS = '35' OR WS-AUD-STATUS = '05'
002100         OPEN OUTPUT AUDIT-FILE
002110         CLOSE AUDIT-FILE
002120         OPEN EXTEND AUDIT-FILE
002130     END-IF
002140     OPEN OUTPUT REGISTER-REPORT-FILE
002150     MOVE WS-HEADING1 TO REPORT-LINE
002160     WRITE REPORT-LINE
002170     MOVE WS-HEADING2 TO REPORT-LINE
002180     WRITE REPORT-LINE
002190     PERFORM 2900-READ-TRANSACTION THRU 2900-EXIT.
002200 1000-EXIT.
002210     EXIT.
002220
002230*-----------------------------------------------------------------
002240* 2000-POST-TRANSACTION - one shipment or receipt: edited,
002250* posted when clean, and printed on the register either way.
002260*-----------------------------------------------------------------
002270 2000-POST-TRANSACTION.
002280     ADD 1 TO WS-READ-COUNT
002290     MOVE 'N' TO WS-TRAN-BAD-SW
002300     MOVE 'N' TO WS-VARIANCE-SW
002310     MOVE ZERO TO WS-D-ON-HAND
002320     IF STK-XTR-DATE NUMERIC AND STK-XTR-DATE NOT = ZERO
002330         MOVE STK-XTR-DATE TO WS-MOVE-DATE
002340     ELSE
002350         MOVE WS-TODAY-DATE TO WS-MOVE-DATE
002360     END-IF
002370     IF STK-XTR-REF = SPACES
002380         MOVE 'REJ-NO REFERENCE    ' TO WS-D-DISPOSITION
002390         MOVE 'Y' TO WS-TRAN-BAD-SW
002400     ELSE
002410         IF STK-XTR-SHIP
002420             PERFORM 3000-POST-SHIPMENT THRU 3000-EXIT
002430         ELSE
002440             IF STK-XTR-RECEIVE
002450                 PERFORM 4000-POST-RECEIPT THRU 4000-EXIT
002460             ELSE
002470                 MOVE 'REJ-BAD TRAN TYPE   ' TO WS-D-DISPOSITION
002480                 MOVE 'Y' TO WS-TRAN-BAD-SW
002490             END-IF
002500         END-IF
002510     END-IF
002520     IF WS-TRAN-BAD
002530         ADD 1 TO WS-REJECT-COUNT
002540         MOVE ZERO TO WS-D-ON-HAND
002550     END-IF
002560     IF WS-VARIANCE
002570         ADD 1 TO WS-VARIANCE-COUNT
002580     END-IF
002590     PERFORM 2800-WRITE-REGISTER-LINE THRU 2800-EXIT
002600     PERFORM 2900-READ-TRANSACTION THRU 2900-EXIT.
002610 2000-EXIT.
002620     EXIT.
002630
002640*-----------------------------------------------------------------
002650* 2800-WRITE-REGISTER-LINE - the disposition and the on-hand
002660* figure were set by the posting; the rest comes off the
002670* transaction, or off the transfer for a receipt.
002680*-----------------------------------------------------------------
002690 2800-WRITE-REGISTER-LINE.
002700     MOVE WS-MOVE-DATE TO WS-D-DATE
002710     MOVE STK-XTR-TYPE TO WS-D-TYPE
002720     MOVE STK-XTR-REF TO WS-D-REF
002730     IF STK-XTR-RECEIVE AND NOT WS-TRAN-BAD
002740         MOVE STK-XFR-FROM-PLANT TO WS-D-FROM-PLANT
002750         MOVE STK-XFR-TO-PLANT TO WS-D-TO-PLANT
002760         MOVE STK-XFR-SHEET-CLASS TO WS-D-CLASS
002770     ELSE
002780         MOVE STK-XTR-FROM-PLANT TO WS-D-FROM-PLANT
002790         MOVE STK-XTR-TO-PLANT TO WS-D-TO-PLANT
002800         MOVE STK-XTR-SHEET-CLASS TO WS-D-CLASS
002810     END-IF
002820     IF WS-TRAN-BAD
002830         IF STK-XTR-AREA NUMERIC
002840             MOVE STK-XTR-AREA TO WS-D-AREA
002850         ELSE
002860             MOVE ZERO TO WS-D-AREA
002870         END-IF
002880     ELSE
002890         MOVE WS-MOVE-AREA TO WS-D-AREA
002900     END-IF
002910     MOVE WS-DETAIL-LINE TO REPORT-LINE
002920     WRITE REPORT-LINE.
002930 2800-EXIT.
002940     EXIT.
002950
002960*-----------------------------------------------------------------
002970* 2900-READ-TRANSACTION
002980*-----------------------------------------------------------------
002990 2900-READ-TRANSACTION.
003000     READ TRANSFER-TRAN-FILE
003010         AT END
003020             MOVE 'Y' TO WS-EOF-SW
003030     END-READ.
003040 2900-EXIT.
003050     EXIT.
003060
003070*-----------------------------------------------------------------
003080* 3000-POST-SHIPMENT - edits the shipment, takes the area off
003090* the sending rack into its in-transit-out figure, adds it to
003100* the receiving plant's in-transit-in figure, and opens the
003110* transfer record. The receiving record is checked first so a
003120* shipment to a plant with no record never touches the sender.
003130*-----------------------------------------------------------------
003140 3000-POST-SHIPMENT.
003150     IF STK-XTR-FROM-PLANT = SPACES
003160             OR STK-XTR-TO-PLANT = SPACES
003170         MOVE 'REJ-PLANT MISSING   ' TO WS-D-DISPOSITION
003180         MOVE 'Y' TO WS-TRAN-BAD-SW
003190         GO TO 3000-EXIT
003200     END-IF
003210     IF STK-XTR-FROM-PLANT = STK-XTR-TO-PLANT
003220         MOVE 'REJ-SAME PLANT      ' TO WS-D-DISPOSITION
003230         MOVE 'Y' TO WS-TRAN-BAD-SW
003240         GO TO 3000-EXIT
003250     END-IF
003260     IF STK-XTR-SHEET-CLASS = SPACES
003270         MOVE 'REJ-NO SHEET CLASS  ' TO WS-D-DISPOSITION
003280         MOVE 'Y' TO WS-TRAN-BAD-SW
003290         GO TO 3000-EXIT
003300     END-IF
003310     IF STK-XTR-AREA NOT NUMERIC
003320         MOVE 'REJ-AREA NOT NUMERIC' TO WS-D-DISPOSITION
003330         MOVE 'Y' TO WS-TRAN-BAD-SW
003340         GO TO 3000-EXIT
003350     END-IF
003360     IF STK-XTR-AREA = ZERO
003370         MOVE 'REJ-ZERO AREA       ' TO WS-D-DISPOSITION
003380         MOVE 'Y' TO WS-TRAN-BAD-SW
003390         GO TO 3000-EXIT
003400     END-IF
003410     MOVE STK-XTR-REF TO STK-XFR-REF
003420     READ TRANSFER-FILE
003430         INVALID KEY
003440             CONTINUE
003450         NOT INVALID KEY
003460             MOVE 'REJ-REFERENCE USED  ' TO WS-D-DISPOSITION
003470             MOVE 'Y' TO WS-TRAN-BAD-SW
003480             GO TO 3000-EXIT
003490     END-READ
003500     MOVE STK-XTR-TO-PLANT TO STK-INV-PLANT
003510     MOVE STK-XTR-SHEET-CLASS TO STK-INV-SHEET-CLASS
003520     READ STK-INV-FILE
003530         INVALID KEY
003540             MOVE 'REJ-NO STKINV AT TO ' TO WS-D-DISPOSITION
003550             MOVE 'Y' TO WS-TRAN-BAD-SW
003560             GO TO 3000-EXIT
003570     END-READ
003580     MOVE STK-XTR-FROM-PLANT TO STK-INV-PLANT
003590     MOVE STK-XTR-SHEET-CLASS TO STK-INV-SHEET-CLASS
003600     READ STK-INV-FILE
003610         INVALID KEY
003620             MOVE 'REJ-NO STKINV AT FR ' TO WS-D-DISPOSITION
003630             MOVE 'Y' TO WS-TRAN-BAD-SW
003640             GO TO 3000-EXIT
003650     END-READ
003660     IF STK-XTR-AREA > STK-INV-ON-HAND-AREA
003670         MOVE 'REJ-SHORT ON-HAND   ' TO WS-D-DISPOSITION
003680         MOVE 'Y' TO WS-TRAN-BAD-SW
003690         GO TO 3000-EXIT
003700     END-IF
003710     MOVE STK-XTR-AREA TO WS-MOVE-AREA
003720     PERFORM 6000-CLEAN-TRANSIT-FIELDS THRU 6000-EXIT
003730     MOVE STK-INV-ON-HAND-AREA TO WS-BEFORE-AREA
003740     SUBTRACT WS-MOVE-AREA FROM STK-INV-ON-HAND-AREA
003750     ADD WS-MOVE-AREA TO STK-INV-XFR-OUT-AREA
003760         ON SIZE ERROR
003770             MOVE 999999999999 TO STK-INV-XFR-OUT-AREA
003780     END-ADD
003790     REWRITE STK-INV-RECORD
003800         INVALID KEY
003810             MOVE 'REJ-REWRITE FAILED  ' TO WS-D-DISPOSITION
003820             MOVE 'Y' TO WS-TRAN-BAD-SW
003830             GO TO 3000-EXIT
003840     END-REWRITE
003850     MOVE STK-INV-ON-HAND-AREA TO WS-D-ON-HAND
003860     MOVE STK-XTR-FROM-PLANT TO WS-AUD-PLANT
003870     MOVE 'XS' TO WS-AUD-REASON
003880     PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT
003890*    the sender is posted - the receiving plant's figure and
003900*    the transfer record follow
003910     MOVE STK-XTR-TO-PLANT TO STK-INV-PLANT
003920     MOVE STK-XTR-SHEET-CLASS TO STK-INV-SHEET-CLASS
003930     READ STK-INV-FILE
003940         INVALID KEY
003950             DISPLAY 'STKXFER - ' STK-XTR-REF
003960                 ' RECEIVING RECORD LOST, IN-TRANSIT NOT SET'
003970             GO TO 3000-OPEN-TRANSFER
003980     END-READ
003990     PERFORM 6000-CLEAN-TRANSIT-FIELDS THRU 6000-EXIT
004000     ADD WS-MOVE-AREA TO STK-INV-XFR-IN-AREA
004010         ON SIZE ERROR
004020             MOVE 999999999999 TO STK-INV-XFR-IN-AREA
004030     END-ADD
004040     REWRITE STK-INV-RECORD
004050         INVALID KEY
004060             DISPLAY 'STKXFER - ' STK-XTR-REF
004070                 ' RECEIVING REWRITE FAILED, IN-TRANSIT NOT SET'
004080     END-REWRITE.
004090 3000-OPEN-TRANSFER.
004100     MOVE SPACES TO STK-XFR-RECORD
004110     MOVE STK-XTR-REF TO STK-XFR-REF
004120     MOVE 'T' TO STK-XFR-STATUS
004130     MOVE STK-XTR-FROM-PLANT TO STK-XFR-FROM-PLANT
004140     MOVE STK-XTR-TO-PLANT TO STK-XFR-TO-PLANT
004150     MOVE STK-XTR-SHEET-CLASS TO STK-XFR-SHEET-CLASS
004160     MOVE WS-MOVE-AREA TO STK-XFR-AREA
004170     MOVE WS-MOVE-DATE TO STK-XFR-SHIP-DATE
004180     MOVE ZERO TO STK-XFR-RECV-DATE
004190     MOVE ZERO TO STK-XFR-RECV-AREA
004200     WRITE STK-XFR-RECORD
004210         INVALID KEY
004220             DISPLAY 'STKXFER - ' STK-XTR-REF
004230                 ' STKXFR WRITE FAILED, STATUS = ' WS-XFR-STATUS
004240     END-WRITE
004250     ADD 1 TO WS-SHIPPED-COUNT
004260     ADD WS-MOVE-AREA TO WS-SHIPPED-AREA
004270     MOVE 'SHIPPED - IN TRANSIT' TO WS-D-DISPOSITION.
004280 3000-EXIT.
004290     EXIT.
004300
004310*-----------------------------------------------------------------
004320* 4000-POST-RECEIPT - books a transfer in at the receiving
004330* plant: the area counted in goes onto its rack, the whole
004340* shipped area comes off both in-transit figures (a short
004350* delivery is a loss on the truck, not stock still coming),
004360* and the transfer is closed.
004370*-----------------------------------------------------------------
004380 4000-POST-RECEIPT.
004390     MOVE STK-XTR-REF TO STK-XFR-REF
004400     READ TRANSFER-FILE
004410         INVALID KEY
004420             MOVE 'REJ-UNKNOWN TRANSFER' TO WS-D-DISPOSITION
004430             MOVE 'Y' TO WS-TRAN-BAD-SW
004440             GO TO 4000-EXIT
004450     END-READ
004460     IF STK-XFR-RECEIVED
004470         MOVE 'REJ-ALREADY RECEIVED' TO WS-D-DISPOSITION
004480         MOVE 'Y' TO WS-TRAN-BAD-SW
004490         GO TO 4000-EXIT
004500     END-IF
004510     IF STK-XTR-TO-PLANT NOT = SPACES
004520             AND STK-XTR-TO-PLANT NOT = STK-XFR-TO-PLANT
004530         MOVE 'REJ-WRONG PLANT     ' TO WS-D-DISPOSITION
004540         MOVE 'Y' TO WS-TRAN-BAD-SW
004550         GO TO 4000-EXIT
004560     END-IF
004570     IF STK-XTR-AREA-X = SPACES
004580         MOVE STK-XFR-AREA TO WS-MOVE-AREA
004590     ELSE
004600         IF STK-XTR-AREA NOT NUMERIC
004610             MOVE 'REJ-AREA NOT NUMERIC' TO WS-D-DISPOSITION
004620             MOVE 'Y' TO WS-TRAN-BAD-SW
004630             GO TO 4000-EXIT
004640         END-IF
004650         IF STK-XTR-AREA = ZERO
004660             MOVE STK-XFR-AREA TO WS-MOVE-AREA
004670         ELSE
004680             MOVE STK-XTR-AREA TO WS-MOVE-AREA
004690         END-IF
004700     END-IF
004710     MOVE STK-XFR-TO-PLANT TO STK-INV-PLANT
004720     MOVE STK-XFR-SHEET-CLASS TO STK-INV-SHEET-CLASS
004730     READ STK-INV-FILE
004740         INVALID KEY
004750             MOVE 'REJ-NO STKINV RECORD' TO WS-D-DISPOSITION
004760             MOVE 'Y' TO WS-TRAN-BAD-SW
004770             GO TO 4000-EXIT
004780     END-READ
004790     PERFORM 6000-CLEAN-TRANSIT-FIELDS THRU 6000-EXIT
004800     MOVE STK-INV-ON-HAND-AREA TO WS-BEFORE-AREA
004810     COMPUTE STK-INV-ON-HAND-AREA =
004820         STK-INV-ON-HAND-AREA + WS-MOVE-AREA
004830         ON SIZE ERROR
004840             MOVE 999999999999 TO STK-INV-ON-HAND-AREA
004850             DISPLAY 'STKXFER - ON-HAND OVERFLOW, CLASS '
004860                 STK-XFR-SHEET-CLASS ' CAPPED AT FIELD LIMIT'
004870     END-COMPUTE
004880     IF STK-XFR-AREA > STK-INV-XFR-IN-AREA
004890         MOVE ZERO TO STK-INV-XFR-IN-AREA
004900     ELSE
004910         SUBTRACT STK-XFR-AREA FROM STK-INV-XFR-IN-AREA
004920     END-IF
004930     REWRITE STK-INV-RECORD
004940         INVALID KEY
004950             MOVE 'REJ-REWRITE FAILED  ' TO WS-D-DISPOSITION
004960             MOVE 'Y' TO WS-TRAN-BAD-SW
004970             GO TO 4000-EXIT
004980     END-REWRITE
004990     MOVE STK-INV-ON-HAND-AREA TO WS-D-ON-HAND
005000     MOVE STK-XFR-TO-PLANT TO WS-AUD-PLANT
005010     MOVE 'XR' TO WS-AUD-REASON
005020     PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT
005030*    the sending rack's in-transit-out figure clears too
005040     MOVE STK-XFR-FROM-PLANT TO STK-INV-PLANT
005050     MOVE STK-XFR-SHEET-CLASS TO STK-INV-SHEET-CLASS
005060     READ STK-INV-FILE
005070         INVALID KEY
005080             DISPLAY 'STKXFER - ' STK-XFR-REF
005090                 ' SENDING RECORD LOST, IN-TRANSIT NOT CLEARED'
005100             GO TO 4000-CLOSE-TRANSFER
005110     END-READ
005120     PERFORM 6000-CLEAN-TRANSIT-FIELDS THRU 6000-EXIT
005130     IF STK-XFR-AREA > STK-INV-XFR-OUT-AREA
005140         MOVE ZERO TO STK-INV-XFR-OUT-AREA
005150     ELSE
005160         SUBTRACT STK-XFR-AREA FROM STK-INV-XFR-OUT-AREA
005170     END-IF
005180     REWRITE STK-INV-RECORD
005190         INVALID KEY
005200             DISPLAY 'STKXFER - ' STK-XFR-REF
005210                 ' SENDING REWRITE FAILED, IN-TRANSIT NOT CLEARED'
005220     END-REWRITE.
005230 4000-CLOSE-TRANSFER.
005240     MOVE 'R' TO STK-XFR-STATUS
005250     MOVE WS-MOVE-DATE TO STK-XFR-RECV-DATE
005260     MOVE WS-MOVE-AREA TO STK-XFR-RECV-AREA
005270     REWRITE STK-XFR-RECORD
005280         INVALID KEY
005290             DISPLAY 'STKXFER - ' STK-XFR-REF
005300                 ' STKXFR REWRITE FAILED, STATUS = ' WS-XFR-STATUS
005310     END-REWRITE
005320     ADD 1 TO WS-RECEIVED-COUNT
005330     ADD WS-MOVE-AREA TO WS-RECEIVED-AREA
005340     IF WS-MOVE-AREA < STK-XFR-AREA
005350         MOVE 'Y' TO WS-VARIANCE-SW
005360         MOVE 'RECEIVED - SHORT    ' TO WS-D-DISPOSITION
005370         GO TO 4000-EXIT
005380     END-IF
005390     IF WS-MOVE-AREA > STK-XFR-AREA
005400         MOVE 'Y' TO WS-VARIANCE-SW
005410         MOVE 'RECEIVED - OVER     ' TO WS-D-DISPOSITION
005420         GO TO 4000-EXIT
005430     END-IF
005440     MOVE 'RECEIVED            ' TO WS-D-DISPOSITION.
005450 4000-EXIT.
005460     EXIT.
005470
005480*-----------------------------------------------------------------
005490* 6000-CLEAN-TRANSIT-FIELDS - a record from before the transit
005500* fields existed carries blanks there; they start at zero.
005510*-----------------------------------------------------------------
005520 6000-CLEAN-TRANSIT-FIELDS.
005530     IF STK-INV-XFR-OUT-AREA NOT NUMERIC
005540         MOVE ZERO TO STK-INV-XFR-OUT-AREA
005550     END-IF
005560     IF STK-INV-XFR-IN-AREA NOT NUMERIC
005570         MOVE ZERO TO STK-INV-XFR-IN-AREA
005580     END-IF.
005590 6000-EXIT.
005600     EXIT.
005610
005620*-----------------------------------------------------------------
005630* 7000-WRITE-AUDIT - one STKAUD record per end of the transfer;
005640* the caller still holds the before-area and the rewritten
005650* record, and has set the plant and reason.
005660*-----------------------------------------------------------------
005670 7000-WRITE-AUDIT.
005680     MOVE SPACES TO STK-AUD-RECORD
005690     MOVE WS-MOVE-DATE TO STK-AUD-DATE
005700     MOVE WS-TODAY-TIME TO STK-AUD-TIME
005710     MOVE WS-AUD-PLANT TO STK-AUD-PLANT
005720     MOVE STK-INV-SHEET-CLASS TO STK-AUD-SHEET-CLASS
005730     MOVE WS-MOVE-AREA TO STK-AUD-AREA
005740     MOVE WS-BEFORE-AREA TO STK-AUD-BEFORE-AREA
005750     MOVE STK-INV-ON-HAND-AREA TO STK-AUD-AFTER-AREA
005760     MOVE STK-XTR-REF TO STK-AUD-PO-REF
005770     MOVE WS-AUD-REASON TO STK-AUD-REASON
005780     WRITE STK-AUD-RECORD.
005790 7000-EXIT.
005800     EXIT.
005810
005820*-----------------------------------------------------------------
005830* 9000-TERMINATE - control totals, and return code 4 when any
005840* transaction was refused or a receipt did not match what was
005850* shipped.
005860*-----------------------------------------------------------------
005870 9000-TERMINATE.
005880     MOVE 'TRANSACTIONS READ:      ' TO WS-C-LABEL
005890     MOVE WS-READ-COUNT TO WS-C-COUNT
005900     PERFORM 9100-WRITE-COUNT THRU 9100-EXIT
005910     MOVE 'SHIPMENTS POSTED:       ' TO WS-C-LABEL
005920     MOVE WS-SHIPPED-COUNT TO WS-C-COUNT
005930     PERFORM 9100-WRITE-COUNT THRU 9100-EXIT
005940     MOVE 'RECEIPTS POSTED:        ' TO WS-C-LABEL
005950     MOVE WS-RECEIVED-COUNT TO WS-C-COUNT
005960     PERFORM 9100-WRITE-COUNT THRU 9100-EXIT
005970     MOVE '  SHORT OR OVER:        ' TO WS-C-LABEL
005980     MOVE WS-VARIANCE-COUNT TO WS-C-COUNT
005990     PERFORM 9100-WRITE-COUNT THRU 9100-EXIT
006000     MOVE 'TRANSACTIONS REJECTED:  ' TO WS-C-LABEL
006010     MOVE WS-REJECT-COUNT TO WS-C-COUNT
006020     PERFORM 9100-WRITE-COUNT THRU 9100-EXIT
006030     MOVE 'TOTAL AREA SHIPPED:     ' TO WS-C-LABEL
006040     MOVE WS-SHIPPED-AREA TO WS-C-COUNT
006050     PERFORM 9100-WRITE-COUNT THRU 9100-EXIT
006060     MOVE 'TOTAL AREA RECEIVED:    ' TO WS-C-LABEL
006070     MOVE WS-RECEIVED-AREA TO WS-C-COUNT
006080     PERFORM 9100-WRITE-COUNT THRU 9100-EXIT
006090     CLOSE TRANSFER-TRAN-FILE
006100     CLOSE STK-INV-FILE
006110     CLOSE TRANSFER-FILE
006120     CLOSE AUDIT-FILE
006130     CLOSE REGISTER-REPORT-FILE
006140     IF WS-REJECT-COUNT > 0 OR WS-VARIANCE-COUNT > 0
006150         MOVE 4 TO RETURN-CODE
006160     END-IF
006170     DISPLAY 'STKXFER - SHIPPED: ' WS-SHIPPED-COUNT
006180         ' RECEIVED: ' WS-RECEIVED-COUNT
006190         ' REJECTED: ' WS-REJECT-COUNT.
006200 9000-EXIT.
006210     EXIT.
006220
006230 9100-WRITE-COUNT.
006240     MOVE WS-COUNT-LINE TO REPORT-LINE
006250     WRITE REPORT-LINE.
006260 9100-EXIT.
006270     EXIT.
006280
006290 END PROGRAM STKXFER.
