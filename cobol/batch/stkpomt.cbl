000010*****************************************************************
000020* PROGRAM-ID : STKPOMT                                         *
000030* AUTHOR     : M. PRZYBYLSKI, SCHEDULING SYSTEMS               *
000040* INSTALLATION : CUTTING-SHOP SYSTEMS                          *
000050* DATE-WRITTEN : 2026-10-15                                    *
000060*                                                               *
000070* FUNCTION : Purchase order maintenance. STKSUGG proposes the   *
000080*   replenishment and STKRCPT posts the delivery; this batch    *
000090*   puts the order the buyer actually placed on file between    *
000100*   them, from the buyer's STKPOT transactions:                 *
000110*                                                               *
000120*   A  add - raises a new STKPO order from the STKSUG           *
000130*      suggestion named by its date, plant and class, with the  *
000140*      supplier, the area ordered (the area suggested when      *
000150*      left blank) and the date the supplier promised;          *
000160*   P  promise - moves an open order's promised date;           *
000170*   C  close - closes an open order short when the supplier     *
000180*      will send no more;                                       *
000190*   X  cancel - withdraws an open order nothing has been        *
000200*      received against.                                        *
000210*                                                               *
000220*   An add is refused when the PO number is already used, when  *
000230*   the suggestion is not on STKSUG, or when the supplier, the  *
000240*   class or the promised date is missing; a change when the    *
000250*   order is unknown or no longer open. The register prints     *
000260*   one line per transaction with control totals, and any       *
000270*   refusal ends the run with return code 4.                    *
000280*****************************************************************
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. STKPOMT.
000310 AUTHOR. M. PRZYBYLSKI, SCHEDULING SYSTEMS.
000320 INSTALLATION. CUTTING-SHOP SYSTEMS.
000330 DATE-WRITTEN. 2026-10-15.
000340 DATE-COMPILED.
000350
000360*-----------------------------------------------------------------
000370* MODIFICATION HISTORY
000380* DATE       BY   DESCRIPTION
000390* 2026-10-15 MPR  Initial version.
000400*-----------------------------------------------------------------
000410
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT PO-TRAN-FILE ASSIGN TO STKPOT
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS WS-POT-STATUS.
000480     SELECT PO-FILE ASSIGN TO STKPO
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS STK-PO-NUMBER
000520         FILE STATUS IS WS-PO-STATUS.
000530     SELECT SUGGEST-FILE ASSIGN TO STKSUG
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS WS-SUG-STATUS.
000560     SELECT REGISTER-REPORT-FILE ASSIGN TO STKPOMR
000570         ORGANIZATION IS SEQUENTIAL.
000580
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  PO-TRAN-FILE
000620     RECORDING MODE IS F.
000630     COPY STKPOT.
000640
000650 FD  PO-FILE.
000660     COPY STKPO.
000670
000680 FD  SUGGEST-FILE
000690     RECORDING MODE IS F.
000700     COPY STKSUG.
000710
000720 FD  REGISTER-REPORT-FILE
000730     RECORDING MODE IS F.
000740 01  REPORT-LINE                 PIC X(80).
000750
000760 WORKING-STORAGE SECTION.
000770*-----------------------------------------------------------------
000780* SWITCHES AND FILE STATUS
000790*-----------------------------------------------------------------
000800 77  WS-EOF-SW           PIC X(01)      VALUE 'N'.
000810     88  WS-EOF-YES                     VALUE 'Y'.
000820 77  WS-SUG-EOF-SW       PIC X(01)      VALUE 'N'.
000830     88  WS-SUG-EOF                     VALUE 'Y'.
000840 77  WS-TRAN-BAD-SW      PIC X(01)      VALUE 'N'.
000850     88  WS-TRAN-BAD                    VALUE 'Y'.
000860 77  WS-FOUND-SW         PIC X(01)      VALUE 'N'.
000870     88  WS-FOUND-YES                   VALUE 'Y'.
000880 77  WS-POT-STATUS       PIC X(02)      VALUE SPACES.
000890 77  WS-PO-STATUS        PIC X(02)      VALUE SPACES.
000900 77  WS-SUG-STATUS       PIC X(02)      VALUE SPACES.
000910
000920*-----------------------------------------------------------------
000930* RUN CONTROL AND COUNTERS
000940*-----------------------------------------------------------------
000950 77  WS-TODAY-DATE       PIC 9(08)      VALUE ZERO.
000960 77  WS-TRAN-DATE        PIC 9(08)      VALUE ZERO.
000970*    the transaction's plant, blank normalized to 01
000980 77  WS-WRK-PLANT        PIC X(02)      VALUE SPACES.
000990*    the area the matched suggestion proposed
001000 77  WS-SUG-AREA         PIC 9(12)      VALUE ZERO.
001010 77  WS-READ-COUNT       PIC 9(08) COMP VALUE ZERO.
001020 77  WS-ADDED-COUNT      PIC 9(08) COMP VALUE ZERO.
001030 77  WS-PROMISE-COUNT    PIC 9(08) COMP VALUE ZERO.
001040 77  WS-CLOSED-COUNT     PIC 9(08) COMP VALUE ZERO.
001050 77  WS-CANCEL-COUNT     PIC 9(08) COMP VALUE ZERO.
001060 77  WS-REJECT-COUNT     PIC 9(08) COMP VALUE ZERO.
001070 77  WS-ORDERED-AREA     PIC 9(12)      VALUE ZERO.
001080
001090*-----------------------------------------------------------------
001100* REPORT LINES
001110*-----------------------------------------------------------------
001120 01  WS-HEADING1.
001130     05  FILLER              PIC X(80)   VALUE
001140         'STKPOMT - PURCHASE ORDER MAINTENANCE REGISTER'.
001150 01  WS-HEADING2.
001160     05  FILLER              PIC X(40)   VALUE
001170         'DATE     T PO-NUMBER  PL/CL         AREA'.
001180     05  FILLER              PIC X(40)   VALUE
001190         ' PROMISED DISPOSITION'.
001200
001210 01  WS-DETAIL-LINE.
001220     05  WS-D-DATE           PIC 9(08).
001230     05  FILLER              PIC X(01)   VALUE SPACE.
001240     05  WS-D-TYPE           PIC X(01).
001250     05  FILLER              PIC X(01)   VALUE SPACE.
001260     05  WS-D-PO-NUMBER      PIC X(10).
001270     05  FILLER              PIC X(01)   VALUE SPACE.
001280     05  WS-D-PLANT          PIC X(02).
001290     05  FILLER              PIC X(01)   VALUE '/'.
001300     05  WS-D-CLASS          PIC X(02).
001310     05  FILLER              PIC X(01)   VALUE SPACE.
001320     05  WS-D-AREA           PIC Z(11)9.
001330     05  FILLER              PIC X(01)   VALUE SPACE.
001340     05  WS-D-PROMISED       PIC 9(08).
001350     05  FILLER              PIC X(01)   VALUE SPACE.
001360     05  WS-D-DISPOSITION    PIC X(20).
001370     05  FILLER              PIC X(10)   VALUE SPACES.
001380
001390 01  WS-COUNT-LINE.
001400     05  WS-C-LABEL          PIC X(24).
001410     05  WS-C-COUNT          PIC Z(11)9.
001420     05  FILLER              PIC X(44)   VALUE SPACES.
001430
001440 PROCEDURE DIVISION.
001450*****************************************************************
001460* 0000-MAINLINE
001470*****************************************************************
001480 0000-MAINLINE.
001490     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001500     PERFORM 2000-POST-TRANSACTION THRU 2000-EXIT
001510         UNTIL WS-EOF-YES
001520     PERFORM 9000-TERMINATE THRU 9000-EXIT
001530     GOBACK.
001540
001550*-----------------------------------------------------------------
001560* 1000-INITIALIZE - STKPO is created on the first run, the way
001570* the other keyed working files are.
001580*-----------------------------------------------------------------
001590 1000-INITIALIZE.
001600     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
001610     OPEN INPUT PO-TRAN-FILE
001620     IF WS-POT-STATUS NOT = '00'
001630         DISPLAY 'STKPOMT - STKPOT OPEN FAILED, STATUS = '
001640             WS-POT-STATUS
001650         MOVE 12 TO RETURN-CODE
001660         GOBACK
001670     END-IF
001680     OPEN I-O PO-FILE
001690     IF WS-PO-STATUS = '35'
001700         OPEN OUTPUT PO-FILE
001710         CLOSE PO-FILE
001720         OPEN I-O PO-FILE
001730     END-IF
001740     IF WS-PO-STATUS NOT = '00'
001750         DISPLAY 'STKPOMT - STKPO OPEN FAILED, STATUS = '
001760             WS-PO-STATUS
001770         MOVE 12 TO RETURN-CODE
001780         GOBACK
001790     END-IF
001800     OPEN OUTPUT REGISTER-REPORT-FILE
001810     MOVE WS-HEADING1 TO REPORT-LINE
001820     WRITE REPORT-LINE
001830     MOVE WS-HEADING2 TO REPORT-LINE
001840     WRITE REPORT-LINE
001850     PERFORM 2900-READ-TRANSACTION THRU 2900-EXIT.
001860 1000-EXIT.
001870     EXIT.
001880
001890*-----------------------------------------------------------------
001900* 2000-POST-TRANSACTION - one buyer transaction: edited, posted
001910* when clean, and printed on the register either way.
001920*-----------------------------------------------------------------
001930 2000-POST-TRANSACTION.
001940     ADD 1 TO WS-READ-COUNT
001950     MOVE 'N' TO WS-TRAN-BAD-SW
001970     IF STK-POT-DATE NUMERIC AND STK-POT-DATE NOT = ZERO
001980         MOVE STK-POT-DATE TO WS-TRAN-DATE
001990     ELSE
002000         MOVE WS-TODAY-DATE TO WS-TRAN-DATE
002010     END-IF
002020     IF STK-POT-PLANT = SPACES
002030         MOVE '01' TO WS-WRK-PLANT
002040     ELSE
002050         MOVE STK-POT-PLANT TO WS-WRK-PLANT
002060     END-IF
002070     IF STK-POT-PO-NUMBER = SPACES
002080         MOVE 'REJ-NO PO NUMBER    ' TO WS-D-DISPOSITION
002090         MOVE 'Y' TO WS-TRAN-BAD-SW
002100         GO TO 2000-REGISTER
002110     END-IF
002120     EVALUATE TRUE
002130         WHEN STK-POT-ADD
002140             PERFORM 3000-ADD-ORDER THRU 3000-EXIT
002150         WHEN STK-POT-PROMISE
002160             PERFORM 4000-CHANGE-PROMISE THRU 4000-EXIT
002170         WHEN STK-POT-CLOSE
002180             PERFORM 5000-CLOSE-ORDER THRU 5000-EXIT
002190         WHEN STK-POT-CANCEL
002200             PERFORM 6000-CANCEL-ORDER THRU 6000-EXIT
002210         WHEN OTHER
002220             MOVE 'REJ-BAD TRAN TYPE   ' TO WS-D-DISPOSITION
002230             MOVE 'Y' TO WS-TRAN-BAD-SW
002240     END-EVALUATE.
002250 2000-REGISTER.
002260     IF WS-TRAN-BAD
002270         ADD 1 TO WS-REJECT-COUNT
002280     END-IF
002290     PERFORM 2800-WRITE-REGISTER-LINE THRU 2800-EXIT
002300     PERFORM 2900-READ-TRANSACTION THRU 2900-EXIT.
002310 2000-EXIT.
002320     EXIT.
002330
002340*-----------------------------------------------------------------
002350* 2800-WRITE-REGISTER-LINE - a posted transaction prints the
002360* order as it now stands; a refused one prints what was keyed.
002370*-----------------------------------------------------------------
002380 2800-WRITE-REGISTER-LINE.
002390     MOVE WS-TRAN-DATE TO WS-D-DATE
002400     MOVE STK-POT-TYPE TO WS-D-TYPE
002410     MOVE STK-POT-PO-NUMBER TO WS-D-PO-NUMBER
002420     IF WS-TRAN-BAD
002430         MOVE WS-WRK-PLANT TO WS-D-PLANT
002440         MOVE STK-POT-SHEET-CLASS TO WS-D-CLASS
002450         IF STK-POT-AREA NUMERIC
002460             MOVE STK-POT-AREA TO WS-D-AREA
002470         ELSE
002480             MOVE ZERO TO WS-D-AREA
002490         END-IF
002500         IF STK-POT-PROMISED-DATE NUMERIC
002510             MOVE STK-POT-PROMISED-DATE TO WS-D-PROMISED
002520         ELSE
002530             MOVE ZERO TO WS-D-PROMISED
002540         END-IF
002550     ELSE
002560         MOVE STK-PO-PLANT TO WS-D-PLANT
002570         MOVE STK-PO-SHEET-CLASS TO WS-D-CLASS
002580         MOVE STK-PO-ORDERED-AREA TO WS-D-AREA
002590         MOVE STK-PO-PROMISED-DATE TO WS-D-PROMISED
002600     END-IF
002610     MOVE WS-DETAIL-LINE TO REPORT-LINE
002620     WRITE REPORT-LINE.
002630 2800-EXIT.
002640     EXIT.
002650
002660*-----------------------------------------------------------------
002670* 2900-READ-TRANSACTION
002680*-----------------------------------------------------------------
002690 2900-READ-TRANSACTION.
002700     READ PO-TRAN-FILE
002710         AT END
002720             MOVE 'Y' TO WS-EOF-SW
002730     END-READ.
002740 2900-EXIT.
002750     EXIT.
002760
002770*-----------------------------------------------------------------
002780* 3000-ADD-ORDER - edits the add, finds the suggestion it
002790* answers on STKSUG, and writes the new open order.
002800*-----------------------------------------------------------------
002810 3000-ADD-ORDER.
002820     IF STK-POT-SHEET-CLASS = SPACES
002830         MOVE 'REJ-NO SHEET CLASS  ' TO WS-D-DISPOSITION
002840         MOVE 'Y' TO WS-TRAN-BAD-SW
002850         GO TO 3000-EXIT
002860     END-IF
002870     IF STK-POT-SUPPLIER = SPACES
002880         MOVE 'REJ-NO SUPPLIER     ' TO WS-D-DISPOSITION
002890         MOVE 'Y' TO WS-TRAN-BAD-SW
002900         GO TO 3000-EXIT
002910     END-IF
002920     IF STK-POT-AREA-X NOT = SPACES
002930             AND STK-POT-AREA NOT NUMERIC
002940         MOVE 'REJ-AREA NOT NUMERIC' TO WS-D-DISPOSITION
002950         MOVE 'Y' TO WS-TRAN-BAD-SW
002960         GO TO 3000-EXIT
002970     END-IF
002980     IF STK-POT-PROMISED-DATE NOT NUMERIC
002990             OR STK-POT-PROMISED-DATE = ZERO
003000         MOVE 'REJ-NO PROMISED DATE' TO WS-D-DISPOSITION
003010         MOVE 'Y' TO WS-TRAN-BAD-SW
003020         GO TO 3000-EXIT
003030     END-IF
003040     IF STK-POT-PROMISED-DATE < WS-TRAN-DATE
003050         MOVE 'REJ-PROMISE < ORDER ' TO WS-D-DISPOSITION
003060         MOVE 'Y' TO WS-TRAN-BAD-SW
003070         GO TO 3000-EXIT
003080     END-IF
003090     IF STK-POT-SUG-DATE NOT NUMERIC
003100             OR STK-POT-SUG-DATE = ZERO
003110         MOVE 'REJ-NO SUGGESTION   ' TO WS-D-DISPOSITION
003120         MOVE 'Y' TO WS-TRAN-BAD-SW
003130         GO TO 3000-EXIT
003140     END-IF
003150     MOVE STK-POT-PO-NUMBER TO STK-PO-NUMBER
003160     READ PO-FILE
003170         INVALID KEY
003180             CONTINUE
003190         NOT INVALID KEY
003200             MOVE 'REJ-PO NUMBER USED  ' TO WS-D-DISPOSITION
003210             MOVE 'Y' TO WS-TRAN-BAD-SW
003220             GO TO 3000-EXIT
003230     END-READ
003240     PERFORM 3100-FIND-SUGGESTION THRU 3100-EXIT
003250     IF NOT WS-FOUND-YES
003260         MOVE 'REJ-NOT ON STKSUG   ' TO WS-D-DISPOSITION
003270         MOVE 'Y' TO WS-TRAN-BAD-SW
003280         GO TO 3000-EXIT
003290     END-IF
003300     MOVE SPACES TO STK-PO-RECORD
003310     MOVE STK-POT-PO-NUMBER TO STK-PO-NUMBER
003320     MOVE 'O' TO STK-PO-STATUS
003330     MOVE STK-POT-SUPPLIER TO STK-PO-SUPPLIER
003340     MOVE WS-WRK-PLANT TO STK-PO-PLANT
003350     MOVE STK-POT-SHEET-CLASS TO STK-PO-SHEET-CLASS
003360     IF STK-POT-AREA-X = SPACES OR STK-POT-AREA = ZERO
003370         MOVE WS-SUG-AREA TO STK-PO-ORDERED-AREA
003380     ELSE
003390         MOVE STK-POT-AREA TO STK-PO-ORDERED-AREA
003400     END-IF
003410     MOVE ZERO TO STK-PO-RECEIVED-AREA
003420     MOVE WS-TRAN-DATE TO STK-PO-ORDER-DATE
003430     MOVE STK-POT-PROMISED-DATE TO STK-PO-PROMISED-DATE
003440     MOVE ZERO TO STK-PO-CLOSED-DATE
003450     MOVE STK-POT-SUG-DATE TO STK-PO-SUG-DATE
003460     MOVE STK-POT-BUYER TO STK-PO-BUYER
003470     MOVE ZERO TO STK-PO-LAST-RCV-DATE
003480     MOVE ZERO TO STK-PO-RECEIPT-COUNT
003490     WRITE STK-PO-RECORD
003500         INVALID KEY
003510             MOVE 'REJ-WRITE FAILED    ' TO WS-D-DISPOSITION
003520             MOVE 'Y' TO WS-TRAN-BAD-SW
003530             GO TO 3000-EXIT
003540     END-WRITE
003550     ADD 1 TO WS-ADDED-COUNT
003560     ADD STK-PO-ORDERED-AREA TO WS-ORDERED-AREA
003570     IF STK-PO-ORDERED-AREA = WS-SUG-AREA
003580         MOVE 'ADDED               ' TO WS-D-DISPOSITION
003590     ELSE
003600         MOVE 'ADDED-NOT AS SUGG.  ' TO WS-D-DISPOSITION
003610     END-IF.
003620 3000-EXIT.
003630     EXIT.
003640
003650*-----------------------------------------------------------------
003660* 3100-FIND-SUGGESTION - reads STKSUG for the suggestion the
003670* add names, by date, plant and class, leaving its area in
003680* WS-SUG-AREA. The file accumulates, so it is read through
003690* for each add; a missing file finds nothing.
003700*-----------------------------------------------------------------
003710 3100-FIND-SUGGESTION.
003720     MOVE 'N' TO WS-FOUND-SW
003730     MOVE ZERO TO WS-SUG-AREA
003740     OPEN INPUT SUGGEST-FILE
003750     IF WS-SUG-STATUS NOT = '00'
003760         GO TO 3100-EXIT
003770     END-IF
003780     MOVE 'N' TO WS-SUG-EOF-SW
003790     PERFORM 3190-READ-SUGGEST THRU 3190-EXIT
003800     PERFORM 3110-MATCH-SUGGESTION THRU 3110-EXIT
003810         UNTIL WS-SUG-EOF OR WS-FOUND-YES
003820     CLOSE SUGGEST-FILE.
003830 3100-EXIT.
003840     EXIT.
003850
003860 3110-MATCH-SUGGESTION.
003870     IF STK-SUG-DATE = STK-POT-SUG-DATE
003880             AND STK-SUG-SHEET-CLASS = STK-POT-SHEET-CLASS
003890             AND (STK-SUG-PLANT = WS-WRK-PLANT
003900                 OR (STK-SUG-PLANT = SPACES
003910                     AND WS-WRK-PLANT = '01'))
003920         MOVE 'Y' TO WS-FOUND-SW
003930         MOVE STK-SUG-AREA TO WS-SUG-AREA
003940         GO TO 3110-EXIT
003950     END-IF
003960     PERFORM 3190-READ-SUGGEST THRU 3190-EXIT.
003970 3110-EXIT.
003980     EXIT.
003990
004000 3190-READ-SUGGEST.
004010     READ SUGGEST-FILE
004020         AT END
004030             MOVE 'Y' TO WS-SUG-EOF-SW
004040     END-READ.
004050 3190-EXIT.
004060     EXIT.
004070
004080*-----------------------------------------------------------------
004090* 4000-CHANGE-PROMISE - the supplier has moved the date; only
004100* an open order can be re-promised.
004110*-----------------------------------------------------------------
004120 4000-CHANGE-PROMISE.
004130     PERFORM 7000-READ-OPEN-ORDER THRU 7000-EXIT
004140     IF WS-TRAN-BAD
004150         GO TO 4000-EXIT
004160     END-IF
004170     IF STK-POT-PROMISED-DATE NOT NUMERIC
004180             OR STK-POT-PROMISED-DATE = ZERO
004190         MOVE 'REJ-NO PROMISED DATE' TO WS-D-DISPOSITION
004200         MOVE 'Y' TO WS-TRAN-BAD-SW
004210         GO TO 4000-EXIT
004220     END-IF
004230     IF STK-POT-PROMISED-DATE < STK-PO-ORDER-DATE
004240         MOVE 'REJ-PROMISE < ORDER ' TO WS-D-DISPOSITION
004250         MOVE 'Y' TO WS-TRAN-BAD-SW
004260         GO TO 4000-EXIT
004270     END-IF
004280     MOVE STK-POT-PROMISED-DATE TO STK-PO-PROMISED-DATE
004290     PERFORM 7100-REWRITE-ORDER THRU 7100-EXIT
004300     IF WS-TRAN-BAD
004310         GO TO 4000-EXIT
004320     END-IF
004330     ADD 1 TO WS-PROMISE-COUNT
004340     MOVE 'PROMISE DATE MOVED  ' TO WS-D-DISPOSITION.
004350 4000-EXIT.
004360     EXIT.
004370
004380*-----------------------------------------------------------------
004390* 5000-CLOSE-ORDER - the supplier will send no more; the
004400* balance stops counting as stock on order.
004410*-----------------------------------------------------------------
004420 5000-CLOSE-ORDER.
004430     PERFORM 7000-READ-OPEN-ORDER THRU 7000-EXIT
004440     IF WS-TRAN-BAD
004450         GO TO 5000-EXIT
004460     END-IF
004470     MOVE 'C' TO STK-PO-STATUS
004480     MOVE WS-TRAN-DATE TO STK-PO-CLOSED-DATE
004490     PERFORM 7100-REWRITE-ORDER THRU 7100-EXIT
004500     IF WS-TRAN-BAD
004510         GO TO 5000-EXIT
004520     END-IF
004530     ADD 1 TO WS-CLOSED-COUNT
004540     IF STK-PO-RECEIVED-AREA < STK-PO-ORDERED-AREA
004550         MOVE 'CLOSED SHORT        ' TO WS-D-DISPOSITION
004560     ELSE
004570         MOVE 'CLOSED              ' TO WS-D-DISPOSITION
004580     END-IF.
004590 5000-EXIT.
004600     EXIT.
004610
004620*-----------------------------------------------------------------
004630* 6000-CANCEL-ORDER - only an order nothing has arrived against
004640* can be cancelled; one with receipts is closed short instead.
004650*-----------------------------------------------------------------
004660 6000-CANCEL-ORDER.
004670     PERFORM 7000-READ-OPEN-ORDER THRU 7000-EXIT
004680     IF WS-TRAN-BAD
004690         GO TO 6000-EXIT
004700     END-IF
004710     IF STK-PO-RECEIVED-AREA > ZERO
004720         MOVE 'REJ-RECEIPTS POSTED ' TO WS-D-DISPOSITION
004730         MOVE 'Y' TO WS-TRAN-BAD-SW
004740         GO TO 6000-EXIT
004750     END-IF
004760     MOVE 'X' TO STK-PO-STATUS
004770     MOVE WS-TRAN-DATE TO STK-PO-CLOSED-DATE
004780     PERFORM 7100-REWRITE-ORDER THRU 7100-EXIT
004790     IF WS-TRAN-BAD
004800         GO TO 6000-EXIT
004810     END-IF
004820     ADD 1 TO WS-CANCEL-COUNT
004830     MOVE 'CANCELLED           ' TO WS-D-DISPOSITION.
004840 6000-EXIT.
004850     EXIT.
004860
004870*-----------------------------------------------------------------
004880* 7000-READ-OPEN-ORDER - the order a change names must be on
004890* file and still open.
004900*-----------------------------------------------------------------
004910 7000-READ-OPEN-ORDER.
004920     MOVE STK-POT-PO-NUMBER TO STK-PO-NUMBER
004930     READ PO-FILE
004940         INVALID KEY
004950             MOVE 'REJ-PO NOT ON FILE  ' TO WS-D-DISPOSITION
004960             MOVE 'Y' TO WS-TRAN-BAD-SW
004970             GO TO 7000-EXIT
004980     END-READ
004990     IF NOT STK-PO-OPEN
005000         MOVE 'REJ-PO NOT OPEN     ' TO WS-D-DISPOSITION
005010         MOVE 'Y' TO WS-TRAN-BAD-SW
005020     END-IF.
005030 7000-EXIT.
005040     EXIT.
005050
005060 7100-REWRITE-ORDER.
005070     REWRITE STK-PO-RECORD
005080         INVALID KEY
005090             MOVE 'REJ-REWRITE FAILED  ' TO WS-D-DISPOSITION
005100             MOVE 'Y' TO WS-TRAN-BAD-SW
005110     END-REWRITE.
005120 7100-EXIT.
005130     EXIT.
005140
005150*-----------------------------------------------------------------
005160* 9000-TERMINATE - control totals, and return code 4 when any
005170* transaction was refused so the buyer rekeys it today.
005180*-----------------------------------------------------------------
005190 9000-TERMINATE.
005200     MOVE SPACES TO REPORT-LINE
005210     WRITE REPORT-LINE
005220     MOVE 'TRANSACTIONS READ:      ' TO WS-C-LABEL
005230     MOVE WS-READ-COUNT TO WS-C-COUNT
005240     PERFORM 9100-WRITE-COUNT THRU 9100-EXIT
005250     MOVE 'ORDERS ADDED:           ' TO WS-C-LABEL
005260     MOVE WS-ADDED-COUNT TO WS-C-COUNT
005270     PERFORM 9100-WRITE-COUNT THRU 9100-EXIT
005280     MOVE 'AREA ORDERED:           ' TO WS-C-LABEL
005290     MOVE WS-ORDERED-AREA TO WS-C-COUNT
005300     PERFORM 9100-WRITE-COUNT THRU 9100-EXIT
005310     MOVE 'PROMISE DATES MOVED:    ' TO WS-C-LABEL
005320     MOVE WS-PROMISE-COUNT TO WS-C-COUNT
005330     PERFORM 9100-WRITE-COUNT THRU 9100-EXIT
005340     MOVE 'ORDERS CLOSED:          ' TO WS-C-LABEL
005350     MOVE WS-CLOSED-COUNT TO WS-C-COUNT
005360     PERFORM 9100-WRITE-COUNT THRU 9100-EXIT
005370     MOVE 'ORDERS CANCELLED:       ' TO WS-C-LABEL
005380     MOVE WS-CANCEL-COUNT TO WS-C-COUNT
005390     PERFORM 9100-WRITE-COUNT THRU 9100-EXIT
005400     MOVE 'TRANSACTIONS REJECTED:  ' TO WS-C-LABEL
005410     MOVE WS-REJECT-COUNT TO WS-C-COUNT
005420     PERFORM 9100-WRITE-COUNT THRU 9100-EXIT
005430     CLOSE PO-TRAN-FILE
005440     CLOSE PO-FILE
005450     CLOSE REGISTER-REPORT-FILE
005460     IF WS-REJECT-COUNT > 0
005470         MOVE 4 TO RETURN-CODE
005480     END-IF
005490     DISPLAY 'STKPOMT - ADDED: ' WS-ADDED-COUNT
005500         ' REJECTED: ' WS-REJECT-COUNT.
005510 9000-EXIT.
005520     EXIT.
005530
005540 9100-WRITE-COUNT.
005550     MOVE WS-COUNT-LINE TO REPORT-LINE
005560     WRITE REPORT-LINE.
005570 9100-EXIT.
005580     EXIT.
005590
005600 END PROGRAM STKPOMT.
