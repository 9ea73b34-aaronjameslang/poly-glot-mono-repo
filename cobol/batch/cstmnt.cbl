000010*****************************************************************
000020* PROGRAM-ID : CSTMNT                                          *
000030* AUTHOR     : M. PRZYBYLSKI, SCHEDULING SYSTEMS               *
000040* INSTALLATION : CUTTING-SHOP SYSTEMS                          *
000050* DATE-WRITTEN : 2026-10-10                                    *
000060*                                                              *
000070* FUNCTION : Customer-master maintenance. Until now a customer *
000080*   was whatever twenty characters were keyed on the order, so *
000090*   one customer could be two on the statements, and the       *
000100*   billing extract carried no customer at all. This run       *
000110*   applies the CSTTRN transaction file (ADD, CHANGE, INACT,   *
000120*   REACT) against the CSTMST customer master with real edits: *
000130*                                                              *
000140*   - the customer number must be numeric and not zero;        *
000150*   - an ADD needs a name, the first bill-to address line, a   *
000160*     city, and payment terms with numeric terms days, and     *
000170*     refuses a number already on the master;                  *
000180*   - a CHANGE, INACT or REACT refuses a number that is not on *
000190*     the master, and INACT/REACT refuse a customer already in *
000200*     that state.                                              *
000210*                                                              *
000220*   An inactive customer keeps its history - ORDMNT simply     *
000230*   refuses new orders for it. Every applied change writes one *
000240*   CSTAUD audit record - who, when, the action, and the       *
000250*   customer before and after - the way ORDMNT audits the      *
000260*   order master. The apply/reject register prints one line    *
000270*   per transaction; rejects end the run with return code 4 so *
000280*   they get rekeyed, not forgotten.                           *
000290*****************************************************************
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID. CSTMNT.
000320 AUTHOR. M. PRZYBYLSKI, SCHEDULING SYSTEMS.
000330 INSTALLATION. CUTTING-SHOP SYSTEMS.
000340 DATE-WRITTEN. 2026-10-10.
000350 DATE-COMPILED.
000360
000370*-----------------------------------------------------------------
000380* MODIFICATION HISTORY
000390* DATE       BY   DESCRIPTION
000400* 2026-10-10 MPR  Initial version.
000410*-----------------------------------------------------------------
000420
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT TRANSACTION-FILE ASSIGN TO CSTTRN
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS WS-TRN-STATUS.
000490     SELECT CUSTOMER-MASTER-FILE ASSIGN TO CSTMST
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS CST-MST-NUMBER
000530         FILE STATUS IS WS-CST-STATUS.
000540     SELECT AUDIT-FILE ASSIGN TO CSTAUD
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS WS-AUD-STATUS.
000570     SELECT REGISTER-REPORT-FILE ASSIGN TO CSTMRPT
000580         ORGANIZATION IS SEQUENTIAL.
000590
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  TRANSACTION-FILE
000630     RECORDING MODE IS F.
000640     COPY CSTTRN.
000650
000660 FD  CUSTOMER-MASTER-FILE.
000670     COPY CSTMST.
000680
000690 FD  AUDIT-FILE
000700     RECORDING MODE IS F.
000710     COPY CSTAUD.
000720
000730 FD  REGISTER-REPORT-FILE
000740     RECORDING MODE IS F.
000750 01  REPORT-LINE                 PIC X(80).
000760
000770 WORKING-STORAGE SECTION.
000780*-----------------------------------------------------------------
000790* SWITCHES AND FILE STATUS
000800*-----------------------------------------------------------------
000810 77  WS-EOF-SW           PIC X(01)      VALUE 'N'.
000820     88  WS-EOF-YES                     VALUE 'Y'.
000830 77  WS-TRN-BAD-SW       PIC X(01)      VALUE 'N'.
000840     88  WS-TRN-BAD                     VALUE 'Y'.
000850 77  WS-TRN-STATUS       PIC X(02)      VALUE SPACES.
000860 77  WS-CST-STATUS       PIC X(02)      VALUE SPACES.
000870 77  WS-AUD-STATUS       PIC X(02)      VALUE SPACES.
000880
000890*-----------------------------------------------------------------
000900* RUN CONTROL AND COUNTERS
000910*-----------------------------------------------------------------
000920 77  WS-TODAY-DATE       PIC 9(08)      VALUE ZERO.
000930*    ACCEPT FROM TIME returns HHMMSSss - the hundredths are
000940*    dropped for the audit stamp, keeping HHMMSS.
000950 77  WS-TIME-RAW         PIC 9(08)      VALUE ZERO.
000960 77  WS-TODAY-TIME       PIC 9(06)      VALUE ZERO.
000970 77  WS-TRN-COUNT        PIC 9(08) COMP VALUE ZERO.
000980 77  WS-APPLIED-COUNT    PIC 9(08) COMP VALUE ZERO.
000990 77  WS-REJECT-COUNT     PIC 9(08) COMP VALUE ZERO.
001000 77  WS-CST-NUMBER       PIC 9(08)      VALUE ZERO.
001010
001020*-----------------------------------------------------------------
001030* BEFORE-IMAGE OF THE CUSTOMER BEING CHANGED - laid out as the
001040* audit record's old image so it moves across in one.
001050*-----------------------------------------------------------------
001060 01  WS-OLD-IMAGE.
001070     05  WS-OLD-NAME         PIC X(30).
001080     05  WS-OLD-ADDR-1       PIC X(30).
001090     05  WS-OLD-ADDR-2       PIC X(30).
001100     05  WS-OLD-CITY         PIC X(20).
001110     05  WS-OLD-STATE        PIC X(02).
001120     05  WS-OLD-POSTCODE     PIC X(10).
001130     05  WS-OLD-TERMS        PIC X(10).
001140     05  WS-OLD-TERMS-DAYS   PIC 9(03).
001150     05  WS-OLD-STATUS       PIC X(01).
001160
001170*-----------------------------------------------------------------
001180* REPORT LINES
001190*-----------------------------------------------------------------
001200 01  WS-HEADING1.
001210     05  FILLER              PIC X(80)   VALUE
001220         'CSTMNT - CUSTOMER MAINTENANCE APPLY/REJECT REGISTER'.
001230 01  WS-HEADING2.
001240     05  FILLER              PIC X(40)   VALUE
001250         'ACTION CUSTOMER NAME                    '.
001260     05  FILLER              PIC X(40)   VALUE
001270         '  DISPOSITION'.
001280
001290 01  WS-DETAIL-LINE.
001300     05  WS-D-ACTION         PIC X(06).
001310     05  FILLER              PIC X(01)   VALUE SPACE.
001320     05  WS-D-NUMBER         PIC X(08).
001330     05  FILLER              PIC X(01)   VALUE SPACE.
001340     05  WS-D-NAME           PIC X(30).
001350     05  FILLER              PIC X(02)   VALUE SPACES.
001360     05  WS-D-DISPOSITION    PIC X(26).
001370     05  FILLER              PIC X(06)   VALUE SPACES.
001380
001390 01  WS-COUNT-LINE.
001400     05  WS-C-LABEL          PIC X(24).
001410     05  WS-C-COUNT          PIC Z(7)9.
001420     05  FILLER              PIC X(48)   VALUE SPACES.
001430
001440 PROCEDURE DIVISION.
001450*****************************************************************
001460* 0000-MAINLINE
001470*****************************************************************
001480 0000-MAINLINE.
001490     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001500     PERFORM 2000-APPLY-ONE-TRAN THRU 2000-EXIT
001510         UNTIL WS-EOF-YES
001520     PERFORM 9000-TERMINATE THRU 9000-EXIT
001530     GOBACK.
001540
001550*-----------------------------------------------------------------
001560* 1000-INITIALIZE
001570*-----------------------------------------------------------------
001580 1000-INITIALIZE.
001590     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
001600     ACCEPT WS-TIME-RAW FROM TIME
001610     COMPUTE WS-TODAY-TIME = WS-TIME-RAW / 100
001620     OPEN INPUT TRANSACTION-FILE
001630     IF WS-TRN-STATUS NOT = '00'
001640         DISPLAY 'CSTMNT - CSTTRN OPEN FAILED, STATUS = '
001650             WS-TRN-STATUS
001660         MOVE 12 TO RETURN-CODE
001670         GOBACK
001680     END-IF
001690     OPEN I-O CUSTOMER-MASTER-FILE
001700     IF WS-CST-STATUS = '35'
001710*        a first-time master - the ADD transactions create it
001720         OPEN OUTPUT CUSTOMER-MASTER-FILE
001730         CLOSE CUSTOMER-MASTER-FILE
001740         OPEN I-O CUSTOMER-MASTER-FILE
001750     END-IF
001760     IF WS-CST-STATUS NOT = '00'
001770         DISPLAY 'CSTMNT - CSTMST OPEN FAILED, STATUS = '
001780             WS-CST-STATUS
001790         MOVE 12 TO RETURN-CODE
001800         GOBACK
001810     END-IF
001820     OPEN EXTEND AUDIT-FILE
001830     IF WS-AUD-STATUS = '35' OR WS-AUD-STATUS = '05'
001840         OPEN OUTPUT AUDIT-FILE
001850         CLOSE AUDIT-FILE
001860         OPEN EXTEND AUDIT-FILE
001870     END-IF
001880     OPEN OUTPUT REGISTER-REPORT-FILE
001890     MOVE WS-HEADING1 TO REPORT-LINE
001900     WRITE REPORT-LINE
001910     MOVE WS-HEADING2 TO REPORT-LINE
001920     WRITE REPORT-LINE
001930     PERFORM 2900-READ-TRAN THRU 2900-EXIT.
001940 1000-EXIT.
001950     EXIT.
001960
001970*-----------------------------------------------------------------
001980* 2000-APPLY-ONE-TRAN - edits first, so a refused transaction
001990* changes nothing; then the action against the master.
002000*-----------------------------------------------------------------
002010 2000-APPLY-ONE-TRAN.
002020     ADD 1 TO WS-TRN-COUNT
002030     MOVE 'N' TO WS-TRN-BAD-SW
002040     PERFORM 2100-EDIT-TRAN THRU 2100-EXIT
002050     IF NOT WS-TRN-BAD
002060         EVALUATE TRUE
002070             WHEN CST-TRN-ADD
002080                 PERFORM 3000-APPLY-ADD THRU 3000-EXIT
002090             WHEN CST-TRN-CHANGE
002100                 PERFORM 4000-APPLY-CHANGE THRU 4000-EXIT
002110             WHEN CST-TRN-INACTIVATE
002120                 PERFORM 5000-APPLY-STATUS THRU 5000-EXIT
002130             WHEN CST-TRN-REACTIVATE
002140                 PERFORM 5000-APPLY-STATUS THRU 5000-EXIT
002150         END-EVALUATE
002160     END-IF
002170     IF WS-TRN-BAD
002180         ADD 1 TO WS-REJECT-COUNT
002190     ELSE
002200         ADD 1 TO WS-APPLIED-COUNT
002210         MOVE 'APPLIED                   ' TO WS-D-DISPOSITION
002220     END-IF
002230     PERFORM 2800-WRITE-REGISTER-LINE THRU 2800-EXIT
002240     PERFORM 2900-READ-TRAN THRU 2900-EXIT.
002250 2000-EXIT.
002260     EXIT.
002270
002280*-----------------------------------------------------------------
002290* 2100-EDIT-TRAN - the field edits every action must pass; an
002300* ADD must carry everything a statement or an invoice needs,
002310* a CHANGE only edits what it keys.
002320*-----------------------------------------------------------------
002330 2100-EDIT-TRAN.
002340     IF NOT CST-TRN-ADD AND NOT CST-TRN-CHANGE
002350             AND NOT CST-TRN-INACTIVATE
002360             AND NOT CST-TRN-REACTIVATE
002370         MOVE 'REJ-UNKNOWN ACTION        ' TO WS-D-DISPOSITION
002380         MOVE 'Y' TO WS-TRN-BAD-SW
002390         GO TO 2100-EXIT
002400     END-IF
002410     IF CST-TRN-NUMBER NOT NUMERIC
002420         MOVE 'REJ-CUSTOMER NOT NUMERIC  ' TO WS-D-DISPOSITION
002430         MOVE 'Y' TO WS-TRN-BAD-SW
002440         GO TO 2100-EXIT
002450     END-IF
002460     MOVE CST-TRN-NUMBER TO WS-CST-NUMBER
002470     IF WS-CST-NUMBER = ZERO
002480         MOVE 'REJ-CUSTOMER ZERO         ' TO WS-D-DISPOSITION
002490         MOVE 'Y' TO WS-TRN-BAD-SW
002500         GO TO 2100-EXIT
002510     END-IF
002520     IF CST-TRN-ADD
002530         IF CST-TRN-NAME = SPACES
002540             MOVE 'REJ-NO NAME               '
002550                 TO WS-D-DISPOSITION
002560             MOVE 'Y' TO WS-TRN-BAD-SW
002570             GO TO 2100-EXIT
002580         END-IF
002590         IF CST-TRN-ADDR-LINE-1 = SPACES
002600                 OR CST-TRN-CITY = SPACES
002610             MOVE 'REJ-BILL-TO INCOMPLETE    '
002620                 TO WS-D-DISPOSITION
002630             MOVE 'Y' TO WS-TRN-BAD-SW
002640             GO TO 2100-EXIT
002650         END-IF
002660         IF CST-TRN-TERMS = SPACES
002670             MOVE 'REJ-NO PAYMENT TERMS      '
002680                 TO WS-D-DISPOSITION
002690             MOVE 'Y' TO WS-TRN-BAD-SW
002700             GO TO 2100-EXIT
002710         END-IF
002720     END-IF
002730     IF CST-TRN-ADD
002740             OR (CST-TRN-CHANGE AND CST-TRN-TERMS-DAYS
002750                 NOT = SPACES)
002760         IF CST-TRN-TERMS-DAYS NOT NUMERIC
002770             MOVE 'REJ-TERMS DAYS NOT NUMERIC'
002780                 TO WS-D-DISPOSITION
002790             MOVE 'Y' TO WS-TRN-BAD-SW
002800         END-IF
002810     END-IF.
002820 2100-EXIT.
002830     EXIT.
002840
002850*-----------------------------------------------------------------
002860* 3000-APPLY-ADD - a new customer is always active.
002870*-----------------------------------------------------------------
002880 3000-APPLY-ADD.
002890     MOVE SPACES TO CST-MST-RECORD
002900     MOVE WS-CST-NUMBER TO CST-MST-NUMBER
002910     MOVE CST-TRN-NAME TO CST-MST-NAME
002920     MOVE CST-TRN-ADDR-LINE-1 TO CST-MST-ADDR-LINE-1
002930     MOVE CST-TRN-ADDR-LINE-2 TO CST-MST-ADDR-LINE-2
002940     MOVE CST-TRN-CITY TO CST-MST-CITY
002950     MOVE CST-TRN-STATE TO CST-MST-STATE
002960     MOVE CST-TRN-POSTCODE TO CST-MST-POSTCODE
002970     MOVE CST-TRN-TERMS TO CST-MST-TERMS
002980     MOVE CST-TRN-TERMS-DAYS TO CST-MST-TERMS-DAYS
002990     MOVE 'A' TO CST-MST-STATUS
003000     MOVE WS-TODAY-DATE TO CST-MST-ADDED-DATE
003010     MOVE WS-TODAY-DATE TO CST-MST-CHANGED-DATE
003020     WRITE CST-MST-RECORD
003030         INVALID KEY
003040             MOVE 'REJ-CUSTOMER ALREADY ON   '
003050                 TO WS-D-DISPOSITION
003060             MOVE 'Y' TO WS-TRN-BAD-SW
003070             GO TO 3000-EXIT
003080     END-WRITE
003090     MOVE SPACES TO WS-OLD-IMAGE
003100     MOVE ZERO TO WS-OLD-TERMS-DAYS
003110     PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT.
003120 3000-EXIT.
003130     EXIT.
003140
003150*-----------------------------------------------------------------
003160* 4000-APPLY-CHANGE - a blank field on the card leaves that
003170* field as it stands.
003180*-----------------------------------------------------------------
003190 4000-APPLY-CHANGE.
003200     MOVE WS-CST-NUMBER TO CST-MST-NUMBER
003210     READ CUSTOMER-MASTER-FILE
003220         INVALID KEY
003230             MOVE 'REJ-CUSTOMER NOT ON MASTER'
003240                 TO WS-D-DISPOSITION
003250             MOVE 'Y' TO WS-TRN-BAD-SW
003260             GO TO 4000-EXIT
003270     END-READ
003280     PERFORM 6000-SAVE-BEFORE-IMAGE THRU 6000-EXIT
003290     IF CST-TRN-NAME NOT = SPACES
003300         MOVE CST-TRN-NAME TO CST-MST-NAME
003310     END-IF
003320     IF CST-TRN-ADDR-LINE-1 NOT = SPACES
003330         MOVE CST-TRN-ADDR-LINE-1 TO CST-MST-ADDR-LINE-1
003340     END-IF
003350     IF CST-TRN-ADDR-LINE-2 NOT = SPACES
003360         MOVE CST-TRN-ADDR-LINE-2 TO CST-MST-ADDR-LINE-2
003370     END-IF
003380     IF CST-TRN-CITY NOT = SPACES
003390         MOVE CST-TRN-CITY TO CST-MST-CITY
003400     END-IF
003410     IF CST-TRN-STATE NOT = SPACES
003420         MOVE CST-TRN-STATE TO CST-MST-STATE
003430     END-IF
003440     IF CST-TRN-POSTCODE NOT = SPACES
003450         MOVE CST-TRN-POSTCODE TO CST-MST-POSTCODE
003460     END-IF
003470     IF CST-TRN-TERMS NOT = SPACES
003480         MOVE CST-TRN-TERMS TO CST-MST-TERMS
003490     END-IF
003500     IF CST-TRN-TERMS-DAYS NOT = SPACES
003510         MOVE CST-TRN-TERMS-DAYS TO CST-MST-TERMS-DAYS
003520     END-IF
003530     MOVE WS-TODAY-DATE TO CST-MST-CHANGED-DATE
003540     REWRITE CST-MST-RECORD
003550         INVALID KEY
003560             MOVE 'REJ-REWRITE FAILED        '
003570                 TO WS-D-DISPOSITION
003580             MOVE 'Y' TO WS-TRN-BAD-SW
003590             GO TO 4000-EXIT
003600     END-REWRITE
003610     PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT.
003620 4000-EXIT.
003630     EXIT.
003640
003650*-----------------------------------------------------------------
003660* 5000-APPLY-STATUS - INACT stops new orders for the customer;
003670* REACT lets them through again. Nothing is ever deleted, so a
003680* statement or an old invoice can always name the customer.
003690*-----------------------------------------------------------------
003700 5000-APPLY-STATUS.
003710     MOVE WS-CST-NUMBER TO CST-MST-NUMBER
003720     READ CUSTOMER-MASTER-FILE
003730         INVALID KEY
003740             MOVE 'REJ-CUSTOMER NOT ON MASTER'
003750                 TO WS-D-DISPOSITION
003760             MOVE 'Y' TO WS-TRN-BAD-SW
003770             GO TO 5000-EXIT
003780     END-READ
003790     IF CST-TRN-INACTIVATE AND CST-MST-INACTIVE
003800         MOVE 'REJ-ALREADY INACTIVE      ' TO WS-D-DISPOSITION
003810         MOVE 'Y' TO WS-TRN-BAD-SW
003820         GO TO 5000-EXIT
003830     END-IF
003840     IF CST-TRN-REACTIVATE AND CST-MST-ACTIVE
003850         MOVE 'REJ-ALREADY ACTIVE        ' TO WS-D-DISPOSITION
003860         MOVE 'Y' TO WS-TRN-BAD-SW
003870         GO TO 5000-EXIT
003880     END-IF
003890     PERFORM 6000-SAVE-BEFORE-IMAGE THRU 6000-EXIT
003900     IF CST-TRN-INACTIVATE
003910         MOVE 'I' TO CST-MST-STATUS
003920     ELSE
003930         MOVE 'A' TO CST-MST-STATUS
003940     END-IF
003950     MOVE WS-TODAY-DATE TO CST-MST-CHANGED-DATE
003960     REWRITE CST-MST-RECORD
003970         INVALID KEY
003980             MOVE 'REJ-REWRITE FAILED        '
003990                 TO WS-D-DISPOSITION
004000             MOVE 'Y' TO WS-TRN-BAD-SW
004010             GO TO 5000-EXIT
004020     END-REWRITE
004030     PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT.
004040 5000-EXIT.
004050     EXIT.
004060
004070 6000-SAVE-BEFORE-IMAGE.
004080     MOVE CST-MST-NAME TO WS-OLD-NAME
004090     MOVE CST-MST-ADDR-LINE-1 TO WS-OLD-ADDR-1
004100     MOVE CST-MST-ADDR-LINE-2 TO WS-OLD-ADDR-2
004110     MOVE CST-MST-CITY TO WS-OLD-CITY
004120     MOVE CST-MST-STATE TO WS-OLD-STATE
004130     MOVE CST-MST-POSTCODE TO WS-OLD-POSTCODE
004140     MOVE CST-MST-TERMS TO WS-OLD-TERMS
004150     MOVE CST-MST-TERMS-DAYS TO WS-OLD-TERMS-DAYS
004160     MOVE CST-MST-STATUS TO WS-OLD-STATUS.
004170 6000-EXIT.
004180     EXIT.
004190
004200*-----------------------------------------------------------------
004210* 7000-WRITE-AUDIT - one record per applied change: who, when,
004220* the action, and the customer before and after.
004230*-----------------------------------------------------------------
004240 7000-WRITE-AUDIT.
004250     MOVE SPACES TO CST-AUD-RECORD
004260     MOVE WS-TODAY-DATE TO CST-AUD-DATE
004270     MOVE WS-TODAY-TIME TO CST-AUD-TIME
004280     MOVE CST-TRN-USER-ID TO CST-AUD-USER-ID
004290     MOVE CST-TRN-ACTION TO CST-AUD-ACTION
004300     MOVE CST-MST-NUMBER TO CST-AUD-NUMBER
004310     MOVE WS-OLD-IMAGE TO CST-AUD-OLD-IMAGE
004320     MOVE CST-MST-NAME TO CST-AUD-NEW-NAME
004330     MOVE CST-MST-ADDR-LINE-1 TO CST-AUD-NEW-ADDR-1
004340     MOVE CST-MST-ADDR-LINE-2 TO CST-AUD-NEW-ADDR-2
004350     MOVE CST-MST-CITY TO CST-AUD-NEW-CITY
004360     MOVE CST-MST-STATE TO CST-AUD-NEW-STATE
004370     MOVE CST-MST-POSTCODE TO CST-AUD-NEW-POSTCODE
004380     MOVE CST-MST-TERMS TO CST-AUD-NEW-TERMS
004390     MOVE CST-MST-TERMS-DAYS TO CST-AUD-NEW-TERMS-DAYS
004400     MOVE CST-MST-STATUS TO CST-AUD-NEW-STATUS
004410     WRITE CST-AUD-RECORD.
004420 7000-EXIT.
004430     EXIT.
004440
004450 2800-WRITE-REGISTER-LINE.
004460     MOVE CST-TRN-ACTION TO WS-D-ACTION
004470     MOVE CST-TRN-NUMBER TO WS-D-NUMBER
004480     MOVE CST-TRN-NAME TO WS-D-NAME
004490     MOVE WS-DETAIL-LINE TO REPORT-LINE
004500     WRITE REPORT-LINE.
004510 2800-EXIT.
004520     EXIT.
004530
004540 2900-READ-TRAN.
004550     READ TRANSACTION-FILE
004560         AT END
004570             MOVE 'Y' TO WS-EOF-SW
004580     END-READ.
004590 2900-EXIT.
004600     EXIT.
004610
004620*-----------------------------------------------------------------
004630* 9000-TERMINATE - control totals, and return code 4 when any
004640* transaction was rejected.
004650*-----------------------------------------------------------------
004660 9000-TERMINATE.
004670     MOVE 'TRANSACTIONS READ:      ' TO WS-C-LABEL
004680     MOVE WS-TRN-COUNT TO WS-C-COUNT
004690     MOVE WS-COUNT-LINE TO REPORT-LINE
004700     WRITE REPORT-LINE
004710     MOVE 'TRANSACTIONS APPLIED:   ' TO WS-C-LABEL
004720     MOVE WS-APPLIED-COUNT TO WS-C-COUNT
004730     MOVE WS-COUNT-LINE TO REPORT-LINE
004740     WRITE REPORT-LINE
004750     MOVE 'TRANSACTIONS REJECTED:  ' TO WS-C-LABEL
004760     MOVE WS-REJECT-COUNT TO WS-C-COUNT
004770     MOVE WS-COUNT-LINE TO REPORT-LINE
004780     WRITE REPORT-LINE
004790     CLOSE TRANSACTION-FILE
004800     CLOSE CUSTOMER-MASTER-FILE
004810     CLOSE AUDIT-FILE
004820     CLOSE REGISTER-REPORT-FILE
004830     IF WS-REJECT-COUNT > 0
004840         MOVE 4 TO RETURN-CODE
004850     END-IF
004860     DISPLAY 'CSTMNT - APPLIED: ' WS-APPLIED-COUNT
004870         ' REJECTED: ' WS-REJECT-COUNT.
004880 9000-EXIT.
004890     EXIT.
004900
004910 END PROGRAM CSTMNT.
