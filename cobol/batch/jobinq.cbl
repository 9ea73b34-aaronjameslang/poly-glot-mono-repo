000010*****************************************************************
000020* PROGRAM-ID : JOBINQ                                          *
000030* AUTHOR     : M. PRZYBYLSKI, SCHEDULING SYSTEMS               *
000040* INSTALLATION : CUTTING-SHOP SYSTEMS                          *
000050* DATE-WRITTEN : 2026-10-11                                    *
000060*                                                               *
000070* FUNCTION : Online transaction (CICS) that answers "where is   *
000080*   job NNNN" in one screen - the customer-service call that    *
000090*   used to mean working through BCHOUT, the exception files,   *
000100*   BCHCORH, CUTPLN, PNLOUT, BILLLOG, BILLACK, and ACTIN by     *
000110*   hand. Two keyed reads answer it: the ORDMST order, and the  *
000120*   JOBTRL job-trail record JOBTBLD posts every night.          *
000130*                                                               *
000140*   Six answer lines come back: the order (customer, due date,  *
000150*   priority, open or closed); the latest nightly result; the   *
000160*   night's exception and the latest correction; the sheet the  *
000170*   job was nested on; the charge and the invoice line with     *
000180*   its BILLACK answer; and the saw's actual area against the   *
000190*   computed one. A stage the job has not reached says so.      *
000200*                                                               *
000210*   Pseudo-conversational like STKINQ, and guarded the same     *
000220*   way: the operator needs display authority (D or U) for      *
000230*   function JOBINQ on OPRAUT.                                  *
000240*****************************************************************
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. JOBINQ.
000270 AUTHOR. M. PRZYBYLSKI, SCHEDULING SYSTEMS.
000280 INSTALLATION. CUTTING-SHOP SYSTEMS.
000290 DATE-WRITTEN. 2026-10-11.
000300 DATE-COMPILED.
000310
000320*-----------------------------------------------------------------
000330* MODIFICATION HISTORY
000340* DATE       BY   DESCRIPTION
000350* 2026-10-11 MPR  Initial version.
000360*-----------------------------------------------------------------
000370
000380 ENVIRONMENT DIVISION.
000390 DATA DIVISION.
000400 WORKING-STORAGE SECTION.
000410*-----------------------------------------------------------------
000420* ORDMST, JOBTRL, AND OPRAUT RECORD WORK AREAS
000430*-----------------------------------------------------------------
000440     COPY ORDMST.
000450     COPY JOBTRL.
000460     COPY OPRAUT.
000470
000480*-----------------------------------------------------------------
000490* SWITCHES AND WORK FIELDS
000500*-----------------------------------------------------------------
000510 77  WS-ORDER-FOUND-SW   PIC X(01)      VALUE 'N'.
000520     88  WS-ORDER-FOUND                 VALUE 'Y'.
000530 77  WS-TRAIL-FOUND-SW   PIC X(01)      VALUE 'N'.
000540     88  WS-TRAIL-FOUND                 VALUE 'Y'.
000550 77  WS-AREA-DIFF        PIC S9(10)     VALUE ZERO.
000560*    the operator's OPRAUT authority for this function - 'N'
000570*    (no record) authorizes nothing
000580 77  WS-AUTHORITY        PIC X(01)      VALUE 'N'.
000590 01  WS-AUT-RESP-CODE    PIC S9(08) COMP.
000600 01  WS-AUT-RESP2-CODE   PIC S9(08) COMP.
000610
000620*-----------------------------------------------------------------
000630* RESPONSE LINES SENT BACK TO THE TERMINAL
000640*-----------------------------------------------------------------
000650 01  WS-ORDER-LINE.
000660     05  FILLER              PIC X(04)   VALUE 'JOB '.
000670     05  WS-O-JOB            PIC 9(08).
000680     05  FILLER              PIC X(06)   VALUE ' CUST '.
000690     05  WS-O-CUST-NUMBER    PIC Z(7)9.
000700     05  FILLER              PIC X(01)   VALUE SPACE.
000710     05  WS-O-CUSTOMER       PIC X(20).
000720     05  FILLER              PIC X(05)   VALUE ' DUE '.
000730     05  WS-O-DUE-DATE       PIC 9(08).
000740     05  FILLER              PIC X(05)   VALUE ' PRI '.
000750     05  WS-O-PRIORITY       PIC X(01).
000760     05  FILLER              PIC X(01)   VALUE SPACE.
000770     05  WS-O-STATUS         PIC X(06).
000780     05  FILLER              PIC X(27)   VALUE SPACES.
000790
000800 01  WS-RESULT-LINE.
000810     05  FILLER              PIC X(09)   VALUE 'LAST RUN '.
000820     05  WS-R-RUN-DATE       PIC 9(08).
000830     05  FILLER              PIC X(07)   VALUE ' PLANT '.
000840     05  WS-R-PLANT          PIC X(02).
000850     05  FILLER              PIC X(07)   VALUE ' CLASS '.
000860     05  WS-R-CLASS          PIC X(02).
000870     05  FILLER              PIC X(10)   VALUE ' DAY-FLAG '.
000880     05  WS-R-DAY-FLAG       PIC Z(7)9.
000890     05  FILLER              PIC X(06)   VALUE ' AREA '.
000900     05  WS-R-AREA           PIC Z(9)9.
000910     05  FILLER              PIC X(01)   VALUE SPACE.
000920     05  WS-R-RESUB          PIC X(11).
000930     05  FILLER              PIC X(19)   VALUE SPACES.
000940
000950 01  WS-EXCEPT-LINE.
000960     05  FILLER              PIC X(10)   VALUE 'EXCEPTION '.
000970     05  WS-E-SOURCE         PIC X(04).
000980     05  FILLER              PIC X(04)   VALUE ' ON '.
000990     05  WS-E-DATE           PIC X(08).
001000     05  FILLER              PIC X(12)   VALUE ' CORRECTION '.
001010     05  WS-E-COR-SOURCE     PIC X(04).
001020     05  FILLER              PIC X(58)   VALUE SPACES.
001030
001040 01  WS-NEST-LINE.
001050     05  FILLER              PIC X(07)   VALUE 'NESTED '.
001060     05  WS-N-DATE           PIC 9(08).
001070     05  FILLER              PIC X(11)   VALUE ' SHEET SEQ '.
001080     05  WS-N-SHEET-SEQ      PIC Z(5)9.
001090     05  FILLER              PIC X(06)   VALUE ' CODE '.
001100     05  WS-N-SHEET-CODE     PIC X(04).
001110     05  FILLER              PIC X(58)   VALUE SPACES.
001120
001130 01  WS-BILL-LINE.
001140     05  FILLER              PIC X(07)   VALUE 'PRICED '.
001150     05  WS-B-PRICE-DATE     PIC 9(08).
001160     05  FILLER              PIC X(08)   VALUE ' CHARGE '.
001170     05  WS-B-CHARGE         PIC Z(6)9.99.
001180     05  FILLER              PIC X(08)   VALUE ' BILLED '.
001190     05  WS-B-BILL-DATE      PIC X(08).
001200     05  FILLER              PIC X(05)   VALUE ' CTL '.
001210     05  WS-B-CONTROL-NO     PIC X(06).
001220     05  FILLER              PIC X(06)   VALUE ' LINE '.
001230     05  WS-B-LINE-NO        PIC X(06).
001240     05  FILLER              PIC X(01)   VALUE SPACE.
001250     05  WS-B-ANSWER         PIC X(27).
001260
001270 01  WS-ACTUAL-LINE.
001280     05  FILLER              PIC X(11)   VALUE 'SAW ACTUAL '.
001290     05  WS-A-ACTUAL         PIC Z(9)9.
001300     05  FILLER              PIC X(10)   VALUE ' COMPUTED '.
001310     05  WS-A-COMPUTED       PIC Z(9)9.
001320     05  FILLER              PIC X(06)   VALUE ' DIFF '.
001330     05  WS-A-DIFF           PIC -(10)9.
001340     05  FILLER              PIC X(42)   VALUE SPACES.
001350
001360 01  WS-NO-ORDER-LINE        PIC X(100)  VALUE
001370     'NO ORDER-MASTER RECORD FOR THIS JOB'.
001380 01  WS-NO-RESULT-LINE       PIC X(100)  VALUE
001390     'NOT YET RUN IN A NIGHTLY BATCH'.
001400 01  WS-NO-EXCEPT-LINE       PIC X(100)  VALUE
001410     'NO EXCEPTION OR CORRECTION ON FILE'.
001420 01  WS-NO-NEST-LINE         PIC X(100)  VALUE
001430     'NOT YET NESTED ON A CUT PLAN'.
001440 01  WS-NO-BILL-LINE         PIC X(100)  VALUE
001450     'NOT YET PRICED'.
001460 01  WS-NO-ACTUAL-LINE       PIC X(100)  VALUE
001470     'NO SAW ACTUAL REPORTED'.
001480
001490 01  WS-NOT-FOUND-LINE       PIC X(100)  VALUE
001500     'JOB NOT ON THE ORDER MASTER OR THE JOB TRAIL'.
001510
001520 01  WS-NO-COMMAREA-LINE     PIC X(100)  VALUE
001530     'ENTER A JOB NUMBER TO LOOK UP'.
001540
001550 01  WS-NOAUTH-LINE          PIC X(100)  VALUE
001560     'REFUSED - NO DISPLAY AUTHORITY FOR JOBINQ'.
001570
001580 01  WS-RESP-CODE            PIC S9(08) COMP.
001590 01  WS-RESP2-CODE           PIC S9(08) COMP.
001600
001610*-----------------------------------------------------------------
001620* COMMUNICATION AREA - JOB NUMBER AND OPERATOR IN, SIX ANSWER
001630* LINES OUT
001640*-----------------------------------------------------------------
001650 LINKAGE SECTION.
001660 01  DFHCOMMAREA.
001670     05  CA-JOB-NUMBER       PIC 9(08).
001680     05  CA-USER-ID          PIC X(08).
001690     05  CA-ORDER-LINE       PIC X(100).
001700     05  CA-RESULT-LINE      PIC X(100).
001710     05  CA-EXCEPT-LINE      PIC X(100).
001720     05  CA-NEST-LINE        PIC X(100).
001730     05  CA-BILL-LINE        PIC X(100).
001740     05  CA-ACTUAL-LINE      PIC X(100).
001750
001760 PROCEDURE DIVISION.
001770*****************************************************************
001780* 0000-MAINLINE
001790*****************************************************************
001800 0000-MAINLINE.
001810     IF EIBCALEN = 0
001820         EXEC CICS SEND TEXT
001830             FROM(WS-NO-COMMAREA-LINE)
001840             LENGTH(100)
001850             ERASE
001860         END-EXEC
001870         EXEC CICS RETURN
001880         END-EXEC
001890         GOBACK
001900     END-IF
001910
001920     MOVE SPACES TO CA-RESULT-LINE
001930     MOVE SPACES TO CA-EXCEPT-LINE
001940     MOVE SPACES TO CA-NEST-LINE
001950     MOVE SPACES TO CA-BILL-LINE
001960     MOVE SPACES TO CA-ACTUAL-LINE
001970
001980     PERFORM 0500-CHECK-AUTHORITY THRU 0500-EXIT
001990     IF WS-AUTHORITY = 'N'
002000         MOVE WS-NOAUTH-LINE TO CA-ORDER-LINE
002010         EXEC CICS SEND TEXT
002020             FROM(CA-ORDER-LINE)
002030             LENGTH(100)
002040             ERASE
002050         END-EXEC
002060         EXEC CICS RETURN
002070         END-EXEC
002080         GOBACK
002090     END-IF
002100
002110     PERFORM 1000-READ-JOB THRU 1000-EXIT
002120     IF NOT WS-ORDER-FOUND AND NOT WS-TRAIL-FOUND
002130         MOVE WS-NOT-FOUND-LINE TO CA-ORDER-LINE
002140         EXEC CICS SEND TEXT
002150             FROM(CA-ORDER-LINE)
002160             LENGTH(100)
002170             ERASE
002180         END-EXEC
002190         EXEC CICS RETURN
002200         END-EXEC
002210         GOBACK
002220     END-IF
002230
002240     PERFORM 2000-FORMAT-ORDER THRU 2000-EXIT
002250     IF WS-TRAIL-FOUND
002260         PERFORM 3000-FORMAT-RESULT THRU 3000-EXIT
002270         PERFORM 4000-FORMAT-EXCEPTION THRU 4000-EXIT
002280         PERFORM 5000-FORMAT-NEST THRU 5000-EXIT
002290         PERFORM 6000-FORMAT-BILLING THRU 6000-EXIT
002300         PERFORM 7000-FORMAT-ACTUAL THRU 7000-EXIT
002310     ELSE
002320         MOVE WS-NO-RESULT-LINE TO CA-RESULT-LINE
002330         MOVE WS-NO-EXCEPT-LINE TO CA-EXCEPT-LINE
002340         MOVE WS-NO-NEST-LINE TO CA-NEST-LINE
002350         MOVE WS-NO-BILL-LINE TO CA-BILL-LINE
002360         MOVE WS-NO-ACTUAL-LINE TO CA-ACTUAL-LINE
002370     END-IF
002380
002390     EXEC CICS SEND TEXT
002400         FROM(CA-ORDER-LINE)
002410         LENGTH(100)
002420         ERASE
002430     END-EXEC
002440     EXEC CICS SEND TEXT
002450         FROM(CA-RESULT-LINE)
002460         LENGTH(100)
002470     END-EXEC
002480     EXEC CICS SEND TEXT
002490         FROM(CA-EXCEPT-LINE)
002500         LENGTH(100)
002510     END-EXEC
002520     EXEC CICS SEND TEXT
002530         FROM(CA-NEST-LINE)
002540         LENGTH(100)
002550     END-EXEC
002560     EXEC CICS SEND TEXT
002570         FROM(CA-BILL-LINE)
002580         LENGTH(100)
002590     END-EXEC
002600     EXEC CICS SEND TEXT
002610         FROM(CA-ACTUAL-LINE)
002620         LENGTH(100)
002630     END-EXEC
002640
002650     EXEC CICS RETURN
002660     END-EXEC.
002670
002680*-----------------------------------------------------------------
002690* 0500-CHECK-AUTHORITY - the operator's authority for the
002700* JOBINQ function off OPRAUT, the STKINQ rule: D or U lets the
002710* inquiry answer, a missing record (or a file that cannot be
002720* read) authorizes nothing.
002730*-----------------------------------------------------------------
002740 0500-CHECK-AUTHORITY.
002750     MOVE 'N' TO WS-AUTHORITY
002760     MOVE CA-USER-ID TO OPR-AUT-OPERATOR
002770     MOVE 'JOBINQ  ' TO OPR-AUT-FUNCTION
002780     EXEC CICS READ
002790         DATASET('OPRAUT')
002800         INTO(OPR-AUT-RECORD)
002810         RIDFLD(OPR-AUT-KEY)
002820         KEYLENGTH(16)
002830         RESP(WS-AUT-RESP-CODE)
002840         RESP2(WS-AUT-RESP2-CODE)
002850     END-EXEC
002860     IF WS-AUT-RESP-CODE = DFHRESP(NORMAL)
002870         IF OPR-AUT-DISPLAY-ONLY OR OPR-AUT-UPDATE
002880             MOVE OPR-AUT-AUTHORITY TO WS-AUTHORITY
002890         END-IF
002900     END-IF.
002910 0500-EXIT.
002920     EXIT.
002930
002940*-----------------------------------------------------------------
002950* 1000-READ-JOB - the order and the trail, each by job number.
002960* A file that cannot be read counts as the record not found.
002970*-----------------------------------------------------------------
002980 1000-READ-JOB.
002990     MOVE 'N' TO WS-ORDER-FOUND-SW
003000     MOVE 'N' TO WS-TRAIL-FOUND-SW
003010     MOVE CA-JOB-NUMBER TO BCH-ORD-JOB-NUMBER
003020     EXEC CICS READ
003030         DATASET('ORDMST')
003040         INTO(BCH-ORD-RECORD)
003050         RIDFLD(BCH-ORD-JOB-NUMBER)
003060         KEYLENGTH(8)
003070         RESP(WS-RESP-CODE)
003080         RESP2(WS-RESP2-CODE)
003090     END-EXEC
003100     IF WS-RESP-CODE = DFHRESP(NORMAL)
003110         MOVE 'Y' TO WS-ORDER-FOUND-SW
003120     END-IF
003130     MOVE CA-JOB-NUMBER TO JOB-TRL-JOB-NUMBER
003140     EXEC CICS READ
003150         DATASET('JOBTRL')
003160         INTO(JOB-TRL-RECORD)
003170         RIDFLD(JOB-TRL-JOB-NUMBER)
003180         KEYLENGTH(8)
003190         RESP(WS-RESP-CODE)
003200         RESP2(WS-RESP2-CODE)
003210     END-EXEC
003220     IF WS-RESP-CODE = DFHRESP(NORMAL)
003230         MOVE 'Y' TO WS-TRAIL-FOUND-SW
003240     END-IF.
003250 1000-EXIT.
003260     EXIT.
003270
003280*-----------------------------------------------------------------
003290* 2000-FORMAT-ORDER - an order keyed before the customer master
003300* shows customer number zero, as ORDREAD answers it.
003310*-----------------------------------------------------------------
003320 2000-FORMAT-ORDER.
003330     IF NOT WS-ORDER-FOUND
003340         MOVE WS-NO-ORDER-LINE TO CA-ORDER-LINE
003350         GO TO 2000-EXIT
003360     END-IF
003370     MOVE BCH-ORD-JOB-NUMBER TO WS-O-JOB
003380     IF BCH-ORD-CUST-NUMBER NUMERIC
003390         MOVE BCH-ORD-CUST-NUMBER TO WS-O-CUST-NUMBER
003400     ELSE
003410         MOVE ZERO TO WS-O-CUST-NUMBER
003420     END-IF
003430     MOVE BCH-ORD-CUSTOMER TO WS-O-CUSTOMER
003440     MOVE BCH-ORD-DUE-DATE TO WS-O-DUE-DATE
003450     MOVE BCH-ORD-PRIORITY TO WS-O-PRIORITY
003460     IF BCH-ORD-CLOSED
003470         MOVE 'CLOSED' TO WS-O-STATUS
003480     ELSE
003490         MOVE 'OPEN  ' TO WS-O-STATUS
003500     END-IF
003510     MOVE WS-ORDER-LINE TO CA-ORDER-LINE.
003520 2000-EXIT.
003530     EXIT.
003540
003550 3000-FORMAT-RESULT.
003560     IF JOB-TRL-RUN-DATE = ZERO
003570             AND JOB-TRL-AREA-TOTAL = ZERO
003580         MOVE WS-NO-RESULT-LINE TO CA-RESULT-LINE
003590         GO TO 3000-EXIT
003600     END-IF
003610     MOVE JOB-TRL-RUN-DATE TO WS-R-RUN-DATE
003620     MOVE JOB-TRL-PLANT TO WS-R-PLANT
003630     MOVE JOB-TRL-SHEET-CLASS TO WS-R-CLASS
003640     MOVE JOB-TRL-DAY-FLAG TO WS-R-DAY-FLAG
003650     MOVE JOB-TRL-AREA-TOTAL TO WS-R-AREA
003660     IF JOB-TRL-RESUBMITTED
003670         MOVE 'RESUBMITTED' TO WS-R-RESUB
003680     ELSE
003690         MOVE SPACES TO WS-R-RESUB
003700     END-IF
003710     MOVE WS-RESULT-LINE TO CA-RESULT-LINE.
003720 3000-EXIT.
003730     EXIT.
003740
003750*-----------------------------------------------------------------
003760* 4000-FORMAT-EXCEPTION - the exception JOBTBLD matched to the
003770* job on its night, and the source of its latest approved
003780* correction; either may be missing.
003790*-----------------------------------------------------------------
003800 4000-FORMAT-EXCEPTION.
003810     IF JOB-TRL-EXC-SOURCE = SPACES
003820             AND JOB-TRL-COR-SOURCE = SPACES
003830         MOVE WS-NO-EXCEPT-LINE TO CA-EXCEPT-LINE
003840         GO TO 4000-EXIT
003850     END-IF
003860     IF JOB-TRL-EXC-SOURCE = SPACES
003870         MOVE 'NONE' TO WS-E-SOURCE
003880         MOVE SPACES TO WS-E-DATE
003890     ELSE
003900         MOVE JOB-TRL-EXC-SOURCE TO WS-E-SOURCE
003910         MOVE JOB-TRL-EXC-RUN-DATE TO WS-E-DATE
003920     END-IF
003930     IF JOB-TRL-COR-SOURCE = SPACES
003940         MOVE 'NONE' TO WS-E-COR-SOURCE
003950     ELSE
003960         MOVE JOB-TRL-COR-SOURCE TO WS-E-COR-SOURCE
003970     END-IF
003980     MOVE WS-EXCEPT-LINE TO CA-EXCEPT-LINE.
003990 4000-EXIT.
004000     EXIT.
004010
004020 5000-FORMAT-NEST.
004030     IF JOB-TRL-NEST-DATE = ZERO
004040         MOVE WS-NO-NEST-LINE TO CA-NEST-LINE
004050         GO TO 5000-EXIT
004060     END-IF
004070     MOVE JOB-TRL-NEST-DATE TO WS-N-DATE
004080     MOVE JOB-TRL-SHEET-SEQ TO WS-N-SHEET-SEQ
004090     MOVE JOB-TRL-SHEET-CODE TO WS-N-SHEET-CODE
004100     MOVE WS-NEST-LINE TO CA-NEST-LINE.
004110 5000-EXIT.
004120     EXIT.
004130
004140*-----------------------------------------------------------------
004150* 6000-FORMAT-BILLING - the charge, then the invoice line and
004160* its BILLACK answer; a priced job not yet transmitted shows
004170* NOT YET for the billing date.
004180*-----------------------------------------------------------------
004190 6000-FORMAT-BILLING.
004200     IF JOB-TRL-PRICE-DATE = ZERO
004210             AND JOB-TRL-BILL-DATE = ZERO
004220         MOVE WS-NO-BILL-LINE TO CA-BILL-LINE
004230         GO TO 6000-EXIT
004240     END-IF
004250     MOVE JOB-TRL-PRICE-DATE TO WS-B-PRICE-DATE
004260     MOVE JOB-TRL-CHARGE TO WS-B-CHARGE
004270     MOVE SPACES TO WS-B-ANSWER
004280     IF JOB-TRL-BILL-DATE = ZERO
004290         MOVE 'NOT YET ' TO WS-B-BILL-DATE
004300         MOVE SPACES TO WS-B-CONTROL-NO
004310         MOVE SPACES TO WS-B-LINE-NO
004320         MOVE WS-BILL-LINE TO CA-BILL-LINE
004330         GO TO 6000-EXIT
004340     END-IF
004350     MOVE JOB-TRL-BILL-DATE TO WS-B-BILL-DATE
004360     MOVE JOB-TRL-BILL-CONTROL-NO TO WS-B-CONTROL-NO
004370     MOVE JOB-TRL-BILL-LINE-NO TO WS-B-LINE-NO
004380     IF JOB-TRL-BILL-ACCEPTED
004390         MOVE 'ACCEPTED' TO WS-B-ANSWER
004400     END-IF
004410     IF JOB-TRL-BILL-REJECTED
004420         STRING 'REJECTED ' DELIMITED BY SIZE
004430                JOB-TRL-BILL-REASON DELIMITED BY SIZE
004440             INTO WS-B-ANSWER
004450     END-IF
004460     IF NOT JOB-TRL-BILL-ACCEPTED AND NOT JOB-TRL-BILL-REJECTED
004470         MOVE 'AWAITING ANSWER' TO WS-B-ANSWER
004480     END-IF
004490     MOVE WS-BILL-LINE TO CA-BILL-LINE.
004500 6000-EXIT.
004510     EXIT.
004520
004530 7000-FORMAT-ACTUAL.
004540     IF NOT JOB-TRL-ACTUAL-POSTED
004550         MOVE WS-NO-ACTUAL-LINE TO CA-ACTUAL-LINE
004560         GO TO 7000-EXIT
004570     END-IF
004580     MOVE JOB-TRL-ACTUAL-AREA TO WS-A-ACTUAL
004590     MOVE JOB-TRL-AREA-TOTAL TO WS-A-COMPUTED
004600     COMPUTE WS-AREA-DIFF =
004610         JOB-TRL-ACTUAL-AREA - JOB-TRL-AREA-TOTAL
004620     MOVE WS-AREA-DIFF TO WS-A-DIFF
004630     MOVE WS-ACTUAL-LINE TO CA-ACTUAL-LINE.
004640 7000-EXIT.
004650     EXIT.
004660
004670 END PROGRAM JOBINQ.
