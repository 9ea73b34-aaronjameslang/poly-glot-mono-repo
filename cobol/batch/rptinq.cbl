000010*****************************************************************
000020* PROGRAM-ID : RPTINQ                                          *
000030* AUTHOR     : M. PRZYBYLSKI, SCHEDULING SYSTEMS               *
000040* INSTALLATION : CUTTING-SHOP SYSTEMS                          *
000050* DATE-WRITTEN : 2026-10-15                                    *
000060*                                                               *
000070* FUNCTION : Online transaction (CICS) that browses a report    *
000080*   on the RPTARC report archive a page at a time, exactly as   *
000090*   it printed that night - the operator asks for a run date,   *
000100*   plant, and report name (BCHSEQ, BCHBAL, SPLWRPT, ...) and   *
000110*   reads the lines RPTARCH captured, without waiting on a      *
000120*   reprint.                                                    *
000130*                                                               *
000140*   Pseudo-conversational like STKINQ: the terminal sends the   *
000150*   run date, plant, report, operator, and the line to start    *
000160*   from in COMMAREA, and gets back a heading line and up to    *
000170*   twenty report lines, sent at the width the report printed   *
000180*   at. The COMMAREA comes back with the first line of the      *
000190*   next page, or zero once the report's last line is sent.     *
000200*   The operator needs display authority for the RPTINQ         *
000210*   function on OPRAUT.                                         *
000220*****************************************************************
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID. RPTINQ.
000250 AUTHOR. M. PRZYBYLSKI, SCHEDULING SYSTEMS.
000260 INSTALLATION. CUTTING-SHOP SYSTEMS.
000270 DATE-WRITTEN. 2026-10-15.
000280 DATE-COMPILED.
000290
000300*-----------------------------------------------------------------
000310* MODIFICATION HISTORY
000320* DATE       BY   DESCRIPTION
000330* 2026-10-15 MPR  Initial version.
000340*-----------------------------------------------------------------
000350
000360 ENVIRONMENT DIVISION.
000370 DATA DIVISION.
000380 WORKING-STORAGE SECTION.
000390*-----------------------------------------------------------------
000400* RPTARC AND OPRAUT RECORD WORK AREAS
000410*-----------------------------------------------------------------
000420     COPY RPTARC.
000430     COPY OPRAUT.
000440
000450*-----------------------------------------------------------------
000460* THE REPORT ASKED FOR AND THE PAGE BEING BUILT
000470*-----------------------------------------------------------------
000480 01  WS-GROUP-KEY.
000490     05  WS-GRP-RUN-DATE     PIC 9(08).
000500     05  WS-GRP-PLANT        PIC X(02).
000510     05  WS-GRP-REPORT       PIC X(08).
000520 01  WS-BRWS-KEY.
000530     05  WS-BRWS-GROUP       PIC X(18).
000540     05  WS-BRWS-LINE-NO     PIC 9(06).
000550 77  WS-LINE-COUNT       PIC 9(06)      VALUE ZERO.
000560 77  WS-FIRST-LINE       PIC 9(06)      VALUE ZERO.
000570 77  WS-LAST-LINE        PIC 9(06)      VALUE ZERO.
000580 77  WS-PAGE-SUB         PIC S9(04) COMP VALUE ZERO.
000590 77  WS-SEND-LENGTH      PIC S9(04) COMP VALUE 80.
000600 77  WS-BROWSE-DONE-SW   PIC X(01)      VALUE 'N'.
000610     88  WS-BROWSE-DONE                 VALUE 'Y'.
000620*    the operator's OPRAUT authority for this function - 'N'
000630*    (no record) authorizes nothing
000640 77  WS-AUTHORITY        PIC X(01)      VALUE 'N'.
000650 01  WS-AUT-RESP-CODE    PIC S9(08) COMP.
000660 01  WS-AUT-RESP2-CODE   PIC S9(08) COMP.
000670
000680*-----------------------------------------------------------------
000690* RESPONSE LINES SENT BACK TO THE TERMINAL
000700*-----------------------------------------------------------------
000710 01  WS-PAGE-HEADING.
000720     05  WS-H-REPORT         PIC X(08).
000730     05  FILLER              PIC X(07)   VALUE ' PLANT '.
000740     05  WS-H-PLANT          PIC X(02).
000750     05  FILLER              PIC X(05)   VALUE ' RUN '.
000760     05  WS-H-RUN-DATE       PIC 9(08).
000770     05  FILLER              PIC X(07)   VALUE ' LINES '.
000780     05  WS-H-FIRST-LINE     PIC 9(06).
000790     05  FILLER              PIC X(01)   VALUE '-'.
000800     05  WS-H-LAST-LINE      PIC 9(06).
000810     05  FILLER              PIC X(04)   VALUE ' OF '.
000820     05  WS-H-LINE-COUNT     PIC 9(06).
000830     05  FILLER              PIC X(03)   VALUE ' - '.
000840     05  WS-H-MORE           PIC X(20).
000850     05  FILLER              PIC X(17)   VALUE SPACES.
000860
000870 01  WS-NOT-FOUND-LINE       PIC X(100)  VALUE
000880     'REPORT NOT ON THE ARCHIVE FOR THAT RUN DATE AND PLANT'.
000890
000900 01  WS-END-LINE             PIC X(100)  VALUE
000910     'PAST THE END OF THE REPORT - ENTER LINE 1 FOR THE TOP'.
000920
000930 01  WS-NO-COMMAREA-LINE     PIC X(100)  VALUE
000940     'ENTER A RUN DATE, PLANT AND REPORT NAME TO BROWSE'.
000950
000960 01  WS-NOAUTH-LINE          PIC X(100)  VALUE
000970     'REFUSED - NO DISPLAY AUTHORITY FOR RPTINQ'.
000980
000990 01  WS-RESP-CODE            PIC S9(08) COMP.
001000 01  WS-RESP2-CODE           PIC S9(08) COMP.
001010
001020*-----------------------------------------------------------------
001030* COMMUNICATION AREA - RUN DATE, PLANT, REPORT, OPERATOR, AND
001040* THE LINE TO START FROM IN; THE HEADING LINE, THE PAGE, AND THE
001050* NEXT PAGE'S FIRST LINE OUT
001060*-----------------------------------------------------------------
001070 LINKAGE SECTION.
001080 01  DFHCOMMAREA.
001090     05  CA-RUN-DATE         PIC 9(08).
001100     05  CA-PLANT            PIC X(02).
001110     05  CA-REPORT           PIC X(08).
001120     05  CA-USER-ID          PIC X(08).
001130*        zero or 1 - the top of the report
001140     05  CA-NEXT-LINE        PIC 9(06).
001150     05  CA-ANSWER-LINE      PIC X(100).
001160     05  CA-PAGE-COUNT       PIC 9(02).
001170     05  CA-PAGE-LINE        PIC X(132)  OCCURS 20 TIMES.
001180
001190 PROCEDURE DIVISION.
001200*****************************************************************
001210* 0000-MAINLINE
001220*****************************************************************
001230 0000-MAINLINE.
001240     IF EIBCALEN = 0
001250         EXEC CICS SEND TEXT
001260             FROM(WS-NO-COMMAREA-LINE)
001270             LENGTH(100)
001280             ERASE
001290         END-EXEC
001300         EXEC CICS RETURN
001310         END-EXEC
001320         GOBACK
001330     END-IF
001340
001350     MOVE ZERO TO CA-PAGE-COUNT
001360     PERFORM 0500-CHECK-AUTHORITY THRU 0500-EXIT
001370     IF WS-AUTHORITY = 'N'
001380         MOVE WS-NOAUTH-LINE TO CA-ANSWER-LINE
001390         PERFORM 4000-SEND-ANSWER THRU 4000-EXIT
001400         EXEC CICS RETURN
001410         END-EXEC
001420         GOBACK
001430     END-IF
001440
001450     IF CA-RUN-DATE NOT NUMERIC OR CA-REPORT = SPACES
001460         MOVE WS-NO-COMMAREA-LINE TO CA-ANSWER-LINE
001470         PERFORM 4000-SEND-ANSWER THRU 4000-EXIT
001480         EXEC CICS RETURN
001490         END-EXEC
001500         GOBACK
001510     END-IF
001520
001530     PERFORM 1000-READ-HEADER THRU 1000-EXIT
001540     IF WS-RESP-CODE = DFHRESP(NORMAL)
001550         PERFORM 2000-BUILD-PAGE THRU 2000-EXIT
001560     ELSE
001570         MOVE WS-NOT-FOUND-LINE TO CA-ANSWER-LINE
001580         MOVE ZERO TO CA-NEXT-LINE
001590     END-IF
001600
001610     PERFORM 4000-SEND-ANSWER THRU 4000-EXIT
001620     EXEC CICS RETURN
001630     END-EXEC.
001640
001650*-----------------------------------------------------------------
001660* 0500-CHECK-AUTHORITY - the operator's authority for the
001670* RPTINQ function off OPRAUT, the STKINQ rule: D or U (or A,
001680* update authority that may also approve) lets the browse
001690* answer, a missing record (or a file that cannot be read)
001700* authorizes nothing.
001710*-----------------------------------------------------------------
001720 0500-CHECK-AUTHORITY.
001730     MOVE 'N' TO WS-AUTHORITY
001740     MOVE CA-USER-ID TO OPR-AUT-OPERATOR
001750     MOVE 'RPTINQ  ' TO OPR-AUT-FUNCTION
001760     EXEC CICS READ
001770         DATASET('OPRAUT')
001780         INTO(OPR-AUT-RECORD)
001790         RIDFLD(OPR-AUT-KEY)
001800         KEYLENGTH(16)
001810         RESP(WS-AUT-RESP-CODE)
001820         RESP2(WS-AUT-RESP2-CODE)
001830     END-EXEC
001840     IF WS-AUT-RESP-CODE = DFHRESP(NORMAL)
001850         IF OPR-AUT-DISPLAY-ONLY OR OPR-AUT-UPDATE
001860                 OR OPR-AUT-APPROVE
001870             MOVE OPR-AUT-AUTHORITY TO WS-AUTHORITY
001880         END-IF
001890     END-IF.
001900 0500-EXIT.
001910     EXIT.
001920
001930*-----------------------------------------------------------------
001940* 1000-READ-HEADER - the report's header record (line zero)
001950* gives its line count and print width; a report that has no
001960* header was never captured whole and reads as not found.
001970*-----------------------------------------------------------------
001980 1000-READ-HEADER.
001990     MOVE CA-RUN-DATE TO WS-GRP-RUN-DATE
002000     MOVE CA-PLANT TO WS-GRP-PLANT
002010     IF CA-PLANT = SPACES
002020         MOVE '01' TO WS-GRP-PLANT
002030     END-IF
002040     MOVE CA-REPORT TO WS-GRP-REPORT
002050     MOVE WS-GROUP-KEY TO RPT-ARC-KEY
002060     MOVE ZERO TO RPT-ARC-LINE-NO
002070     EXEC CICS READ
002080         DATASET('RPTARC')
002090         INTO(RPT-ARC-RECORD)
002100         RIDFLD(RPT-ARC-KEY)
002110         KEYLENGTH(24)
002120         RESP(WS-RESP-CODE)
002130         RESP2(WS-RESP2-CODE)
002140     END-EXEC
002150     IF WS-RESP-CODE = DFHRESP(NORMAL)
002160         MOVE RPT-ARC-LINE-COUNT TO WS-LINE-COUNT
002170         MOVE RPT-ARC-WIDTH TO WS-SEND-LENGTH
002180         IF WS-SEND-LENGTH < 1 OR WS-SEND-LENGTH > 132
002190             MOVE 80 TO WS-SEND-LENGTH
002200         END-IF
002210     END-IF.
002220 1000-EXIT.
002230     EXIT.
002240
002250*-----------------------------------------------------------------
002260* 2000-BUILD-PAGE - browses forward from the line asked for and
002270* keeps up to twenty lines of this report; the heading says
002280* which lines they are and whether more follow.
002290*-----------------------------------------------------------------
002300 2000-BUILD-PAGE.
002310     MOVE CA-NEXT-LINE TO WS-FIRST-LINE
002320     IF WS-FIRST-LINE = ZERO
002330         MOVE 1 TO WS-FIRST-LINE
002340     END-IF
002350     IF WS-FIRST-LINE > WS-LINE-COUNT
002360         MOVE WS-END-LINE TO CA-ANSWER-LINE
002370         MOVE ZERO TO CA-NEXT-LINE
002380         GO TO 2000-EXIT
002390     END-IF
002400     MOVE ZERO TO WS-LAST-LINE
002410     MOVE 'N' TO WS-BROWSE-DONE-SW
002420     MOVE WS-GROUP-KEY TO WS-BRWS-GROUP
002430     MOVE WS-FIRST-LINE TO WS-BRWS-LINE-NO
002440     EXEC CICS STARTBR
002450         DATASET('RPTARC')
002460         RIDFLD(WS-BRWS-KEY)
002470         KEYLENGTH(24)
002480         GTEQ
002490         RESP(WS-RESP-CODE)
002500         RESP2(WS-RESP2-CODE)
002510     END-EXEC
002520     IF WS-RESP-CODE = DFHRESP(NORMAL)
002530         PERFORM 2100-READ-NEXT-LINE THRU 2100-EXIT
002540             UNTIL WS-BROWSE-DONE
002550         EXEC CICS ENDBR
002560             DATASET('RPTARC')
002570             RESP(WS-RESP-CODE)
002580             RESP2(WS-RESP2-CODE)
002590         END-EXEC
002600     END-IF
002610     PERFORM 3000-FORMAT-HEADING THRU 3000-EXIT.
002620 2000-EXIT.
002630     EXIT.
002640
002650 2100-READ-NEXT-LINE.
002660     EXEC CICS READNEXT
002670         DATASET('RPTARC')
002680         INTO(RPT-ARC-RECORD)
002690         RIDFLD(WS-BRWS-KEY)
002700         KEYLENGTH(24)
002710         RESP(WS-RESP-CODE)
002720         RESP2(WS-RESP2-CODE)
002730     END-EXEC
002740     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
002750         MOVE 'Y' TO WS-BROWSE-DONE-SW
002760         GO TO 2100-EXIT
002770     END-IF
002780     IF RPT-ARC-KEY (1:18) NOT = WS-GROUP-KEY
002790             OR RPT-ARC-LINE-NO > WS-LINE-COUNT
002800         MOVE 'Y' TO WS-BROWSE-DONE-SW
002810         GO TO 2100-EXIT
002820     END-IF
002830     ADD 1 TO CA-PAGE-COUNT
002840     MOVE RPT-ARC-LINE TO CA-PAGE-LINE (CA-PAGE-COUNT)
002850     MOVE RPT-ARC-LINE-NO TO WS-LAST-LINE
002860     IF CA-PAGE-COUNT = 20
002870         MOVE 'Y' TO WS-BROWSE-DONE-SW
002880     END-IF.
002890 2100-EXIT.
002900     EXIT.
002910
002920 3000-FORMAT-HEADING.
002930     MOVE WS-GRP-REPORT TO WS-H-REPORT
002940     MOVE WS-GRP-PLANT TO WS-H-PLANT
002950     MOVE WS-GRP-RUN-DATE TO WS-H-RUN-DATE
002960     MOVE WS-FIRST-LINE TO WS-H-FIRST-LINE
002970     MOVE WS-LAST-LINE TO WS-H-LAST-LINE
002980     MOVE WS-LINE-COUNT TO WS-H-LINE-COUNT
002990     IF WS-LAST-LINE < WS-LINE-COUNT AND CA-PAGE-COUNT > 0
003000         COMPUTE CA-NEXT-LINE = WS-LAST-LINE + 1
003010         MOVE 'MORE FOLLOWS' TO WS-H-MORE
003020     ELSE
003030         MOVE ZERO TO CA-NEXT-LINE
003040         MOVE 'END OF REPORT' TO WS-H-MORE
003050     END-IF
003060     MOVE WS-PAGE-HEADING TO CA-ANSWER-LINE.
003070 3000-EXIT.
003080     EXIT.
003090
003100*-----------------------------------------------------------------
003110* 4000-SEND-ANSWER - the heading (or message) line, then each
003120* report line at the width it printed at.
003130*-----------------------------------------------------------------
003140 4000-SEND-ANSWER.
003150     EXEC CICS SEND TEXT
003160         FROM(CA-ANSWER-LINE)
003170         LENGTH(100)
003180         ERASE
003190     END-EXEC
003200     PERFORM 4100-SEND-PAGE-LINE THRU 4100-EXIT
003210         VARYING WS-PAGE-SUB FROM 1 BY 1
003220         UNTIL WS-PAGE-SUB > CA-PAGE-COUNT.
003230 4000-EXIT.
003240     EXIT.
003250
003260 4100-SEND-PAGE-LINE.
003270     EXEC CICS SEND TEXT
003280         FROM(CA-PAGE-LINE (WS-PAGE-SUB))
003290         LENGTH(WS-SEND-LENGTH)
003300     END-EXEC.
003310 4100-EXIT.
003320     EXIT.
003330
003340 END PROGRAM RPTINQ.
