000010*****************************************************************
000020* PROGRAM-ID : PNLQTE                                          *
000030* AUTHOR     : M. PRZYBYLSKI, SCHEDULING SYSTEMS               *
000040* INSTALLATION : CUTTING-SHOP SYSTEMS                          *
000050* DATE-WRITTEN : 2026-10-15                                    *
000060*                                                               *
000070* FUNCTION : Online transaction (CICS) that prices a            *
000080*   prospective panel while sales is on the phone, instead of   *
000090*   someone running it through PNLDRV by hand. The terminal     *
000100*   sends A, B, the unit code, and the material class; three    *
000110*   answer lines come back:                                     *
000120*                                                               *
000130*   - the quote number, the packed stock area, today's PNLRAT   *
000140*     rate for the class, the charge, and the expiry date;      *
000150*   - the SHTMST standard sheet the panel would nest on - the   *
000160*     first in file order (kept in ascending area) that holds   *
000170*     the area, the SHTNEST fresh-sheet rule;                   *
000180*   - a warning when a future-dated PNLRAT rate for the class   *
000190*     takes effect before the quote expires.                    *
000200*                                                               *
000210*   Every quote is saved to QTEMST under the next number off    *
000220*   its control record. An ORDTRN ADD that cites the number     *
000230*   before it expires (ORDMNT) has PNLDRV bill the job at the   *
000240*   quoted charge, whatever rate is in effect on the night.     *
000250*                                                               *
000260*   The area follows SOLUTION's own rules - the RECLIM          *
000270*   dimension edit, the scale-red/blue/green candidates, the    *
000280*   millimeter conversion, and the RECPMD packing mode - but    *
000290*   SOLUTION itself reads its parameters and writes its         *
000300*   exception files with batch file I/O, which the online       *
000310*   region does not allow. So the parameters are read here by   *
000320*   RBA zero as PRMMNT reads them, and the scale subprograms    *
000330*   are called directly. A change to SOLUTION's packing rules   *
000340*   must be made here too.                                      *
000350*                                                               *
000360*   Saving a quote is an update: the operator needs U           *
000370*   authority for function PNLQTE on OPRAUT, and a refused      *
000380*   attempt is logged to OPRVIO the way PRMMNT logs one.        *
000390*****************************************************************
000400 IDENTIFICATION DIVISION.
000410 PROGRAM-ID. PNLQTE.
000420 AUTHOR. M. PRZYBYLSKI, SCHEDULING SYSTEMS.
000430 INSTALLATION. CUTTING-SHOP SYSTEMS.
000440 DATE-WRITTEN. 2026-10-15.
000450 DATE-COMPILED.
000460
000470*-----------------------------------------------------------------
000480* MODIFICATION HISTORY
000490* DATE       BY   DESCRIPTION
000500* 2026-10-15 MPR  Initial version.
000510*-----------------------------------------------------------------
000520
000530 ENVIRONMENT DIVISION.
000540 DATA DIVISION.
000550 WORKING-STORAGE SECTION.
000560*-----------------------------------------------------------------
000570* PARAMETER, SHEET, RATE, QUOTE, AND OPRAUT RECORD WORK AREAS
000580*-----------------------------------------------------------------
000590     COPY recpmd.
000600     COPY reclim.
000610     COPY SHTMST.
000620     COPY PNLRAT.
000630     COPY QTEMST.
000640     COPY OPRAUT.
000650
000660*-----------------------------------------------------------------
000670* OPRVIO VIOLATION RECORD - one per refused quote attempt.
000680*-----------------------------------------------------------------
000690 01  OPR-VIO-RECORD.
000700     05  OPR-VIO-DATE        PIC 9(08).
000710     05  OPR-VIO-TIME        PIC 9(06).
000720     05  OPR-VIO-OPERATOR    PIC X(08).
000730     05  OPR-VIO-FUNCTION    PIC X(08).
000740     05  OPR-VIO-ACTION      PIC X(01).
000750     05  FILLER              PIC X(49).
000760
000770*-----------------------------------------------------------------
000780* SOLUTION LINKAGE FIELDS AND PACKING WORK - the same names and
000790* widths SOLUTION uses, so the two stay comparable.
000800*-----------------------------------------------------------------
000810     COPY rectlnk.
000820 77  WS-SCALE-X          PIC 9(08)      VALUE ZERO.
000830 77  WS-SCALE-Y          PIC 9(08)      VALUE ZERO.
000840 77  WS-PACKING-MODE     PIC 9(01)      VALUE ZERO.
000850     88  WS-LEGACY-SUM-RED-BLUE         VALUE 0.
000860     88  WS-SUM-CLOSEST-TWO             VALUE 1.
000870     88  WS-MIN-OF-THREE                VALUE 2.
000880 77  WS-LIM-MIN-DIM      PIC 9(08)      VALUE 1.
000890 77  WS-LIM-MAX-DIM      PIC 9(08)      VALUE 99999999.
000900 77  WS-DIFF-RB          PIC 9(08)      VALUE ZERO.
000910 77  WS-DIFF-RG          PIC 9(08)      VALUE ZERO.
000920 77  WS-DIFF-BG          PIC 9(08)      VALUE ZERO.
000930 77  WS-PACK-MIN         PIC 9(08)      VALUE ZERO.
000940
000950*-----------------------------------------------------------------
000960* SHEET AND RATE FOUND BY THE BROWSES
000970*-----------------------------------------------------------------
000980 77  WS-BRWS-RBA         PIC S9(08) COMP VALUE ZERO.
000990 77  WS-BROWSE-DONE-SW   PIC X(01)      VALUE 'N'.
001000     88  WS-BROWSE-DONE                 VALUE 'Y'.
001010 77  WS-SHEET-FOUND-SW   PIC X(01)      VALUE 'N'.
001020     88  WS-SHEET-FOUND                 VALUE 'Y'.
001030 77  WS-RATE-FOUND-SW    PIC X(01)      VALUE 'N'.
001040     88  WS-RATE-FOUND                  VALUE 'Y'.
001050 77  WS-FUTURE-FOUND-SW  PIC X(01)      VALUE 'N'.
001060     88  WS-FUTURE-FOUND                VALUE 'Y'.
001070*    the record in hand's effective date, blank normalized to
001080*    zero (always in effect), the PNLDRV rule
001090 77  WS-RATE-EFF-WORK    PIC 9(08)      VALUE ZERO.
001100 77  WS-CUR-EFF-DATE     PIC 9(08)      VALUE ZERO.
001110 77  WS-CUR-RATE         PIC 9(03)V9(04) VALUE ZERO.
001120 77  WS-FUT-EFF-DATE     PIC 9(08)      VALUE ZERO.
001130 77  WS-FUT-RATE         PIC 9(03)V9(04) VALUE ZERO.
001140 77  WS-CHARGE           PIC 9(07)V9(02) VALUE ZERO.
001150
001160*-----------------------------------------------------------------
001170* DATES AND QUOTE NUMBERING - a quote is good for
001180* WS-QUOTE-DAYS calendar days from the day it is given.
001190*-----------------------------------------------------------------
001200 77  WS-QUOTE-DAYS       PIC 9(03)      VALUE 30.
001210 77  WS-TODAY-DATE       PIC 9(08)      VALUE ZERO.
001220 77  WS-TIME-RAW         PIC 9(08)      VALUE ZERO.
001230 77  WS-TODAY-TIME       PIC 9(06)      VALUE ZERO.
001240 77  WS-EXPIRY-DATE      PIC 9(08)      VALUE ZERO.
001250 77  WS-DATE-INTEGER     PIC 9(07)      VALUE ZERO.
001260 77  WS-QTE-KEY          PIC 9(08)      VALUE ZERO.
001270 77  WS-QUOTE-NUMBER     PIC 9(08)      VALUE ZERO.
001280 77  WS-RBA-ZERO         PIC S9(08) COMP VALUE ZERO.
001290 77  WS-VIO-RBA          PIC S9(08) COMP VALUE ZERO.
001300*    the operator's OPRAUT authority for this function - 'N'
001310*    (no record) authorizes nothing
001320 77  WS-AUTHORITY        PIC X(01)      VALUE 'N'.
001330 01  WS-RESP-CODE        PIC S9(08) COMP.
001340 01  WS-RESP2-CODE       PIC S9(08) COMP.
001350 01  WS-AUT-RESP-CODE    PIC S9(08) COMP.
001360 01  WS-AUT-RESP2-CODE   PIC S9(08) COMP.
001370
001380*-----------------------------------------------------------------
001390* RESPONSE LINES SENT BACK TO THE TERMINAL
001400*-----------------------------------------------------------------
001410 01  WS-QUOTE-LINE.
001420     05  FILLER              PIC X(06)   VALUE 'QUOTE '.
001430     05  WS-Q-NUMBER         PIC 9(08).
001440     05  FILLER              PIC X(07)   VALUE ' AREA: '.
001450     05  WS-Q-AREA           PIC Z(09)9.
001460     05  FILLER              PIC X(07)   VALUE ' RATE: '.
001470     05  WS-Q-RATE           PIC ZZ9.9999.
001480     05  FILLER              PIC X(09)   VALUE ' CHARGE: '.
001490     05  WS-Q-CHARGE         PIC Z(06)9.99.
001500     05  FILLER              PIC X(09)   VALUE ' EXPIRES '.
001510     05  WS-Q-EXPIRY         PIC 9(08).
001520     05  FILLER              PIC X(18)   VALUE SPACES.
001530
001540 01  WS-SHEET-LINE.
001550     05  FILLER              PIC X(15)   VALUE
001560         'NESTS ON SHEET '.
001570     05  WS-S-CODE           PIC X(04).
001580     05  FILLER              PIC X(02)   VALUE ' ('.
001590     05  WS-S-WIDTH          PIC Z(07)9.
001600     05  FILLER              PIC X(03)   VALUE ' X '.
001610     05  WS-S-LENGTH         PIC Z(07)9.
001620     05  FILLER              PIC X(08)   VALUE ') AREA: '.
001630     05  WS-S-AREA           PIC Z(09)9.
001640     05  FILLER              PIC X(42)   VALUE SPACES.
001650
001660 01  WS-WARNING-LINE.
001670     05  FILLER              PIC X(16)   VALUE
001680         'WARNING - CLASS '.
001690     05  WS-W-CLASS          PIC X(02).
001700     05  FILLER              PIC X(17)   VALUE
001710         ' RATE CHANGES TO '.
001720     05  WS-W-RATE           PIC ZZ9.9999.
001730     05  FILLER              PIC X(04)   VALUE ' ON '.
001740     05  WS-W-DATE           PIC 9(08).
001750     05  FILLER              PIC X(28)   VALUE
001760         ' - BEFORE THIS QUOTE EXPIRES'.
001770     05  FILLER              PIC X(17)   VALUE SPACES.
001780
001790 01  WS-NO-SHEET-LINE        PIC X(100)  VALUE
001800     'NO STANDARD SHTMST SHEET HOLDS THIS AREA - REMNANT OR SPECIA
001810-    'L STOCK'.
001820
001830 01  WS-NO-WARNING-LINE      PIC X(100)  VALUE
001840     'NO RATE CHANGE FILED FOR THE CLASS BEFORE EXPIRY'.
001860
001870 01  WS-NO-COMMAREA-LINE     PIC X(100)  VALUE
001880     'ENTER A, B, UNIT CODE (1 INCHES, 2 MILLIMETERS), AND MATERIA
001890-    'L CLASS TO QUOTE'.
001900
001910 01  WS-NOAUTH-LINE          PIC X(100)  VALUE
001920     'QUOTE REFUSED - NO UPDATE AUTHORITY FOR PNLQTE, VIOLATION LO
001930-    'GGED'.
001940
001950 01  WS-ERR-INPUT-LINE       PIC X(100)  VALUE
001960     'QUOTE REFUSED - A AND B MUST BE NUMERIC, UNIT CODE 1 OR 2, A
001970-    'ND A MATERIAL CLASS GIVEN'.
001980
001990 01  WS-ERR-LIMIT-LINE.
002000     05  FILLER              PIC X(49)   VALUE
002010         'QUOTE REFUSED - A OR B OUTSIDE THE RECLIM LIMITS '.
002020     05  WS-E-MIN-DIM        PIC Z(07)9.
002030     05  FILLER              PIC X(04)   VALUE ' TO '.
002040     05  WS-E-MAX-DIM        PIC Z(07)9.
002050     05  FILLER              PIC X(31)   VALUE SPACES.
002060
002070 01  WS-ERR-NORATE-LINE      PIC X(100)  VALUE
002080     'QUOTE REFUSED - NO PNLRAT RATE IN EFFECT FOR THE CLASS'.
002100
002110 01  WS-ERR-OVERFLOW-LINE    PIC X(100)  VALUE
002120     'QUOTE REFUSED - CHARGE TOO LARGE FOR THE QUOTE FIELD'.
002130
002140 01  WS-ERR-SAVE-LINE        PIC X(100)  VALUE
002150     'QUOTE NOT SAVED - QTEMST UPDATE FAILED, NOTHING CHANGED'.
002160
002170*-----------------------------------------------------------------
002180* COMMUNICATION AREA - THE PANEL AND OPERATOR IN, THREE ANSWER
002190* LINES OUT
002200*-----------------------------------------------------------------
002210 LINKAGE SECTION.
002220 01  DFHCOMMAREA.
002230     05  CA-A                PIC 9(08).
002240     05  CA-B                PIC 9(08).
002250     05  CA-UNIT-CODE        PIC 9(02).
002260     05  CA-MATL-CLASS       PIC X(02).
002270     05  CA-USER-ID          PIC X(08).
002280     05  CA-ANSWER-LINE      PIC X(100).
002290     05  CA-SHEET-LINE       PIC X(100).
002300     05  CA-WARNING-LINE     PIC X(100).
002310
002320 PROCEDURE DIVISION.
002330*****************************************************************
002340* 0000-MAINLINE
002350*****************************************************************
002360 0000-MAINLINE.
002370     IF EIBCALEN = 0
002380         EXEC CICS SEND TEXT
002390             FROM(WS-NO-COMMAREA-LINE)
002400             LENGTH(100)
002410             ERASE
002420         END-EXEC
002430         EXEC CICS RETURN
002440         END-EXEC
002450         GOBACK
002460     END-IF
002470
002480     MOVE SPACES TO CA-ANSWER-LINE
002490     MOVE SPACES TO CA-SHEET-LINE
002500     MOVE SPACES TO CA-WARNING-LINE
002510     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
002520     PERFORM 0500-CHECK-AUTHORITY THRU 0500-EXIT
002530     IF WS-AUTHORITY NOT = 'U'
002540         PERFORM 0700-LOG-VIOLATION THRU 0700-EXIT
002550         MOVE WS-NOAUTH-LINE TO CA-ANSWER-LINE
002560     ELSE
002570         PERFORM 1000-PRICE-QUOTE THRU 1000-EXIT
002580     END-IF
002590
002600     EXEC CICS SEND TEXT
002610         FROM(CA-ANSWER-LINE)
002620         LENGTH(100)
002630         ERASE
002640     END-EXEC
002650     EXEC CICS SEND TEXT
002660         FROM(CA-SHEET-LINE)
002670         LENGTH(100)
002680     END-EXEC
002690     EXEC CICS SEND TEXT
002700         FROM(CA-WARNING-LINE)
002710         LENGTH(100)
002720     END-EXEC
002730
002740     EXEC CICS RETURN
002750     END-EXEC.
002760
002770*-----------------------------------------------------------------
002780* 0500-CHECK-AUTHORITY - the operator's authority for the
002790* PNLQTE function off OPRAUT; a missing record (or a file
002800* that cannot be read) authorizes nothing.
002810*-----------------------------------------------------------------
002820 0500-CHECK-AUTHORITY.
002830     MOVE 'N' TO WS-AUTHORITY
002840     MOVE CA-USER-ID TO OPR-AUT-OPERATOR
002850     MOVE 'PNLQTE  ' TO OPR-AUT-FUNCTION
002860     EXEC CICS READ
002870         DATASET('OPRAUT')
002880         INTO(OPR-AUT-RECORD)
002890         RIDFLD(OPR-AUT-KEY)
002900         KEYLENGTH(16)
002910         RESP(WS-AUT-RESP-CODE)
002920         RESP2(WS-AUT-RESP2-CODE)
002930     END-EXEC
002940     IF WS-AUT-RESP-CODE = DFHRESP(NORMAL)
002950         IF OPR-AUT-DISPLAY-ONLY OR OPR-AUT-UPDATE
002960             MOVE OPR-AUT-AUTHORITY TO WS-AUTHORITY
002970         END-IF
002980     END-IF.
002990 0500-EXIT.
003000     EXIT.
003010
003020*-----------------------------------------------------------------
003030* 0700-LOG-VIOLATION - one OPRVIO record per refused quote.
003040*-----------------------------------------------------------------
003050 0700-LOG-VIOLATION.
003060     ACCEPT WS-TIME-RAW FROM TIME
003070     COMPUTE WS-TODAY-TIME = WS-TIME-RAW / 100
003080     MOVE SPACES TO OPR-VIO-RECORD
003090     MOVE WS-TODAY-DATE TO OPR-VIO-DATE
003100     MOVE WS-TODAY-TIME TO OPR-VIO-TIME
003110     MOVE CA-USER-ID TO OPR-VIO-OPERATOR
003120     MOVE 'PNLQTE  ' TO OPR-VIO-FUNCTION
003130     MOVE 'Q' TO OPR-VIO-ACTION
003140     MOVE ZERO TO WS-VIO-RBA
003150     EXEC CICS WRITE
003160         DATASET('OPRVIO')
003170         FROM(OPR-VIO-RECORD)
003180         RIDFLD(WS-VIO-RBA)
003190         RBA
003200         RESP(WS-AUT-RESP-CODE)
003210         RESP2(WS-AUT-RESP2-CODE)
003220     END-EXEC.
003230 0700-EXIT.
003240     EXIT.
003250
003260*-----------------------------------------------------------------
003270* 1000-PRICE-QUOTE - edits, area, sheet, rate, charge, then the
003280* quote is saved; any refusal says why and saves nothing.
003290*-----------------------------------------------------------------
003300 1000-PRICE-QUOTE.
003310     IF CA-A NOT NUMERIC OR CA-B NOT NUMERIC
003320             OR CA-UNIT-CODE NOT NUMERIC
003330             OR CA-MATL-CLASS = SPACES
003340         MOVE WS-ERR-INPUT-LINE TO CA-ANSWER-LINE
003350         GO TO 1000-EXIT
003360     END-IF
003370     IF CA-UNIT-CODE NOT = 1 AND CA-UNIT-CODE NOT = 2
003380         MOVE WS-ERR-INPUT-LINE TO CA-ANSWER-LINE
003390         GO TO 1000-EXIT
003400     END-IF
003410
003420     PERFORM 2000-READ-PARAMETERS THRU 2000-EXIT
003430     IF CA-A < WS-LIM-MIN-DIM OR CA-B < WS-LIM-MIN-DIM
003440             OR CA-A > WS-LIM-MAX-DIM OR CA-B > WS-LIM-MAX-DIM
003450         MOVE WS-LIM-MIN-DIM TO WS-E-MIN-DIM
003460         MOVE WS-LIM-MAX-DIM TO WS-E-MAX-DIM
003470         MOVE WS-ERR-LIMIT-LINE TO CA-ANSWER-LINE
003480         GO TO 1000-EXIT
003490     END-IF
003500     PERFORM 2500-COMPUTE-AREA THRU 2500-EXIT
003510
003520     COMPUTE WS-DATE-INTEGER =
003530         FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) + WS-QUOTE-DAYS
003540     COMPUTE WS-EXPIRY-DATE =
003550         FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
003560     PERFORM 4000-FIND-RATES THRU 4000-EXIT
003570     IF NOT WS-RATE-FOUND
003580         MOVE WS-ERR-NORATE-LINE TO CA-ANSWER-LINE
003590         GO TO 1000-EXIT
003600     END-IF
003610     COMPUTE WS-CHARGE ROUNDED = RESULT * WS-CUR-RATE
003620         ON SIZE ERROR
003630             MOVE WS-ERR-OVERFLOW-LINE TO CA-ANSWER-LINE
003640             GO TO 1000-EXIT
003650     END-COMPUTE
003660
003670     PERFORM 3000-FIND-SHEET THRU 3000-EXIT
003680     PERFORM 5000-SAVE-QUOTE THRU 5000-EXIT
003690     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
003700         MOVE WS-ERR-SAVE-LINE TO CA-ANSWER-LINE
003710         GO TO 1000-EXIT
003720     END-IF
003730     PERFORM 6000-FORMAT-ANSWER THRU 6000-EXIT.
003740 1000-EXIT.
003750     EXIT.
003760
003770*-----------------------------------------------------------------
003780* 2000-READ-PARAMETERS - RECPMD and RECLIM by RBA zero. A
003790* record that cannot be read leaves SOLUTION's own fallback in
003800* place: the area-red + area-blue rule, and limits of 1
003810* through the largest value A or B can hold.
003820*-----------------------------------------------------------------
003830 2000-READ-PARAMETERS.
003840     MOVE ZERO TO WS-PACKING-MODE
003850     MOVE 1 TO WS-LIM-MIN-DIM
003860     MOVE 99999999 TO WS-LIM-MAX-DIM
003870     MOVE ZERO TO WS-RBA-ZERO
003880     EXEC CICS READ
003890         DATASET('RECPMD')
003900         INTO(RECPMD-RECORD)
003910         RIDFLD(WS-RBA-ZERO)
003920         RBA
003930         RESP(WS-RESP-CODE)
003940         RESP2(WS-RESP2-CODE)
003950     END-EXEC
003960     IF WS-RESP-CODE = DFHRESP(NORMAL)
003970         MOVE RECPMD-MODE TO WS-PACKING-MODE
003980     END-IF
003990     MOVE ZERO TO WS-RBA-ZERO
004000     EXEC CICS READ
004010         DATASET('RECLIM')
004020         INTO(RECLIM-RECORD)
004030         RIDFLD(WS-RBA-ZERO)
004040         RBA
004050         RESP(WS-RESP-CODE)
004060         RESP2(WS-RESP2-CODE)
004070     END-EXEC
004080     IF WS-RESP-CODE = DFHRESP(NORMAL)
004090         MOVE RECLIM-MIN-DIM TO WS-LIM-MIN-DIM
004100         MOVE RECLIM-MAX-DIM TO WS-LIM-MAX-DIM
004110     END-IF.
004120 2000-EXIT.
004130     EXIT.
004140
004150*-----------------------------------------------------------------
004160* 2500-COMPUTE-AREA - the three candidate areas off the scale
004170* subprograms, converted to square inches for a millimeter
004180* panel, and RESULT chosen per the packing mode - step for step
004190* what SOLUTION does.
004200*-----------------------------------------------------------------
004210 2500-COMPUTE-AREA.
004220     MOVE CA-A TO A
004230     MOVE CA-B TO B
004240     MOVE CA-UNIT-CODE TO UNIT-CODE
004250     MOVE A TO WS-SCALE-X
004260     MOVE B TO WS-SCALE-Y
004270     CALL 'scale-red' USING WS-SCALE-X
004280     CALL 'scale-red' USING WS-SCALE-Y
004290     COMPUTE AREA-RED = WS-SCALE-X * WS-SCALE-Y
004300     MOVE A TO WS-SCALE-X
004310     MOVE B TO WS-SCALE-Y
004320     CALL 'scale-blue' USING WS-SCALE-X
004330     CALL 'scale-blue' USING WS-SCALE-Y
004340     COMPUTE AREA-BLUE = WS-SCALE-X * WS-SCALE-Y
004350     MOVE A TO WS-SCALE-X
004360     MOVE B TO WS-SCALE-Y
004370     CALL 'scale-green' USING WS-SCALE-X
004380     CALL 'scale-green' USING WS-SCALE-Y
004390     COMPUTE AREA-GREEN = WS-SCALE-X * WS-SCALE-Y
004400     IF UNIT-MILLIMETERS
004410         COMPUTE AREA-RED = AREA-RED / 645.16
004420         COMPUTE AREA-BLUE = AREA-BLUE / 645.16
004430         COMPUTE AREA-GREEN = AREA-GREEN / 645.16
004440     END-IF
004450     EVALUATE TRUE
004460         WHEN WS-MIN-OF-THREE
004470             PERFORM 2600-MIN-OF-THREE THRU 2600-EXIT
004480         WHEN WS-SUM-CLOSEST-TWO
004490             PERFORM 2700-SUM-CLOSEST-TWO THRU 2700-EXIT
004500         WHEN OTHER
004510             COMPUTE RESULT = AREA-RED + AREA-BLUE
004520     END-EVALUATE.
004530 2500-EXIT.
004540     EXIT.
004550
004560 2600-MIN-OF-THREE.
004570     MOVE AREA-RED TO WS-PACK-MIN
004580     IF AREA-BLUE < WS-PACK-MIN
004590         MOVE AREA-BLUE TO WS-PACK-MIN
004600     END-IF
004610     IF AREA-GREEN < WS-PACK-MIN
004620         MOVE AREA-GREEN TO WS-PACK-MIN
004630     END-IF
004640     MOVE WS-PACK-MIN TO RESULT.
004650 2600-EXIT.
004660     EXIT.
004670
004680 2700-SUM-CLOSEST-TWO.
004690     IF AREA-RED > AREA-BLUE
004700         COMPUTE WS-DIFF-RB = AREA-RED - AREA-BLUE
004710     ELSE
004720         COMPUTE WS-DIFF-RB = AREA-BLUE - AREA-RED
004730     END-IF
004740     IF AREA-RED > AREA-GREEN
004750         COMPUTE WS-DIFF-RG = AREA-RED - AREA-GREEN
004760     ELSE
004770         COMPUTE WS-DIFF-RG = AREA-GREEN - AREA-RED
004780     END-IF
004790     IF AREA-BLUE > AREA-GREEN
004800         COMPUTE WS-DIFF-BG = AREA-BLUE - AREA-GREEN
004810     ELSE
004820         COMPUTE WS-DIFF-BG = AREA-GREEN - AREA-BLUE
004830     END-IF
004840     EVALUATE TRUE
004850         WHEN WS-DIFF-RB NOT > WS-DIFF-RG
004860                 AND WS-DIFF-RB NOT > WS-DIFF-BG
004870             COMPUTE RESULT = AREA-RED + AREA-BLUE
004880         WHEN WS-DIFF-RG NOT > WS-DIFF-RB
004890                 AND WS-DIFF-RG NOT > WS-DIFF-BG
004900             COMPUTE RESULT = AREA-RED + AREA-GREEN
004910         WHEN OTHER
004920             COMPUTE RESULT = AREA-BLUE + AREA-GREEN
004930     END-EVALUATE.
004940 2700-EXIT.
004950     EXIT.
004960
004970*-----------------------------------------------------------------
004980* 3000-FIND-SHEET - browses SHTMST front to back for the first
004990* standard sheet whose area holds RESULT. A file that cannot be
005000* browsed reads as no sheet.
005010*-----------------------------------------------------------------
005020 3000-FIND-SHEET.
005030     MOVE 'N' TO WS-SHEET-FOUND-SW
005040     MOVE 'N' TO WS-BROWSE-DONE-SW
005050     MOVE ZERO TO WS-BRWS-RBA
005060     EXEC CICS STARTBR
005070         DATASET('SHTMST')
005080         RIDFLD(WS-BRWS-RBA)
005090         RBA
005100         RESP(WS-RESP-CODE)
005110         RESP2(WS-RESP2-CODE)
005120     END-EXEC
005130     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
005140         GO TO 3000-EXIT
005150     END-IF
005160     PERFORM 3100-READ-NEXT-SHEET THRU 3100-EXIT
005170         UNTIL WS-BROWSE-DONE
005180     EXEC CICS ENDBR
005190         DATASET('SHTMST')
005200         RESP(WS-RESP-CODE)
005210         RESP2(WS-RESP2-CODE)
005220     END-EXEC.
005230 3000-EXIT.
005240     EXIT.
005250
005260 3100-READ-NEXT-SHEET.
005270     EXEC CICS READNEXT
005280         DATASET('SHTMST')
005290         INTO(SHT-MST-RECORD)
005300         RIDFLD(WS-BRWS-RBA)
005310         RBA
005320         RESP(WS-RESP-CODE)
005330         RESP2(WS-RESP2-CODE)
005340     END-EXEC
005350     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
005360         MOVE 'Y' TO WS-BROWSE-DONE-SW
005370         GO TO 3100-EXIT
005380     END-IF
005390     IF SHT-MST-AREA NUMERIC
005400             AND SHT-MST-AREA NOT < RESULT
005410         MOVE 'Y' TO WS-SHEET-FOUND-SW
005420         MOVE 'Y' TO WS-BROWSE-DONE-SW
005430     END-IF.
005440 3100-EXIT.
005450     EXIT.
005460
005470*-----------------------------------------------------------------
005480* 4000-FIND-RATES - browses PNLRAT for the class: the rate in
005490* effect today is the latest dated on or before today (PNLDRV's
005500* rule - a later record of the same date supersedes), and the
005510* rate to warn about is the earliest dated after today and on
005520* or before the expiry date.
005530*-----------------------------------------------------------------
005540 4000-FIND-RATES.
005550     MOVE 'N' TO WS-RATE-FOUND-SW
005560     MOVE 'N' TO WS-FUTURE-FOUND-SW
005570     MOVE 'N' TO WS-BROWSE-DONE-SW
005580     MOVE ZERO TO WS-CUR-EFF-DATE
005590     MOVE ZERO TO WS-CUR-RATE
005600     MOVE ZERO TO WS-FUT-EFF-DATE
005610     MOVE ZERO TO WS-FUT-RATE
005620     MOVE ZERO TO WS-BRWS-RBA
005630     EXEC CICS STARTBR
005640         DATASET('PNLRAT')
005650         RIDFLD(WS-BRWS-RBA)
005660         RBA
005670         RESP(WS-RESP-CODE)
005680         RESP2(WS-RESP2-CODE)
005690     END-EXEC
005700     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
005710         GO TO 4000-EXIT
005720     END-IF
005730     PERFORM 4100-READ-NEXT-RATE THRU 4100-EXIT
005740         UNTIL WS-BROWSE-DONE
005750     EXEC CICS ENDBR
005760         DATASET('PNLRAT')
005770         RESP(WS-RESP-CODE)
005780         RESP2(WS-RESP2-CODE)
005790     END-EXEC.
005800 4000-EXIT.
005810     EXIT.
005820
005830 4100-READ-NEXT-RATE.
005840     EXEC CICS READNEXT
005850         DATASET('PNLRAT')
005860         INTO(PNL-RATE-RECORD)
005870         RIDFLD(WS-BRWS-RBA)
005880         RBA
005890         RESP(WS-RESP-CODE)
005900         RESP2(WS-RESP2-CODE)
005910     END-EXEC
005920     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
005930         MOVE 'Y' TO WS-BROWSE-DONE-SW
005940         GO TO 4100-EXIT
005950     END-IF
005960     IF PNL-RATE-MATL-CLASS NOT = CA-MATL-CLASS
005970         GO TO 4100-EXIT
005980     END-IF
005990     IF PNL-RATE-EFF-DATE NUMERIC
006000         MOVE PNL-RATE-EFF-DATE TO WS-RATE-EFF-WORK
006010     ELSE
006020         MOVE ZERO TO WS-RATE-EFF-WORK
006030     END-IF
006040     IF WS-RATE-EFF-WORK NOT > WS-TODAY-DATE
006050         IF NOT WS-RATE-FOUND
006060                 OR WS-RATE-EFF-WORK NOT < WS-CUR-EFF-DATE
006070             MOVE 'Y' TO WS-RATE-FOUND-SW
006080             MOVE WS-RATE-EFF-WORK TO WS-CUR-EFF-DATE
006090             MOVE PNL-RATE-PER-SQIN TO WS-CUR-RATE
006100         END-IF
006110         GO TO 4100-EXIT
006120     END-IF
006130     IF WS-RATE-EFF-WORK NOT > WS-EXPIRY-DATE
006140         IF NOT WS-FUTURE-FOUND
006150                 OR WS-RATE-EFF-WORK < WS-FUT-EFF-DATE
006160             MOVE 'Y' TO WS-FUTURE-FOUND-SW
006170             MOVE WS-RATE-EFF-WORK TO WS-FUT-EFF-DATE
006180             MOVE PNL-RATE-PER-SQIN TO WS-FUT-RATE
006190         END-IF
006200     END-IF.
006210 4100-EXIT.
006220     EXIT.
006230
006240*-----------------------------------------------------------------
006250* 5000-SAVE-QUOTE - the next number off the control record
006260* (read for update, bumped, rewritten; created at one on the
006270* first quote ever), then the quote itself. A failed write
006280* backs the number out too.
006290*-----------------------------------------------------------------
006300 5000-SAVE-QUOTE.
006310     MOVE ZERO TO WS-QTE-KEY
006320     EXEC CICS READ
006330         DATASET('QTEMST')
006340         INTO(QTE-MST-RECORD)
006350         RIDFLD(WS-QTE-KEY)
006360         KEYLENGTH(8)
006370         UPDATE
006380         RESP(WS-RESP-CODE)
006390         RESP2(WS-RESP2-CODE)
006400     END-EXEC
006410     EVALUATE TRUE
006420         WHEN WS-RESP-CODE = DFHRESP(NORMAL)
006430             ADD 1 TO QTE-CTL-LAST-NUMBER
006440             MOVE QTE-CTL-LAST-NUMBER TO WS-QUOTE-NUMBER
006450             EXEC CICS REWRITE
006460                 DATASET('QTEMST')
006470                 FROM(QTE-MST-RECORD)
006480                 RESP(WS-RESP-CODE)
006490                 RESP2(WS-RESP2-CODE)
006500             END-EXEC
006510         WHEN WS-RESP-CODE = DFHRESP(NOTFND)
006520             MOVE SPACES TO QTE-CTL-RECORD
006530             MOVE ZERO TO QTE-CTL-KEY
006540             MOVE 1 TO QTE-CTL-LAST-NUMBER
006550             MOVE 1 TO WS-QUOTE-NUMBER
006560             EXEC CICS WRITE
006570                 DATASET('QTEMST')
006580                 FROM(QTE-MST-RECORD)
006590                 RIDFLD(WS-QTE-KEY)
006600                 KEYLENGTH(8)
006610                 RESP(WS-RESP-CODE)
006620                 RESP2(WS-RESP2-CODE)
006630             END-EXEC
006640     END-EVALUATE
006650     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
006660         GO TO 5000-EXIT
006670     END-IF
006680
006690     MOVE SPACES TO QTE-MST-RECORD
006700     MOVE WS-QUOTE-NUMBER TO QTE-MST-NUMBER
006710     MOVE 'O' TO QTE-MST-STATUS
006720     MOVE WS-TODAY-DATE TO QTE-MST-QUOTE-DATE
006730     MOVE WS-EXPIRY-DATE TO QTE-MST-EXPIRY-DATE
006740     MOVE CA-USER-ID TO QTE-MST-USER-ID
006750     MOVE A TO QTE-MST-A
006760     MOVE B TO QTE-MST-B
006770     MOVE UNIT-CODE TO QTE-MST-UNIT-CODE
006780     MOVE CA-MATL-CLASS TO QTE-MST-MATL-CLASS
006790     MOVE RESULT TO QTE-MST-AREA
006800     IF WS-SHEET-FOUND
006810         MOVE SHT-MST-SHEET-CODE TO QTE-MST-SHEET-CODE
006820     END-IF
006830     MOVE WS-CUR-RATE TO QTE-MST-RATE
006840     MOVE WS-CHARGE TO QTE-MST-CHARGE
006850     MOVE WS-FUT-EFF-DATE TO QTE-MST-FUTURE-EFF-DATE
006860     MOVE WS-FUT-RATE TO QTE-MST-FUTURE-RATE
006870     MOVE ZERO TO QTE-MST-JOB-NUMBER
006880     MOVE ZERO TO QTE-MST-BILL-DATE
006890     MOVE WS-QUOTE-NUMBER TO WS-QTE-KEY
006900     EXEC CICS WRITE
006910         DATASET('QTEMST')
006920         FROM(QTE-MST-RECORD)
006930         RIDFLD(WS-QTE-KEY)
006940         KEYLENGTH(8)
006950         RESP(WS-RESP-CODE)
006960         RESP2(WS-RESP2-CODE)
006970     END-EXEC
006980     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
006990         EXEC CICS SYNCPOINT ROLLBACK
007000         END-EXEC
007010     END-IF.
007020 5000-EXIT.
007030     EXIT.
007040
007050*-----------------------------------------------------------------
007060* 6000-FORMAT-ANSWER - the three answer lines off the quote
007070* just saved.
007080*-----------------------------------------------------------------
007090 6000-FORMAT-ANSWER.
007100     MOVE WS-QUOTE-NUMBER TO WS-Q-NUMBER
007110     MOVE RESULT TO WS-Q-AREA
007120     MOVE WS-CUR-RATE TO WS-Q-RATE
007130     MOVE WS-CHARGE TO WS-Q-CHARGE
007140     MOVE WS-EXPIRY-DATE TO WS-Q-EXPIRY
007150     MOVE WS-QUOTE-LINE TO CA-ANSWER-LINE
007160     IF WS-SHEET-FOUND
007170         MOVE SHT-MST-SHEET-CODE TO WS-S-CODE
007180         MOVE SHT-MST-WIDTH TO WS-S-WIDTH
007190         MOVE SHT-MST-LENGTH TO WS-S-LENGTH
007200         MOVE SHT-MST-AREA TO WS-S-AREA
007210         MOVE WS-SHEET-LINE TO CA-SHEET-LINE
007220     ELSE
007230         MOVE WS-NO-SHEET-LINE TO CA-SHEET-LINE
007240     END-IF
007250     IF WS-FUTURE-FOUND
007260         MOVE CA-MATL-CLASS TO WS-W-CLASS
007270         MOVE WS-FUT-RATE TO WS-W-RATE
007280         MOVE WS-FUT-EFF-DATE TO WS-W-DATE
007290         MOVE WS-WARNING-LINE TO CA-WARNING-LINE
007300     ELSE
007310         MOVE WS-NO-WARNING-LINE TO CA-WARNING-LINE
007320     END-IF.
007330 6000-EXIT.
007340     EXIT.
