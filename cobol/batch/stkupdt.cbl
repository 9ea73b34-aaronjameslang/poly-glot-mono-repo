000120*   and reorder point back so the caller can decide whether     *
000130*   to raise a reorder alert. A class with no inventory         *
000140*   record comes back with status '23' and nothing changed.     *
000141*                                                               *
000142*   The movement code says which way the area moves: 'D' draws  *
000143*   it off the rack for the night's cutting, 'G' gives it back  *
000144*   when a posted night is backed out (BCHREV) - same record,   *
000145*   same rewrite, one front-end for both directions.            *
000146*   'R' draws a saw recut (RCTPST) off the rack the same way    *
000147*   but leaves the night's running draw alone - the recut is    *
000148*   not part of any night's posting.                            *
000150*****************************************************************
000160 IDENTIFICATION DIVISION.
000170 PROGRAM-ID. STKUPDT.
000330*                 inquiry can show tonight's draw. Records
000340*                 written before the fields existed (blank)
000350*                 start fresh on their first posting.
000351* 2026-10-05 MPR  Takes a movement code: 'D' draws as before, 'G'
000352*                 gives the area back onto the rack (capped at
000353*                 the field) and off the running draw, for the
000354*                 BCHREV reversal of a bad night.
000355* 2026-10-07 MPR  Stamps LAST-RUN-DATE with the business date
000356*                 from BUSDTE (BUSDRD, first call), not the clock.
000357* 2026-10-15 MPR  Takes movement code 'R' for an RCTPST saw recut
000358*                 - off the rack like a draw, but kept off the
000359*                 running draw so BCHREV never gives it back.
000360*-----------------------------------------------------------------
000370
000380 ENVIRONMENT DIVISION.
000510
000520 WORKING-STORAGE SECTION.
000530 77  WS-INV-FILE-STATUS  PIC X(02)      VALUE SPACES.
000540 77  WS-RUN-DATE         PIC 9(08)      VALUE ZERO.
000542 77  WS-RUN-STAMP        PIC X(80)      VALUE SPACES.
000544 77  WS-BUSD-STATUS      PIC X(02)      VALUE SPACES.
000550
000560 LINKAGE SECTION.
000570 01  PLANT-CODE          PIC X(02).
000600 01  PROJECTED-AREA      PIC 9(12).
000610 01  REORDER-POINT       PIC 9(12).
000620 01  STATUS-CODE         PIC X(02).
000622 01  MOVEMENT-CODE       PIC X(01).
000624     88  MOVEMENT-DRAW               VALUE 'D'.
000626     88  MOVEMENT-GIVE-BACK          VALUE 'G'.
000628     88  MOVEMENT-RECUT              VALUE 'R'.
000630
000640 PROCEDURE DIVISION USING PLANT-CODE SHEET-CLASS USED-AREA
000650         PROJECTED-AREA REORDER-POINT STATUS-CODE MOVEMENT-CODE.
000660*****************************************************************
000670* 0000-MAINLINE
000680*****************************************************************
000690 0000-MAINLINE.
000700     IF WS-RUN-DATE = ZERO
000701        CALL 'BUSDRD' USING BY REFERENCE WS-RUN-DATE
000702                            BY REFERENCE WS-RUN-STAMP
000703                            BY REFERENCE WS-BUSD-STATUS
000704        END-CALL
000705     END-IF
000710     MOVE '00' TO STATUS-CODE
000720     MOVE ZERO TO PROJECTED-AREA
000730     MOVE ZERO TO REORDER-POINT
000860             GO TO 0000-EXIT
000870     END-READ
000880
000890*    an unknown movement code changes nothing
000900     IF NOT MOVEMENT-DRAW AND NOT MOVEMENT-GIVE-BACK
000910             AND NOT MOVEMENT-RECUT
000920         MOVE '98' TO STATUS-CODE
000922         CLOSE STK-INV-FILE
000924         GO TO 0000-EXIT
000930     END-IF
000940     EVALUATE TRUE
000950         WHEN MOVEMENT-GIVE-BACK
000960             PERFORM 2000-GIVE-BACK-AREA THRU 2000-EXIT
000970         WHEN MOVEMENT-RECUT
000980             PERFORM 3000-RECUT-AREA THRU 3000-EXIT
000990         WHEN OTHER
001000             PERFORM 1000-DRAW-AREA THRU 1000-EXIT
001010     END-EVALUATE
001040     REWRITE STK-INV-RECORD
001050         INVALID KEY
001060             MOVE '99' TO STATUS-CODE
001110     CLOSE STK-INV-FILE.
001120 0000-EXIT.
001130     GOBACK.
001132
001134*-----------------------------------------------------------------
001136* 1000-DRAW-AREA - the night's consumption comes off the rack
001138* (never below zero) and onto the running draw.
001140*-----------------------------------------------------------------
001142 1000-DRAW-AREA.
001144     IF USED-AREA > STK-INV-ON-HAND-AREA
001146         MOVE ZERO TO STK-INV-ON-HAND-AREA
001148     ELSE
001150         SUBTRACT USED-AREA FROM STK-INV-ON-HAND-AREA
001152     END-IF
001154*    the running draw for tonight's run - a fresh date (or a
001156*    record from before the fields existed) starts it over
001158     IF STK-INV-LAST-RUN-DATE NUMERIC
001160             AND STK-INV-RUN-USED-AREA NUMERIC
001162             AND STK-INV-LAST-RUN-DATE = WS-RUN-DATE
001164         ADD USED-AREA TO STK-INV-RUN-USED-AREA
001166     ELSE
001168         MOVE WS-RUN-DATE TO STK-INV-LAST-RUN-DATE
001170         MOVE USED-AREA TO STK-INV-RUN-USED-AREA
001172     END-IF.
001174 1000-EXIT.
001176     EXIT.
001178
001180*-----------------------------------------------------------------
001182* 2000-GIVE-BACK-AREA - a backed-out night's consumption goes
001184* back on the rack (capped at the field rather than wrapping)
001186* and comes off the running draw (never below zero). The
001188* last-run date is left alone - it still names the last night
001190* that drew.
001192*-----------------------------------------------------------------
001194 2000-GIVE-BACK-AREA.
001196     COMPUTE STK-INV-ON-HAND-AREA =
001198         STK-INV-ON-HAND-AREA + USED-AREA
001200         ON SIZE ERROR
001202             MOVE 999999999999 TO STK-INV-ON-HAND-AREA
001204     END-COMPUTE
001206     IF STK-INV-RUN-USED-AREA NOT NUMERIC
001208             OR USED-AREA > STK-INV-RUN-USED-AREA
001210         MOVE ZERO TO STK-INV-RUN-USED-AREA
001212     ELSE
001214         SUBTRACT USED-AREA FROM STK-INV-RUN-USED-AREA
001216     END-IF.
001218 2000-EXIT.
001220     EXIT.
001222
001224*-----------------------------------------------------------------
001226* 3000-RECUT-AREA - a saw recut comes off the rack (never below
001228* zero). The running draw and last-run date belong to the
001230* night's posting and are left as they are.
001232*-----------------------------------------------------------------
001234 3000-RECUT-AREA.
001236     IF USED-AREA > STK-INV-ON-HAND-AREA
001238         MOVE ZERO TO STK-INV-ON-HAND-AREA
001240     ELSE
001242         SUBTRACT USED-AREA FROM STK-INV-ON-HAND-AREA
001244     END-IF.
001246 3000-EXIT.
001248     EXIT.
