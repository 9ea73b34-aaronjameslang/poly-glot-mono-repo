000250*   master record carries no sheet class, is footed on the      *
000260*   report as unclassed and kept out of the posting; the run    *
000270*   ends with return code 4 so the sheet master gets fixed.     *
000271*                                                               *
000273*   Either mode, each class's two bases are appended to the     *
000275*   SHTHIS consumption history, so the monthly margin report    *
000276*   can cost past nights on the sheet basis after their cut     *
000278*   plans are gone.                                             *
000280*****************************************************************
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. SHTCONS.
000394*                 that STKINV and the alerts are per plant -
000396*                 each floor's nesting stream posts its own
000398*                 rack.
000399* 2026-10-05 DRO  Passes STKUPDT the draw movement code now that
000400*                 the same front-end gives area back for BCHREV.
000401* 2026-10-07 DRO  Takes the run date from the BUSDTE business-date
000402*                 record (BUSDRD) instead of the machine clock,
000403*                 and prints it with the run time under the title.
000404* 2026-10-10 DRO  Appends each class's area and sheet bases for
000405*                 the run to the SHTHIS consumption history.
000406*-----------------------------------------------------------------
000410
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000540     SELECT ALERT-FILE ASSIGN TO STKALT
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS WS-ALT-STATUS.
000562     SELECT HISTORY-FILE ASSIGN TO SHTHIS
000565         ORGANIZATION IS SEQUENTIAL
000567         FILE STATUS IS WS-HIS-STATUS.
000570     SELECT BALANCE-REPORT-FILE ASSIGN TO SHTCONSR
000580         ORGANIZATION IS SEQUENTIAL.
000590
000750     RECORDING MODE IS F.
000760     COPY STKALT.
000770
000772 FD  HISTORY-FILE
000774     RECORDING MODE IS F.
000776     COPY SHTHIS.
000778
000780 FD  BALANCE-REPORT-FILE
000790     RECORDING MODE IS F.
000800 01  REPORT-LINE                 PIC X(80).
000930 77  WS-MST-STATUS       PIC X(02)      VALUE SPACES.
000940 77  WS-PLN-STATUS       PIC X(02)      VALUE SPACES.
000950 77  WS-ALT-STATUS       PIC X(02)      VALUE SPACES.
000955 77  WS-HIS-STATUS       PIC X(02)      VALUE SPACES.
000960
000970*-----------------------------------------------------------------
000980* RUN CONTROL AND COUNTERS
000990*-----------------------------------------------------------------
001000 77  WS-RUN-DATE         PIC 9(08)      VALUE ZERO.
001001 77  WS-RUN-STAMP        PIC X(80)      VALUE SPACES.
001002 77  WS-BUSD-STATUS      PIC X(02)      VALUE SPACES.
001003 77  WS-PLANT-CODE       PIC X(02)      VALUE '01'.
001010 77  WS-PLN-READ-COUNT   PIC 9(08) COMP VALUE ZERO.
001020 77  WS-UNCLASSED-COUNT  PIC 9(08) COMP VALUE ZERO.
001030 77  WS-TOT-AREA-BASIS   PIC 9(12)      VALUE ZERO.
002130     IF WS-SHEET-MODE
002140         PERFORM 4000-POST-INVENTORY THRU 4000-EXIT
002150     END-IF
002155     PERFORM 4500-WRITE-HISTORY THRU 4500-EXIT
002160     PERFORM 5000-PRINT-BALANCE THRU 5000-EXIT
002170     PERFORM 9000-TERMINATE THRU 9000-EXIT
002180     GOBACK.
002230* nothing on the plan can be classed, so the run stops.
002240*-----------------------------------------------------------------
002250 1000-INITIALIZE.
002252     CALL 'BUSDRD' USING BY REFERENCE WS-RUN-DATE
002254                         BY REFERENCE WS-RUN-STAMP
002256                         BY REFERENCE WS-BUSD-STATUS
002258     END-CALL
002261     IF WS-BUSD-STATUS NOT = '00'
002263         DISPLAY 'SHTCONS - BUSDTE NOT AVAILABLE, STATUS = '
002265             WS-BUSD-STATUS ' - RUNNING UNDER THE MACHINE DATE'
002267     END-IF
002270     OPEN INPUT MODE-FILE
002280     IF WS-CMD-STATUS = '00'
002290         READ MODE-FILE
004380                          BY REFERENCE WS-STK-PROJ-AREA
004390                          BY REFERENCE WS-STK-REORDER
004400                          BY REFERENCE WS-STK-STATUS
004405                          BY CONTENT 'D'
004410     END-CALL
004420     MOVE WS-STK-PROJ-AREA TO WS-CLS-PROJ-AREA (CLS-IDX)
004430     MOVE WS-STK-REORDER TO WS-CLS-REORDER (CLS-IDX)
004590     END-IF.
004600 4100-EXIT.
004610     EXIT.
004611
004612*-----------------------------------------------------------------
004613* 4500-WRITE-HISTORY - one SHTHIS record per class footed, in
004614* either mode. A history that cannot be opened is reported and
004615* skipped; tonight's posting has already been made and must not
004616* be backed out over a report file.
004617*-----------------------------------------------------------------
004618 4500-WRITE-HISTORY.
004619     IF WS-CLS-COUNT = 0
004620         GO TO 4500-EXIT
004621     END-IF
004622     OPEN EXTEND HISTORY-FILE
004623     IF WS-HIS-STATUS = '35' OR WS-HIS-STATUS = '05'
004624         OPEN OUTPUT HISTORY-FILE
004625         CLOSE HISTORY-FILE
004626         OPEN EXTEND HISTORY-FILE
004627     END-IF
004628     IF WS-HIS-STATUS NOT = '00'
004629         DISPLAY 'SHTCONS - SHTHIS OPEN FAILED, STATUS = '
004630             WS-HIS-STATUS ' - CONSUMPTION HISTORY NOT WRITTEN'
004631         MOVE 4 TO RETURN-CODE
004632         GO TO 4500-EXIT
004633     END-IF
004634     PERFORM 4550-WRITE-ONE-CLASS THRU 4550-EXIT
004635         VARYING CLS-IDX FROM 1 BY 1
004636         UNTIL CLS-IDX > WS-CLS-COUNT
004637     CLOSE HISTORY-FILE.
004638 4500-EXIT.
004639     EXIT.
004640
004641 4550-WRITE-ONE-CLASS.
004642     MOVE SPACES TO SHT-HIS-RECORD
004643     MOVE WS-RUN-DATE TO SHT-HIS-RUN-DATE
004644     MOVE WS-PLANT-CODE TO SHT-HIS-PLANT
004645     MOVE WS-CLS-CLASS (CLS-IDX) TO SHT-HIS-SHEET-CLASS
004646     MOVE WS-CLS-AREA-BASIS (CLS-IDX) TO SHT-HIS-AREA-BASIS
004647     MOVE WS-CLS-SHEETS (CLS-IDX) TO SHT-HIS-SHEETS
004648     MOVE WS-CLS-SHEET-BASIS (CLS-IDX) TO SHT-HIS-SHEET-BASIS
004649     WRITE SHT-HIS-RECORD.
004650 4550-EXIT.
004651     EXIT.
004652
004653*-----------------------------------------------------------------
004654* 5000-PRINT-BALANCE - both bases per class side by side, the
004655* run totals, and (under sheet mode) the projected-stock line
004660* per class posted.
004670*-----------------------------------------------------------------
004680 5000-PRINT-BALANCE.
004690     OPEN OUTPUT BALANCE-REPORT-FILE
004700     MOVE WS-HEADING1 TO REPORT-LINE
004710     WRITE REPORT-LINE
004713     MOVE WS-RUN-STAMP TO REPORT-LINE
004716     WRITE REPORT-LINE
004720     IF WS-SHEET-MODE
004730         MOVE 'S - SHEETS POSTED TO STKINV  '
004740             TO WS-M-MODE
