000010*****************************************************************
000020* PROGRAM-ID : BUSDRD                                          *
000030* AUTHOR     : M. PRZYBYLSKI, SCHEDULING SYSTEMS               *
000040* INSTALLATION : CUTTING-SHOP SYSTEMS                          *
000050* DATE-WRITTEN : 2026-10-07                                    *
000060*                                                              *
000070* FUNCTION : Answers the night's business date from the BUSDTE *
000080*   control record BUSDSET wrote at the start of the stream,   *
000090*   the same way CALCHK fronts SHOPCAL for its callers, and    *
000100*   builds the report line every nightly report prints under   *
000110*   its title - the business date the night posts under and    *
000120*   the wall-clock date and time the program actually ran.     *
000130*                                                              *
000140*   A BUSDTE that cannot be opened or is empty answers the     *
000150*   machine date, with the status passed up so the caller can  *
000160*   mention it and the report line saying so - a program run   *
000170*   outside the stream must still run.                         *
000180*****************************************************************
000190 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. BUSDRD.
000210 AUTHOR. M. PRZYBYLSKI, SCHEDULING SYSTEMS.
000220 INSTALLATION. CUTTING-SHOP SYSTEMS.
000230 DATE-WRITTEN. 2026-10-07.
000240 DATE-COMPILED.
000250
000260*-----------------------------------------------------------------
000270* MODIFICATION HISTORY
000280* DATE       BY   DESCRIPTION
000290* 2026-10-07 MPR  Initial version.
000300*-----------------------------------------------------------------
000310
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDTE
000360         ORGANIZATION IS SEQUENTIAL
000370         FILE STATUS IS WS-BUS-STATUS.
000380
000390 DATA DIVISION.
000400 FILE SECTION.
000410 FD  BUSINESS-DATE-FILE
000420     RECORDING MODE IS F.
000430     COPY BUSDTE.
000440
000450 WORKING-STORAGE SECTION.
000460 77  WS-BUS-STATUS       PIC X(02)      VALUE SPACES.
000470 77  WS-TODAY-DATE       PIC 9(08)      VALUE ZERO.
000480 01  WS-TIME-RAW             PIC 9(08)   VALUE ZERO.
000490 01  WS-TIME-RAW-R REDEFINES WS-TIME-RAW.
000500     05  WS-TIME-HH          PIC 9(02).
000510     05  WS-TIME-MM          PIC 9(02).
000520     05  WS-TIME-SS          PIC 9(02).
000530     05  FILLER              PIC 9(02).
000540
000550 01  WS-STAMP-LINE.
000560     05  FILLER              PIC X(15)   VALUE
000570         'BUSINESS DATE: '.
000580     05  WS-S-BUSINESS-DATE  PIC 9(08).
000590     05  FILLER              PIC X(11)   VALUE
000600         '   RUN AT: '.
000610     05  WS-S-RUN-DATE       PIC 9(08).
000620     05  FILLER              PIC X(01)   VALUE SPACE.
000630     05  WS-S-RUN-HH         PIC 9(02).
000640     05  FILLER              PIC X(01)   VALUE ':'.
000650     05  WS-S-RUN-MM         PIC 9(02).
000660     05  FILLER              PIC X(01)   VALUE ':'.
000670     05  WS-S-RUN-SS         PIC 9(02).
000680     05  WS-S-NOTE           PIC X(29).
000690
000700 LINKAGE SECTION.
000710 01  BUSINESS-DATE       PIC 9(08).
000720 01  STAMP-LINE          PIC X(80).
000730 01  STATUS-CODE         PIC X(02).
000740
000750 PROCEDURE DIVISION USING BUSINESS-DATE STAMP-LINE STATUS-CODE.
000760*****************************************************************
000770* 0000-MAINLINE
000780*****************************************************************
000790 0000-MAINLINE.
000800     MOVE '00' TO STATUS-CODE
000810     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
000820     ACCEPT WS-TIME-RAW FROM TIME
000830     MOVE WS-TODAY-DATE TO BUSINESS-DATE
000840     MOVE SPACES TO WS-S-NOTE
000850     OPEN INPUT BUSINESS-DATE-FILE
000860     IF WS-BUS-STATUS NOT = '00'
000870         MOVE WS-BUS-STATUS TO STATUS-CODE
000880         GO TO 0000-STAMP
000890     END-IF
000900     READ BUSINESS-DATE-FILE
000910         AT END
000920             MOVE '10' TO STATUS-CODE
000930         NOT AT END
000940             IF BUS-DTE-BUSINESS-DATE NUMERIC
000950                     AND BUS-DTE-BUSINESS-DATE > ZERO
000960                 MOVE BUS-DTE-BUSINESS-DATE TO BUSINESS-DATE
000970             ELSE
000980                 MOVE '10' TO STATUS-CODE
000990             END-IF
001000     END-READ
001010     CLOSE BUSINESS-DATE-FILE.
001020 0000-STAMP.
001030     IF STATUS-CODE NOT = '00'
001040         MOVE '  (NO BUSDTE - MACHINE DATE)' TO WS-S-NOTE
001050     END-IF
001060     MOVE BUSINESS-DATE TO WS-S-BUSINESS-DATE
001070     MOVE WS-TODAY-DATE TO WS-S-RUN-DATE
001080     MOVE WS-TIME-HH TO WS-S-RUN-HH
001090     MOVE WS-TIME-MM TO WS-S-RUN-MM
001100     MOVE WS-TIME-SS TO WS-S-RUN-SS
001110     MOVE WS-STAMP-LINE TO STAMP-LINE.
001120 0000-EXIT.
001130     GOBACK.
