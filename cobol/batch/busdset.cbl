000010*****************************************************************
000020* PROGRAM-ID : BUSDSET                                         *
000030* AUTHOR     : M. PRZYBYLSKI, SCHEDULING SYSTEMS               *
000040* INSTALLATION : CUTTING-SHOP SYSTEMS                          *
000050* DATE-WRITTEN : 2026-10-07                                    *
000060*                                                              *
000070* FUNCTION : Sets the night's business date. Runs as the first *
000080*   step of the nightly stream and writes the one BUSDTE       *
000090*   control record every later program stamps its records      *
000100*   with (through BUSDRD), instead of each one asking the      *
000110*   machine clock - which gives the wrong date to everything   *
000120*   that runs after midnight, and to a failed night rerun the  *
000130*   next morning.                                              *
000140*                                                              *
000150*   The date comes from the BUSCTL card (cols 1-8, YYYYMMDD)   *
000160*   when operations supply one - the rerun case - and from the *
000170*   machine date otherwise, which at the start of the stream   *
000180*   is still the night's own date. A card date that is not a   *
000190*   valid date ends the run with return code 8 and leaves the  *
000200*   prior record in place, so the stream stops rather than     *
000210*   posting a night under a mistyped date.                     *
000220*****************************************************************
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID. BUSDSET.
000250 AUTHOR. M. PRZYBYLSKI, SCHEDULING SYSTEMS.
000260 INSTALLATION. CUTTING-SHOP SYSTEMS.
000270 DATE-WRITTEN. 2026-10-07.
000280 DATE-COMPILED.
000290
000300*-----------------------------------------------------------------
000310* MODIFICATION HISTORY
000320* DATE       BY   DESCRIPTION
000330* 2026-10-07 MPR  Initial version.
000340*-----------------------------------------------------------------
000350
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT CONTROL-FILE ASSIGN TO BUSCTL
000400         ORGANIZATION IS SEQUENTIAL
000410         FILE STATUS IS WS-CTL-STATUS.
000420     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDTE
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS WS-BUS-STATUS.
000450
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  CONTROL-FILE
000490     RECORDING MODE IS F.
000500 01  CONTROL-RECORD.
000510     05  CC-BUSINESS-DATE    PIC X(08).
000520     05  FILLER              PIC X(72).
000530
000540 FD  BUSINESS-DATE-FILE
000550     RECORDING MODE IS F.
000560     COPY BUSDTE.
000570
000580 WORKING-STORAGE SECTION.
000590*-----------------------------------------------------------------
000600* SWITCHES AND FILE STATUS
000610*-----------------------------------------------------------------
000620 77  WS-CARD-SW          PIC X(01)      VALUE 'N'.
000630     88  WS-CARD-SUPPLIED               VALUE 'Y'.
000640 77  WS-CTL-STATUS       PIC X(02)      VALUE SPACES.
000650 77  WS-BUS-STATUS       PIC X(02)      VALUE SPACES.
000660
000670*-----------------------------------------------------------------
000680* RUN CONTROL
000690*-----------------------------------------------------------------
000700 77  WS-TODAY-DATE       PIC 9(08)      VALUE ZERO.
000710*    ACCEPT FROM TIME returns HHMMSSss - the hundredths are
000720*    dropped for the record, keeping HHMMSS.
000730 77  WS-TIME-RAW         PIC 9(08)      VALUE ZERO.
000740 77  WS-TODAY-TIME       PIC 9(06)      VALUE ZERO.
000750 01  WS-CARD-DATE            PIC 9(08)   VALUE ZERO.
000760 01  WS-CARD-DATE-R REDEFINES WS-CARD-DATE.
000770     05  WS-CARD-YEAR        PIC 9(04).
000780     05  WS-CARD-MONTH       PIC 9(02).
000790     05  WS-CARD-DAY         PIC 9(02).
000800
000810 PROCEDURE DIVISION.
000820*****************************************************************
000830* 0000-MAINLINE
000840*****************************************************************
000850 0000-MAINLINE.
000860     PERFORM 1000-INITIALIZE THRU 1000-EXIT
000870     PERFORM 2000-WRITE-BUSINESS-DATE THRU 2000-EXIT
000880     GOBACK.
000890
000900*-----------------------------------------------------------------
000910* 1000-INITIALIZE - a missing or blank card means tonight runs
000920* under the machine date; anything else must be a real date.
000930*-----------------------------------------------------------------
000940 1000-INITIALIZE.
000950     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
000960     ACCEPT WS-TIME-RAW FROM TIME
000970     COMPUTE WS-TODAY-TIME = WS-TIME-RAW / 100
000980     OPEN INPUT CONTROL-FILE
000990     IF WS-CTL-STATUS NOT = '00'
001000         GO TO 1000-EXIT
001010     END-IF
001020     READ CONTROL-FILE
001030         NOT AT END
001040             IF CC-BUSINESS-DATE NOT = SPACES
001050                 MOVE 'Y' TO WS-CARD-SW
001060             END-IF
001070     END-READ
001080     CLOSE CONTROL-FILE
001090     IF NOT WS-CARD-SUPPLIED
001100         GO TO 1000-EXIT
001110     END-IF
001120     IF CC-BUSINESS-DATE NOT NUMERIC
001130         GO TO 1000-REFUSE
001140     END-IF
001150     MOVE CC-BUSINESS-DATE TO WS-CARD-DATE
001160     IF WS-CARD-YEAR < 2000
001170             OR WS-CARD-MONTH < 1 OR WS-CARD-MONTH > 12
001180             OR WS-CARD-DAY < 1 OR WS-CARD-DAY > 31
001190         GO TO 1000-REFUSE
001200     END-IF
001210     GO TO 1000-EXIT.
001220 1000-REFUSE.
001230     DISPLAY 'BUSDSET - BUSCTL DATE ' CC-BUSINESS-DATE
001240         ' IS NOT A VALID YYYYMMDD - BUSINESS DATE NOT SET'
001250     MOVE 8 TO RETURN-CODE
001260     GOBACK.
001270 1000-EXIT.
001280     EXIT.
001290
001300*-----------------------------------------------------------------
001310* 2000-WRITE-BUSINESS-DATE - the record is rewritten whole
001320* each night; there is only ever one.
001330*-----------------------------------------------------------------
001340 2000-WRITE-BUSINESS-DATE.
001350     OPEN OUTPUT BUSINESS-DATE-FILE
001360     IF WS-BUS-STATUS NOT = '00'
001370         DISPLAY 'BUSDSET - BUSDTE OPEN FAILED, STATUS = '
001380             WS-BUS-STATUS
001390         MOVE 12 TO RETURN-CODE
001400         GOBACK
001410     END-IF
001420     MOVE SPACES TO BUS-DTE-RECORD
001430     IF WS-CARD-SUPPLIED
001440         MOVE WS-CARD-DATE TO BUS-DTE-BUSINESS-DATE
001450         MOVE 'C' TO BUS-DTE-SOURCE
001460     ELSE
001470         MOVE WS-TODAY-DATE TO BUS-DTE-BUSINESS-DATE
001480         MOVE 'M' TO BUS-DTE-SOURCE
001490     END-IF
001500     MOVE WS-TODAY-DATE TO BUS-DTE-SET-DATE
001510     MOVE WS-TODAY-TIME TO BUS-DTE-SET-TIME
001520     WRITE BUS-DTE-RECORD
001530     CLOSE BUSINESS-DATE-FILE
001540     IF WS-CARD-SUPPLIED
001550         DISPLAY 'BUSDSET - BUSINESS DATE '
001560             BUS-DTE-BUSINESS-DATE ' SET FROM BUSCTL'
001570     ELSE
001580         DISPLAY 'BUSDSET - BUSINESS DATE '
001590             BUS-DTE-BUSINESS-DATE ' SET FROM MACHINE DATE'
001600     END-IF.
001610 2000-EXIT.
001620     EXIT.
001630
001640 END PROGRAM BUSDSET.
