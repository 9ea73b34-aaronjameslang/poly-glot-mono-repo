000010*****************************************************************
000020* COPYBOOK   : JOBSTS                                          *
000030* FUNCTION   : Job-status return record sent back to the order *
000040*   system after the night balances - one detail per job       *
000050*   record received on BCHIN (plus one per job resubmitted     *
000060*   from BCHCOR), between a header carrying the business date  *
000070*   and a trailer whose received count balances against the    *
000080*   BCHIN trailer's expected count. Written by JOBSTAT.        *
000090*                                                              *
000100*   All three views redefine one 100-byte record; the first    *
000110*   byte says which applies, as on the BILLEXT extract.        *
000120*****************************************************************
000130 01  JOB-STS-RECORD.
000140     05  JOB-STS-REC-TYPE        PIC X(01).
000150         88  JOB-STS-HEADER              VALUE 'H'.
000160         88  JOB-STS-DETAIL              VALUE 'D'.
000170         88  JOB-STS-TRAILER             VALUE 'T'.
000180     05  FILLER                  PIC X(99).
000190
000200 01  JOB-STS-HDR REDEFINES JOB-STS-RECORD.
000210     05  FILLER                  PIC X(01).
000220*    the night's business date, and the date on the BCHIN
000230*    header being answered (the same on any night BCHEDIT let
000240*    through)
000250     05  JOB-STS-HDR-RUN-DATE    PIC 9(08).
000260     05  JOB-STS-HDR-XMIT-DATE   PIC 9(08).
000270     05  FILLER                  PIC X(83).
000280
000290 01  JOB-STS-DTL REDEFINES JOB-STS-RECORD.
000300     05  FILLER                  PIC X(01).
000310*    the job number exactly as received
000320     05  JOB-STS-JOB-NUMBER      PIC X(08).
000330     05  JOB-STS-DISPOSITION     PIC X(01).
000340         88  JOB-STS-COMPUTED            VALUE 'C'.
000350         88  JOB-STS-N-REJECTED          VALUE 'T'.
000360         88  JOB-STS-PANEL-REJECTED      VALUE 'D'.
000370         88  JOB-STS-EDIT-REJECTED       VALUE 'E'.
000380         88  JOB-STS-RESUBMITTED         VALUE 'R'.
000390         88  JOB-STS-UNACCOUNTED         VALUE 'U'.
000400     05  JOB-STS-REASON          PIC X(40).
000410*    the BCHOUT day-flag and stock area, and the PNLOUT charge -
000420*    zero when the job was not computed or not priced
000430     05  JOB-STS-DAY-FLAG        PIC 9(08).
000440     05  JOB-STS-AREA            PIC 9(10).
000450     05  JOB-STS-CHARGE          PIC 9(07)V9(02).
000460     05  JOB-STS-RUN-DATE        PIC 9(08).
000470     05  FILLER                  PIC X(15).
000480
000490 01  JOB-STS-TRL REDEFINES JOB-STS-RECORD.
000500     05  FILLER                  PIC X(01).
000510*    the BCHIN trailer's expected count, and the BCHIN job
000520*    records answered - equal on a balanced file
000530     05  JOB-STS-TRL-EXPECTED    PIC 9(08).
000540     05  JOB-STS-TRL-RECEIVED    PIC 9(08).
000550     05  JOB-STS-TRL-RESUBMITTED PIC 9(08).
000560*    every detail record, received plus resubmitted
000570     05  JOB-STS-TRL-COUNT       PIC 9(08).
000580     05  JOB-STS-TRL-AREA-TOTAL  PIC 9(13).
000590     05  JOB-STS-TRL-CHARGE-TOT  PIC 9(11)V9(02).
000600     05  FILLER                  PIC X(41).
