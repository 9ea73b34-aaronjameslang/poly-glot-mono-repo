000010*****************************************************************
000020* COPYBOOK   : RCTHIS                                          *
000030* FUNCTION   : Recut history record - one per saw recut RCTPST *
000040*   posts, carrying the cause and the area the recut drew off  *
000050*   STKINV next to what the job was originally computed at:    *
000060*   the BCHOUT run date and area total and the CUTPLN sheet it *
000070*   was nested on (both as JOBTRL last recorded them), and the *
000080*   job's customer from the order master. RCTQRPT reads a      *
000090*   month of it for the quality-cause report.                  *
000100*****************************************************************
000110 01  RCT-HIS-RECORD.
000120     05  RCT-HIS-DATE            PIC 9(08).
000130     05  RCT-HIS-JOB-NUMBER      PIC 9(08).
000140*    M - mis-measure, B - blade drift, F - material flaw,
000150*    S - spec change
000160     05  RCT-HIS-REASON          PIC X(01).
000170         88  RCT-HIS-MIS-MEASURE         VALUE 'M'.
000180         88  RCT-HIS-BLADE-DRIFT         VALUE 'B'.
000190         88  RCT-HIS-MATERIAL-FLAW       VALUE 'F'.
000200         88  RCT-HIS-SPEC-CHANGE         VALUE 'S'.
000210     05  RCT-HIS-PLANT           PIC X(02).
000220     05  RCT-HIS-SHEET-CLASS     PIC X(02).
000230*    zero when the job has no order-master customer number
000240     05  RCT-HIS-CUST-NUMBER     PIC 9(08).
000250     05  RCT-HIS-AREA            PIC 9(12).
000260*    the original result the recut is charged against
000270     05  RCT-HIS-ORIG-AREA       PIC 9(10).
000280     05  RCT-HIS-ORIG-RUN-DATE   PIC 9(08).
000290     05  RCT-HIS-SHEET-SEQ       PIC 9(06).
000300     05  RCT-HIS-SHEET-CODE      PIC X(04).
000310     05  RCT-HIS-USER-ID         PIC X(08).
000320     05  FILLER                  PIC X(03).
