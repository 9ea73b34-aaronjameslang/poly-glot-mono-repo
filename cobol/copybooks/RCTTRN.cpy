000010*****************************************************************
000020* COPYBOOK   : RCTTRN                                          *
000030* FUNCTION   : Saw recut transaction keyed by the floor - one  *
000040*   per panel cut wrong and cut again off another sheet: the   *
000050*   job, why it was recut, and the stock area the recut used.  *
000060*   RCTPST draws the area off STKINV and files the recut on    *
000070*   RCTHIS against the job's original BCHOUT/CUTPLN result.    *
000080*****************************************************************
000090 01  RCT-TRN-RECORD.
000100     05  RCT-TRN-JOB-NUMBER      PIC 9(08).
000110     05  RCT-TRN-REASON          PIC X(01).
000120         88  RCT-TRN-MIS-MEASURE         VALUE 'M'.
000130         88  RCT-TRN-BLADE-DRIFT         VALUE 'B'.
000140         88  RCT-TRN-MATERIAL-FLAW       VALUE 'F'.
000150         88  RCT-TRN-SPEC-CHANGE         VALUE 'S'.
000160         88  RCT-TRN-REASON-VALID        VALUE 'M' 'B' 'F' 'S'.
000170     05  RCT-TRN-AREA            PIC 9(12).
000180     05  RCT-TRN-AREA-X REDEFINES RCT-TRN-AREA
000190                                 PIC X(12).
000200*    the day the recut was made (zero or blank - today)
000210     05  RCT-TRN-DATE            PIC 9(08).
000220     05  RCT-TRN-USER-ID         PIC X(08).
000230     05  FILLER                  PIC X(43).
