000010*****************************************************************
000020* COPYBOOK   : BILHTR                                          *
000030* FUNCTION   : Billing-hold transaction keyed by the office    *
000040*   and posted to BILHLD by BILHMNT:                           *
000050*     H  hold - keeps the job's lines off the billing extract  *
000060*        (reason D dispute or O other, with the user and a     *
000070*        line of text saying why)                              *
000080*     R  release - the job's parked lines go out on the next   *
000090*        BILLEXT transmission                                  *
000100*****************************************************************
000110 01  BIL-HTR-RECORD.
000120     05  BIL-HTR-TYPE            PIC X(01).
000130         88  BIL-HTR-HOLD                VALUE 'H'.
000140         88  BIL-HTR-RELEASE             VALUE 'R'.
000150     05  BIL-HTR-JOB-NUMBER      PIC 9(08).
000160     05  BIL-HTR-JOB-NUMBER-X REDEFINES BIL-HTR-JOB-NUMBER
000170                                 PIC X(08).
000180     05  BIL-HTR-REASON          PIC X(01).
000190     05  BIL-HTR-USER            PIC X(08).
000200     05  BIL-HTR-REASON-TEXT     PIC X(30).
000210     05  FILLER                  PIC X(32).
