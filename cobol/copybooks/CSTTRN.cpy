000010*****************************************************************
000020* COPYBOOK   : CSTTRN                                          *
000030* FUNCTION   : Customer-transaction record applied to the      *
000040*   CSTMST customer master by CSTMNT - one per keyed action:   *
000050*   ADD a customer, CHANGE its name/address/terms, INACT it    *
000060*   (no new orders; the history stays) or REACT it again. The  *
000070*   customer number and terms days are carried as display      *
000080*   fields so CSTMNT can edit them before they reach the       *
000090*   master; the user id feeds the audit trail. On a CHANGE a   *
000100*   blank field means "leave that field alone".                *
000110*****************************************************************
000120 01  CST-TRN-RECORD.
000130     05  CST-TRN-ACTION          PIC X(06).
000140         88  CST-TRN-ADD                 VALUE 'ADD   '.
000150         88  CST-TRN-CHANGE              VALUE 'CHANGE'.
000160         88  CST-TRN-INACTIVATE          VALUE 'INACT '.
000170         88  CST-TRN-REACTIVATE          VALUE 'REACT '.
000180     05  CST-TRN-NUMBER          PIC X(08).
000190     05  CST-TRN-NAME            PIC X(30).
000200     05  CST-TRN-ADDR-LINE-1     PIC X(30).
000210     05  CST-TRN-ADDR-LINE-2     PIC X(30).
000220     05  CST-TRN-CITY            PIC X(20).
000230     05  CST-TRN-STATE           PIC X(02).
000240     05  CST-TRN-POSTCODE        PIC X(10).
000250     05  CST-TRN-TERMS           PIC X(10).
000260     05  CST-TRN-TERMS-DAYS      PIC X(03).
000270     05  CST-TRN-USER-ID         PIC X(08).
000280     05  FILLER                  PIC X(03).
