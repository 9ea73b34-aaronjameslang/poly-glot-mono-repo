000010*****************************************************************
000020* COPYBOOK   : ORDAUD                                          *
000030* FUNCTION   : Order-master audit record - one per change      *
000040*   applied to ORDMST: who, when, the action, and the order's  *
000050*   due date, priority, status and customer (first twelve      *
000060*   characters) before and after. Written by ORDMNT for its    *
000070*   ADD / CHANGE / CLOSE actions and by JOBCMPL for a posted   *
000080*   completion (action COMPLT). A completion never changes     *
000090*   the customer, so on a COMPLT record the after-image        *
000100*   customer carries the completion date and plant instead.    *
000110*****************************************************************
000120 01  ORD-AUD-RECORD.
000130     05  ORD-AUD-DATE            PIC 9(08).
000140     05  ORD-AUD-TIME            PIC 9(06).
000150     05  ORD-AUD-USER-ID         PIC X(08).
000160     05  ORD-AUD-ACTION          PIC X(06).
000170         88  ORD-AUD-COMPLETION          VALUE 'COMPLT'.
000180     05  ORD-AUD-JOB-NUMBER      PIC 9(08).
000190     05  ORD-AUD-OLD-DUE-DATE    PIC 9(08).
000200     05  ORD-AUD-OLD-PRIORITY    PIC X(01).
000210     05  ORD-AUD-OLD-STATUS      PIC X(01).
000220     05  ORD-AUD-OLD-CUSTOMER    PIC X(12).
000230     05  ORD-AUD-NEW-DUE-DATE    PIC 9(08).
000240     05  ORD-AUD-NEW-PRIORITY    PIC X(01).
000250     05  ORD-AUD-NEW-STATUS      PIC X(01).
000260     05  ORD-AUD-NEW-CUSTOMER    PIC X(12).
000270     05  ORD-AUD-COMPLETION-DATA REDEFINES ORD-AUD-NEW-CUSTOMER.
000280         10  ORD-AUD-COMPLETE-DATE   PIC 9(08).
000290         10  ORD-AUD-COMPLETE-PLANT  PIC X(02).
000300         10  FILLER                  PIC X(02).
