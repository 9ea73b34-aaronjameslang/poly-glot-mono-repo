000010*****************************************************************
000020* COPYBOOK   : CHGPND                                          *
000030* FUNCTION   : Pending-change record - one per rule or rate    *
000040*   change waiting on a second operator's approval. PRMMNT     *
000050*   (parameter update), DIVMNT (divisor ADD / RETIRE card) and *
000060*   RATMNT (rate ADD / CANCEL card) queue the change here      *
000070*   instead of applying it; it takes effect only when a        *
000080*   different operator holding approval authority ('A' on      *
000090*   OPRAUT for the same function) approves it by request id,   *
000100*   and only on or before its expiry date (the third day       *
000110*   after the request). The record then keeps who approved it  *
000120*   and when; PRMSNAP lists what is still pending each night.  *
000130*   A VSAM KSDS keyed by function and request id (26 bytes at  *
000140*   offset 0), shared by the online region and the batch       *
000150*   maintenance programs.                                      *
000160*****************************************************************
000170 01  CHG-PND-RECORD.
000180     05  CHG-PND-KEY.
000190         10  CHG-PND-FUNCTION    PIC X(08).
000200*        the request id quoted on the approval - the request's
000210*        date and time plus a sequence number that keeps two
000220*        requests in the same second apart
000230         10  CHG-PND-REQUEST-ID.
000240             15  CHG-PND-REQ-DATE    PIC 9(08).
000250             15  CHG-PND-REQ-TIME    PIC 9(06).
000260             15  CHG-PND-REQ-SEQ     PIC 9(04).
000270     05  CHG-PND-STATUS          PIC X(01).
000280         88  CHG-PND-PENDING             VALUE 'P'.
000290         88  CHG-PND-APPROVED            VALUE 'A'.
000300         88  CHG-PND-EXPIRED             VALUE 'X'.
000310*            approved, but the change no longer applied (for
000320*            example the entry it retired was already gone)
000330         88  CHG-PND-REFUSED             VALUE 'R'.
000340     05  CHG-PND-REQUESTER       PIC X(08).
000350     05  CHG-PND-EXPIRE-DATE     PIC 9(08).
000360     05  CHG-PND-APPROVER        PIC X(08).
000370     05  CHG-PND-APPR-DATE       PIC 9(08).
000380     05  CHG-PND-APPR-TIME       PIC 9(06).
000390*    the change itself - DIVMNT and RATMNT keep the maintenance
000400*    card as keyed; PRMMNT keeps the new parameter values
000410     05  CHG-PND-CHANGE          PIC X(80).
000420     05  CHG-PND-PRM-VALUES REDEFINES CHG-PND-CHANGE.
000430         10  CHG-PND-NEW-TOLERANCE   PIC 9(03).
000440         10  CHG-PND-NEW-MODE        PIC 9(01).
000450         10  CHG-PND-NEW-MIN-DIM     PIC 9(08).
000460         10  CHG-PND-NEW-MAX-DIM     PIC 9(08).
000470         10  FILLER                  PIC X(60).
000480     05  FILLER                  PIC X(15).
