000010*****************************************************************
000020* COPYBOOK   : CSTAUD                                          *
000030* FUNCTION   : Customer-master audit record - one per change   *
000040*   CSTMNT applies: who, when, the action, and the customer's  *
000050*   name, bill-to address, terms and status before and after,  *
000060*   the way ORDAUD audits the order master.                    *
000070*****************************************************************
000080 01  CST-AUD-RECORD.
000090     05  CST-AUD-DATE            PIC 9(08).
000100     05  CST-AUD-TIME            PIC 9(06).
000110     05  CST-AUD-USER-ID         PIC X(08).
000120     05  CST-AUD-ACTION          PIC X(06).
000130     05  CST-AUD-NUMBER          PIC 9(08).
000140     05  CST-AUD-OLD-IMAGE.
000150         10  CST-AUD-OLD-NAME        PIC X(30).
000160         10  CST-AUD-OLD-ADDR-1      PIC X(30).
000170         10  CST-AUD-OLD-ADDR-2      PIC X(30).
000180         10  CST-AUD-OLD-CITY        PIC X(20).
000190         10  CST-AUD-OLD-STATE       PIC X(02).
000200         10  CST-AUD-OLD-POSTCODE    PIC X(10).
000210         10  CST-AUD-OLD-TERMS       PIC X(10).
000220         10  CST-AUD-OLD-TERMS-DAYS  PIC 9(03).
000230         10  CST-AUD-OLD-STATUS      PIC X(01).
000240     05  CST-AUD-NEW-IMAGE.
000250         10  CST-AUD-NEW-NAME        PIC X(30).
000260         10  CST-AUD-NEW-ADDR-1      PIC X(30).
000270         10  CST-AUD-NEW-ADDR-2      PIC X(30).
000280         10  CST-AUD-NEW-CITY        PIC X(20).
000290         10  CST-AUD-NEW-STATE       PIC X(02).
000300         10  CST-AUD-NEW-POSTCODE    PIC X(10).
000310         10  CST-AUD-NEW-TERMS       PIC X(10).
000320         10  CST-AUD-NEW-TERMS-DAYS  PIC 9(03).
000330         10  CST-AUD-NEW-STATUS      PIC X(01).
000340     05  FILLER                  PIC X(12).
