000010*****************************************************************
000020* COPYBOOK   : BILATR                                          *
000030* FUNCTION   : Billing adjustment transaction keyed by the     *
000040*   office and validated by BILAMNT - a credit or debit        *
000050*   against one invoice line already sent on BILLEXT, named    *
000060*   by its transmission control number and line number. The    *
000070*   approver must be someone other than the requester.         *
000080*                                                              *
000090*   Reason codes:                                              *
000100*     AV  actuals variance - ACTRECN shows the saw used far    *
000110*         less (or more) than was billed                       *
000120*     GW  goodwill                                             *
000130*     PE  pricing error                                        *
000140*     OT  other                                                *
000150*****************************************************************
000160 01  BIL-ATR-RECORD.
000170     05  BIL-ATR-JOB-NUMBER      PIC 9(08).
000180     05  BIL-ATR-JOB-NUMBER-X REDEFINES BIL-ATR-JOB-NUMBER
000190                                 PIC X(08).
000200     05  BIL-ATR-ORIG-CONTROL-NO PIC 9(06).
000210     05  BIL-ATR-ORIG-LINE-NO    PIC 9(06).
000220     05  BIL-ATR-TYPE            PIC X(01).
000230         88  BIL-ATR-CREDIT              VALUE 'C'.
000240         88  BIL-ATR-DEBIT               VALUE 'D'.
000250     05  BIL-ATR-AMOUNT          PIC 9(07)V9(02).
000260     05  BIL-ATR-REASON          PIC X(02).
000270         88  BIL-ATR-REASON-VALID        VALUE 'AV' 'GW'
000280                                               'PE' 'OT'.
000290     05  BIL-ATR-REASON-TEXT     PIC X(20).
000300     05  BIL-ATR-REQUESTER       PIC X(08).
000310     05  BIL-ATR-APPROVER        PIC X(08).
000320     05  FILLER                  PIC X(12).
