000010*****************************************************************
000020* COPYBOOK   : QTEMST                                          *
000030* FUNCTION   : Panel price-quote record, keyed by quote number *
000040*   - one per quotation PNLQTE gives sales over the phone: the *
000050*   panel's A/B, unit code, and material class, the packed     *
000060*   stock area and the sheet it would nest on, the rate and    *
000070*   the charge quoted, and the date the quote runs out. An     *
000080*   ORDTRN ADD that cites a live quote marks it accepted with  *
000090*   the job number (ORDMNT); PNLDRV then bills that job at the *
000100*   quoted charge and marks the quote billed.                  *
000110*                                                              *
000120*   Record zero is the control record - the last quote number  *
000130*   given out, taken and rewritten under update by PNLQTE.     *
000140*****************************************************************
000150 01  QTE-MST-RECORD.
000160     05  QTE-MST-NUMBER          PIC 9(08).
000170*    O - open, may be cited by an order until the expiry date
000180*    A - accepted by the ORDTRN ADD for QTE-MST-JOB-NUMBER
000190*    B - billed by PNLDRV on QTE-MST-BILL-DATE
000200     05  QTE-MST-STATUS          PIC X(01).
000210         88  QTE-MST-OPEN                VALUE 'O'.
000220         88  QTE-MST-ACCEPTED            VALUE 'A'.
000230         88  QTE-MST-BILLED              VALUE 'B'.
000240     05  QTE-MST-QUOTE-DATE      PIC 9(08).
000250     05  QTE-MST-EXPIRY-DATE     PIC 9(08).
000260     05  QTE-MST-USER-ID         PIC X(08).
000270*    the panel as quoted - the order must match it to be
000280*    billed at the quoted charge
000290     05  QTE-MST-A               PIC 9(08).
000300     05  QTE-MST-B               PIC 9(08).
000310     05  QTE-MST-UNIT-CODE       PIC 9(02).
000320     05  QTE-MST-MATL-CLASS      PIC X(02).
000330*    the answer given
000340     05  QTE-MST-AREA            PIC 9(10).
000350     05  QTE-MST-SHEET-CODE      PIC X(04).
000360     05  QTE-MST-RATE            PIC 9(03)V9(04).
000370     05  QTE-MST-CHARGE          PIC 9(07)V9(02).
000380*    the earliest PNLRAT rate for the class dated after the
000390*    quote date and on or before the expiry date - the change
000400*    the quote warned about (zero when there was none)
000410     05  QTE-MST-FUTURE-EFF-DATE PIC 9(08).
000420     05  QTE-MST-FUTURE-RATE     PIC 9(03)V9(04).
000430*    set by ORDMNT on acceptance and PNLDRV on billing
000440     05  QTE-MST-JOB-NUMBER      PIC 9(08).
000450     05  QTE-MST-BILL-DATE       PIC 9(08).
000460     05  FILLER                  PIC X(36).
000470
000480*    the control record - QTE-MST-NUMBER zero
000490 01  QTE-CTL-RECORD REDEFINES QTE-MST-RECORD.
000500     05  QTE-CTL-KEY             PIC 9(08).
000510     05  QTE-CTL-LAST-NUMBER     PIC 9(08).
000520     05  FILLER                  PIC X(134).
