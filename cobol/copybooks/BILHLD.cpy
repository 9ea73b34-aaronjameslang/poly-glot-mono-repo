000010*****************************************************************
000020* COPYBOOK   : BILHLD                                          *
000030* FUNCTION   : Billing-hold record, keyed by job number. A job *
000040*   on hold has its priced lines kept out of the BILLEXT       *
000050*   transmission: PNLDRV parks them on BILPRK instead, and     *
000060*   sends them on the first extract after the hold is          *
000070*   released. BILHMNT sets a hold by hand (a dispute, or any   *
000080*   other reason the office gives) or automatically, from an   *
000090*   open RECEXC reconciliation exception or a SPLWRK           *
000100*   special-handling flag, and releases it; BILHRPT prints     *
000110*   the value parked against each customer and how old it is.  *
000120*****************************************************************
000130 01  BIL-HLD-RECORD.
000140     05  BIL-HLD-JOB-NUMBER      PIC 9(08).
000150*    H - held, lines park on BILPRK
000160*    R - released, parked lines go on the next transmission
000170     05  BIL-HLD-STATUS          PIC X(01).
000180         88  BIL-HLD-HELD                VALUE 'H'.
000190         88  BIL-HLD-RELEASED            VALUE 'R'.
000200*    D - customer dispute              O - other (see text)
000210*    E - open RECEXC exception         S - SPLWRK special
000220*                                          handling not worked
000230     05  BIL-HLD-REASON          PIC X(01).
000240         88  BIL-HLD-DISPUTE             VALUE 'D'.
000250         88  BIL-HLD-OTHER               VALUE 'O'.
000260         88  BIL-HLD-EXCEPTION           VALUE 'E'.
000270         88  BIL-HLD-SPECIAL             VALUE 'S'.
000280         88  BIL-HLD-MANUAL-REASON       VALUE 'D' 'O'.
000290*    M - keyed by the office      A - set by the nightly run
000300     05  BIL-HLD-SOURCE          PIC X(01).
000310         88  BIL-HLD-MANUAL              VALUE 'M'.
000320         88  BIL-HLD-AUTOMATIC           VALUE 'A'.
000330     05  BIL-HLD-REASON-TEXT     PIC X(30).
000340     05  BIL-HLD-HOLD-DATE       PIC 9(08).
000350     05  BIL-HLD-HOLD-USER       PIC X(08).
000360     05  BIL-HLD-RELEASE-DATE    PIC 9(08).
000370     05  BIL-HLD-RELEASE-USER    PIC X(08).
000380*    the panel dimensions of the RECEXC exception behind an
000390*    automatic 'E' hold, so the hold lifts itself once EXCCOR
000400*    approves a correction for them
000410     05  BIL-HLD-EXC-A           PIC 9(08).
000420     05  BIL-HLD-EXC-B           PIC 9(08).
000430     05  FILLER                  PIC X(31).
