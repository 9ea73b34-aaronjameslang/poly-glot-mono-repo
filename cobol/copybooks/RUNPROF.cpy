000210     05  RP-MIN-DIM              PIC 9(08).
000220     05  RP-MAX-DIM              PIC 9(08).
000230     05  RP-LIM-SOURCE           PIC X(01).
000240*    rule and rate changes queued on CHGPND, not yet approved and
000250*    still within their expiry date, and how many lapsed past it
000255*    since the last snapshot (PRMSNAP marks those expired)
000260     05  RP-PENDING-COUNT        PIC 9(03).
000270     05  RP-EXPIRED-COUNT        PIC 9(03).
000280     05  FILLER                  PIC X(14).
