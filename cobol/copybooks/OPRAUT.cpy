000030* FUNCTION   : Operator-authorization record, keyed by         *
000040*   operator and function - what each operator MAY do at the   *
000050*   online transactions, where PRMAUD only says what they DID. *
000060*   Authority 'D' is display-only, 'U' allows updates, and     *
000062*   'A' allows updates and the approval of another             *
000065*   operator's pending rule or rate change (CHGPND) at         *
000067*   PRMMNT, DIVMNT and RATMNT; an                              *
000070*   operator with no record for a function has no authority    *
000080*   at all. PRMMNT checks here before touching a parameter     *
000090*   file and logs refused updates to OPRVIO; STKINQ, JOBINQ    *
000095*   and RPTINQ (the report-archive browse) check for display   *
000100*   authority before answering; PNLQTE                         *
000102*   needs update authority to save a quote; OPRLIST            *
000110*   prints the current authorities. Operations loads the file  *
000120*   from cards with IDCAMS REPRO.                              *
000130*****************************************************************
000140 01  OPR-AUT-RECORD.
000150     05  OPR-AUT-KEY.
000180     05  OPR-AUT-AUTHORITY       PIC X(01).
000190         88  OPR-AUT-DISPLAY-ONLY        VALUE 'D'.
000200         88  OPR-AUT-UPDATE              VALUE 'U'.
000202*        update authority that may also approve another
000205*        operator's pending change - never its own
000207         88  OPR-AUT-APPROVE             VALUE 'A'.
000210     05  FILLER                  PIC X(63).
