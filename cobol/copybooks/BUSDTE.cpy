000010*****************************************************************
000020* COPYBOOK   : BUSDTE                                          *
000030* FUNCTION   : Business-date control record - the one date the *
000040*   whole nightly stream stamps on its records. BUSDSET writes *
000050*   it as the first step of the stream (from the BUSCTL card   *
000060*   when operations supply one for a rerun, otherwise the      *
000070*   machine date at the start of the night), and every nightly *
000080*   program reads it back through BUSDRD - so a night that     *
000090*   runs past midnight, or a failed night rerun the next       *
000100*   morning, still posts under the night's own date.           *
000110*****************************************************************
000120 01  BUS-DTE-RECORD.
000130     05  BUS-DTE-BUSINESS-DATE   PIC 9(08).
000140*    when and how the date was set
000150     05  BUS-DTE-SET-DATE        PIC 9(08).
000160     05  BUS-DTE-SET-TIME        PIC 9(06).
000170     05  BUS-DTE-SOURCE          PIC X(01).
000180         88  BUS-DTE-FROM-CARD           VALUE 'C'.
000190         88  BUS-DTE-FROM-CLOCK          VALUE 'M'.
000200     05  FILLER                  PIC X(57).
