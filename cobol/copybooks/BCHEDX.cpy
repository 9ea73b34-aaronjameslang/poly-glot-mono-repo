000010*****************************************************************
000020* COPYBOOK   : BCHEDX                                          *
000030* FUNCTION   : Pre-edit reject record - one per BCHIN job      *
000040*   record BCHEDIT left out of the staging file, carrying the  *
000050*   first edit it failed. The position of the record within    *
000060*   the transmission identifies it even when the job number    *
000070*   itself is garbled or repeated, so JOBSTAT can report the   *
000080*   drop back to the order system against the right record.    *
000090*****************************************************************
000100 01  BCH-EDX-RECORD.
000110*    1 for the first job record after the header, and so on
000120     05  BCH-EDX-SEQ             PIC 9(08).
000130*    the job number exactly as transmitted
000140     05  BCH-EDX-JOB-NUMBER      PIC X(08).
000150     05  BCH-EDX-REASON          PIC X(40).
000160     05  BCH-EDX-RUN-DATE        PIC 9(08).
000170     05  FILLER                  PIC X(16).
