000010*****************************************************************
000020* COPYBOOK   : CMPTRN                                          *
000030* FUNCTION   : Job-completion record posted by the floor - one *
000040*   per job as it leaves: the job number, the date it left,    *
000050*   and the plant it left from, plus the id of whoever keyed   *
000060*   it for the audit trail. JOBCMPL applies the file to the    *
000070*   ORDMST order master, closing the order and recording the   *
000080*   date OTDRPT measures on-time delivery by. Fields are       *
000090*   carried as display so JOBCMPL can edit them first.         *
000100*****************************************************************
000110 01  CMP-TRN-RECORD.
000120     05  CMP-TRN-JOB-NUMBER      PIC X(08).
000130     05  CMP-TRN-COMPLETE-DATE   PIC X(08).
000140     05  CMP-TRN-PLANT           PIC X(02).
000150     05  CMP-TRN-USER-ID         PIC X(08).
000160     05  FILLER                  PIC X(54).
