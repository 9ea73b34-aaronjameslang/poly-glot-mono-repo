000010*****************************************************************
000020* COPYBOOK   : JOBTRL                                          *
000030* FUNCTION   : Job-trail index record, keyed by job number -   *
000040*   one job's whole order-to-bill trail gathered off the       *
000050*   sequential files it passes through, so the JOBINQ online   *
000060*   inquiry can answer a customer's call with keyed reads      *
000070*   (this record and the ORDMST order) instead of someone      *
000080*   working through BCHOUT, CUTPLN, PNLOUT, BILLLOG, BILLACK,  *
000090*   ACTIN, and the exception files one at a time. Posted each  *
000100*   night by JOBTBLD; every group is the latest one on file.   *
000110*****************************************************************
000120 01  JOB-TRL-RECORD.
000130     05  JOB-TRL-JOB-NUMBER      PIC 9(08).
000140*    the nightly result - the job's latest BCHOUT record
000150     05  JOB-TRL-RUN-DATE        PIC 9(08).
000160     05  JOB-TRL-DAY-FLAG        PIC 9(08).
000170     05  JOB-TRL-AREA-TOTAL      PIC 9(10).
000180     05  JOB-TRL-RESUB-FLAG      PIC X(01).
000190         88  JOB-TRL-RESUBMITTED         VALUE 'R'.
000200     05  JOB-TRL-SHEET-CLASS     PIC X(02).
000210     05  JOB-TRL-PLANT           PIC X(02).
000220*    the exception file a night's run rejected the job to
000230*    (TOF - TOFEXC, DEX - RECDEX, EXC - RECEXC) and that
000240*    night's date, then the source of the latest approved
000250*    correction on BCHCORH (spaces when never corrected)
000260     05  JOB-TRL-EXC-SOURCE      PIC X(03).
000270     05  JOB-TRL-EXC-RUN-DATE    PIC 9(08).
000280     05  JOB-TRL-COR-SOURCE      PIC X(03).
000290*    the CUTPLN sheet the job was nested on, and the night
000300     05  JOB-TRL-NEST-DATE       PIC 9(08).
000310     05  JOB-TRL-SHEET-SEQ       PIC 9(06).
000320     05  JOB-TRL-SHEET-CODE      PIC X(04).
000330*    the PNLOUT pricing
000340     05  JOB-TRL-PRICE-DATE      PIC 9(08).
000350     05  JOB-TRL-CHARGE          PIC 9(07)V9(02).
000360*    the BILLLOG invoice line and its BILLACK answer - space
000370*    until invoicing answers the transmission
000380     05  JOB-TRL-BILL-DATE       PIC 9(08).
000390     05  JOB-TRL-BILL-CONTROL-NO PIC 9(06).
000400     05  JOB-TRL-BILL-LINE-NO    PIC 9(06).
000410     05  JOB-TRL-BILL-ACK        PIC X(01).
000420         88  JOB-TRL-BILL-ACCEPTED       VALUE 'A'.
000430         88  JOB-TRL-BILL-REJECTED       VALUE 'R'.
000440     05  JOB-TRL-BILL-REASON     PIC X(20).
000450*    the area the saw reported on ACTIN
000460     05  JOB-TRL-ACTUAL-SW       PIC X(01).
000470         88  JOB-TRL-ACTUAL-POSTED       VALUE 'Y'.
000480     05  JOB-TRL-ACTUAL-AREA     PIC 9(10).
000490     05  FILLER                  PIC X(20).
