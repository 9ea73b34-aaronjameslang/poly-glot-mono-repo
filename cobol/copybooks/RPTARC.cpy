000010*****************************************************************
000020* COPYBOOK   : RPTARC                                          *
000030* FUNCTION   : Report-archive record - every line of every     *
000040*   nightly printout, kept exactly as it printed, keyed by the *
000050*   business date of the run, the plant, the report name, and  *
000060*   the line number within the report. RPTARCH captures each   *
000070*   report at the end of the night; RPTUTIL reprints, lists,   *
000080*   and purges; RPTINQ browses it online.                      *
000090*                                                              *
000100*   Line number zero is the report's header record - the line  *
000110*   count and print width that were captured, the date the     *
000120*   report may be purged after, and when it was captured. It   *
000130*   is written after the lines, so a report with no header has *
000140*   not been captured whole.                                   *
000150*                                                              *
000160*   A VSAM KSDS keyed by run date, plant, report, and line     *
000170*   (24 bytes at offset 0), record 160, shared by the online   *
000180*   region and the batch archive programs.                     *
000190*****************************************************************
000200 01  RPT-ARC-RECORD.
000210     05  RPT-ARC-KEY.
000220         10  RPT-ARC-RUN-DATE        PIC 9(08).
000230         10  RPT-ARC-PLANT           PIC X(02).
000240         10  RPT-ARC-REPORT          PIC X(08).
000250         10  RPT-ARC-LINE-NO         PIC 9(06).
000260             88  RPT-ARC-HEADER              VALUE ZERO.
000270*    the print line as written, blank-filled past the report's
000280*    own width
000290     05  RPT-ARC-LINE                PIC X(132).
000300     05  RPT-ARC-HEADER-DATA REDEFINES RPT-ARC-LINE.
000310         10  RPT-ARC-LINE-COUNT      PIC 9(06).
000320         10  RPT-ARC-WIDTH           PIC 9(03).
000330         10  RPT-ARC-KEEP-DAYS       PIC 9(03).
000340*        RPTUTIL's purge drops the report once the business
000350*        date passes this date
000360         10  RPT-ARC-EXPIRE-DATE     PIC 9(08).
000370         10  RPT-ARC-CAPT-DATE       PIC 9(08).
000380         10  RPT-ARC-CAPT-TIME       PIC 9(06).
000390*        1 for the night's first capture, counted up each time
000400*        a rerun of the night replaced it
000410         10  RPT-ARC-CAPT-NUMBER     PIC 9(03).
000420         10  FILLER                  PIC X(95).
000430     05  FILLER                      PIC X(04).
