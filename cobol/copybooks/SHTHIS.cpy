000010*****************************************************************
000020* COPYBOOK   : SHTHIS                                          *
000030* FUNCTION   : Sheet-consumption history record - one per      *
000040*   sheet class per SHTCONS run, appended to the accumulated   *
000050*   SHTHIS file with both consumption bases the run footed:    *
000060*   the computed packed area and the whole sheets opened.      *
000070*   The nightly CUTPLN is scratched every night; this is what  *
000080*   lets MRGRPT cost a past month's panels on the sheet basis. *
000090*   A rerun of the same night and plant appends a second       *
000100*   record for the class - readers keep the last one.          *
000110*****************************************************************
000120 01  SHT-HIS-RECORD.
000130     05  SHT-HIS-RUN-DATE        PIC 9(08).
000140     05  SHT-HIS-PLANT           PIC X(02).
000150     05  SHT-HIS-SHEET-CLASS     PIC X(02).
000160     05  SHT-HIS-AREA-BASIS      PIC 9(12).
000170     05  SHT-HIS-SHEETS          PIC 9(06).
000180     05  SHT-HIS-SHEET-BASIS     PIC 9(12).
000190     05  FILLER                  PIC X(38).
