000010*****************************************************************
000020* COPYBOOK   : SAWMST                                          *
000030* FUNCTION   : Saw master record - one per panel saw on the    *
000040*   floor: its plant, the largest stock sheet its table takes  *
000050*   (either way round), how many sheets it cuts in a shift,    *
000060*   and how many shifts it is crewed today. SAWSCHD spreads    *
000070*   the day's CUTPLN sheets across the saws and shifts from    *
000080*   this file instead of the supervisor's whiteboard.          *
000090*****************************************************************
000100 01  SAW-MST-RECORD.
000110     05  SAW-MST-SAW-ID          PIC X(04).
000120     05  SAW-MST-PLANT           PIC X(02).
000130*    the biggest sheet the saw table takes, in the SHTMST
000140*    width and length units - a sheet fits either way round
000150     05  SAW-MST-MAX-WIDTH       PIC 9(08).
000160     05  SAW-MST-MAX-LENGTH      PIC 9(08).
000170*    cutting rate - whole stock sheets per shift
000180     05  SAW-MST-SHEETS-PER-SHIFT
000190                                 PIC 9(04).
000200*    shifts crewed today, 1 to 3; zero stands the saw down
000210     05  SAW-MST-SHIFTS          PIC 9(01).
000220     05  SAW-MST-STATUS          PIC X(01).
000230         88  SAW-MST-IN-SERVICE          VALUE 'A' ' '.
000240         88  SAW-MST-OUT-OF-SERVICE      VALUE 'O'.
000250     05  FILLER                  PIC X(52).
