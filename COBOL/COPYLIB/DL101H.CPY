000010*========================================================*
000020* DL101H  -  PALLET ID CONTROL RECORD                    *
000030* SINGLE RECORD IN THE PALCTL FILE: THE LAST PALLET ID    *
000040* POWLBL ISSUED, THE POWER RUN WHOSE PLAN IT LAST         *
000050* LABELED, AND WHEN AND BY WHOM.  POWLBL REWRITES IT AT   *
000060* THE END OF EVERY LABEL RUN.  NO PALCTL FILE AT ALL      *
000070* MEANS NO PALLET HAS EVER BEEN LABELED.                  *
000080*========================================================*
000090    01  DL101-PCT-RECORD.
000100        05  DL101-PCT-LAST-ID       PIC 9(09).
000110        05  FILLER                  PIC X(01).
000120        05  DL101-PCT-LAST-RUN      PIC 9(06).
000130        05  FILLER                  PIC X(01).
000140        05  DL101-PCT-LAST-STAMP    PIC 9(14).
000150        05  FILLER                  PIC X(01).
000160        05  DL101-PCT-LAST-USER     PIC X(08).
000170        05  FILLER                  PIC X(40).
