000010*========================================================*
000020* DL101I  -  PALLET REGISTER RECORD                      *
000030* ONE LINE APPENDED TO PALREG BY POWLBL FOR EVERY PALLET  *
000040* ID IT ISSUES: A FULL PALLET (F) OF ONE LOT'S FULL       *
000050* LAYERS, A SHARED PALLET (S) OF TWO LOTS' RESIDUALS AS   *
000060* PAIRED BY POWCON, OR A PARTIAL PALLET (P) OF ONE LOT'S  *
000070* UNPAIRED RESIDUAL.  THE B-LOT FIELDS ARE ZERO EXCEPT ON *
000080* A SHARED PALLET.  POWTRC SHOWS EVERY LINE NAMING A LOT  *
000090* AS ONE MORE TOUCH ON THAT LOT'S LIFECYCLE.              *
000100*========================================================*
000110    01  DL101-PRG-RECORD.
000120        05  DL101-PRG-PALLET-ID     PIC 9(09).
000130        05  FILLER                  PIC X(01).
000140        05  DL101-PRG-TYPE          PIC X(01).
000150            88  DL101-PRG-IS-FULL       VALUE "F".
000160            88  DL101-PRG-IS-SHARED     VALUE "S".
000170            88  DL101-PRG-IS-PARTIAL    VALUE "P".
000180        05  FILLER                  PIC X(01).
000190        05  DL101-PRG-RUN-NO        PIC 9(06).
000200        05  FILLER                  PIC X(01).
000210        05  DL101-PRG-LINE-CODE     PIC X(03).
000220        05  FILLER                  PIC X(01).
000230        05  DL101-PRG-CASE-PACK     PIC 9(02).
000240        05  FILLER                  PIC X(01).
000250        05  DL101-PRG-A-KEY         PIC 9(06).
000260        05  FILLER                  PIC X(01).
000270        05  DL101-PRG-A-NOMBR       PIC 9(09).
000280        05  FILLER                  PIC X(01).
000290        05  DL101-PRG-A-UNITS       PIC 9(09).
000300        05  FILLER                  PIC X(01).
000310        05  DL101-PRG-B-KEY         PIC 9(06).
000320        05  FILLER                  PIC X(01).
000330        05  DL101-PRG-B-NOMBR       PIC 9(09).
000340        05  FILLER                  PIC X(01).
000350        05  DL101-PRG-B-UNITS       PIC 9(09).
000360        05  FILLER                  PIC X(01).
000370        05  DL101-PRG-TOTAL-UNITS   PIC 9(09).
000380        05  FILLER                  PIC X(01).
000390        05  DL101-PRG-STAMP         PIC 9(14).
000400        05  FILLER                  PIC X(01).
000410        05  DL101-PRG-USER          PIC X(08).
000420        05  FILLER                  PIC X(07).
