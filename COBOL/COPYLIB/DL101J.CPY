000010*========================================================*
000020* DL101J  -  PALLET LICENSE-PLATE LABEL LINE LAYOUTS     *
000030* WRITTEN BY POWLBL TO THE LBLFILE, ONE LABEL PER PAGE SO *
000040* THE LABEL PRINTER FEEDS ONE PLATE PER PALLET: THE       *
000050* PALLET ID AND KIND, THE LINE, CASE PACK AND TOTAL       *
000060* UNITS, ONE LOT LINE PER CONTRIBUTING LOT (TWO ON A      *
000070* SHARED PALLET), AND WHEN AND BY WHOM IT WAS LABELED.    *
000080* COPIED INTO WORKING-STORAGE, NOT UNDER THE FD, SO THE   *
000090* CAPTIONS KEEP THEIR VALUES; EACH LINE IS WRITTEN FROM   *
000100* HERE.                                                   *
000110*========================================================*
000120    01  DL101-LBL-ID-LINE.
000130        05  FILLER                  PIC X(01) VALUE SPACE.
000140        05  FILLER                  PIC X(11) VALUE "PALLET ID: ".
000150        05  DL101-LBL-ID            PIC 9(09).
000160        05  FILLER                  PIC X(04) VALUE SPACES.
000170        05  DL101-LBL-KIND          PIC X(20).
000180        05  FILLER                  PIC X(35) VALUE SPACES.
000190    01  DL101-LBL-PAL-LINE.
000200        05  FILLER                  PIC X(01) VALUE SPACE.
000210        05  FILLER                  PIC X(06) VALUE "LINE: ".
000220        05  DL101-LBL-LINE-CODE     PIC X(03).
000230        05  FILLER                  PIC X(03) VALUE SPACES.
000240        05  FILLER                  PIC X(11) VALUE "CASE PACK: ".
000250        05  DL101-LBL-PACK          PIC Z9.
000260        05  FILLER                  PIC X(03) VALUE SPACES.
000270        05  FILLER                  PIC X(07) VALUE "UNITS: ".
000280        05  DL101-LBL-TOTAL         PIC ZZZ,ZZZ,ZZ9.
000290        05  FILLER                  PIC X(03) VALUE SPACES.
000300        05  FILLER                  PIC X(05) VALUE "RUN: ".
000310        05  DL101-LBL-RUN-NO        PIC 9(06).
000320        05  FILLER                  PIC X(19) VALUE SPACES.
000330    01  DL101-LBL-LOT-LINE.
000340        05  FILLER                  PIC X(01) VALUE SPACE.
000350        05  FILLER                  PIC X(09) VALUE "LOT KEY: ".
000360        05  DL101-LBL-LOT-KEY       PIC 9(06).
000370        05  FILLER                  PIC X(03) VALUE SPACES.
000380        05  FILLER              PIC X(12) VALUE "LOT NUMBER: ".
000390        05  DL101-LBL-LOT-NOMBR     PIC 9(09).
000400        05  FILLER                  PIC X(03) VALUE SPACES.
000410        05  FILLER                  PIC X(07) VALUE "UNITS: ".
000420        05  DL101-LBL-LOT-UNITS     PIC ZZZ,ZZZ,ZZ9.
000430        05  FILLER                  PIC X(19) VALUE SPACES.
000440    01  DL101-LBL-FOOT-LINE.
000450        05  FILLER                  PIC X(01) VALUE SPACE.
000460        05  FILLER                  PIC X(09) VALUE "LABELED: ".
000470        05  DL101-LBL-DATE          PIC X(10).
000480        05  FILLER                  PIC X(03) VALUE SPACES.
000490        05  FILLER                  PIC X(04) VALUE "BY: ".
000500        05  DL101-LBL-USER          PIC X(08).
000510        05  FILLER                  PIC X(45) VALUE SPACES.
