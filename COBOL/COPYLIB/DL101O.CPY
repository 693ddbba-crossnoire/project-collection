000010*========================================================*
000020* DL101O  -  FILE INTEGRITY CHECK REPORT LINE LAYOUTS     *
000030* PRINTED BY POWINT IN THE SAME 132-COLUMN STYLE AS THE   *
000040* OTHER SUITE REPORTS.  ONE SECTION PER CATEGORY OF       *
000050* EXCEPTION, EACH LISTING THE LOT KEY (OR RUN NUMBER),    *
000060* THE LOT NUMBER, THE FILE THE EXCEPTION WAS FOUND ON AND *
000070* WHAT DISAGREES, WITH THE CATEGORY'S COUNT; THEN THE     *
000080* RECORDS READ FROM EACH FILE AND THE EXCEPTION TOTALS.   *
000090* KEPT IN WORKING-STORAGE AND WRITTEN FROM THERE, SO THE  *
000100* CONSTANT TITLES SURVIVE FROM ONE LINE TO THE NEXT.      *
000110*========================================================*
000120    01  DL101-INT-HDG1-LINE.
000130        05  FILLER                  PIC X(01) VALUE SPACE.
000140        05  FILLER                  PIC X(30)
000150                VALUE "FILE INTEGRITY CHECK".
000160        05  FILLER                  PIC X(10) VALUE SPACES.
000170        05  FILLER              PIC X(12) VALUE "REPORT DATE:".
000180        05  DL101-INT-HDG1-DATE     PIC X(10) VALUE SPACES.
000190        05  FILLER                  PIC X(08) VALUE "PAGE NO:".
000200        05  DL101-INT-HDG1-PAGE     PIC ZZZ9.
000210        05  FILLER                  PIC X(57) VALUE SPACES.
000220    01  DL101-INT-HDG2-LINE.
000230        05  FILLER                  PIC X(01) VALUE SPACE.
000240        05  FILLER                  PIC X(09) VALUE "KEY/RUN".
000250        05  FILLER                  PIC X(02) VALUE SPACES.
000260        05  FILLER                  PIC X(09) VALUE "LOT NO.".
000270        05  FILLER                  PIC X(02) VALUE SPACES.
000280        05  FILLER                  PIC X(08) VALUE "FILE".
000290        05  FILLER                  PIC X(02) VALUE SPACES.
000300        05  FILLER                  PIC X(70) VALUE "EXCEPTION".
000310        05  FILLER                  PIC X(29) VALUE SPACES.
000320    01  DL101-INT-SEC-LINE.
000330        05  FILLER                  PIC X(01) VALUE SPACE.
000340        05  DL101-INT-SEC-TITLE     PIC X(80).
000350        05  FILLER                  PIC X(51) VALUE SPACES.
000360    01  DL101-INT-DET-LINE.
000370        05  FILLER                  PIC X(01) VALUE SPACE.
000380        05  DL101-INT-DET-KEY       PIC X(09).
000390        05  FILLER                  PIC X(02) VALUE SPACES.
000400        05  DL101-INT-DET-NUMBER    PIC X(09).
000410        05  FILLER                  PIC X(02) VALUE SPACES.
000420        05  DL101-INT-DET-FILE      PIC X(08).
000430        05  FILLER                  PIC X(02) VALUE SPACES.
000440        05  DL101-INT-DET-TEXT      PIC X(70).
000450        05  FILLER                  PIC X(29) VALUE SPACES.
000460    01  DL101-INT-TOT-LINE.
000470        05  DL101-INT-TOT-LABEL     PIC X(30) VALUE SPACES.
000480        05  DL101-INT-TOT-COUNT     PIC ZZZ,ZZ9.
000490        05  FILLER                  PIC X(95) VALUE SPACES.
