000010*========================================================*
000020* DL101G  -  POWER RUN BACKOUT REPORT LINE LAYOUTS       *
000030* PRINTED BY POWREV IN THE SAME 132-COLUMN STYLE AS THE   *
000040* OTHER SUITE REPORTS: ONE DETAIL LINE PER LOT THE RUN    *
000050* TOUCHED - RESTORED, OR THE REASON THE BACKOUT WAS       *
000060* REFUSED - THEN THE RUN'S REGISTER FACTS AND A BACKOUT   *
000070* CERTIFICATE THAT BALANCES AGAINST THE RUN'S OWN.        *
000080*========================================================*
000090    01  DL101-BKO-RPT-REC           PIC X(132).
000100    01  DL101-BKO-HDG1-LINE.
000110        05  FILLER                  PIC X(01) VALUE SPACE.
000120        05  FILLER                  PIC X(30)
000130                VALUE "POWER RUN BACKOUT".
000140        05  FILLER                  PIC X(10) VALUE SPACES.
000150        05  FILLER              PIC X(12) VALUE "REPORT DATE:".
000160        05  DL101-BKO-HDG1-DATE     PIC X(10) VALUE SPACES.
000170        05  FILLER                  PIC X(08) VALUE "PAGE NO:".
000180        05  DL101-BKO-HDG1-PAGE     PIC ZZZ9.
000190        05  FILLER                  PIC X(57) VALUE SPACES.
000200    01  DL101-BKO-HDG2-LINE.
000210        05  FILLER                  PIC X(01) VALUE SPACE.
000220        05  FILLER                  PIC X(07) VALUE "LOT KEY".
000230        05  FILLER                  PIC X(02) VALUE SPACES.
000240        05  FILLER                  PIC X(10)
000250                VALUE "LOT NUMBER".
000260        05  FILLER                  PIC X(02) VALUE SPACES.
000270        05  FILLER                  PIC X(04) VALUE "LINE".
000280        05  FILLER                  PIC X(02) VALUE SPACES.
000290        05  FILLER                  PIC X(08) VALUE "RUN STAT".
000300        05  FILLER                  PIC X(02) VALUE SPACES.
000310        05  FILLER                  PIC X(08) VALUE "RESTORED".
000320        05  FILLER                  PIC X(02) VALUE SPACES.
000330        05  FILLER                  PIC X(05) VALUE "RESUB".
000340        05  FILLER                  PIC X(02) VALUE SPACES.
000350        05  FILLER                  PIC X(40) VALUE "ACTION".
000360        05  FILLER                  PIC X(37) VALUE SPACES.
000370    01  DL101-BKO-DET-LINE.
000380        05  FILLER                  PIC X(01) VALUE SPACE.
000390        05  DL101-BKO-DET-KEY       PIC ZZZZZ9.
000400        05  FILLER                  PIC X(03) VALUE SPACES.
000410        05  DL101-BKO-DET-RAW       PIC X(09).
000420        05  FILLER                  PIC X(03) VALUE SPACES.
000430        05  DL101-BKO-DET-LINE-CODE PIC X(03).
000440        05  FILLER                  PIC X(03) VALUE SPACES.
000450        05  DL101-BKO-DET-RUN-STAT  PIC X(01).
000460        05  FILLER                  PIC X(09) VALUE SPACES.
000470        05  DL101-BKO-DET-PRE-STAT  PIC X(01).
000480        05  FILLER                  PIC X(09) VALUE SPACES.
000490        05  DL101-BKO-DET-RESUB     PIC Z9.
000500        05  FILLER                  PIC X(05) VALUE SPACES.
000510        05  DL101-BKO-DET-TEXT      PIC X(40).
000520        05  FILLER                  PIC X(37) VALUE SPACES.
000530    01  DL101-BKO-TXT-LINE.
000540        05  DL101-BKO-TXT-LABEL     PIC X(30) VALUE SPACES.
000550        05  DL101-BKO-TXT-VALUE     PIC X(20) VALUE SPACES.
000560        05  FILLER                  PIC X(82) VALUE SPACES.
000570    01  DL101-BKO-TOT-LINE.
000580        05  DL101-BKO-TOT-LABEL     PIC X(30) VALUE SPACES.
000590        05  DL101-BKO-TOT-COUNT     PIC ZZZ,ZZ9.
000600        05  FILLER                  PIC X(95) VALUE SPACES.
000610    01  DL101-BKO-MSG-LINE.
000620        05  FILLER                  PIC X(01) VALUE SPACE.
000630        05  DL101-BKO-MSG           PIC X(80) VALUE SPACES.
000640        05  FILLER                  PIC X(51) VALUE SPACES.
