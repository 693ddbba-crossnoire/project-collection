000010*========================================================*
000020* DL101E  -  DIVISOR WHAT-IF IMPACT REPORT LINE LAYOUTS   *
000030* PRINTED BY POWSIM: ONE DETAIL LINE FOR EVERY LOT WHOSE  *
000040* OUTCOME MOVES BETWEEN THE CURRENT DIVISOR PROFILE AND   *
000050* THE STAGED ONE - POWER FLAGS, CASE PACK, FULL LAYERS    *
000060* OR RESIDUAL, NAMED F/P/L/R IN THE CHANGE COLUMN - THEN  *
000070* A BLOCK OF LABEL/VALUE LINES PER PACKING LINE AND THE   *
000080* RUN TOTALS.  NOTHING ELSE IS WRITTEN BY THE JOB.        *
000090*========================================================*
000100    01  DL101-SMR-RPT-REC           PIC X(132).
000110    01  DL101-SMR-HDG1-LINE.
000120        05  FILLER                  PIC X(01) VALUE SPACE.
000130        05  FILLER                  PIC X(30)
000140                VALUE "DIVISOR WHAT-IF IMPACT".
000150        05  FILLER                  PIC X(10) VALUE SPACES.
000160        05  FILLER              PIC X(12) VALUE "REPORT DATE:".
000170        05  DL101-SMR-HDG1-DATE     PIC X(10) VALUE SPACES.
000180        05  FILLER                  PIC X(08) VALUE "PAGE NO:".
000190        05  DL101-SMR-HDG1-PAGE     PIC ZZZ9.
000200        05  FILLER                  PIC X(57) VALUE SPACES.
000210    01  DL101-SMR-HDG2-LINE.
000220        05  FILLER                  PIC X(01) VALUE SPACE.
000230        05  FILLER                  PIC X(07) VALUE "LOT KEY".
000240        05  FILLER                  PIC X(01) VALUE SPACE.
000250        05  FILLER                  PIC X(01) VALUE "S".
000260        05  FILLER                  PIC X(03) VALUE SPACES.
000270        05  FILLER                  PIC X(10)
000280                VALUE "LOT NUMBER".
000290        05  FILLER                  PIC X(01) VALUE SPACE.
000300        05  FILLER                  PIC X(04) VALUE "LINE".
000310        05  FILLER                  PIC X(01) VALUE SPACE.
000320        05  FILLER                  PIC X(18)
000330                VALUE "POWERS - CURRENT".
000340        05  FILLER                  PIC X(01) VALUE SPACE.
000350        05  FILLER                  PIC X(18)
000360                VALUE "POWERS - STAGED".
000370        05  FILLER                  PIC X(01) VALUE SPACE.
000380        05  FILLER                  PIC X(06) VALUE "PACK  ".
000390        05  FILLER                  PIC X(02) VALUE SPACES.
000400        05  FILLER                  PIC X(23)
000410                VALUE "FULL LAYERS CUR/STG".
000420        05  FILLER                  PIC X(02) VALUE SPACES.
000430        05  FILLER                  PIC X(23)
000440                VALUE "RESIDUAL CUR/STG".
000450        05  FILLER                  PIC X(02) VALUE SPACES.
000460        05  FILLER                  PIC X(04) VALUE "CHG ".
000470        05  FILLER                  PIC X(03) VALUE SPACES.
000480    01  DL101-SMR-DET-LINE.
000490        05  FILLER                  PIC X(01) VALUE SPACE.
000500        05  DL101-SMR-DET-KEY       PIC ZZZZZ9.
000510        05  FILLER                  PIC X(01) VALUE SPACE.
000520        05  DL101-SMR-DET-SRC       PIC X(01).
000530        05  FILLER                  PIC X(02) VALUE SPACES.
000540        05  DL101-SMR-DET-NOMBR     PIC ---------9.
000550        05  FILLER                  PIC X(02) VALUE SPACES.
000560        05  DL101-SMR-DET-LINE-CODE PIC X(03).
000570        05  FILLER                  PIC X(02) VALUE SPACES.
000580        05  DL101-SMR-DET-CUR-POWERS
000590                                    PIC X(18).
000600        05  FILLER                  PIC X(01) VALUE SPACE.
000610        05  DL101-SMR-DET-STG-POWERS
000620                                    PIC X(18).
000630        05  FILLER                  PIC X(02) VALUE SPACES.
000640        05  DL101-SMR-DET-CUR-PACK  PIC Z9.
000650        05  FILLER                  PIC X(01) VALUE SPACE.
000660        05  DL101-SMR-DET-STG-PACK  PIC Z9.
000670        05  FILLER                  PIC X(02) VALUE SPACES.
000680        05  DL101-SMR-DET-CUR-LAYERS
000690                                    PIC ZZZ,ZZZ,ZZ9.
000700        05  FILLER                  PIC X(01) VALUE SPACE.
000710        05  DL101-SMR-DET-STG-LAYERS
000720                                    PIC ZZZ,ZZZ,ZZ9.
000730        05  FILLER                  PIC X(02) VALUE SPACES.
000740        05  DL101-SMR-DET-CUR-RESID PIC ZZZ,ZZZ,ZZ9.
000750        05  FILLER                  PIC X(01) VALUE SPACE.
000760        05  DL101-SMR-DET-STG-RESID PIC ZZZ,ZZZ,ZZ9.
000770        05  FILLER                  PIC X(02) VALUE SPACES.
000780        05  DL101-SMR-DET-CHANGED   PIC X(04).
000790        05  FILLER                  PIC X(04) VALUE SPACES.
000800    01  DL101-SMR-TXT-LINE.
000810        05  DL101-SMR-TXT-LABEL     PIC X(30) VALUE SPACES.
000820        05  DL101-SMR-TXT-VALUE     PIC X(20) VALUE SPACES.
000830        05  FILLER                  PIC X(82) VALUE SPACES.
000840    01  DL101-SMR-CMP-LINE.
000850        05  DL101-SMR-CMP-LABEL     PIC X(30) VALUE SPACES.
000860        05  DL101-SMR-CMP-CUR       PIC ZZZ,ZZZ,ZZZ,ZZ9.
000870        05  FILLER                  PIC X(03) VALUE SPACES.
000880        05  DL101-SMR-CMP-STG       PIC ZZZ,ZZZ,ZZZ,ZZ9.
000890        05  FILLER                  PIC X(69) VALUE SPACES.
000900    01  DL101-SMR-TOT-LINE.
000910        05  DL101-SMR-TOT-LABEL     PIC X(30) VALUE SPACES.
000920        05  DL101-SMR-TOT-COUNT     PIC ZZZ,ZZ9.
000930        05  FILLER                  PIC X(95) VALUE SPACES.
