000010*========================================================*
000020* DL101L  -  LINE SHIFT RUN SCHEDULE REPORT LINE LAYOUTS *
000030* PRINTED BY POWSCH IN THE SAME 132-COLUMN STYLE AS THE   *
000040* PLAN REPORT: SHIFT BY SHIFT, LINE BY LINE, THE LOTS TO  *
000050* RUN AND THE UNITS AND HOURS EACH TAKES ON THAT SHIFT,   *
000060* WITH THE LINE'S HOURS USED AGAINST HOURS AVAILABLE;     *
000070* THEN THE OVERFLOW LOTS THAT DO NOT FIT BEFORE THE END   *
000080* OF THE HORIZON, THE UNSCHEDULABLE LOTS WITH THE REASON, *
000090* AND THE RUN TOTALS.                                     *
000100*========================================================*
000110    01  DL101-SCH-RPT-REC           PIC X(132).
000120    01  DL101-SCH-HDG1-LINE.
000130        05  FILLER                  PIC X(01) VALUE SPACE.
000140        05  FILLER                  PIC X(30)
000150                VALUE "LINE SHIFT RUN SCHEDULE".
000160        05  FILLER                  PIC X(10) VALUE SPACES.
000170        05  FILLER              PIC X(12) VALUE "REPORT DATE:".
000180        05  DL101-SCH-HDG1-DATE     PIC X(10) VALUE SPACES.
000190        05  FILLER                  PIC X(08) VALUE "PAGE NO:".
000200        05  DL101-SCH-HDG1-PAGE     PIC ZZZ9.
000210        05  FILLER                  PIC X(57) VALUE SPACES.
000220    01  DL101-SCH-HDG2-LINE.
000230        05  FILLER                  PIC X(01) VALUE SPACE.
000240        05  FILLER                  PIC X(10) VALUE "SHIFT DATE".
000250        05  FILLER                  PIC X(02) VALUE SPACES.
000260        05  FILLER                  PIC X(05) VALUE "SHIFT".
000270        05  FILLER                  PIC X(02) VALUE SPACES.
000280        05  FILLER                  PIC X(04) VALUE "LINE".
000290        05  FILLER                  PIC X(02) VALUE SPACES.
000300        05  FILLER                  PIC X(07) VALUE "LOT KEY".
000310        05  FILLER                  PIC X(02) VALUE SPACES.
000320        05  FILLER                  PIC X(10)
000330                VALUE "LOT NUMBER".
000340        05  FILLER                  PIC X(02) VALUE SPACES.
000350        05  FILLER                  PIC X(03) VALUE "PRI".
000360        05  FILLER                  PIC X(02) VALUE SPACES.
000370        05  FILLER                  PIC X(11)
000380                VALUE "      UNITS".
000390        05  FILLER                  PIC X(02) VALUE SPACES.
000400        05  FILLER                  PIC X(06) VALUE " HOURS".
000410        05  FILLER                  PIC X(02) VALUE SPACES.
000420        05  FILLER                  PIC X(40) VALUE "NOTE".
000430        05  FILLER                  PIC X(19) VALUE SPACES.
000440    01  DL101-SCH-DET-LINE.
000450        05  FILLER                  PIC X(01) VALUE SPACE.
000460        05  DL101-SCH-DET-DATE      PIC X(10).
000470        05  FILLER                  PIC X(04) VALUE SPACES.
000480        05  DL101-SCH-DET-SHIFT     PIC 9(01).
000490        05  FILLER                  PIC X(04) VALUE SPACES.
000500        05  DL101-SCH-DET-LINE-CODE PIC X(03).
000510        05  FILLER                  PIC X(04) VALUE SPACES.
000520        05  DL101-SCH-DET-KEY       PIC ZZZZZ9.
000530        05  FILLER                  PIC X(02) VALUE SPACES.
000540        05  DL101-SCH-DET-RAW       PIC X(09).
000550        05  FILLER                  PIC X(04) VALUE SPACES.
000560        05  DL101-SCH-DET-PRI       PIC X(01).
000570        05  FILLER                  PIC X(03) VALUE SPACES.
000580        05  DL101-SCH-DET-UNITS     PIC ZZZ,ZZZ,ZZ9.
000590        05  FILLER                  PIC X(02) VALUE SPACES.
000600        05  DL101-SCH-DET-HOURS     PIC ZZ9.99.
000610        05  FILLER                  PIC X(02) VALUE SPACES.
000620        05  DL101-SCH-DET-NOTE      PIC X(40).
000630        05  FILLER                  PIC X(19) VALUE SPACES.
000640    01  DL101-SCH-UTL-LINE.
000650        05  FILLER                  PIC X(01) VALUE SPACE.
000660        05  DL101-SCH-UTL-DATE      PIC X(10).
000670        05  FILLER                  PIC X(04) VALUE SPACES.
000680        05  DL101-SCH-UTL-SHIFT     PIC 9(01).
000690        05  FILLER                  PIC X(04) VALUE SPACES.
000700        05  DL101-SCH-UTL-LINE-CODE PIC X(03).
000710        05  FILLER                  PIC X(04) VALUE SPACES.
000720        05  FILLER                  PIC X(18)
000730                VALUE "LINE HOURS USED:".
000740        05  DL101-SCH-UTL-USED      PIC ZZ9.99.
000750        05  FILLER                  PIC X(04) VALUE " OF ".
000760        05  DL101-SCH-UTL-AVAIL     PIC ZZ9.9.
000770        05  FILLER                  PIC X(03) VALUE SPACES.
000780        05  DL101-SCH-UTL-LOTS      PIC ZZZ9.
000790        05  FILLER                  PIC X(10) VALUE " LOT(S)".
000800        05  FILLER                  PIC X(55) VALUE SPACES.
000810    01  DL101-SCH-SEC-LINE.
000820        05  FILLER                  PIC X(01) VALUE SPACE.
000830        05  DL101-SCH-SEC-TITLE     PIC X(80).
000840        05  FILLER                  PIC X(51) VALUE SPACES.
000850    01  DL101-SCH-LST-LINE.
000860        05  FILLER                  PIC X(01) VALUE SPACE.
000870        05  DL101-SCH-LST-KEY       PIC ZZZZZ9.
000880        05  FILLER                  PIC X(02) VALUE SPACES.
000890        05  DL101-SCH-LST-RAW       PIC X(09).
000900        05  FILLER                  PIC X(03) VALUE SPACES.
000910        05  DL101-SCH-LST-LINE-CODE PIC X(03).
000920        05  FILLER                  PIC X(03) VALUE SPACES.
000930        05  DL101-SCH-LST-PRI       PIC X(01).
000940        05  FILLER                  PIC X(03) VALUE SPACES.
000950        05  DL101-SCH-LST-UNITS     PIC ZZZ,ZZZ,ZZ9.
000960        05  FILLER                  PIC X(02) VALUE SPACES.
000970        05  DL101-SCH-LST-HOURS     PIC ZZZZ9.99.
000980        05  FILLER                  PIC X(02) VALUE SPACES.
000990        05  DL101-SCH-LST-REASON    PIC X(50).
001000        05  FILLER                  PIC X(28) VALUE SPACES.
001010    01  DL101-SCH-TOT-LINE.
001020        05  DL101-SCH-TOT-LABEL     PIC X(30) VALUE SPACES.
001030        05  DL101-SCH-TOT-COUNT     PIC ZZZ,ZZ9.
001040        05  FILLER                  PIC X(95) VALUE SPACES.
