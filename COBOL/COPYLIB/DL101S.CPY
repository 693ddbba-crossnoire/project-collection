000010*========================================================*
000020* DL101S  -  WEEKLY LINE SCORECARD REPORT LINE LAYOUTS    *
000030* PRINTED BY POWSCR IN THE SAME 132-COLUMN STYLE AS THE   *
000040* OTHER SUITE REPORTS.  THE WEEK AND THE TOLERANCES, THEN *
000050* ONE BLOCK PER PACKING LINE: THE LINE AND HOW MANY       *
000060* EARLIER WEEKS ARE ON FILE, EACH FIGURE FOR THIS WEEK    *
000070* AGAINST THE PRIOR WEEK AND THE FOUR-WEEK AVERAGE WITH   *
000080* THE CHANGE (* MARKS A CHANGE PAST THE TOLERANCE), AND   *
000090* THE WEEK'S COUNTS; THEN THE RUN TOTALS.  KEPT IN        *
000100* WORKING-STORAGE AND WRITTEN FROM THERE, SO THE CONSTANT *
000110* TITLES SURVIVE FROM ONE LINE TO THE NEXT.               *
000120*========================================================*
000130    01  DL101-SCP-HDG1-LINE.
000140        05  FILLER                  PIC X(01) VALUE SPACE.
000150        05  FILLER                  PIC X(30)
000160                VALUE "WEEKLY LINE SCORECARD".
000170        05  FILLER                  PIC X(10) VALUE SPACES.
000180        05  FILLER              PIC X(12) VALUE "REPORT DATE:".
000190        05  DL101-SCP-HDG1-DATE     PIC X(10) VALUE SPACES.
000200        05  FILLER                  PIC X(08) VALUE "PAGE NO:".
000210        05  DL101-SCP-HDG1-PAGE     PIC ZZZ9.
000220        05  FILLER                  PIC X(57) VALUE SPACES.
000230    01  DL101-SCP-HDG2-LINE.
000240        05  FILLER                  PIC X(01) VALUE SPACE.
000250        05  FILLER                  PIC X(12)
000260                VALUE "WEEK ENDING ".
000270        05  DL101-SCP-HDG2-END      PIC X(10) VALUE SPACES.
000280        05  FILLER                  PIC X(06) VALUE " FROM ".
000290        05  DL101-SCP-HDG2-START    PIC X(10) VALUE SPACES.
000300        05  FILLER                  PIC X(14)
000310                VALUE "   TOLERANCE: ".
000320        05  DL101-SCP-HDG2-TOL      PIC Z9.
000330        05  FILLER                  PIC X(12)
000340                VALUE "% CHANGE OR ".
000350        05  DL101-SCP-HDG2-PTS      PIC Z9.
000360        05  FILLER                  PIC X(14)
000370                VALUE " RATE POINTS".
000380        05  FILLER                  PIC X(49) VALUE SPACES.
000390    01  DL101-SCP-LIN-LINE.
000400        05  FILLER                  PIC X(01) VALUE SPACE.
000410        05  FILLER                  PIC X(05) VALUE "LINE ".
000420        05  DL101-SCP-LIN-CODE      PIC X(03) VALUE SPACES.
000430        05  FILLER                  PIC X(03) VALUE SPACES.
000440        05  DL101-SCP-LIN-NOTE      PIC X(60) VALUE SPACES.
000450        05  DL101-SCP-LIN-FLAG      PIC X(30) VALUE SPACES.
000460        05  FILLER                  PIC X(30) VALUE SPACES.
000470    01  DL101-SCP-COL-LINE.
000480        05  FILLER                  PIC X(01) VALUE SPACE.
000490        05  FILLER                  PIC X(30) VALUE "FIGURE".
000500        05  FILLER                  PIC X(02) VALUE SPACES.
000510        05  FILLER                  PIC X(11)
000520                VALUE "  THIS WEEK".
000530        05  FILLER                  PIC X(02) VALUE SPACES.
000540        05  FILLER                  PIC X(11)
000550                VALUE " PRIOR WEEK".
000560        05  FILLER                  PIC X(02) VALUE SPACES.
000570        05  FILLER                  PIC X(11)
000580                VALUE "     CHANGE".
000590        05  FILLER                  PIC X(03) VALUE SPACES.
000600        05  FILLER                  PIC X(11)
000610                VALUE "   4-WK AVG".
000620        05  FILLER                  PIC X(02) VALUE SPACES.
000630        05  FILLER                  PIC X(11)
000640                VALUE "     CHANGE".
000650        05  FILLER                  PIC X(35) VALUE SPACES.
000660    01  DL101-SCP-DET-LINE.
000670        05  FILLER                  PIC X(01) VALUE SPACE.
000680        05  DL101-SCP-DET-LABEL     PIC X(30) VALUE SPACES.
000690        05  FILLER                  PIC X(02) VALUE SPACES.
000700        05  DL101-SCP-DET-THIS      PIC ZZZZ,ZZ9.99.
000710        05  FILLER                  PIC X(02) VALUE SPACES.
000720        05  DL101-SCP-DET-PRIOR     PIC ZZZZ,ZZ9.99.
000730        05  DL101-SCP-DET-PRIOR-X REDEFINES DL101-SCP-DET-PRIOR
000740                                    PIC X(11).
000750        05  FILLER                  PIC X(02) VALUE SPACES.
000760        05  DL101-SCP-DET-CHG1      PIC ++++,++9.99.
000770        05  DL101-SCP-DET-CHG1-X REDEFINES DL101-SCP-DET-CHG1
000780                                    PIC X(11).
000790        05  DL101-SCP-DET-FLAG1     PIC X(01) VALUE SPACE.
000800        05  FILLER                  PIC X(02) VALUE SPACES.
000810        05  DL101-SCP-DET-AVG       PIC ZZZZ,ZZ9.99.
000820        05  DL101-SCP-DET-AVG-X REDEFINES DL101-SCP-DET-AVG
000830                                    PIC X(11).
000840        05  FILLER                  PIC X(02) VALUE SPACES.
000850        05  DL101-SCP-DET-CHG2      PIC ++++,++9.99.
000860        05  DL101-SCP-DET-CHG2-X REDEFINES DL101-SCP-DET-CHG2
000870                                    PIC X(11).
000880        05  DL101-SCP-DET-FLAG2     PIC X(01) VALUE SPACE.
000890        05  FILLER                  PIC X(34) VALUE SPACES.
000900    01  DL101-SCP-CNT-LINE.
000910        05  FILLER                  PIC X(04) VALUE SPACES.
000920        05  FILLER                  PIC X(06) VALUE "DONE:".
000930        05  DL101-SCP-CNT-DONE      PIC ZZZ,ZZ9.
000940        05  FILLER                  PIC X(12)
000950                VALUE "  REJECTED:".
000960        05  DL101-SCP-CNT-REJECTS   PIC ZZZ,ZZ9.
000970        05  FILLER                  PIC X(13)
000980                VALUE "  DUPLICATE:".
000990        05  DL101-SCP-CNT-DUPS      PIC ZZZ,ZZ9.
001000        05  FILLER                  PIC X(15)
001010                VALUE "  FULL PALLET:".
001020        05  DL101-SCP-CNT-ZERO      PIC ZZZ,ZZ9.
001023        05  FILLER                  PIC X(04) VALUE " OF".
001026        05  DL101-SCP-CNT-PLANNED   PIC ZZZ,ZZ9.
001030        05  FILLER                  PIC X(12)
001040                VALUE "  REWORKED:".
001050        05  DL101-SCP-CNT-REWORKS   PIC ZZZ,ZZ9.
001060        05  FILLER                  PIC X(24) VALUE SPACES.
001070    01  DL101-SCP-SEC-LINE.
001080        05  FILLER                  PIC X(01) VALUE SPACE.
001090        05  DL101-SCP-SEC-TITLE     PIC X(80).
001100        05  FILLER                  PIC X(51) VALUE SPACES.
001110    01  DL101-SCP-TOT-LINE.
001120        05  DL101-SCP-TOT-LABEL     PIC X(30) VALUE SPACES.
001130        05  DL101-SCP-TOT-COUNT     PIC ZZZ,ZZ9.
001140        05  FILLER                  PIC X(95) VALUE SPACES.
