000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. POWSCR.
000030 AUTHOR. D. L. OKONKWO.
000040 INSTALLATION. PACKAGING SYSTEMS - PALLET BUILD.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*========================================================*
000080* POWSCR IS THE WEEKLY PACKING-LINE SCORECARD.  FOR THE   *
000090* SEVEN DAYS ENDING ON THE SCRWEEK ENVIRONMENT VALUE      *
000100* (CCYYMMDD, DEFAULT YESTERDAY, SO A MONDAY RUN SCORES    *
000110* MONDAY TO SUNDAY) IT WORKS OUT FOR EACH PACKING LINE    *
000120* THE LOTS CLASSIFIED, THE REJECT AND DUPLICATE RATES,    *
000130* THE AVERAGE RESUBMIT COUNT, THE AVERAGE                 *
000140* REJECT-TO-REWORK TURNAROUND IN DAYS, THE SHARE OF DONE  *
000146* LOTS WITH A PALLET PLAN ON THEIR AUDIT LINE WHOSE PLAN  *
000152* CAME OUT IN FULL LAYERS WITH NO RESIDUAL, AND THE       *
000160* EXPEDITED LOTS.  DONE LOTS COME FROM THEIR              *
000170* CLASSIFICATION LINES ON PWRAUD (LESS POWREV REVERSALS), *
000180* TIED TO THEIR LINE BY LOT NUMBER THROUGH LOTQUEUE AND   *
000190* LOTHIST; REJECTED AND DUPLICATE LOTS FROM THE TWO LOT   *
000200* FILES, AND REJECTS SINCE REWORKED FROM THE REWORK       *
000210* ENTRIES ON MNTJRNL.  EACH FIGURE PRINTS AGAINST THE     *
000220* PRIOR WEEK AND THE AVERAGE OF THE FOUR WEEKS BEFORE     *
000230* THIS ONE, BOTH READ FROM THE SCORCARD HISTORY FILE.  A  *
000240* FIGURE THAT MOVED MORE THAN SCRTOL PERCENT (01-99,      *
000250* DEFAULT 25) - FOR A RATE OR SHARE, MORE THAN SCRPTS     *
000260* PERCENTAGE POINTS (01-99, DEFAULT 05) - FLAGS ITS LINE  *
000270* ON THE SCRRPT REPORT AND ON EVTLOG AND ENDS THE JOB     *
000280* WITH RETURN CODE 4.  ONE SUMMARY RECORD PER LINE IS     *
000290* APPENDED TO SCORCARD; A WEEK SCORED AGAIN IS APPENDED   *
000300* AGAIN AND THE NEW RECORDS STAND IN FOR THE OLD.         *
000310* NOTHING ELSE IS WRITTEN.                                *
000320*========================================================*
000330*  MODIFICATION HISTORY
000340*  ---------------------------------------------------
000350*  DATE       INIT  DESCRIPTION
000360*  ---------- ----  -------------------------------------
000370*  2026-10-15 DLO   ORIGINAL PROGRAM.
000380*========================================================*
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 SOURCE-COMPUTER. GENERIC.
000420 OBJECT-COMPUTER. GENERIC.
000430 SPECIAL-NAMES.
000440     C01 IS TOP-OF-PAGE.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT LOTQUEUE ASSIGN TO "LOTQUEUE"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS DL100-LOT-KEY
000510         FILE STATUS IS DL100-LOTQ-STATUS.
000520     SELECT LOTHIST ASSIGN TO "LOTHIST"
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS DL100-HST-LOT-KEY
000560         FILE STATUS IS DL100-HST-STATUS-CODE.
000570     SELECT PWRAUD ASSIGN TO "PWRAUD"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS DL100-AUD-STATUS.
000600     SELECT MNTJRNL ASSIGN TO "MNTJRNL"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS DL100-JRN-STATUS.
000630     SELECT AUDGEN ASSIGN TO "AUDGEN"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS DL101-GAU-STATUS.
000660     SELECT MNTGEN ASSIGN TO "MNTGEN"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS DL101-GMN-STATUS.
000690     SELECT GENCAT ASSIGN TO "GENCAT"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS DL101-CAT-STATUS.
000720     SELECT SCORCARD ASSIGN TO "SCORCARD"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS DL101-SCR-STATUS.
000750     SELECT SCRRPT ASSIGN TO "SCRRPT"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS DL101-SCR-RPT-STATUS.
000780     SELECT EVTLOG ASSIGN TO "EVTLOG"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS DL101-EVL-STATUS.
000810 DATA DIVISION.
000820 FILE SECTION.
000830 FD  LOTQUEUE.
000840 COPY DL100L.
000850 FD  LOTHIST.
000860 COPY DL100H.
000870 FD  PWRAUD.
000880 01  DL101-TRL-AUD-REC           PIC X(105).
000890 FD  MNTJRNL.
000900 01  DL101-TRL-MNT-REC           PIC X(80).
000910 FD  AUDGEN.
000920 01  DL101-GEN-AUD-REC           PIC X(105).
000930 FD  MNTGEN.
000940 01  DL101-GEN-MNT-REC           PIC X(80).
000950 FD  GENCAT.
000960 COPY DL101N.
000970 FD  SCORCARD.
000980 COPY DL101R.
000990 FD  SCRRPT
001000     RECORD CONTAINS 132 CHARACTERS.
001010 01  DL101-SCP-RPT-REC           PIC X(132).
001020 FD  EVTLOG.
001030 01  DL101-EVT-LOG-REC           PIC X(120).
001040 WORKING-STORAGE SECTION.
001050 COPY DL101S.
001060 01  DL100-WS-STATUS-AREA.
001070     05  DL100-LOTQ-STATUS       PIC X(02) VALUE "00".
001080         88  DL100-LOTQ-OK            VALUE "00".
001090     05  DL100-HST-STATUS-CODE   PIC X(02) VALUE "00".
001100         88  DL100-HST-OK             VALUE "00".
001110     05  DL100-AUD-STATUS        PIC X(02) VALUE "00".
001120         88  DL100-AUD-OK             VALUE "00".
001130     05  DL100-JRN-STATUS        PIC X(02) VALUE "00".
001140         88  DL100-JRN-FILE-OK        VALUE "00".
001150     05  DL101-GAU-STATUS        PIC X(02) VALUE "00".
001160         88  DL101-GAU-OK             VALUE "00".
001170     05  DL101-GMN-STATUS        PIC X(02) VALUE "00".
001180         88  DL101-GMN-OK             VALUE "00".
001190     05  DL101-CAT-STATUS        PIC X(02) VALUE "00".
001200         88  DL101-CAT-OK             VALUE "00".
001210     05  DL101-SCR-STATUS        PIC X(02) VALUE "00".
001220         88  DL101-SCR-OK             VALUE "00".
001230     05  DL101-SCR-RPT-STATUS    PIC X(02) VALUE "00".
001240     05  DL101-EVL-STATUS        PIC X(02) VALUE "00".
001250         88  DL101-EVL-OK             VALUE "00".
001260*  THE JOURNAL AND AUDIT LAYOUTS, SHARED BY THE CURRENT FILES
001270*  AND THEIR ROLLED GENERATIONS; EACH LINE IS READ INTO ONE.
001280 COPY DL100J.
001290 COPY DL100A.
001300 77  DL100-EOF-SW                PIC X(01) VALUE "N".
001310     88  DL100-AT-EOF                 VALUE "Y".
001320 77  DL100-SCR-ABORT-SW          PIC X(01) VALUE "N".
001330     88  DL100-SCR-ABORTED             VALUE "Y".
001340 77  DL100-SCR-HIST-OPEN-SW      PIC X(01) VALUE "N".
001350     88  DL100-SCR-HIST-OPEN           VALUE "Y".
001360 77  DL100-SCR-WARN-SW           PIC X(01) VALUE "N".
001370     88  DL100-SCR-WARNED              VALUE "Y".
001380 77  DL100-SCR-FOUND-SW          PIC X(01) VALUE "N".
001390     88  DL100-SCR-FOUND               VALUE "Y".
001400 77  DL100-SCR-CARD-OPEN-SW      PIC X(01) VALUE "N".
001410     88  DL100-SCR-CARD-OPEN           VALUE "Y".
001420 77  DL100-SCR-CARD-FAIL-SW      PIC X(01) VALUE "N".
001430     88  DL100-SCR-CARD-FAILED         VALUE "Y".
001440 77  DL100-SCR-MOVED-SW          PIC X(01) VALUE "N".
001450     88  DL100-SCR-MOVED               VALUE "Y".
001460 77  DL100-LINE-COUNT            PIC 9(04) VALUE 0.
001470 77  DL100-PAGE-COUNT            PIC 9(04) VALUE 0.
001480 77  DL100-LINES-PER-PAGE        PIC 9(04) VALUE 60.
001490 77  DL100-WS-TIME               PIC 9(08) VALUE 0.
001500 77  DL100-SCR-USER              PIC X(08) VALUE SPACES.
001510 77  DL100-SCR-RUN-STAMP         PIC 9(14) VALUE 0.
001520*  THE WEEK BEING SCORED AND THE TOLERANCES, FROM THE
001530*  SCRWEEK, SCRTOL AND SCRPTS ENVIRONMENT VALUES.
001540 77  DL100-SCR-WEEK-ENTRY        PIC X(08) VALUE SPACES.
001550 77  DL100-SCR-TOL-ENTRY         PIC X(02) VALUE SPACES.
001560 77  DL100-SCR-PTS-ENTRY         PIC X(02) VALUE SPACES.
001570 77  DL100-SCR-TOL               PIC 9(02) VALUE 25.
001580 77  DL100-SCR-PTS               PIC 9(02) VALUE 5.
001590 77  DL100-SCR-WEEK-END          PIC 9(08) VALUE 0.
001600 77  DL100-SCR-WEEK-START        PIC 9(08) VALUE 0.
001610 77  DL100-SCR-END-DAY           PIC 9(07) VALUE 0.
001620 77  DL100-SCR-END-PRINT         PIC X(10) VALUE SPACES.
001630 77  DL100-SCR-START-PRINT       PIC X(10) VALUE SPACES.
001640*  RECORDS READ AND WHAT BECAME OF THEM, FOR THE TOTALS.
001650 77  DL100-SCR-AUD-COUNT         PIC 9(09) VALUE 0.
001660 77  DL100-SCR-JRN-COUNT         PIC 9(09) VALUE 0.
001670 77  DL100-SCR-CLASS-COUNT       PIC 9(09) VALUE 0.
001680 77  DL100-SCR-REV-COUNT         PIC 9(09) VALUE 0.
001690 77  DL100-SCR-LOST-CLASS        PIC 9(09) VALUE 0.
001700 77  DL100-SCR-LOST-RWK          PIC 9(09) VALUE 0.
001710 77  DL100-SCR-RWK-FULL-COUNT    PIC 9(09) VALUE 0.
001720 77  DL100-SCR-NUM-FULL-COUNT    PIC 9(09) VALUE 0.
001730 77  DL100-SCR-CARD-COUNT        PIC 9(09) VALUE 0.
001740 77  DL100-SCR-SUPERSEDED        PIC 9(09) VALUE 0.
001750 77  DL100-SCR-WRITTEN           PIC 9(09) VALUE 0.
001760 77  DL100-SCR-SCORED            PIC 9(09) VALUE 0.
001770 77  DL100-SCR-FLAG-LINES        PIC 9(09) VALUE 0.
001780 77  DL100-GEN-READ-COUNT        PIC 9(03) VALUE 0.
001790*  WORK FIELDS FOR ONE LOT, ONE REWORK OR ONE LINE.
001800 77  DL100-SCR-NOMBR             PIC 9(09) VALUE 0.
001810 77  DL100-SCR-KEY               PIC 9(06) VALUE 0.
001820 77  DL100-SCR-STAMP-DATE        PIC 9(08) VALUE 0.
001830 77  DL100-SCR-LAST-DATE         PIC 9(08) VALUE 0.
001840 77  DL100-SCR-PREV-DATE         PIC 9(08) VALUE 0.
001850 77  DL100-SCR-PREV-DAY          PIC 9(07) VALUE 0.
001860 77  DL100-SCR-PREV-RESUB        PIC 9(03) VALUE 0.
001870 77  DL100-SCR-WK-LINE           PIC X(03) VALUE SPACES.
001880 77  DL100-SCR-WK-STATUS         PIC X(01) VALUE SPACE.
001890 77  DL100-SCR-WK-ADDED          PIC 9(08) VALUE 0.
001900 77  DL100-SCR-WK-PRIORITY       PIC X(01) VALUE SPACE.
001910 77  DL100-SCR-WK-RESUB          PIC 9(02) VALUE 0.
001920 77  DL100-SCR-SHOW-LINE         PIC X(03) VALUE SPACES.
001930 77  DL100-SCR-CLASSIFIED        PIC 9(07) VALUE 0.
001940 77  DL100-SCR-FIG-SUB           PIC 9(01) VALUE 0.
001950 77  DL100-SCR-WEEK-SUB          PIC 9(02) VALUE 0.
001960 77  DL100-SCR-WEEK-REM          PIC 9(01) VALUE 0.
001970 77  DL100-SCR-WEEKS-ON          PIC 9(01) VALUE 0.
001980 77  DL100-SCR-FIG-FLAGS         PIC 9(01) VALUE 0.
001990 77  DL100-SCR-DAYS-BACK         PIC 9(07) VALUE 0.
002000 77  DL100-SCR-SUM               PIC 9(09)V9(02) VALUE 0.
002010 77  DL100-SCR-BASE              PIC 9(07)V9(02) VALUE 0.
002020 77  DL100-SCR-DIFF              PIC S9(07)V9(02) VALUE 0.
002030 77  DL100-SCR-ABS               PIC 9(07)V9(02) VALUE 0.
002040 77  DL100-SCR-ED-WEEKS          PIC 9(01) VALUE 0.
002050 01  DL100-WS-DATE-AREA.
002060     05  DL100-WS-YYYYMMDD.
002070         10  DL100-WS-CCYY       PIC 9(04).
002080         10  DL100-WS-MM         PIC 9(02).
002090         10  DL100-WS-DD         PIC 9(02).
002100*  THE DATE AND DAY NUMBER 7100-DATE-TO-DAYS AND
002110*  7200-DAYS-TO-DATE TURN INTO EACH OTHER.  THE DAY NUMBER
002120*  COUNTS DAYS FROM A FIXED POINT FAR IN THE PAST, SO THE
002130*  DIFFERENCE OF TWO IS THE DAYS BETWEEN THEM.
002140 01  DL100-SCR-CAL-DATE.
002150     05  DL100-SCR-CAL-CCYY      PIC 9(04).
002160     05  DL100-SCR-CAL-MM        PIC 9(02).
002170     05  DL100-SCR-CAL-DD        PIC 9(02).
002180 77  DL100-SCR-DAY-NO            PIC 9(07) VALUE 0.
002190 77  DL100-SCR-JA                PIC S9(09) VALUE 0.
002200 77  DL100-SCR-JB                PIC S9(09) VALUE 0.
002210 77  DL100-SCR-JC                PIC S9(09) VALUE 0.
002220 77  DL100-SCR-JD                PIC S9(09) VALUE 0.
002230 77  DL100-SCR-JE                PIC S9(09) VALUE 0.
002240 77  DL100-SCR-JM                PIC S9(09) VALUE 0.
002250 77  DL100-SCR-JY                PIC S9(09) VALUE 0.
002260 77  DL100-SCR-JT1               PIC S9(09) VALUE 0.
002270 77  DL100-SCR-JT2               PIC S9(09) VALUE 0.
002280 77  DL100-SCR-JT3               PIC S9(09) VALUE 0.
002290*  THE WEEK-ENDING DATES OF THE FOUR WEEKS BEFORE THIS ONE,
002300*  NEWEST FIRST; WEEK 1 IS THE PRIOR WEEK.
002310 01  DL100-SCR-HIST-WEEKS.
002320     05  DL100-SCR-HIST-END      PIC 9(08) OCCURS 4 TIMES.
002330*  THE SEVEN FIGURES, IN THE ORDER THEY PRINT, AND HOW EACH
002340*  IS HELD TO THE TOLERANCE: C A COUNT AND A AN AVERAGE BY
002350*  PERCENT CHANGE (SCRTOL), P A PERCENTAGE BY POINTS
002360*  (SCRPTS).
002370 01  DL100-SCR-FIG-TITLES.
002380     05  FILLER                  PIC X(30) VALUE
002390         "LOTS CLASSIFIED".
002400     05  FILLER                  PIC X(30) VALUE
002410         "REJECT RATE %".
002420     05  FILLER                  PIC X(30) VALUE
002430         "DUPLICATE RATE %".
002440     05  FILLER                  PIC X(30) VALUE
002450         "AVERAGE RESUBMIT COUNT".
002460     05  FILLER                  PIC X(30) VALUE
002470         "REJECT-TO-REWORK DAYS".
002480     05  FILLER                  PIC X(30) VALUE
002490         "FULL PALLET, ZERO RESIDUAL %".
002500     05  FILLER                  PIC X(30) VALUE
002510         "EXPEDITED LOTS".
002520 01  FILLER REDEFINES DL100-SCR-FIG-TITLES.
002530     05  DL100-SCR-FIG-TITLE     PIC X(30) OCCURS 7 TIMES.
002540 01  DL100-SCR-FIG-KINDS         PIC X(07) VALUE "CPPAAPC".
002550 01  FILLER REDEFINES DL100-SCR-FIG-KINDS.
002560     05  DL100-SCR-FIG-KIND      PIC X(01) OCCURS 7 TIMES.
002570*  THE LINE BEING SCORED: THIS WEEK'S FIGURES AND, FOR EACH,
002580*  THE PRIOR WEEK AND FOUR-WEEK AVERAGE (ON = Y WHEN THERE IS
002590*  ONE TO COMPARE WITH), THE CHANGE AND ITS FLAG.
002600 01  DL100-SCR-CMP-TABLE.
002610     05  DL100-SCR-CMP-ENTRY OCCURS 7 TIMES.
002620         10  DL100-SCR-CUR-FIG   PIC 9(07)V9(02).
002630         10  DL100-SCR-PRIOR-ON  PIC X(01).
002640         10  DL100-SCR-PRIOR-FIG PIC 9(07)V9(02).
002650         10  DL100-SCR-CHG1      PIC S9(07)V9(02).
002660         10  DL100-SCR-FLAG1     PIC X(01).
002670         10  DL100-SCR-AVG-ON    PIC X(01).
002680         10  DL100-SCR-AVG-FIG   PIC 9(07)V9(02).
002690         10  DL100-SCR-CHG2      PIC S9(07)V9(02).
002700         10  DL100-SCR-FLAG2     PIC X(01).
002710*  ONE ENTRY PER PACKING LINE, IN LINE CODE ORDER: THIS WEEK'S
002720*  COUNTS, AND THE FIGURES FROM SCORCARD FOR EACH OF THE FOUR
002730*  WEEKS BEFORE (WEEK 1 THE PRIOR WEEK).  HIST-ACTIVE IS Y
002740*  WHEN ANY OF THOSE WEEKS HAD LOTS OR REWORKS, SO A LINE
002750*  STILL SCORES THE WEEK IT GOES QUIET BUT DROPS OFF ONCE IT
002760*  HAS BEEN QUIET FOR FIVE.
002770 01  DL100-SLN-TABLE.
002780     05  DL100-SLN-COUNT         PIC 9(02) VALUE 0.
002790     05  DL100-SLN-ENTRY OCCURS 50 TIMES.
002800         10  DL100-SLN-LINE      PIC X(03).
002810         10  DL100-SLN-DONE      PIC 9(07).
002820         10  DL100-SLN-REJECTS   PIC 9(07).
002830         10  DL100-SLN-DUPS      PIC 9(07).
002840         10  DL100-SLN-RESUB     PIC 9(07).
002850         10  DL100-SLN-REWORKS   PIC 9(07).
002860         10  DL100-SLN-TURN      PIC 9(09).
002870         10  DL100-SLN-ZERO      PIC 9(07).
002875         10  DL100-SLN-PLANNED   PIC 9(07).
002880         10  DL100-SLN-EXPEDITE  PIC 9(07).
002890         10  DL100-SLN-HIST-ACTIVE
002900                                 PIC X(01).
002910         10  DL100-SLN-WEEK OCCURS 4 TIMES.
002920             15  DL100-SLN-WEEK-ON
002930                                 PIC X(01).
002940             15  DL100-SLN-WEEK-FIG
002950                                 PIC 9(07)V9(02) OCCURS 7 TIMES.
002960 77  DL100-SLN-SUB               PIC 9(02) VALUE 0.
002970 77  DL100-SLN-FIND              PIC 9(02) VALUE 0.
002980 77  DL100-SLN-MOVE              PIC 9(02) VALUE 0.
002990*  EVERY DONE OR PENDING LOT NUMBER ON LOTQUEUE AND EVERY DONE
003000*  ONE ON LOTHIST, IN ASCENDING NUMBER ORDER FOR A BINARY
003010*  SEARCH, WITH THE LOT'S LINE, PRIORITY AND RESUBMIT COUNT
003020*  (THE FIRST LOT FOUND FOR A NUMBER STANDS FOR IT).  PENDING
003030*  LOTS ARE HERE BECAUSE A RUN BACKED OUT BY POWREV LEAVES ITS
003037*  LOTS PENDING AGAIN.  WEEK-CT IS THE NUMBER'S
003044*  CLASSIFICATIONS COUNTED THIS WEEK, RUN-NO THE RUN OF THE
003051*  LAST AND PLAN-STATE THAT LAST ONE'S PALLET PLAN - Z FULL
003058*  LAYERS WITH NO RESIDUAL, P ANY OTHER PLAN, SPACE NOT ON
003065*  THE AUDIT LINE - SO A REVERSAL TAKES BACK ONLY WHAT THIS
003072*  WEEK COUNTED.
003080 01  DL100-NUM-TABLE.
003090     05  DL100-NUM-COUNT         PIC 9(05) VALUE 0.
003100     05  DL100-NUM-ENTRY OCCURS 20000 TIMES.
003110         10  DL100-NUM-NOMBR     PIC 9(09).
003120         10  DL100-NUM-LINE      PIC X(03).
003130         10  DL100-NUM-PRIORITY  PIC X(01).
003140         10  DL100-NUM-RESUB     PIC 9(02).
003150         10  DL100-NUM-WEEK-CT   PIC 9(03).
003156         10  DL100-NUM-PLAN-STATE
003162                                 PIC X(01).
003170         10  DL100-NUM-RUN-NO    PIC X(06).
003180 77  DL100-NUM-SUB               PIC 9(05) VALUE 0.
003190 77  DL100-NUM-LOW               PIC 9(05) VALUE 0.
003200 77  DL100-NUM-HIGH              PIC 9(05) VALUE 0.
003210 77  DL100-NUM-MID               PIC 9(05) VALUE 0.
003220 77  DL100-NUM-FOUND-SUB         PIC 9(05) VALUE 0.
003230 77  DL100-NUM-INSERT-SUB        PIC 9(05) VALUE 0.
003240*  EVERY LOT KEY EVER REWORKED, IN ASCENDING KEY ORDER, WITH
003250*  THE DATE OF ITS LATEST REWORK (ITS LATEST RESUBMISSION)
003260*  AND HOW MANY REWORKS IT HAS HAD, AS THE JOURNAL IS READ.
003270 01  DL100-RWK-TABLE.
003280     05  DL100-RWK-COUNT         PIC 9(04) VALUE 0.
003290     05  DL100-RWK-ENTRY OCCURS 5000 TIMES.
003300         10  DL100-RWK-KEY       PIC 9(06).
003310         10  DL100-RWK-DATE      PIC 9(08).
003320         10  DL100-RWK-SEEN      PIC 9(03).
003330 77  DL100-RWK-SUB               PIC 9(04) VALUE 0.
003340 77  DL100-RWK-LOW               PIC 9(04) VALUE 0.
003350 77  DL100-RWK-HIGH              PIC 9(04) VALUE 0.
003360 77  DL100-RWK-MID               PIC 9(04) VALUE 0.
003370 77  DL100-RWK-FOUND-SUB         PIC 9(04) VALUE 0.
003380 77  DL100-RWK-INSERT-SUB        PIC 9(04) VALUE 0.
003390*  THE ROLLED GENERATIONS TO READ, IN CATALOG (OLDEST FIRST)
003400*  ORDER, AND WHICH FILE A SCAN IS READING NOW.
003410 01  DL100-GEN-TABLE.
003420     05  DL100-GEN-COUNT         PIC 9(03) VALUE 0.
003430     05  DL100-GEN-ENTRY OCCURS 300 TIMES.
003440         10  DL100-GEN-TRAIL     PIC X(08).
003450         10  DL100-GEN-DSN       PIC X(44).
003460 77  DL100-GEN-SUB               PIC 9(03) VALUE 0.
003470 77  DL100-GEN-LAST-DATE         PIC 9(08) VALUE 0.
003480 77  DL100-SOURCE-SW             PIC X(01) VALUE "N".
003490     88  DL100-SOURCE-GEN              VALUE "G".
003500     88  DL100-SOURCE-CURRENT          VALUE "C".
003510     88  DL100-SOURCE-DONE             VALUE "E".
003520*  THE EXCEPTION EVENT 9700-WRITE-EVENT APPENDS TO EVTLOG.
003530 77  DL101-EVT-TIME              PIC 9(08) VALUE 0.
003540 COPY DL101P.
003550 PROCEDURE DIVISION.
003560 0000-MAINLINE.
003570     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
003580     IF DL100-SCR-ABORTED
003590         STOP RUN
003600     END-IF.
003610     PERFORM 2000-SCAN-JOURNAL THRU 2000-SCAN-JOURNAL-EXIT.
003620     PERFORM 3000-SCAN-QUEUE THRU 3000-SCAN-QUEUE-EXIT.
003630     PERFORM 3500-SCAN-HISTORY THRU 3500-SCAN-HISTORY-EXIT.
003640     PERFORM 4000-SCAN-AUDIT THRU 4000-SCAN-AUDIT-EXIT.
003650     PERFORM 5000-LOAD-SCORECARD THRU 5000-LOAD-SCORECARD-EXIT.
003660     PERFORM 6000-SCORE-LINES THRU 6000-SCORE-LINES-EXIT.
003670     PERFORM 8000-FINISH THRU 8000-FINISH-EXIT.
003680     STOP RUN.
003690 0000-MAINLINE-EXIT.
003700     EXIT.
003710*----------------------------------------------------------*
003720* 1000-INITIALIZE - SETTLE THE WEEK AND THE TOLERANCES,     *
003730* OPEN THE TWO LOT FILES FOR READING, LIST THE ROLLED       *
003740* GENERATIONS AND OPEN THE REPORT.  NO LOTQUEUE MEANS       *
003750* NOTHING TO SCORE - SAY SO RATHER THAN PRINT AN EMPTY      *
003760* SCORECARD.  NO LOTHIST ONLY MEANS POWARC HAS NEVER RUN.   *
003770*----------------------------------------------------------*
003780 1000-INITIALIZE.
003790     ACCEPT DL100-SCR-USER FROM ENVIRONMENT "USER".
003800     IF DL100-SCR-USER = SPACES
003810         MOVE "PWRBATCH" TO DL100-SCR-USER
003820     END-IF.
003830     ACCEPT DL100-WS-YYYYMMDD FROM DATE YYYYMMDD.
003840     ACCEPT DL100-WS-TIME FROM TIME.
003850     STRING DL100-WS-YYYYMMDD DL100-WS-TIME(1:6)
003860         DELIMITED BY SIZE INTO DL100-SCR-RUN-STAMP.
003870     PERFORM 1100-SETTLE-WEEK THRU 1100-SETTLE-WEEK-EXIT.
003880     IF DL100-SCR-ABORTED
003890         GO TO 1000-INITIALIZE-EXIT
003900     END-IF.
003910     OPEN INPUT LOTQUEUE.
003920     IF NOT DL100-LOTQ-OK
003930         DISPLAY "POWSCR: LOTQUEUE NOT AVAILABLE, STATUS "
003940             DL100-LOTQ-STATUS " - NO SCORECARD PRODUCED"
003950         MOVE SPACES TO DL101-EVT-RECORD
003960         SET DL101-EVT-REFUSED TO TRUE
003970         SET DL101-EVT-ERROR TO TRUE
003980         MOVE "LOTQUEUE NOT AVAILABLE - NO SCORECARD PRODUCED"
003990             TO DL101-EVT-TEXT
004000         PERFORM 9700-WRITE-EVENT THRU 9700-WRITE-EVENT-EXIT
004010         MOVE "Y" TO DL100-SCR-ABORT-SW
004020         MOVE 12 TO RETURN-CODE
004030         GO TO 1000-INITIALIZE-EXIT
004040     END-IF.
004050     OPEN INPUT LOTHIST.
004060     IF DL100-HST-OK
004070         MOVE "Y" TO DL100-SCR-HIST-OPEN-SW
004080     ELSE
004090         DISPLAY "POWSCR: NO LOTHIST ON FILE, STATUS "
004100             DL100-HST-STATUS-CODE " - QUEUE ONLY"
004110     END-IF.
004120     PERFORM 1200-LOAD-GENERATIONS
004130         THRU 1200-LOAD-GENERATIONS-EXIT.
004140     OPEN OUTPUT SCRRPT.
004150     PERFORM 1300-WRITE-HEADING THRU 1300-WRITE-HEADING-EXIT.
004160 1000-INITIALIZE-EXIT.
004170     EXIT.
004180*----------------------------------------------------------*
004190* 1100-SETTLE-WEEK - THE WEEK ENDS ON SCRWEEK (DEFAULT      *
004200* YESTERDAY) AND STARTS SIX DAYS BEFORE; THE FOUR WEEKS     *
004210* BEFORE IT END 7, 14, 21 AND 28 DAYS EARLIER.  A SCRWEEK   *
004220* THAT IS NOT A CALENDAR DATE STOPS THE JOB WITH RETURN     *
004230* CODE 8.  A SCRTOL OR SCRPTS THAT IS NOT 01 TO 99 IS SAID  *
004240* ON THE CONSOLE AND THE DEFAULT USED.                      *
004250*----------------------------------------------------------*
004260 1100-SETTLE-WEEK.
004270     ACCEPT DL100-SCR-WEEK-ENTRY FROM ENVIRONMENT "SCRWEEK".
004280     IF DL100-SCR-WEEK-ENTRY = SPACES
004290         MOVE DL100-WS-YYYYMMDD TO DL100-SCR-CAL-DATE
004300         PERFORM 7100-DATE-TO-DAYS THRU 7100-DATE-TO-DAYS-EXIT
004310         SUBTRACT 1 FROM DL100-SCR-DAY-NO
004320         PERFORM 7200-DAYS-TO-DATE THRU 7200-DAYS-TO-DATE-EXIT
004330         MOVE DL100-SCR-CAL-DATE TO DL100-SCR-WEEK-END
004340     ELSE
004350         IF DL100-SCR-WEEK-ENTRY IS NOT NUMERIC
004360             DISPLAY "POWSCR: SCRWEEK MUST BE CCYYMMDD - "
004370                 "NO SCORECARD PRODUCED"
004380             MOVE SPACES TO DL101-EVT-RECORD
004390             SET DL101-EVT-REFUSED TO TRUE
004400             SET DL101-EVT-ERROR TO TRUE
004410             MOVE "SCRWEEK NOT CCYYMMDD - NO SCORECARD PRODUCED"
004420                 TO DL101-EVT-TEXT
004430             PERFORM 9700-WRITE-EVENT THRU 9700-WRITE-EVENT-EXIT
004440             MOVE "Y" TO DL100-SCR-ABORT-SW
004450             MOVE 8 TO RETURN-CODE
004460             GO TO 1100-SETTLE-WEEK-EXIT
004470         END-IF
004480         MOVE DL100-SCR-WEEK-ENTRY TO DL100-SCR-WEEK-END
004490     END-IF.
004500     MOVE DL100-SCR-WEEK-END TO DL100-SCR-CAL-DATE.
004510     IF DL100-SCR-CAL-MM < 1 OR DL100-SCR-CAL-MM > 12 OR
004520        DL100-SCR-CAL-DD < 1 OR DL100-SCR-CAL-DD > 31
004530         GO TO 1100-SETTLE-WEEK-BAD-DATE
004540     END-IF.
004550     PERFORM 7100-DATE-TO-DAYS THRU 7100-DATE-TO-DAYS-EXIT.
004560     MOVE DL100-SCR-DAY-NO TO DL100-SCR-END-DAY.
004570     PERFORM 7200-DAYS-TO-DATE THRU 7200-DAYS-TO-DATE-EXIT.
004580     IF DL100-SCR-CAL-DATE NOT = DL100-SCR-WEEK-END
004590         GO TO 1100-SETTLE-WEEK-BAD-DATE
004600     END-IF.
004610     PERFORM 7300-FORMAT-DATE THRU 7300-FORMAT-DATE-EXIT.
004620     MOVE DL101-SCP-HDG2-END TO DL100-SCR-END-PRINT.
004630     COMPUTE DL100-SCR-DAY-NO = DL100-SCR-END-DAY - 6.
004640     PERFORM 7200-DAYS-TO-DATE THRU 7200-DAYS-TO-DATE-EXIT.
004650     MOVE DL100-SCR-CAL-DATE TO DL100-SCR-WEEK-START.
004660     PERFORM 7300-FORMAT-DATE THRU 7300-FORMAT-DATE-EXIT.
004670     MOVE DL101-SCP-HDG2-END TO DL100-SCR-START-PRINT.
004680     PERFORM 1150-HISTORY-WEEK THRU 1150-HISTORY-WEEK-EXIT
004690         VARYING DL100-SCR-WEEK-SUB FROM 1 BY 1
004700         UNTIL DL100-SCR-WEEK-SUB > 4.
004710     ACCEPT DL100-SCR-TOL-ENTRY FROM ENVIRONMENT "SCRTOL".
004720     IF DL100-SCR-TOL-ENTRY NOT = SPACES
004730         IF DL100-SCR-TOL-ENTRY IS NUMERIC AND
004740            DL100-SCR-TOL-ENTRY NOT = "00"
004750             MOVE DL100-SCR-TOL-ENTRY TO DL100-SCR-TOL
004760         ELSE
004770             DISPLAY "POWSCR: SCRTOL MUST BE 01 TO 99 - "
004780                 DL100-SCR-TOL " USED"
004790             MOVE "Y" TO DL100-SCR-WARN-SW
004800         END-IF
004810     END-IF.
004820     ACCEPT DL100-SCR-PTS-ENTRY FROM ENVIRONMENT "SCRPTS".
004830     IF DL100-SCR-PTS-ENTRY NOT = SPACES
004840         IF DL100-SCR-PTS-ENTRY IS NUMERIC AND
004850            DL100-SCR-PTS-ENTRY NOT = "00"
004860             MOVE DL100-SCR-PTS-ENTRY TO DL100-SCR-PTS
004870         ELSE
004880             DISPLAY "POWSCR: SCRPTS MUST BE 01 TO 99 - "
004890                 DL100-SCR-PTS " USED"
004900             MOVE "Y" TO DL100-SCR-WARN-SW
004910         END-IF
004920     END-IF.
004930     GO TO 1100-SETTLE-WEEK-EXIT.
004940 1100-SETTLE-WEEK-BAD-DATE.
004950     DISPLAY "POWSCR: SCRWEEK " DL100-SCR-WEEK-END
004960         " IS NOT A CALENDAR DATE - NO SCORECARD PRODUCED".
004970     MOVE SPACES TO DL101-EVT-RECORD.
004980     SET DL101-EVT-REFUSED TO TRUE.
004990     SET DL101-EVT-ERROR TO TRUE.
005000     MOVE "SCRWEEK NOT A CALENDAR DATE - NO SCORECARD"
005010         TO DL101-EVT-TEXT.
005020     PERFORM 9700-WRITE-EVENT THRU 9700-WRITE-EVENT-EXIT.
005030     MOVE "Y" TO DL100-SCR-ABORT-SW.
005040     MOVE 8 TO RETURN-CODE.
005050 1100-SETTLE-WEEK-EXIT.
005060     EXIT.
005070*----------------------------------------------------------*
005080* 1150-HISTORY-WEEK - THE WEEK-ENDING DATE OF ONE OF THE    *
005090* FOUR WEEKS BEFORE THIS ONE.                               *
005100*----------------------------------------------------------*
005110 1150-HISTORY-WEEK.
005120     COMPUTE DL100-SCR-DAY-NO =
005130         DL100-SCR-END-DAY - 7 * DL100-SCR-WEEK-SUB.
005140     PERFORM 7200-DAYS-TO-DATE THRU 7200-DAYS-TO-DATE-EXIT.
005150     MOVE DL100-SCR-CAL-DATE
005160         TO DL100-SCR-HIST-END(DL100-SCR-WEEK-SUB).
005170 1150-HISTORY-WEEK-EXIT.
005180     EXIT.
005190*----------------------------------------------------------*
005200* 1200-LOAD-GENERATIONS - LIST THE ROLLED MNTJRNL           *
005210* GENERATIONS (ALL OF THEM: A REWORK THIS WEEK NEEDS THE    *
005220* REWORK BEFORE IT, HOWEVER OLD) AND THE ROLLED PWRAUD      *
005230* GENERATIONS WHOSE LAST LINE IS NO EARLIER THAN THE START  *
005240* OF THE WEEK.  NO CATALOG AT ALL MEANS NOTHING HAS EVER    *
005250* BEEN ROLLED.                                              *
005260*----------------------------------------------------------*
005270 1200-LOAD-GENERATIONS.
005280     OPEN INPUT GENCAT.
005290     IF NOT DL101-CAT-OK
005300         GO TO 1200-LOAD-GENERATIONS-EXIT
005310     END-IF.
005320 1200-LOAD-GENERATIONS-LOOP.
005330     READ GENCAT
005340         AT END
005350             CLOSE GENCAT
005360             GO TO 1200-LOAD-GENERATIONS-EXIT
005370     END-READ.
005380     IF NOT DL101-CAT-IS-AUDIT AND NOT DL101-CAT-IS-MNT-JRNL
005390         GO TO 1200-LOAD-GENERATIONS-LOOP
005400     END-IF.
005410     IF DL101-CAT-IS-AUDIT AND DL101-CAT-LAST-STAMP > 0
005420         MOVE DL101-CAT-LAST-STAMP(1:8) TO DL100-GEN-LAST-DATE
005430         IF DL100-GEN-LAST-DATE < DL100-SCR-WEEK-START
005440             GO TO 1200-LOAD-GENERATIONS-LOOP
005450         END-IF
005460     END-IF.
005470     IF DL100-GEN-COUNT >= 300
005480         DISPLAY "POWSCR: GENERATION TABLE FULL, "
005490             DL101-CAT-DSN " NOT READ"
005500         MOVE "Y" TO DL100-SCR-WARN-SW
005510         GO TO 1200-LOAD-GENERATIONS-LOOP
005520     END-IF.
005530     ADD 1 TO DL100-GEN-COUNT.
005540     MOVE DL101-CAT-TRAIL TO DL100-GEN-TRAIL(DL100-GEN-COUNT).
005550     MOVE DL101-CAT-DSN TO DL100-GEN-DSN(DL100-GEN-COUNT).
005560     GO TO 1200-LOAD-GENERATIONS-LOOP.
005570 1200-LOAD-GENERATIONS-EXIT.
005580     EXIT.
005590*----------------------------------------------------------*
005600* 1300-WRITE-HEADING - REPORT DATE HEADING AND THE WEEK     *
005610* BEING SCORED AT THE TOP OF EACH PAGE.                     *
005620*----------------------------------------------------------*
005630 1300-WRITE-HEADING.
005640     ACCEPT DL100-WS-YYYYMMDD FROM DATE YYYYMMDD.
005650     ADD 1 TO DL100-PAGE-COUNT.
005660     MOVE SPACES TO DL101-SCP-HDG1-DATE.
005670     STRING DL100-WS-MM "/" DL100-WS-DD "/" DL100-WS-CCYY
005680         DELIMITED BY SIZE INTO DL101-SCP-HDG1-DATE.
005690     MOVE DL100-PAGE-COUNT TO DL101-SCP-HDG1-PAGE.
005700     WRITE DL101-SCP-RPT-REC FROM DL101-SCP-HDG1-LINE
005710         AFTER ADVANCING TOP-OF-PAGE.
005720     MOVE DL100-SCR-END-PRINT TO DL101-SCP-HDG2-END.
005730     MOVE DL100-SCR-START-PRINT TO DL101-SCP-HDG2-START.
005740     MOVE DL100-SCR-TOL TO DL101-SCP-HDG2-TOL.
005750     MOVE DL100-SCR-PTS TO DL101-SCP-HDG2-PTS.
005760     WRITE DL101-SCP-RPT-REC FROM DL101-SCP-HDG2-LINE.
005770     MOVE 2 TO DL100-LINE-COUNT.
005780 1300-WRITE-HEADING-EXIT.
005790     EXIT.
005800*----------------------------------------------------------*
005810* 2000-SCAN-JOURNAL - READ EVERY MNTJRNL LINE, THE ROLLED   *
005820* GENERATIONS FIRST AND THEN THE CURRENT JOURNAL, FOR THE   *
005830* POWMNT REWORKS.  A REWORK SAYS THE LOT'S LAST SUBMISSION  *
005840* WAS REJECTED: THAT SUBMISSION IS THE LOT'S PREVIOUS       *
005850* REWORK, OR ITS ADD DATE IF THIS IS THE FIRST.  A REJECTED *
005860* SUBMISSION DATED IN THE WEEK COUNTS AS A REJECT ON THE    *
005870* LOT'S LINE, WITH THE RESUBMITS IT HAD BEHIND IT; A REWORK *
005880* DATED IN THE WEEK COUNTS TOWARD THE TURNAROUND, THE DAYS  *
005890* FROM THAT SUBMISSION TO THE REWORK.  EVERY REWORK UPDATES *
005900* THE REWORK TABLE, SO THE LOT FILE SCANS KNOW EACH LOT'S   *
005910* LATEST RESUBMISSION.                                      *
005920*----------------------------------------------------------*
005930 2000-SCAN-JOURNAL.
005940     MOVE 0 TO DL100-GEN-SUB.
005950     MOVE "N" TO DL100-SOURCE-SW.
005960     PERFORM 2050-OPEN-NEXT-JOURNAL
005970         THRU 2050-OPEN-NEXT-JOURNAL-EXIT.
005980 2000-SCAN-JOURNAL-LOOP.
005990     IF DL100-SOURCE-DONE
006000         GO TO 2000-SCAN-JOURNAL-EXIT
006010     END-IF.
006020     IF DL100-SOURCE-GEN
006030         READ MNTGEN INTO DL100-JRN-RECORD
006040             AT END
006050                 CLOSE MNTGEN
006060                 PERFORM 2050-OPEN-NEXT-JOURNAL
006070                     THRU 2050-OPEN-NEXT-JOURNAL-EXIT
006080                 GO TO 2000-SCAN-JOURNAL-LOOP
006090         END-READ
006100     ELSE
006110         READ MNTJRNL INTO DL100-JRN-RECORD
006120             AT END
006130                 CLOSE MNTJRNL
006140                 GO TO 2000-SCAN-JOURNAL-EXIT
006150         END-READ
006160     END-IF.
006170     ADD 1 TO DL100-SCR-JRN-COUNT.
006180     IF DL100-JRN-FUNCTION NOT = "REWORK" OR
006190        DL100-JRN-LOT-KEY IS NOT NUMERIC
006200         GO TO 2000-SCAN-JOURNAL-LOOP
006210     END-IF.
006220     MOVE DL100-JRN-TIMESTAMP(1:8) TO DL100-SCR-STAMP-DATE.
006230     MOVE DL100-JRN-LOT-KEY TO DL100-SCR-KEY.
006240     PERFORM 2450-FIND-REWORK THRU 2450-FIND-REWORK-EXIT.
006250     IF DL100-SCR-STAMP-DATE < DL100-SCR-WEEK-START
006260         GO TO 2000-SCAN-JOURNAL-NOTE
006270     END-IF.
006280     MOVE 0 TO DL100-SCR-PREV-DATE.
006290     MOVE 0 TO DL100-SCR-PREV-RESUB.
006300     IF DL100-RWK-FOUND-SUB > 0
006310         MOVE DL100-RWK-DATE(DL100-RWK-FOUND-SUB)
006320             TO DL100-SCR-PREV-DATE
006330         MOVE DL100-RWK-SEEN(DL100-RWK-FOUND-SUB)
006340             TO DL100-SCR-PREV-RESUB
006350     END-IF.
006360     PERFORM 2500-READ-LOT THRU 2500-READ-LOT-EXIT.
006370     IF NOT DL100-SCR-FOUND
006380         ADD 1 TO DL100-SCR-LOST-RWK
006390         GO TO 2000-SCAN-JOURNAL-NOTE
006400     END-IF.
006410     IF DL100-SCR-PREV-DATE = 0
006420         MOVE DL100-SCR-WK-ADDED TO DL100-SCR-PREV-DATE
006430     END-IF.
006440     PERFORM 2900-FIND-LINE THRU 2900-FIND-LINE-EXIT.
006450     IF DL100-SLN-SUB = 0
006460         GO TO 2000-SCAN-JOURNAL-NOTE
006470     END-IF.
006480     IF DL100-SCR-PREV-DATE NOT < DL100-SCR-WEEK-START AND
006490        DL100-SCR-PREV-DATE NOT > DL100-SCR-WEEK-END
006500         ADD 1 TO DL100-SLN-REJECTS(DL100-SLN-SUB)
006510         ADD DL100-SCR-PREV-RESUB
006520             TO DL100-SLN-RESUB(DL100-SLN-SUB)
006530         IF DL100-SCR-WK-PRIORITY = "E"
006540             ADD 1 TO DL100-SLN-EXPEDITE(DL100-SLN-SUB)
006550         END-IF
006560     END-IF.
006570     IF DL100-SCR-STAMP-DATE > DL100-SCR-WEEK-END OR
006580        DL100-SCR-PREV-DATE = 0 OR
006590        DL100-SCR-PREV-DATE > DL100-SCR-STAMP-DATE
006600         GO TO 2000-SCAN-JOURNAL-NOTE
006610     END-IF.
006620     ADD 1 TO DL100-SLN-REWORKS(DL100-SLN-SUB).
006630     MOVE DL100-SCR-PREV-DATE TO DL100-SCR-CAL-DATE.
006640     PERFORM 7100-DATE-TO-DAYS THRU 7100-DATE-TO-DAYS-EXIT.
006650     MOVE DL100-SCR-DAY-NO TO DL100-SCR-PREV-DAY.
006660     MOVE DL100-SCR-STAMP-DATE TO DL100-SCR-CAL-DATE.
006670     PERFORM 7100-DATE-TO-DAYS THRU 7100-DATE-TO-DAYS-EXIT.
006680     COMPUTE DL100-SLN-TURN(DL100-SLN-SUB) =
006690         DL100-SLN-TURN(DL100-SLN-SUB) + DL100-SCR-DAY-NO
006700         - DL100-SCR-PREV-DAY.
006710 2000-SCAN-JOURNAL-NOTE.
006720     IF DL100-RWK-FOUND-SUB > 0
006730         MOVE DL100-SCR-STAMP-DATE
006740             TO DL100-RWK-DATE(DL100-RWK-FOUND-SUB)
006750         ADD 1 TO DL100-RWK-SEEN(DL100-RWK-FOUND-SUB)
006760         GO TO 2000-SCAN-JOURNAL-LOOP
006770     END-IF.
006780     PERFORM 2400-ADD-REWORK THRU 2400-ADD-REWORK-EXIT.
006790     GO TO 2000-SCAN-JOURNAL-LOOP.
006800 2000-SCAN-JOURNAL-EXIT.
006810     EXIT.
006820*----------------------------------------------------------*
006830* 2050-OPEN-NEXT-JOURNAL - OPEN THE NEXT MNTJRNL GENERATION *
006840* ON THE LIST, POINTING MNTGEN AT ITS DATED FILE, OR THE    *
006850* CURRENT JOURNAL ONCE THE LIST IS USED UP.  A CATALOGED    *
006860* GENERATION NOT ON FILE IS SKIPPED WITH A WARNING.         *
006870*----------------------------------------------------------*
006880 2050-OPEN-NEXT-JOURNAL.
006890     IF DL100-GEN-SUB < DL100-GEN-COUNT
006900         ADD 1 TO DL100-GEN-SUB
006910         IF DL100-GEN-TRAIL(DL100-GEN-SUB) NOT = "MNTJRNL"
006920             GO TO 2050-OPEN-NEXT-JOURNAL
006930         END-IF
006940         DISPLAY "MNTGEN" UPON ENVIRONMENT-NAME
006950         DISPLAY DL100-GEN-DSN(DL100-GEN-SUB)
006960             UPON ENVIRONMENT-VALUE
006970         OPEN INPUT MNTGEN
006980         IF NOT DL101-GMN-OK
006990             DISPLAY "POWSCR: GENERATION "
007000                 DL100-GEN-DSN(DL100-GEN-SUB)
007010             DISPLAY "POWSCR:   NOT ON FILE, STATUS "
007020                 DL101-GMN-STATUS " - SKIPPED"
007030             MOVE "Y" TO DL100-SCR-WARN-SW
007040             GO TO 2050-OPEN-NEXT-JOURNAL
007050         END-IF
007060         ADD 1 TO DL100-GEN-READ-COUNT
007070         MOVE "G" TO DL100-SOURCE-SW
007080         GO TO 2050-OPEN-NEXT-JOURNAL-EXIT
007090     END-IF.
007100     MOVE "E" TO DL100-SOURCE-SW.
007110     OPEN INPUT MNTJRNL.
007120     IF DL100-JRN-FILE-OK
007130         MOVE "C" TO DL100-SOURCE-SW
007140     END-IF.
007150 2050-OPEN-NEXT-JOURNAL-EXIT.
007160     EXIT.
007170*----------------------------------------------------------*
007180* 2400-ADD-REWORK - PUT DL100-SCR-KEY IN THE REWORK TABLE   *
007190* AT THE PLACE THE LAST 2450-FIND-REWORK LEFT IN            *
007200* DL100-RWK-INSERT-SUB, WITH THIS REWORK'S DATE.  PAST THE  *
007210* TABLE LIMIT THE KEY IS COUNTED AND SAID AT THE END; ITS   *
007220* LATER REWORKS THEN LOOK LIKE FIRST ONES.                  *
007230*----------------------------------------------------------*
007240 2400-ADD-REWORK.
007250     IF DL100-RWK-COUNT >= 5000
007260         ADD 1 TO DL100-SCR-RWK-FULL-COUNT
007270         MOVE "Y" TO DL100-SCR-WARN-SW
007280         GO TO 2400-ADD-REWORK-EXIT
007290     END-IF.
007300     IF DL100-RWK-INSERT-SUB <= DL100-RWK-COUNT
007310         PERFORM 2460-SHIFT-REWORK THRU 2460-SHIFT-REWORK-EXIT
007320             VARYING DL100-RWK-SUB FROM DL100-RWK-COUNT BY -1
007330             UNTIL DL100-RWK-SUB < DL100-RWK-INSERT-SUB
007340     END-IF.
007350     ADD 1 TO DL100-RWK-COUNT.
007360     MOVE DL100-RWK-INSERT-SUB TO DL100-RWK-SUB.
007370     MOVE DL100-SCR-KEY TO DL100-RWK-KEY(DL100-RWK-SUB).
007380     MOVE DL100-SCR-STAMP-DATE TO DL100-RWK-DATE(DL100-RWK-SUB).
007390     MOVE 1 TO DL100-RWK-SEEN(DL100-RWK-SUB).
007400 2400-ADD-REWORK-EXIT.
007410     EXIT.
007420*----------------------------------------------------------*
007430* 2450-FIND-REWORK - BINARY SEARCH OF THE REWORK TABLE FOR  *
007440* DL100-SCR-KEY.  SETS DL100-RWK-FOUND-SUB TO THE ENTRY, OR *
007450* TO ZERO WITH DL100-RWK-INSERT-SUB WHERE IT WOULD GO.      *
007460*----------------------------------------------------------*
007470 2450-FIND-REWORK.
007480     MOVE 0 TO DL100-RWK-FOUND-SUB.
007490     MOVE 1 TO DL100-RWK-LOW.
007500     MOVE DL100-RWK-COUNT TO DL100-RWK-HIGH.
007510 2450-FIND-REWORK-LOOP.
007520     IF DL100-RWK-LOW > DL100-RWK-HIGH
007530         MOVE DL100-RWK-LOW TO DL100-RWK-INSERT-SUB
007540         GO TO 2450-FIND-REWORK-EXIT
007550     END-IF.
007560     COMPUTE DL100-RWK-MID = (DL100-RWK-LOW + DL100-RWK-HIGH) / 2.
007570     IF DL100-RWK-KEY(DL100-RWK-MID) = DL100-SCR-KEY
007580         MOVE DL100-RWK-MID TO DL100-RWK-FOUND-SUB
007590         GO TO 2450-FIND-REWORK-EXIT
007600     END-IF.
007610     IF DL100-RWK-KEY(DL100-RWK-MID) < DL100-SCR-KEY
007620         COMPUTE DL100-RWK-LOW = DL100-RWK-MID + 1
007630     ELSE
007640         IF DL100-RWK-MID = 1
007650             MOVE 1 TO DL100-RWK-INSERT-SUB
007660             GO TO 2450-FIND-REWORK-EXIT
007670         END-IF
007680         COMPUTE DL100-RWK-HIGH = DL100-RWK-MID - 1
007690     END-IF.
007700     GO TO 2450-FIND-REWORK-LOOP.
007710 2450-FIND-REWORK-EXIT.
007720     EXIT.
007730*----------------------------------------------------------*
007740* 2460-SHIFT-REWORK - MOVE ONE REWORK ENTRY UP A SLOT TO    *
007750* OPEN A GAP FOR A NEW KEY.                                 *
007760*----------------------------------------------------------*
007770 2460-SHIFT-REWORK.
007780     MOVE DL100-RWK-ENTRY(DL100-RWK-SUB)
007790         TO DL100-RWK-ENTRY(DL100-RWK-SUB + 1).
007800 2460-SHIFT-REWORK-EXIT.
007810     EXIT.
007820*----------------------------------------------------------*
007830* 2500-READ-LOT - READ LOT DL100-SCR-KEY FROM LOTQUEUE, OR  *
007840* FROM LOTHIST IF POWARC HAS SWEPT IT, AND TAKE ITS LINE,   *
007850* ADD DATE AND PRIORITY.  DL100-SCR-FOUND-SW SAYS WHETHER   *
007860* EITHER HAD IT.                                            *
007870*----------------------------------------------------------*
007880 2500-READ-LOT.
007890     MOVE DL100-SCR-KEY TO DL100-LOT-KEY.
007900     MOVE "Y" TO DL100-SCR-FOUND-SW.
007910     READ LOTQUEUE
007920         INVALID KEY
007930             MOVE "N" TO DL100-SCR-FOUND-SW
007940     END-READ.
007950     IF DL100-SCR-FOUND
007960         MOVE DL100-LOT-LINE-CODE TO DL100-SCR-WK-LINE
007970         MOVE DL100-LOT-ADDED-DATE TO DL100-SCR-WK-ADDED
007980         MOVE DL100-LOT-PRIORITY TO DL100-SCR-WK-PRIORITY
007990         GO TO 2500-READ-LOT-EXIT
008000     END-IF.
008010     IF NOT DL100-SCR-HIST-OPEN
008020         GO TO 2500-READ-LOT-EXIT
008030     END-IF.
008040     MOVE DL100-SCR-KEY TO DL100-HST-LOT-KEY.
008050     MOVE "Y" TO DL100-SCR-FOUND-SW.
008060     READ LOTHIST
008070         INVALID KEY
008080             MOVE "N" TO DL100-SCR-FOUND-SW
008090     END-READ.
008100     IF DL100-SCR-FOUND
008110         MOVE DL100-HST-LINE-CODE TO DL100-SCR-WK-LINE
008120         MOVE DL100-HST-ADDED-DATE TO DL100-SCR-WK-ADDED
008130         MOVE DL100-HST-PRIORITY TO DL100-SCR-WK-PRIORITY
008140     END-IF.
008150 2500-READ-LOT-EXIT.
008160     EXIT.
008170*----------------------------------------------------------*
008180* 2900-FIND-LINE - FIND DL100-SCR-WK-LINE IN THE LINE       *
008190* TABLE, ADDING IT IN LINE CODE ORDER IF IT IS NEW.  LEAVES *
008200* DL100-SLN-SUB ON THE ENTRY, OR ZERO IF THE TABLE IS FULL. *
008210*----------------------------------------------------------*
008220 2900-FIND-LINE.
008230     MOVE 0 TO DL100-SLN-SUB.
008240     MOVE 1 TO DL100-SLN-FIND.
008250 2900-FIND-LINE-LOOP.
008260     IF DL100-SLN-FIND > DL100-SLN-COUNT
008270         GO TO 2900-FIND-LINE-ADD
008280     END-IF.
008290     IF DL100-SLN-LINE(DL100-SLN-FIND) = DL100-SCR-WK-LINE
008300         MOVE DL100-SLN-FIND TO DL100-SLN-SUB
008310         GO TO 2900-FIND-LINE-EXIT
008320     END-IF.
008330     IF DL100-SLN-LINE(DL100-SLN-FIND) > DL100-SCR-WK-LINE
008340         GO TO 2900-FIND-LINE-ADD
008350     END-IF.
008360     ADD 1 TO DL100-SLN-FIND.
008370     GO TO 2900-FIND-LINE-LOOP.
008380 2900-FIND-LINE-ADD.
008390     IF DL100-SLN-COUNT >= 50
008400         DISPLAY "POWSCR: LINE TABLE FULL, LINE "
008410             DL100-SCR-WK-LINE " NOT SCORED"
008420         MOVE "Y" TO DL100-SCR-WARN-SW
008430         GO TO 2900-FIND-LINE-EXIT
008440     END-IF.
008450     IF DL100-SLN-FIND <= DL100-SLN-COUNT
008460         PERFORM 2960-SHIFT-LINE THRU 2960-SHIFT-LINE-EXIT
008470             VARYING DL100-SLN-MOVE FROM DL100-SLN-COUNT BY -1
008480             UNTIL DL100-SLN-MOVE < DL100-SLN-FIND
008490     END-IF.
008500     ADD 1 TO DL100-SLN-COUNT.
008510     MOVE DL100-SLN-FIND TO DL100-SLN-SUB.
008520     INITIALIZE DL100-SLN-ENTRY(DL100-SLN-SUB).
008530     MOVE DL100-SCR-WK-LINE TO DL100-SLN-LINE(DL100-SLN-SUB).
008540     MOVE "N" TO DL100-SLN-HIST-ACTIVE(DL100-SLN-SUB).
008550 2900-FIND-LINE-EXIT.
008560     EXIT.
008570*----------------------------------------------------------*
008580* 2960-SHIFT-LINE - MOVE ONE LINE ENTRY UP A SLOT TO OPEN A *
008590* GAP FOR A NEW LINE.                                       *
008600*----------------------------------------------------------*
008610 2960-SHIFT-LINE.
008620     MOVE DL100-SLN-ENTRY(DL100-SLN-MOVE)
008630         TO DL100-SLN-ENTRY(DL100-SLN-MOVE + 1).
008640 2960-SHIFT-LINE-EXIT.
008650     EXIT.
008660*----------------------------------------------------------*
008670* 3000-SCAN-QUEUE - READ LOTQUEUE IN KEY ORDER.  A DONE OR  *
008680* PENDING LOT'S NUMBER GOES INTO THE NUMBER TABLE FOR THE   *
008690* AUDIT MATCH; A REJECTED OR DUPLICATE LOT IS COUNTED ON    *
008700* ITS LINE IF THE SUBMISSION POWER TURNED DOWN WAS MADE IN  *
008710* THE WEEK.                                                 *
008720*----------------------------------------------------------*
008730 3000-SCAN-QUEUE.
008740     MOVE "N" TO DL100-EOF-SW.
008750     MOVE LOW-VALUE TO DL100-LOT-KEY.
008760     START LOTQUEUE KEY IS GREATER THAN DL100-LOT-KEY
008770         INVALID KEY
008780             MOVE "Y" TO DL100-EOF-SW
008790     END-START.
008800 3000-SCAN-QUEUE-LOOP.
008810     IF DL100-AT-EOF
008820         GO TO 3000-SCAN-QUEUE-EXIT
008830     END-IF.
008840     READ LOTQUEUE NEXT RECORD
008850         AT END
008860             GO TO 3000-SCAN-QUEUE-EXIT
008870     END-READ.
008880     MOVE DL100-LOT-LINE-CODE TO DL100-SCR-WK-LINE.
008890     MOVE DL100-LOT-PRIORITY TO DL100-SCR-WK-PRIORITY.
008900     MOVE DL100-LOT-RESUB-COUNT TO DL100-SCR-WK-RESUB.
008910     IF DL100-STAT-DONE OR DL100-STAT-PENDING
008920         IF DL100-LOT-NOMBR-RAW IS NUMERIC
008930             MOVE DL100-LOT-NOMBR-RAW TO DL100-SCR-NOMBR
008940             PERFORM 3400-ADD-NUMBER THRU 3400-ADD-NUMBER-EXIT
008950         END-IF
008960         GO TO 3000-SCAN-QUEUE-LOOP
008970     END-IF.
008980     IF DL100-STAT-REJECTED OR DL100-STAT-DUPLICATE
008990         MOVE DL100-LOT-KEY TO DL100-SCR-KEY
009000         MOVE DL100-LOT-STATUS TO DL100-SCR-WK-STATUS
009010         MOVE DL100-LOT-ADDED-DATE TO DL100-SCR-LAST-DATE
009020         PERFORM 3300-COUNT-TURNED-DOWN
009030             THRU 3300-COUNT-TURNED-DOWN-EXIT
009040     END-IF.
009050     GO TO 3000-SCAN-QUEUE-LOOP.
009060 3000-SCAN-QUEUE-EXIT.
009070     EXIT.
009080*----------------------------------------------------------*
009090* 3300-COUNT-TURNED-DOWN - A LOT NOW REJECTED (R) OR PARKED *
009100* AS A DUPLICATE (Q) WAS TURNED DOWN ON ITS LATEST          *
009110* SUBMISSION: ITS LAST REWORK IF IT HAS ONE, OTHERWISE ITS  *
009120* ADD DATE.  IF THAT FALLS IN THE WEEK, IT COUNTS ON ITS    *
009130* LINE WITH ITS RESUBMIT COUNT AND PRIORITY.                *
009140*----------------------------------------------------------*
009150 3300-COUNT-TURNED-DOWN.
009160     PERFORM 2450-FIND-REWORK THRU 2450-FIND-REWORK-EXIT.
009170     IF DL100-RWK-FOUND-SUB > 0
009180         IF DL100-RWK-DATE(DL100-RWK-FOUND-SUB) >
009190            DL100-SCR-LAST-DATE
009200             MOVE DL100-RWK-DATE(DL100-RWK-FOUND-SUB)
009210                 TO DL100-SCR-LAST-DATE
009220         END-IF
009230     END-IF.
009240     IF DL100-SCR-LAST-DATE < DL100-SCR-WEEK-START OR
009250        DL100-SCR-LAST-DATE > DL100-SCR-WEEK-END
009260         GO TO 3300-COUNT-TURNED-DOWN-EXIT
009270     END-IF.
009280     PERFORM 2900-FIND-LINE THRU 2900-FIND-LINE-EXIT.
009290     IF DL100-SLN-SUB = 0
009300         GO TO 3300-COUNT-TURNED-DOWN-EXIT
009310     END-IF.
009320     IF DL100-SCR-WK-STATUS = "R"
009330         ADD 1 TO DL100-SLN-REJECTS(DL100-SLN-SUB)
009340     ELSE
009350         ADD 1 TO DL100-SLN-DUPS(DL100-SLN-SUB)
009360     END-IF.
009370     ADD DL100-SCR-WK-RESUB TO DL100-SLN-RESUB(DL100-SLN-SUB).
009380     IF DL100-SCR-WK-PRIORITY = "E"
009390         ADD 1 TO DL100-SLN-EXPEDITE(DL100-SLN-SUB)
009400     END-IF.
009410 3300-COUNT-TURNED-DOWN-EXIT.
009420     EXIT.
009430*----------------------------------------------------------*
009440* 3400-ADD-NUMBER - PUT DL100-SCR-NOMBR IN THE NUMBER TABLE *
009450* WITH THE WORK LINE, PRIORITY AND RESUBMIT COUNT, UNLESS   *
009460* THE NUMBER IS ALREADY THERE.  PAST THE TABLE LIMIT THE    *
009470* NUMBER IS COUNTED AND SAID AT THE END; ITS                *
009480* CLASSIFICATIONS THEN COUNT AS NOT ON A LOT FILE.          *
009490*----------------------------------------------------------*
009500 3400-ADD-NUMBER.
009510     PERFORM 3450-FIND-NUMBER THRU 3450-FIND-NUMBER-EXIT.
009520     IF DL100-NUM-FOUND-SUB > 0
009530         GO TO 3400-ADD-NUMBER-EXIT
009540     END-IF.
009550     IF DL100-NUM-COUNT >= 20000
009560         ADD 1 TO DL100-SCR-NUM-FULL-COUNT
009570         MOVE "Y" TO DL100-SCR-WARN-SW
009580         GO TO 3400-ADD-NUMBER-EXIT
009590     END-IF.
009600     IF DL100-NUM-INSERT-SUB <= DL100-NUM-COUNT
009610         PERFORM 3460-SHIFT-NUMBER THRU 3460-SHIFT-NUMBER-EXIT
009620             VARYING DL100-NUM-SUB FROM DL100-NUM-COUNT BY -1
009630             UNTIL DL100-NUM-SUB < DL100-NUM-INSERT-SUB
009640     END-IF.
009650     ADD 1 TO DL100-NUM-COUNT.
009660     MOVE DL100-NUM-INSERT-SUB TO DL100-NUM-SUB.
009670     MOVE DL100-SCR-NOMBR TO DL100-NUM-NOMBR(DL100-NUM-SUB).
009680     MOVE DL100-SCR-WK-LINE TO DL100-NUM-LINE(DL100-NUM-SUB).
009690     MOVE DL100-SCR-WK-PRIORITY
009700         TO DL100-NUM-PRIORITY(DL100-NUM-SUB).
009710     MOVE DL100-SCR-WK-RESUB TO DL100-NUM-RESUB(DL100-NUM-SUB).
009720     MOVE 0 TO DL100-NUM-WEEK-CT(DL100-NUM-SUB).
009730     MOVE SPACE TO DL100-NUM-PLAN-STATE(DL100-NUM-SUB).
009740     MOVE SPACES TO DL100-NUM-RUN-NO(DL100-NUM-SUB).
009750 3400-ADD-NUMBER-EXIT.
009760     EXIT.
009770*----------------------------------------------------------*
009780* 3450-FIND-NUMBER - BINARY SEARCH OF THE NUMBER TABLE FOR  *
009790* DL100-SCR-NOMBR.  SETS DL100-NUM-FOUND-SUB TO THE ENTRY,  *
009800* OR TO ZERO WITH DL100-NUM-INSERT-SUB WHERE IT WOULD GO.   *
009810*----------------------------------------------------------*
009820 3450-FIND-NUMBER.
009830     MOVE 0 TO DL100-NUM-FOUND-SUB.
009840     MOVE 1 TO DL100-NUM-LOW.
009850     MOVE DL100-NUM-COUNT TO DL100-NUM-HIGH.
009860 3450-FIND-NUMBER-LOOP.
009870     IF DL100-NUM-LOW > DL100-NUM-HIGH
009880         MOVE DL100-NUM-LOW TO DL100-NUM-INSERT-SUB
009890         GO TO 3450-FIND-NUMBER-EXIT
009900     END-IF.
009910     COMPUTE DL100-NUM-MID = (DL100-NUM-LOW + DL100-NUM-HIGH) / 2.
009920     IF DL100-NUM-NOMBR(DL100-NUM-MID) = DL100-SCR-NOMBR
009930         MOVE DL100-NUM-MID TO DL100-NUM-FOUND-SUB
009940         GO TO 3450-FIND-NUMBER-EXIT
009950     END-IF.
009960     IF DL100-NUM-NOMBR(DL100-NUM-MID) < DL100-SCR-NOMBR
009970         COMPUTE DL100-NUM-LOW = DL100-NUM-MID + 1
009980     ELSE
009990         IF DL100-NUM-MID = 1
010000             MOVE 1 TO DL100-NUM-INSERT-SUB
010010             GO TO 3450-FIND-NUMBER-EXIT
010020         END-IF
010030         COMPUTE DL100-NUM-HIGH = DL100-NUM-MID - 1
010040     END-IF.
010050     GO TO 3450-FIND-NUMBER-LOOP.
010060 3450-FIND-NUMBER-EXIT.
010070     EXIT.
010080*----------------------------------------------------------*
010090* 3460-SHIFT-NUMBER - MOVE ONE NUMBER ENTRY UP A SLOT TO    *
010100* OPEN A GAP FOR A NEW NUMBER.                              *
010110*----------------------------------------------------------*
010120 3460-SHIFT-NUMBER.
010130     MOVE DL100-NUM-ENTRY(DL100-NUM-SUB)
010140         TO DL100-NUM-ENTRY(DL100-NUM-SUB + 1).
010150 3460-SHIFT-NUMBER-EXIT.
010160     EXIT.
010170*----------------------------------------------------------*
010180* 3500-SCAN-HISTORY - READ LOTHIST IN KEY ORDER THE SAME    *
010190* WAY: DONE NUMBERS INTO THE NUMBER TABLE, REJECTED AND     *
010200* DUPLICATE LOTS SWEPT BY POWARC COUNTED BY THEIR LAST      *
010210* SUBMISSION.                                               *
010220*----------------------------------------------------------*
010230 3500-SCAN-HISTORY.
010240     IF NOT DL100-SCR-HIST-OPEN
010250         GO TO 3500-SCAN-HISTORY-EXIT
010260     END-IF.
010270     MOVE "N" TO DL100-EOF-SW.
010280     MOVE LOW-VALUE TO DL100-HST-LOT-KEY.
010290     START LOTHIST KEY IS GREATER THAN DL100-HST-LOT-KEY
010300         INVALID KEY
010310             MOVE "Y" TO DL100-EOF-SW
010320     END-START.
010330 3500-SCAN-HISTORY-LOOP.
010340     IF DL100-AT-EOF
010350         GO TO 3500-SCAN-HISTORY-EXIT
010360     END-IF.
010370     READ LOTHIST NEXT RECORD
010380         AT END
010390             GO TO 3500-SCAN-HISTORY-EXIT
010400     END-READ.
010410     MOVE DL100-HST-LINE-CODE TO DL100-SCR-WK-LINE.
010420     MOVE DL100-HST-PRIORITY TO DL100-SCR-WK-PRIORITY.
010430     MOVE DL100-HST-RESUB-COUNT TO DL100-SCR-WK-RESUB.
010440     IF DL100-HST-DONE
010450         IF DL100-HST-NOMBR-RAW IS NUMERIC
010460             MOVE DL100-HST-NOMBR-RAW TO DL100-SCR-NOMBR
010470             PERFORM 3400-ADD-NUMBER THRU 3400-ADD-NUMBER-EXIT
010480         END-IF
010490         GO TO 3500-SCAN-HISTORY-LOOP
010500     END-IF.
010510     IF DL100-HST-REJECTED OR DL100-HST-DUPLICATE
010520         MOVE DL100-HST-LOT-KEY TO DL100-SCR-KEY
010530         MOVE DL100-HST-STATUS TO DL100-SCR-WK-STATUS
010540         MOVE DL100-HST-ADDED-DATE TO DL100-SCR-LAST-DATE
010550         PERFORM 3300-COUNT-TURNED-DOWN
010560             THRU 3300-COUNT-TURNED-DOWN-EXIT
010570     END-IF.
010580     GO TO 3500-SCAN-HISTORY-LOOP.
010590 3500-SCAN-HISTORY-EXIT.
010600     EXIT.
010610*----------------------------------------------------------*
010620* 4000-SCAN-AUDIT - READ THE AUDIT LINES FROM THE START OF  *
010630* THE WEEK ON, THE ROLLED GENERATIONS FIRST AND THEN THE    *
010640* CURRENT TRAIL.  A CLASSIFICATION LINE DATED IN THE WEEK   *
010650* COUNTS ONE DONE LOT ON THE LINE ITS NUMBER BELONGS TO,    *
010657* WITH ITS RESUBMITS AND PRIORITY; ITS PALLET PLAN, AS      *
010664* POWER RECORDED IT ON THE LINE, CAME OUT CLEAN WHEN IT HAS *
010671* FULL LAYERS AND NO RESIDUAL UNITS.  A LINE WRITTEN BEFORE *
010678* THE PLAN WAS RECORDED HAS SPACES THERE AND IS LEFT OUT OF *
010685* THE ZERO-RESIDUAL SHARE ALTOGETHER, COUNTED NEITHER CLEAN *
010692* NOR PLANNED.  A POWREV REVERSAL LINE, WHENEVER IT CAME,   *
010700* TAKES BACK A CLASSIFICATION THIS WEEK COUNTED FOR THE     *
010710* SAME NUMBER AND RUN.                                      *
010720*----------------------------------------------------------*
010730 4000-SCAN-AUDIT.
010740     MOVE 0 TO DL100-GEN-SUB.
010750     MOVE "N" TO DL100-SOURCE-SW.
010760     PERFORM 4050-OPEN-NEXT-AUDIT THRU 4050-OPEN-NEXT-AUDIT-EXIT.
010770 4000-SCAN-AUDIT-LOOP.
010780     IF DL100-SOURCE-DONE
010790         GO TO 4000-SCAN-AUDIT-EXIT
010800     END-IF.
010810     IF DL100-SOURCE-GEN
010820         READ AUDGEN INTO DL100-AUD-RECORD
010830             AT END
010840                 CLOSE AUDGEN
010850                 PERFORM 4050-OPEN-NEXT-AUDIT
010860                     THRU 4050-OPEN-NEXT-AUDIT-EXIT
010870                 GO TO 4000-SCAN-AUDIT-LOOP
010880         END-READ
010890     ELSE
010900         READ PWRAUD INTO DL100-AUD-RECORD
010910             AT END
010920                 CLOSE PWRAUD
010930                 GO TO 4000-SCAN-AUDIT-EXIT
010940         END-READ
010950     END-IF.
010960     ADD 1 TO DL100-SCR-AUD-COUNT.
010970     MOVE DL100-AUD-TIMESTAMP(1:8) TO DL100-SCR-STAMP-DATE.
010980     IF DL100-SCR-STAMP-DATE < DL100-SCR-WEEK-START
010990         GO TO 4000-SCAN-AUDIT-LOOP
011000     END-IF.
011010     IF DL100-AUD-NOMBR IS NOT NUMERIC OR
011020        DL100-AUD-NOMBR NOT > 0
011030         GO TO 4000-SCAN-AUDIT-LOOP
011040     END-IF.
011050     MOVE DL100-AUD-NOMBR TO DL100-SCR-NOMBR.
011060     PERFORM 3450-FIND-NUMBER THRU 3450-FIND-NUMBER-EXIT.
011070     MOVE DL100-NUM-FOUND-SUB TO DL100-NUM-SUB.
011080     IF DL100-AUD-REVERSAL
011090         GO TO 4000-SCAN-AUDIT-REVERSAL
011100     END-IF.
011110     IF DL100-SCR-STAMP-DATE > DL100-SCR-WEEK-END
011120         GO TO 4000-SCAN-AUDIT-LOOP
011130     END-IF.
011140     ADD 1 TO DL100-SCR-CLASS-COUNT.
011150     IF DL100-NUM-SUB = 0
011160         ADD 1 TO DL100-SCR-LOST-CLASS
011170         GO TO 4000-SCAN-AUDIT-LOOP
011180     END-IF.
011190     MOVE DL100-NUM-LINE(DL100-NUM-SUB) TO DL100-SCR-WK-LINE.
011200     PERFORM 2900-FIND-LINE THRU 2900-FIND-LINE-EXIT.
011210     IF DL100-SLN-SUB = 0
011220         GO TO 4000-SCAN-AUDIT-LOOP
011230     END-IF.
011240     ADD 1 TO DL100-NUM-WEEK-CT(DL100-NUM-SUB).
011250     MOVE DL100-AUD-RUN-NO TO DL100-NUM-RUN-NO(DL100-NUM-SUB).
011260     ADD 1 TO DL100-SLN-DONE(DL100-SLN-SUB).
011270     ADD DL100-NUM-RESUB(DL100-NUM-SUB)
011280         TO DL100-SLN-RESUB(DL100-SLN-SUB).
011290     IF DL100-NUM-PRIORITY(DL100-NUM-SUB) = "E"
011300         ADD 1 TO DL100-SLN-EXPEDITE(DL100-SLN-SUB)
011310     END-IF.
011313     MOVE SPACE TO DL100-NUM-PLAN-STATE(DL100-NUM-SUB).
011316     IF DL100-AUD-PLN-LAYERS IS NOT NUMERIC OR
011319        DL100-AUD-PLN-RESIDUAL IS NOT NUMERIC
011322         GO TO 4000-SCAN-AUDIT-LOOP
011325     END-IF.
011328     ADD 1 TO DL100-SLN-PLANNED(DL100-SLN-SUB).
011331     IF DL100-AUD-PLN-LAYERS > 0 AND DL100-AUD-PLN-RESIDUAL = 0
011340         ADD 1 TO DL100-SLN-ZERO(DL100-SLN-SUB)
011345         MOVE "Z" TO DL100-NUM-PLAN-STATE(DL100-NUM-SUB)
011350     ELSE
011355         MOVE "P" TO DL100-NUM-PLAN-STATE(DL100-NUM-SUB)
011360     END-IF.
011370     GO TO 4000-SCAN-AUDIT-LOOP.
011380 4000-SCAN-AUDIT-REVERSAL.
011390     IF DL100-NUM-SUB = 0
011400         GO TO 4000-SCAN-AUDIT-LOOP
011410     END-IF.
011420     IF DL100-NUM-WEEK-CT(DL100-NUM-SUB) = 0 OR
011430        DL100-NUM-RUN-NO(DL100-NUM-SUB) NOT = DL100-AUD-RUN-NO
011440         GO TO 4000-SCAN-AUDIT-LOOP
011450     END-IF.
011460     MOVE DL100-NUM-LINE(DL100-NUM-SUB) TO DL100-SCR-WK-LINE.
011470     PERFORM 2900-FIND-LINE THRU 2900-FIND-LINE-EXIT.
011480     IF DL100-SLN-SUB = 0
011490         GO TO 4000-SCAN-AUDIT-LOOP
011500     END-IF.
011510     ADD 1 TO DL100-SCR-REV-COUNT.
011520     SUBTRACT 1 FROM DL100-NUM-WEEK-CT(DL100-NUM-SUB).
011530     SUBTRACT 1 FROM DL100-SLN-DONE(DL100-SLN-SUB).
011540     SUBTRACT DL100-NUM-RESUB(DL100-NUM-SUB)
011550         FROM DL100-SLN-RESUB(DL100-SLN-SUB).
011560     IF DL100-NUM-PRIORITY(DL100-NUM-SUB) = "E"
011570         SUBTRACT 1 FROM DL100-SLN-EXPEDITE(DL100-SLN-SUB)
011580     END-IF.
011586     IF DL100-NUM-PLAN-STATE(DL100-NUM-SUB) NOT = SPACE
011592         SUBTRACT 1 FROM DL100-SLN-PLANNED(DL100-SLN-SUB)
011598     END-IF.
011604     IF DL100-NUM-PLAN-STATE(DL100-NUM-SUB) = "Z"
011610         SUBTRACT 1 FROM DL100-SLN-ZERO(DL100-SLN-SUB)
011620     END-IF.
011623     MOVE SPACE TO DL100-NUM-PLAN-STATE(DL100-NUM-SUB).
011626     MOVE SPACES TO DL100-NUM-RUN-NO(DL100-NUM-SUB).
011630     GO TO 4000-SCAN-AUDIT-LOOP.
011640 4000-SCAN-AUDIT-EXIT.
011650     EXIT.
011660*----------------------------------------------------------*
011670* 4050-OPEN-NEXT-AUDIT - OPEN THE NEXT PWRAUD GENERATION ON *
011680* THE LIST, POINTING AUDGEN AT ITS DATED FILE, OR THE       *
011690* CURRENT TRAIL ONCE THE LIST IS USED UP.  A CATALOGED      *
011700* GENERATION NOT ON FILE IS SKIPPED WITH A WARNING; THE     *
011710* WEEK'S DONE LOTS IT HELD ARE THEN MISSING FROM THE        *
011720* SCORECARD.                                                *
011730*----------------------------------------------------------*
011740 4050-OPEN-NEXT-AUDIT.
011750     IF DL100-GEN-SUB < DL100-GEN-COUNT
011760         ADD 1 TO DL100-GEN-SUB
011770         IF DL100-GEN-TRAIL(DL100-GEN-SUB) NOT = "PWRAUD"
011780             GO TO 4050-OPEN-NEXT-AUDIT
011790         END-IF
011800         DISPLAY "AUDGEN" UPON ENVIRONMENT-NAME
011810         DISPLAY DL100-GEN-DSN(DL100-GEN-SUB)
011820             UPON ENVIRONMENT-VALUE
011830         OPEN INPUT AUDGEN
011840         IF NOT DL101-GAU-OK
011850             DISPLAY "POWSCR: GENERATION "
011860                 DL100-GEN-DSN(DL100-GEN-SUB)
011870             DISPLAY "POWSCR:   NOT ON FILE, STATUS "
011880                 DL101-GAU-STATUS " - SKIPPED"
011890             MOVE "Y" TO DL100-SCR-WARN-SW
011900             GO TO 4050-OPEN-NEXT-AUDIT
011910         END-IF
011920         ADD 1 TO DL100-GEN-READ-COUNT
011930         MOVE "G" TO DL100-SOURCE-SW
011940         GO TO 4050-OPEN-NEXT-AUDIT-EXIT
011950     END-IF.
011960     MOVE "E" TO DL100-SOURCE-SW.
011970     OPEN INPUT PWRAUD.
011980     IF DL100-AUD-OK
011990         MOVE "C" TO DL100-SOURCE-SW
012000     END-IF.
012010 4050-OPEN-NEXT-AUDIT-EXIT.
012020     EXIT.
012030*----------------------------------------------------------*
012040* 5000-LOAD-SCORECARD - READ THE SCORCARD HISTORY.  A       *
012050* RECORD FOR ONE OF THE FOUR WEEKS BEFORE THIS ONE (ENDING  *
012060* A WHOLE NUMBER OF WEEKS, ONE TO FOUR, BEFORE IT) PUTS ITS *
012070* FIGURES IN ITS LINE'S SLOT FOR THAT WEEK, A LATER RECORD  *
012080* FOR THE SAME LINE AND WEEK REPLACING AN EARLIER ONE.      *
012090* RECORDS ALREADY ON FILE FOR THIS WEEK ARE ONLY COUNTED:   *
012100* THIS RUN'S RECORDS WILL STAND IN FOR THEM.  NO SCORCARD   *
012110* YET MEANS THIS IS THE FIRST WEEK SCORED.                  *
012120*----------------------------------------------------------*
012130 5000-LOAD-SCORECARD.
012140     OPEN INPUT SCORCARD.
012150     IF NOT DL101-SCR-OK
012160         GO TO 5000-LOAD-SCORECARD-EXIT
012170     END-IF.
012180 5000-LOAD-SCORECARD-LOOP.
012190     READ SCORCARD
012200         AT END
012210             CLOSE SCORCARD
012220             GO TO 5000-LOAD-SCORECARD-EXIT
012230     END-READ.
012240     ADD 1 TO DL100-SCR-CARD-COUNT.
012250     IF DL101-SCR-WEEK-END IS NOT NUMERIC OR
012260        DL101-SCR-CLASSIFIED IS NOT NUMERIC OR
012270        DL101-SCR-REWORKS IS NOT NUMERIC
012280         GO TO 5000-LOAD-SCORECARD-LOOP
012290     END-IF.
012300     IF DL101-SCR-WEEK-END = DL100-SCR-WEEK-END
012310         ADD 1 TO DL100-SCR-SUPERSEDED
012320         GO TO 5000-LOAD-SCORECARD-LOOP
012330     END-IF.
012340     IF DL101-SCR-WEEK-END NOT < DL100-SCR-WEEK-END OR
012350        DL101-SCR-WEEK-END < DL100-SCR-HIST-END(4)
012360         GO TO 5000-LOAD-SCORECARD-LOOP
012370     END-IF.
012380     MOVE DL101-SCR-WEEK-END TO DL100-SCR-CAL-DATE.
012390     PERFORM 7100-DATE-TO-DAYS THRU 7100-DATE-TO-DAYS-EXIT.
012400     COMPUTE DL100-SCR-DAYS-BACK =
012410         DL100-SCR-END-DAY - DL100-SCR-DAY-NO.
012420     DIVIDE DL100-SCR-DAYS-BACK BY 7
012430         GIVING DL100-SCR-WEEK-SUB
012440         REMAINDER DL100-SCR-WEEK-REM.
012450     IF DL100-SCR-WEEK-REM NOT = 0 OR
012460        DL100-SCR-WEEK-SUB < 1 OR DL100-SCR-WEEK-SUB > 4
012470         GO TO 5000-LOAD-SCORECARD-LOOP
012480     END-IF.
012490     MOVE DL101-SCR-LINE-CODE TO DL100-SCR-WK-LINE.
012500     PERFORM 2900-FIND-LINE THRU 2900-FIND-LINE-EXIT.
012510     IF DL100-SLN-SUB = 0
012520         GO TO 5000-LOAD-SCORECARD-LOOP
012530     END-IF.
012540     MOVE "Y"
012550         TO DL100-SLN-WEEK-ON(DL100-SLN-SUB, DL100-SCR-WEEK-SUB).
012560     PERFORM 5100-TAKE-FIGURE THRU 5100-TAKE-FIGURE-EXIT
012570         VARYING DL100-SCR-FIG-SUB FROM 1 BY 1
012580         UNTIL DL100-SCR-FIG-SUB > 7.
012590     IF DL101-SCR-CLASSIFIED > 0 OR DL101-SCR-REWORKS > 0
012600         MOVE "Y" TO DL100-SLN-HIST-ACTIVE(DL100-SLN-SUB)
012610     END-IF.
012620     GO TO 5000-LOAD-SCORECARD-LOOP.
012630 5000-LOAD-SCORECARD-EXIT.
012640     EXIT.
012650*----------------------------------------------------------*
012660* 5100-TAKE-FIGURE - COPY ONE FIGURE OF THE SCORCARD RECORD *
012670* INTO ITS LINE'S SLOT FOR THE WEEK; A FIGURE THAT IS NOT A *
012680* NUMBER COUNTS AS ZERO.                                    *
012690*----------------------------------------------------------*
012700 5100-TAKE-FIGURE.
012710     IF DL101-SCR-FIGURE(DL100-SCR-FIG-SUB) IS NUMERIC
012720         MOVE DL101-SCR-FIGURE(DL100-SCR-FIG-SUB)
012730             TO DL100-SLN-WEEK-FIG(DL100-SLN-SUB,
012740                    DL100-SCR-WEEK-SUB, DL100-SCR-FIG-SUB)
012750     ELSE
012760         MOVE 0
012770             TO DL100-SLN-WEEK-FIG(DL100-SLN-SUB,
012780                    DL100-SCR-WEEK-SUB, DL100-SCR-FIG-SUB)
012790     END-IF.
012800 5100-TAKE-FIGURE-EXIT.
012810     EXIT.
012820*----------------------------------------------------------*
012830* 6000-SCORE-LINES - OPEN THE SCORCARD FOR APPENDING AND    *
012840* SCORE EVERY LINE IN THE TABLE.  A SCORCARD THAT CANNOT BE *
012850* WRITTEN STILL GETS THE REPORT PRINTED, BUT ENDS THE JOB   *
012860* WITH RETURN CODE 12: NEXT WEEK'S COMPARISONS WOULD HAVE A *
012870* HOLE IN THEM.                                             *
012880*----------------------------------------------------------*
012890 6000-SCORE-LINES.
012900     OPEN EXTEND SCORCARD.
012910     IF NOT DL101-SCR-OK
012920         OPEN OUTPUT SCORCARD
012930     END-IF.
012940     IF DL101-SCR-OK
012950         MOVE "Y" TO DL100-SCR-CARD-OPEN-SW
012960     ELSE
012970         DISPLAY "POWSCR: UNABLE TO OPEN SCORCARD, STATUS "
012980             DL101-SCR-STATUS " - NO HISTORY WRITTEN"
012990         MOVE SPACES TO DL101-EVT-RECORD
013000         SET DL101-EVT-EXCEPTION TO TRUE
013010         SET DL101-EVT-ERROR TO TRUE
013020         MOVE "SCORCARD NOT WRITABLE - WEEK NOT KEPT IN HISTORY"
013030             TO DL101-EVT-TEXT
013040         PERFORM 9700-WRITE-EVENT THRU 9700-WRITE-EVENT-EXIT
013050         MOVE "Y" TO DL100-SCR-CARD-FAIL-SW
013060     END-IF.
013070     PERFORM 6100-SCORE-LINE THRU 6100-SCORE-LINE-EXIT
013080         VARYING DL100-SLN-SUB FROM 1 BY 1
013090         UNTIL DL100-SLN-SUB > DL100-SLN-COUNT.
013100     IF DL100-SCR-CARD-OPEN
013110         CLOSE SCORCARD
013120     END-IF.
013130     IF DL100-SCR-SCORED = 0
013140         MOVE SPACES TO DL101-SCP-SEC-LINE
013150         WRITE DL101-SCP-RPT-REC FROM DL101-SCP-SEC-LINE
013160         MOVE "NO PACKING LINE HAD LOTS OR REWORKS IN FIVE WEEKS"
013170             TO DL101-SCP-SEC-TITLE
013180         WRITE DL101-SCP-RPT-REC FROM DL101-SCP-SEC-LINE
013190         ADD 2 TO DL100-LINE-COUNT
013200     END-IF.
013210 6000-SCORE-LINES-EXIT.
013220     EXIT.
013230*----------------------------------------------------------*
013240* 6100-SCORE-LINE - ONE LINE'S BLOCK.  WORK OUT THE SEVEN   *
013250* FIGURES FOR THE WEEK, COMPARE EACH WITH THE PRIOR WEEK    *
013260* AND THE FOUR-WEEK AVERAGE, PRINT THEM, APPEND THE LINE'S  *
013270* SCORCARD RECORD AND, IF ANY FIGURE MOVED PAST ITS         *
013280* TOLERANCE, RAISE A TREND EVENT.  A LINE WITH NOTHING THIS *
013290* WEEK AND NOTHING IN THE FOUR BEFORE IS LEFT OUT.          *
013300*----------------------------------------------------------*
013310 6100-SCORE-LINE.
013320     COMPUTE DL100-SCR-CLASSIFIED =
013330         DL100-SLN-DONE(DL100-SLN-SUB)
013340         + DL100-SLN-REJECTS(DL100-SLN-SUB)
013350         + DL100-SLN-DUPS(DL100-SLN-SUB).
013360     IF DL100-SCR-CLASSIFIED = 0 AND
013370        DL100-SLN-REWORKS(DL100-SLN-SUB) = 0 AND
013380        DL100-SLN-HIST-ACTIVE(DL100-SLN-SUB) NOT = "Y"
013390         GO TO 6100-SCORE-LINE-EXIT
013400     END-IF.
013410     ADD 1 TO DL100-SCR-SCORED.
013420     INITIALIZE DL100-SCR-CMP-TABLE.
013430     MOVE DL100-SCR-CLASSIFIED TO DL100-SCR-CUR-FIG(1).
013440     IF DL100-SCR-CLASSIFIED > 0
013450         COMPUTE DL100-SCR-CUR-FIG(2) ROUNDED =
013460             DL100-SLN-REJECTS(DL100-SLN-SUB) * 100
013470             / DL100-SCR-CLASSIFIED
013480         COMPUTE DL100-SCR-CUR-FIG(3) ROUNDED =
013490             DL100-SLN-DUPS(DL100-SLN-SUB) * 100
013500             / DL100-SCR-CLASSIFIED
013510         COMPUTE DL100-SCR-CUR-FIG(4) ROUNDED =
013520             DL100-SLN-RESUB(DL100-SLN-SUB) / DL100-SCR-CLASSIFIED
013530     END-IF.
013540     IF DL100-SLN-REWORKS(DL100-SLN-SUB) > 0
013550         COMPUTE DL100-SCR-CUR-FIG(5) ROUNDED =
013560             DL100-SLN-TURN(DL100-SLN-SUB)
013570             / DL100-SLN-REWORKS(DL100-SLN-SUB)
013580     END-IF.
013590     IF DL100-SLN-PLANNED(DL100-SLN-SUB) > 0
013600         COMPUTE DL100-SCR-CUR-FIG(6) ROUNDED =
013610             DL100-SLN-ZERO(DL100-SLN-SUB) * 100
013620             / DL100-SLN-PLANNED(DL100-SLN-SUB)
013630     END-IF.
013640     MOVE DL100-SLN-EXPEDITE(DL100-SLN-SUB)
013650         TO DL100-SCR-CUR-FIG(7).
013660     MOVE 0 TO DL100-SCR-WEEKS-ON.
013670     PERFORM 6150-COUNT-WEEK THRU 6150-COUNT-WEEK-EXIT
013680         VARYING DL100-SCR-WEEK-SUB FROM 1 BY 1
013690         UNTIL DL100-SCR-WEEK-SUB > 4.
013700     MOVE 0 TO DL100-SCR-FIG-FLAGS.
013710     PERFORM 6200-COMPARE-FIGURE THRU 6200-COMPARE-FIGURE-EXIT
013720         VARYING DL100-SCR-FIG-SUB FROM 1 BY 1
013730         UNTIL DL100-SCR-FIG-SUB > 7.
013740     MOVE DL100-SLN-LINE(DL100-SLN-SUB) TO DL100-SCR-SHOW-LINE.
013750     IF DL100-SCR-SHOW-LINE = SPACES
013760         MOVE "---" TO DL100-SCR-SHOW-LINE
013770     END-IF.
013780     IF DL100-LINE-COUNT > DL100-LINES-PER-PAGE - 12
013790         PERFORM 1300-WRITE-HEADING THRU 1300-WRITE-HEADING-EXIT
013800     END-IF.
013810     MOVE SPACES TO DL101-SCP-SEC-LINE.
013820     WRITE DL101-SCP-RPT-REC FROM DL101-SCP-SEC-LINE.
013830     MOVE DL100-SCR-SHOW-LINE TO DL101-SCP-LIN-CODE.
013840     MOVE SPACES TO DL101-SCP-LIN-NOTE.
013850     MOVE DL100-SCR-WEEKS-ON TO DL100-SCR-ED-WEEKS.
013860     IF DL100-SLN-LINE(DL100-SLN-SUB) = SPACES
013870         STRING "(LOTS WITH NO LINE CODE)  EARLIER WEEKS ON "
013880                "FILE: " DL100-SCR-ED-WEEKS " OF 4"
013890             DELIMITED BY SIZE INTO DL101-SCP-LIN-NOTE
013900     ELSE
013910         STRING "EARLIER WEEKS ON FILE: " DL100-SCR-ED-WEEKS
013920                " OF 4"
013930             DELIMITED BY SIZE INTO DL101-SCP-LIN-NOTE
013940     END-IF.
013950     IF DL100-SCR-FIG-FLAGS > 0
013960         MOVE "*** MOVED PAST TOLERANCE ***" TO DL101-SCP-LIN-FLAG
013970     ELSE
013980         MOVE SPACES TO DL101-SCP-LIN-FLAG
013990     END-IF.
014000     WRITE DL101-SCP-RPT-REC FROM DL101-SCP-LIN-LINE.
014010     WRITE DL101-SCP-RPT-REC FROM DL101-SCP-COL-LINE.
014020     ADD 3 TO DL100-LINE-COUNT.
014030     PERFORM 6300-PRINT-FIGURE THRU 6300-PRINT-FIGURE-EXIT
014040         VARYING DL100-SCR-FIG-SUB FROM 1 BY 1
014050         UNTIL DL100-SCR-FIG-SUB > 7.
014060     MOVE DL100-SLN-DONE(DL100-SLN-SUB) TO DL101-SCP-CNT-DONE.
014070     MOVE DL100-SLN-REJECTS(DL100-SLN-SUB)
014080         TO DL101-SCP-CNT-REJECTS.
014090     MOVE DL100-SLN-DUPS(DL100-SLN-SUB) TO DL101-SCP-CNT-DUPS.
014100     MOVE DL100-SLN-ZERO(DL100-SLN-SUB) TO DL101-SCP-CNT-ZERO.
014103     MOVE DL100-SLN-PLANNED(DL100-SLN-SUB)
014106         TO DL101-SCP-CNT-PLANNED.
014110     MOVE DL100-SLN-REWORKS(DL100-SLN-SUB)
014120         TO DL101-SCP-CNT-REWORKS.
014130     WRITE DL101-SCP-RPT-REC FROM DL101-SCP-CNT-LINE.
014140     ADD 1 TO DL100-LINE-COUNT.
014150     PERFORM 6400-WRITE-RECORD THRU 6400-WRITE-RECORD-EXIT.
014160     IF DL100-SCR-FIG-FLAGS = 0
014170         GO TO 6100-SCORE-LINE-EXIT
014180     END-IF.
014190     ADD 1 TO DL100-SCR-FLAG-LINES.
014200     DISPLAY "POWSCR: LINE " DL100-SCR-SHOW-LINE " - "
014210         DL100-SCR-FIG-FLAGS " FIGURE(S) MOVED PAST TOLERANCE".
014220     MOVE SPACES TO DL101-EVT-RECORD.
014230     SET DL101-EVT-TREND TO TRUE.
014240     SET DL101-EVT-WARNING TO TRUE.
014250     STRING "LINE " DL100-SCR-SHOW-LINE " " DL100-SCR-FIG-FLAGS
014260            " FIGURE(S) PAST TOLERANCE, WEEK ENDING "
014270            DL100-SCR-WEEK-END
014280         DELIMITED BY SIZE INTO DL101-EVT-TEXT.
014290     PERFORM 9700-WRITE-EVENT THRU 9700-WRITE-EVENT-EXIT.
014300 6100-SCORE-LINE-EXIT.
014310     EXIT.
014320*----------------------------------------------------------*
014330* 6150-COUNT-WEEK - COUNT ONE OF THE FOUR EARLIER WEEKS IF  *
014340* THE LINE HAS A SCORCARD RECORD FOR IT.                    *
014350*----------------------------------------------------------*
014360 6150-COUNT-WEEK.
014370     IF DL100-SLN-WEEK-ON(DL100-SLN-SUB, DL100-SCR-WEEK-SUB) = "Y"
014380         ADD 1 TO DL100-SCR-WEEKS-ON
014390     END-IF.
014400 6150-COUNT-WEEK-EXIT.
014410     EXIT.
014420*----------------------------------------------------------*
014430* 6200-COMPARE-FIGURE - ONE FIGURE AGAINST THE PRIOR WEEK   *
014440* (IF THE LINE HAS A RECORD FOR IT) AND AGAINST THE AVERAGE *
014450* OF THE EARLIER WEEKS ON FILE (IF ANY), EACH CHANGE        *
014460* FLAGGED WHEN IT IS PAST THE TOLERANCE.                    *
014470*----------------------------------------------------------*
014480 6200-COMPARE-FIGURE.
014490     IF DL100-SLN-WEEK-ON(DL100-SLN-SUB, 1) = "Y"
014500         MOVE "Y" TO DL100-SCR-PRIOR-ON(DL100-SCR-FIG-SUB)
014510         MOVE DL100-SLN-WEEK-FIG(DL100-SLN-SUB, 1,
014520                                 DL100-SCR-FIG-SUB)
014530             TO DL100-SCR-PRIOR-FIG(DL100-SCR-FIG-SUB)
014540         COMPUTE DL100-SCR-CHG1(DL100-SCR-FIG-SUB) =
014550             DL100-SCR-CUR-FIG(DL100-SCR-FIG-SUB)
014560             - DL100-SCR-PRIOR-FIG(DL100-SCR-FIG-SUB)
014570         MOVE DL100-SCR-PRIOR-FIG(DL100-SCR-FIG-SUB)
014580             TO DL100-SCR-BASE
014590         MOVE DL100-SCR-CHG1(DL100-SCR-FIG-SUB) TO DL100-SCR-DIFF
014600         PERFORM 6250-TEST-TOLERANCE THRU 6250-TEST-TOLERANCE-EXIT
014610         IF DL100-SCR-MOVED
014620             MOVE "*" TO DL100-SCR-FLAG1(DL100-SCR-FIG-SUB)
014630         END-IF
014640     END-IF.
014650     IF DL100-SCR-WEEKS-ON > 0
014660         MOVE "Y" TO DL100-SCR-AVG-ON(DL100-SCR-FIG-SUB)
014670         MOVE 0 TO DL100-SCR-SUM
014680         PERFORM 6210-ADD-WEEK THRU 6210-ADD-WEEK-EXIT
014690             VARYING DL100-SCR-WEEK-SUB FROM 1 BY 1
014700             UNTIL DL100-SCR-WEEK-SUB > 4
014710         COMPUTE DL100-SCR-AVG-FIG(DL100-SCR-FIG-SUB) ROUNDED =
014720             DL100-SCR-SUM / DL100-SCR-WEEKS-ON
014730         COMPUTE DL100-SCR-CHG2(DL100-SCR-FIG-SUB) =
014740             DL100-SCR-CUR-FIG(DL100-SCR-FIG-SUB)
014750             - DL100-SCR-AVG-FIG(DL100-SCR-FIG-SUB)
014760         MOVE DL100-SCR-AVG-FIG(DL100-SCR-FIG-SUB)
014770             TO DL100-SCR-BASE
014780         MOVE DL100-SCR-CHG2(DL100-SCR-FIG-SUB) TO DL100-SCR-DIFF
014790         PERFORM 6250-TEST-TOLERANCE THRU 6250-TEST-TOLERANCE-EXIT
014800         IF DL100-SCR-MOVED
014810             MOVE "*" TO DL100-SCR-FLAG2(DL100-SCR-FIG-SUB)
014820         END-IF
014830     END-IF.
014840     IF DL100-SCR-FLAG1(DL100-SCR-FIG-SUB) = "*" OR
014850        DL100-SCR-FLAG2(DL100-SCR-FIG-SUB) = "*"
014860         ADD 1 TO DL100-SCR-FIG-FLAGS
014870     END-IF.
014880 6200-COMPARE-FIGURE-EXIT.
014890     EXIT.
014900*----------------------------------------------------------*
014910* 6210-ADD-WEEK - ADD ONE EARLIER WEEK'S FIGURE TO THE SUM  *
014920* FOR THE FOUR-WEEK AVERAGE, IF THE LINE HAS A RECORD FOR   *
014930* THAT WEEK.                                                *
014940*----------------------------------------------------------*
014950 6210-ADD-WEEK.
014960     IF DL100-SLN-WEEK-ON(DL100-SLN-SUB, DL100-SCR-WEEK-SUB) = "Y"
014970         ADD DL100-SLN-WEEK-FIG(DL100-SLN-SUB, DL100-SCR-WEEK-SUB,
014980                                DL100-SCR-FIG-SUB)
014990             TO DL100-SCR-SUM
015000     END-IF.
015010 6210-ADD-WEEK-EXIT.
015020     EXIT.
015030*----------------------------------------------------------*
015040* 6250-TEST-TOLERANCE - HAS THE FIGURE MOVED BY             *
015050* DL100-SCR-DIFF FROM DL100-SCR-BASE PAST ITS TOLERANCE?  A *
015060* RATE OR SHARE BY MORE THAN SCRPTS POINTS; A COUNT OR      *
015070* AVERAGE BY MORE THAN SCRTOL PERCENT OF THE BASE, ANY MOVE *
015080* AT ALL FROM A BASE OF ZERO.  SETS DL100-SCR-MOVED-SW.     *
015090*----------------------------------------------------------*
015100 6250-TEST-TOLERANCE.
015110     MOVE "N" TO DL100-SCR-MOVED-SW.
015120     IF DL100-SCR-DIFF < 0
015130         COMPUTE DL100-SCR-ABS = 0 - DL100-SCR-DIFF
015140     ELSE
015150         MOVE DL100-SCR-DIFF TO DL100-SCR-ABS
015160     END-IF.
015170     IF DL100-SCR-FIG-KIND(DL100-SCR-FIG-SUB) = "P"
015180         IF DL100-SCR-ABS > DL100-SCR-PTS
015190             MOVE "Y" TO DL100-SCR-MOVED-SW
015200         END-IF
015210         GO TO 6250-TEST-TOLERANCE-EXIT
015220     END-IF.
015230     IF DL100-SCR-BASE = 0
015240         IF DL100-SCR-ABS > 0
015250             MOVE "Y" TO DL100-SCR-MOVED-SW
015260         END-IF
015270         GO TO 6250-TEST-TOLERANCE-EXIT
015280     END-IF.
015290     IF DL100-SCR-ABS * 100 > DL100-SCR-BASE * DL100-SCR-TOL
015300         MOVE "Y" TO DL100-SCR-MOVED-SW
015310     END-IF.
015320 6250-TEST-TOLERANCE-EXIT.
015330     EXIT.
015340*----------------------------------------------------------*
015350* 6300-PRINT-FIGURE - ONE FIGURE'S DETAIL LINE.  A          *
015360* COMPARISON WITH NOTHING ON FILE TO COMPARE WITH PRINTS    *
015370* N/A.                                                      *
015380*----------------------------------------------------------*
015390 6300-PRINT-FIGURE.
015400     IF DL100-LINE-COUNT > DL100-LINES-PER-PAGE
015410         PERFORM 1300-WRITE-HEADING THRU 1300-WRITE-HEADING-EXIT
015420         WRITE DL101-SCP-RPT-REC FROM DL101-SCP-COL-LINE
015430         ADD 1 TO DL100-LINE-COUNT
015440     END-IF.
015450     MOVE DL100-SCR-FIG-TITLE(DL100-SCR-FIG-SUB)
015460         TO DL101-SCP-DET-LABEL.
015470     MOVE DL100-SCR-CUR-FIG(DL100-SCR-FIG-SUB)
015480         TO DL101-SCP-DET-THIS.
015490     IF DL100-SCR-PRIOR-ON(DL100-SCR-FIG-SUB) = "Y"
015500         MOVE DL100-SCR-PRIOR-FIG(DL100-SCR-FIG-SUB)
015510             TO DL101-SCP-DET-PRIOR
015520         MOVE DL100-SCR-CHG1(DL100-SCR-FIG-SUB)
015530             TO DL101-SCP-DET-CHG1
015540     ELSE
015550         MOVE "        N/A" TO DL101-SCP-DET-PRIOR-X
015560         MOVE SPACES TO DL101-SCP-DET-CHG1-X
015570     END-IF.
015580     MOVE DL100-SCR-FLAG1(DL100-SCR-FIG-SUB)
015590         TO DL101-SCP-DET-FLAG1.
015600     IF DL100-SCR-AVG-ON(DL100-SCR-FIG-SUB) = "Y"
015610         MOVE DL100-SCR-AVG-FIG(DL100-SCR-FIG-SUB)
015620             TO DL101-SCP-DET-AVG
015630         MOVE DL100-SCR-CHG2(DL100-SCR-FIG-SUB)
015640             TO DL101-SCP-DET-CHG2
015650     ELSE
015660         MOVE "        N/A" TO DL101-SCP-DET-AVG-X
015670         MOVE SPACES TO DL101-SCP-DET-CHG2-X
015680     END-IF.
015690     MOVE DL100-SCR-FLAG2(DL100-SCR-FIG-SUB)
015700         TO DL101-SCP-DET-FLAG2.
015710     WRITE DL101-SCP-RPT-REC FROM DL101-SCP-DET-LINE.
015720     ADD 1 TO DL100-LINE-COUNT.
015730 6300-PRINT-FIGURE-EXIT.
015740     EXIT.
015750*----------------------------------------------------------*
015760* 6400-WRITE-RECORD - APPEND THE LINE'S SUMMARY RECORD FOR  *
015770* THE WEEK TO SCORCARD.  A WRITE THAT FAILS STOPS FURTHER   *
015780* WRITES AND ENDS THE JOB WITH RETURN CODE 12.              *
015790*----------------------------------------------------------*
015800 6400-WRITE-RECORD.
015810     IF NOT DL100-SCR-CARD-OPEN
015820         GO TO 6400-WRITE-RECORD-EXIT
015830     END-IF.
015840     MOVE SPACES TO DL101-SCR-RECORD.
015850     MOVE DL100-SCR-WEEK-END TO DL101-SCR-WEEK-END.
015860     MOVE DL100-SCR-WEEK-START TO DL101-SCR-WEEK-START.
015870     MOVE DL100-SLN-LINE(DL100-SLN-SUB) TO DL101-SCR-LINE-CODE.
015880     MOVE DL100-SLN-DONE(DL100-SLN-SUB) TO DL101-SCR-DONE.
015890     MOVE DL100-SLN-REJECTS(DL100-SLN-SUB) TO DL101-SCR-REJECTS.
015900     MOVE DL100-SLN-DUPS(DL100-SLN-SUB) TO DL101-SCR-DUPLICATES.
015910     MOVE DL100-SLN-RESUB(DL100-SLN-SUB) TO DL101-SCR-RESUB-TOTAL.
015920     MOVE DL100-SLN-REWORKS(DL100-SLN-SUB) TO DL101-SCR-REWORKS.
015930     MOVE DL100-SLN-TURN(DL100-SLN-SUB) TO DL101-SCR-TURN-DAYS.
015940     MOVE DL100-SLN-ZERO(DL100-SLN-SUB) TO DL101-SCR-ZERO-RESID.
015945     MOVE DL100-SLN-PLANNED(DL100-SLN-SUB) TO DL101-SCR-PLANNED.
015950     PERFORM 6410-PUT-FIGURE THRU 6410-PUT-FIGURE-EXIT
015960         VARYING DL100-SCR-FIG-SUB FROM 1 BY 1
015970         UNTIL DL100-SCR-FIG-SUB > 7.
015980     IF DL100-SCR-FIG-FLAGS > 0
015990         MOVE "Y" TO DL101-SCR-FLAG
016000     ELSE
016010         MOVE "N" TO DL101-SCR-FLAG
016020     END-IF.
016030     MOVE DL100-SCR-RUN-STAMP TO DL101-SCR-RUN-STAMP.
016040     MOVE DL100-SCR-USER TO DL101-SCR-RUN-USER.
016050     WRITE DL101-SCR-RECORD.
016060     IF NOT DL101-SCR-OK
016070         DISPLAY "POWSCR: SCORCARD WRITE FAILED, STATUS "
016080             DL101-SCR-STATUS " - NO FURTHER HISTORY WRITTEN"
016090         MOVE SPACES TO DL101-EVT-RECORD
016100         SET DL101-EVT-EXCEPTION TO TRUE
016110         SET DL101-EVT-ERROR TO TRUE
016120         MOVE "SCORCARD WRITE FAILED - WEEK NOT FULLY KEPT"
016130             TO DL101-EVT-TEXT
016140         PERFORM 9700-WRITE-EVENT THRU 9700-WRITE-EVENT-EXIT
016150         MOVE "Y" TO DL100-SCR-CARD-FAIL-SW
016160         MOVE "N" TO DL100-SCR-CARD-OPEN-SW
016170         CLOSE SCORCARD
016180         GO TO 6400-WRITE-RECORD-EXIT
016190     END-IF.
016200     ADD 1 TO DL100-SCR-WRITTEN.
016210 6400-WRITE-RECORD-EXIT.
016220     EXIT.
016230*----------------------------------------------------------*
016240* 6410-PUT-FIGURE - ONE OF THIS WEEK'S FIGURES INTO THE     *
016250* SCORCARD RECORD.                                          *
016260*----------------------------------------------------------*
016270 6410-PUT-FIGURE.
016280     MOVE DL100-SCR-CUR-FIG(DL100-SCR-FIG-SUB)
016290         TO DL101-SCR-FIGURE(DL100-SCR-FIG-SUB).
016300 6410-PUT-FIGURE-EXIT.
016310     EXIT.
016320*----------------------------------------------------------*
016330* 7100-DATE-TO-DAYS - TURN DL100-SCR-CAL-DATE INTO ITS DAY  *
016340* NUMBER IN DL100-SCR-DAY-NO.  THE YEAR IS TAKEN TO START   *
016350* IN MARCH SO THE LEAP DAY FALLS AT ITS END; EACH DIVISION  *
016360* IS A WHOLE-NUMBER STEP OF ITS OWN.                        *
016370*----------------------------------------------------------*
016380 7100-DATE-TO-DAYS.
016390     COMPUTE DL100-SCR-JA = (14 - DL100-SCR-CAL-MM) / 12.
016400     COMPUTE DL100-SCR-JY =
016410         DL100-SCR-CAL-CCYY + 4800 - DL100-SCR-JA.
016420     COMPUTE DL100-SCR-JM =
016430         DL100-SCR-CAL-MM + 12 * DL100-SCR-JA - 3.
016440     COMPUTE DL100-SCR-JT1 = (153 * DL100-SCR-JM + 2) / 5.
016450     COMPUTE DL100-SCR-JT2 = DL100-SCR-JY / 4.
016460     COMPUTE DL100-SCR-JT3 = DL100-SCR-JY / 100.
016470     COMPUTE DL100-SCR-JB = DL100-SCR-JY / 400.
016480     COMPUTE DL100-SCR-DAY-NO =
016490         DL100-SCR-CAL-DD + DL100-SCR-JT1 + 365 * DL100-SCR-JY
016500         + DL100-SCR-JT2 - DL100-SCR-JT3 + DL100-SCR-JB - 32045.
016510 7100-DATE-TO-DAYS-EXIT.
016520     EXIT.
016530*----------------------------------------------------------*
016540* 7200-DAYS-TO-DATE - TURN THE DAY NUMBER IN                *
016550* DL100-SCR-DAY-NO BACK INTO DL100-SCR-CAL-DATE, THE        *
016560* REVERSE OF 7100-DATE-TO-DAYS.                             *
016570*----------------------------------------------------------*
016580 7200-DAYS-TO-DATE.
016590     COMPUTE DL100-SCR-JA = DL100-SCR-DAY-NO + 32044.
016600     COMPUTE DL100-SCR-JB = (4 * DL100-SCR-JA + 3) / 146097.
016610     COMPUTE DL100-SCR-JT1 = (146097 * DL100-SCR-JB) / 4.
016620     COMPUTE DL100-SCR-JC = DL100-SCR-JA - DL100-SCR-JT1.
016630     COMPUTE DL100-SCR-JD = (4 * DL100-SCR-JC + 3) / 1461.
016640     COMPUTE DL100-SCR-JT2 = (1461 * DL100-SCR-JD) / 4.
016650     COMPUTE DL100-SCR-JE = DL100-SCR-JC - DL100-SCR-JT2.
016660     COMPUTE DL100-SCR-JM = (5 * DL100-SCR-JE + 2) / 153.
016670     COMPUTE DL100-SCR-JT3 = (153 * DL100-SCR-JM + 2) / 5.
016680     COMPUTE DL100-SCR-CAL-DD = DL100-SCR-JE - DL100-SCR-JT3 + 1.
016690     COMPUTE DL100-SCR-JT1 = DL100-SCR-JM / 10.
016700     COMPUTE DL100-SCR-CAL-MM =
016710         DL100-SCR-JM + 3 - 12 * DL100-SCR-JT1.
016720     COMPUTE DL100-SCR-CAL-CCYY =
016730         100 * DL100-SCR-JB + DL100-SCR-JD - 4800 + DL100-SCR-JT1.
016740 7200-DAYS-TO-DATE-EXIT.
016750     EXIT.
016760*----------------------------------------------------------*
016770* 7300-FORMAT-DATE - DL100-SCR-CAL-DATE AS MM/DD/CCYY, LEFT *
016780* IN THE HEADING'S WEEK-ENDING FIELD FOR THE CALLER TO      *
016790* TAKE.                                                     *
016800*----------------------------------------------------------*
016810 7300-FORMAT-DATE.
016820     MOVE SPACES TO DL101-SCP-HDG2-END.
016830     STRING DL100-SCR-CAL-MM "/" DL100-SCR-CAL-DD "/"
016840            DL100-SCR-CAL-CCYY
016850         DELIMITED BY SIZE INTO DL101-SCP-HDG2-END.
016860 7300-FORMAT-DATE-EXIT.
016870     EXIT.
016880*----------------------------------------------------------*
016890* 8000-FINISH - WHAT WAS READ AND WHAT WAS FOUND, ON THE    *
016900* REPORT AND THE CONSOLE.  A SCORCARD THAT COULD NOT BE     *
016910* WRITTEN SETS RETURN CODE 12; OTHERWISE A LINE PAST        *
016920* TOLERANCE OR A WARNING ALONG THE WAY SETS 4.              *
016930*----------------------------------------------------------*
016940 8000-FINISH.
016950     CLOSE LOTQUEUE.
016960     IF DL100-SCR-HIST-OPEN
016970         CLOSE LOTHIST
016980     END-IF.
016990     IF DL100-LINE-COUNT > DL100-LINES-PER-PAGE - 16
017000         PERFORM 1300-WRITE-HEADING THRU 1300-WRITE-HEADING-EXIT
017010     END-IF.
017020     MOVE SPACES TO DL101-SCP-TOT-LINE.
017030     WRITE DL101-SCP-RPT-REC FROM DL101-SCP-TOT-LINE.
017040     MOVE "PACKING LINES SCORED........." TO DL101-SCP-TOT-LABEL.
017050     MOVE DL100-SCR-SCORED TO DL101-SCP-TOT-COUNT.
017060     WRITE DL101-SCP-RPT-REC FROM DL101-SCP-TOT-LINE.
017070     MOVE "LINES PAST TOLERANCE........." TO DL101-SCP-TOT-LABEL.
017080     MOVE DL100-SCR-FLAG-LINES TO DL101-SCP-TOT-COUNT.
017090     WRITE DL101-SCP-RPT-REC FROM DL101-SCP-TOT-LINE.
017100     MOVE "SCORCARD RECORDS WRITTEN....." TO DL101-SCP-TOT-LABEL.
017110     MOVE DL100-SCR-WRITTEN TO DL101-SCP-TOT-COUNT.
017120     WRITE DL101-SCP-RPT-REC FROM DL101-SCP-TOT-LINE.
017130     MOVE "SCORCARD RECORDS READ........" TO DL101-SCP-TOT-LABEL.
017140     MOVE DL100-SCR-CARD-COUNT TO DL101-SCP-TOT-COUNT.
017150     WRITE DL101-SCP-RPT-REC FROM DL101-SCP-TOT-LINE.
017160     MOVE "EARLIER RECORDS, THIS WEEK..." TO DL101-SCP-TOT-LABEL.
017170     MOVE DL100-SCR-SUPERSEDED TO DL101-SCP-TOT-COUNT.
017180     WRITE DL101-SCP-RPT-REC FROM DL101-SCP-TOT-LINE.
017190     MOVE "CLASSIFICATIONS IN THE WEEK.." TO DL101-SCP-TOT-LABEL.
017200     MOVE DL100-SCR-CLASS-COUNT TO DL101-SCP-TOT-COUNT.
017210     WRITE DL101-SCP-RPT-REC FROM DL101-SCP-TOT-LINE.
017220     MOVE "REVERSALS TAKEN BACK........." TO DL101-SCP-TOT-LABEL.
017230     MOVE DL100-SCR-REV-COUNT TO DL101-SCP-TOT-COUNT.
017240     WRITE DL101-SCP-RPT-REC FROM DL101-SCP-TOT-LINE.
017250     MOVE "CLASSIFIED, NOT ON A LOT FILE" TO DL101-SCP-TOT-LABEL.
017260     MOVE DL100-SCR-LOST-CLASS TO DL101-SCP-TOT-COUNT.
017270     WRITE DL101-SCP-RPT-REC FROM DL101-SCP-TOT-LINE.
017280     MOVE "REWORKS, NOT ON A LOT FILE..." TO DL101-SCP-TOT-LABEL.
017290     MOVE DL100-SCR-LOST-RWK TO DL101-SCP-TOT-COUNT.
017300     WRITE DL101-SCP-RPT-REC FROM DL101-SCP-TOT-LINE.
017310     MOVE "AUDIT LINES READ............." TO DL101-SCP-TOT-LABEL.
017320     MOVE DL100-SCR-AUD-COUNT TO DL101-SCP-TOT-COUNT.
017330     WRITE DL101-SCP-RPT-REC FROM DL101-SCP-TOT-LINE.
017340     MOVE "JOURNAL LINES READ..........." TO DL101-SCP-TOT-LABEL.
017350     MOVE DL100-SCR-JRN-COUNT TO DL101-SCP-TOT-COUNT.
017360     WRITE DL101-SCP-RPT-REC FROM DL101-SCP-TOT-LINE.
017370     MOVE "GENERATIONS READ............." TO DL101-SCP-TOT-LABEL.
017380     MOVE DL100-GEN-READ-COUNT TO DL101-SCP-TOT-COUNT.
017390     WRITE DL101-SCP-RPT-REC FROM DL101-SCP-TOT-LINE.
017400     CLOSE SCRRPT.
017410     IF DL100-SCR-NUM-FULL-COUNT > 0
017420         DISPLAY "POWSCR: LOT NUMBER TABLE FULL, "
017430             DL100-SCR-NUM-FULL-COUNT " NUMBER(S) NOT MATCHED"
017440     END-IF.
017450     IF DL100-SCR-RWK-FULL-COUNT > 0
017460         DISPLAY "POWSCR: REWORK TABLE FULL, "
017470             DL100-SCR-RWK-FULL-COUNT " KEY(S) NOT TRACKED"
017480     END-IF.
017490     IF DL100-SCR-SUPERSEDED > 0
017500         DISPLAY "POWSCR: WEEK ENDING " DL100-SCR-WEEK-END
017510             " WAS ALREADY ON SCORCARD - THIS RUN'S RECORDS STAND"
017520     END-IF.
017530     IF DL100-SCR-CARD-FAILED
017540         MOVE 12 TO RETURN-CODE
017550     ELSE
017560         IF DL100-SCR-FLAG-LINES > 0 OR DL100-SCR-WARNED
017570             MOVE 4 TO RETURN-CODE
017580         END-IF
017590     END-IF.
017600     DISPLAY "POWSCR: WEEK ENDING " DL100-SCR-WEEK-END ", "
017610         DL100-SCR-SCORED " LINE(S) SCORED, "
017620         DL100-SCR-FLAG-LINES " PAST TOLERANCE.".
017630 8000-FINISH-EXIT.
017640     EXIT.
017650*----------------------------------------------------------*
017660* 9700-WRITE-EVENT - APPEND ONE EXCEPTION EVENT TO THE      *
017670* SHARED EVTLOG FILE FOR POWFWD TO HAND TO THE PLANT        *
017680* ALERTING SYSTEM.  CALLERS FILL THE TYPE, SEVERITY,        *
017690* REFERENCE AND TEXT; THE STAMP AND PROGRAM ARE SET HERE.   *
017700* THE FILE IS OPENED AND CLOSED AROUND EACH EVENT BECAUSE   *
017710* EVERY PROGRAM IN THE SUITE APPENDS TO IT.  AN EVENT THAT  *
017720* CANNOT BE LOGGED IS SAID ON THE CONSOLE AND THE JOB       *
017730* CARRIES ON.                                               *
017740*----------------------------------------------------------*
017750 9700-WRITE-EVENT.
017760     ACCEPT DL101-EVT-STAMP-DATE FROM DATE YYYYMMDD.
017770     ACCEPT DL101-EVT-TIME FROM TIME.
017780     MOVE DL101-EVT-TIME(1:6) TO DL101-EVT-STAMP-TIME.
017790     MOVE "POWSCR" TO DL101-EVT-PROGRAM.
017800     MOVE 0 TO DL101-EVT-SEQ.
017810     IF DL101-EVT-REF-NONE
017820         MOVE 0 TO DL101-EVT-REF-NO
017830     END-IF.
017840     OPEN EXTEND EVTLOG.
017850     IF NOT DL101-EVL-OK
017860         OPEN OUTPUT EVTLOG
017870     END-IF.
017880     IF NOT DL101-EVL-OK
017890         DISPLAY "POWSCR: EVENT NOT LOGGED, EVTLOG STATUS "
017900             DL101-EVL-STATUS " - " DL101-EVT-TYPE
017910         GO TO 9700-WRITE-EVENT-EXIT
017920     END-IF.
017930     WRITE DL101-EVT-LOG-REC FROM DL101-EVT-RECORD.
017940     CLOSE EVTLOG.
017950 9700-WRITE-EVENT-EXIT.
017960     EXIT.
