000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. POWSIM.
000030 AUTHOR. D. L. OKONKWO.
000040 INSTALLATION. PACKAGING SYSTEMS - PALLET BUILD.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*========================================================*
000080* POWSIM IS THE WHAT-IF IMPACT RUN FOR A STAGED DIVCFG    *
000090* CHANGE.  BEFORE A FUTURE-DATED PACK-SIZE CHANGE GOES    *
000100* LIVE, PLANNING WANTS TO SEE WHAT IT WILL DO TO REAL     *
000110* LOTS: THIS JOB LOADS THE DIVISOR PROFILES TWICE - AS    *
000120* POWER WOULD LOAD THEM TODAY (CURRENT) AND AS POWER      *
000130* WOULD LOAD THEM ON THE SIMDATE ENVIRONMENT DATE         *
000140* (STAGED; WHEN ABSENT, EVERY STAGED ENTRY ON FILE) -     *
000150* AND RUNS EVERY PENDING LOTQUEUE LOT, PLUS THE DONE       *
000160* LOTHIST LOTS ADDED ON OR AFTER THE SIMFROM DATE         *
000170* (DEFAULT ONE CALENDAR MONTH BACK), THROUGH POWER'S OWN  *
000180* CLASSIFY AND PALLET-PLAN ARITHMETIC AGAINST BOTH.  THE  *
000190* REPORT LISTS, LOT BY LOT AND THEN PER PACKING LINE,     *
000200* THE CHANGES TO THE POWER FLAGS, THE CHOSEN CASE PACK,   *
000210* THE FULL LAYER COUNT AND THE RESIDUAL.  IT IS A READ-   *
000220* ONLY JOB: NO EXTRACT, PLAN OR AUDIT FILE IS WRITTEN     *
000230* AND THE QUEUE IS NEVER UPDATED, SO IT NEEDS NO RUN      *
000240* LOCK AND MAY RUN BESIDE A LIVE POWER BATCH.             *
000250*========================================================*
000260*  MODIFICATION HISTORY
000270*  ---------------------------------------------------
000280*  DATE       INIT  DESCRIPTION
000290*  ---------- ----  -------------------------------------
000300*  2026-10-15 DLO   ORIGINAL PROGRAM.
000302*  2026-10-15 DLO   LOTS ARE HELD TO POWER'S ITEM-MASTER
000304*                   CHECKS AND PLANNED ONLY IN THE CASE
000306*                   PACKS THEIR ITEM ALLOWS.
000307*  2026-10-15 DLO   A MISSING LOTQUEUE IS ALSO WRITTEN TO THE
000308*                   EVTLOG EXCEPTION EVENT FILE FOR THE PLANT
000309*                   ALERTING SYSTEM.
000310*  2026-10-15 DLO   A LOT WITH NO LINE CODE IS NO LONGER HELD
000311*                   TO THE ITEM'S ALLOWED LINES, AS IN POWER.
000312*========================================================*
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SOURCE-COMPUTER. GENERIC.
000350 OBJECT-COMPUTER. GENERIC.
000360 SPECIAL-NAMES.
000370     C01 IS TOP-OF-PAGE.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT LOTQUEUE ASSIGN TO "LOTQUEUE"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS DL100-LOT-KEY
000440         FILE STATUS IS DL100-LOTQ-STATUS.
000450     SELECT LOTHIST ASSIGN TO "LOTHIST"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS DL100-HST-LOT-KEY
000490         FILE STATUS IS DL100-HST-STATUS-CODE.
000500     SELECT DIVCFG ASSIGN TO "DIVCFG"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS DL100-DCF-STATUS.
000521     SELECT ITEMMAST ASSIGN TO "ITEMMAST"
000522         ORGANIZATION IS INDEXED
000523         ACCESS MODE IS DYNAMIC
000524         RECORD KEY IS DL101-ITM-CODE
000525         FILE STATUS IS DL100-ITM-STATUS.
000530     SELECT SIMRPT ASSIGN TO "SIMRPT"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS DL101-SMR-RPT-STATUS.
000552     SELECT EVTLOG ASSIGN TO "EVTLOG"
000554         ORGANIZATION IS LINE SEQUENTIAL
000556         FILE STATUS IS DL101-EVL-STATUS.
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  LOTQUEUE.
000590 COPY DL100L.
000600 FD  LOTHIST.
000610 COPY DL100H.
000620 FD  DIVCFG.
000630 COPY DL100V.
000632 FD  ITEMMAST.
000634 COPY DL101M.
000640 FD  SIMRPT
000650     RECORD CONTAINS 132 CHARACTERS.
000660 COPY DL101E.
000662 FD  EVTLOG.
000664 01  DL101-EVT-LOG-REC           PIC X(120).
000670 WORKING-STORAGE SECTION.
000680 COPY DL100D.
000690 01  DL100-WS-STATUS-AREA.
000700     05  DL100-LOTQ-STATUS       PIC X(02) VALUE "00".
000710         88  DL100-LOTQ-OK            VALUE "00".
000720     05  DL100-HST-STATUS-CODE   PIC X(02) VALUE "00".
000730         88  DL100-HST-OK             VALUE "00".
000740     05  DL100-DCF-STATUS        PIC X(02) VALUE "00".
000750         88  DL100-DCF-OK             VALUE "00".
000760     05  DL101-SMR-RPT-STATUS    PIC X(02) VALUE "00".
000762     05  DL100-ITM-STATUS        PIC X(02) VALUE "00".
000764         88  DL100-ITM-FILE-OK        VALUE "00".
000766     05  DL101-EVL-STATUS        PIC X(02) VALUE "00".
000768         88  DL101-EVL-OK             VALUE "00".
000770 77  DL100-EOF-SW                PIC X(01) VALUE "N".
000780     88  DL100-AT-EOF                 VALUE "Y".
000790 77  DL100-HST-EOF-SW            PIC X(01) VALUE "N".
000800     88  DL100-HST-AT-EOF             VALUE "Y".
000810 77  DL100-SIM-ABORT-SW          PIC X(01) VALUE "N".
000820     88  DL100-SIM-ABORTED             VALUE "Y".
000830 77  DL100-SIM-HST-OPEN-SW       PIC X(01) VALUE "N".
000840     88  DL100-SIM-HST-OPEN            VALUE "Y".
000841 77  DL100-SIM-ITM-OPEN-SW       PIC X(01) VALUE "N".
000842     88  DL100-SIM-ITM-OPEN            VALUE "Y".
000843 77  DL100-SIM-ITEM              PIC X(08) VALUE SPACES.
000844 77  DL100-ITM-SUB               PIC 9(02) VALUE 0.
000845 77  DL100-ITM-LINE-OK-SW        PIC X(01) VALUE "N".
000846     88  DL100-ITM-LINE-ALLOWED        VALUE "Y".
000847 77  DL100-PLN-PACK-OK-SW        PIC X(01) VALUE "N".
000848     88  DL100-PLN-PACK-ALLOWED        VALUE "Y".
000850 77  DL100-NOMBR                 PIC S9(09) VALUE 0.
000860 77  DL100-REMDR                 PIC 9(09) VALUE 0.
000870 77  DL100-TEMPR                 PIC 9(09) VALUE 0.
000880 77  DL100-WORK-VALUE            PIC 9(09) VALUE 0.
000890 77  DL100-LINE-COUNT            PIC 9(04) VALUE 0.
000900 77  DL100-PAGE-COUNT            PIC 9(04) VALUE 0.
000910 77  DL100-LINES-PER-PAGE        PIC 9(04) VALUE 60.
000920 77  DL100-DCF-EFF-NUM           PIC 9(08) VALUE 0.
000930 77  DL100-DCF-SKIP-COUNT        PIC 9(04) VALUE 0.
000940 77  DL100-PROF-EFF-DATE         PIC 9(08) VALUE 0.
000950 77  DL100-PROF-VERS-TEXT        PIC X(10) VALUE SPACES.
000960 77  DL100-DCF-LOADED-SW         PIC X(01) VALUE "N".
000970     88  DL100-DCF-WAS-LOADED          VALUE "Y".
000980 77  DL100-PRO-SEARCH-CODE       PIC X(03) VALUE SPACES.
000990 77  DL100-PRO-FOUND-SUB         PIC 9(02) VALUE 0.
001000 77  DL100-SLOT-SUB              PIC 9(02) VALUE 0.
001010 77  DL100-PLN-BEST-SLOT         PIC 9(02) VALUE 0.
001020 77  DL100-PLN-BEST-DIV          PIC 9(02) VALUE 0.
001030 77  DL100-PLN-BEST-LAYERS       PIC 9(09) VALUE 0.
001040 77  DL100-PLN-BEST-REMDR        PIC 9(09) VALUE 0.
001050 77  DL100-PLN-WK-LAYERS         PIC 9(09) VALUE 0.
001060 77  DL100-PLN-WK-REMDR          PIC 9(09) VALUE 0.
001070*  THE TWO PROFILE LOADS: THE CUTOFF IS THE EFFECTIVE DATE
001080*  THE LOAD HONORS (TODAY FOR THE CURRENT PROFILE, SIMDATE
001090*  FOR THE STAGED ONE).  STAGED-COUNT IS EVERY ENTRY DATED
001100*  PAST TODAY; BEYOND-COUNT THOSE DATED PAST SIMDATE TOO,
001110*  WHICH THE STAGED PROFILE LEAVES OUT.
001120 77  DL100-SIM-TODAY             PIC 9(08) VALUE 0.
001130 77  DL100-SIM-CUTOFF            PIC 9(08) VALUE 0.
001140 77  DL100-SIM-STAGE-ENTRY       PIC X(08) VALUE SPACES.
001150 77  DL100-SIM-STAGE-NUM         PIC 9(08) VALUE 0.
001160 77  DL100-SIM-STAGED-COUNT      PIC 9(04) VALUE 0.
001170 77  DL100-SIM-BEYOND-COUNT      PIC 9(04) VALUE 0.
001180 77  DL100-SIM-CUR-VERS          PIC X(10) VALUE SPACES.
001190 77  DL100-SIM-STG-VERS          PIC X(10) VALUE SPACES.
001200 77  DL100-SIM-FROM-ENTRY        PIC X(08) VALUE SPACES.
001210 01  DL100-SIM-FROM-DATE.
001220     05  DL100-SIM-FROM-CCYY     PIC 9(04).
001230     05  DL100-SIM-FROM-MM       PIC 9(02).
001240     05  DL100-SIM-FROM-DD       PIC 9(02).
001250 01  DL100-SIM-FROM-NUM REDEFINES DL100-SIM-FROM-DATE
001260                             PIC 9(08).
001270*  BYTE IMAGES OF DL100-PROFILE-TABLE AS EACH LOAD LEFT IT;
001280*  EACH LOT IS RUN BY MOVING ONE BACK OVER THE TABLE.
001290 01  DL100-SIM-CUR-IMAGE         PIC X(70) VALUE SPACES.
001300 01  DL100-SIM-STG-IMAGE         PIC X(70) VALUE SPACES.
001310 77  DL100-SIM-QUEUE-READ        PIC 9(09) VALUE 0.
001320 77  DL100-SIM-PEND-COUNT        PIC 9(09) VALUE 0.
001330 77  DL100-SIM-HIST-READ         PIC 9(09) VALUE 0.
001340 77  DL100-SIM-HIST-COUNT        PIC 9(09) VALUE 0.
001350 77  DL100-SIM-LOT-COUNT         PIC 9(09) VALUE 0.
001360 77  DL100-SIM-INVALID-COUNT     PIC 9(09) VALUE 0.
001370 77  DL100-SIM-CHANGED-COUNT     PIC 9(09) VALUE 0.
001380 77  DL100-SIM-LINE-LOST         PIC 9(09) VALUE 0.
001390 77  DL100-SIM-PTR               PIC 9(02) VALUE 0.
001400 77  DL100-SIM-LINE-SUB          PIC 9(02) VALUE 0.
001410 77  DL100-SIM-DIV-LIST          PIC X(20) VALUE SPACES.
001420 77  DL100-SIM-CHANGES           PIC X(04) VALUE SPACES.
001430*  THE LOT UNDER SIMULATION, FROM EITHER FILE.  SOURCE Q IS
001440*  A PENDING QUEUE LOT, H A DONE LOT FROM THE HISTORY SLICE.
001450 01  DL100-SIM-LOT.
001460     05  DL100-SIM-KEY           PIC 9(06).
001470     05  DL100-SIM-SRC           PIC X(01).
001480     05  DL100-SIM-RAW           PIC X(09).
001490     05  DL100-SIM-LINE          PIC X(03).
001500*  ONE PROFILE'S OUTCOME FOR THE LOT: THE DIVISORS IT IS AN
001510*  EXACT POWER OF, AND THE 3700-STYLE CASE PACK, FULL LAYERS
001520*  AND RESIDUAL.  WK IS FILLED BY 3100-RUN-PROFILE AND
001530*  SAVED OFF AS CUR OR STG.
001540 01  DL100-SIM-WK-RESULT.
001550     05  DL100-SIM-WK-POWERS     PIC X(18).
001560     05  DL100-SIM-WK-PACK       PIC 9(02).
001570     05  DL100-SIM-WK-LAYERS     PIC 9(09).
001580     05  DL100-SIM-WK-RESID      PIC 9(09).
001590 01  DL100-SIM-CUR-RESULT.
001600     05  DL100-SIM-CUR-POWERS    PIC X(18).
001610     05  DL100-SIM-CUR-PACK      PIC 9(02).
001620     05  DL100-SIM-CUR-LAYERS    PIC 9(09).
001630     05  DL100-SIM-CUR-RESID     PIC 9(09).
001640 01  DL100-SIM-STG-RESULT.
001650     05  DL100-SIM-STG-POWERS    PIC X(18).
001660     05  DL100-SIM-STG-PACK      PIC 9(02).
001670     05  DL100-SIM-STG-LAYERS    PIC 9(09).
001680     05  DL100-SIM-STG-RESID     PIC 9(09).
001690*  PER-PACKING-LINE TALLIES, ONE ENTRY PER LINE CODE SEEN ON
001700*  A SIMULATED LOT (SPACES IS THE DEFAULT PROFILE'S LOTS).
001710 01  DL100-SML-TABLE.
001720     05  DL100-SML-COUNT         PIC 9(02) VALUE 0.
001730     05  DL100-SML-ENTRY OCCURS 20 TIMES
001740                         INDEXED BY DL100-SML-IDX.
001750         10  DL100-SML-LINE-CODE PIC X(03).
001760         10  DL100-SML-LOTS      PIC 9(09).
001770         10  DL100-SML-FLAG-CHG  PIC 9(09).
001780         10  DL100-SML-PACK-CHG  PIC 9(09).
001790         10  DL100-SML-LAYER-CHG PIC 9(09).
001800         10  DL100-SML-RESID-CHG PIC 9(09).
001810         10  DL100-SML-CUR-LAYERS
001820                                 PIC 9(11).
001830         10  DL100-SML-STG-LAYERS
001840                                 PIC 9(11).
001850         10  DL100-SML-CUR-RESID PIC 9(11).
001860         10  DL100-SML-STG-RESID PIC 9(11).
001870         10  DL100-SML-CUR-PARTIAL
001880                                 PIC 9(09).
001890         10  DL100-SML-STG-PARTIAL
001900                                 PIC 9(09).
001910 01  DL100-WS-DATE-AREA.
001920     05  DL100-WS-YYYYMMDD.
001930         10  DL100-WS-CCYY       PIC 9(04).
001940         10  DL100-WS-MM         PIC 9(02).
001950         10  DL100-WS-DD         PIC 9(02).
001952*  THE EXCEPTION EVENT 9700-WRITE-EVENT APPENDS TO EVTLOG.
001954 77  DL101-EVT-TIME              PIC 9(08) VALUE 0.
001956 COPY DL101P.
001960 PROCEDURE DIVISION.
001970 0000-MAINLINE.
001980     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001990     PERFORM 2000-SCAN-QUEUE THRU 2000-SCAN-QUEUE-EXIT
002000         UNTIL DL100-AT-EOF.
002010     PERFORM 2500-SCAN-HISTORY THRU 2500-SCAN-HISTORY-EXIT
002020         UNTIL DL100-HST-AT-EOF.
002030     PERFORM 8000-FINISH THRU 8000-FINISH-EXIT.
002040     STOP RUN.
002050 0000-MAINLINE-EXIT.
002060     EXIT.
002070*----------------------------------------------------------*
002080* 1000-INITIALIZE - OPEN THE QUEUE AND THE HISTORY FILE    *
002090* FOR INPUT ONLY, SETTLE THE SLICE AND STAGE DATES, LOAD   *
002100* BOTH PROFILE SETS, AND PRIME THE REPORT.  NO LOTHIST AT  *
002110* ALL JUST MEANS THERE IS NO HISTORY SLICE TO RUN.         *
002120*----------------------------------------------------------*
002130 1000-INITIALIZE.
002140     OPEN INPUT LOTQUEUE.
002150     IF NOT DL100-LOTQ-OK
002160         DISPLAY "POWSIM: UNABLE TO OPEN LOTQUEUE, STATUS "
002170             DL100-LOTQ-STATUS
002171         MOVE SPACES TO DL101-EVT-RECORD
002172         SET DL101-EVT-REFUSED TO TRUE
002173         SET DL101-EVT-ERROR TO TRUE
002174         MOVE "LOTQUEUE NOT AVAILABLE - NO SIMULATION"
002175             TO DL101-EVT-TEXT
002176         PERFORM 9700-WRITE-EVENT THRU 9700-WRITE-EVENT-EXIT
002180         MOVE "Y" TO DL100-EOF-SW
002190         MOVE "Y" TO DL100-HST-EOF-SW
002200         MOVE "Y" TO DL100-SIM-ABORT-SW
002210         MOVE 12 TO RETURN-CODE
002220         GO TO 1000-INITIALIZE-EXIT
002230     END-IF.
002240     OPEN OUTPUT SIMRPT.
002241     OPEN INPUT ITEMMAST.
002242     IF DL100-ITM-FILE-OK
002243         MOVE "Y" TO DL100-SIM-ITM-OPEN-SW
002244     ELSE
002245         DISPLAY "POWSIM: NO ITEMMAST AVAILABLE, STATUS "
002246             DL100-ITM-STATUS " - ITEM CHECKS SKIPPED"
002247     END-IF.
002250     PERFORM 1100-SET-SIM-DATES THRU 1100-SET-SIM-DATES-EXIT.
002260     PERFORM 1200-LOAD-PROFILES THRU 1200-LOAD-PROFILES-EXIT.
002270     PERFORM 1300-WRITE-HEADING THRU 1300-WRITE-HEADING-EXIT.
002280     PERFORM 1400-WRITE-SIM-BASIS THRU 1400-WRITE-SIM-BASIS-EXIT.
002290     MOVE LOW-VALUE TO DL100-LOT-KEY.
002300     START LOTQUEUE KEY IS GREATER THAN DL100-LOT-KEY
002310         INVALID KEY
002320             MOVE "Y" TO DL100-EOF-SW
002330     END-START.
002340     OPEN INPUT LOTHIST.
002350     IF NOT DL100-HST-OK
002360         DISPLAY "POWSIM: NO LOTHIST AVAILABLE, STATUS "
002370             DL100-HST-STATUS-CODE " - HISTORY SLICE SKIPPED"
002380         MOVE "Y" TO DL100-HST-EOF-SW
002390         GO TO 1000-INITIALIZE-EXIT
002400     END-IF.
002410     MOVE "Y" TO DL100-SIM-HST-OPEN-SW.
002420     MOVE LOW-VALUE TO DL100-HST-LOT-KEY.
002430     START LOTHIST KEY IS GREATER THAN DL100-HST-LOT-KEY
002440         INVALID KEY
002450             MOVE "Y" TO DL100-HST-EOF-SW
002460     END-START.
002470 1000-INITIALIZE-EXIT.
002480     EXIT.
002490*----------------------------------------------------------*
002500* 1100-SET-SIM-DATES - THE HISTORY SLICE STARTS AT THE     *
002510* SIMFROM ENVIRONMENT DATE (CCYYMMDD), DEFAULTING TO TODAY *
002520* LESS ONE CALENDAR MONTH.  THE STAGED PROFILE IS LOADED   *
002530* AS OF THE SIMDATE ENVIRONMENT DATE, DEFAULTING TO EVERY  *
002540* STAGED ENTRY ON FILE WHATEVER ITS DATE.                  *
002550*----------------------------------------------------------*
002560 1100-SET-SIM-DATES.
002570     ACCEPT DL100-WS-YYYYMMDD FROM DATE YYYYMMDD.
002580     MOVE DL100-WS-YYYYMMDD TO DL100-SIM-TODAY.
002590     ACCEPT DL100-SIM-STAGE-ENTRY FROM ENVIRONMENT "SIMDATE".
002600     IF DL100-SIM-STAGE-ENTRY IS NUMERIC AND
002610        DL100-SIM-STAGE-ENTRY NOT = "00000000"
002620         MOVE DL100-SIM-STAGE-ENTRY TO DL100-SIM-STAGE-NUM
002630     ELSE
002640         MOVE 99999999 TO DL100-SIM-STAGE-NUM
002650     END-IF.
002660     ACCEPT DL100-SIM-FROM-ENTRY FROM ENVIRONMENT "SIMFROM".
002670     IF DL100-SIM-FROM-ENTRY IS NUMERIC AND
002680        DL100-SIM-FROM-ENTRY NOT = "00000000"
002690         MOVE DL100-SIM-FROM-ENTRY TO DL100-SIM-FROM-DATE
002700         GO TO 1100-SET-SIM-DATES-EXIT
002710     END-IF.
002720     MOVE DL100-WS-CCYY TO DL100-SIM-FROM-CCYY.
002730     MOVE DL100-WS-MM TO DL100-SIM-FROM-MM.
002740     MOVE DL100-WS-DD TO DL100-SIM-FROM-DD.
002750     IF DL100-SIM-FROM-MM > 1
002760         SUBTRACT 1 FROM DL100-SIM-FROM-MM
002770     ELSE
002780         MOVE 12 TO DL100-SIM-FROM-MM
002790         SUBTRACT 1 FROM DL100-SIM-FROM-CCYY
002800     END-IF.
002810 1100-SET-SIM-DATES-EXIT.
002820     EXIT.
002830*----------------------------------------------------------*
002840* 1200-LOAD-PROFILES - LOAD DIVCFG TWICE THE WAY POWER'S   *
002850* 1100-INIT-DIVISOR-TABLE DOES, ONCE WITH TODAY AS THE     *
002860* EFFECTIVE-DATE CUTOFF AND ONCE WITH THE STAGE DATE, AND  *
002870* KEEP AN IMAGE OF THE PROFILE TABLE FROM EACH.            *
002880*----------------------------------------------------------*
002890 1200-LOAD-PROFILES.
002900     MOVE DL100-SIM-TODAY TO DL100-SIM-CUTOFF.
002910     PERFORM 1210-LOAD-ONE-PROFILE-SET
002920         THRU 1210-LOAD-ONE-PROFILE-SET-EXIT.
002930     MOVE DL100-PROFILE-TABLE TO DL100-SIM-CUR-IMAGE.
002940     MOVE DL100-PROF-VERS-TEXT TO DL100-SIM-CUR-VERS.
002950     MOVE DL100-DCF-SKIP-COUNT TO DL100-SIM-STAGED-COUNT.
002960     MOVE DL100-SIM-STAGE-NUM TO DL100-SIM-CUTOFF.
002970     PERFORM 1210-LOAD-ONE-PROFILE-SET
002980         THRU 1210-LOAD-ONE-PROFILE-SET-EXIT.
002990     MOVE DL100-PROFILE-TABLE TO DL100-SIM-STG-IMAGE.
003000     MOVE DL100-PROF-VERS-TEXT TO DL100-SIM-STG-VERS.
003010     MOVE DL100-DCF-SKIP-COUNT TO DL100-SIM-BEYOND-COUNT.
003020     IF DL100-SIM-CUR-IMAGE = DL100-SIM-STG-IMAGE
003030         DISPLAY "POWSIM: NO STAGED DIVCFG ENTRY CHANGES ANY "
003040             "PROFILE - CURRENT AND STAGED ARE THE SAME"
003050     END-IF.
003060 1200-LOAD-PROFILES-EXIT.
003070     EXIT.
003080*----------------------------------------------------------*
003090* 1205-FIND-PROFILE - FIND THE PROFILE ENTRY WHOSE LINE    *
003100* CODE MATCHES DL100-PRO-SEARCH-CODE.  ZERO FOUND-SUB      *
003110* MEANS NO SUCH PROFILE IS CONFIGURED.                     *
003120*----------------------------------------------------------*
003130 1205-FIND-PROFILE.
003140     MOVE 0 TO DL100-PRO-FOUND-SUB.
003150     PERFORM VARYING DL100-PRO-LINE-IDX FROM 1 BY 1
003160             UNTIL DL100-PRO-LINE-IDX > DL100-PRO-LINE-COUNT
003170         IF DL100-PRO-LINE-CODE(DL100-PRO-LINE-IDX)
003180                 = DL100-PRO-SEARCH-CODE
003190             SET DL100-PRO-FOUND-SUB TO DL100-PRO-LINE-IDX
003200         END-IF
003210     END-PERFORM.
003220 1205-FIND-PROFILE-EXIT.
003230     EXIT.
003240*----------------------------------------------------------*
003250* 1210-LOAD-ONE-PROFILE-SET - ONE FULL DIVCFG LOAD AGAINST *
003260* DL100-SIM-CUTOFF, WITH POWER'S BUILT-IN FALLBACK LIST    *
003270* WHEN THE DEFAULT PROFILE COMES UP EMPTY.                 *
003280*----------------------------------------------------------*
003290 1210-LOAD-ONE-PROFILE-SET.
003300     MOVE 1 TO DL100-PRO-LINE-COUNT.
003310     MOVE SPACES TO DL100-PRO-LINE-CODE(1).
003320     MOVE 0 TO DL100-PRO-DIV-COUNT(1).
003330     MOVE 0 TO DL100-DCF-SKIP-COUNT.
003340     MOVE 0 TO DL100-PROF-EFF-DATE.
003350     MOVE "N" TO DL100-DCF-LOADED-SW.
003360     OPEN INPUT DIVCFG.
003370     IF DL100-DCF-OK
003380         MOVE "Y" TO DL100-DCF-LOADED-SW
003390         PERFORM 1230-READ-DIVISOR-CONFIG
003400             THRU 1230-READ-DIVISOR-CONFIG-EXIT
003410         CLOSE DIVCFG
003420     END-IF.
003430     IF DL100-PRO-DIV-COUNT(1) = 0
003440         PERFORM 1220-DEFAULT-DIVISOR-TABLE
003450             THRU 1220-DEFAULT-DIVISOR-TABLE-EXIT
003460     END-IF.
003470     PERFORM 1240-SET-PROFILE-VERSION
003480         THRU 1240-SET-PROFILE-VERSION-EXIT.
003490 1210-LOAD-ONE-PROFILE-SET-EXIT.
003500     EXIT.
003510*----------------------------------------------------------*
003520* 1220-DEFAULT-DIVISOR-TABLE - POWER'S BUILT-IN FALLBACK   *
003530* LIST FOR THE DEFAULT PROFILE.                            *
003540*----------------------------------------------------------*
003550 1220-DEFAULT-DIVISOR-TABLE.
003560     MOVE 5 TO DL100-PRO-DIV-COUNT(1).
003570     MOVE 2 TO DL100-PRO-DIVISOR(1, 1).
003580     MOVE 3 TO DL100-PRO-DIVISOR(1, 2).
003590     MOVE 4 TO DL100-PRO-DIVISOR(1, 3).
003600     MOVE 5 TO DL100-PRO-DIVISOR(1, 4).
003610     MOVE 6 TO DL100-PRO-DIVISOR(1, 5).
003620 1220-DEFAULT-DIVISOR-TABLE-EXIT.
003630     EXIT.
003640*----------------------------------------------------------*
003650* 1230-READ-DIVISOR-CONFIG - POWER'S DIVCFG LOAD, WITH THE *
003660* EFFECTIVE-DATE TEST MADE AGAINST DL100-SIM-CUTOFF RATHER *
003670* THAN TODAY.  AN ENTRY DATED PAST THE CUTOFF IS COUNTED   *
003680* AND LEFT OUT, EXACTLY AS POWER WOULD LEAVE IT OUT.       *
003690*----------------------------------------------------------*
003700 1230-READ-DIVISOR-CONFIG.
003710     READ DIVCFG INTO DL100-DCF-RECORD
003720         AT END
003730             GO TO 1230-READ-DIVISOR-CONFIG-EXIT
003740     END-READ.
003750     MOVE 0 TO DL100-DCF-EFF-NUM.
003760     IF DL100-DCF-EFF-DATE IS NUMERIC
003770         MOVE DL100-DCF-EFF-DATE TO DL100-DCF-EFF-NUM
003780     END-IF.
003790     IF DL100-DCF-EFF-NUM > DL100-SIM-CUTOFF
003800         ADD 1 TO DL100-DCF-SKIP-COUNT
003810         GO TO 1230-READ-DIVISOR-CONFIG
003820     END-IF.
003830     IF DL100-DCF-EFF-NUM > DL100-PROF-EFF-DATE
003840         MOVE DL100-DCF-EFF-NUM TO DL100-PROF-EFF-DATE
003850     END-IF.
003860     MOVE DL100-DCF-LINE-CODE TO DL100-PRO-SEARCH-CODE.
003870     PERFORM 1205-FIND-PROFILE THRU 1205-FIND-PROFILE-EXIT.
003880     IF DL100-PRO-FOUND-SUB = 0
003890         IF DL100-PRO-LINE-COUNT < 4
003900             ADD 1 TO DL100-PRO-LINE-COUNT
003910             MOVE DL100-PRO-SEARCH-CODE
003920                 TO DL100-PRO-LINE-CODE(DL100-PRO-LINE-COUNT)
003930             MOVE 0
003940                 TO DL100-PRO-DIV-COUNT(DL100-PRO-LINE-COUNT)
003950             MOVE DL100-PRO-LINE-COUNT TO DL100-PRO-FOUND-SUB
003960         ELSE
003970             DISPLAY "POWSIM: DIVCFG LINE CODE "
003980                 DL100-PRO-SEARCH-CODE
003990                 " IGNORED - PROFILE TABLE FULL"
004000             GO TO 1230-READ-DIVISOR-CONFIG
004010         END-IF
004020     END-IF.
004030     IF DL100-PRO-DIV-COUNT(DL100-PRO-FOUND-SUB) < 6
004040         ADD 1 TO DL100-PRO-DIV-COUNT(DL100-PRO-FOUND-SUB)
004050         MOVE DL100-DCF-DIVISOR
004060             TO DL100-PRO-DIVISOR(DL100-PRO-FOUND-SUB,
004070                DL100-PRO-DIV-COUNT(DL100-PRO-FOUND-SUB))
004080     ELSE
004090         DISPLAY "POWSIM: DIVCFG DIVISOR " DL100-DCF-DIVISOR
004100             " FOR LINE CODE " DL100-PRO-SEARCH-CODE
004110             " IGNORED - PROFILE FULL"
004120     END-IF.
004130     GO TO 1230-READ-DIVISOR-CONFIG.
004140 1230-READ-DIVISOR-CONFIG-EXIT.
004150     EXIT.
004160*----------------------------------------------------------*
004170* 1240-SET-PROFILE-VERSION - NAME THE PROFILE VERSION THE  *
004180* WAY POWER'S SHIFT-REPORT HEADING DOES: THE NEWEST        *
004190* EFFECTIVE DATE LOADED, (UNDATED) OR (DEFAULT).           *
004200*----------------------------------------------------------*
004210 1240-SET-PROFILE-VERSION.
004220     IF DL100-PROF-EFF-DATE > 0
004230         MOVE SPACES TO DL100-PROF-VERS-TEXT
004240         STRING DL100-PROF-EFF-DATE(5:2) "/"
004250                DL100-PROF-EFF-DATE(7:2) "/"
004260                DL100-PROF-EFF-DATE(1:4)
004270             DELIMITED BY SIZE INTO DL100-PROF-VERS-TEXT
004280         GO TO 1240-SET-PROFILE-VERSION-EXIT
004290     END-IF.
004300     IF DL100-DCF-WAS-LOADED
004310         MOVE "(UNDATED)" TO DL100-PROF-VERS-TEXT
004320     ELSE
004330         MOVE "(DEFAULT)" TO DL100-PROF-VERS-TEXT
004340     END-IF.
004350 1240-SET-PROFILE-VERSION-EXIT.
004360     EXIT.
004370*----------------------------------------------------------*
004380* 1300-WRITE-HEADING - REPORT DATE HEADING AND COLUMN      *
004390* TITLES.                                                  *
004400*----------------------------------------------------------*
004410 1300-WRITE-HEADING.
004420     ACCEPT DL100-WS-YYYYMMDD FROM DATE YYYYMMDD.
004430     ADD 1 TO DL100-PAGE-COUNT.
004440     MOVE SPACES TO DL101-SMR-HDG1-LINE.
004450     STRING DL100-WS-MM "/" DL100-WS-DD "/" DL100-WS-CCYY
004460         DELIMITED BY SIZE INTO DL101-SMR-HDG1-DATE.
004470     MOVE DL100-PAGE-COUNT TO DL101-SMR-HDG1-PAGE.
004480     WRITE DL101-SMR-HDG1-LINE AFTER ADVANCING TOP-OF-PAGE.
004490     MOVE SPACES TO DL101-SMR-HDG2-LINE.
004500     WRITE DL101-SMR-HDG2-LINE.
004510     MOVE 2 TO DL100-LINE-COUNT.
004520 1300-WRITE-HEADING-EXIT.
004530     EXIT.
004540*----------------------------------------------------------*
004550* 1400-WRITE-SIM-BASIS - WHAT THE RUN COMPARED: THE TWO    *
004560* PROFILE VERSIONS, THE STAGE AND SLICE DATES, AND HOW     *
004570* MANY DIVCFG ENTRIES ARE STAGED.                          *
004580*----------------------------------------------------------*
004590 1400-WRITE-SIM-BASIS.
004600     MOVE SPACES TO DL101-SMR-TXT-LINE.
004610     MOVE "CURRENT PROFILE VERSION......" TO DL101-SMR-TXT-LABEL.
004620     MOVE DL100-SIM-CUR-VERS TO DL101-SMR-TXT-VALUE.
004630     WRITE DL101-SMR-TXT-LINE.
004640     MOVE SPACES TO DL101-SMR-TXT-LINE.
004650     MOVE "STAGED PROFILE VERSION......." TO DL101-SMR-TXT-LABEL.
004660     MOVE DL100-SIM-STG-VERS TO DL101-SMR-TXT-VALUE.
004670     WRITE DL101-SMR-TXT-LINE.
004680     MOVE SPACES TO DL101-SMR-TXT-LINE.
004690     MOVE "STAGED ENTRIES AS OF........." TO DL101-SMR-TXT-LABEL.
004700     IF DL100-SIM-STAGE-NUM = 99999999
004710         MOVE "(ALL ON FILE)" TO DL101-SMR-TXT-VALUE
004720     ELSE
004730         STRING DL100-SIM-STAGE-ENTRY(5:2) "/"
004740                DL100-SIM-STAGE-ENTRY(7:2) "/"
004750                DL100-SIM-STAGE-ENTRY(1:4)
004760             DELIMITED BY SIZE INTO DL101-SMR-TXT-VALUE
004770     END-IF.
004780     WRITE DL101-SMR-TXT-LINE.
004790     MOVE SPACES TO DL101-SMR-TXT-LINE.
004800     MOVE "HISTORY LOTS ADDED FROM......" TO DL101-SMR-TXT-LABEL.
004810     STRING DL100-SIM-FROM-MM "/" DL100-SIM-FROM-DD "/"
004820            DL100-SIM-FROM-CCYY
004830         DELIMITED BY SIZE INTO DL101-SMR-TXT-VALUE.
004840     WRITE DL101-SMR-TXT-LINE.
004850     MOVE SPACES TO DL101-SMR-TOT-LINE.
004860     MOVE "DIVCFG ENTRIES STAGED........" TO DL101-SMR-TOT-LABEL.
004870     MOVE DL100-SIM-STAGED-COUNT TO DL101-SMR-TOT-COUNT.
004880     WRITE DL101-SMR-TOT-LINE.
004890     MOVE "STAGED PAST THE STAGE DATE..." TO DL101-SMR-TOT-LABEL.
004900     MOVE DL100-SIM-BEYOND-COUNT TO DL101-SMR-TOT-COUNT.
004910     WRITE DL101-SMR-TOT-LINE.
004920     MOVE SPACES TO DL101-SMR-TOT-LINE.
004930     WRITE DL101-SMR-TOT-LINE.
004940     ADD 7 TO DL100-LINE-COUNT.
004950 1400-WRITE-SIM-BASIS-EXIT.
004960     EXIT.
004970*----------------------------------------------------------*
004980* 2000-SCAN-QUEUE - ONE LOTQUEUE RECORD PER PASS.  ONLY    *
004990* PENDING LOTS ARE SIMULATED - THEY ARE WHAT THE NEXT      *
005000* POWER RUN WILL CLASSIFY.                                 *
005010*----------------------------------------------------------*
005020 2000-SCAN-QUEUE.
005030     READ LOTQUEUE NEXT RECORD
005040         AT END
005050             MOVE "Y" TO DL100-EOF-SW
005060             GO TO 2000-SCAN-QUEUE-EXIT
005070     END-READ.
005080     ADD 1 TO DL100-SIM-QUEUE-READ.
005090     IF NOT DL100-STAT-PENDING
005100         GO TO 2000-SCAN-QUEUE-EXIT
005110     END-IF.
005120     ADD 1 TO DL100-SIM-PEND-COUNT.
005130     MOVE DL100-LOT-KEY TO DL100-SIM-KEY.
005140     MOVE "Q" TO DL100-SIM-SRC.
005150     MOVE DL100-LOT-NOMBR-RAW TO DL100-SIM-RAW.
005160     MOVE DL100-LOT-LINE-CODE TO DL100-SIM-LINE.
005164     MOVE DL100-LOT-ITEM-CODE TO DL100-SIM-ITEM.
005170     PERFORM 3000-SIMULATE-LOT THRU 3000-SIMULATE-LOT-EXIT.
005180 2000-SCAN-QUEUE-EXIT.
005190     EXIT.
005200*----------------------------------------------------------*
005210* 2500-SCAN-HISTORY - ONE LOTHIST RECORD PER PASS.  ONLY   *
005220* DONE LOTS ADDED ON OR AFTER THE SLICE DATE ARE RERUN -   *
005230* REJECTS NEVER HAD A VALID NUMBER AND DUPLICATES NEVER    *
005240* GOT A PLAN.                                              *
005250*----------------------------------------------------------*
005260 2500-SCAN-HISTORY.
005270     READ LOTHIST NEXT RECORD
005280         AT END
005290             MOVE "Y" TO DL100-HST-EOF-SW
005300             GO TO 2500-SCAN-HISTORY-EXIT
005310     END-READ.
005320     ADD 1 TO DL100-SIM-HIST-READ.
005330     IF NOT DL100-HST-DONE
005340         GO TO 2500-SCAN-HISTORY-EXIT
005350     END-IF.
005360     IF DL100-HST-ADDED-DATE < DL100-SIM-FROM-NUM
005370         GO TO 2500-SCAN-HISTORY-EXIT
005380     END-IF.
005390     ADD 1 TO DL100-SIM-HIST-COUNT.
005400     MOVE DL100-HST-LOT-KEY TO DL100-SIM-KEY.
005410     MOVE "H" TO DL100-SIM-SRC.
005420     MOVE DL100-HST-NOMBR-RAW TO DL100-SIM-RAW.
005430     MOVE DL100-HST-LINE-CODE TO DL100-SIM-LINE.
005434     MOVE DL100-HST-ITEM-CODE TO DL100-SIM-ITEM.
005440     PERFORM 3000-SIMULATE-LOT THRU 3000-SIMULATE-LOT-EXIT.
005450 2500-SCAN-HISTORY-EXIT.
005460     EXIT.
005470*----------------------------------------------------------*
005480* 3000-SIMULATE-LOT - VALIDATE THE LOT AS POWER'S 2200     *
005490* WOULD (A LOT POWER WOULD REJECT IS ONLY COUNTED), RUN IT *
005500* UNDER THE CURRENT AND THEN THE STAGED PROFILE SET, MARK  *
005510* WHAT MOVED, TALLY IT FOR ITS LINE AND PRINT IT IF        *
005520* ANYTHING DID.                                            *
005530*----------------------------------------------------------*
005540 3000-SIMULATE-LOT.
005550     IF DL100-SIM-RAW IS NOT NUMERIC
005560         ADD 1 TO DL100-SIM-INVALID-COUNT
005570         GO TO 3000-SIMULATE-LOT-EXIT
005580     END-IF.
005590     MOVE DL100-SIM-RAW TO DL100-NOMBR.
005600     IF DL100-NOMBR <= 0
005601         ADD 1 TO DL100-SIM-INVALID-COUNT
005602         GO TO 3000-SIMULATE-LOT-EXIT
005603     END-IF.
005604     PERFORM 3050-CHECK-ITEM THRU 3050-CHECK-ITEM-EXIT.
005605     IF NOT DL100-ITM-LINE-ALLOWED
005610         ADD 1 TO DL100-SIM-INVALID-COUNT
005620         GO TO 3000-SIMULATE-LOT-EXIT
005630     END-IF.
005640     ADD 1 TO DL100-SIM-LOT-COUNT.
005650     MOVE DL100-SIM-CUR-IMAGE TO DL100-PROFILE-TABLE.
005660     PERFORM 3100-RUN-PROFILE THRU 3100-RUN-PROFILE-EXIT.
005670     MOVE DL100-SIM-WK-RESULT TO DL100-SIM-CUR-RESULT.
005680     MOVE DL100-SIM-STG-IMAGE TO DL100-PROFILE-TABLE.
005690     PERFORM 3100-RUN-PROFILE THRU 3100-RUN-PROFILE-EXIT.
005700     MOVE DL100-SIM-WK-RESULT TO DL100-SIM-STG-RESULT.
005710     MOVE SPACES TO DL100-SIM-CHANGES.
005720     IF DL100-SIM-CUR-POWERS NOT = DL100-SIM-STG-POWERS
005730         MOVE "F" TO DL100-SIM-CHANGES(1:1)
005740     END-IF.
005750     IF DL100-SIM-CUR-PACK NOT = DL100-SIM-STG-PACK
005760         MOVE "P" TO DL100-SIM-CHANGES(2:1)
005770     END-IF.
005780     IF DL100-SIM-CUR-LAYERS NOT = DL100-SIM-STG-LAYERS
005790         MOVE "L" TO DL100-SIM-CHANGES(3:1)
005800     END-IF.
005810     IF DL100-SIM-CUR-RESID NOT = DL100-SIM-STG-RESID
005820         MOVE "R" TO DL100-SIM-CHANGES(4:1)
005830     END-IF.
005840     PERFORM 3500-ACCUM-LINE THRU 3500-ACCUM-LINE-EXIT.
005850     IF DL100-SIM-CHANGES = SPACES
005860         GO TO 3000-SIMULATE-LOT-EXIT
005870     END-IF.
005880     ADD 1 TO DL100-SIM-CHANGED-COUNT.
005890     PERFORM 3600-WRITE-DETAIL-LINE
005900         THRU 3600-WRITE-DETAIL-LINE-EXIT.
005910 3000-SIMULATE-LOT-EXIT.
005911     EXIT.
005912*----------------------------------------------------------*
005913* 3050-CHECK-ITEM - POWER'S 2210 ITEM CHECKS: THE ITEM     *
005914* MUST BE ON ITEMMAST, ACTIVE, AND ALLOWED ON THE LOT'S    *
005915* LINE (A LOT WITH NO LINE CODE IS NOT HELD TO THE ALLOWED *
005916* LINES).  THE SWITCH COMES BACK ALLOWED ONLY WHEN ALL     *
005917* THREE HOLD, AND THE ITEM RECORD STAYS IN THE FILE AREA   *
005918* FOR 3410.  WITH NO ITEM MASTER TO READ EVERY LOT PASSES. *
005919*----------------------------------------------------------*
005920 3050-CHECK-ITEM.
005921     MOVE "N" TO DL100-ITM-LINE-OK-SW.
005922     IF NOT DL100-SIM-ITM-OPEN
005923         MOVE "Y" TO DL100-ITM-LINE-OK-SW
005924         GO TO 3050-CHECK-ITEM-EXIT
005925     END-IF.
005926     IF DL100-SIM-ITEM = SPACES
005927         GO TO 3050-CHECK-ITEM-EXIT
005928     END-IF.
005929     MOVE DL100-SIM-ITEM TO DL101-ITM-CODE.
005930     READ ITEMMAST
005931         INVALID KEY
005932             GO TO 3050-CHECK-ITEM-EXIT
005933     END-READ.
005934     IF NOT DL101-ITM-IS-ACTIVE
005935         GO TO 3050-CHECK-ITEM-EXIT
005936     END-IF.
005937     IF DL100-SIM-LINE = SPACES
005938         MOVE "Y" TO DL100-ITM-LINE-OK-SW
005939         GO TO 3050-CHECK-ITEM-EXIT
005940     END-IF.
005941     PERFORM VARYING DL100-ITM-SUB FROM 1 BY 1
005942             UNTIL DL100-ITM-SUB > 6
005943         IF DL101-ITM-LINE-CODE(DL100-ITM-SUB) NOT = SPACES AND
005944            DL101-ITM-LINE-CODE(DL100-ITM-SUB) = DL100-SIM-LINE
005945             MOVE "Y" TO DL100-ITM-LINE-OK-SW
005946         END-IF
005947     END-PERFORM.
005948 3050-CHECK-ITEM-EXIT.
005949     EXIT.
005950*----------------------------------------------------------*
005951* 3100-RUN-PROFILE - AGAINST WHICHEVER PROFILE SET IS IN   *
005952* DL100-PROFILE-TABLE, PICK THE LOT'S LINE PROFILE THE WAY *
005960* POWER'S 2500-SELECT-LINE-PROFILE DOES (UNKNOWN OR EMPTY  *
005970* FALLS BACK TO THE DEFAULT), CLASSIFY THE LOT, AND BUILD  *
005980* ITS PALLET PLAN.  THE OUTCOME LANDS IN DL100-SIM-WK-.    *
005990*----------------------------------------------------------*
006000 3100-RUN-PROFILE.
006010     MOVE DL100-SIM-LINE TO DL100-PRO-SEARCH-CODE.
006020     PERFORM 1205-FIND-PROFILE THRU 1205-FIND-PROFILE-EXIT.
006030     IF DL100-PRO-FOUND-SUB = 0
006040         MOVE 1 TO DL100-PRO-FOUND-SUB
006050     END-IF.
006060     IF DL100-PRO-DIV-COUNT(DL100-PRO-FOUND-SUB) = 0
006070         MOVE 1 TO DL100-PRO-FOUND-SUB
006080     END-IF.
006090     MOVE DL100-PRO-DIV-COUNT(DL100-PRO-FOUND-SUB)
006100         TO DL100-DIV-COUNT.
006110     PERFORM VARYING DL100-SLOT-SUB FROM 1 BY 1
006120             UNTIL DL100-SLOT-SUB > DL100-DIV-COUNT
006130         MOVE DL100-PRO-DIVISOR(DL100-PRO-FOUND-SUB,
006140             DL100-SLOT-SUB)
006150             TO DL100-DIVISOR(DL100-SLOT-SUB)
006160     END-PERFORM.
006170     MOVE SPACES TO DL100-SIM-WK-POWERS.
006180     MOVE 1 TO DL100-SIM-PTR.
006190     PERFORM 3200-CLASSIFY-ONE-DIVISOR
006200         THRU 3200-CLASSIFY-ONE-DIVISOR-EXIT
006210         VARYING DL100-DIV-IDX FROM 1 BY 1
006220         UNTIL DL100-DIV-IDX > DL100-DIV-COUNT.
006230     IF DL100-SIM-WK-POWERS = SPACES
006240         MOVE "NONE" TO DL100-SIM-WK-POWERS
006250     END-IF.
006260     PERFORM 3400-BUILD-PALLET-PLAN
006270         THRU 3400-BUILD-PALLET-PLAN-EXIT.
006280 3100-RUN-PROFILE-EXIT.
006290     EXIT.
006300*----------------------------------------------------------*
006310* 3200-CLASSIFY-ONE-DIVISOR - POWER'S DIVIDE LOOP FOR ONE  *
006320* TABLE ENTRY.  EACH DIVISOR THE LOT IS AN EXACT POWER OF  *
006330* IS ADDED TO THE POWERS LIST.                             *
006340*----------------------------------------------------------*
006350 3200-CLASSIFY-ONE-DIVISOR.
006360     MOVE DL100-NOMBR TO DL100-WORK-VALUE.
006370     MOVE 0 TO DL100-DIV-EXPONENT(DL100-DIV-IDX).
006380     MOVE "N" TO DL100-DIV-FLAG(DL100-DIV-IDX).
006390     PERFORM 3210-DIVIDE-STEP THRU 3210-DIVIDE-STEP-EXIT
006400         UNTIL DL100-WORK-VALUE <= 1.
006410     IF DL100-WORK-VALUE NOT = 1
006420         GO TO 3200-CLASSIFY-ONE-DIVISOR-EXIT
006430     END-IF.
006440     MOVE "Y" TO DL100-DIV-FLAG(DL100-DIV-IDX).
006450     STRING DL100-DIVISOR(DL100-DIV-IDX) " "
006460         DELIMITED BY SIZE INTO DL100-SIM-WK-POWERS
006470         WITH POINTER DL100-SIM-PTR.
006480 3200-CLASSIFY-ONE-DIVISOR-EXIT.
006490     EXIT.
006500 3210-DIVIDE-STEP.
006510     DIVIDE DL100-WORK-VALUE BY DL100-DIVISOR(DL100-DIV-IDX)
006520         GIVING DL100-TEMPR REMAINDER DL100-REMDR.
006530     IF DL100-REMDR IS NOT = 0
006540         MOVE 1 TO DL100-WORK-VALUE
006550     ELSE
006560         MOVE DL100-TEMPR TO DL100-WORK-VALUE
006570         ADD 1 TO DL100-DIV-EXPONENT(DL100-DIV-IDX)
006580     END-IF.
006590 3210-DIVIDE-STEP-EXIT.
006600     EXIT.
006610*----------------------------------------------------------*
006620* 3400-BUILD-PALLET-PLAN - POWER'S 3700 CASE-PACK CHOICE:  *
006630* FEWEST LEFTOVER UNITS, TIES TO THE BIGGER PACK; A LOT    *
006640* SMALLER THAN EVERY PACK GETS A ZERO PACK AND ITS WHOLE   *
006650* QUANTITY AS RESIDUE.                                     *
006660*----------------------------------------------------------*
006670 3400-BUILD-PALLET-PLAN.
006680     MOVE 0 TO DL100-PLN-BEST-SLOT.
006690     MOVE 0 TO DL100-PLN-BEST-DIV.
006700     MOVE 0 TO DL100-PLN-BEST-LAYERS.
006710     MOVE 999999999 TO DL100-PLN-BEST-REMDR.
006720     PERFORM 3410-EVAL-PLAN-DIVISOR
006730         THRU 3410-EVAL-PLAN-DIVISOR-EXIT
006740         VARYING DL100-DIV-IDX FROM 1 BY 1
006750         UNTIL DL100-DIV-IDX > DL100-DIV-COUNT.
006760     IF DL100-PLN-BEST-SLOT > 0
006770         MOVE DL100-PLN-BEST-DIV TO DL100-SIM-WK-PACK
006780         MOVE DL100-PLN-BEST-LAYERS TO DL100-SIM-WK-LAYERS
006790         MOVE DL100-PLN-BEST-REMDR TO DL100-SIM-WK-RESID
006800     ELSE
006810         MOVE 0 TO DL100-SIM-WK-PACK
006820         MOVE 0 TO DL100-SIM-WK-LAYERS
006830         MOVE DL100-NOMBR TO DL100-SIM-WK-RESID
006840     END-IF.
006850 3400-BUILD-PALLET-PLAN-EXIT.
006860     EXIT.
006870*----------------------------------------------------------*
006880* 3410-EVAL-PLAN-DIVISOR - ONE CANDIDATE CASE PACK, AS     *
006886* POWER'S 3710 WEIGHS IT, PASSING OVER A PACK THE ITEM     *
006892* MAY NOT SHIP IN.                                         *
006900*----------------------------------------------------------*
006910 3410-EVAL-PLAN-DIVISOR.
006911     IF DL100-SIM-ITM-OPEN
006912         MOVE "N" TO DL100-PLN-PACK-OK-SW
006913         PERFORM VARYING DL100-ITM-SUB FROM 1 BY 1
006914                 UNTIL DL100-ITM-SUB > 6
006915             IF DL101-ITM-PACK(DL100-ITM-SUB)
006916                    = DL100-DIVISOR(DL100-DIV-IDX)
006917                 MOVE "Y" TO DL100-PLN-PACK-OK-SW
006918             END-IF
006919         END-PERFORM
006920         IF NOT DL100-PLN-PACK-ALLOWED
006921             GO TO 3410-EVAL-PLAN-DIVISOR-EXIT
006922         END-IF
006923     END-IF.
006924     DIVIDE DL100-NOMBR BY DL100-DIVISOR(DL100-DIV-IDX)
006930         GIVING DL100-PLN-WK-LAYERS
006940         REMAINDER DL100-PLN-WK-REMDR.
006950     IF DL100-PLN-WK-LAYERS = 0
006960         GO TO 3410-EVAL-PLAN-DIVISOR-EXIT
006970     END-IF.
006980     IF DL100-PLN-WK-REMDR < DL100-PLN-BEST-REMDR OR
006990        (DL100-PLN-WK-REMDR = DL100-PLN-BEST-REMDR AND
007000         DL100-DIVISOR(DL100-DIV-IDX) > DL100-PLN-BEST-DIV)
007010         SET DL100-PLN-BEST-SLOT TO DL100-DIV-IDX
007020         MOVE DL100-DIVISOR(DL100-DIV-IDX)
007030             TO DL100-PLN-BEST-DIV
007040         MOVE DL100-PLN-WK-LAYERS TO DL100-PLN-BEST-LAYERS
007050         MOVE DL100-PLN-WK-REMDR TO DL100-PLN-BEST-REMDR
007060     END-IF.
007070 3410-EVAL-PLAN-DIVISOR-EXIT.
007080     EXIT.
007090*----------------------------------------------------------*
007100* 3500-ACCUM-LINE - TALLY THE LOT UNDER ITS PACKING LINE,  *
007110* OPENING AN ENTRY THE FIRST TIME A LINE CODE TURNS UP.    *
007120*----------------------------------------------------------*
007130 3500-ACCUM-LINE.
007140     MOVE 0 TO DL100-SIM-LINE-SUB.
007150     PERFORM VARYING DL100-SML-IDX FROM 1 BY 1
007160             UNTIL DL100-SML-IDX > DL100-SML-COUNT
007170         IF DL100-SML-LINE-CODE(DL100-SML-IDX) = DL100-SIM-LINE
007180             SET DL100-SIM-LINE-SUB TO DL100-SML-IDX
007190         END-IF
007200     END-PERFORM.
007210     IF DL100-SIM-LINE-SUB = 0
007220         IF DL100-SML-COUNT >= 20
007230             ADD 1 TO DL100-SIM-LINE-LOST
007240             GO TO 3500-ACCUM-LINE-EXIT
007250         END-IF
007260         ADD 1 TO DL100-SML-COUNT
007270         MOVE DL100-SML-COUNT TO DL100-SIM-LINE-SUB
007280         INITIALIZE DL100-SML-ENTRY(DL100-SIM-LINE-SUB)
007290         MOVE DL100-SIM-LINE
007300             TO DL100-SML-LINE-CODE(DL100-SIM-LINE-SUB)
007310     END-IF.
007320     ADD 1 TO DL100-SML-LOTS(DL100-SIM-LINE-SUB).
007330     IF DL100-SIM-CHANGES(1:1) = "F"
007340         ADD 1 TO DL100-SML-FLAG-CHG(DL100-SIM-LINE-SUB)
007350     END-IF.
007360     IF DL100-SIM-CHANGES(2:1) = "P"
007370         ADD 1 TO DL100-SML-PACK-CHG(DL100-SIM-LINE-SUB)
007380     END-IF.
007390     IF DL100-SIM-CHANGES(3:1) = "L"
007400         ADD 1 TO DL100-SML-LAYER-CHG(DL100-SIM-LINE-SUB)
007410     END-IF.
007420     IF DL100-SIM-CHANGES(4:1) = "R"
007430         ADD 1 TO DL100-SML-RESID-CHG(DL100-SIM-LINE-SUB)
007440     END-IF.
007450     ADD DL100-SIM-CUR-LAYERS
007460         TO DL100-SML-CUR-LAYERS(DL100-SIM-LINE-SUB).
007470     ADD DL100-SIM-STG-LAYERS
007480         TO DL100-SML-STG-LAYERS(DL100-SIM-LINE-SUB).
007490     ADD DL100-SIM-CUR-RESID
007500         TO DL100-SML-CUR-RESID(DL100-SIM-LINE-SUB).
007510     ADD DL100-SIM-STG-RESID
007520         TO DL100-SML-STG-RESID(DL100-SIM-LINE-SUB).
007530     IF DL100-SIM-CUR-RESID > 0
007540         ADD 1 TO DL100-SML-CUR-PARTIAL(DL100-SIM-LINE-SUB)
007550     END-IF.
007560     IF DL100-SIM-STG-RESID > 0
007570         ADD 1 TO DL100-SML-STG-PARTIAL(DL100-SIM-LINE-SUB)
007580     END-IF.
007590 3500-ACCUM-LINE-EXIT.
007600     EXIT.
007610*----------------------------------------------------------*
007620* 3600-WRITE-DETAIL-LINE - ONE REPORT LINE PER CHANGED     *
007630* LOT, WITH A NEW PAGE HEADING EVERY DL100-LINES-PER-PAGE  *
007640* LINES.                                                   *
007650*----------------------------------------------------------*
007660 3600-WRITE-DETAIL-LINE.
007670     IF DL100-LINE-COUNT >= DL100-LINES-PER-PAGE
007680         PERFORM 1300-WRITE-HEADING THRU 1300-WRITE-HEADING-EXIT
007690     END-IF.
007700     MOVE SPACES TO DL101-SMR-DET-LINE.
007710     MOVE DL100-SIM-KEY TO DL101-SMR-DET-KEY.
007720     MOVE DL100-SIM-SRC TO DL101-SMR-DET-SRC.
007730     MOVE DL100-NOMBR TO DL101-SMR-DET-NOMBR.
007740     MOVE DL100-SIM-LINE TO DL101-SMR-DET-LINE-CODE.
007750     MOVE DL100-SIM-CUR-POWERS TO DL101-SMR-DET-CUR-POWERS.
007760     MOVE DL100-SIM-STG-POWERS TO DL101-SMR-DET-STG-POWERS.
007770     MOVE DL100-SIM-CUR-PACK TO DL101-SMR-DET-CUR-PACK.
007780     MOVE DL100-SIM-STG-PACK TO DL101-SMR-DET-STG-PACK.
007790     MOVE DL100-SIM-CUR-LAYERS TO DL101-SMR-DET-CUR-LAYERS.
007800     MOVE DL100-SIM-STG-LAYERS TO DL101-SMR-DET-STG-LAYERS.
007810     MOVE DL100-SIM-CUR-RESID TO DL101-SMR-DET-CUR-RESID.
007820     MOVE DL100-SIM-STG-RESID TO DL101-SMR-DET-STG-RESID.
007830     MOVE DL100-SIM-CHANGES TO DL101-SMR-DET-CHANGED.
007840     WRITE DL101-SMR-DET-LINE.
007850     ADD 1 TO DL100-LINE-COUNT.
007860 3600-WRITE-DETAIL-LINE-EXIT.
007870     EXIT.
007880*----------------------------------------------------------*
007890* 8000-FINISH - THE PER-LINE BLOCKS, THEN THE RUN TOTALS.  *
007900*----------------------------------------------------------*
007910 8000-FINISH.
007920     IF DL100-SIM-ABORTED
007930         GO TO 8000-FINISH-EXIT
007940     END-IF.
007950     IF DL100-SIM-LINE-LOST > 0
007960         DISPLAY "POWSIM: " DL100-SIM-LINE-LOST " LOT(S) ON LINE"
007970             " CODES PAST THE TABLE LIMIT LEFT OUT OF THE LINE"
007980             " TOTALS"
007990     END-IF.
008000     PERFORM 8100-WRITE-LINE-BLOCK THRU 8100-WRITE-LINE-BLOCK-EXIT
008010         VARYING DL100-SML-IDX FROM 1 BY 1
008020         UNTIL DL100-SML-IDX > DL100-SML-COUNT.
008030     MOVE SPACES TO DL101-SMR-TOT-LINE.
008040     WRITE DL101-SMR-TOT-LINE.
008050     MOVE "QUEUE RECORDS READ..........." TO DL101-SMR-TOT-LABEL.
008060     MOVE DL100-SIM-QUEUE-READ TO DL101-SMR-TOT-COUNT.
008070     WRITE DL101-SMR-TOT-LINE.
008080     MOVE "PENDING LOTS................." TO DL101-SMR-TOT-LABEL.
008090     MOVE DL100-SIM-PEND-COUNT TO DL101-SMR-TOT-COUNT.
008100     WRITE DL101-SMR-TOT-LINE.
008110     MOVE "HISTORY RECORDS READ........." TO DL101-SMR-TOT-LABEL.
008120     MOVE DL100-SIM-HIST-READ TO DL101-SMR-TOT-COUNT.
008130     WRITE DL101-SMR-TOT-LINE.
008140     MOVE "HISTORY LOTS IN THE SLICE...." TO DL101-SMR-TOT-LABEL.
008150     MOVE DL100-SIM-HIST-COUNT TO DL101-SMR-TOT-COUNT.
008160     WRITE DL101-SMR-TOT-LINE.
008170     MOVE "LOTS POWER WOULD REJECT......" TO DL101-SMR-TOT-LABEL.
008180     MOVE DL100-SIM-INVALID-COUNT TO DL101-SMR-TOT-COUNT.
008190     WRITE DL101-SMR-TOT-LINE.
008200     MOVE "LOTS SIMULATED..............." TO DL101-SMR-TOT-LABEL.
008210     MOVE DL100-SIM-LOT-COUNT TO DL101-SMR-TOT-COUNT.
008220     WRITE DL101-SMR-TOT-LINE.
008230     MOVE "LOTS CHANGED BY STAGED ENTRY." TO DL101-SMR-TOT-LABEL.
008240     MOVE DL100-SIM-CHANGED-COUNT TO DL101-SMR-TOT-COUNT.
008250     WRITE DL101-SMR-TOT-LINE.
008260     CLOSE LOTQUEUE.
008270     IF DL100-SIM-HST-OPEN
008280         CLOSE LOTHIST
008282     END-IF.
008284     IF DL100-SIM-ITM-OPEN
008286         CLOSE ITEMMAST
008290     END-IF.
008300     CLOSE SIMRPT.
008310     DISPLAY "POWSIM: " DL100-SIM-LOT-COUNT " LOT(S) SIMULATED, "
008320         DL100-SIM-CHANGED-COUNT
008330         " CHANGED BY THE STAGED PROFILE.".
008340 8000-FINISH-EXIT.
008350     EXIT.
008360*----------------------------------------------------------*
008370* 8100-WRITE-LINE-BLOCK - ONE PACKING LINE: THE DIVISORS   *
008380* EACH PROFILE SET GIVES IT, WHAT MOVED, AND THE LAYER,    *
008390* RESIDUAL AND PARTIAL-PALLET TOTALS SIDE BY SIDE.         *
008400*----------------------------------------------------------*
008410 8100-WRITE-LINE-BLOCK.
008420     IF DL100-LINE-COUNT + 13 > DL100-LINES-PER-PAGE
008430         PERFORM 1300-WRITE-HEADING THRU 1300-WRITE-HEADING-EXIT
008440     END-IF.
008450     MOVE SPACES TO DL101-SMR-TXT-LINE.
008460     WRITE DL101-SMR-TXT-LINE.
008470     MOVE "PACKING LINE................." TO DL101-SMR-TXT-LABEL.
008480     IF DL100-SML-LINE-CODE(DL100-SML-IDX) = SPACES
008490         MOVE "(NONE)" TO DL101-SMR-TXT-VALUE
008500     ELSE
008510         MOVE DL100-SML-LINE-CODE(DL100-SML-IDX)
008520             TO DL101-SMR-TXT-VALUE
008530     END-IF.
008540     WRITE DL101-SMR-TXT-LINE.
008550     MOVE DL100-SIM-CUR-IMAGE TO DL100-PROFILE-TABLE.
008560     PERFORM 8110-LIST-DIVISORS THRU 8110-LIST-DIVISORS-EXIT.
008570     MOVE "CURRENT DIVISORS............." TO DL101-SMR-TXT-LABEL.
008580     MOVE DL100-SIM-DIV-LIST TO DL101-SMR-TXT-VALUE.
008590     WRITE DL101-SMR-TXT-LINE.
008600     MOVE DL100-SIM-STG-IMAGE TO DL100-PROFILE-TABLE.
008610     PERFORM 8110-LIST-DIVISORS THRU 8110-LIST-DIVISORS-EXIT.
008620     MOVE "STAGED DIVISORS.............." TO DL101-SMR-TXT-LABEL.
008630     MOVE DL100-SIM-DIV-LIST TO DL101-SMR-TXT-VALUE.
008640     WRITE DL101-SMR-TXT-LINE.
008650     MOVE SPACES TO DL101-SMR-TOT-LINE.
008660     MOVE "LOTS SIMULATED..............." TO DL101-SMR-TOT-LABEL.
008670     MOVE DL100-SML-LOTS(DL100-SML-IDX) TO DL101-SMR-TOT-COUNT.
008680     WRITE DL101-SMR-TOT-LINE.
008690     MOVE "POWER FLAGS CHANGED.........." TO DL101-SMR-TOT-LABEL.
008700     MOVE DL100-SML-FLAG-CHG(DL100-SML-IDX)
008710         TO DL101-SMR-TOT-COUNT.
008720     WRITE DL101-SMR-TOT-LINE.
008730     MOVE "CASE PACK CHANGED............" TO DL101-SMR-TOT-LABEL.
008740     MOVE DL100-SML-PACK-CHG(DL100-SML-IDX)
008750         TO DL101-SMR-TOT-COUNT.
008760     WRITE DL101-SMR-TOT-LINE.
008770     MOVE "LAYER COUNT CHANGED.........." TO DL101-SMR-TOT-LABEL.
008780     MOVE DL100-SML-LAYER-CHG(DL100-SML-IDX)
008790         TO DL101-SMR-TOT-COUNT.
008800     WRITE DL101-SMR-TOT-LINE.
008810     MOVE "RESIDUAL CHANGED............." TO DL101-SMR-TOT-LABEL.
008820     MOVE DL100-SML-RESID-CHG(DL100-SML-IDX)
008830         TO DL101-SMR-TOT-COUNT.
008840     WRITE DL101-SMR-TOT-LINE.
008850     MOVE SPACES TO DL101-SMR-CMP-LINE.
008860     MOVE "FULL LAYERS - CUR / STAGED..." TO DL101-SMR-CMP-LABEL.
008870     MOVE DL100-SML-CUR-LAYERS(DL100-SML-IDX)
008880         TO DL101-SMR-CMP-CUR.
008890     MOVE DL100-SML-STG-LAYERS(DL100-SML-IDX)
008900         TO DL101-SMR-CMP-STG.
008910     WRITE DL101-SMR-CMP-LINE.
008920     MOVE "RESIDUAL UNITS - CUR / STAGED" TO DL101-SMR-CMP-LABEL.
008930     MOVE DL100-SML-CUR-RESID(DL100-SML-IDX) TO DL101-SMR-CMP-CUR.
008940     MOVE DL100-SML-STG-RESID(DL100-SML-IDX) TO DL101-SMR-CMP-STG.
008950     WRITE DL101-SMR-CMP-LINE.
008960     MOVE "PARTIAL PALLETS - CUR / STG.." TO DL101-SMR-CMP-LABEL.
008970     MOVE DL100-SML-CUR-PARTIAL(DL100-SML-IDX)
008980         TO DL101-SMR-CMP-CUR.
008990     MOVE DL100-SML-STG-PARTIAL(DL100-SML-IDX)
009000         TO DL101-SMR-CMP-STG.
009010     WRITE DL101-SMR-CMP-LINE.
009020     ADD 12 TO DL100-LINE-COUNT.
009030 8100-WRITE-LINE-BLOCK-EXIT.
009040     EXIT.
009050*----------------------------------------------------------*
009060* 8110-LIST-DIVISORS - THE DIVISORS OF THE PROFILE THE     *
009070* CURRENT LINE BLOCK'S LOTS RUN AGAINST, IN THE PROFILE    *
009080* SET NOW IN DL100-PROFILE-TABLE, WITH THE SAME DEFAULT    *
009090* FALLBACK AS 3100-RUN-PROFILE.                            *
009100*----------------------------------------------------------*
009110 8110-LIST-DIVISORS.
009120     MOVE DL100-SML-LINE-CODE(DL100-SML-IDX)
009130         TO DL100-PRO-SEARCH-CODE.
009140     PERFORM 1205-FIND-PROFILE THRU 1205-FIND-PROFILE-EXIT.
009150     IF DL100-PRO-FOUND-SUB = 0
009160         MOVE 1 TO DL100-PRO-FOUND-SUB
009170     END-IF.
009180     IF DL100-PRO-DIV-COUNT(DL100-PRO-FOUND-SUB) = 0
009190         MOVE 1 TO DL100-PRO-FOUND-SUB
009200     END-IF.
009210     MOVE SPACES TO DL100-SIM-DIV-LIST.
009220     MOVE 1 TO DL100-SIM-PTR.
009230     PERFORM VARYING DL100-SLOT-SUB FROM 1 BY 1
009240             UNTIL DL100-SLOT-SUB >
009250                   DL100-PRO-DIV-COUNT(DL100-PRO-FOUND-SUB)
009260         STRING DL100-PRO-DIVISOR(DL100-PRO-FOUND-SUB,
009270                DL100-SLOT-SUB) " "
009280             DELIMITED BY SIZE INTO DL100-SIM-DIV-LIST
009290             WITH POINTER DL100-SIM-PTR
009300     END-PERFORM.
009310 8110-LIST-DIVISORS-EXIT.
009320     EXIT.
009330*----------------------------------------------------------*
009340* 9700-WRITE-EVENT - APPEND ONE EXCEPTION EVENT TO THE     *
009350* SHARED EVTLOG FILE FOR POWFWD TO HAND TO THE PLANT       *
009360* ALERTING SYSTEM.  CALLERS FILL THE TYPE, SEVERITY,       *
009370* REFERENCE AND TEXT; THE STAMP AND PROGRAM ARE SET HERE.  *
009380* THE FILE IS OPENED AND CLOSED AROUND EACH EVENT BECAUSE  *
009390* EVERY PROGRAM IN THE SUITE APPENDS TO IT.  AN EVENT THAT *
009400* CANNOT BE LOGGED IS SAID ON THE CONSOLE AND THE JOB      *
009410* CARRIES ON.                                              *
009420*----------------------------------------------------------*
009430 9700-WRITE-EVENT.
009440     ACCEPT DL101-EVT-STAMP-DATE FROM DATE YYYYMMDD.
009450     ACCEPT DL101-EVT-TIME FROM TIME.
009460     MOVE DL101-EVT-TIME(1:6) TO DL101-EVT-STAMP-TIME.
009470     MOVE "POWSIM" TO DL101-EVT-PROGRAM.
009480     MOVE 0 TO DL101-EVT-SEQ.
009482     IF DL101-EVT-REF-NONE
009484         MOVE 0 TO DL101-EVT-REF-NO
009486     END-IF.
009490     OPEN EXTEND EVTLOG.
009500     IF NOT DL101-EVL-OK
009510         OPEN OUTPUT EVTLOG
009520     END-IF.
009530     IF NOT DL101-EVL-OK
009540         DISPLAY "POWSIM: EVENT NOT LOGGED, EVTLOG STATUS "
009550             DL101-EVL-STATUS " - " DL101-EVT-TYPE
009560         GO TO 9700-WRITE-EVENT-EXIT
009570     END-IF.
009580     WRITE DL101-EVT-LOG-REC FROM DL101-EVT-RECORD.
009590     CLOSE EVTLOG.
009600 9700-WRITE-EVENT-EXIT.
009610     EXIT.
