000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. POWROL.
000030 AUTHOR. D. L. OKONKWO.
000040 INSTALLATION. PACKAGING SYSTEMS - PALLET BUILD.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*========================================================*
000080* POWROL IS THE MONTHLY HOUSEKEEPING JOB FOR THE THREE    *
000090* APPEND-ONLY TRAILS: THE PWRAUD CLASSIFICATION AUDIT,    *
000100* THE MNTJRNL MAINTENANCE JOURNAL AND THE CFGJRNL         *
000110* CONFIGURATION JOURNAL.  EACH TRAIL IS CLOSED OFF INTO A *
000120* DATED GENERATION FILE (TRAIL.GNNNN.DCCYYMMDD, UNDER THE *
000130* GENPFX PREFIX IF ONE IS SET), ITS CONTROL RECORD - THE  *
000140* RECORD COUNT AND THE FIRST AND LAST TIMESTAMP - GOES ON *
000150* THE GENCAT CATALOG, AND THE TRAIL IS STARTED AFRESH.    *
000160* COMPLIANCE MUST NEVER LOSE AN ENTRY, SO NOTHING IS      *
000170* EMPTIED UNTIL THE GENERATION HAS BEEN READ BACK RECORD  *
000180* FOR RECORD AGAINST THE TRAIL, THE COUNTS AGREE, AND THE *
000190* CATALOG ENTRY HAS BEEN READ BACK TOO.  A TRAIL THAT     *
000200* DOES NOT PROVE IS LEFT EXACTLY AS IT WAS AND THE JOB    *
000210* ENDS WITH RETURN CODE 12.  THE ROLL DATE COMES FROM THE *
000220* ROLDATE ENVIRONMENT VALUE (DEFAULT TODAY) AND ROLTRAIL  *
000230* NAMES A SINGLE TRAIL TO ROLL (DEFAULT ALL THREE).  IT   *
000240* NEVER RUNS WHILE A POWER RUN HOLDS A RUN-CONTROL LOCK.  *
000250*========================================================*
000260*  MODIFICATION HISTORY
000270*  ---------------------------------------------------
000280*  DATE       INIT  DESCRIPTION
000290*  ---------- ----  -------------------------------------
000300*  2026-10-15 DLO   ORIGINAL PROGRAM.
000302*  2026-10-15 DLO   A HELD RUN LOCK, A BAD ROLDATE OR
000304*                   ROLTRAIL AND EVERY TRAIL LEFT UNROLLED
000306*                   ARE ALSO WRITTEN TO THE EVTLOG EXCEPTION
000308*                   EVENT FILE FOR THE PLANT ALERTING SYSTEM.
000310*========================================================*
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SOURCE-COMPUTER. GENERIC.
000350 OBJECT-COMPUTER. GENERIC.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT PWRAUD ASSIGN TO "PWRAUD"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS DL100-AUD-STATUS.
000410     SELECT MNTJRNL ASSIGN TO "MNTJRNL"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS DL100-JRN-STATUS.
000440     SELECT CFGJRNL ASSIGN TO "CFGJRNL"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS DL100-CFG-STATUS.
000470     SELECT AUDGEN ASSIGN TO "AUDGEN"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS DL101-GAU-STATUS.
000500     SELECT MNTGEN ASSIGN TO "MNTGEN"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS DL101-GMN-STATUS.
000530     SELECT CFGGEN ASSIGN TO "CFGGEN"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS DL101-GCF-STATUS.
000560     SELECT GENCAT ASSIGN TO "GENCAT"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS DL101-CAT-STATUS.
000590     SELECT RUNCTL ASSIGN TO "RUNCTL"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS DL100-RUN-STATUS.
000612     SELECT EVTLOG ASSIGN TO "EVTLOG"
000614         ORGANIZATION IS LINE SEQUENTIAL
000616         FILE STATUS IS DL101-EVL-STATUS.
000620 DATA DIVISION.
000630 FILE SECTION.
000640*  THE TRAILS AND THEIR GENERATIONS ARE COPIED AS BYTE-FOR-
000650*  BYTE RECORD IMAGES; ONLY THE LEADING TIMESTAMP EVERY ONE
000660*  OF THE THREE LAYOUTS STARTS WITH IS LOOKED AT.
000670 FD  PWRAUD.
000680 01  DL101-TRL-AUD-REC           PIC X(105).
000690 FD  MNTJRNL.
000700 01  DL101-TRL-MNT-REC           PIC X(80).
000710 FD  CFGJRNL.
000720 01  DL101-TRL-CFG-REC           PIC X(100).
000730 FD  AUDGEN.
000740 01  DL101-GEN-AUD-REC           PIC X(105).
000750 FD  MNTGEN.
000760 01  DL101-GEN-MNT-REC           PIC X(80).
000770 FD  CFGGEN.
000780 01  DL101-GEN-CFG-REC           PIC X(100).
000790 FD  GENCAT.
000800 COPY DL101N.
000810 FD  RUNCTL.
000820 COPY DL100K.
000822 FD  EVTLOG.
000824 01  DL101-EVT-LOG-REC           PIC X(120).
000830 WORKING-STORAGE SECTION.
000840 01  DL100-WS-STATUS-AREA.
000850     05  DL100-AUD-STATUS        PIC X(02) VALUE "00".
000860     05  DL100-JRN-STATUS        PIC X(02) VALUE "00".
000870     05  DL100-CFG-STATUS        PIC X(02) VALUE "00".
000880     05  DL101-GAU-STATUS        PIC X(02) VALUE "00".
000890     05  DL101-GMN-STATUS        PIC X(02) VALUE "00".
000900     05  DL101-GCF-STATUS        PIC X(02) VALUE "00".
000910     05  DL101-CAT-STATUS        PIC X(02) VALUE "00".
000920         88  DL101-CAT-OK             VALUE "00".
000930     05  DL100-RUN-STATUS        PIC X(02) VALUE "00".
000940         88  DL100-RUN-FILE-OK        VALUE "00".
000950     05  DL101-EVL-STATUS        PIC X(02) VALUE "00".
000960         88  DL101-EVL-OK             VALUE "00".
000962*  THE STATUS OF WHICHEVER TRAIL OR GENERATION FILE THE
000964*  COMMON I/O PARAGRAPHS LAST OPENED.
000970 77  DL100-ROL-IO-STATUS         PIC X(02) VALUE "00".
000980     88  DL100-ROL-IO-OK               VALUE "00".
000990 77  DL100-LOCK-REFUSED-SW       PIC X(01) VALUE "N".
001000     88  DL100-LOCK-REFUSED            VALUE "Y".
001010 77  DL100-ROL-ABORT-SW          PIC X(01) VALUE "N".
001020     88  DL100-ROL-ABORTED             VALUE "Y".
001030 77  DL100-ROL-SKIP-SW           PIC X(01) VALUE "N".
001040     88  DL100-ROL-SKIPPED             VALUE "Y".
001050 77  DL100-ROL-TRL-EOF-SW        PIC X(01) VALUE "N".
001060     88  DL100-ROL-TRL-AT-EOF          VALUE "Y".
001070 77  DL100-ROL-GEN-EOF-SW        PIC X(01) VALUE "N".
001080     88  DL100-ROL-GEN-AT-EOF          VALUE "Y".
001090 77  DL100-ROL-MISMATCH-SW       PIC X(01) VALUE "N".
001100     88  DL100-ROL-MISMATCH            VALUE "Y".
001110 77  DL100-ROL-CAT-FOUND-SW      PIC X(01) VALUE "N".
001120     88  DL100-ROL-CAT-FOUND           VALUE "Y".
001130 77  DL100-ROL-USER              PIC X(08) VALUE SPACES.
001140 77  DL100-ROL-DATE-ENTRY        PIC X(08) VALUE SPACES.
001150 77  DL100-ROL-DATE              PIC 9(08) VALUE 0.
001160 77  DL100-ROL-TRAIL-ENTRY       PIC X(08) VALUE SPACES.
001170 77  DL100-ROL-PREFIX            PIC X(30) VALUE SPACES.
001180 77  DL100-ROL-STAMP             PIC 9(14) VALUE 0.
001190 77  DL100-ROL-SUB               PIC 9(01) VALUE 0.
001200 77  DL100-ROL-CAT-SUB           PIC 9(01) VALUE 0.
001210 77  DL100-ROL-GEN-NO            PIC 9(04) VALUE 0.
001220 77  DL100-ROL-DSN               PIC X(44) VALUE SPACES.
001230 77  DL100-ROL-COPY-COUNT        PIC 9(09) VALUE 0.
001240 77  DL100-ROL-PROVE-COUNT       PIC 9(09) VALUE 0.
001250 77  DL100-ROL-FIRST-STAMP       PIC 9(14) VALUE 0.
001260 77  DL100-ROL-LAST-STAMP        PIC 9(14) VALUE 0.
001270 77  DL100-ROL-ROLLED-COUNT      PIC 9(01) VALUE 0.
001280 77  DL100-ROL-FAILED-COUNT      PIC 9(01) VALUE 0.
001290 01  DL100-WS-DATE-AREA.
001300     05  DL100-WS-YYYYMMDD.
001310         10  DL100-WS-CCYY       PIC 9(04).
001320         10  DL100-WS-MM         PIC 9(02).
001330         10  DL100-WS-DD         PIC 9(02).
001340 77  DL100-WS-TIME                PIC 9(08).
001350*  THE THREE TRAILS, IN THE ORDER THEY ARE ROLLED.  THE
001360*  SUBSCRIPT INTO THIS TABLE PICKS THE FILES THE COMMON I/O
001370*  PARAGRAPHS WORK ON.
001380 01  DL100-ROL-TRAIL-NAMES.
001390     05  FILLER                  PIC X(08) VALUE "PWRAUD".
001400     05  FILLER                  PIC X(08) VALUE "MNTJRNL".
001410     05  FILLER                  PIC X(08) VALUE "CFGJRNL".
001420 01  DL100-ROL-TRAIL-TABLE REDEFINES DL100-ROL-TRAIL-NAMES.
001430     05  DL100-ROL-TRAIL-NAME    PIC X(08) OCCURS 3 TIMES.
001440*  WHAT THE CATALOG ALREADY HOLDS FOR EACH TRAIL: THE
001450*  HIGHEST GENERATION NUMBER, HOW MANY GENERATIONS AND HOW
001460*  MANY RECORDS IN ALL.
001470 01  DL100-ROL-CAT-TOTALS.
001480     05  DL100-ROL-CAT-ENTRY OCCURS 3 TIMES.
001490         10  DL100-ROL-CAT-HIGH-GEN
001500                                 PIC 9(04) VALUE 0.
001510         10  DL100-ROL-CAT-GENS  PIC 9(04) VALUE 0.
001520         10  DL100-ROL-CAT-RECS  PIC 9(11) VALUE 0.
001530*  ONE TRAIL RECORD IMAGE AS READ, AND THE MATCHING IMAGE
001540*  READ BACK FROM THE GENERATION WHEN IT IS PROVED.
001550 01  DL100-ROL-IMAGE.
001560     05  DL100-ROL-IMG-STAMP     PIC X(14).
001570     05  FILLER                  PIC X(91).
001580 01  DL100-ROL-GEN-IMAGE         PIC X(105).
001582*  THE EXCEPTION EVENT 9700-WRITE-EVENT APPENDS TO EVTLOG.
001584 77  DL101-EVT-TIME              PIC 9(08) VALUE 0.
001586 COPY DL101P.
001590 PROCEDURE DIVISION.
001600 0000-MAINLINE.
001610     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001620     IF NOT DL100-ROL-ABORTED
001630         PERFORM 2000-ROLL-TRAIL THRU 2000-ROLL-TRAIL-EXIT
001640             VARYING DL100-ROL-SUB FROM 1 BY 1
001650             UNTIL DL100-ROL-SUB > 3
001660     END-IF.
001670     PERFORM 8000-FINISH THRU 8000-FINISH-EXIT.
001680     STOP RUN.
001690 0000-MAINLINE-EXIT.
001700     EXIT.
001710*----------------------------------------------------------*
001720* 1000-INITIALIZE - HONOR THE RUN LOCKS, SETTLE THE USER,   *
001730* THE ROLL DATE, THE TRAIL AND THE GENERATION PREFIX FROM   *
001740* THE ENVIRONMENT, AND LOAD WHAT THE CATALOG ALREADY HOLDS. *
001750* ANY REFUSAL HERE LEAVES EVERY FILE UNCHANGED.             *
001760*----------------------------------------------------------*
001770 1000-INITIALIZE.
001780     PERFORM 1050-CHECK-RUN-LOCK THRU 1050-CHECK-RUN-LOCK-EXIT.
001790     IF DL100-LOCK-REFUSED
001800         MOVE "Y" TO DL100-ROL-ABORT-SW
001810         GO TO 1000-INITIALIZE-EXIT
001820     END-IF.
001830     ACCEPT DL100-ROL-USER FROM ENVIRONMENT "USER".
001840     IF DL100-ROL-USER = SPACES
001850         MOVE "PWRBATCH" TO DL100-ROL-USER
001860     END-IF.
001870     ACCEPT DL100-WS-YYYYMMDD FROM DATE YYYYMMDD.
001880     ACCEPT DL100-WS-TIME FROM TIME.
001890     STRING DL100-WS-YYYYMMDD DL100-WS-TIME(1:6)
001900         DELIMITED BY SIZE INTO DL100-ROL-STAMP.
001910     ACCEPT DL100-ROL-DATE-ENTRY FROM ENVIRONMENT "ROLDATE".
001920     IF DL100-ROL-DATE-ENTRY = SPACES
001930         MOVE DL100-WS-YYYYMMDD TO DL100-ROL-DATE
001940     ELSE
001950         IF DL100-ROL-DATE-ENTRY IS NOT NUMERIC
001960             DISPLAY "POWROL: ROLDATE MUST BE CCYYMMDD - "
001970                 "NOTHING ROLLED"
001971             MOVE SPACES TO DL101-EVT-RECORD
001972             SET DL101-EVT-REFUSED TO TRUE
001973             SET DL101-EVT-ERROR TO TRUE
001974             MOVE "ROLDATE MUST BE CCYYMMDD - NOTHING ROLLED"
001975                 TO DL101-EVT-TEXT
001976             PERFORM 9700-WRITE-EVENT THRU 9700-WRITE-EVENT-EXIT
001980             MOVE "Y" TO DL100-ROL-ABORT-SW
001990             MOVE 8 TO RETURN-CODE
002000             GO TO 1000-INITIALIZE-EXIT
002010         END-IF
002020         MOVE DL100-ROL-DATE-ENTRY TO DL100-ROL-DATE
002030     END-IF.
002040     ACCEPT DL100-ROL-TRAIL-ENTRY FROM ENVIRONMENT "ROLTRAIL".
002050     IF DL100-ROL-TRAIL-ENTRY NOT = SPACES AND
002060        DL100-ROL-TRAIL-ENTRY NOT = DL100-ROL-TRAIL-NAME(1) AND
002070        DL100-ROL-TRAIL-ENTRY NOT = DL100-ROL-TRAIL-NAME(2) AND
002080        DL100-ROL-TRAIL-ENTRY NOT = DL100-ROL-TRAIL-NAME(3)
002090         DISPLAY "POWROL: ROLTRAIL MUST BE PWRAUD, MNTJRNL, "
002100             "CFGJRNL OR BLANK FOR ALL - NOTHING ROLLED"
002101         MOVE SPACES TO DL101-EVT-RECORD
002102         SET DL101-EVT-REFUSED TO TRUE
002103         SET DL101-EVT-ERROR TO TRUE
002104         MOVE "ROLTRAIL NOT A TRAIL NAME - NOTHING ROLLED"
002105             TO DL101-EVT-TEXT
002106         PERFORM 9700-WRITE-EVENT THRU 9700-WRITE-EVENT-EXIT
002110         MOVE "Y" TO DL100-ROL-ABORT-SW
002120         MOVE 8 TO RETURN-CODE
002130         GO TO 1000-INITIALIZE-EXIT
002140     END-IF.
002150     ACCEPT DL100-ROL-PREFIX FROM ENVIRONMENT "GENPFX".
002160     PERFORM 1100-LOAD-CATALOG THRU 1100-LOAD-CATALOG-EXIT.
002170 1000-INITIALIZE-EXIT.
002180     EXIT.
002190*----------------------------------------------------------*
002200* 1050-CHECK-RUN-LOCK - REFUSE TO RUN WHILE ANY POWER RUN   *
002210* HOLDS A RUN-CONTROL LOCK: A LIVE RUN APPENDS TO PWRAUD    *
002220* AND ITS END-OF-RUN RECOUNT READS IT BACK.  NO RUNCTL FILE *
002230* AT ALL MEANS NO RUN HAS EVER STAMPED ONE.                 *
002240*----------------------------------------------------------*
002250 1050-CHECK-RUN-LOCK.
002260     OPEN INPUT RUNCTL.
002270     IF NOT DL100-RUN-FILE-OK
002280         GO TO 1050-CHECK-RUN-LOCK-EXIT
002290     END-IF.
002300 1050-CHECK-RUN-LOCK-READ.
002310     READ RUNCTL
002320         AT END
002330             CLOSE RUNCTL
002340             GO TO 1050-CHECK-RUN-LOCK-EXIT
002350     END-READ.
002360     IF DL100-RUN-IS-ACTIVE
002370         DISPLAY "POWROL: A POWER RUN IS ACTIVE FOR LINE "
002380             DL100-RUN-LINE-CODE " - STARTED BY "
002390             DL100-RUN-LOCK-USER " AT " DL100-RUN-LOCK-STAMP
002400             " - ROLL REFUSED"
002401         MOVE SPACES TO DL101-EVT-RECORD
002402         SET DL101-EVT-LOCK-HELD TO TRUE
002403         SET DL101-EVT-CRITICAL TO TRUE
002404         IF DL100-RUN-RUN-NO IS NUMERIC
002405             SET DL101-EVT-REF-RUN TO TRUE
002406             MOVE DL100-RUN-RUN-NO TO DL101-EVT-REF-NO
002407         END-IF
002408         STRING "LINE " DL100-RUN-LINE-CODE " LOCKED BY "
002409                DL100-RUN-LOCK-USER " SINCE " DL100-RUN-LOCK-STAMP
002410                " - REFUSED"
002411             DELIMITED BY SIZE INTO DL101-EVT-TEXT
002412         PERFORM 9700-WRITE-EVENT THRU 9700-WRITE-EVENT-EXIT
002413         MOVE "Y" TO DL100-LOCK-REFUSED-SW
002420         MOVE 12 TO RETURN-CODE
002430     END-IF.
002440     GO TO 1050-CHECK-RUN-LOCK-READ.
002450 1050-CHECK-RUN-LOCK-EXIT.
002460     EXIT.
002470*----------------------------------------------------------*
002480* 1100-LOAD-CATALOG - TALLY THE GENERATIONS ALREADY ON THE  *
002490* CATALOG BY TRAIL, KEEPING THE HIGHEST GENERATION NUMBER   *
002500* SO THE NEXT ONE FOLLOWS IT.  NO CATALOG AT ALL MEANS NO   *
002510* TRAIL HAS EVER BEEN ROLLED.                               *
002520*----------------------------------------------------------*
002530 1100-LOAD-CATALOG.
002540     OPEN INPUT GENCAT.
002550     IF NOT DL101-CAT-OK
002560         GO TO 1100-LOAD-CATALOG-EXIT
002570     END-IF.
002580 1100-LOAD-CATALOG-LOOP.
002590     READ GENCAT
002600         AT END
002610             CLOSE GENCAT
002620             GO TO 1100-LOAD-CATALOG-EXIT
002630     END-READ.
002640     MOVE 0 TO DL100-ROL-CAT-SUB.
002650     PERFORM VARYING DL100-ROL-SUB FROM 1 BY 1
002660             UNTIL DL100-ROL-SUB > 3
002670         IF DL101-CAT-TRAIL = DL100-ROL-TRAIL-NAME(DL100-ROL-SUB)
002680             MOVE DL100-ROL-SUB TO DL100-ROL-CAT-SUB
002690         END-IF
002700     END-PERFORM.
002710     IF DL100-ROL-CAT-SUB = 0
002720         GO TO 1100-LOAD-CATALOG-LOOP
002730     END-IF.
002740     ADD 1 TO DL100-ROL-CAT-GENS(DL100-ROL-CAT-SUB).
002750     ADD DL101-CAT-REC-COUNT
002760         TO DL100-ROL-CAT-RECS(DL100-ROL-CAT-SUB).
002770     IF DL101-CAT-GEN-NO >
002780        DL100-ROL-CAT-HIGH-GEN(DL100-ROL-CAT-SUB)
002790         MOVE DL101-CAT-GEN-NO
002800             TO DL100-ROL-CAT-HIGH-GEN(DL100-ROL-CAT-SUB)
002810     END-IF.
002820     GO TO 1100-LOAD-CATALOG-LOOP.
002830 1100-LOAD-CATALOG-EXIT.
002840     EXIT.
002850*----------------------------------------------------------*
002860* 2000-ROLL-TRAIL - ONE TRAIL, FROM COPY TO EMPTY.  EACH    *
002870* STEP ONLY RUNS IF THE ONE BEFORE IT CAME OUT CLEAN; A     *
002880* MISSING OR EMPTY TRAIL HAS NOTHING TO ROLL AND IS NOT AN  *
002890* ERROR.  A FAILURE ON ONE TRAIL DOES NOT STOP THE OTHERS - *
002900* EACH HAS ITS OWN GENERATION AND ITS OWN PROOF.            *
002910*----------------------------------------------------------*
002920 2000-ROLL-TRAIL.
002930     IF DL100-ROL-TRAIL-ENTRY NOT = SPACES AND
002940        DL100-ROL-TRAIL-ENTRY NOT =
002950            DL100-ROL-TRAIL-NAME(DL100-ROL-SUB)
002960         GO TO 2000-ROLL-TRAIL-EXIT
002970     END-IF.
002980     MOVE "N" TO DL100-ROL-SKIP-SW.
002990     COMPUTE DL100-ROL-GEN-NO =
003000         DL100-ROL-CAT-HIGH-GEN(DL100-ROL-SUB) + 1.
003010     MOVE SPACES TO DL100-ROL-DSN.
003020     STRING DL100-ROL-PREFIX DELIMITED BY SPACE
003030            DL100-ROL-TRAIL-NAME(DL100-ROL-SUB) DELIMITED BY SPACE
003040            ".G" DL100-ROL-GEN-NO ".D" DL100-ROL-DATE
003050                DELIMITED BY SIZE
003060         INTO DL100-ROL-DSN
003070         ON OVERFLOW
003080             DISPLAY "POWROL: GENERATION NAME FOR "
003090                 DL100-ROL-TRAIL-NAME(DL100-ROL-SUB)
003100                 " IS LONGER THAN 44 - SHORTEN GENPFX"
003101             MOVE SPACES TO DL101-EVT-RECORD
003102             SET DL101-EVT-EXCEPTION TO TRUE
003103             SET DL101-EVT-ERROR TO TRUE
003104             MOVE "GENERATION NAME TOO LONG - TRAIL NOT ROLLED"
003105                 TO DL101-EVT-TEXT
003106             PERFORM 9700-WRITE-EVENT THRU 9700-WRITE-EVENT-EXIT
003110             ADD 1 TO DL100-ROL-FAILED-COUNT
003120             MOVE 12 TO RETURN-CODE
003130             GO TO 2000-ROLL-TRAIL-EXIT
003140     END-STRING.
003150     PERFORM 2100-COPY-TRAIL THRU 2100-COPY-TRAIL-EXIT.
003160     IF DL100-ROL-SKIPPED
003170         GO TO 2000-ROLL-TRAIL-EXIT
003180     END-IF.
003190     PERFORM 2200-PROVE-GENERATION
003200         THRU 2200-PROVE-GENERATION-EXIT.
003210     IF DL100-ROL-SKIPPED
003220         GO TO 2000-ROLL-TRAIL-EXIT
003230     END-IF.
003240     PERFORM 2300-CATALOG-GENERATION
003250         THRU 2300-CATALOG-GENERATION-EXIT.
003260     IF DL100-ROL-SKIPPED
003270         GO TO 2000-ROLL-TRAIL-EXIT
003280     END-IF.
003290     PERFORM 2530-EMPTY-TRAIL THRU 2530-EMPTY-TRAIL-EXIT.
003300     ADD 1 TO DL100-ROL-ROLLED-COUNT.
003310     ADD 1 TO DL100-ROL-CAT-GENS(DL100-ROL-SUB).
003320     ADD DL100-ROL-COPY-COUNT
003330         TO DL100-ROL-CAT-RECS(DL100-ROL-SUB).
003340     MOVE DL100-ROL-GEN-NO
003350         TO DL100-ROL-CAT-HIGH-GEN(DL100-ROL-SUB).
003360     DISPLAY "POWROL: " DL100-ROL-TRAIL-NAME(DL100-ROL-SUB)
003370         " ROLLED TO " DL100-ROL-DSN.
003380     DISPLAY "POWROL:   " DL100-ROL-COPY-COUNT " RECORD(S) FROM "
003390         DL100-ROL-FIRST-STAMP " TO " DL100-ROL-LAST-STAMP
003400         " - TRAIL STARTED AFRESH".
003410 2000-ROLL-TRAIL-EXIT.
003420     EXIT.
003430*----------------------------------------------------------*
003440* 2100-COPY-TRAIL - COPY EVERY RECORD OF THE TRAIL ONTO THE *
003450* NEW GENERATION FILE, COUNTING THEM AND KEEPING THE        *
003460* EARLIEST AND LATEST TIMESTAMP (THE LOWEST AND HIGHEST,    *
003470* NOT THE FIRST AND LAST READ, SO A LINE OUT OF ORDER CAN   *
003480* NOT HIDE A GENERATION FROM A DATE-RANGE INQUIRY).         *
003490*----------------------------------------------------------*
003500 2100-COPY-TRAIL.
003510     MOVE 0 TO DL100-ROL-COPY-COUNT.
003520     MOVE 99999999999999 TO DL100-ROL-FIRST-STAMP.
003530     MOVE 0 TO DL100-ROL-LAST-STAMP.
003540     PERFORM 2500-OPEN-TRAIL THRU 2500-OPEN-TRAIL-EXIT.
003550     IF NOT DL100-ROL-IO-OK
003560         DISPLAY "POWROL: NO " DL100-ROL-TRAIL-NAME(DL100-ROL-SUB)
003570             " TRAIL ON FILE - NOTHING TO ROLL"
003580         MOVE "Y" TO DL100-ROL-SKIP-SW
003590         GO TO 2100-COPY-TRAIL-EXIT
003600     END-IF.
003610     PERFORM 2510-READ-TRAIL THRU 2510-READ-TRAIL-EXIT.
003620     IF DL100-ROL-TRL-AT-EOF
003630         PERFORM 2520-CLOSE-TRAIL THRU 2520-CLOSE-TRAIL-EXIT
003640         DISPLAY "POWROL: " DL100-ROL-TRAIL-NAME(DL100-ROL-SUB)
003650             " IS EMPTY - NOTHING TO ROLL"
003660         MOVE "Y" TO DL100-ROL-SKIP-SW
003670         GO TO 2100-COPY-TRAIL-EXIT
003680     END-IF.
003690     PERFORM 2600-OPEN-GEN-OUTPUT THRU 2600-OPEN-GEN-OUTPUT-EXIT.
003700     IF NOT DL100-ROL-IO-OK
003710         PERFORM 2520-CLOSE-TRAIL THRU 2520-CLOSE-TRAIL-EXIT
003720         DISPLAY "POWROL: UNABLE TO CREATE " DL100-ROL-DSN
003730             ", STATUS " DL100-ROL-IO-STATUS " - "
003740             DL100-ROL-TRAIL-NAME(DL100-ROL-SUB) " NOT ROLLED"
003741         MOVE SPACES TO DL101-EVT-RECORD
003742         SET DL101-EVT-EXCEPTION TO TRUE
003743         SET DL101-EVT-ERROR TO TRUE
003744         STRING DL100-ROL-TRAIL-NAME(DL100-ROL-SUB)
003745                " NOT ROLLED - GENERATION FILE NOT CREATED"
003746             DELIMITED BY SIZE INTO DL101-EVT-TEXT
003747         PERFORM 9700-WRITE-EVENT THRU 9700-WRITE-EVENT-EXIT
003750         MOVE "Y" TO DL100-ROL-SKIP-SW
003760         ADD 1 TO DL100-ROL-FAILED-COUNT
003770         MOVE 12 TO RETURN-CODE
003780         GO TO 2100-COPY-TRAIL-EXIT
003790     END-IF.
003800 2100-COPY-TRAIL-LOOP.
003810     PERFORM 2620-WRITE-GEN THRU 2620-WRITE-GEN-EXIT.
003820     ADD 1 TO DL100-ROL-COPY-COUNT.
003830     IF DL100-ROL-IMG-STAMP IS NUMERIC
003840         IF DL100-ROL-IMG-STAMP < DL100-ROL-FIRST-STAMP
003850             MOVE DL100-ROL-IMG-STAMP TO DL100-ROL-FIRST-STAMP
003860         END-IF
003870         IF DL100-ROL-IMG-STAMP > DL100-ROL-LAST-STAMP
003880             MOVE DL100-ROL-IMG-STAMP TO DL100-ROL-LAST-STAMP
003890         END-IF
003900     END-IF.
003910     PERFORM 2510-READ-TRAIL THRU 2510-READ-TRAIL-EXIT.
003920     IF NOT DL100-ROL-TRL-AT-EOF
003930         GO TO 2100-COPY-TRAIL-LOOP
003940     END-IF.
003950     PERFORM 2520-CLOSE-TRAIL THRU 2520-CLOSE-TRAIL-EXIT.
003960     PERFORM 2640-CLOSE-GEN THRU 2640-CLOSE-GEN-EXIT.
003970     IF DL100-ROL-LAST-STAMP = 0
003980         MOVE 0 TO DL100-ROL-FIRST-STAMP
003990     END-IF.
004000 2100-COPY-TRAIL-EXIT.
004010     EXIT.
004020*----------------------------------------------------------*
004030* 2200-PROVE-GENERATION - READ THE GENERATION BACK BESIDE   *
004040* THE TRAIL, RECORD FOR RECORD.  EVERY PAIR MUST MATCH, AND *
004050* BOTH FILES MUST END TOGETHER AT THE COUNT THE COPY MADE - *
004060* SO A RECORD LOST ON THE WAY OUT, OR ONE APPENDED TO THE   *
004070* TRAIL SINCE THE COPY, STOPS THE ROLL BEFORE ANYTHING IS   *
004080* EMPTIED.                                                  *
004090*----------------------------------------------------------*
004100 2200-PROVE-GENERATION.
004110     MOVE 0 TO DL100-ROL-PROVE-COUNT.
004120     MOVE "N" TO DL100-ROL-MISMATCH-SW.
004130     PERFORM 2500-OPEN-TRAIL THRU 2500-OPEN-TRAIL-EXIT.
004140     IF NOT DL100-ROL-IO-OK
004150         MOVE "Y" TO DL100-ROL-MISMATCH-SW
004160         GO TO 2200-PROVE-GENERATION-CHECK
004170     END-IF.
004180     PERFORM 2610-OPEN-GEN-INPUT THRU 2610-OPEN-GEN-INPUT-EXIT.
004190     IF NOT DL100-ROL-IO-OK
004200         PERFORM 2520-CLOSE-TRAIL THRU 2520-CLOSE-TRAIL-EXIT
004210         MOVE "Y" TO DL100-ROL-MISMATCH-SW
004220         GO TO 2200-PROVE-GENERATION-CHECK
004230     END-IF.
004240 2200-PROVE-GENERATION-LOOP.
004250     PERFORM 2510-READ-TRAIL THRU 2510-READ-TRAIL-EXIT.
004260     PERFORM 2630-READ-GEN THRU 2630-READ-GEN-EXIT.
004270     IF DL100-ROL-TRL-AT-EOF AND DL100-ROL-GEN-AT-EOF
004280         GO TO 2200-PROVE-GENERATION-CLOSE
004290     END-IF.
004300     IF DL100-ROL-TRL-AT-EOF OR DL100-ROL-GEN-AT-EOF OR
004310        DL100-ROL-IMAGE NOT = DL100-ROL-GEN-IMAGE
004320         MOVE "Y" TO DL100-ROL-MISMATCH-SW
004330         GO TO 2200-PROVE-GENERATION-CLOSE
004340     END-IF.
004350     ADD 1 TO DL100-ROL-PROVE-COUNT.
004360     GO TO 2200-PROVE-GENERATION-LOOP.
004370 2200-PROVE-GENERATION-CLOSE.
004380     PERFORM 2520-CLOSE-TRAIL THRU 2520-CLOSE-TRAIL-EXIT.
004390     PERFORM 2640-CLOSE-GEN THRU 2640-CLOSE-GEN-EXIT.
004400 2200-PROVE-GENERATION-CHECK.
004410     IF DL100-ROL-MISMATCH OR
004420        DL100-ROL-PROVE-COUNT NOT = DL100-ROL-COPY-COUNT
004430         DISPLAY "POWROL: " DL100-ROL-DSN " DOES NOT PROVE - "
004440             DL100-ROL-COPY-COUNT " COPIED, "
004450             DL100-ROL-PROVE-COUNT " MATCHED"
004460         DISPLAY "POWROL: " DL100-ROL-TRAIL-NAME(DL100-ROL-SUB)
004470             " LEFT AS IT WAS - NOT CATALOGED, NOT EMPTIED"
004471         MOVE SPACES TO DL101-EVT-RECORD
004472         SET DL101-EVT-EXCEPTION TO TRUE
004473         SET DL101-EVT-ERROR TO TRUE
004474         STRING DL100-ROL-TRAIL-NAME(DL100-ROL-SUB)
004475                " NOT EMPTIED - GENERATION DOES NOT PROVE"
004476             DELIMITED BY SIZE INTO DL101-EVT-TEXT
004477         PERFORM 9700-WRITE-EVENT THRU 9700-WRITE-EVENT-EXIT
004480         MOVE "Y" TO DL100-ROL-SKIP-SW
004490         ADD 1 TO DL100-ROL-FAILED-COUNT
004500         MOVE 12 TO RETURN-CODE
004510     END-IF.
004520 2200-PROVE-GENERATION-EXIT.
004530     EXIT.
004540*----------------------------------------------------------*
004550* 2300-CATALOG-GENERATION - APPEND THE GENERATION'S CONTROL *
004560* RECORD TO THE CATALOG, THEN READ THE CATALOG BACK AND     *
004570* FIND IT THERE.  A GENERATION THE READERS CANNOT FIND IS   *
004580* AS GOOD AS LOST, SO THE TRAIL IS NOT EMPTIED UNLESS THE   *
004590* ENTRY IS SEEN ON FILE.                                    *
004600*----------------------------------------------------------*
004610 2300-CATALOG-GENERATION.
004620     OPEN EXTEND GENCAT.
004630     IF NOT DL101-CAT-OK
004640         OPEN OUTPUT GENCAT
004650     END-IF.
004660     MOVE SPACES TO DL101-CAT-RECORD.
004670     MOVE DL100-ROL-TRAIL-NAME(DL100-ROL-SUB) TO DL101-CAT-TRAIL.
004680     MOVE DL100-ROL-GEN-NO TO DL101-CAT-GEN-NO.
004690     MOVE DL100-ROL-STAMP TO DL101-CAT-ROLL-STAMP.
004700     MOVE DL100-ROL-USER TO DL101-CAT-ROLL-USER.
004710     MOVE DL100-ROL-COPY-COUNT TO DL101-CAT-REC-COUNT.
004720     MOVE DL100-ROL-FIRST-STAMP TO DL101-CAT-FIRST-STAMP.
004730     MOVE DL100-ROL-LAST-STAMP TO DL101-CAT-LAST-STAMP.
004740     MOVE DL100-ROL-DSN TO DL101-CAT-DSN.
004750     WRITE DL101-CAT-RECORD.
004760     CLOSE GENCAT.
004770     MOVE "N" TO DL100-ROL-CAT-FOUND-SW.
004780     OPEN INPUT GENCAT.
004790     IF NOT DL101-CAT-OK
004800         GO TO 2300-CATALOG-GENERATION-CHECK
004810     END-IF.
004820 2300-CATALOG-GENERATION-LOOP.
004830     READ GENCAT
004840         AT END
004850             CLOSE GENCAT
004860             GO TO 2300-CATALOG-GENERATION-CHECK
004870     END-READ.
004880     IF DL101-CAT-TRAIL = DL100-ROL-TRAIL-NAME(DL100-ROL-SUB) AND
004890        DL101-CAT-GEN-NO = DL100-ROL-GEN-NO AND
004900        DL101-CAT-REC-COUNT = DL100-ROL-COPY-COUNT AND
004910        DL101-CAT-DSN = DL100-ROL-DSN
004920         MOVE "Y" TO DL100-ROL-CAT-FOUND-SW
004930     END-IF.
004940     GO TO 2300-CATALOG-GENERATION-LOOP.
004950 2300-CATALOG-GENERATION-CHECK.
004960     IF NOT DL100-ROL-CAT-FOUND
004970         DISPLAY "POWROL: CATALOG ENTRY FOR " DL100-ROL-DSN
004980             " NOT FOUND ON GENCAT - "
004990             DL100-ROL-TRAIL-NAME(DL100-ROL-SUB) " NOT EMPTIED"
005000         MOVE "Y" TO DL100-ROL-SKIP-SW
005001         MOVE SPACES TO DL101-EVT-RECORD
005002         SET DL101-EVT-EXCEPTION TO TRUE
005003         SET DL101-EVT-ERROR TO TRUE
005004         STRING DL100-ROL-TRAIL-NAME(DL100-ROL-SUB)
005005                " NOT EMPTIED - NO CATALOG ENTRY ON GENCAT"
005006             DELIMITED BY SIZE INTO DL101-EVT-TEXT
005007         PERFORM 9700-WRITE-EVENT THRU 9700-WRITE-EVENT-EXIT
005010         ADD 1 TO DL100-ROL-FAILED-COUNT
005020         MOVE 12 TO RETURN-CODE
005030     END-IF.
005040 2300-CATALOG-GENERATION-EXIT.
005050     EXIT.
005060*----------------------------------------------------------*
005070* 2500-2530 - THE TRAIL SIDE OF THE COPY, FOR WHICHEVER     *
005080* TRAIL DL100-ROL-SUB NAMES.  READS COME BACK IN            *
005090* DL100-ROL-IMAGE; THE OPEN STATUS IN DL100-ROL-IO-STATUS.  *
005100*----------------------------------------------------------*
005110 2500-OPEN-TRAIL.
005120     MOVE "N" TO DL100-ROL-TRL-EOF-SW.
005130     EVALUATE DL100-ROL-SUB
005140         WHEN 1
005150             OPEN INPUT PWRAUD
005160             MOVE DL100-AUD-STATUS TO DL100-ROL-IO-STATUS
005170         WHEN 2
005180             OPEN INPUT MNTJRNL
005190             MOVE DL100-JRN-STATUS TO DL100-ROL-IO-STATUS
005200         WHEN OTHER
005210             OPEN INPUT CFGJRNL
005220             MOVE DL100-CFG-STATUS TO DL100-ROL-IO-STATUS
005230     END-EVALUATE.
005240 2500-OPEN-TRAIL-EXIT.
005250     EXIT.
005260 2510-READ-TRAIL.
005270     MOVE SPACES TO DL100-ROL-IMAGE.
005280     EVALUATE DL100-ROL-SUB
005290         WHEN 1
005300             READ PWRAUD INTO DL100-ROL-IMAGE
005310                 AT END
005320                     MOVE "Y" TO DL100-ROL-TRL-EOF-SW
005330             END-READ
005340         WHEN 2
005350             READ MNTJRNL INTO DL100-ROL-IMAGE
005360                 AT END
005370                     MOVE "Y" TO DL100-ROL-TRL-EOF-SW
005380             END-READ
005390         WHEN OTHER
005400             READ CFGJRNL INTO DL100-ROL-IMAGE
005410                 AT END
005420                     MOVE "Y" TO DL100-ROL-TRL-EOF-SW
005430             END-READ
005440     END-EVALUATE.
005450 2510-READ-TRAIL-EXIT.
005460     EXIT.
005470 2520-CLOSE-TRAIL.
005480     EVALUATE DL100-ROL-SUB
005490         WHEN 1
005500             CLOSE PWRAUD
005510         WHEN 2
005520             CLOSE MNTJRNL
005530         WHEN OTHER
005540             CLOSE CFGJRNL
005550     END-EVALUATE.
005560 2520-CLOSE-TRAIL-EXIT.
005570     EXIT.
005580*  OPENING THE TRAIL OUTPUT AND CLOSING IT AGAIN LEAVES IT
005590*  EMPTY; THE NEXT APPEND STARTS THE NEW CURRENT TRAIL.
005600 2530-EMPTY-TRAIL.
005610     EVALUATE DL100-ROL-SUB
005620         WHEN 1
005630             OPEN OUTPUT PWRAUD
005640             CLOSE PWRAUD
005650         WHEN 2
005660             OPEN OUTPUT MNTJRNL
005670             CLOSE MNTJRNL
005680         WHEN OTHER
005690             OPEN OUTPUT CFGJRNL
005700             CLOSE CFGJRNL
005710     END-EVALUATE.
005720 2530-EMPTY-TRAIL-EXIT.
005730     EXIT.
005740*----------------------------------------------------------*
005750* 2600-2650 - THE GENERATION SIDE.  EACH TRAIL HAS ITS OWN  *
005760* GENERATION FILE NAME (AUDGEN, MNTGEN, CFGGEN), POINTED AT *
005770* THE DATED FILE BY SETTING THAT NAME IN THE ENVIRONMENT    *
005780* JUST BEFORE THE OPEN.                                     *
005790*----------------------------------------------------------*
005800 2600-OPEN-GEN-OUTPUT.
005810     PERFORM 2650-POINT-GEN-FILE THRU 2650-POINT-GEN-FILE-EXIT.
005820     EVALUATE DL100-ROL-SUB
005830         WHEN 1
005840             OPEN OUTPUT AUDGEN
005850             MOVE DL101-GAU-STATUS TO DL100-ROL-IO-STATUS
005860         WHEN 2
005870             OPEN OUTPUT MNTGEN
005880             MOVE DL101-GMN-STATUS TO DL100-ROL-IO-STATUS
005890         WHEN OTHER
005900             OPEN OUTPUT CFGGEN
005910             MOVE DL101-GCF-STATUS TO DL100-ROL-IO-STATUS
005920     END-EVALUATE.
005930 2600-OPEN-GEN-OUTPUT-EXIT.
005940     EXIT.
005950 2610-OPEN-GEN-INPUT.
005960     MOVE "N" TO DL100-ROL-GEN-EOF-SW.
005970     PERFORM 2650-POINT-GEN-FILE THRU 2650-POINT-GEN-FILE-EXIT.
005980     EVALUATE DL100-ROL-SUB
005990         WHEN 1
006000             OPEN INPUT AUDGEN
006010             MOVE DL101-GAU-STATUS TO DL100-ROL-IO-STATUS
006020         WHEN 2
006030             OPEN INPUT MNTGEN
006040             MOVE DL101-GMN-STATUS TO DL100-ROL-IO-STATUS
006050         WHEN OTHER
006060             OPEN INPUT CFGGEN
006070             MOVE DL101-GCF-STATUS TO DL100-ROL-IO-STATUS
006080     END-EVALUATE.
006090 2610-OPEN-GEN-INPUT-EXIT.
006100     EXIT.
006110 2620-WRITE-GEN.
006120     EVALUATE DL100-ROL-SUB
006130         WHEN 1
006140             WRITE DL101-GEN-AUD-REC FROM DL100-ROL-IMAGE
006150         WHEN 2
006160             WRITE DL101-GEN-MNT-REC FROM DL100-ROL-IMAGE
006170         WHEN OTHER
006180             WRITE DL101-GEN-CFG-REC FROM DL100-ROL-IMAGE
006190     END-EVALUATE.
006200 2620-WRITE-GEN-EXIT.
006210     EXIT.
006220 2630-READ-GEN.
006230     MOVE SPACES TO DL100-ROL-GEN-IMAGE.
006240     EVALUATE DL100-ROL-SUB
006250         WHEN 1
006260             READ AUDGEN INTO DL100-ROL-GEN-IMAGE
006270                 AT END
006280                     MOVE "Y" TO DL100-ROL-GEN-EOF-SW
006290             END-READ
006300         WHEN 2
006310             READ MNTGEN INTO DL100-ROL-GEN-IMAGE
006320                 AT END
006330                     MOVE "Y" TO DL100-ROL-GEN-EOF-SW
006340             END-READ
006350         WHEN OTHER
006360             READ CFGGEN INTO DL100-ROL-GEN-IMAGE
006370                 AT END
006380                     MOVE "Y" TO DL100-ROL-GEN-EOF-SW
006390             END-READ
006400     END-EVALUATE.
006410 2630-READ-GEN-EXIT.
006420     EXIT.
006430 2640-CLOSE-GEN.
006440     EVALUATE DL100-ROL-SUB
006450         WHEN 1
006460             CLOSE AUDGEN
006470         WHEN 2
006480             CLOSE MNTGEN
006490         WHEN OTHER
006500             CLOSE CFGGEN
006510     END-EVALUATE.
006520 2640-CLOSE-GEN-EXIT.
006530     EXIT.
006540 2650-POINT-GEN-FILE.
006550     EVALUATE DL100-ROL-SUB
006560         WHEN 1
006570             DISPLAY "AUDGEN" UPON ENVIRONMENT-NAME
006580         WHEN 2
006590             DISPLAY "MNTGEN" UPON ENVIRONMENT-NAME
006600         WHEN OTHER
006610             DISPLAY "CFGGEN" UPON ENVIRONMENT-NAME
006620     END-EVALUATE.
006630     DISPLAY DL100-ROL-DSN UPON ENVIRONMENT-VALUE.
006640 2650-POINT-GEN-FILE-EXIT.
006650     EXIT.
006660*----------------------------------------------------------*
006670* 8000-FINISH - WHAT THE CATALOG NOW HOLDS FOR EACH TRAIL,  *
006680* AND A CONSOLE SUMMARY FOR THE UNATTENDED LOG.             *
006690*----------------------------------------------------------*
006700 8000-FINISH.
006710     IF DL100-ROL-ABORTED
006720         GO TO 8000-FINISH-EXIT
006730     END-IF.
006740     PERFORM VARYING DL100-ROL-SUB FROM 1 BY 1
006750             UNTIL DL100-ROL-SUB > 3
006760         DISPLAY "POWROL: " DL100-ROL-TRAIL-NAME(DL100-ROL-SUB)
006770             " CATALOG HOLDS "
006780             DL100-ROL-CAT-GENS(DL100-ROL-SUB) " GENERATION(S), "
006790             DL100-ROL-CAT-RECS(DL100-ROL-SUB) " RECORD(S)"
006800     END-PERFORM.
006810     DISPLAY "POWROL: " DL100-ROL-ROLLED-COUNT
006820         " TRAIL(S) ROLLED, "
006830         DL100-ROL-FAILED-COUNT " FAILED.".
006840 8000-FINISH-EXIT.
006850     EXIT.
006860*----------------------------------------------------------*
006870* 9700-WRITE-EVENT - APPEND ONE EXCEPTION EVENT TO THE      *
006880* SHARED EVTLOG FILE FOR POWFWD TO HAND TO THE PLANT        *
006890* ALERTING SYSTEM.  CALLERS FILL THE TYPE, SEVERITY,        *
006900* REFERENCE AND TEXT; THE STAMP AND PROGRAM ARE SET HERE.   *
006910* THE FILE IS OPENED AND CLOSED AROUND EACH EVENT BECAUSE   *
006920* EVERY PROGRAM IN THE SUITE APPENDS TO IT.  AN EVENT THAT  *
006930* CANNOT BE LOGGED IS SAID ON THE CONSOLE AND THE JOB       *
006940* CARRIES ON.                                               *
006950*----------------------------------------------------------*
006960 9700-WRITE-EVENT.
006970     ACCEPT DL101-EVT-STAMP-DATE FROM DATE YYYYMMDD.
006980     ACCEPT DL101-EVT-TIME FROM TIME.
006990     MOVE DL101-EVT-TIME(1:6) TO DL101-EVT-STAMP-TIME.
007000     MOVE "POWROL" TO DL101-EVT-PROGRAM.
007010     MOVE 0 TO DL101-EVT-SEQ.
007012     IF DL101-EVT-REF-NONE
007014         MOVE 0 TO DL101-EVT-REF-NO
007016     END-IF.
007020     OPEN EXTEND EVTLOG.
007030     IF NOT DL101-EVL-OK
007040         OPEN OUTPUT EVTLOG
007050     END-IF.
007060     IF NOT DL101-EVL-OK
007070         DISPLAY "POWROL: EVENT NOT LOGGED, EVTLOG STATUS "
007080             DL101-EVL-STATUS " - " DL101-EVT-TYPE
007090         GO TO 9700-WRITE-EVENT-EXIT
007100     END-IF.
007110     WRITE DL101-EVT-LOG-REC FROM DL101-EVT-RECORD.
007120     CLOSE EVTLOG.
007130 9700-WRITE-EVENT-EXIT.
007140     EXIT.
