000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. POWLBL.
000030 AUTHOR. D. L. OKONKWO.
000040 INSTALLATION. PACKAGING SYSTEMS - PALLET BUILD.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*========================================================*
000080* POWLBL GIVES EVERY PALLET THE FLOOR BUILDS OFF THE      *
000090* PLAN AN IDENTITY.  IT READS THE PALPLAN FILE POWER'S    *
000100* PLANNING STEP LEFT (FULL LAYERS AND RESIDUE PER LOT AT  *
000110* THE RECOMMENDED CASE PACK) AND THE CONPLAN FILE POWCON  *
000120* BUILT FROM IT (TWO LOTS' RESIDUALS SHARING A PALLET),   *
000130* AND ISSUES ONE SEQUENTIAL PALLET ID, FROM THE PALCTL    *
000140* CONTROL FILE, FOR EACH:                                 *
000146*   - FULL PALLET    - A LOT'S FULL LAYERS, UP TO THE     *
000152*                      ITEM'S MAX LAYERS ON EACH ONE      *
000160*   - SHARED PALLET  - A POWCON PAIR                      *
000170*   - PARTIAL PALLET - A RESIDUE POWCON LEFT UNPAIRED (OR *
000180*                      A LOT WITH NO CASE PACK AT ALL)    *
000190* EVERY ID GETS A LICENSE-PLATE LABEL ON THE LBLFILE AND  *
000200* A LINE ON THE PALREG PALLET REGISTER, WHICH POWTRC      *
000210* SHOWS AS A TOUCH ON THE LOT'S LIFECYCLE - SO A PALLET   *
000220* SHORT AT THE DOCK TIES BACK TO ITS LOTS.                *
000226* THE PLAN BELONGS TO THE RUN NUMBER STAMPED ON ITS       *
000232* RECORDS (AN UNSTAMPED PLAN TO THE NEWEST RUN ON THE     *
000238* XMITREG REGISTER).  A PLAN ALREADY LABELED, A RUN NOT   *
000244* ON THE REGISTER OR VOIDED, A CONPLAN LEFT OVER FROM AN  *
000250* EARLIER PLAN, OR THE PLAN'S OWN POWER RUN STILL HOLDING *
000256* ITS RUN LOCK STOPS THE JOB WITH RETURN CODE 12 BEFORE   *
000262* ANY ID IS ISSUED.                                       *
000280*========================================================*
000290*  MODIFICATION HISTORY
000300*  ---------------------------------------------------
000310*  DATE       INIT  DESCRIPTION
000320*  ---------- ----  -------------------------------------
000330*  2026-10-15 DLO   ORIGINAL PROGRAM.
000332*  2026-10-15 DLO   A LOT'S FULL LAYERS ARE SPLIT OVER AS
000334*                   MANY FULL PALLETS AS ITS ITEM'S MAX
000336*                   LAYERS PER PALLET CALLS FOR.
000337*  2026-10-15 DLO   POWER NOW RUNS PER PACKING LINE.  THE
000338*                   PLAN'S RUN COMES FROM PALPLAN ITSELF,
000339*                   ONLY THAT RUN'S LOCK HOLDS THE LABELS
000340*                   UP, AND A RUN ALREADY ON PALREG IS NOT
000341*                   LABELED AGAIN.
000342*  2026-10-15 DLO   A HELD RUN LOCK AND EVERY LABEL RUN
000343*                   REFUSED (NO CERTIFIED RUN, A BACKED-OUT
000344*                   OR ALREADY LABELED RUN, A MISSING OR
000345*                   OVERSIZE PALPLAN, A STALE CONPLAN) ARE
000346*                   ALSO WRITTEN TO THE EVTLOG EXCEPTION
000347*                   EVENT FILE FOR THE PLANT ALERTING SYSTEM.
000348*========================================================*
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 SOURCE-COMPUTER. GENERIC.
000380 OBJECT-COMPUTER. GENERIC.
000390 SPECIAL-NAMES.
000400     C01 IS TOP-OF-PAGE.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT PALPLAN ASSIGN TO "PALPLAN"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS DL100-PLN-STATUS.
000460     SELECT CONPLAN ASSIGN TO "CONPLAN"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS DL101-CON-STATUS.
000490     SELECT XMITREG ASSIGN TO "XMITREG"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS DL100-REG-STATUS.
000520     SELECT RUNCTL ASSIGN TO "RUNCTL"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS DL100-RUN-STATUS.
000550     SELECT PALCTL ASSIGN TO "PALCTL"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS DL101-PCT-STATUS.
000580     SELECT PALREG ASSIGN TO "PALREG"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS DL101-PRG-STATUS.
000610     SELECT LBLFILE ASSIGN TO "LBLFILE"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS DL101-LBL-STATUS.
000632     SELECT EVTLOG ASSIGN TO "EVTLOG"
000634         ORGANIZATION IS LINE SEQUENTIAL
000636         FILE STATUS IS DL101-EVL-STATUS.
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  PALPLAN.
000670 COPY DL100N.
000680 FD  CONPLAN.
000690 COPY DL101B.
000700 FD  XMITREG.
000710 COPY DL100Y.
000720 FD  RUNCTL.
000730 COPY DL100K.
000740 FD  PALCTL.
000750 COPY DL101H.
000760 FD  PALREG.
000770 COPY DL101I.
000780 FD  LBLFILE
000790     RECORD CONTAINS 80 CHARACTERS.
000800 01  DL101-LBL-REC               PIC X(80).
000802 FD  EVTLOG.
000804 01  DL101-EVT-LOG-REC           PIC X(120).
000810 WORKING-STORAGE SECTION.
000820 COPY DL101J.
000830 01  DL100-WS-STATUS-AREA.
000840     05  DL100-PLN-STATUS        PIC X(02) VALUE "00".
000850         88  DL100-PLN-OK             VALUE "00".
000860     05  DL101-CON-STATUS        PIC X(02) VALUE "00".
000870         88  DL101-CON-OK             VALUE "00".
000880     05  DL100-REG-STATUS        PIC X(02) VALUE "00".
000890         88  DL100-REG-FILE-OK        VALUE "00".
000900     05  DL100-RUN-STATUS        PIC X(02) VALUE "00".
000910         88  DL100-RUN-FILE-OK        VALUE "00".
000920     05  DL101-PCT-STATUS        PIC X(02) VALUE "00".
000930         88  DL101-PCT-OK             VALUE "00".
000940     05  DL101-PRG-STATUS        PIC X(02) VALUE "00".
000950         88  DL101-PRG-OK             VALUE "00".
000960     05  DL101-LBL-STATUS        PIC X(02) VALUE "00".
000962     05  DL101-EVL-STATUS        PIC X(02) VALUE "00".
000964         88  DL101-EVL-OK             VALUE "00".
000970 77  DL100-LOCK-REFUSED-SW       PIC X(01) VALUE "N".
000980     88  DL100-LOCK-REFUSED            VALUE "Y".
000990 77  DL100-LBL-ABORT-SW          PIC X(01) VALUE "N".
001000     88  DL100-LBL-ABORTED             VALUE "Y".
001010 77  DL100-LBL-USER              PIC X(08) VALUE SPACES.
001020 77  DL100-LBL-RUN-NO            PIC 9(06) VALUE 0.
001030 77  DL100-LBL-RUN-VOID          PIC X(01) VALUE SPACE.
001031 77  DL100-LBL-PLAN-RUN          PIC 9(06) VALUE 0.
001032 77  DL100-LBL-REG-FOUND-SW      PIC X(01) VALUE "N".
001033     88  DL100-LBL-REG-FOUND           VALUE "Y".
001034 77  DL100-LBL-LABELED-SW        PIC X(01) VALUE "N".
001035     88  DL100-LBL-RUN-LABELED         VALUE "Y".
001040 77  DL100-LBL-LAST-ID           PIC 9(09) VALUE 0.
001050 77  DL100-LBL-FIRST-ID          PIC 9(09) VALUE 0.
001060 77  DL100-LBL-REG-HIGH-ID       PIC 9(09) VALUE 0.
001070 77  DL100-LBL-STAMP             PIC 9(14) VALUE 0.
001080 77  DL100-LBL-SEEK-KEY          PIC 9(06) VALUE 0.
001090 77  DL100-LBL-FOUND-SUB         PIC 9(04) VALUE 0.
001100 77  DL100-LBL-SUB               PIC 9(04) VALUE 0.
001110 77  DL100-LBL-FULL-COUNT        PIC 9(09) VALUE 0.
001120 77  DL100-LBL-SHARED-COUNT      PIC 9(09) VALUE 0.
001130 77  DL100-LBL-PARTIAL-COUNT     PIC 9(09) VALUE 0.
001140 77  DL100-LBL-ISSUED-COUNT      PIC 9(09) VALUE 0.
001150 77  DL100-LBL-UNITS-TOTAL       PIC 9(11) VALUE 0.
001152 77  DL100-LBL-LAYERS-LEFT       PIC 9(09) VALUE 0.
001154 77  DL100-LBL-PAL-LAYERS        PIC 9(09) VALUE 0.
001160 01  DL100-WS-DATE-AREA.
001170     05  DL100-WS-YYYYMMDD.
001180         10  DL100-WS-CCYY       PIC 9(04).
001190         10  DL100-WS-MM         PIC 9(02).
001200         10  DL100-WS-DD         PIC 9(02).
001210 77  DL100-WS-TIME                PIC 9(08).
001220 77  DL100-LBL-PRINT-DATE        PIC X(10) VALUE SPACES.
001230*  EVERY PLAN RECORD, HELD SO THE CONSOLIDATION FILE CAN BE
001240*  PROVED AGAINST IT AND THE LOT NUMBERS FOUND FOR THE
001250*  SHARED PALLETS.  THE SHARED BYTE IS S ONCE A CONPLAN
001260*  PAIR HAS CLAIMED THE LOT'S RESIDUE.
001270 01  DL100-LPL-TABLE.
001280     05  DL100-LPL-COUNT         PIC 9(04) VALUE 0.
001290     05  DL100-LPL-ENTRY OCCURS 3000 TIMES
001300                         INDEXED BY DL100-LPL-IDX.
001310         10  DL100-LPL-KEY       PIC 9(06).
001320         10  DL100-LPL-NOMBR     PIC 9(09).
001330         10  DL100-LPL-LINE      PIC X(03).
001340         10  DL100-LPL-PACK      PIC 9(02).
001350         10  DL100-LPL-LAYERS    PIC 9(09).
001360         10  DL100-LPL-RESIDUAL  PIC 9(09).
001364         10  DL100-LPL-MAX-LAYERS PIC 9(03).
001370         10  DL100-LPL-SHARED    PIC X(01).
001380             88  DL100-LPL-IS-SHARED  VALUE "S".
001390*  EVERY SHARED PALLET ON CONPLAN, AS POWCON PAIRED IT.
001400 01  DL100-LCN-TABLE.
001410     05  DL100-LCN-COUNT         PIC 9(04) VALUE 0.
001420     05  DL100-LCN-ENTRY OCCURS 1500 TIMES.
001430         10  DL100-LCN-LINE      PIC X(03).
001440         10  DL100-LCN-PACK      PIC 9(02).
001450         10  DL100-LCN-A-SUB     PIC 9(04).
001460         10  DL100-LCN-A-UNITS   PIC 9(09).
001470         10  DL100-LCN-B-SUB     PIC 9(04).
001480         10  DL100-LCN-B-UNITS   PIC 9(09).
001490         10  DL100-LCN-TOTAL     PIC 9(09).
001500*  THE PALLET BEING ISSUED, FILLED BY THE CALLER BEFORE
001510*  5000-ISSUE-PALLET.  THE B-LOT FIELDS STAY ZERO EXCEPT ON
001520*  A SHARED PALLET.
001530 01  DL100-LBL-PALLET.
001540     05  DL100-LBL-TYPE          PIC X(01).
001550     05  DL100-LBL-LINE-CODE     PIC X(03).
001560     05  DL100-LBL-PACK          PIC 9(02).
001570     05  DL100-LBL-A-KEY         PIC 9(06).
001580     05  DL100-LBL-A-NOMBR       PIC 9(09).
001590     05  DL100-LBL-A-UNITS       PIC 9(09).
001600     05  DL100-LBL-B-KEY         PIC 9(06).
001610     05  DL100-LBL-B-NOMBR       PIC 9(09).
001620     05  DL100-LBL-B-UNITS       PIC 9(09).
001630     05  DL100-LBL-TOTAL         PIC 9(09).
001632*  THE EXCEPTION EVENT 9700-WRITE-EVENT APPENDS TO EVTLOG.
001634 77  DL101-EVT-TIME              PIC 9(08) VALUE 0.
001636 COPY DL101P.
001640 PROCEDURE DIVISION.
001650 0000-MAINLINE.
001660     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001670     IF NOT DL100-LBL-ABORTED
001680         PERFORM 2000-LABEL-FULL THRU 2000-LABEL-FULL-EXIT
001690             VARYING DL100-LBL-SUB FROM 1 BY 1
001700             UNTIL DL100-LBL-SUB > DL100-LPL-COUNT
001710         PERFORM 3000-LABEL-SHARED THRU 3000-LABEL-SHARED-EXIT
001720             VARYING DL100-LBL-SUB FROM 1 BY 1
001730             UNTIL DL100-LBL-SUB > DL100-LCN-COUNT
001740         PERFORM 4000-LABEL-PARTIAL THRU 4000-LABEL-PARTIAL-EXIT
001750             VARYING DL100-LBL-SUB FROM 1 BY 1
001760             UNTIL DL100-LBL-SUB > DL100-LPL-COUNT
001770     END-IF.
001780     PERFORM 8000-FINISH THRU 8000-FINISH-EXIT.
001790     STOP RUN.
001800 0000-MAINLINE-EXIT.
001810     EXIT.
001820*----------------------------------------------------------*
001830* 1000-INITIALIZE - SETTLE WHICH RUN'S PLAN THIS IS, HONOR  *
001840* THAT RUN'S LOCK, CHECK IT HAS NOT BEEN LABELED, PICK UP   *
001850* THE LAST PALLET ID, LOAD THE PLAN AND THE CONSOLIDATION,  *
001860* THEN OPEN THE LABEL FILE AND THE REGISTER.  ANY REFUSAL   *
001870* HERE ISSUES NO ID AND CHANGES NO FILE.                    *
001880*----------------------------------------------------------*
001890 1000-INITIALIZE.
001950     ACCEPT DL100-LBL-USER FROM ENVIRONMENT "USER".
001960     IF DL100-LBL-USER = SPACES
001970         MOVE "PWRBATCH" TO DL100-LBL-USER
001980     END-IF.
001990     PERFORM 1100-FIND-PLAN-RUN THRU 1100-FIND-PLAN-RUN-EXIT.
002000     IF DL100-LBL-ABORTED
002010         GO TO 1000-INITIALIZE-EXIT
002020     END-IF.
002021     PERFORM 1050-CHECK-RUN-LOCK THRU 1050-CHECK-RUN-LOCK-EXIT.
002022     IF DL100-LOCK-REFUSED
002023         MOVE "Y" TO DL100-LBL-ABORT-SW
002024         GO TO 1000-INITIALIZE-EXIT
002025     END-IF.
002030     PERFORM 1150-READ-CONTROL THRU 1150-READ-CONTROL-EXIT.
002040     IF DL100-LBL-ABORTED
002050         GO TO 1000-INITIALIZE-EXIT
002060     END-IF.
002070     PERFORM 1200-CHECK-REGISTER-HIGH
002080         THRU 1200-CHECK-REGISTER-HIGH-EXIT.
002082     IF DL100-LBL-ABORTED
002084         GO TO 1000-INITIALIZE-EXIT
002086     END-IF.
002090     PERFORM 1300-LOAD-PLAN THRU 1300-LOAD-PLAN-EXIT.
002100     IF DL100-LBL-ABORTED
002110         GO TO 1000-INITIALIZE-EXIT
002120     END-IF.
002130     PERFORM 1400-LOAD-CONSOLIDATION
002140         THRU 1400-LOAD-CONSOLIDATION-EXIT.
002150     IF DL100-LBL-ABORTED
002160         GO TO 1000-INITIALIZE-EXIT
002170     END-IF.
002180     ACCEPT DL100-WS-YYYYMMDD FROM DATE YYYYMMDD.
002190     ACCEPT DL100-WS-TIME FROM TIME.
002200     STRING DL100-WS-YYYYMMDD DL100-WS-TIME(1:6)
002210         DELIMITED BY SIZE INTO DL100-LBL-STAMP.
002220     STRING DL100-WS-MM "/" DL100-WS-DD "/" DL100-WS-CCYY
002230         DELIMITED BY SIZE INTO DL100-LBL-PRINT-DATE.
002240     OPEN OUTPUT LBLFILE.
002250     OPEN EXTEND PALREG.
002260     IF NOT DL101-PRG-OK
002270         OPEN OUTPUT PALREG
002280     END-IF.
002290 1000-INITIALIZE-EXIT.
002300     EXIT.
002310*----------------------------------------------------------*
002316* 1050-CHECK-RUN-LOCK - REFUSE TO RUN WHILE THE PLAN'S OWN  *
002322* POWER RUN STILL HOLDS ITS RUN-CONTROL LOCK: ITS PALPLAN   *
002328* IS STILL BEING WRITTEN (OR, AFTER AN ABEND, IS ONLY HALF  *
002334* THERE).  ANOTHER LINE'S RUN WRITES ITS OWN PLAN AND DOES  *
002340* NOT HOLD THIS ONE UP; A LOCK WITH NO RUN NUMBER, FROM     *
002346* BEFORE THE PER-LINE RUNS, STILL DOES.  NO RUNCTL FILE AT  *
002352* ALL MEANS NO RUN HAS EVER STAMPED ONE.                    *
002360*----------------------------------------------------------*
002370 1050-CHECK-RUN-LOCK.
002380     OPEN INPUT RUNCTL.
002390     IF NOT DL100-RUN-FILE-OK
002400         GO TO 1050-CHECK-RUN-LOCK-EXIT
002410     END-IF.
002414 1050-CHECK-RUN-LOCK-READ.
002420     READ RUNCTL
002430         AT END
002440             CLOSE RUNCTL
002450             GO TO 1050-CHECK-RUN-LOCK-EXIT
002460     END-READ.
002462     IF DL100-RUN-IS-ACTIVE AND
002464        (DL100-RUN-RUN-NO = DL100-LBL-RUN-NO OR
002466         DL100-RUN-RUN-NO NOT NUMERIC OR
002468         DL100-RUN-RUN-NO = 0)
002470         DISPLAY "POWLBL: POWER RUN " DL100-LBL-RUN-NO
002472             " IS STILL ACTIVE FOR LINE " DL100-RUN-LINE-CODE
002474             " - STARTED BY "
002490             DL100-RUN-LOCK-USER " AT " DL100-RUN-LOCK-STAMP
002500             " - LABEL RUN REFUSED"
002501         MOVE SPACES TO DL101-EVT-RECORD
002502         SET DL101-EVT-LOCK-HELD TO TRUE
002503         SET DL101-EVT-CRITICAL TO TRUE
002504         SET DL101-EVT-REF-RUN TO TRUE
002505         MOVE DL100-LBL-RUN-NO TO DL101-EVT-REF-NO
002506         STRING "LINE " DL100-RUN-LINE-CODE " LOCKED BY "
002507                DL100-RUN-LOCK-USER " SINCE " DL100-RUN-LOCK-STAMP
002508                " - REFUSED"
002509             DELIMITED BY SIZE INTO DL101-EVT-TEXT
002510         PERFORM 9700-WRITE-EVENT THRU 9700-WRITE-EVENT-EXIT
002511         MOVE "Y" TO DL100-LOCK-REFUSED-SW
002520         MOVE 12 TO RETURN-CODE
002530     END-IF.
002540     GO TO 1050-CHECK-RUN-LOCK-READ.
002550 1050-CHECK-RUN-LOCK-EXIT.
002560     EXIT.
002570*----------------------------------------------------------*
002576* 1100-FIND-PLAN-RUN - EVERY POWER RUN STAMPS ITS RUN       *
002582* NUMBER ON THE PALPLAN RECORDS IT WRITES, AND EACH LINE'S  *
002588* RUN HAS ITS OWN PLAN, SO THE PLAN'S FIRST RECORD SAYS     *
002594* WHOSE IT IS.  A PLAN FROM BEFORE THE STAMP (OR AN EMPTY   *
002600* ONE) FALLS BACK TO THE NEWEST REGISTER ENTRY, AS IT       *
002606* ALWAYS DID.  A RUN NOT ON THE REGISTER NEVER CERTIFIED,   *
002612* AND A VOIDED ONE IS FROM A RUN POWREV BACKED OUT -        *
002618* NEITHER PLAN IS TO BE BUILT.                              *
002630*----------------------------------------------------------*
002640 1100-FIND-PLAN-RUN.
002641     OPEN INPUT PALPLAN.
002642     IF DL100-PLN-OK
002643         READ PALPLAN
002644             AT END
002645                 MOVE 0 TO DL100-PLN-RUN-NO
002646         END-READ
002647         IF DL100-PLN-RUN-NO IS NUMERIC
002648             MOVE DL100-PLN-RUN-NO TO DL100-LBL-PLAN-RUN
002649             MOVE DL100-PLN-RUN-NO TO DL100-LBL-RUN-NO
002650         END-IF
002651         CLOSE PALPLAN
002652     END-IF.
002653     OPEN INPUT XMITREG.
002660     IF NOT DL100-REG-FILE-OK
002670         GO TO 1100-FIND-PLAN-RUN-CHECK
002680     END-IF.
002690 1100-FIND-PLAN-RUN-LOOP.
002700     READ XMITREG
002710         AT END
002720             CLOSE XMITREG
002730             GO TO 1100-FIND-PLAN-RUN-CHECK
002740     END-READ.
002742     IF DL100-LBL-PLAN-RUN > 0
002744         IF DL100-REG-RUN-NO = DL100-LBL-RUN-NO
002746             MOVE "Y" TO DL100-LBL-REG-FOUND-SW
002748             MOVE DL100-REG-VOID TO DL100-LBL-RUN-VOID
002750         END-IF
002752     ELSE
002754         MOVE "Y" TO DL100-LBL-REG-FOUND-SW
002756         MOVE DL100-REG-RUN-NO TO DL100-LBL-RUN-NO
002758         MOVE DL100-REG-VOID TO DL100-LBL-RUN-VOID
002760     END-IF.
002770     GO TO 1100-FIND-PLAN-RUN-LOOP.
002780 1100-FIND-PLAN-RUN-CHECK.
002790     IF DL100-LBL-RUN-NO = 0
002800         DISPLAY "POWLBL: NO CERTIFIED POWER RUN ON THE REGISTER"
002810             " - NO LABELS ISSUED"
002811         MOVE "Y" TO DL100-LBL-ABORT-SW
002812         MOVE SPACES TO DL101-EVT-RECORD
002813         SET DL101-EVT-REFUSED TO TRUE
002814         SET DL101-EVT-ERROR TO TRUE
002815         MOVE "NO CERTIFIED POWER RUN ON XMITREG - NO LABELS"
002816             TO DL101-EVT-TEXT
002817         PERFORM 9700-WRITE-EVENT THRU 9700-WRITE-EVENT-EXIT
002818         MOVE 12 TO RETURN-CODE
002819         GO TO 1100-FIND-PLAN-RUN-EXIT
002820     END-IF.
002821     IF NOT DL100-LBL-REG-FOUND
002822         DISPLAY "POWLBL: RUN " DL100-LBL-RUN-NO
002823             " IS NOT ON THE REGISTER - ITS PLAN IS NOT LABELED"
002824         MOVE SPACES TO DL101-EVT-RECORD
002825         SET DL101-EVT-REFUSED TO TRUE
002826         SET DL101-EVT-ERROR TO TRUE
002827         SET DL101-EVT-REF-RUN TO TRUE
002828         MOVE DL100-LBL-RUN-NO TO DL101-EVT-REF-NO
002829         MOVE "PLAN RUN NOT ON XMITREG - NO LABELS ISSUED"
002830             TO DL101-EVT-TEXT
002831         PERFORM 9700-WRITE-EVENT THRU 9700-WRITE-EVENT-EXIT
002832         MOVE "Y" TO DL100-LBL-ABORT-SW
002833         MOVE 12 TO RETURN-CODE
002840         GO TO 1100-FIND-PLAN-RUN-EXIT
002850     END-IF.
002860     IF DL100-LBL-RUN-VOID = "V"
002870         DISPLAY "POWLBL: RUN " DL100-LBL-RUN-NO
002880             " WAS BACKED OUT - ITS PLAN IS NOT LABELED"
002881         MOVE SPACES TO DL101-EVT-RECORD
002882         SET DL101-EVT-REFUSED TO TRUE
002883         SET DL101-EVT-ERROR TO TRUE
002884         SET DL101-EVT-REF-RUN TO TRUE
002885         MOVE DL100-LBL-RUN-NO TO DL101-EVT-REF-NO
002886         MOVE "PLAN RUN WAS BACKED OUT - NO LABELS ISSUED"
002887             TO DL101-EVT-TEXT
002888         PERFORM 9700-WRITE-EVENT THRU 9700-WRITE-EVENT-EXIT
002890         MOVE "Y" TO DL100-LBL-ABORT-SW
002900         MOVE 12 TO RETURN-CODE
002910     END-IF.
002920 1100-FIND-PLAN-RUN-EXIT.
002930     EXIT.
002940*----------------------------------------------------------*
002950* 1150-READ-CONTROL - THE LAST PALLET ID ISSUED AND THE RUN *
002960* LAST LABELED.  LABELING THE SAME RUN TWICE WOULD PUT TWO  *
002970* IDS ON EVERY PALLET, SO IT IS REFUSED.                    *
002980*----------------------------------------------------------*
002990 1150-READ-CONTROL.
003000     MOVE 0 TO DL100-LBL-LAST-ID.
003010     OPEN INPUT PALCTL.
003020     IF NOT DL101-PCT-OK
003030         GO TO 1150-READ-CONTROL-EXIT
003040     END-IF.
003050     READ PALCTL
003060         AT END
003070             CLOSE PALCTL
003080             GO TO 1150-READ-CONTROL-EXIT
003090     END-READ.
003100     CLOSE PALCTL.
003110     MOVE DL101-PCT-LAST-ID TO DL100-LBL-LAST-ID.
003120     IF DL101-PCT-LAST-RUN = DL100-LBL-RUN-NO
003130         DISPLAY "POWLBL: THE PLAN FOR RUN " DL100-LBL-RUN-NO
003140             " WAS ALREADY LABELED BY " DL101-PCT-LAST-USER
003150             " AT " DL101-PCT-LAST-STAMP " - NO LABELS ISSUED"
003151         MOVE SPACES TO DL101-EVT-RECORD
003152         SET DL101-EVT-REFUSED TO TRUE
003153         SET DL101-EVT-WARNING TO TRUE
003154         SET DL101-EVT-REF-RUN TO TRUE
003155         MOVE DL100-LBL-RUN-NO TO DL101-EVT-REF-NO
003156         MOVE "PLAN ALREADY LABELED - NO LABELS ISSUED"
003157             TO DL101-EVT-TEXT
003158         PERFORM 9700-WRITE-EVENT THRU 9700-WRITE-EVENT-EXIT
003160         MOVE "Y" TO DL100-LBL-ABORT-SW
003170         MOVE 12 TO RETURN-CODE
003180     END-IF.
003190 1150-READ-CONTROL-EXIT.
003200     EXIT.
003210*----------------------------------------------------------*
003220* 1200-CHECK-REGISTER-HIGH - A LABEL RUN THAT DIED AFTER    *
003230* WRITING REGISTER LINES BUT BEFORE REWRITING PALCTL WOULD  *
003240* OTHERWISE HAND OUT THE SAME IDS AGAIN; THE HIGHEST ID ON  *
003250* THE REGISTER WINS OVER A CONTROL RECORD THAT LAGS IT.     *
003252* WITH LINE RUNS LABELED IN ANY ORDER, PALCTL'S LAST RUN    *
003254* NO LONGER PROVES A PLAN IS NEW, SO ANY PALLET ALREADY ON  *
003256* THE REGISTER FOR THIS RUN REFUSES IT.                     *
003260*----------------------------------------------------------*
003270 1200-CHECK-REGISTER-HIGH.
003280     MOVE 0 TO DL100-LBL-REG-HIGH-ID.
003290     OPEN INPUT PALREG.
003300     IF NOT DL101-PRG-OK
003310         GO TO 1200-CHECK-REGISTER-HIGH-EXIT
003320     END-IF.
003330 1200-CHECK-REGISTER-HIGH-LOOP.
003340     READ PALREG
003350         AT END
003360             CLOSE PALREG
003370             GO TO 1200-CHECK-REGISTER-HIGH-DONE
003380     END-READ.
003390     IF DL101-PRG-PALLET-ID > DL100-LBL-REG-HIGH-ID
003400         MOVE DL101-PRG-PALLET-ID TO DL100-LBL-REG-HIGH-ID
003410     END-IF.
003412     IF DL101-PRG-RUN-NO = DL100-LBL-RUN-NO
003414         MOVE "Y" TO DL100-LBL-LABELED-SW
003416     END-IF.
003420     GO TO 1200-CHECK-REGISTER-HIGH-LOOP.
003430 1200-CHECK-REGISTER-HIGH-DONE.
003431     IF DL100-LBL-RUN-LABELED
003432         DISPLAY "POWLBL: PALREG ALREADY HOLDS PALLETS FOR RUN "
003433             DL100-LBL-RUN-NO " - NO LABELS ISSUED"
003434         MOVE SPACES TO DL101-EVT-RECORD
003435         SET DL101-EVT-REFUSED TO TRUE
003436         SET DL101-EVT-WARNING TO TRUE
003437         SET DL101-EVT-REF-RUN TO TRUE
003438         MOVE DL100-LBL-RUN-NO TO DL101-EVT-REF-NO
003439         MOVE "PALREG ALREADY HOLDS THE RUN - NO LABELS ISSUED"
003440             TO DL101-EVT-TEXT
003441         PERFORM 9700-WRITE-EVENT THRU 9700-WRITE-EVENT-EXIT
003442         MOVE "Y" TO DL100-LBL-ABORT-SW
003443         MOVE 12 TO RETURN-CODE
003444         GO TO 1200-CHECK-REGISTER-HIGH-EXIT
003445     END-IF.
003446     IF DL100-LBL-REG-HIGH-ID > DL100-LBL-LAST-ID
003450         DISPLAY "POWLBL: PALCTL SHOWS LAST ID " DL100-LBL-LAST-ID
003460             " BUT PALREG HOLDS " DL100-LBL-REG-HIGH-ID
003470             " - NUMBERING CONTINUES FROM THE REGISTER"
003480         MOVE DL100-LBL-REG-HIGH-ID TO DL100-LBL-LAST-ID
003490     END-IF.
003500 1200-CHECK-REGISTER-HIGH-EXIT.
003510     EXIT.
003520*----------------------------------------------------------*
003530* 1300-LOAD-PLAN - THE WHOLE PLAN INTO THE TABLE.  A PLAN   *
003540* TOO BIG FOR THE TABLE IS REFUSED RATHER THAN HALF         *
003550* LABELED.                                                  *
003560*----------------------------------------------------------*
003570 1300-LOAD-PLAN.
003580     OPEN INPUT PALPLAN.
003590     IF NOT DL100-PLN-OK
003600         DISPLAY "POWLBL: UNABLE TO OPEN PALPLAN, STATUS "
003610             DL100-PLN-STATUS " - NO LABELS ISSUED"
003611         MOVE SPACES TO DL101-EVT-RECORD
003612         SET DL101-EVT-REFUSED TO TRUE
003613         SET DL101-EVT-ERROR TO TRUE
003614         SET DL101-EVT-REF-RUN TO TRUE
003615         MOVE DL100-LBL-RUN-NO TO DL101-EVT-REF-NO
003616         MOVE "PALPLAN NOT AVAILABLE - NO LABELS ISSUED"
003617             TO DL101-EVT-TEXT
003618         PERFORM 9700-WRITE-EVENT THRU 9700-WRITE-EVENT-EXIT
003620         MOVE "Y" TO DL100-LBL-ABORT-SW
003630         MOVE 12 TO RETURN-CODE
003640         GO TO 1300-LOAD-PLAN-EXIT
003650     END-IF.
003660 1300-LOAD-PLAN-LOOP.
003670     READ PALPLAN
003680         AT END
003690             CLOSE PALPLAN
003700             GO TO 1300-LOAD-PLAN-EXIT
003710     END-READ.
003720     IF DL100-LPL-COUNT >= 3000
003730         DISPLAY "POWLBL: PALPLAN HOLDS MORE THAN 3000 LOTS - "
003740             "NO LABELS ISSUED"
003750         CLOSE PALPLAN
003751         MOVE SPACES TO DL101-EVT-RECORD
003752         SET DL101-EVT-REFUSED TO TRUE
003753         SET DL101-EVT-ERROR TO TRUE
003754         SET DL101-EVT-REF-RUN TO TRUE
003755         MOVE DL100-LBL-RUN-NO TO DL101-EVT-REF-NO
003756         MOVE "PALPLAN OVER 3000 LOTS - NO LABELS ISSUED"
003757             TO DL101-EVT-TEXT
003758         PERFORM 9700-WRITE-EVENT THRU 9700-WRITE-EVENT-EXIT
003760         MOVE "Y" TO DL100-LBL-ABORT-SW
003770         MOVE 12 TO RETURN-CODE
003780         GO TO 1300-LOAD-PLAN-EXIT
003790     END-IF.
003800     ADD 1 TO DL100-LPL-COUNT.
003810     MOVE DL100-PLN-LOT-KEY TO DL100-LPL-KEY(DL100-LPL-COUNT).
003820     MOVE DL100-PLN-NOMBR TO DL100-LPL-NOMBR(DL100-LPL-COUNT).
003830     MOVE DL100-PLN-LINE-CODE TO DL100-LPL-LINE(DL100-LPL-COUNT).
003840     MOVE DL100-PLN-CASE-PACK TO DL100-LPL-PACK(DL100-LPL-COUNT).
003850     MOVE DL100-PLN-LAYERS TO DL100-LPL-LAYERS(DL100-LPL-COUNT).
003860     MOVE DL100-PLN-RESIDUAL
003870         TO DL100-LPL-RESIDUAL(DL100-LPL-COUNT).
003872     MOVE DL100-PLN-MAX-LAYERS
003874         TO DL100-LPL-MAX-LAYERS(DL100-LPL-COUNT).
003880     MOVE SPACE TO DL100-LPL-SHARED(DL100-LPL-COUNT).
003890     GO TO 1300-LOAD-PLAN-LOOP.
003900 1300-LOAD-PLAN-EXIT.
003910     EXIT.
003920*----------------------------------------------------------*
003930* 1400-LOAD-CONSOLIDATION - EVERY SHARED PALLET ON CONPLAN, *
003940* PROVED AGAINST THE PLAN: BOTH LOTS MUST BE ON IT, ON THE  *
003950* PALLET'S LINE, WITH EXACTLY THE RESIDUE POWCON PAIRED,    *
003960* AND NOT ALREADY ON ANOTHER SHARED PALLET.  ANYTHING ELSE  *
003970* MEANS CONPLAN WAS BUILT FROM AN EARLIER PLAN AND POWCON   *
003980* HAS TO BE RERUN FIRST.  NO CONPLAN AT ALL SIMPLY MEANS NO *
003990* CONSOLIDATION WAS DONE - EVERY RESIDUE IS A PARTIAL.      *
004000*----------------------------------------------------------*
004010 1400-LOAD-CONSOLIDATION.
004020     OPEN INPUT CONPLAN.
004030     IF NOT DL101-CON-OK
004040         DISPLAY "POWLBL: NO CONPLAN ON FILE - EVERY RESIDUE IS "
004050             "LABELED AS A PARTIAL PALLET"
004060         GO TO 1400-LOAD-CONSOLIDATION-EXIT
004070     END-IF.
004080 1400-LOAD-CONSOLIDATION-LOOP.
004090     READ CONPLAN
004100         AT END
004110             CLOSE CONPLAN
004120             GO TO 1400-LOAD-CONSOLIDATION-EXIT
004130     END-READ.
004140     IF DL100-LCN-COUNT >= 1500
004150         DISPLAY "POWLBL: CONPLAN HOLDS MORE THAN 1500 PALLETS - "
004160             "NO LABELS ISSUED"
004170         GO TO 1400-LOAD-CONSOLIDATION-BAD
004180     END-IF.
004190     ADD 1 TO DL100-LCN-COUNT.
004200     MOVE DL101-CON-LINE-CODE TO DL100-LCN-LINE(DL100-LCN-COUNT).
004210     MOVE DL101-CON-CASE-PACK TO DL100-LCN-PACK(DL100-LCN-COUNT).
004220     MOVE DL101-CON-A-UNITS TO DL100-LCN-A-UNITS(DL100-LCN-COUNT).
004230     MOVE DL101-CON-B-UNITS TO DL100-LCN-B-UNITS(DL100-LCN-COUNT).
004240     MOVE DL101-CON-TOTAL-UNITS
004250         TO DL100-LCN-TOTAL(DL100-LCN-COUNT).
004260     MOVE DL101-CON-A-KEY TO DL100-LBL-SEEK-KEY.
004270     PERFORM 1450-FIND-PLAN-KEY THRU 1450-FIND-PLAN-KEY-EXIT.
004280     IF DL100-LBL-FOUND-SUB = 0
004290         GO TO 1400-LOAD-CONSOLIDATION-STALE
004300     END-IF.
004310     IF DL100-LPL-IS-SHARED(DL100-LBL-FOUND-SUB) OR
004320        DL100-LPL-RESIDUAL(DL100-LBL-FOUND-SUB)
004330            NOT = DL101-CON-A-UNITS OR
004340        DL100-LPL-LINE(DL100-LBL-FOUND-SUB)
004350            NOT = DL101-CON-LINE-CODE
004360         GO TO 1400-LOAD-CONSOLIDATION-STALE
004370     END-IF.
004380     MOVE "S" TO DL100-LPL-SHARED(DL100-LBL-FOUND-SUB).
004390     MOVE DL100-LBL-FOUND-SUB TO DL100-LCN-A-SUB(DL100-LCN-COUNT).
004400     MOVE DL101-CON-B-KEY TO DL100-LBL-SEEK-KEY.
004410     PERFORM 1450-FIND-PLAN-KEY THRU 1450-FIND-PLAN-KEY-EXIT.
004420     IF DL100-LBL-FOUND-SUB = 0
004430         GO TO 1400-LOAD-CONSOLIDATION-STALE
004440     END-IF.
004450     IF DL100-LPL-IS-SHARED(DL100-LBL-FOUND-SUB) OR
004460        DL100-LPL-RESIDUAL(DL100-LBL-FOUND-SUB)
004470            NOT = DL101-CON-B-UNITS OR
004480        DL100-LPL-LINE(DL100-LBL-FOUND-SUB)
004490            NOT = DL101-CON-LINE-CODE
004500         GO TO 1400-LOAD-CONSOLIDATION-STALE
004510     END-IF.
004520     MOVE "S" TO DL100-LPL-SHARED(DL100-LBL-FOUND-SUB).
004530     MOVE DL100-LBL-FOUND-SUB TO DL100-LCN-B-SUB(DL100-LCN-COUNT).
004540     GO TO 1400-LOAD-CONSOLIDATION-LOOP.
004550 1400-LOAD-CONSOLIDATION-STALE.
004560     DISPLAY "POWLBL: CONPLAN PALLET " DL101-CON-PALLET-NO
004570         " DOES NOT MATCH THIS PALPLAN - RERUN POWCON FIRST,"
004580         " NO LABELS ISSUED".
004581     MOVE SPACES TO DL101-EVT-RECORD.
004582     SET DL101-EVT-REFUSED TO TRUE.
004583     SET DL101-EVT-ERROR TO TRUE.
004584     SET DL101-EVT-REF-RUN TO TRUE.
004585     MOVE DL100-LBL-RUN-NO TO DL101-EVT-REF-NO.
004586     MOVE "CONPLAN DOES NOT MATCH PALPLAN - NO LABELS ISSUED"
004587         TO DL101-EVT-TEXT.
004588     PERFORM 9700-WRITE-EVENT THRU 9700-WRITE-EVENT-EXIT.
004590 1400-LOAD-CONSOLIDATION-BAD.
004600     CLOSE CONPLAN.
004610     MOVE "Y" TO DL100-LBL-ABORT-SW.
004620     MOVE 12 TO RETURN-CODE.
004630 1400-LOAD-CONSOLIDATION-EXIT.
004640     EXIT.
004650*----------------------------------------------------------*
004660* 1450-FIND-PLAN-KEY - THE PLAN TABLE SLOT FOR THE LOT KEY  *
004670* IN DL100-LBL-SEEK-KEY.  ZERO FOUND-SUB MEANS NOT ON THE   *
004680* PLAN.                                                     *
004690*----------------------------------------------------------*
004700 1450-FIND-PLAN-KEY.
004710     MOVE 0 TO DL100-LBL-FOUND-SUB.
004720     PERFORM VARYING DL100-LPL-IDX FROM 1 BY 1
004730             UNTIL DL100-LPL-IDX > DL100-LPL-COUNT
004740         IF DL100-LBL-FOUND-SUB = 0 AND
004750            DL100-LPL-KEY(DL100-LPL-IDX) = DL100-LBL-SEEK-KEY
004760             SET DL100-LBL-FOUND-SUB TO DL100-LPL-IDX
004770         END-IF
004780     END-PERFORM.
004790 1450-FIND-PLAN-KEY-EXIT.
004800     EXIT.
004810*----------------------------------------------------------*
004816* 2000-LABEL-FULL - THE FULL PALLETS FOR A LOT THAT BUILDS  *
004822* AT LEAST ONE FULL LAYER AT ITS CASE PACK: ONE PER MAX     *
004828* LAYERS OF THE ITEM, THE LAST TAKING WHAT IS LEFT.  A PLAN *
004834* LINE WITH NO MAX LAYERS PUTS THEM ALL ON ONE PALLET.      *
004840*----------------------------------------------------------*
004850 2000-LABEL-FULL.
004860     IF DL100-LPL-LAYERS(DL100-LBL-SUB) = 0 OR
004870        DL100-LPL-PACK(DL100-LBL-SUB) = 0
004880         GO TO 2000-LABEL-FULL-EXIT
004890     END-IF.
004891     MOVE DL100-LPL-LAYERS(DL100-LBL-SUB)
004892         TO DL100-LBL-LAYERS-LEFT.
004893 2000-LABEL-FULL-LOOP.
004894     IF DL100-LBL-LAYERS-LEFT = 0
004895         GO TO 2000-LABEL-FULL-EXIT
004896     END-IF.
004897     MOVE DL100-LBL-LAYERS-LEFT TO DL100-LBL-PAL-LAYERS.
004898     IF DL100-LPL-MAX-LAYERS(DL100-LBL-SUB) > 0 AND
004899        DL100-LBL-LAYERS-LEFT >
004900            DL100-LPL-MAX-LAYERS(DL100-LBL-SUB)
004901         MOVE DL100-LPL-MAX-LAYERS(DL100-LBL-SUB)
004902             TO DL100-LBL-PAL-LAYERS
004903     END-IF.
004904     SUBTRACT DL100-LBL-PAL-LAYERS FROM DL100-LBL-LAYERS-LEFT.
004905     PERFORM 4900-CLEAR-PALLET THRU 4900-CLEAR-PALLET-EXIT.
004910     MOVE "F" TO DL100-LBL-TYPE.
004920     MOVE DL100-LPL-LINE(DL100-LBL-SUB) TO DL100-LBL-LINE-CODE.
004930     MOVE DL100-LPL-PACK(DL100-LBL-SUB) TO DL100-LBL-PACK.
004940     MOVE DL100-LPL-KEY(DL100-LBL-SUB) TO DL100-LBL-A-KEY.
004950     MOVE DL100-LPL-NOMBR(DL100-LBL-SUB) TO DL100-LBL-A-NOMBR.
004960     COMPUTE DL100-LBL-A-UNITS =
004970         DL100-LBL-PAL-LAYERS
004980         * DL100-LPL-PACK(DL100-LBL-SUB).
004990     MOVE DL100-LBL-A-UNITS TO DL100-LBL-TOTAL.
005000     PERFORM 5000-ISSUE-PALLET THRU 5000-ISSUE-PALLET-EXIT.
005010     ADD 1 TO DL100-LBL-FULL-COUNT.
005014     GO TO 2000-LABEL-FULL-LOOP.
005020 2000-LABEL-FULL-EXIT.
005030     EXIT.
005040*----------------------------------------------------------*
005050* 3000-LABEL-SHARED - ONE SHARED PALLET PER CONPLAN PAIR,   *
005060* BOTH CONTRIBUTING LOTS ON THE ONE LABEL.                  *
005070*----------------------------------------------------------*
005080 3000-LABEL-SHARED.
005090     PERFORM 4900-CLEAR-PALLET THRU 4900-CLEAR-PALLET-EXIT.
005100     MOVE "S" TO DL100-LBL-TYPE.
005110     MOVE DL100-LCN-LINE(DL100-LBL-SUB) TO DL100-LBL-LINE-CODE.
005120     MOVE DL100-LCN-PACK(DL100-LBL-SUB) TO DL100-LBL-PACK.
005130     MOVE DL100-LCN-A-SUB(DL100-LBL-SUB) TO DL100-LBL-FOUND-SUB.
005140     MOVE DL100-LPL-KEY(DL100-LBL-FOUND-SUB) TO DL100-LBL-A-KEY.
005150     MOVE DL100-LPL-NOMBR(DL100-LBL-FOUND-SUB)
005160         TO DL100-LBL-A-NOMBR.
005170     MOVE DL100-LCN-A-UNITS(DL100-LBL-SUB) TO DL100-LBL-A-UNITS.
005180     MOVE DL100-LCN-B-SUB(DL100-LBL-SUB) TO DL100-LBL-FOUND-SUB.
005190     MOVE DL100-LPL-KEY(DL100-LBL-FOUND-SUB) TO DL100-LBL-B-KEY.
005200     MOVE DL100-LPL-NOMBR(DL100-LBL-FOUND-SUB)
005210         TO DL100-LBL-B-NOMBR.
005220     MOVE DL100-LCN-B-UNITS(DL100-LBL-SUB) TO DL100-LBL-B-UNITS.
005230     MOVE DL100-LCN-TOTAL(DL100-LBL-SUB) TO DL100-LBL-TOTAL.
005240     PERFORM 5000-ISSUE-PALLET THRU 5000-ISSUE-PALLET-EXIT.
005250     ADD 1 TO DL100-LBL-SHARED-COUNT.
005260 3000-LABEL-SHARED-EXIT.
005270     EXIT.
005280*----------------------------------------------------------*
005290* 4000-LABEL-PARTIAL - ONE PARTIAL PALLET FOR A RESIDUE NO  *
005300* CONPLAN PAIR CLAIMED, INCLUDING THE WHOLE OF A LOT THAT   *
005310* NO CONFIGURED CASE PACK FITS.                             *
005320*----------------------------------------------------------*
005330 4000-LABEL-PARTIAL.
005340     IF DL100-LPL-RESIDUAL(DL100-LBL-SUB) = 0 OR
005350        DL100-LPL-IS-SHARED(DL100-LBL-SUB)
005360         GO TO 4000-LABEL-PARTIAL-EXIT
005370     END-IF.
005380     PERFORM 4900-CLEAR-PALLET THRU 4900-CLEAR-PALLET-EXIT.
005390     MOVE "P" TO DL100-LBL-TYPE.
005400     MOVE DL100-LPL-LINE(DL100-LBL-SUB) TO DL100-LBL-LINE-CODE.
005410     MOVE DL100-LPL-PACK(DL100-LBL-SUB) TO DL100-LBL-PACK.
005420     MOVE DL100-LPL-KEY(DL100-LBL-SUB) TO DL100-LBL-A-KEY.
005430     MOVE DL100-LPL-NOMBR(DL100-LBL-SUB) TO DL100-LBL-A-NOMBR.
005440     MOVE DL100-LPL-RESIDUAL(DL100-LBL-SUB) TO DL100-LBL-A-UNITS.
005450     MOVE DL100-LBL-A-UNITS TO DL100-LBL-TOTAL.
005460     PERFORM 5000-ISSUE-PALLET THRU 5000-ISSUE-PALLET-EXIT.
005470     ADD 1 TO DL100-LBL-PARTIAL-COUNT.
005480 4000-LABEL-PARTIAL-EXIT.
005490     EXIT.
005500*----------------------------------------------------------*
005510* 4900-CLEAR-PALLET - EMPTY THE PALLET WORK AREA.           *
005520*----------------------------------------------------------*
005530 4900-CLEAR-PALLET.
005540     MOVE SPACES TO DL100-LBL-TYPE.
005550     MOVE SPACES TO DL100-LBL-LINE-CODE.
005560     MOVE 0 TO DL100-LBL-PACK.
005570     MOVE 0 TO DL100-LBL-A-KEY.
005580     MOVE 0 TO DL100-LBL-A-NOMBR.
005590     MOVE 0 TO DL100-LBL-A-UNITS.
005600     MOVE 0 TO DL100-LBL-B-KEY.
005610     MOVE 0 TO DL100-LBL-B-NOMBR.
005620     MOVE 0 TO DL100-LBL-B-UNITS.
005630     MOVE 0 TO DL100-LBL-TOTAL.
005640 4900-CLEAR-PALLET-EXIT.
005650     EXIT.
005660*----------------------------------------------------------*
005670* 5000-ISSUE-PALLET - NEXT PALLET ID FOR THE PALLET IN THE  *
005680* WORK AREA: ONE REGISTER LINE, THEN ITS LABEL.             *
005690*----------------------------------------------------------*
005700 5000-ISSUE-PALLET.
005710     ADD 1 TO DL100-LBL-LAST-ID.
005720     IF DL100-LBL-FIRST-ID = 0
005730         MOVE DL100-LBL-LAST-ID TO DL100-LBL-FIRST-ID
005740     END-IF.
005750     ADD 1 TO DL100-LBL-ISSUED-COUNT.
005760     ADD DL100-LBL-TOTAL TO DL100-LBL-UNITS-TOTAL.
005770     MOVE SPACES TO DL101-PRG-RECORD.
005780     MOVE DL100-LBL-LAST-ID TO DL101-PRG-PALLET-ID.
005790     MOVE DL100-LBL-TYPE TO DL101-PRG-TYPE.
005800     MOVE DL100-LBL-RUN-NO TO DL101-PRG-RUN-NO.
005810     MOVE DL100-LBL-LINE-CODE TO DL101-PRG-LINE-CODE.
005820     MOVE DL100-LBL-PACK TO DL101-PRG-CASE-PACK.
005830     MOVE DL100-LBL-A-KEY TO DL101-PRG-A-KEY.
005840     MOVE DL100-LBL-A-NOMBR TO DL101-PRG-A-NOMBR.
005850     MOVE DL100-LBL-A-UNITS TO DL101-PRG-A-UNITS.
005860     MOVE DL100-LBL-B-KEY TO DL101-PRG-B-KEY.
005870     MOVE DL100-LBL-B-NOMBR TO DL101-PRG-B-NOMBR.
005880     MOVE DL100-LBL-B-UNITS TO DL101-PRG-B-UNITS.
005890     MOVE DL100-LBL-TOTAL TO DL101-PRG-TOTAL-UNITS.
005900     MOVE DL100-LBL-STAMP TO DL101-PRG-STAMP.
005910     MOVE DL100-LBL-USER TO DL101-PRG-USER.
005920     WRITE DL101-PRG-RECORD.
005930     PERFORM 5100-PRINT-LABEL THRU 5100-PRINT-LABEL-EXIT.
005940 5000-ISSUE-PALLET-EXIT.
005950     EXIT.
005960*----------------------------------------------------------*
005970* 5100-PRINT-LABEL - ONE LABEL, STARTING ON A FRESH PAGE    *
005980* (ONE PLATE) OF THE LABEL FILE.                            *
005990*----------------------------------------------------------*
006000 5100-PRINT-LABEL.
006010     MOVE DL100-LBL-LAST-ID TO DL101-LBL-ID.
006020     EVALUATE DL100-LBL-TYPE
006030         WHEN "F"
006040             MOVE "FULL PALLET" TO DL101-LBL-KIND
006050         WHEN "S"
006060             MOVE "SHARED PALLET" TO DL101-LBL-KIND
006070         WHEN OTHER
006080             MOVE "PARTIAL PALLET" TO DL101-LBL-KIND
006090     END-EVALUATE.
006100     WRITE DL101-LBL-REC FROM DL101-LBL-ID-LINE
006110         AFTER ADVANCING TOP-OF-PAGE.
006120     MOVE DL100-LBL-LINE-CODE TO DL101-LBL-LINE-CODE.
006130     MOVE DL100-LBL-PACK TO DL101-LBL-PACK.
006140     MOVE DL100-LBL-TOTAL TO DL101-LBL-TOTAL.
006150     MOVE DL100-LBL-RUN-NO TO DL101-LBL-RUN-NO.
006160     WRITE DL101-LBL-REC FROM DL101-LBL-PAL-LINE.
006170     MOVE DL100-LBL-A-KEY TO DL101-LBL-LOT-KEY.
006180     MOVE DL100-LBL-A-NOMBR TO DL101-LBL-LOT-NOMBR.
006190     MOVE DL100-LBL-A-UNITS TO DL101-LBL-LOT-UNITS.
006200     WRITE DL101-LBL-REC FROM DL101-LBL-LOT-LINE.
006210     IF DL100-LBL-B-KEY > 0
006220         MOVE DL100-LBL-B-KEY TO DL101-LBL-LOT-KEY
006230         MOVE DL100-LBL-B-NOMBR TO DL101-LBL-LOT-NOMBR
006240         MOVE DL100-LBL-B-UNITS TO DL101-LBL-LOT-UNITS
006250         WRITE DL101-LBL-REC FROM DL101-LBL-LOT-LINE
006260     END-IF.
006270     MOVE DL100-LBL-PRINT-DATE TO DL101-LBL-DATE.
006280     MOVE DL100-LBL-USER TO DL101-LBL-USER.
006290     WRITE DL101-LBL-REC FROM DL101-LBL-FOOT-LINE.
006300 5100-PRINT-LABEL-EXIT.
006310     EXIT.
006320*----------------------------------------------------------*
006330* 8000-FINISH - CLOSE THE LABELS AND THE REGISTER, THEN     *
006340* REWRITE THE CONTROL RECORD WITH THE LAST ID ISSUED AND    *
006350* THE RUN NOW LABELED, AND SAY WHAT WAS ISSUED.             *
006360*----------------------------------------------------------*
006370 8000-FINISH.
006380     IF DL100-LBL-ABORTED
006390         GO TO 8000-FINISH-EXIT
006400     END-IF.
006410     CLOSE LBLFILE.
006420     CLOSE PALREG.
006430     MOVE SPACES TO DL101-PCT-RECORD.
006440     MOVE DL100-LBL-LAST-ID TO DL101-PCT-LAST-ID.
006450     MOVE DL100-LBL-RUN-NO TO DL101-PCT-LAST-RUN.
006460     MOVE DL100-LBL-STAMP TO DL101-PCT-LAST-STAMP.
006470     MOVE DL100-LBL-USER TO DL101-PCT-LAST-USER.
006480     OPEN OUTPUT PALCTL.
006490     WRITE DL101-PCT-RECORD.
006500     CLOSE PALCTL.
006510     DISPLAY "POWLBL: RUN " DL100-LBL-RUN-NO " - "
006520         DL100-LBL-ISSUED-COUNT " PALLET ID(S) ISSUED: "
006530         DL100-LBL-FULL-COUNT " FULL, " DL100-LBL-SHARED-COUNT
006540         " SHARED, " DL100-LBL-PARTIAL-COUNT " PARTIAL.".
006550     IF DL100-LBL-ISSUED-COUNT > 0
006560         DISPLAY "POWLBL: IDS " DL100-LBL-FIRST-ID " THRU "
006570             DL100-LBL-LAST-ID " COVERING " DL100-LBL-UNITS-TOTAL
006580             " UNITS."
006590     END-IF.
006600 8000-FINISH-EXIT.
006610     EXIT.
006620*----------------------------------------------------------*
006630* 9700-WRITE-EVENT - APPEND ONE EXCEPTION EVENT TO THE      *
006640* SHARED EVTLOG FILE FOR POWFWD TO HAND TO THE PLANT        *
006650* ALERTING SYSTEM.  CALLERS FILL THE TYPE, SEVERITY,        *
006660* REFERENCE AND TEXT; THE STAMP AND PROGRAM ARE SET HERE.   *
006670* THE FILE IS OPENED AND CLOSED AROUND EACH EVENT BECAUSE   *
006680* EVERY PROGRAM IN THE SUITE APPENDS TO IT.  AN EVENT THAT  *
006690* CANNOT BE LOGGED IS SAID ON THE CONSOLE AND THE JOB       *
006700* CARRIES ON.                                               *
006710*----------------------------------------------------------*
006720 9700-WRITE-EVENT.
006730     ACCEPT DL101-EVT-STAMP-DATE FROM DATE YYYYMMDD.
006740     ACCEPT DL101-EVT-TIME FROM TIME.
006750     MOVE DL101-EVT-TIME(1:6) TO DL101-EVT-STAMP-TIME.
006760     MOVE "POWLBL" TO DL101-EVT-PROGRAM.
006770     MOVE 0 TO DL101-EVT-SEQ.
006772     IF DL101-EVT-REF-NONE
006774         MOVE 0 TO DL101-EVT-REF-NO
006776     END-IF.
006780     OPEN EXTEND EVTLOG.
006790     IF NOT DL101-EVL-OK
006800         OPEN OUTPUT EVTLOG
006810     END-IF.
006820     IF NOT DL101-EVL-OK
006830         DISPLAY "POWLBL: EVENT NOT LOGGED, EVTLOG STATUS "
006840             DL101-EVL-STATUS " - " DL101-EVT-TYPE
006850         GO TO 9700-WRITE-EVENT-EXIT
006860     END-IF.
006870     WRITE DL101-EVT-LOG-REC FROM DL101-EVT-RECORD.
006880     CLOSE EVTLOG.
006890 9700-WRITE-EVENT-EXIT.
006900     EXIT.
