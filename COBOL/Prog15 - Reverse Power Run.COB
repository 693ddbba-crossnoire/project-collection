000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. POWREV.
000030 AUTHOR. D. L. OKONKWO.
000040 INSTALLATION. PACKAGING SYSTEMS - PALLET BUILD.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*========================================================*
000080* POWREV BACKS OUT ONE POWER RUN.  WHEN A RUN GOES OUT    *
000090* AGAINST THE WRONG DIVISOR PROFILE OR A BAD LOTFEED      *
000100* DROP, A SUPERVISOR NAMES ITS RUN (GENERATION) NUMBER    *
000110* FROM THE XMITREG REGISTER IN THE BACKRUN ENVIRONMENT    *
000120* VALUE AND THIS JOB:                                     *
000130*   - PUTS EVERY LOT THE RUN CLASSIFIED (D), REJECTED (R) *
000140*     OR PARKED (Q) BACK AS IT STOOD BEFORE THE RUN -     *
000150*     STATUS AND RESUBMIT COUNT FROM POWER'S RUNLOG       *
000160*   - APPENDS A REVERSAL LINE TO THE PWRAUD AUDIT TRAIL   *
000170*     FOR EVERY CLASSIFICATION IT UNDOES (THE ORIGINAL    *
000180*     LINES ARE NEVER TOUCHED)                            *
000190*   - VOIDS THE GENERATION ON THE REGISTER SO POWSND WILL *
000200*     NOT RESEND IT                                       *
000210*   - PRINTS A BACKOUT REPORT THAT BALANCES AGAINST THE   *
000220*     RUN'S OWN CERTIFICATE.                              *
000230* IT IS ALL OR NOTHING: IF THE WMS HAS ACKNOWLEDGED THE   *
000240* GENERATION, OR ANY OF THE RUN'S LOTS HAS BEEN SWEPT TO  *
000250* LOTHIST, REMOVED, CHANGED OR RUN AGAIN SINCE, NOTHING   *
000260* IS CHANGED - THE BLOCKING LOTS ARE LISTED AND THE JOB   *
000270* ENDS WITH RETURN CODE 12.  ONLY AN ACTIVE SUPERVISOR ON *
000280* OPRAUTH (THE USER RUNNING THE JOB) MAY BACK A RUN OUT,  *
000290* AND NEVER WHILE A POWER RUN HOLDS THE RUN LOCK.         *
000300*========================================================*
000310*  MODIFICATION HISTORY
000320*  ---------------------------------------------------
000330*  DATE       INIT  DESCRIPTION
000340*  ---------- ----  -------------------------------------
000350*  2026-10-15 DLO   ORIGINAL PROGRAM.
000352*  2026-10-15 DLO   POWER NOW RUNS PER PACKING LINE - THE
000354*                   BACKOUT REFUSES WHILE ANY LINE'S RUN
000356*                   HOLDS A RUN-CONTROL LOCK.
000357*  2026-10-15 DLO   THE CERTIFICATE'S AUDIT COUNT ALSO READS
000358*                   THE ROLLED PWRAUD GENERATIONS ON GENCAT
000359*                   THAT REACH THE RUN DATE.
000360*  2026-10-15 DLO   A HELD RUN LOCK, A BACKOUT REFUSED FOR
000361*                   BLOCKING LOTS OR AN UNAVAILABLE LOTQUEUE,
000362*                   AND AN OUT-OF-BALANCE BACKOUT CERTIFICATE
000363*                   ARE ALSO WRITTEN TO THE EVTLOG EXCEPTION
000364*                   EVENT FILE FOR THE PLANT ALERTING SYSTEM.
000365*========================================================*
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000390 SOURCE-COMPUTER. GENERIC.
000400 OBJECT-COMPUTER. GENERIC.
000410 SPECIAL-NAMES.
000420     C01 IS TOP-OF-PAGE.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT LOTQUEUE ASSIGN TO "LOTQUEUE"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS DL100-LOT-KEY
000490         FILE STATUS IS DL100-LOTQ-STATUS.
000500     SELECT LOTHIST ASSIGN TO "LOTHIST"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS DL100-HST-LOT-KEY
000540         FILE STATUS IS DL100-HST-STATUS-CODE.
000550     SELECT XMITREG ASSIGN TO "XMITREG"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS DL100-REG-STATUS.
000580     SELECT RUNLOG ASSIGN TO "RUNLOG"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS DL100-RLG-STATUS.
000610     SELECT PWRAUD ASSIGN TO "PWRAUD"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS DL100-AUD-STATUS.
000631     SELECT AUDGEN ASSIGN TO "AUDGEN"
000632         ORGANIZATION IS LINE SEQUENTIAL
000633         FILE STATUS IS DL101-GAU-STATUS.
000634     SELECT GENCAT ASSIGN TO "GENCAT"
000635         ORGANIZATION IS LINE SEQUENTIAL
000636         FILE STATUS IS DL101-CAT-STATUS.
000640     SELECT OPRAUTH ASSIGN TO "OPRAUTH"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS DL100-OPR-STATUS.
000670     SELECT RUNCTL ASSIGN TO "RUNCTL"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS DL100-RUN-STATUS.
000700     SELECT REVRPT ASSIGN TO "REVRPT"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS DL101-BKO-RPT-STATUS.
000722     SELECT EVTLOG ASSIGN TO "EVTLOG"
000724         ORGANIZATION IS LINE SEQUENTIAL
000726         FILE STATUS IS DL101-EVL-STATUS.
000730 DATA DIVISION.
000740 FILE SECTION.
000750 FD  LOTQUEUE.
000760 COPY DL100L.
000770 FD  LOTHIST.
000780 COPY DL100H.
000790 FD  XMITREG.
000800 COPY DL100Y.
000810 FD  RUNLOG.
000820 COPY DL101F.
000830 FD  PWRAUD.
000832 01  DL101-TRL-AUD-REC           PIC X(105).
000834 FD  AUDGEN.
000836 01  DL101-GEN-AUD-REC           PIC X(105).
000838 FD  GENCAT.
000840 COPY DL101N.
000850 FD  OPRAUTH.
000860 COPY DL100O.
000870 FD  RUNCTL.
000880 COPY DL100K.
000890 FD  REVRPT
000900     RECORD CONTAINS 132 CHARACTERS.
000910 COPY DL101G.
000912 FD  EVTLOG.
000914 01  DL101-EVT-LOG-REC           PIC X(120).
000920 WORKING-STORAGE SECTION.
000930 01  DL100-WS-STATUS-AREA.
000940     05  DL100-LOTQ-STATUS       PIC X(02) VALUE "00".
000950         88  DL100-LOTQ-OK            VALUE "00".
000960     05  DL100-HST-STATUS-CODE   PIC X(02) VALUE "00".
000970         88  DL100-HST-OK             VALUE "00".
000980     05  DL100-REG-STATUS        PIC X(02) VALUE "00".
000990         88  DL100-REG-FILE-OK        VALUE "00".
001000     05  DL100-RLG-STATUS        PIC X(02) VALUE "00".
001010         88  DL100-RLG-FILE-OK        VALUE "00".
001020     05  DL100-AUD-STATUS        PIC X(02) VALUE "00".
001030         88  DL100-AUD-OK             VALUE "00".
001032     05  DL101-GAU-STATUS        PIC X(02) VALUE "00".
001034         88  DL101-GAU-OK             VALUE "00".
001036     05  DL101-CAT-STATUS        PIC X(02) VALUE "00".
001038         88  DL101-CAT-OK             VALUE "00".
001040     05  DL100-OPR-STATUS        PIC X(02) VALUE "00".
001050         88  DL100-OPR-FILE-OK        VALUE "00".
001060     05  DL100-RUN-STATUS        PIC X(02) VALUE "00".
001070         88  DL100-RUN-FILE-OK        VALUE "00".
001080     05  DL101-BKO-RPT-STATUS    PIC X(02) VALUE "00".
001082     05  DL101-EVL-STATUS        PIC X(02) VALUE "00".
001084         88  DL101-EVL-OK             VALUE "00".
001090 77  DL100-LOCK-REFUSED-SW       PIC X(01) VALUE "N".
001100     88  DL100-LOCK-REFUSED            VALUE "Y".
001110 77  DL100-REV-ABORT-SW          PIC X(01) VALUE "N".
001120     88  DL100-REV-ABORTED             VALUE "Y".
001130 77  DL100-REV-RPT-OPEN-SW       PIC X(01) VALUE "N".
001140     88  DL100-REV-RPT-OPEN            VALUE "Y".
001150 77  DL100-REV-HST-OPEN-SW       PIC X(01) VALUE "N".
001160     88  DL100-REV-HST-OPEN            VALUE "Y".
001170 77  DL100-REV-DONE-SW           PIC X(01) VALUE "N".
001180     88  DL100-REV-BACKED-OUT          VALUE "Y".
001190 77  DL100-REV-OUT-OF-BAL-SW     PIC X(01) VALUE "N".
001200     88  DL100-REV-OUT-OF-BALANCE      VALUE "Y".
001210 77  DL100-REV-USER              PIC X(08) VALUE SPACES.
001220 77  DL100-REV-RUN-ENTRY         PIC X(06) VALUE SPACES.
001230 77  DL100-REV-RUN-NO            PIC 9(06) VALUE 0.
001240 77  DL100-REV-RUN-TEXT          PIC X(06) VALUE SPACES.
001250 77  DL100-REV-SUB               PIC 9(04) VALUE 0.
001260 77  DL100-REV-FOUND-SUB         PIC 9(04) VALUE 0.
001270 77  DL100-REV-LATER-RUN         PIC 9(06) VALUE 0.
001280 77  DL100-REV-BLOCK-COUNT       PIC 9(09) VALUE 0.
001290 77  DL100-REV-DONE-COUNT        PIC 9(09) VALUE 0.
001300 77  DL100-REV-REJ-COUNT         PIC 9(09) VALUE 0.
001310 77  DL100-REV-DUP-COUNT         PIC 9(09) VALUE 0.
001320 77  DL100-REV-MISS-COUNT        PIC 9(09) VALUE 0.
001330 77  DL100-REV-AUD-ORIG-COUNT    PIC 9(09) VALUE 0.
001340 77  DL100-REV-AUD-REV-COUNT     PIC 9(09) VALUE 0.
001350 77  DL100-REV-LOG-DONE-COUNT    PIC 9(09) VALUE 0.
001360 77  DL100-LINE-COUNT            PIC 9(04) VALUE 0.
001370 77  DL100-PAGE-COUNT            PIC 9(04) VALUE 0.
001380 77  DL100-LINES-PER-PAGE        PIC 9(04) VALUE 60.
001390 77  DL100-REG-SUB               PIC 9(03) VALUE 0.
001400 77  DL100-REG-FOUND-SUB         PIC 9(03) VALUE 0.
001410 01  DL100-WS-DATE-AREA.
001420     05  DL100-WS-YYYYMMDD.
001430         10  DL100-WS-CCYY       PIC 9(04).
001440         10  DL100-WS-MM         PIC 9(02).
001450         10  DL100-WS-DD         PIC 9(02).
001460 77  DL100-WS-TIME                PIC 9(08).
001461*  THE AUDIT LAYOUT, SHARED BY THE CURRENT TRAIL AND ITS
001462*  ROLLED GENERATIONS.
001463 COPY DL100A.
001464*  THE ROLLED PWRAUD GENERATIONS THAT CAN HOLD THE RUN'S
001465*  LINES, IN CATALOG (OLDEST FIRST) ORDER, AND WHICH FILE
001466*  THE COUNT IS READING NOW.
001467 01  DL100-GEN-TABLE.
001468     05  DL100-GEN-COUNT         PIC 9(03) VALUE 0.
001469     05  DL100-GEN-ENTRY OCCURS 300 TIMES.
001470         10  DL100-GEN-DSN       PIC X(44).
001471 77  DL100-GEN-SUB               PIC 9(03) VALUE 0.
001472 77  DL100-GEN-FROM-DATE         PIC 9(08) VALUE 0.
001473 77  DL100-GEN-LAST-DATE         PIC 9(08) VALUE 0.
001474 77  DL100-SOURCE-SW             PIC X(01) VALUE "N".
001475     88  DL100-SOURCE-GEN              VALUE "G".
001476     88  DL100-SOURCE-CURRENT          VALUE "C".
001477     88  DL100-SOURCE-DONE             VALUE "E".
001478*  THE WHOLE REGISTER, HELD AS RAW RECORD IMAGES SO THE
001480*  VOID CAN BE STAMPED BY REWRITING THE FILE IN ONE PASS,
001490*  THE SAME WAY POWSND MARKS A PICKUP.
001500 01  DL100-REG-TABLE.
001510     05  DL100-REG-ENTRY-COUNT   PIC 9(03) VALUE 0.
001520     05  DL100-REG-IMAGE         PIC X(80) OCCURS 200 TIMES.
001530*  THE TARGET RUN'S REGISTER ENTRY AS FOUND.
001540 01  DL100-REV-REG-ENTRY.
001550     05  DL100-REV-REG-DATE      PIC 9(08) VALUE 0.
001560     05  DL100-REV-REG-USER      PIC X(08) VALUE SPACES.
001570     05  DL100-REV-REG-COUNT     PIC 9(09) VALUE 0.
001580     05  DL100-REV-REG-BALANCE   PIC X(01) VALUE SPACE.
001590     05  DL100-REV-REG-PICKED    PIC X(01) VALUE SPACE.
001600     05  DL100-REV-REG-ACKED     PIC X(01) VALUE SPACE.
001610         88  DL100-REV-GEN-ACKED       VALUE "Y".
001620*  EVERY RUNLOG LINE FOR THE TARGET RUN - ONE PER LOT THE
001630*  RUN TOUCHED - WITH ANY LATER RUN THAT TOUCHED THE SAME
001640*  KEY AGAIN AND THE REASON, IF ANY, THE LOT BLOCKS THE
001650*  BACKOUT.  A SPACE REASON MEANS THE LOT IS CLEAR TO GO.
001660 01  DL100-REV-TABLE.
001670     05  DL100-REV-COUNT         PIC 9(04) VALUE 0.
001680     05  DL100-REV-ENTRY OCCURS 3000 TIMES
001690                         INDEXED BY DL100-REV-IDX.
001700         10  DL100-REV-KEY       PIC 9(06).
001710         10  DL100-REV-PRE-STATUS
001720                                 PIC X(01).
001730         10  DL100-REV-PRE-RESUB PIC 9(02).
001740         10  DL100-REV-NEW-STATUS
001750                                 PIC X(01).
001760         10  DL100-REV-RAW       PIC X(09).
001770         10  DL100-REV-LINE-CODE PIC X(03).
001780         10  DL100-REV-LATER     PIC 9(06).
001790         10  DL100-REV-REASON    PIC X(40).
001792*  THE EXCEPTION EVENT 9700-WRITE-EVENT APPENDS TO EVTLOG.
001794 77  DL101-EVT-TIME              PIC 9(08) VALUE 0.
001796 COPY DL101P.
001800 PROCEDURE DIVISION.
001810 0000-MAINLINE.
001820     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001830     IF NOT DL100-REV-ABORTED
001840         PERFORM 2000-CHECK-ONE-LOT THRU 2000-CHECK-ONE-LOT-EXIT
001850             VARYING DL100-REV-SUB FROM 1 BY 1
001860             UNTIL DL100-REV-SUB > DL100-REV-COUNT
001870     END-IF.
001880     IF NOT DL100-REV-ABORTED AND DL100-REV-BLOCK-COUNT = 0
001890         PERFORM 3000-BACK-OUT-RUN THRU 3000-BACK-OUT-RUN-EXIT
001900     END-IF.
001910     PERFORM 8000-FINISH THRU 8000-FINISH-EXIT.
001920     STOP RUN.
001930 0000-MAINLINE-EXIT.
001940     EXIT.
001950*----------------------------------------------------------*
001960* 1000-INITIALIZE - HONOR THE RUN LOCK, PROVE THE USER IS   *
001970* AN ACTIVE SUPERVISOR, SETTLE THE RUN NUMBER, FIND THE     *
001980* RUN ON THE REGISTER, LOAD ITS RUNLOG LINES AND COUNT ITS  *
001990* AUDIT LINES, THEN OPEN THE QUEUE, HISTORY AND REPORT.     *
002000* ANY REFUSAL HERE LEAVES EVERY FILE UNCHANGED.             *
002010*----------------------------------------------------------*
002020 1000-INITIALIZE.
002030     PERFORM 1050-CHECK-RUN-LOCK THRU 1050-CHECK-RUN-LOCK-EXIT.
002040     IF DL100-LOCK-REFUSED
002050         MOVE "Y" TO DL100-REV-ABORT-SW
002060         GO TO 1000-INITIALIZE-EXIT
002070     END-IF.
002080     ACCEPT DL100-REV-USER FROM ENVIRONMENT "USER".
002090     PERFORM 1100-CHECK-SUPERVISOR
002100         THRU 1100-CHECK-SUPERVISOR-EXIT.
002110     IF DL100-REV-ABORTED
002120         GO TO 1000-INITIALIZE-EXIT
002130     END-IF.
002140     ACCEPT DL100-REV-RUN-ENTRY FROM ENVIRONMENT "BACKRUN".
002150     IF DL100-REV-RUN-ENTRY IS NUMERIC
002160         MOVE DL100-REV-RUN-ENTRY TO DL100-REV-RUN-NO
002170     END-IF.
002180     IF DL100-REV-RUN-NO = 0
002190         DISPLAY "POWREV: SET BACKRUN TO THE SIX-DIGIT RUN NUMBER"
002200             " FROM THE REGISTER - NOTHING BACKED OUT"
002210         MOVE "Y" TO DL100-REV-ABORT-SW
002220         MOVE 8 TO RETURN-CODE
002230         GO TO 1000-INITIALIZE-EXIT
002240     END-IF.
002250     MOVE DL100-REV-RUN-NO TO DL100-REV-RUN-TEXT.
002260     PERFORM 1200-LOAD-REGISTER THRU 1200-LOAD-REGISTER-EXIT.
002270     IF DL100-REV-ABORTED
002280         GO TO 1000-INITIALIZE-EXIT
002290     END-IF.
002300     PERFORM 1300-LOAD-RUN-LOG THRU 1300-LOAD-RUN-LOG-EXIT.
002310     IF DL100-REV-ABORTED
002320         GO TO 1000-INITIALIZE-EXIT
002330     END-IF.
002340     PERFORM 1400-COUNT-RUN-AUDIT THRU 1400-COUNT-RUN-AUDIT-EXIT.
002350     OPEN I-O LOTQUEUE.
002360     IF NOT DL100-LOTQ-OK
002370         DISPLAY "POWREV: UNABLE TO OPEN LOTQUEUE, STATUS "
002380             DL100-LOTQ-STATUS " - NOTHING BACKED OUT"
002381         MOVE SPACES TO DL101-EVT-RECORD
002382         SET DL101-EVT-REFUSED TO TRUE
002383         SET DL101-EVT-ERROR TO TRUE
002384         SET DL101-EVT-REF-RUN TO TRUE
002385         MOVE DL100-REV-RUN-NO TO DL101-EVT-REF-NO
002386         MOVE "LOTQUEUE NOT AVAILABLE - NOTHING BACKED OUT"
002387             TO DL101-EVT-TEXT
002388         PERFORM 9700-WRITE-EVENT THRU 9700-WRITE-EVENT-EXIT
002390         MOVE "Y" TO DL100-REV-ABORT-SW
002400         MOVE 12 TO RETURN-CODE
002410         GO TO 1000-INITIALIZE-EXIT
002420     END-IF.
002430     OPEN INPUT LOTHIST.
002440     IF DL100-HST-OK
002450         MOVE "Y" TO DL100-REV-HST-OPEN-SW
002460     END-IF.
002470     OPEN OUTPUT REVRPT.
002480     MOVE "Y" TO DL100-REV-RPT-OPEN-SW.
002490     PERFORM 1500-WRITE-HEADING THRU 1500-WRITE-HEADING-EXIT.
002500 1000-INITIALIZE-EXIT.
002510     EXIT.
002520*----------------------------------------------------------*
002530* 1050-CHECK-RUN-LOCK - REFUSE TO RUN WHILE A POWER RUN     *
002540* HOLDS ANY RUN-CONTROL LOCK, WHOLE-SHOP OR ONE LINE'S, THE *
002550* SAME WAY POWARC DOES - THE BACKOUT REWRITES LOTQUEUE      *
002560* RECORDS AND THE WHOLE SHARED REGISTER.  NO RUNCTL FILE AT *
002570* ALL MEANS NO RUN HAS EVER STAMPED ONE.                    *
002580*----------------------------------------------------------*
002590 1050-CHECK-RUN-LOCK.
002600     OPEN INPUT RUNCTL.
002610     IF NOT DL100-RUN-FILE-OK
002620         GO TO 1050-CHECK-RUN-LOCK-EXIT
002630     END-IF.
002634 1050-CHECK-RUN-LOCK-READ.
002640     READ RUNCTL
002650         AT END
002660             CLOSE RUNCTL
002670             GO TO 1050-CHECK-RUN-LOCK-EXIT
002680     END-READ.
002690     IF DL100-RUN-IS-ACTIVE
002696         DISPLAY "POWREV: A POWER RUN IS ACTIVE FOR LINE "
002702             DL100-RUN-LINE-CODE " - STARTED BY "
002710             DL100-RUN-LOCK-USER " AT " DL100-RUN-LOCK-STAMP
002720             " - BACKOUT REFUSED"
002721         MOVE SPACES TO DL101-EVT-RECORD
002722         SET DL101-EVT-LOCK-HELD TO TRUE
002723         SET DL101-EVT-CRITICAL TO TRUE
002724         IF DL100-RUN-RUN-NO IS NUMERIC
002725             SET DL101-EVT-REF-RUN TO TRUE
002726             MOVE DL100-RUN-RUN-NO TO DL101-EVT-REF-NO
002727         END-IF
002728         STRING "LINE " DL100-RUN-LINE-CODE " LOCKED BY "
002729                DL100-RUN-LOCK-USER " SINCE " DL100-RUN-LOCK-STAMP
002730                " - REFUSED"
002731             DELIMITED BY SIZE INTO DL101-EVT-TEXT
002732         PERFORM 9700-WRITE-EVENT THRU 9700-WRITE-EVENT-EXIT
002733         MOVE "Y" TO DL100-LOCK-REFUSED-SW
002740         MOVE 12 TO RETURN-CODE
002750     END-IF.
002760     GO TO 1050-CHECK-RUN-LOCK-READ.
002770 1050-CHECK-RUN-LOCK-EXIT.
002780     EXIT.
002790*----------------------------------------------------------*
002800* 1100-CHECK-SUPERVISOR - THE USER RUNNING THE JOB MUST BE  *
002810* ON OPRAUTH, ACTIVE, AND CLASS S - THE SAME TEST POWMNT    *
002820* APPLIES BEFORE ITS RESTRICTED FUNCTIONS.  NO OPRAUTH      *
002830* FILE MEANS NOBODY CAN BE PROVED A SUPERVISOR.             *
002840*----------------------------------------------------------*
002850 1100-CHECK-SUPERVISOR.
002860     IF DL100-REV-USER = SPACES
002870         DISPLAY "POWREV: NO USER ID - BACKOUT REFUSED"
002880         MOVE "Y" TO DL100-REV-ABORT-SW
002890         MOVE 12 TO RETURN-CODE
002900         GO TO 1100-CHECK-SUPERVISOR-EXIT
002910     END-IF.
002920     OPEN INPUT OPRAUTH.
002930     IF NOT DL100-OPR-FILE-OK
002940         DISPLAY "POWREV: UNABLE TO OPEN OPRAUTH, STATUS "
002950             DL100-OPR-STATUS " - BACKOUT REFUSED"
002960         MOVE "Y" TO DL100-REV-ABORT-SW
002970         MOVE 12 TO RETURN-CODE
002980         GO TO 1100-CHECK-SUPERVISOR-EXIT
002990     END-IF.
003000 1100-CHECK-SUPERVISOR-LOOP.
003010     READ OPRAUTH
003020         AT END
003030             CLOSE OPRAUTH
003040             DISPLAY "POWREV: USER " DL100-REV-USER
003050                 " IS NOT AN ACTIVE SUPERVISOR - BACKOUT REFUSED"
003060             MOVE "Y" TO DL100-REV-ABORT-SW
003070             MOVE 12 TO RETURN-CODE
003080             GO TO 1100-CHECK-SUPERVISOR-EXIT
003090     END-READ.
003100     IF DL100-OPR-ID NOT = DL100-REV-USER OR
003110        NOT DL100-OPR-IS-ACTIVE OR
003120        NOT DL100-OPR-IS-SUPER
003130         GO TO 1100-CHECK-SUPERVISOR-LOOP
003140     END-IF.
003150     CLOSE OPRAUTH.
003160 1100-CHECK-SUPERVISOR-EXIT.
003170     EXIT.
003180*----------------------------------------------------------*
003190* 1200-LOAD-REGISTER - LOAD THE WHOLE REGISTER AND FIND THE *
003200* RUN.  A RUN NOT ON THE REGISTER NEVER CERTIFIED (AN       *
003210* ABORTED RUN IS FINISHED BY RESTARTING IT, NOT BACKED      *
003220* OUT), AND ONE ALREADY VOIDED HAS ALREADY BEEN BACKED OUT. *
003230*----------------------------------------------------------*
003240 1200-LOAD-REGISTER.
003250     OPEN INPUT XMITREG.
003260     IF NOT DL100-REG-FILE-OK
003270         DISPLAY "POWREV: NO TRANSMISSION REGISTER ON FILE - "
003280             "NOTHING BACKED OUT"
003290         MOVE "Y" TO DL100-REV-ABORT-SW
003300         MOVE 8 TO RETURN-CODE
003310         GO TO 1200-LOAD-REGISTER-EXIT
003320     END-IF.
003330 1200-LOAD-REGISTER-LOOP.
003340     READ XMITREG
003350         AT END
003360             CLOSE XMITREG
003370             GO TO 1200-LOAD-REGISTER-FOUND
003380     END-READ.
003390     IF DL100-REG-ENTRY-COUNT >= 200
003400         DISPLAY "POWREV: REGISTER TABLE FULL - BACKOUT REFUSED"
003410         CLOSE XMITREG
003420         MOVE "Y" TO DL100-REV-ABORT-SW
003430         MOVE 12 TO RETURN-CODE
003440         GO TO 1200-LOAD-REGISTER-EXIT
003450     END-IF.
003460     ADD 1 TO DL100-REG-ENTRY-COUNT.
003470     MOVE DL100-REG-RECORD
003480         TO DL100-REG-IMAGE(DL100-REG-ENTRY-COUNT).
003490     IF DL100-REG-RUN-NO = DL100-REV-RUN-NO
003500         MOVE DL100-REG-ENTRY-COUNT TO DL100-REG-FOUND-SUB
003510     END-IF.
003520     GO TO 1200-LOAD-REGISTER-LOOP.
003530 1200-LOAD-REGISTER-FOUND.
003540     IF DL100-REG-FOUND-SUB = 0
003550         DISPLAY "POWREV: RUN " DL100-REV-RUN-NO
003560             " IS NOT ON THE REGISTER - NOTHING BACKED OUT"
003570         MOVE "Y" TO DL100-REV-ABORT-SW
003580         MOVE 8 TO RETURN-CODE
003590         GO TO 1200-LOAD-REGISTER-EXIT
003600     END-IF.
003610     MOVE DL100-REG-IMAGE(DL100-REG-FOUND-SUB)
003620         TO DL100-REG-RECORD.
003630     IF DL100-REG-VOIDED
003640         DISPLAY "POWREV: RUN " DL100-REV-RUN-NO
003650             " WAS ALREADY VOIDED BY " DL100-REG-VOID-USER
003660             " ON " DL100-REG-VOID-DATE " - NOTHING BACKED OUT"
003670         MOVE "Y" TO DL100-REV-ABORT-SW
003680         MOVE 12 TO RETURN-CODE
003690         GO TO 1200-LOAD-REGISTER-EXIT
003700     END-IF.
003710     MOVE DL100-REG-DATE TO DL100-REV-REG-DATE.
003720     MOVE DL100-REG-USER TO DL100-REV-REG-USER.
003730     MOVE DL100-REG-COUNT TO DL100-REV-REG-COUNT.
003740     MOVE DL100-REG-BALANCE TO DL100-REV-REG-BALANCE.
003750     MOVE DL100-REG-PICKED TO DL100-REV-REG-PICKED.
003760     MOVE DL100-REG-ACKED TO DL100-REV-REG-ACKED.
003770 1200-LOAD-REGISTER-EXIT.
003780     EXIT.
003790*----------------------------------------------------------*
003800* 1300-LOAD-RUN-LOG - ONE TABLE ENTRY PER RUNLOG LINE FOR   *
003810* THE RUN, THEN A SECOND PASS (1350) FOR LATER RUNS THAT    *
003820* TOUCHED THE SAME KEYS.  A RUN WITH NO RUNLOG LINES AT     *
003830* ALL PREDATES THE LOG (OR TOUCHED NOTHING) AND CANNOT BE   *
003840* BACKED OUT FROM HERE; A RUN TOO BIG FOR THE TABLE IS      *
003850* REFUSED RATHER THAN HALF-REVERSED.                        *
003860*----------------------------------------------------------*
003870 1300-LOAD-RUN-LOG.
003880     OPEN INPUT RUNLOG.
003890     IF NOT DL100-RLG-FILE-OK
003900         GO TO 1300-LOAD-RUN-LOG-CHECK
003910     END-IF.
003920 1300-LOAD-RUN-LOG-LOOP.
003930     READ RUNLOG
003940         AT END
003950             CLOSE RUNLOG
003960             GO TO 1300-LOAD-RUN-LOG-CHECK
003970     END-READ.
003980     IF DL101-RLG-RUN-NO NOT = DL100-REV-RUN-NO
003990         GO TO 1300-LOAD-RUN-LOG-LOOP
004000     END-IF.
004010     IF DL100-REV-COUNT >= 3000
004020         DISPLAY "POWREV: RUN " DL100-REV-RUN-NO
004030             " TOUCHED MORE THAN 3000 LOTS - BACKOUT REFUSED"
004040         CLOSE RUNLOG
004050         MOVE "Y" TO DL100-REV-ABORT-SW
004060         MOVE 12 TO RETURN-CODE
004070         GO TO 1300-LOAD-RUN-LOG-EXIT
004080     END-IF.
004090     ADD 1 TO DL100-REV-COUNT.
004100     MOVE DL101-RLG-LOT-KEY TO DL100-REV-KEY(DL100-REV-COUNT).
004110     MOVE DL101-RLG-PRE-STATUS
004120         TO DL100-REV-PRE-STATUS(DL100-REV-COUNT).
004130     MOVE DL101-RLG-PRE-RESUB
004140         TO DL100-REV-PRE-RESUB(DL100-REV-COUNT).
004150     MOVE DL101-RLG-NEW-STATUS
004160         TO DL100-REV-NEW-STATUS(DL100-REV-COUNT).
004170     MOVE DL101-RLG-NOMBR-RAW TO DL100-REV-RAW(DL100-REV-COUNT).
004180     MOVE DL101-RLG-LINE-CODE
004190         TO DL100-REV-LINE-CODE(DL100-REV-COUNT).
004200     MOVE 0 TO DL100-REV-LATER(DL100-REV-COUNT).
004210     MOVE SPACES TO DL100-REV-REASON(DL100-REV-COUNT).
004220     IF DL101-RLG-WAS-DONE
004230         ADD 1 TO DL100-REV-LOG-DONE-COUNT
004240     END-IF.
004250     GO TO 1300-LOAD-RUN-LOG-LOOP.
004260 1300-LOAD-RUN-LOG-CHECK.
004270     IF DL100-REV-COUNT = 0
004280         DISPLAY "POWREV: NO RUNLOG LINES FOR RUN "
004290             DL100-REV-RUN-NO " - NOTHING BACKED OUT"
004300         MOVE "Y" TO DL100-REV-ABORT-SW
004310         MOVE 8 TO RETURN-CODE
004320         GO TO 1300-LOAD-RUN-LOG-EXIT
004330     END-IF.
004340     PERFORM 1350-MARK-LATER-RUNS THRU 1350-MARK-LATER-RUNS-EXIT.
004350 1300-LOAD-RUN-LOG-EXIT.
004360     EXIT.
004370*----------------------------------------------------------*
004380* 1350-MARK-LATER-RUNS - ANY RUNLOG LINE FROM A HIGHER RUN  *
004390* NUMBER FOR ONE OF THE RUN'S KEYS MEANS THE LOT WAS        *
004400* REWORKED AND RUN AGAIN SINCE; PUTTING IT BACK AS THIS     *
004410* RUN FOUND IT WOULD UNDO THAT LATER WORK TOO.              *
004420*----------------------------------------------------------*
004430 1350-MARK-LATER-RUNS.
004440     OPEN INPUT RUNLOG.
004450     IF NOT DL100-RLG-FILE-OK
004460         GO TO 1350-MARK-LATER-RUNS-EXIT
004470     END-IF.
004480 1350-MARK-LATER-RUNS-LOOP.
004490     READ RUNLOG
004500         AT END
004510             CLOSE RUNLOG
004520             GO TO 1350-MARK-LATER-RUNS-EXIT
004530     END-READ.
004540     IF DL101-RLG-RUN-NO NOT > DL100-REV-RUN-NO
004550         GO TO 1350-MARK-LATER-RUNS-LOOP
004560     END-IF.
004570     MOVE 0 TO DL100-REV-FOUND-SUB.
004580     PERFORM VARYING DL100-REV-IDX FROM 1 BY 1
004590             UNTIL DL100-REV-IDX > DL100-REV-COUNT
004600         IF DL100-REV-FOUND-SUB = 0 AND
004610            DL100-REV-KEY(DL100-REV-IDX) = DL101-RLG-LOT-KEY
004620             SET DL100-REV-FOUND-SUB TO DL100-REV-IDX
004630         END-IF
004640     END-PERFORM.
004650     IF DL100-REV-FOUND-SUB > 0
004660         MOVE DL101-RLG-RUN-NO
004670             TO DL100-REV-LATER(DL100-REV-FOUND-SUB)
004680     END-IF.
004690     GO TO 1350-MARK-LATER-RUNS-LOOP.
004700 1350-MARK-LATER-RUNS-EXIT.
004710     EXIT.
004720*----------------------------------------------------------*
004730* 1400-COUNT-RUN-AUDIT - COUNT THE RUN'S ORIGINAL           *
004740* CLASSIFICATION LINES ON THE AUDIT TRAIL, FOR THE BACKOUT  *
004744* CERTIFICATE.  REVERSAL LINES ARE NOT COUNTED HERE.  A RUN *
004748* THAT HAS BEEN ROLLED OFF BY POWROL IS COUNTED FROM ITS    *
004752* GENERATION, SO THE ROLLED GENERATIONS ARE READ FIRST AND  *
004756* THE CURRENT TRAIL AFTER THEM.                             *
004760*----------------------------------------------------------*
004770 1400-COUNT-RUN-AUDIT.
004780     MOVE 0 TO DL100-REV-AUD-ORIG-COUNT.
004782     PERFORM 1410-LOAD-GENERATIONS
004784         THRU 1410-LOAD-GENERATIONS-EXIT.
004786     MOVE 0 TO DL100-GEN-SUB.
004788     MOVE "N" TO DL100-SOURCE-SW.
004790     PERFORM 1420-OPEN-NEXT-AUDIT THRU 1420-OPEN-NEXT-AUDIT-EXIT.
004792 1400-COUNT-RUN-AUDIT-LOOP.
004794     IF DL100-SOURCE-DONE
004810         GO TO 1400-COUNT-RUN-AUDIT-EXIT
004820     END-IF.
004824     IF DL100-SOURCE-GEN
004828         READ AUDGEN INTO DL100-AUD-RECORD
004832             AT END
004836                 CLOSE AUDGEN
004840                 PERFORM 1420-OPEN-NEXT-AUDIT
004844                     THRU 1420-OPEN-NEXT-AUDIT-EXIT
004848                 GO TO 1400-COUNT-RUN-AUDIT-LOOP
004852         END-READ
004856     ELSE
004860         READ PWRAUD INTO DL100-AUD-RECORD
004864             AT END
004868                 CLOSE PWRAUD
004872                 GO TO 1400-COUNT-RUN-AUDIT-EXIT
004876         END-READ
004880     END-IF.
004890     IF DL100-AUD-RUN-NO = DL100-REV-RUN-TEXT AND
004900        NOT DL100-AUD-REVERSAL
004910         ADD 1 TO DL100-REV-AUD-ORIG-COUNT
004920     END-IF.
004930     GO TO 1400-COUNT-RUN-AUDIT-LOOP.
004940 1400-COUNT-RUN-AUDIT-EXIT.
004941     EXIT.
004942*----------------------------------------------------------*
004943* 1410-LOAD-GENERATIONS - LIST THE ROLLED PWRAUD            *
004944* GENERATIONS WHOSE LAST LINE IS NO EARLIER THAN THE DAY    *
004945* BEFORE THE RUN'S REGISTER DATE (A RUN CAN CROSS MIDNIGHT  *
004946* BEFORE IT REGISTERS; THE 28TH STANDS IN FOR THE LAST DAY  *
004947* OF THE MONTH BEFORE, WHICH ONLY READS A LITTLE MORE).     *
004948* POWROL NEVER ROLLS WHILE A RUN HOLDS A LOCK, SO EVERY     *
004949* LINE OF ONE RUN IS IN ONE FILE.                           *
004950*----------------------------------------------------------*
004951 1410-LOAD-GENERATIONS.
004952     MOVE DL100-REV-REG-DATE TO DL100-WS-YYYYMMDD.
004953     IF DL100-WS-DD > 1
004954         SUBTRACT 1 FROM DL100-WS-DD
004955     ELSE
004956         MOVE 28 TO DL100-WS-DD
004957         IF DL100-WS-MM > 1
004958             SUBTRACT 1 FROM DL100-WS-MM
004959         ELSE
004960             MOVE 12 TO DL100-WS-MM
004961             SUBTRACT 1 FROM DL100-WS-CCYY
004962         END-IF
004963     END-IF.
004964     MOVE DL100-WS-YYYYMMDD TO DL100-GEN-FROM-DATE.
004965     OPEN INPUT GENCAT.
004966     IF NOT DL101-CAT-OK
004967         GO TO 1410-LOAD-GENERATIONS-EXIT
004968     END-IF.
004969 1410-LOAD-GENERATIONS-LOOP.
004970     READ GENCAT
004971         AT END
004972             CLOSE GENCAT
004973             GO TO 1410-LOAD-GENERATIONS-EXIT
004974     END-READ.
004975     IF NOT DL101-CAT-IS-AUDIT
004976         GO TO 1410-LOAD-GENERATIONS-LOOP
004977     END-IF.
004978     IF DL101-CAT-LAST-STAMP > 0
004979         MOVE DL101-CAT-LAST-STAMP(1:8) TO DL100-GEN-LAST-DATE
004980         IF DL100-GEN-LAST-DATE < DL100-GEN-FROM-DATE
004981             GO TO 1410-LOAD-GENERATIONS-LOOP
004982         END-IF
004983     END-IF.
004984     IF DL100-GEN-COUNT >= 300
004985         DISPLAY "POWREV: GENERATION TABLE FULL, "
004986             DL101-CAT-DSN " NOT COUNTED"
004987         GO TO 1410-LOAD-GENERATIONS-LOOP
004988     END-IF.
004989     ADD 1 TO DL100-GEN-COUNT.
004990     MOVE DL101-CAT-DSN TO DL100-GEN-DSN(DL100-GEN-COUNT).
004991     GO TO 1410-LOAD-GENERATIONS-LOOP.
004992 1410-LOAD-GENERATIONS-EXIT.
004993     EXIT.
004994*----------------------------------------------------------*
004995* 1420-OPEN-NEXT-AUDIT - OPEN THE NEXT GENERATION ON THE    *
004996* LIST, POINTING AUDGEN AT ITS DATED FILE, OR THE CURRENT   *
004997* TRAIL ONCE THE LIST IS USED UP.  A CATALOGED GENERATION   *
004998* NOT ON FILE IS SKIPPED WITH A WARNING; ANY LINES IT HELD  *
004999* THEN SHOW AS AN OUT-OF-BALANCE CERTIFICATE.               *
005000*----------------------------------------------------------*
005001 1420-OPEN-NEXT-AUDIT.
005002     IF DL100-GEN-SUB < DL100-GEN-COUNT
005003         ADD 1 TO DL100-GEN-SUB
005004         DISPLAY "AUDGEN" UPON ENVIRONMENT-NAME
005005         DISPLAY DL100-GEN-DSN(DL100-GEN-SUB)
005006             UPON ENVIRONMENT-VALUE
005007         OPEN INPUT AUDGEN
005008         IF NOT DL101-GAU-OK
005009             DISPLAY "POWREV: GENERATION "
005010                 DL100-GEN-DSN(DL100-GEN-SUB)
005011             DISPLAY "POWREV:   NOT ON FILE, STATUS "
005012                 DL101-GAU-STATUS " - NOT COUNTED"
005013             GO TO 1420-OPEN-NEXT-AUDIT
005014         END-IF
005015         MOVE "G" TO DL100-SOURCE-SW
005016         GO TO 1420-OPEN-NEXT-AUDIT-EXIT
005017     END-IF.
005018     MOVE "E" TO DL100-SOURCE-SW.
005019     OPEN INPUT PWRAUD.
005020     IF DL100-AUD-OK
005021         MOVE "C" TO DL100-SOURCE-SW
005022     END-IF.
005023 1420-OPEN-NEXT-AUDIT-EXIT.
005024     EXIT.
005025*----------------------------------------------------------*
005026* 1500-WRITE-HEADING - BACKOUT REPORT DATE HEADING AND      *
005027* COLUMN TITLES.                                            *
005028*----------------------------------------------------------*
005029 1500-WRITE-HEADING.
005030     ACCEPT DL100-WS-YYYYMMDD FROM DATE YYYYMMDD.
005031     ADD 1 TO DL100-PAGE-COUNT.
005032     MOVE SPACES TO DL101-BKO-HDG1-LINE.
005040     STRING DL100-WS-MM "/" DL100-WS-DD "/" DL100-WS-CCYY
005050         DELIMITED BY SIZE INTO DL101-BKO-HDG1-DATE.
005060     MOVE DL100-PAGE-COUNT TO DL101-BKO-HDG1-PAGE.
005070     WRITE DL101-BKO-HDG1-LINE AFTER ADVANCING TOP-OF-PAGE.
005080     MOVE SPACES TO DL101-BKO-HDG2-LINE.
005090     WRITE DL101-BKO-HDG2-LINE.
005100     MOVE 2 TO DL100-LINE-COUNT.
005110 1500-WRITE-HEADING-EXIT.
005120     EXIT.
005130*----------------------------------------------------------*
005140* 2000-CHECK-ONE-LOT - DECIDE WHETHER ONE OF THE RUN'S LOTS *
005150* CAN BE PUT BACK.  IT MUST STILL BE ON LOTQUEUE (NOT       *
005160* SWEPT TO LOTHIST OR DELETED), STILL IN THE STATUS THE     *
005170* RUN LEFT IT, UNTOUCHED BY ANY LATER RUN, AND - FOR A      *
005180* CLASSIFIED LOT - IN A GENERATION THE WMS HAS NOT          *
005190* ACKNOWLEDGED.  EVERY BLOCKING LOT IS PRINTED WITH ITS     *
005200* REASON; NOTHING IS CHANGED HERE.                          *
005210*----------------------------------------------------------*
005220 2000-CHECK-ONE-LOT.
005230     MOVE DL100-REV-KEY(DL100-REV-SUB) TO DL100-LOT-KEY.
005240     READ LOTQUEUE
005250         INVALID KEY
005260             PERFORM 2100-CHECK-HISTORY
005270                 THRU 2100-CHECK-HISTORY-EXIT
005280             GO TO 2000-CHECK-ONE-LOT-BLOCKED
005290     END-READ.
005300     IF DL100-LOT-STATUS NOT = DL100-REV-NEW-STATUS(DL100-REV-SUB)
005310         MOVE SPACES TO DL100-REV-REASON(DL100-REV-SUB)
005320         STRING "CHANGED SINCE THE RUN - NOW STATUS "
005330                DL100-LOT-STATUS
005340             DELIMITED BY SIZE
005350             INTO DL100-REV-REASON(DL100-REV-SUB)
005360         GO TO 2000-CHECK-ONE-LOT-BLOCKED
005370     END-IF.
005380     IF DL100-REV-LATER(DL100-REV-SUB) > 0
005390         MOVE SPACES TO DL100-REV-REASON(DL100-REV-SUB)
005400         STRING "RUN AGAIN SINCE BY RUN "
005410                DL100-REV-LATER(DL100-REV-SUB)
005420             DELIMITED BY SIZE
005430             INTO DL100-REV-REASON(DL100-REV-SUB)
005440         GO TO 2000-CHECK-ONE-LOT-BLOCKED
005450     END-IF.
005460     IF DL100-REV-GEN-ACKED AND
005470        DL100-REV-NEW-STATUS(DL100-REV-SUB) = "D"
005480         MOVE "GENERATION ACKNOWLEDGED BY THE WMS"
005490             TO DL100-REV-REASON(DL100-REV-SUB)
005500         GO TO 2000-CHECK-ONE-LOT-BLOCKED
005510     END-IF.
005520     GO TO 2000-CHECK-ONE-LOT-EXIT.
005530 2000-CHECK-ONE-LOT-BLOCKED.
005540     ADD 1 TO DL100-REV-BLOCK-COUNT.
005550     PERFORM 4000-WRITE-DETAIL-LINE
005560         THRU 4000-WRITE-DETAIL-LINE-EXIT.
005570 2000-CHECK-ONE-LOT-EXIT.
005580     EXIT.
005590*----------------------------------------------------------*
005600* 2100-CHECK-HISTORY - THE LOT IS GONE FROM THE QUEUE: SAY  *
005610* WHETHER POWARC SWEPT IT TO LOTHIST OR IT WAS REMOVED.     *
005620*----------------------------------------------------------*
005630 2100-CHECK-HISTORY.
005640     MOVE "NO LONGER ON LOTQUEUE"
005650         TO DL100-REV-REASON(DL100-REV-SUB).
005660     IF NOT DL100-REV-HST-OPEN
005670         GO TO 2100-CHECK-HISTORY-EXIT
005680     END-IF.
005690     MOVE DL100-REV-KEY(DL100-REV-SUB) TO DL100-HST-LOT-KEY.
005700     READ LOTHIST
005710         INVALID KEY
005720             GO TO 2100-CHECK-HISTORY-EXIT
005730     END-READ.
005740     MOVE "ALREADY SWEPT TO LOTHIST BY POWARC"
005750         TO DL100-REV-REASON(DL100-REV-SUB).
005760 2100-CHECK-HISTORY-EXIT.
005770     EXIT.
005780*----------------------------------------------------------*
005790* 3000-BACK-OUT-RUN - NOTHING BLOCKS: OPEN THE AUDIT TRAIL  *
005800* FOR APPEND, PUT EVERY LOT BACK, THEN VOID THE GENERATION. *
005810*----------------------------------------------------------*
005820 3000-BACK-OUT-RUN.
005830     OPEN EXTEND PWRAUD.
005840     IF NOT DL100-AUD-OK
005850         OPEN OUTPUT PWRAUD
005860     END-IF.
005870     PERFORM 3100-RESTORE-ONE-LOT THRU 3100-RESTORE-ONE-LOT-EXIT
005880         VARYING DL100-REV-SUB FROM 1 BY 1
005890         UNTIL DL100-REV-SUB > DL100-REV-COUNT.
005900     CLOSE PWRAUD.
005910     PERFORM 3500-VOID-REGISTER THRU 3500-VOID-REGISTER-EXIT.
005920     MOVE "Y" TO DL100-REV-DONE-SW.
005930 3000-BACK-OUT-RUN-EXIT.
005940     EXIT.
005950*----------------------------------------------------------*
005960* 3100-RESTORE-ONE-LOT - REREAD THE QUEUE RECORD, PUT ITS   *
005970* PRE-RUN STATUS AND RESUBMIT COUNT BACK, AND REWRITE IT.   *
005980* A CLASSIFICATION BEING UNDONE GETS ITS REVERSAL LINE ON   *
005990* THE AUDIT TRAIL.  A RECORD THAT VANISHED OR CHANGED       *
006000* SINCE THE CHECK IS LEFT ALONE AND COUNTED AS MISSED.      *
006010*----------------------------------------------------------*
006020 3100-RESTORE-ONE-LOT.
006030     MOVE DL100-REV-KEY(DL100-REV-SUB) TO DL100-LOT-KEY.
006040     READ LOTQUEUE
006050         INVALID KEY
006060             MOVE "MISSED - GONE FROM LOTQUEUE DURING BACKOUT"
006070                 TO DL100-REV-REASON(DL100-REV-SUB)
006080             GO TO 3100-RESTORE-ONE-LOT-MISSED
006090     END-READ.
006100     IF DL100-LOT-STATUS NOT = DL100-REV-NEW-STATUS(DL100-REV-SUB)
006110         MOVE "MISSED - CHANGED DURING BACKOUT"
006120             TO DL100-REV-REASON(DL100-REV-SUB)
006130         GO TO 3100-RESTORE-ONE-LOT-MISSED
006140     END-IF.
006150     MOVE DL100-REV-PRE-STATUS(DL100-REV-SUB) TO DL100-LOT-STATUS.
006160     MOVE DL100-REV-PRE-RESUB(DL100-REV-SUB)
006170         TO DL100-LOT-RESUB-COUNT.
006180     REWRITE DL100-LOT-RECORD
006190         INVALID KEY
006200             MOVE "MISSED - QUEUE REWRITE FAILED"
006210                 TO DL100-REV-REASON(DL100-REV-SUB)
006220             GO TO 3100-RESTORE-ONE-LOT-MISSED
006230     END-REWRITE.
006240     EVALUATE DL100-REV-NEW-STATUS(DL100-REV-SUB)
006250         WHEN "D"
006260             ADD 1 TO DL100-REV-DONE-COUNT
006270             PERFORM 3200-WRITE-REVERSAL
006280                 THRU 3200-WRITE-REVERSAL-EXIT
006290         WHEN "R"
006300             ADD 1 TO DL100-REV-REJ-COUNT
006310         WHEN OTHER
006320             ADD 1 TO DL100-REV-DUP-COUNT
006330     END-EVALUATE.
006340     MOVE "RESTORED" TO DL100-REV-REASON(DL100-REV-SUB).
006350     PERFORM 4000-WRITE-DETAIL-LINE
006360         THRU 4000-WRITE-DETAIL-LINE-EXIT.
006370     GO TO 3100-RESTORE-ONE-LOT-EXIT.
006380 3100-RESTORE-ONE-LOT-MISSED.
006390     ADD 1 TO DL100-REV-MISS-COUNT.
006400     PERFORM 4000-WRITE-DETAIL-LINE
006410         THRU 4000-WRITE-DETAIL-LINE-EXIT.
006420 3100-RESTORE-ONE-LOT-EXIT.
006430     EXIT.
006440*----------------------------------------------------------*
006450* 3200-WRITE-REVERSAL - APPEND THE REVERSAL LINE: WHO       *
006460* BACKED THE RUN OUT AND WHEN, THE LOT NUMBER, VOID IN THE  *
006470* FLAG COLUMNS, ACTION V AND THE RUN NUMBER.  THE PALLET    *
006480* PLAN COLUMNS STAY BLANK.  THE ORIGINAL CLASSIFICATION     *
006485* LINE STAYS WHERE IT IS.                                   *
006490*----------------------------------------------------------*
006500 3200-WRITE-REVERSAL.
006510     MOVE SPACES TO DL100-AUD-RECORD.
006520     ACCEPT DL100-WS-YYYYMMDD FROM DATE YYYYMMDD.
006530     ACCEPT DL100-WS-TIME FROM TIME.
006540     STRING DL100-WS-YYYYMMDD DL100-WS-TIME(1:6)
006550         DELIMITED BY SIZE INTO DL100-AUD-TIMESTAMP.
006560     MOVE DL100-REV-USER TO DL100-AUD-USER.
006570     MOVE DL100-LOT-NOMBR-RAW TO DL100-AUD-NOMBR.
006580     MOVE "VOID " TO DL100-AUD-STR2.
006590     MOVE "VOID " TO DL100-AUD-STR3.
006600     MOVE "VOID " TO DL100-AUD-STR4.
006610     MOVE 0 TO DL100-AUD-EXP2.
006620     MOVE 0 TO DL100-AUD-EXP3.
006630     MOVE 0 TO DL100-AUD-EXP4.
006640     MOVE "V" TO DL100-AUD-ACTION.
006650     MOVE DL100-REV-RUN-TEXT TO DL100-AUD-RUN-NO.
006660     WRITE DL101-TRL-AUD-REC FROM DL100-AUD-RECORD.
006670     ADD 1 TO DL100-REV-AUD-REV-COUNT.
006680 3200-WRITE-REVERSAL-EXIT.
006690     EXIT.
006700*----------------------------------------------------------*
006710* 3500-VOID-REGISTER - STAMP THE RUN'S REGISTER ENTRY VOID  *
006720* WITH THE SUPERVISOR AND DATE AND REWRITE THE REGISTER     *
006730* FROM THE TABLE LOADED AT START-UP (THE RUN LOCK WAS       *
006740* CLEAR THEN, SO NO POWER APPEND CAN HAVE LANDED SINCE).    *
006750*----------------------------------------------------------*
006760 3500-VOID-REGISTER.
006770     MOVE DL100-REG-IMAGE(DL100-REG-FOUND-SUB)
006780         TO DL100-REG-RECORD.
006790     ACCEPT DL100-WS-YYYYMMDD FROM DATE YYYYMMDD.
006800     MOVE "V" TO DL100-REG-VOID.
006810     MOVE DL100-REV-USER TO DL100-REG-VOID-USER.
006820     MOVE DL100-WS-YYYYMMDD TO DL100-REG-VOID-DATE.
006830     MOVE DL100-REG-RECORD
006840         TO DL100-REG-IMAGE(DL100-REG-FOUND-SUB).
006850     OPEN OUTPUT XMITREG.
006860     PERFORM VARYING DL100-REG-SUB FROM 1 BY 1
006870             UNTIL DL100-REG-SUB > DL100-REG-ENTRY-COUNT
006880         MOVE DL100-REG-IMAGE(DL100-REG-SUB)
006890             TO DL100-REG-RECORD
006900         WRITE DL100-REG-RECORD
006910     END-PERFORM.
006920     CLOSE XMITREG.
006930 3500-VOID-REGISTER-EXIT.
006940     EXIT.
006950*----------------------------------------------------------*
006960* 4000-WRITE-DETAIL-LINE - ONE REPORT LINE FOR THE CURRENT  *
006970* TABLE ENTRY: KEY, NUMBER, LINE, THE STATUS THE RUN LEFT,  *
006980* THE STATUS AND RESUBMIT COUNT IT GOES BACK TO, AND WHAT   *
006990* HAPPENED (OR WHY IT BLOCKS).                              *
007000*----------------------------------------------------------*
007010 4000-WRITE-DETAIL-LINE.
007020     IF DL100-LINE-COUNT >= DL100-LINES-PER-PAGE
007030         PERFORM 1500-WRITE-HEADING THRU 1500-WRITE-HEADING-EXIT
007040     END-IF.
007050     MOVE SPACES TO DL101-BKO-DET-LINE.
007060     MOVE DL100-REV-KEY(DL100-REV-SUB) TO DL101-BKO-DET-KEY.
007070     MOVE DL100-REV-RAW(DL100-REV-SUB) TO DL101-BKO-DET-RAW.
007080     MOVE DL100-REV-LINE-CODE(DL100-REV-SUB)
007090         TO DL101-BKO-DET-LINE-CODE.
007100     MOVE DL100-REV-NEW-STATUS(DL100-REV-SUB)
007110         TO DL101-BKO-DET-RUN-STAT.
007120     MOVE DL100-REV-PRE-STATUS(DL100-REV-SUB)
007130         TO DL101-BKO-DET-PRE-STAT.
007140     MOVE DL100-REV-PRE-RESUB(DL100-REV-SUB)
007150         TO DL101-BKO-DET-RESUB.
007160     MOVE DL100-REV-REASON(DL100-REV-SUB) TO DL101-BKO-DET-TEXT.
007170     WRITE DL101-BKO-DET-LINE.
007180     ADD 1 TO DL100-LINE-COUNT.
007190 4000-WRITE-DETAIL-LINE-EXIT.
007200     EXIT.
007210*----------------------------------------------------------*
007220* 8000-FINISH - THE RUN'S REGISTER FACTS, THEN EITHER THE   *
007230* REFUSAL SUMMARY OR THE BACKOUT CERTIFICATE, AND A         *
007240* CONSOLE SUMMARY.  A REFUSAL ENDS WITH RETURN CODE 12; A   *
007250* BACKOUT THAT DOES NOT BALANCE WITH THE RUN'S CERTIFIED    *
007260* COUNT, OR MISSED A LOT, ENDS WITH 8.                      *
007270*----------------------------------------------------------*
007280 8000-FINISH.
007290     IF NOT DL100-REV-RPT-OPEN
007300         GO TO 8000-FINISH-EXIT
007310     END-IF.
007320     PERFORM 8100-WRITE-RUN-FACTS THRU 8100-WRITE-RUN-FACTS-EXIT.
007330     IF DL100-REV-BACKED-OUT
007340         PERFORM 8300-WRITE-CERTIFICATE
007350             THRU 8300-WRITE-CERTIFICATE-EXIT
007360     ELSE
007370         PERFORM 8200-WRITE-REFUSAL THRU 8200-WRITE-REFUSAL-EXIT
007380     END-IF.
007390     CLOSE LOTQUEUE.
007400     IF DL100-REV-HST-OPEN
007410         CLOSE LOTHIST
007420     END-IF.
007430     CLOSE REVRPT.
007440 8000-FINISH-EXIT.
007450     EXIT.
007460*----------------------------------------------------------*
007470* 8100-WRITE-RUN-FACTS - WHAT THE REGISTER SAYS ABOUT THE   *
007480* RUN BEING BACKED OUT, AND WHO IS BACKING IT OUT.          *
007490*----------------------------------------------------------*
007500 8100-WRITE-RUN-FACTS.
007510     MOVE SPACES TO DL101-BKO-TXT-LINE.
007520     WRITE DL101-BKO-TXT-LINE.
007530     MOVE "RUN NUMBER..................." TO DL101-BKO-TXT-LABEL.
007540     MOVE DL100-REV-RUN-TEXT TO DL101-BKO-TXT-VALUE.
007550     WRITE DL101-BKO-TXT-LINE.
007560     MOVE "RUN DATE....................." TO DL101-BKO-TXT-LABEL.
007570     MOVE SPACES TO DL101-BKO-TXT-VALUE.
007580     STRING DL100-REV-REG-DATE(5:2) "/"
007590            DL100-REV-REG-DATE(7:2) "/"
007600            DL100-REV-REG-DATE(1:4)
007610         DELIMITED BY SIZE INTO DL101-BKO-TXT-VALUE.
007620     WRITE DL101-BKO-TXT-LINE.
007630     MOVE "RUN USER....................." TO DL101-BKO-TXT-LABEL.
007640     MOVE DL100-REV-REG-USER TO DL101-BKO-TXT-VALUE.
007650     WRITE DL101-BKO-TXT-LINE.
007660     MOVE "RUN BALANCE (B/O)............" TO DL101-BKO-TXT-LABEL.
007670     MOVE DL100-REV-REG-BALANCE TO DL101-BKO-TXT-VALUE.
007680     WRITE DL101-BKO-TXT-LINE.
007690     MOVE "PICKED UP BY WMS (Y/N)......." TO DL101-BKO-TXT-LABEL.
007700     MOVE DL100-REV-REG-PICKED TO DL101-BKO-TXT-VALUE.
007710     WRITE DL101-BKO-TXT-LINE.
007720     MOVE "ACKNOWLEDGED BY WMS.........." TO DL101-BKO-TXT-LABEL.
007730     IF DL100-REV-GEN-ACKED
007740         MOVE "Y" TO DL101-BKO-TXT-VALUE
007750     ELSE
007760         MOVE "N" TO DL101-BKO-TXT-VALUE
007770     END-IF.
007780     WRITE DL101-BKO-TXT-LINE.
007790     MOVE "BACKED OUT BY................" TO DL101-BKO-TXT-LABEL.
007800     MOVE DL100-REV-USER TO DL101-BKO-TXT-VALUE.
007810     WRITE DL101-BKO-TXT-LINE.
007820 8100-WRITE-RUN-FACTS-EXIT.
007830     EXIT.
007840*----------------------------------------------------------*
007850* 8200-WRITE-REFUSAL - THE BLOCKING LOTS ARE ALREADY ON THE *
007860* PAGE; COUNT THEM AND SAY PLAINLY THAT NOTHING CHANGED.    *
007870*----------------------------------------------------------*
007880 8200-WRITE-REFUSAL.
007890     MOVE SPACES TO DL101-BKO-TOT-LINE.
007900     WRITE DL101-BKO-TOT-LINE.
007910     MOVE "RUN-LOT LOG ENTRIES.........." TO DL101-BKO-TOT-LABEL.
007920     MOVE DL100-REV-COUNT TO DL101-BKO-TOT-COUNT.
007930     WRITE DL101-BKO-TOT-LINE.
007940     MOVE "LOTS BLOCKING THE BACKOUT...." TO DL101-BKO-TOT-LABEL.
007950     MOVE DL100-REV-BLOCK-COUNT TO DL101-BKO-TOT-COUNT.
007960     WRITE DL101-BKO-TOT-LINE.
007970     MOVE SPACES TO DL101-BKO-MSG-LINE.
007980     WRITE DL101-BKO-MSG-LINE.
007990     MOVE "*** BACKOUT REFUSED - NOTHING WAS CHANGED ***"
008000         TO DL101-BKO-MSG.
008010     WRITE DL101-BKO-MSG-LINE.
008020     DISPLAY "POWREV: RUN " DL100-REV-RUN-NO " NOT BACKED OUT - "
008030         DL100-REV-BLOCK-COUNT " LOT(S) BLOCKING, SEE REVRPT".
008031     MOVE SPACES TO DL101-EVT-RECORD.
008032     SET DL101-EVT-REFUSED TO TRUE.
008033     SET DL101-EVT-ERROR TO TRUE.
008034     SET DL101-EVT-REF-RUN TO TRUE.
008035     MOVE DL100-REV-RUN-NO TO DL101-EVT-REF-NO.
008036     STRING "BACKOUT REFUSED - " DL100-REV-BLOCK-COUNT
008037            " LOT(S) BLOCKING, SEE REVRPT"
008038         DELIMITED BY SIZE INTO DL101-EVT-TEXT.
008039     PERFORM 9700-WRITE-EVENT THRU 9700-WRITE-EVENT-EXIT.
008040     MOVE 12 TO RETURN-CODE.
008050 8200-WRITE-REFUSAL-EXIT.
008060     EXIT.
008070*----------------------------------------------------------*
008080* 8300-WRITE-CERTIFICATE - BACKOUT BALANCING CERTIFICATE:   *
008090* THE CLASSIFIED LOTS PUT BACK MUST EQUAL THE GENERATION'S  *
008100* CERTIFIED DETAIL COUNT, THE RUN'S ORIGINAL AUDIT LINES    *
008110* AND THE REVERSAL LINES JUST WRITTEN, AND NO LOT MAY HAVE  *
008120* BEEN MISSED.                                              *
008130*----------------------------------------------------------*
008140 8300-WRITE-CERTIFICATE.
008150     IF DL100-REV-DONE-COUNT NOT = DL100-REV-REG-COUNT
008160         MOVE "Y" TO DL100-REV-OUT-OF-BAL-SW
008170     END-IF.
008180     IF DL100-REV-AUD-ORIG-COUNT NOT = DL100-REV-DONE-COUNT
008190         MOVE "Y" TO DL100-REV-OUT-OF-BAL-SW
008200     END-IF.
008210     IF DL100-REV-AUD-REV-COUNT NOT = DL100-REV-DONE-COUNT
008220         MOVE "Y" TO DL100-REV-OUT-OF-BAL-SW
008230     END-IF.
008240     IF DL100-REV-MISS-COUNT > 0
008250         MOVE "Y" TO DL100-REV-OUT-OF-BAL-SW
008260     END-IF.
008270     MOVE SPACES TO DL101-BKO-MSG-LINE.
008280     WRITE DL101-BKO-MSG-LINE.
008290     MOVE "BACKOUT BALANCING CERTIFICATE" TO DL101-BKO-MSG.
008300     WRITE DL101-BKO-MSG-LINE.
008310     MOVE SPACES TO DL101-BKO-TOT-LINE.
008320     MOVE "RUN-LOT LOG ENTRIES.........." TO DL101-BKO-TOT-LABEL.
008330     MOVE DL100-REV-COUNT TO DL101-BKO-TOT-COUNT.
008340     WRITE DL101-BKO-TOT-LINE.
008350     MOVE "CERTIFIED GEN-2 DETAILS......" TO DL101-BKO-TOT-LABEL.
008360     MOVE DL100-REV-REG-COUNT TO DL101-BKO-TOT-COUNT.
008370     WRITE DL101-BKO-TOT-LINE.
008380     MOVE "ORIGINAL AUDIT LINES FOR RUN." TO DL101-BKO-TOT-LABEL.
008390     MOVE DL100-REV-AUD-ORIG-COUNT TO DL101-BKO-TOT-COUNT.
008400     WRITE DL101-BKO-TOT-LINE.
008410     MOVE "DONE LOTS PUT BACK..........." TO DL101-BKO-TOT-LABEL.
008420     MOVE DL100-REV-DONE-COUNT TO DL101-BKO-TOT-COUNT.
008430     WRITE DL101-BKO-TOT-LINE.
008440     MOVE "REVERSAL AUDIT LINES WRITTEN." TO DL101-BKO-TOT-LABEL.
008450     MOVE DL100-REV-AUD-REV-COUNT TO DL101-BKO-TOT-COUNT.
008460     WRITE DL101-BKO-TOT-LINE.
008470     MOVE "REJECTED LOTS PUT BACK......." TO DL101-BKO-TOT-LABEL.
008480     MOVE DL100-REV-REJ-COUNT TO DL101-BKO-TOT-COUNT.
008490     WRITE DL101-BKO-TOT-LINE.
008500     MOVE "DUPLICATE LOTS PUT BACK......" TO DL101-BKO-TOT-LABEL.
008510     MOVE DL100-REV-DUP-COUNT TO DL101-BKO-TOT-COUNT.
008520     WRITE DL101-BKO-TOT-LINE.
008530     MOVE "LOTS MISSED.................." TO DL101-BKO-TOT-LABEL.
008540     MOVE DL100-REV-MISS-COUNT TO DL101-BKO-TOT-COUNT.
008550     WRITE DL101-BKO-TOT-LINE.
008560     MOVE SPACES TO DL101-BKO-MSG-LINE.
008570     IF DL100-REV-OUT-OF-BALANCE
008580         MOVE "*** BACKOUT OUT OF BALANCE - SEE COUNTS ABOVE ***"
008590             TO DL101-BKO-MSG
008600     ELSE
008610         MOVE "*** BACKOUT IS IN BALANCE - GENERATION VOIDED ***"
008620             TO DL101-BKO-MSG
008630     END-IF.
008640     WRITE DL101-BKO-MSG-LINE.
008650     DISPLAY "POWREV: RUN " DL100-REV-RUN-NO " BACKED OUT - "
008660         DL100-REV-DONE-COUNT " DONE, " DL100-REV-REJ-COUNT
008670         " REJECTED, " DL100-REV-DUP-COUNT
008680         " DUPLICATE(S) PUT BACK.".
008690     IF DL100-REV-OUT-OF-BALANCE
008700         DISPLAY "POWREV: *** BACKOUT OUT OF BALANCE *** "
008710             "CERTIFIED "
008720             DL100-REV-REG-COUNT " PUT BACK " DL100-REV-DONE-COUNT
008730             " AUDIT " DL100-REV-AUD-ORIG-COUNT
008740             " REVERSED " DL100-REV-AUD-REV-COUNT
008750             " MISSED " DL100-REV-MISS-COUNT
008751         MOVE SPACES TO DL101-EVT-RECORD
008752         SET DL101-EVT-OUT-OF-BAL TO TRUE
008753         SET DL101-EVT-CRITICAL TO TRUE
008754         SET DL101-EVT-REF-RUN TO TRUE
008755         MOVE DL100-REV-RUN-NO TO DL101-EVT-REF-NO
008756         STRING "BACKOUT OUT OF BALANCE - CERTIFIED "
008757                DL100-REV-REG-COUNT
008758                " PUT BACK " DL100-REV-DONE-COUNT
008759             DELIMITED BY SIZE INTO DL101-EVT-TEXT
008760         PERFORM 9700-WRITE-EVENT THRU 9700-WRITE-EVENT-EXIT
008761         MOVE 8 TO RETURN-CODE
008770     END-IF.
008780 8300-WRITE-CERTIFICATE-EXIT.
008790     EXIT.
008800*----------------------------------------------------------*
008810* 9700-WRITE-EVENT - APPEND ONE EXCEPTION EVENT TO THE      *
008820* SHARED EVTLOG FILE FOR POWFWD TO HAND TO THE PLANT        *
008830* ALERTING SYSTEM.  CALLERS FILL THE TYPE, SEVERITY,        *
008840* REFERENCE AND TEXT; THE STAMP AND PROGRAM ARE SET HERE.   *
008850* THE FILE IS OPENED AND CLOSED AROUND EACH EVENT BECAUSE   *
008860* EVERY PROGRAM IN THE SUITE APPENDS TO IT.  AN EVENT THAT  *
008870* CANNOT BE LOGGED IS SAID ON THE CONSOLE AND THE JOB       *
008880* CARRIES ON.                                               *
008890*----------------------------------------------------------*
008900 9700-WRITE-EVENT.
008910     ACCEPT DL101-EVT-STAMP-DATE FROM DATE YYYYMMDD.
008920     ACCEPT DL101-EVT-TIME FROM TIME.
008930     MOVE DL101-EVT-TIME(1:6) TO DL101-EVT-STAMP-TIME.
008940     MOVE "POWREV" TO DL101-EVT-PROGRAM.
008950     MOVE 0 TO DL101-EVT-SEQ.
008952     IF DL101-EVT-REF-NONE
008954         MOVE 0 TO DL101-EVT-REF-NO
008956     END-IF.
008960     OPEN EXTEND EVTLOG.
008970     IF NOT DL101-EVL-OK
008980         OPEN OUTPUT EVTLOG
008990     END-IF.
009000     IF NOT DL101-EVL-OK
009010         DISPLAY "POWREV: EVENT NOT LOGGED, EVTLOG STATUS "
009020             DL101-EVL-STATUS " - " DL101-EVT-TYPE
009030         GO TO 9700-WRITE-EVENT-EXIT
009040     END-IF.
009050     WRITE DL101-EVT-LOG-REC FROM DL101-EVT-RECORD.
009060     CLOSE EVTLOG.
009070 9700-WRITE-EVENT-EXIT.
009080     EXIT.
