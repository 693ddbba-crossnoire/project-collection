000230*  DATE       INIT  DESCRIPTION
000240*  ---------- ----  -------------------------------------
000250*  2026-09-02 DLO   ORIGINAL PROGRAM.
000251*  2026-10-15 DLO   MARKS THE GENERATION ACKNOWLEDGED ON
000252*                   THE XMITREG REGISTER ONCE THE WMS ACK
000253*                   FILE HAS BEEN RECONCILED, SO POWREV
000254*                   WILL NOT BACK OUT A RUN THE WMS HAS
000255*                   ALREADY TAKEN IN.
000256*  2026-10-15 DLO   POWER NOW RUNS PER PACKING LINE.  THE
000257*                   RECONCILE IS REFUSED ONLY WHILE A RUN
000258*                   HOLDS A LINE THIS GENERATION CARRIES (OR
000259*                   THE WHOLE SHOP); WHILE ANOTHER LINE'S RUN
000260*                   IS UP THE REGISTER IS LEFT UNMARKED (RC 4)
000261*                   SO IT IS NOT REWRITTEN UNDER THAT RUN.
000262*  2026-10-15 DLO   BOUNCED, UNHEARD AND UNSENT-LOT ACKS, A
000263*                   HELD RUN LOCK AND A MISSING PWREX2 ARE
000264*                   ALSO WRITTEN TO THE EVTLOG EXCEPTION
000265*                   EVENT FILE FOR THE PLANT ALERTING SYSTEM.
000266*========================================================*
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000290 SOURCE-COMPUTER. GENERIC.
000490     SELECT RUNCTL ASSIGN TO "RUNCTL"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS DL100-RUN-STATUS.
000512     SELECT XMITREG ASSIGN TO "XMITREG"
000514         ORGANIZATION IS LINE SEQUENTIAL
000516         FILE STATUS IS DL100-REG-STATUS.
000517     SELECT EVTLOG ASSIGN TO "EVTLOG"
000518         ORGANIZATION IS LINE SEQUENTIAL
000519         FILE STATUS IS DL101-EVL-STATUS.
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  PWREX2.
000620 COPY DL100P.
000630 FD  RUNCTL.
000640 COPY DL100K.
000642 FD  XMITREG.
000644 COPY DL100Y.
000646 FD  EVTLOG.
000648 01  DL101-EVT-LOG-REC           PIC X(120).
000650 WORKING-STORAGE SECTION.
000660 01  DL100-WS-STATUS-AREA.
000670     05  DL100-EX2-STATUS        PIC X(02) VALUE "00".
000730     05  DL100-AKR-RPT-STATUS    PIC X(02) VALUE "00".
000740     05  DL100-RUN-STATUS        PIC X(02) VALUE "00".
000750         88  DL100-RUN-FILE-OK        VALUE "00".
000752     05  DL100-REG-STATUS        PIC X(02) VALUE "00".
000754         88  DL100-REG-FILE-OK        VALUE "00".
000756     05  DL101-EVL-STATUS        PIC X(02) VALUE "00".
000758         88  DL101-EVL-OK             VALUE "00".
000760 77  DL100-EOF-SW                PIC X(01) VALUE "N".
000770     88  DL100-AT-EOF                 VALUE "Y".
000780 77  DL100-ACK-EOF-SW            PIC X(01) VALUE "N".
000790     88  DL100-ACK-AT-EOF             VALUE "Y".
000800 77  DL100-LOCK-REFUSED-SW       PIC X(01) VALUE "N".
000810     88  DL100-LOCK-REFUSED            VALUE "Y".
000812 77  DL100-OTHER-RUN-SW          PIC X(01) VALUE "N".
000814     88  DL100-OTHER-RUN-ACTIVE        VALUE "Y".
000816 77  DL100-LINE-SENT-SW          PIC X(01) VALUE "N".
000818     88  DL100-LINE-WAS-SENT           VALUE "Y".
000820 77  DL100-LINE-COUNT            PIC 9(04) VALUE 0.
000830 77  DL100-PAGE-COUNT            PIC 9(04) VALUE 0.
000840 77  DL100-LINES-PER-PAGE        PIC 9(04) VALUE 60.
000930 77  DL100-ACK-NOMBR-NUM         PIC 9(09) VALUE 0.
000940 77  DL100-SENT-FOUND-SUB        PIC 9(04) VALUE 0.
000950 77  DL100-SENT-SUB              PIC 9(04) VALUE 0.
000951*  THE GENERATION (RUN) NUMBER FROM THE PWREX2 HEADER -
000952*  ZERO FOR A FILE WRITTEN BEFORE RUN NUMBERS EXISTED.
000953 77  DL100-AKR-RUN-NO            PIC 9(06) VALUE 0.
000954 77  DL100-AKR-REG-FOUND-SW      PIC X(01) VALUE "N".
000955     88  DL100-AKR-REG-FOUND           VALUE "Y".
000956 77  DL100-REG-SUB               PIC 9(03) VALUE 0.
000960 01  DL100-WS-DATE-AREA.
000970     05  DL100-WS-YYYYMMDD.
000980         10  DL100-WS-CCYY       PIC 9(04).
001130             88  DL100-SENT-UNHEARD  VALUE SPACE.
001140             88  DL100-SENT-ACCEPTED VALUE "A".
001150             88  DL100-SENT-BOUNCED  VALUE "R".
001151*  THE WHOLE REGISTER, HELD AS RAW RECORD IMAGES SO THE
001152*  ACKNOWLEDGED FLAG CAN BE SET BY REWRITING THE FILE IN
001153*  ONE PASS, THE SAME WAY POWSND MARKS A PICKUP.
001154 01  DL100-REG-TABLE.
001155     05  DL100-REG-ENTRY-COUNT   PIC 9(03) VALUE 0.
001156     05  DL100-REG-IMAGE         PIC X(80) OCCURS 200 TIMES.
001157*  THE EXCEPTION EVENT 9700-WRITE-EVENT APPENDS TO EVTLOG.
001158 77  DL101-EVT-TIME              PIC 9(08) VALUE 0.
001159 COPY DL101P.
001160 PROCEDURE DIVISION.
001170 0000-MAINLINE.
001180     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001260 0000-MAINLINE-EXIT.
001270     EXIT.
001280*----------------------------------------------------------*
001288* 1000-INITIALIZE - LOAD THE GEN-2 DETAIL RECORDS INTO THE  *
001296* SENT TABLE, HONOR THE RUN-CONTROL LOCKS FOR THE LINES     *
001304* THEY CARRY (THE SWEEP AT THE END REWRITES LOTQUEUE        *
001312* RECORDS), AND OPEN THE ACK FILE, THE QUEUE AND THE        *
001320* REPORT.                                                   *
001330*----------------------------------------------------------*
001340 1000-INITIALIZE.
001410     OPEN INPUT PWREX2.
001420     IF NOT DL100-EX2-OK
001430         DISPLAY "POWACK: UNABLE TO OPEN PWREX2, STATUS "
001440             DL100-EX2-STATUS
001441         MOVE SPACES TO DL101-EVT-RECORD
001442         SET DL101-EVT-REFUSED TO TRUE
001443         SET DL101-EVT-ERROR TO TRUE
001444         MOVE "PWREX2 NOT AVAILABLE - RECONCILE REFUSED"
001445             TO DL101-EVT-TEXT
001446         PERFORM 9700-WRITE-EVENT THRU 9700-WRITE-EVENT-EXIT
001450         MOVE "Y" TO DL100-EOF-SW
001460         MOVE "Y" TO DL100-ACK-EOF-SW
001470         MOVE 12 TO RETURN-CODE
001500     PERFORM 1100-LOAD-SENT-TABLE
001510         THRU 1100-LOAD-SENT-TABLE-EXIT.
001520     CLOSE PWREX2.
001521     PERFORM 1050-CHECK-RUN-LOCK THRU 1050-CHECK-RUN-LOCK-EXIT.
001522     IF DL100-LOCK-REFUSED
001523         MOVE "Y" TO DL100-EOF-SW
001524         MOVE "Y" TO DL100-ACK-EOF-SW
001525         GO TO 1000-INITIALIZE-EXIT
001526     END-IF.
001530     OPEN INPUT ACKFILE.
001540     IF NOT DL100-ACK-OK
001550         DISPLAY "POWACK: UNABLE TO OPEN ACKFILE, STATUS "
001680     EXIT.
001690*----------------------------------------------------------*
001700* 1050-CHECK-RUN-LOCK - REFUSE TO RUN WHILE A POWER RUN     *
001704* HOLDS THE WHOLE SHOP OR ANY LINE THIS GENERATION CARRIES, *
001708* THE SAME WAY POWARC DOES - THE END-OF-JOB SWEEP REWRITES  *
001712* THOSE LINES' LOTQUEUE RECORDS.  A RUN ON SOME OTHER LINE  *
001716* DOES NOT STOP THE RECONCILE, BUT IS NOTED SO 8000-FINISH  *
001720* LEAVES THE SHARED REGISTER ALONE.  NO RUNCTL FILE AT ALL  *
001724* MEANS NO RUN HAS EVER STAMPED ONE.                        *
001740*----------------------------------------------------------*
001750 1050-CHECK-RUN-LOCK.
001760     OPEN INPUT RUNCTL.
001770     IF NOT DL100-RUN-FILE-OK
001780         GO TO 1050-CHECK-RUN-LOCK-EXIT
001790     END-IF.
001794 1050-CHECK-RUN-LOCK-READ.
001800     READ RUNCTL
001810         AT END
001820             CLOSE RUNCTL
001830             GO TO 1050-CHECK-RUN-LOCK-EXIT
001840     END-READ.
001841     IF NOT DL100-RUN-IS-ACTIVE
001842         GO TO 1050-CHECK-RUN-LOCK-READ
001843     END-IF.
001844     MOVE "N" TO DL100-LINE-SENT-SW.
001845     IF NOT DL100-RUN-ALL-LINES
001846         PERFORM VARYING DL100-SENT-IDX FROM 1 BY 1
001847                 UNTIL DL100-SENT-IDX > DL100-SENT-COUNT
001848             IF DL100-SENT-LINE-CODE(DL100-SENT-IDX)
001849                 = DL100-RUN-LINE-CODE
001850                 MOVE "Y" TO DL100-LINE-SENT-SW
001851             END-IF
001852         END-PERFORM
001853     END-IF.
001854     IF DL100-RUN-ALL-LINES OR DL100-LINE-WAS-SENT
001855         DISPLAY "POWACK: A POWER RUN IS ACTIVE FOR LINE "
001856             DL100-RUN-LINE-CODE " - STARTED BY "
001870             DL100-RUN-LOCK-USER " AT " DL100-RUN-LOCK-STAMP
001880             " - RECONCILE REFUSED"
001881         MOVE SPACES TO DL101-EVT-RECORD
001882         SET DL101-EVT-LOCK-HELD TO TRUE
001883         SET DL101-EVT-CRITICAL TO TRUE
001884         IF DL100-RUN-RUN-NO IS NUMERIC
001885             SET DL101-EVT-REF-RUN TO TRUE
001886             MOVE DL100-RUN-RUN-NO TO DL101-EVT-REF-NO
001887         END-IF
001888         STRING "LINE " DL100-RUN-LINE-CODE " LOCKED BY "
001889                DL100-RUN-LOCK-USER " SINCE " DL100-RUN-LOCK-STAMP
001890                " - REFUSED"
001891             DELIMITED BY SIZE INTO DL101-EVT-TEXT
001892         PERFORM 9700-WRITE-EVENT THRU 9700-WRITE-EVENT-EXIT
001893         MOVE "Y" TO DL100-LOCK-REFUSED-SW
001900         MOVE 12 TO RETURN-CODE
001902     ELSE
001904         MOVE "Y" TO DL100-OTHER-RUN-SW
001910     END-IF.
001920     GO TO 1050-CHECK-RUN-LOCK-READ.
001930 1050-CHECK-RUN-LOCK-EXIT.
001940     EXIT.
001950*----------------------------------------------------------*
001960* 1100-LOAD-SENT-TABLE - ONE TABLE ENTRY PER GEN-2 DETAIL   *
001966* RECORD.  THE HEADER AND TRAILER ARE PACKAGING, NOT LOTS,  *
001972* THOUGH THE HEADER'S RUN NUMBER IS KEPT FOR THE REGISTER.  *
001980* DETAILS PAST THE TABLE LIMIT ARE REPORTED AND COUNTED AS  *
001990* EXCEPTIONS RATHER THAN SILENTLY DROPPED - A RUN THAT BIG  *
002000* NEEDS A HUMAN LOOKING AT IT ANYWAY.                       *
002040         AT END
002050             GO TO 1100-LOAD-SENT-TABLE-EXIT
002060     END-READ.
002062     IF DL100-EX2-HEADER AND
002064        DL100-EX2-HDR-RUN-NO IS NUMERIC
002066         MOVE DL100-EX2-HDR-RUN-NO TO DL100-AKR-RUN-NO
002068     END-IF.
002070     IF NOT DL100-EX2-DETAIL
002080         GO TO 1100-LOAD-SENT-TABLE
002090     END-IF.
002650         ADD 1 TO DL100-AKR-EXCEPT-COUNT
002660         MOVE "ACK FOR LOT NOT SENT THIS RUN" TO
002670             DL100-AKR-DET-TEXT
002672         MOVE SPACES TO DL101-EVT-RECORD
002674         SET DL101-EVT-ACK-ORPHAN TO TRUE
002680         PERFORM 2300-WRITE-EXCEPTION
002690             THRU 2300-WRITE-EXCEPTION-EXIT
002700         GO TO 2000-PROCESS-ACKS-EXIT
003000     EXIT.
003010*----------------------------------------------------------*
003020* 2300-WRITE-EXCEPTION - ONE REPORT LINE PER EXCEPTION.     *
003026* CALLERS FILL THE TEXT FIELD FIRST, AND SET THE EVENT TYPE *
003032* ON A CLEARED EVENT RECORD; THE LOT NUMBER AND LINE CODE   *
003038* COME FROM THE ACK WORK FIELDS.  THE SAME EXCEPTION GOES   *
003044* TO EVTLOG AGAINST THE GENERATION'S RUN NUMBER.            *
003050*----------------------------------------------------------*
003060 2300-WRITE-EXCEPTION.
003070     IF DL100-LINE-COUNT >= DL100-LINES-PER-PAGE
003110     MOVE DL100-ACK-LINE-CODE TO DL100-AKR-DET-LINE-CODE.
003120     WRITE DL100-AKR-DET-LINE.
003130     ADD 1 TO DL100-LINE-COUNT.
003131     SET DL101-EVT-ERROR TO TRUE.
003132     IF DL100-AKR-RUN-NO > 0
003133         SET DL101-EVT-REF-RUN TO TRUE
003134         MOVE DL100-AKR-RUN-NO TO DL101-EVT-REF-NO
003135     END-IF.
003136     STRING "LOT " DL100-ACK-NOMBR-NUM
003137            " LINE " DL100-ACK-LINE-CODE
003138            " " DL100-AKR-DET-TEXT
003139         DELIMITED BY SIZE INTO DL101-EVT-TEXT.
003140     PERFORM 9700-WRITE-EVENT THRU 9700-WRITE-EVENT-EXIT.
003141 2300-WRITE-EXCEPTION-EXIT.
003150     EXIT.
003160*----------------------------------------------------------*
003170* 3000-REPORT-UNHEARD - AFTER THE WHOLE ACK FILE IS IN,     *
003450             ADD 1 TO DL100-AKR-EXCEPT-COUNT
003460             MOVE "REJECTED BY WMS - SENT TO REWORK" TO
003470                 DL100-AKR-DET-TEXT
003472             MOVE SPACES TO DL101-EVT-RECORD
003474             SET DL101-EVT-BOUNCE TO TRUE
003480             PERFORM 2300-WRITE-EXCEPTION
003490                 THRU 2300-WRITE-EXCEPTION-EXIT
003500         WHEN OTHER
003520             ADD 1 TO DL100-AKR-EXCEPT-COUNT
003530             MOVE "NEVER ACKNOWLEDGED BY WMS" TO
003540                 DL100-AKR-DET-TEXT
003542             MOVE SPACES TO DL101-EVT-RECORD
003544             SET DL101-EVT-UNHEARD TO TRUE
003550             PERFORM 2300-WRITE-EXCEPTION
003560                 THRU 2300-WRITE-EXCEPTION-EXIT
003570     END-EVALUATE.
004110     EXIT.
004120*----------------------------------------------------------*
004130* 8000-FINISH - TOTALS ON THE REPORT, A CONSOLE SUMMARY     *
004138* FOR THE UNATTENDED OVERNIGHT LOG, THE REGISTER MARKED     *
004146* ACKNOWLEDGED ONCE THE WMS HAS ANSWERED FOR THE            *
004154* GENERATION, AND A NONZERO RETURN CODE WHEN ANYTHING DID   *
004156* NOT RECONCILE SO THE SCHEDULER CAN PAGE SOMEONE.  WHILE   *
004158* ANOTHER LINE'S POWER RUN IS UP THE REGISTER MARK IS LEFT  *
004160* FOR A RERUN (RC 4) - THAT RUN WRITES ITS OWN REGISTER     *
004162* ENTRY AT ITS FINISH.                                      *
004170*----------------------------------------------------------*
004180 8000-FINISH.
004190     IF DL100-LOCK-REFUSED
004450     CLOSE ACKFILE.
004460     CLOSE LOTQUEUE.
004470     CLOSE ACKRPT.
004472     IF DL100-AKR-ACK-COUNT > 0 AND DL100-AKR-RUN-NO > 0
004473         IF DL100-OTHER-RUN-ACTIVE
004474             DISPLAY "POWACK: ANOTHER LINE'S POWER RUN IS "
004475                 "ACTIVE - GENERATION " DL100-AKR-RUN-NO
004476                 " NOT MARKED, RERUN"
004478             MOVE 4 TO RETURN-CODE
004479         ELSE
004480             PERFORM 8500-MARK-ACKNOWLEDGED
004481                 THRU 8500-MARK-ACKNOWLEDGED-EXIT
004482         END-IF
004483     END-IF.
004484     DISPLAY "POWACK: " DL100-AKR-SENT-COUNT " SENT, "
004490         DL100-AKR-ACCEPT-COUNT " ACCEPTED, "
004500         DL100-AKR-EXCEPT-COUNT " EXCEPTION(S).".
004510     IF DL100-AKR-EXCEPT-COUNT > 0
004530     END-IF.
004540 8000-FINISH-EXIT.
004550     EXIT.
004560*----------------------------------------------------------*
004570* 8500-MARK-ACKNOWLEDGED - THE WMS HAS ANSWERED FOR THIS    *
004580* GENERATION, WHATEVER IT SAID ABOUT EACH LOT: LOAD THE     *
004590* WHOLE REGISTER, SET THE ENTRY'S ACKNOWLEDGED FLAG, AND    *
004600* REWRITE THE FILE.  A GENERATION POWREV HAS ALREADY        *
004610* VOIDED IS LEFT AS IT IS AND SAID SO - THE WMS IS          *
004620* ANSWERING FOR A FILE THAT HAS BEEN BACKED OUT.            *
004630*----------------------------------------------------------*
004640 8500-MARK-ACKNOWLEDGED.
004650     OPEN INPUT XMITREG.
004660     IF NOT DL100-REG-FILE-OK
004670         DISPLAY "POWACK: NO TRANSMISSION REGISTER ON FILE - "
004680             "GENERATION " DL100-AKR-RUN-NO " NOT MARKED"
004690         GO TO 8500-MARK-ACKNOWLEDGED-EXIT
004700     END-IF.
004710 8500-MARK-ACKNOWLEDGED-LOAD.
004720     READ XMITREG
004730         AT END
004740             CLOSE XMITREG
004750             GO TO 8500-MARK-ACKNOWLEDGED-FLIP
004760     END-READ.
004770     IF DL100-REG-ENTRY-COUNT >= 200
004780         DISPLAY "POWACK: REGISTER TABLE FULL - GENERATION "
004790             DL100-AKR-RUN-NO " NOT MARKED"
004800         CLOSE XMITREG
004810         MOVE 8 TO RETURN-CODE
004820         GO TO 8500-MARK-ACKNOWLEDGED-EXIT
004830     END-IF.
004840     ADD 1 TO DL100-REG-ENTRY-COUNT.
004850     MOVE DL100-REG-RECORD
004860         TO DL100-REG-IMAGE(DL100-REG-ENTRY-COUNT).
004870     GO TO 8500-MARK-ACKNOWLEDGED-LOAD.
004880 8500-MARK-ACKNOWLEDGED-FLIP.
004890     MOVE "N" TO DL100-AKR-REG-FOUND-SW.
004900     PERFORM VARYING DL100-REG-SUB FROM 1 BY 1
004910             UNTIL DL100-REG-SUB > DL100-REG-ENTRY-COUNT
004920         MOVE DL100-REG-IMAGE(DL100-REG-SUB)
004930             TO DL100-REG-RECORD
004940         IF DL100-REG-RUN-NO = DL100-AKR-RUN-NO
004950             MOVE "Y" TO DL100-AKR-REG-FOUND-SW
004960             IF DL100-REG-VOIDED
004970                 DISPLAY "POWACK: GENERATION " DL100-AKR-RUN-NO
004980                     " WAS VOIDED BY POWREV - LEFT UNMARKED"
004990             ELSE
005000                 MOVE "Y" TO DL100-REG-ACKED
005010                 MOVE DL100-REG-RECORD
005020                     TO DL100-REG-IMAGE(DL100-REG-SUB)
005030             END-IF
005040         END-IF
005050     END-PERFORM.
005060     IF NOT DL100-AKR-REG-FOUND
005070         DISPLAY "POWACK: GENERATION " DL100-AKR-RUN-NO
005080             " NOT ON THE REGISTER - NOT MARKED"
005090         GO TO 8500-MARK-ACKNOWLEDGED-EXIT
005100     END-IF.
005110     OPEN OUTPUT XMITREG.
005120     PERFORM VARYING DL100-REG-SUB FROM 1 BY 1
005130             UNTIL DL100-REG-SUB > DL100-REG-ENTRY-COUNT
005140         MOVE DL100-REG-IMAGE(DL100-REG-SUB)
005150             TO DL100-REG-RECORD
005160         WRITE DL100-REG-RECORD
005170     END-PERFORM.
005180     CLOSE XMITREG.
005190 8500-MARK-ACKNOWLEDGED-EXIT.
005200     EXIT.
005210*----------------------------------------------------------*
005220* 9700-WRITE-EVENT - APPEND ONE EXCEPTION EVENT TO THE      *
005230* SHARED EVTLOG FILE FOR POWFWD TO HAND TO THE PLANT        *
005240* ALERTING SYSTEM.  CALLERS FILL THE TYPE, SEVERITY,        *
005250* REFERENCE AND TEXT; THE STAMP AND PROGRAM ARE SET HERE.   *
005260* THE FILE IS OPENED AND CLOSED AROUND EACH EVENT BECAUSE   *
005270* EVERY PROGRAM IN THE SUITE APPENDS TO IT.  AN EVENT THAT  *
005280* CANNOT BE LOGGED IS SAID ON THE CONSOLE AND THE JOB       *
005290* CARRIES ON.                                               *
005300*----------------------------------------------------------*
005310 9700-WRITE-EVENT.
005320     ACCEPT DL101-EVT-STAMP-DATE FROM DATE YYYYMMDD.
005330     ACCEPT DL101-EVT-TIME FROM TIME.
005340     MOVE DL101-EVT-TIME(1:6) TO DL101-EVT-STAMP-TIME.
005350     MOVE "POWACK" TO DL101-EVT-PROGRAM.
005360     MOVE 0 TO DL101-EVT-SEQ.
005362     IF DL101-EVT-REF-NONE
005364         MOVE 0 TO DL101-EVT-REF-NO
005366     END-IF.
005370     OPEN EXTEND EVTLOG.
005380     IF NOT DL101-EVL-OK
005390         OPEN OUTPUT EVTLOG
005400     END-IF.
005410     IF NOT DL101-EVL-OK
005420         DISPLAY "POWACK: EVENT NOT LOGGED, EVTLOG STATUS "
005430             DL101-EVL-STATUS " - " DL101-EVT-TYPE
005440         GO TO 9700-WRITE-EVENT-EXIT
005450     END-IF.
005460     WRITE DL101-EVT-LOG-REC FROM DL101-EVT-RECORD.
005470     CLOSE EVTLOG.
005480 9700-WRITE-EVENT-EXIT.
005490     EXIT.
