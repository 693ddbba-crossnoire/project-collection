000230*  DATE       INIT  DESCRIPTION
000240*  ---------- ----  -------------------------------------
000250*  2026-09-02 DLO   ORIGINAL PROGRAM.
000252*  2026-10-15 DLO   A GENERATION VOIDED BY POWREV CAN NO
000254*                   LONGER BE RESENT OR MARKED PICKED UP;
000256*                   LIST SHOWS THE ACKNOWLEDGED AND VOID
000258*                   FLAGS.
000259*  2026-10-15 DLO   POWER NOW RUNS PER PACKING LINE.  LIST
000260*                   AND RESEND ONLY READ THE REGISTER AND
000261*                   ARCHIVE AND NO LONGER WAIT ON A RUN;
000262*                   PICKED STILL REFUSES WHILE ANY LINE'S
000263*                   RUN IS UP.  LIST SHOWS EACH GENERATION'S
000264*                   LINE SET.
000265*  2026-10-15 DLO   A HELD RUN LOCK AND EVERY RESEND OR
000266*                   PICKUP MARK THAT IS REFUSED OR FAILS IS
000267*                   ALSO WRITTEN TO THE EVTLOG EXCEPTION
000268*                   EVENT FILE FOR THE PLANT ALERTING SYSTEM.
000269*========================================================*
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000290 SOURCE-COMPUTER. GENERIC.
000420     SELECT RUNCTL ASSIGN TO "RUNCTL"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS DL100-RUN-STATUS.
000442     SELECT EVTLOG ASSIGN TO "EVTLOG"
000444         ORGANIZATION IS LINE SEQUENTIAL
000446         FILE STATUS IS DL101-EVL-STATUS.
000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  XMITREG.
000520 01  DL100-SND-RECORD            PIC X(60).
000530 FD  RUNCTL.
000540 COPY DL100K.
000542 FD  EVTLOG.
000544 01  DL101-EVT-LOG-REC           PIC X(120).
000550 WORKING-STORAGE SECTION.
000560 01  DL100-WS-STATUS-AREA.
000570     05  DL100-REG-STATUS        PIC X(02) VALUE "00".
000610     05  DL100-SND-STATUS        PIC X(02) VALUE "00".
000620     05  DL100-RUN-STATUS        PIC X(02) VALUE "00".
000630         88  DL100-RUN-FILE-OK        VALUE "00".
000632     05  DL101-EVL-STATUS        PIC X(02) VALUE "00".
000634         88  DL101-EVL-OK             VALUE "00".
000640 77  DL100-SND-FUNC-ENTRY        PIC X(08) VALUE SPACES.
000650 77  DL100-SND-RUN-ENTRY         PIC X(06) VALUE SPACES.
000660 77  DL100-SND-RUN-NO            PIC 9(06) VALUE 0.
000690 77  DL100-SND-COPYING-SW        PIC X(01) VALUE "N".
000700     88  DL100-SND-COPYING             VALUE "Y".
000710 77  DL100-SND-COPIED-COUNT      PIC 9(09) VALUE 0.
000712 77  DL100-SND-VOIDED-SW         PIC X(01) VALUE "N".
000714     88  DL100-SND-VOIDED              VALUE "Y".
000720 77  DL100-LOCK-REFUSED-SW       PIC X(01) VALUE "N".
000730     88  DL100-LOCK-REFUSED            VALUE "Y".
000734 77  DL100-SND-SET-TEXT          PIC X(12) VALUE SPACES.
000740 77  DL100-REG-SUB               PIC 9(03) VALUE 0.
000750*  THE WHOLE REGISTER, HELD AS RAW RECORD IMAGES SO THE
000760*  PICKED FUNCTION CAN REWRITE THE FILE IN ONE PASS.
000770 01  DL100-REG-TABLE.
000780     05  DL100-REG-ENTRY-COUNT   PIC 9(03) VALUE 0.
000790     05  DL100-REG-IMAGE         PIC X(80) OCCURS 200 TIMES.
000792*  THE EXCEPTION EVENT 9700-WRITE-EVENT APPENDS TO EVTLOG.
000794 77  DL101-EVT-TIME              PIC 9(08) VALUE 0.
000796 COPY DL101P.
000800 PROCEDURE DIVISION.
000810 0000-MAINLINE.
000820     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001010* 1000-INITIALIZE - SETTLE THE FUNCTION AND RUN NUMBER      *
001020* FROM THE ENVIRONMENT.  RESEND AND PICKED NEED A RUN       *
001030* NUMBER; WITHOUT ONE THEY FALL BACK TO LIST SO THE         *
001034* OPERATOR AT LEAST SEES WHAT THE REGISTER HOLDS.  ONLY     *
001038* PICKED REWRITES THE REGISTER, SO ONLY PICKED HONORS THE   *
001042* RUN-CONTROL LOCKS.                                        *
001050*----------------------------------------------------------*
001060 1000-INITIALIZE.
001110     ACCEPT DL100-SND-FUNC-ENTRY FROM ENVIRONMENT "SENDFUNC".
001120     ACCEPT DL100-SND-RUN-ENTRY FROM ENVIRONMENT "SENDRUN".
001130     IF DL100-SND-RUN-ENTRY IS NUMERIC
001170        DL100-SND-RUN-NO = 0
001180         DISPLAY "POWSND: SET SENDRUN TO THE GENERATION RUN "
001190             "NUMBER - SHOWING THE REGISTER INSTEAD"
001191         MOVE SPACES TO DL101-EVT-RECORD
001192         SET DL101-EVT-REFUSED TO TRUE
001193         SET DL101-EVT-WARNING TO TRUE
001194         MOVE "SENDRUN NOT GIVEN - REGISTER LISTED INSTEAD"
001195             TO DL101-EVT-TEXT
001196         PERFORM 9700-WRITE-EVENT THRU 9700-WRITE-EVENT-EXIT
001200         MOVE "LIST" TO DL100-SND-FUNC-ENTRY
001210         MOVE 8 TO RETURN-CODE
001220     END-IF.
001222     IF DL100-SND-FUNC-ENTRY = "PICKED"
001224         PERFORM 1050-CHECK-RUN-LOCK THRU 1050-CHECK-RUN-LOCK-EXIT
001226     END-IF.
001230 1000-INITIALIZE-EXIT.
001240     EXIT.
001250*----------------------------------------------------------*
001260* 1050-CHECK-RUN-LOCK - REFUSE TO RUN WHILE A POWER RUN     *
001270* HOLDS ANY RUN-CONTROL LOCK, WHOLE-SHOP OR ONE LINE'S.     *
001280* THE PICKED FUNCTION REWRITES XMITREG FROM A               *
001290* LOADED TABLE; IF POWER'S END-OF-RUN REGISTER APPEND       *
001300* LANDED BETWEEN THE LOAD AND THE REWRITE, THE NEW          *
001310* GENERATION'S ENTRY WOULD BE SILENTLY DROPPED AND THE      *
001370     IF NOT DL100-RUN-FILE-OK
001380         GO TO 1050-CHECK-RUN-LOCK-EXIT
001390     END-IF.
001394 1050-CHECK-RUN-LOCK-READ.
001400     READ RUNCTL
001410         AT END
001420             CLOSE RUNCTL
001430             GO TO 1050-CHECK-RUN-LOCK-EXIT
001440     END-READ.
001450     IF DL100-RUN-IS-ACTIVE
001456         DISPLAY "POWSND: A POWER RUN IS ACTIVE FOR LINE "
001462             DL100-RUN-LINE-CODE " - STARTED BY "
001470             DL100-RUN-LOCK-USER " AT " DL100-RUN-LOCK-STAMP
001480             " - RUN REFUSED"
001481         MOVE SPACES TO DL101-EVT-RECORD
001482         SET DL101-EVT-LOCK-HELD TO TRUE
001483         SET DL101-EVT-CRITICAL TO TRUE
001484         IF DL100-RUN-RUN-NO IS NUMERIC
001485             SET DL101-EVT-REF-RUN TO TRUE
001486             MOVE DL100-RUN-RUN-NO TO DL101-EVT-REF-NO
001487         END-IF
001488         STRING "LINE " DL100-RUN-LINE-CODE " LOCKED BY "
001489                DL100-RUN-LOCK-USER " SINCE " DL100-RUN-LOCK-STAMP
001490                " - REFUSED"
001491             DELIMITED BY SIZE INTO DL101-EVT-TEXT
001492         PERFORM 9700-WRITE-EVENT THRU 9700-WRITE-EVENT-EXIT
001493         MOVE "Y" TO DL100-LOCK-REFUSED-SW
001500         MOVE 12 TO RETURN-CODE
001510     END-IF.
001520     GO TO 1050-CHECK-RUN-LOCK-READ.
001530 1050-CHECK-RUN-LOCK-EXIT.
001540     EXIT.
001550*----------------------------------------------------------*
001560* 2000-LIST-REGISTER - ONE CONSOLE LINE PER REGISTERED      *
001570* GENERATION, FOR THE OPERATOR DECIDING WHAT TO RESEND OR   *
001580* MARK.  NO REGISTER AT ALL MEANS NO GENERATION HAS EVER    *
001586* BEEN PRODUCED UNDER THE REGISTER SCHEME.  A BLANK LINE    *
001592* SET IS A WHOLE-SHOP RUN.                                  *
001600*----------------------------------------------------------*
001610 2000-LIST-REGISTER.
001620     OPEN INPUT XMITREG.
001700             CLOSE XMITREG
001710             GO TO 2000-LIST-REGISTER-EXIT
001720     END-READ.
001721     IF DL100-REG-LINE-SET = SPACES
001722         MOVE "ALL LINES" TO DL100-SND-SET-TEXT
001723     ELSE
001724         MOVE DL100-REG-LINE-SET TO DL100-SND-SET-TEXT
001725     END-IF.
001730     DISPLAY "POWSND: RUN " DL100-REG-RUN-NO
001740         " DATE " DL100-REG-DATE
001750         " COUNT " DL100-REG-COUNT
001760         " BALANCE " DL100-REG-BALANCE
001770         " PICKED-UP " DL100-REG-PICKED
001772         " ACKED " DL100-REG-ACKED
001774         " VOID " DL100-REG-VOID
001778         " USER " DL100-REG-USER
001782         " LINES " DL100-SND-SET-TEXT.
001790     GO TO 2000-LIST-REGISTER-LOOP.
001800 2000-LIST-REGISTER-EXIT.
001810     EXIT.
001860* BYTES THE WMS WOULD HAVE PICKED UP THE FIRST TIME.  THE   *
001870* PICKED-UP FLAG IS LEFT ALONE; OPERATIONS CONFIRMS THE     *
001880* PICKUP WITH THE PICKED FUNCTION ONCE THE WMS HAS IT.      *
001882* A GENERATION POWREV HAS VOIDED IS NEVER REPRODUCED - ITS  *
001884* LOTS HAVE BEEN PUT BACK TO PENDING AND WILL RUN AGAIN.    *
001890*----------------------------------------------------------*
001900 3000-RESEND-GENERATION.
001901     PERFORM 3050-CHECK-NOT-VOIDED
001902         THRU 3050-CHECK-NOT-VOIDED-EXIT.
001903     IF DL100-SND-VOIDED
001904         DISPLAY "POWSND: GENERATION " DL100-SND-RUN-NO
001905             " WAS VOIDED BY POWREV - RESEND REFUSED"
001906         MOVE SPACES TO DL101-EVT-RECORD
001907         SET DL101-EVT-REFUSED TO TRUE
001908         SET DL101-EVT-ERROR TO TRUE
001909         SET DL101-EVT-REF-RUN TO TRUE
001910         MOVE DL100-SND-RUN-NO TO DL101-EVT-REF-NO
001911         MOVE "GENERATION VOIDED BY POWREV - RESEND REFUSED"
001912             TO DL101-EVT-TEXT
001913         PERFORM 9700-WRITE-EVENT THRU 9700-WRITE-EVENT-EXIT
001914         MOVE 12 TO RETURN-CODE
001915         GO TO 3000-RESEND-GENERATION-EXIT
001916     END-IF.
001917     OPEN INPUT PWREXG.
001920     IF NOT DL100-EXG-FILE-OK
001930         DISPLAY "POWSND: NO GENERATION ARCHIVE ON FILE"
001931         MOVE SPACES TO DL101-EVT-RECORD
001932         SET DL101-EVT-EXCEPTION TO TRUE
001933         SET DL101-EVT-ERROR TO TRUE
001934         SET DL101-EVT-REF-RUN TO TRUE
001935         MOVE DL100-SND-RUN-NO TO DL101-EVT-REF-NO
001936         MOVE "NO PWREXG ARCHIVE ON FILE - RESEND FAILED"
001937             TO DL101-EVT-TEXT
001938         PERFORM 9700-WRITE-EVENT THRU 9700-WRITE-EVENT-EXIT
001940         MOVE 8 TO RETURN-CODE
001950         GO TO 3000-RESEND-GENERATION-EXIT
001960     END-IF.
002260     ELSE
002270         DISPLAY "POWSND: GENERATION " DL100-SND-RUN-NO
002280             " NOT ON THE ARCHIVE"
002281         MOVE SPACES TO DL101-EVT-RECORD
002282         SET DL101-EVT-EXCEPTION TO TRUE
002283         SET DL101-EVT-ERROR TO TRUE
002284         SET DL101-EVT-REF-RUN TO TRUE
002285         MOVE DL100-SND-RUN-NO TO DL101-EVT-REF-NO
002286         MOVE "GENERATION NOT ON PWREXG ARCHIVE - RESEND FAILED"
002287             TO DL101-EVT-TEXT
002288         PERFORM 9700-WRITE-EVENT THRU 9700-WRITE-EVENT-EXIT
002290         MOVE 8 TO RETURN-CODE
002300     END-IF.
002310 3000-RESEND-GENERATION-EXIT.
002320     EXIT.
002330*----------------------------------------------------------*
002331* 3050-CHECK-NOT-VOIDED - LOOK THE REQUESTED GENERATION UP  *
002332* ON THE REGISTER AND NOTE WHETHER IT HAS BEEN VOIDED.  NO  *
002333* REGISTER, OR NO ENTRY, LEAVES THE RESEND TO THE ARCHIVE   *
002334* SEARCH AS BEFORE.                                         *
002335*----------------------------------------------------------*
002336 3050-CHECK-NOT-VOIDED.
002337     MOVE "N" TO DL100-SND-VOIDED-SW.
002338     OPEN INPUT XMITREG.
002339     IF NOT DL100-REG-FILE-OK
002340         GO TO 3050-CHECK-NOT-VOIDED-EXIT
002341     END-IF.
002342 3050-CHECK-NOT-VOIDED-LOOP.
002343     READ XMITREG
002344         AT END
002345             CLOSE XMITREG
002346             GO TO 3050-CHECK-NOT-VOIDED-EXIT
002347     END-READ.
002348     IF DL100-REG-RUN-NO = DL100-SND-RUN-NO AND
002349        DL100-REG-VOIDED
002350         MOVE "Y" TO DL100-SND-VOIDED-SW
002351     END-IF.
002352     GO TO 3050-CHECK-NOT-VOIDED-LOOP.
002353 3050-CHECK-NOT-VOIDED-EXIT.
002354     EXIT.
002355*----------------------------------------------------------*
002356* 4000-MARK-PICKED-UP - CONFIRM THE WMS PICKUP OF ONE       *
002357* GENERATION: LOAD THE WHOLE REGISTER, FLIP THE ENTRY'S     *
002360* PICKED-UP FLAG TO Y, AND REWRITE THE FILE.  ONLY AN       *
002370* ENTRY THAT EXISTS CAN BE MARKED - A TYPO MUST NOT LET     *
002376* THE NEXT POWER RUN RETIRE AN UNSENT GENERATION - AND A    *
002382* VOIDED ENTRY IS REFUSED, SINCE IT WAS NEVER TO BE SENT.   *
002390*----------------------------------------------------------*
002400 4000-MARK-PICKED-UP.
002410     OPEN INPUT XMITREG.
002420     IF NOT DL100-REG-FILE-OK
002430         DISPLAY "POWSND: NO TRANSMISSION REGISTER ON FILE"
002431         MOVE SPACES TO DL101-EVT-RECORD
002432         SET DL101-EVT-EXCEPTION TO TRUE
002433         SET DL101-EVT-ERROR TO TRUE
002434         SET DL101-EVT-REF-RUN TO TRUE
002435         MOVE DL100-SND-RUN-NO TO DL101-EVT-REF-NO
002436         MOVE "NO XMITREG REGISTER ON FILE - PICKUP NOT MARKED"
002437             TO DL101-EVT-TEXT
002438         PERFORM 9700-WRITE-EVENT THRU 9700-WRITE-EVENT-EXIT
002440         MOVE 8 TO RETURN-CODE
002450         GO TO 4000-MARK-PICKED-UP-EXIT
002460     END-IF.
002520     END-READ.
002530     IF DL100-REG-ENTRY-COUNT >= 200
002540         DISPLAY "POWSND: REGISTER TABLE FULL - MARK REFUSED"
002541         MOVE SPACES TO DL101-EVT-RECORD
002542         SET DL101-EVT-EXCEPTION TO TRUE
002543         SET DL101-EVT-ERROR TO TRUE
002544         SET DL101-EVT-REF-RUN TO TRUE
002545         MOVE DL100-SND-RUN-NO TO DL101-EVT-REF-NO
002546         MOVE "XMITREG TABLE FULL - PICKUP NOT MARKED"
002547             TO DL101-EVT-TEXT
002548         PERFORM 9700-WRITE-EVENT THRU 9700-WRITE-EVENT-EXIT
002550         CLOSE XMITREG
002560         MOVE 8 TO RETURN-CODE
002570         GO TO 4000-MARK-PICKED-UP-EXIT
002670         MOVE DL100-REG-IMAGE(DL100-REG-SUB)
002680             TO DL100-REG-RECORD
002690         IF DL100-REG-RUN-NO = DL100-SND-RUN-NO
002692             IF DL100-REG-VOIDED
002694                 MOVE "Y" TO DL100-SND-VOIDED-SW
002696             END-IF
002700             MOVE "Y" TO DL100-REG-PICKED
002710             MOVE DL100-REG-RECORD
002720                 TO DL100-REG-IMAGE(DL100-REG-SUB)
002730             MOVE "Y" TO DL100-SND-FOUND-SW
002740         END-IF
002750     END-PERFORM.
002751     IF DL100-SND-VOIDED
002752         DISPLAY "POWSND: GENERATION " DL100-SND-RUN-NO
002753             " WAS VOIDED BY POWREV - MARK REFUSED"
002754         MOVE SPACES TO DL101-EVT-RECORD
002755         SET DL101-EVT-REFUSED TO TRUE
002756         SET DL101-EVT-ERROR TO TRUE
002757         SET DL101-EVT-REF-RUN TO TRUE
002758         MOVE DL100-SND-RUN-NO TO DL101-EVT-REF-NO
002759         MOVE "GENERATION VOIDED BY POWREV - PICKUP MARK REFUSED"
002760             TO DL101-EVT-TEXT
002761         PERFORM 9700-WRITE-EVENT THRU 9700-WRITE-EVENT-EXIT
002762         MOVE 12 TO RETURN-CODE
002763         GO TO 4000-MARK-PICKED-UP-EXIT
002764     END-IF.
002765     IF NOT DL100-SND-FOUND
002770         DISPLAY "POWSND: GENERATION " DL100-SND-RUN-NO
002780             " NOT ON THE REGISTER"
002781         MOVE SPACES TO DL101-EVT-RECORD
002782         SET DL101-EVT-EXCEPTION TO TRUE
002783         SET DL101-EVT-ERROR TO TRUE
002784         SET DL101-EVT-REF-RUN TO TRUE
002785         MOVE DL100-SND-RUN-NO TO DL101-EVT-REF-NO
002786         MOVE "GENERATION NOT ON XMITREG - PICKUP NOT MARKED"
002787             TO DL101-EVT-TEXT
002788         PERFORM 9700-WRITE-EVENT THRU 9700-WRITE-EVENT-EXIT
002790         MOVE 8 TO RETURN-CODE
002800         GO TO 4000-MARK-PICKED-UP-EXIT
002810     END-IF.
002910         " MARKED PICKED UP".
002920 4000-MARK-PICKED-UP-EXIT.
002930     EXIT.
002940*----------------------------------------------------------*
002950* 9700-WRITE-EVENT - APPEND ONE EXCEPTION EVENT TO THE      *
002960* SHARED EVTLOG FILE FOR POWFWD TO HAND TO THE PLANT        *
002970* ALERTING SYSTEM.  CALLERS FILL THE TYPE, SEVERITY,        *
002980* REFERENCE AND TEXT; THE STAMP AND PROGRAM ARE SET HERE.   *
002990* THE FILE IS OPENED AND CLOSED AROUND EACH EVENT BECAUSE   *
003000* EVERY PROGRAM IN THE SUITE APPENDS TO IT.  AN EVENT THAT  *
003010* CANNOT BE LOGGED IS SAID ON THE CONSOLE AND THE JOB       *
003020* CARRIES ON.                                               *
003030*----------------------------------------------------------*
003040 9700-WRITE-EVENT.
003050     ACCEPT DL101-EVT-STAMP-DATE FROM DATE YYYYMMDD.
003060     ACCEPT DL101-EVT-TIME FROM TIME.
003070     MOVE DL101-EVT-TIME(1:6) TO DL101-EVT-STAMP-TIME.
003080     MOVE "POWSND" TO DL101-EVT-PROGRAM.
003090     MOVE 0 TO DL101-EVT-SEQ.
003092     IF DL101-EVT-REF-NONE
003094         MOVE 0 TO DL101-EVT-REF-NO
003096     END-IF.
003100     OPEN EXTEND EVTLOG.
003110     IF NOT DL101-EVL-OK
003120         OPEN OUTPUT EVTLOG
003130     END-IF.
003140     IF NOT DL101-EVL-OK
003150         DISPLAY "POWSND: EVENT NOT LOGGED, EVTLOG STATUS "
003160             DL101-EVL-STATUS " - " DL101-EVT-TYPE
003170         GO TO 9700-WRITE-EVENT-EXIT
003180     END-IF.
003190     WRITE DL101-EVT-LOG-REC FROM DL101-EVT-RECORD.
003200     CLOSE EVTLOG.
003210 9700-WRITE-EVENT-EXIT.
003220     EXIT.
