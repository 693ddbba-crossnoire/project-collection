000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. POWFWD.
000030 AUTHOR. D. L. OKONKWO.
000040 INSTALLATION. PACKAGING SYSTEMS - PALLET BUILD.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*========================================================*
000080* POWFWD HANDS THE SUITE'S EXCEPTION EVENTS TO THE PLANT  *
000090* ALERTING SYSTEM.  EVERY BATCH PROGRAM APPENDS A         *
000100* STANDARD EVENT RECORD (DL101P) TO THE SHARED EVTLOG     *
000110* FILE WHEN IT REJECTS, REFUSES, FINDS A LOCK HELD, AN    *
000120* UNSENT GENERATION, AN OUT-OF-BALANCE CERTIFICATE AND SO *
000130* ON.  POWFWD COPIES THE EVENTS ADDED SINCE ITS LAST RUN  *
000140* TO THE ALRTOUT FILE THE ALERTING SYSTEM COLLECTS,       *
000150* STAMPING EACH WITH THE NEXT FORWARDING SEQUENCE NUMBER, *
000160* AND REMEMBERS ON THE EVTCTL CONTROL RECORD (DL101Q) HOW *
000170* FAR IT GOT.  NO EVENT IS EVER SENT TWICE:  THE EVENT AT *
000180* THE REMEMBERED PLACE MUST STILL BE THE LAST ONE SENT,   *
000190* OR THE JOB REFUSES WITH RETURN CODE 12 (A REPLACED OR   *
000200* CUT-DOWN LOG IS TAKEN AS NEW ONLY WHEN FWDRESET=Y SAYS  *
000210* SO); AND EVENTS ALREADY ON ALRTOUT PAST THE REMEMBERED  *
000220* SEQUENCE - A RUN THAT ENDED BEFORE IT COULD REWRITE     *
000230* EVTCTL - ARE MATCHED AGAINST THE LOG AND PASSED OVER,   *
000240* NOT SENT AGAIN.  THE SEQUENCE NUMBER NEVER GOES BACK,   *
000250* SO THE ALERTING SYSTEM CAN ALSO DROP ANY NUMBER IT HAS  *
000260* ALREADY SEEN.                                           *
000270*========================================================*
000280*  MODIFICATION HISTORY
000290*  ---------------------------------------------------
000300*  DATE       INIT  DESCRIPTION
000310*  ---------- ----  -------------------------------------
000320*  2026-10-15 DLO   ORIGINAL PROGRAM.
000330*========================================================*
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 SOURCE-COMPUTER. GENERIC.
000370 OBJECT-COMPUTER. GENERIC.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT EVTLOG ASSIGN TO "EVTLOG"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS DL101-EVL-STATUS.
000430     SELECT EVTCTL ASSIGN TO "EVTCTL"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS DL101-FCT-STATUS.
000460     SELECT ALRTOUT ASSIGN TO "ALRTOUT"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS DL101-ALR-STATUS.
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  EVTLOG.
000520 01  DL101-EVT-LOG-REC           PIC X(120).
000530 FD  EVTCTL.
000540 COPY DL101Q.
000550 FD  ALRTOUT.
000560 01  DL101-ALR-REC               PIC X(120).
000570 WORKING-STORAGE SECTION.
000580 01  DL100-WS-STATUS-AREA.
000590     05  DL101-EVL-STATUS        PIC X(02) VALUE "00".
000600         88  DL101-EVL-OK             VALUE "00".
000610     05  DL101-FCT-STATUS        PIC X(02) VALUE "00".
000620         88  DL101-FCT-OK             VALUE "00".
000630     05  DL101-ALR-STATUS        PIC X(02) VALUE "00".
000640         88  DL101-ALR-OK             VALUE "00".
000650 77  DL100-FWD-ABORT-SW          PIC X(01) VALUE "N".
000660     88  DL100-FWD-ABORTED             VALUE "Y".
000670 77  DL100-FWD-RESET-SW          PIC X(01) VALUE "N".
000680     88  DL100-FWD-RESET               VALUE "Y".
000690     88  DL100-FWD-NO-RESET            VALUE "N".
000700 77  DL100-FWD-LOG-OPEN-SW       PIC X(01) VALUE "N".
000710     88  DL100-FWD-LOG-OPEN            VALUE "Y".
000720 77  DL100-FWD-OUT-OPEN-SW       PIC X(01) VALUE "N".
000730     88  DL100-FWD-OUT-OPEN            VALUE "Y".
000740 77  DL100-FWD-CHANGED-SW        PIC X(01) VALUE "N".
000750     88  DL100-FWD-CHANGED             VALUE "Y".
000760 77  DL100-FWD-USER              PIC X(08) VALUE SPACES.
000770 77  DL100-FWD-STAMP             PIC 9(14) VALUE 0.
000780*  HOW FAR FORWARDING HAS GOT: EVTLOG RECORDS HANDED OVER,
000790*  THE LAST SEQUENCE NUMBER ISSUED AND THE IMAGE OF THE LAST
000800*  EVENT SENT (STAMP THROUGH TEXT), AS ON EVTCTL.
000810 77  DL100-FWD-LOG-COUNT         PIC 9(09) VALUE 0.
000820 77  DL100-FWD-LAST-SEQ          PIC 9(09) VALUE 0.
000830 77  DL100-FWD-LAST-EVENT        PIC X(103) VALUE SPACES.
000840 77  DL100-FWD-OLD-COUNT         PIC 9(09) VALUE 0.
000850*  THE HIGHEST SEQUENCE ALREADY ON ALRTOUT AND ITS EVENT,
000860*  AND HOW MANY EVENTS PAST EVTCTL THAT ACCOUNTS FOR.
000870 77  DL100-FWD-OUT-HIGH          PIC 9(09) VALUE 0.
000880 77  DL100-FWD-OUT-EVENT         PIC X(103) VALUE SPACES.
000890 77  DL100-FWD-CAUGHT-UP         PIC 9(09) VALUE 0.
000900 77  DL100-FWD-TARGET            PIC 9(09) VALUE 0.
000910 77  DL100-FWD-READ-COUNT        PIC 9(09) VALUE 0.
000920 77  DL100-FWD-SENT-COUNT        PIC 9(07) VALUE 0.
000930 77  DL100-FWD-BLANK-COUNT       PIC 9(07) VALUE 0.
000940 77  DL100-FWD-FIRST-SEQ         PIC 9(09) VALUE 0.
000950 77  DL100-FWD-CRIT-COUNT        PIC 9(07) VALUE 0.
000960 77  DL100-FWD-ERR-COUNT         PIC 9(07) VALUE 0.
000970 77  DL100-FWD-WARN-COUNT        PIC 9(07) VALUE 0.
000980 01  DL100-WS-DATE-AREA.
000990     05  DL100-WS-YYYYMMDD       PIC 9(08).
001000 77  DL100-WS-TIME                PIC 9(08).
001010*  ONE ALRTOUT RECORD AS READ BACK: THE EVENT AND THE
001020*  SEQUENCE NUMBER IT WAS SENT UNDER.
001030 01  DL100-FWD-OUT-IMAGE.
001040     05  DL100-FWD-OUT-BODY      PIC X(103).
001050     05  FILLER                  PIC X(01).
001060     05  DL100-FWD-OUT-SEQ       PIC 9(09).
001070     05  FILLER                  PIC X(07).
001080*  THE EVENT BEING FORWARDED.
001090 COPY DL101P.
001100 PROCEDURE DIVISION.
001110 0000-MAINLINE.
001120     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001130     IF NOT DL100-FWD-ABORTED
001140         PERFORM 2000-CHECK-POSITION THRU 2000-CHECK-POSITION-EXIT
001150     END-IF.
001160     IF NOT DL100-FWD-ABORTED
001170         PERFORM 3000-FORWARD-EVENTS THRU 3000-FORWARD-EVENTS-EXIT
001180     END-IF.
001190     PERFORM 8000-FINISH THRU 8000-FINISH-EXIT.
001200     STOP RUN.
001210 0000-MAINLINE-EXIT.
001220     EXIT.
001230*----------------------------------------------------------*
001240* 1000-INITIALIZE - SETTLE THE USER FROM THE ENVIRONMENT,   *
001250* LOAD THE CONTROL RECORD, SEE WHAT ALRTOUT ALREADY HOLDS   *
001260* AND OPEN THE LOG.  FWDRESET=Y TAKES EVTLOG AS A NEW LOG,  *
001270* TO BE SENT FROM ITS FIRST RECORD, BUT KEEPS THE SEQUENCE  *
001280* GOING SO NO NUMBER IS ISSUED TWICE.  NO EVTLOG IS ONLY    *
001290* NOTHING TO SEND WHILE NOTHING HAS BEEN SENT FROM ONE;     *
001300* ONCE EVENTS HAVE GONE, A MISSING LOG IS REFUSED.          *
001310*----------------------------------------------------------*
001320 1000-INITIALIZE.
001330     ACCEPT DL100-FWD-USER FROM ENVIRONMENT "USER".
001340     IF DL100-FWD-USER = SPACES
001350         MOVE "PWRBATCH" TO DL100-FWD-USER
001360     END-IF.
001370     ACCEPT DL100-WS-YYYYMMDD FROM DATE YYYYMMDD.
001380     ACCEPT DL100-WS-TIME FROM TIME.
001390     STRING DL100-WS-YYYYMMDD DL100-WS-TIME(1:6)
001400         DELIMITED BY SIZE INTO DL100-FWD-STAMP.
001410     PERFORM 1100-READ-CONTROL THRU 1100-READ-CONTROL-EXIT.
001420     ACCEPT DL100-FWD-RESET-SW FROM ENVIRONMENT "FWDRESET".
001430     IF DL100-FWD-RESET-SW = SPACE
001440         MOVE "N" TO DL100-FWD-RESET-SW
001450     END-IF.
001460     IF NOT DL100-FWD-RESET AND NOT DL100-FWD-NO-RESET
001470         DISPLAY "POWFWD: FWDRESET MUST BE Y OR N - NOTHING "
001480             "FORWARDED"
001490         MOVE "Y" TO DL100-FWD-ABORT-SW
001500         MOVE 8 TO RETURN-CODE
001510         GO TO 1000-INITIALIZE-EXIT
001520     END-IF.
001530     IF DL100-FWD-RESET
001540         MOVE DL100-FWD-LOG-COUNT TO DL100-FWD-OLD-COUNT
001550         DISPLAY "POWFWD: FWDRESET=Y - EVTLOG TAKEN AS A NEW "
001560             "LOG, " DL100-FWD-OLD-COUNT " RECORD(S) WERE SENT "
001570             "FROM THE OLD ONE"
001580         MOVE 0 TO DL100-FWD-LOG-COUNT
001590         MOVE SPACES TO DL100-FWD-LAST-EVENT
001600         MOVE "Y" TO DL100-FWD-CHANGED-SW
001610     END-IF.
001620     PERFORM 1200-READ-OUTBOX THRU 1200-READ-OUTBOX-EXIT.
001630     OPEN INPUT EVTLOG.
001640     IF DL101-EVL-OK
001650         MOVE "Y" TO DL100-FWD-LOG-OPEN-SW
001660         GO TO 1000-INITIALIZE-EXIT
001670     END-IF.
001680     IF DL100-FWD-LOG-COUNT > 0 OR DL100-FWD-CAUGHT-UP > 0
001690         DISPLAY "POWFWD: EVTLOG NOT AVAILABLE, STATUS "
001700             DL101-EVL-STATUS ", BUT " DL100-FWD-LOG-COUNT
001710             " RECORD(S) WERE FORWARDED FROM IT"
001720         DISPLAY "POWFWD: IF THE LOG WAS REPLACED, RERUN WITH "
001730             "FWDRESET=Y - NOTHING FORWARDED"
001740         MOVE "Y" TO DL100-FWD-ABORT-SW
001750         MOVE 12 TO RETURN-CODE
001760         GO TO 1000-INITIALIZE-EXIT
001770     END-IF.
001780     DISPLAY "POWFWD: NO EVTLOG FILE - NO EVENTS HAVE BEEN "
001790         "RAISED".
001800 1000-INITIALIZE-EXIT.
001810     EXIT.
001820*----------------------------------------------------------*
001830* 1100-READ-CONTROL - HOW FAR THE LAST RUN GOT.  NO EVTCTL  *
001840* MEANS NOTHING HAS EVER BEEN FORWARDED.                    *
001850*----------------------------------------------------------*
001860 1100-READ-CONTROL.
001870     OPEN INPUT EVTCTL.
001880     IF NOT DL101-FCT-OK
001890         DISPLAY "POWFWD: NO EVTCTL - FORWARDING STARTS WITH THE "
001900             "FIRST EVENT ON EVTLOG"
001910         GO TO 1100-READ-CONTROL-EXIT
001920     END-IF.
001930     READ EVTCTL
001940         AT END
001950             CLOSE EVTCTL
001960             GO TO 1100-READ-CONTROL-EXIT
001970     END-READ.
001980     CLOSE EVTCTL.
001990     MOVE DL101-FCT-LOG-COUNT TO DL100-FWD-LOG-COUNT.
002000     MOVE DL101-FCT-LAST-SEQ TO DL100-FWD-LAST-SEQ.
002010     MOVE DL101-FCT-LAST-EVENT TO DL100-FWD-LAST-EVENT.
002020 1100-READ-CONTROL-EXIT.
002030     EXIT.
002040*----------------------------------------------------------*
002050* 1200-READ-OUTBOX - THE HIGHEST SEQUENCE NUMBER ALREADY ON *
002060* ALRTOUT.  ONE PAST THE CONTROL RECORD MEANS A RUN SENT    *
002070* EVENTS BUT ENDED BEFORE IT COULD REWRITE EVTCTL; THOSE    *
002080* EVENTS ARE THE NEXT ONES ON THE LOG AND ARE PASSED OVER,  *
002090* NOT SENT AGAIN.  AFTER A RESET THE SEQUENCE SIMPLY        *
002100* CARRIES ON FROM THE HIGHER OF THE TWO.                    *
002110*----------------------------------------------------------*
002120 1200-READ-OUTBOX.
002130     OPEN INPUT ALRTOUT.
002140     IF NOT DL101-ALR-OK
002150         GO TO 1200-READ-OUTBOX-EXIT
002160     END-IF.
002170 1200-READ-OUTBOX-LOOP.
002180     READ ALRTOUT INTO DL100-FWD-OUT-IMAGE
002190         AT END
002200             CLOSE ALRTOUT
002210             GO TO 1200-READ-OUTBOX-CHECK
002220     END-READ.
002230     IF DL100-FWD-OUT-SEQ IS NUMERIC
002240         IF DL100-FWD-OUT-SEQ > DL100-FWD-OUT-HIGH
002250             MOVE DL100-FWD-OUT-SEQ TO DL100-FWD-OUT-HIGH
002260             MOVE DL100-FWD-OUT-BODY TO DL100-FWD-OUT-EVENT
002270         END-IF
002280     END-IF.
002290     GO TO 1200-READ-OUTBOX-LOOP.
002300 1200-READ-OUTBOX-CHECK.
002310     IF DL100-FWD-OUT-HIGH NOT > DL100-FWD-LAST-SEQ
002320         GO TO 1200-READ-OUTBOX-EXIT
002330     END-IF.
002340     IF DL100-FWD-RESET
002350         MOVE DL100-FWD-OUT-HIGH TO DL100-FWD-LAST-SEQ
002360         GO TO 1200-READ-OUTBOX-EXIT
002370     END-IF.
002380     COMPUTE DL100-FWD-CAUGHT-UP =
002390         DL100-FWD-OUT-HIGH - DL100-FWD-LAST-SEQ.
002400     DISPLAY "POWFWD: ALRTOUT ALREADY HOLDS SEQUENCE "
002410         DL100-FWD-OUT-HIGH " - EVTCTL WAS NOT REWRITTEN".
002420     DISPLAY "POWFWD: " DL100-FWD-CAUGHT-UP
002430         " EVENT(S) ALREADY SENT WILL NOT BE SENT AGAIN".
002440 1200-READ-OUTBOX-EXIT.
002450     EXIT.
002460*----------------------------------------------------------*
002470* 2000-CHECK-POSITION - READ PAST THE RECORDS ALREADY       *
002480* HANDED OVER.  THE LAST OF THEM MUST STILL BE THE EVENT    *
002490* EVTCTL REMEMBERS, AND THE LAST OF ANY EVENTS AN           *
002500* UNFINISHED RUN SENT MUST BE THE ONE AT THE TOP OF         *
002510* ALRTOUT.  A LOG TOO SHORT OR WITH ANOTHER EVENT IN EITHER *
002520* PLACE HAS BEEN REPLACED OR CUT DOWN, AND SENDING FROM IT  *
002530* COULD SEND EVENTS TWICE OR MISS THEM, SO THE RUN IS       *
002540* REFUSED.                                                  *
002550*----------------------------------------------------------*
002560 2000-CHECK-POSITION.
002570     IF NOT DL100-FWD-LOG-OPEN
002580         GO TO 2000-CHECK-POSITION-EXIT
002590     END-IF.
002600     COMPUTE DL100-FWD-TARGET =
002610         DL100-FWD-LOG-COUNT + DL100-FWD-CAUGHT-UP.
002620 2000-CHECK-POSITION-LOOP.
002630     IF DL100-FWD-READ-COUNT = DL100-FWD-TARGET
002640         GO TO 2000-CHECK-POSITION-DONE
002650     END-IF.
002660     READ EVTLOG INTO DL101-EVT-RECORD
002670         AT END
002680             DISPLAY "POWFWD: EVTLOG HOLDS ONLY "
002690                 DL100-FWD-READ-COUNT " RECORD(S) BUT "
002700                 DL100-FWD-TARGET " WERE FORWARDED"
002710             GO TO 2000-CHECK-POSITION-REFUSE
002720     END-READ.
002730     ADD 1 TO DL100-FWD-READ-COUNT.
002740     IF DL100-FWD-READ-COUNT = DL100-FWD-LOG-COUNT AND
002750        DL101-EVT-RECORD(1:103) NOT = DL100-FWD-LAST-EVENT
002760         DISPLAY "POWFWD: EVTLOG RECORD " DL100-FWD-READ-COUNT
002770             " IS NOT THE LAST EVENT FORWARDED"
002780         GO TO 2000-CHECK-POSITION-REFUSE
002790     END-IF.
002800     IF DL100-FWD-READ-COUNT = DL100-FWD-TARGET AND
002810        DL100-FWD-CAUGHT-UP > 0 AND
002820        DL101-EVT-RECORD(1:103) NOT = DL100-FWD-OUT-EVENT
002830         DISPLAY "POWFWD: EVTLOG RECORD " DL100-FWD-READ-COUNT
002840             " IS NOT THE LAST EVENT ON ALRTOUT"
002850         GO TO 2000-CHECK-POSITION-REFUSE
002860     END-IF.
002870     GO TO 2000-CHECK-POSITION-LOOP.
002880 2000-CHECK-POSITION-DONE.
002890     IF DL100-FWD-CAUGHT-UP > 0
002900         MOVE DL100-FWD-TARGET TO DL100-FWD-LOG-COUNT
002910         MOVE DL100-FWD-OUT-HIGH TO DL100-FWD-LAST-SEQ
002920         MOVE DL100-FWD-OUT-EVENT TO DL100-FWD-LAST-EVENT
002930         MOVE "Y" TO DL100-FWD-CHANGED-SW
002940     END-IF.
002950     GO TO 2000-CHECK-POSITION-EXIT.
002960 2000-CHECK-POSITION-REFUSE.
002970     DISPLAY "POWFWD: EVTLOG HAS BEEN REPLACED OR CUT DOWN - "
002980         "NOTHING FORWARDED".
002990     DISPLAY "POWFWD: ONCE THE OLD EVENTS ARE ACCOUNTED FOR, "
003000         "RERUN WITH FWDRESET=Y".
003010     MOVE "Y" TO DL100-FWD-ABORT-SW.
003020     MOVE 12 TO RETURN-CODE.
003030 2000-CHECK-POSITION-EXIT.
003040     EXIT.
003050*----------------------------------------------------------*
003060* 3000-FORWARD-EVENTS - SEND EVERY EVENT PAST THE           *
003070* REMEMBERED PLACE, EACH UNDER THE NEXT SEQUENCE NUMBER,    *
003080* AND MOVE THE PLACE ON ONLY ONCE IT IS WRITTEN.  A BLANK   *
003090* LINE ON THE LOG IS COUNTED BUT NOT SENT.  ALRTOUT IS      *
003100* APPENDED TO, OR STARTED IF THE ALERTING SYSTEM HAS TAKEN  *
003110* IT AWAY.                                                  *
003120*----------------------------------------------------------*
003130 3000-FORWARD-EVENTS.
003140     IF NOT DL100-FWD-LOG-OPEN
003150         GO TO 3000-FORWARD-EVENTS-EXIT
003160     END-IF.
003170 3000-FORWARD-EVENTS-LOOP.
003180     READ EVTLOG INTO DL101-EVT-RECORD
003190         AT END
003200             GO TO 3000-FORWARD-EVENTS-EXIT
003210     END-READ.
003220     ADD 1 TO DL100-FWD-READ-COUNT.
003230     IF DL101-EVT-RECORD = SPACES
003240         ADD 1 TO DL100-FWD-BLANK-COUNT
003250         MOVE DL100-FWD-READ-COUNT TO DL100-FWD-LOG-COUNT
003260         MOVE SPACES TO DL100-FWD-LAST-EVENT
003270         MOVE "Y" TO DL100-FWD-CHANGED-SW
003280         GO TO 3000-FORWARD-EVENTS-LOOP
003290     END-IF.
003300     IF NOT DL100-FWD-OUT-OPEN
003310         OPEN EXTEND ALRTOUT
003320         IF NOT DL101-ALR-OK
003330             OPEN OUTPUT ALRTOUT
003340         END-IF
003350         IF NOT DL101-ALR-OK
003360             DISPLAY "POWFWD: UNABLE TO OPEN ALRTOUT, STATUS "
003370                 DL101-ALR-STATUS " - NOTHING FORWARDED"
003380             MOVE "Y" TO DL100-FWD-ABORT-SW
003390             MOVE 12 TO RETURN-CODE
003400             GO TO 3000-FORWARD-EVENTS-EXIT
003410         END-IF
003420         MOVE "Y" TO DL100-FWD-OUT-OPEN-SW
003430     END-IF.
003440     COMPUTE DL101-EVT-SEQ = DL100-FWD-LAST-SEQ + 1.
003450     WRITE DL101-ALR-REC FROM DL101-EVT-RECORD.
003460     IF NOT DL101-ALR-OK
003470         DISPLAY "POWFWD: ALRTOUT WRITE FAILED, STATUS "
003480             DL101-ALR-STATUS " AT SEQUENCE " DL101-EVT-SEQ
003490             " - FORWARDING STOPPED"
003500         MOVE "Y" TO DL100-FWD-ABORT-SW
003510         MOVE 12 TO RETURN-CODE
003520         GO TO 3000-FORWARD-EVENTS-EXIT
003530     END-IF.
003540     MOVE DL101-EVT-SEQ TO DL100-FWD-LAST-SEQ.
003550     MOVE DL100-FWD-READ-COUNT TO DL100-FWD-LOG-COUNT.
003560     MOVE DL101-EVT-RECORD(1:103) TO DL100-FWD-LAST-EVENT.
003570     MOVE "Y" TO DL100-FWD-CHANGED-SW.
003580     ADD 1 TO DL100-FWD-SENT-COUNT.
003590     IF DL100-FWD-SENT-COUNT = 1
003600         MOVE DL100-FWD-LAST-SEQ TO DL100-FWD-FIRST-SEQ
003610     END-IF.
003620     EVALUATE TRUE
003630         WHEN DL101-EVT-CRITICAL
003640             ADD 1 TO DL100-FWD-CRIT-COUNT
003650         WHEN DL101-EVT-ERROR
003660             ADD 1 TO DL100-FWD-ERR-COUNT
003670         WHEN OTHER
003680             ADD 1 TO DL100-FWD-WARN-COUNT
003690     END-EVALUATE.
003700     GO TO 3000-FORWARD-EVENTS-LOOP.
003710 3000-FORWARD-EVENTS-EXIT.
003720     EXIT.
003730*----------------------------------------------------------*
003740* 8000-FINISH - CLOSE UP, REWRITE THE CONTROL RECORD IF THE *
003750* PLACE HAS MOVED (EVEN WHEN FORWARDING STOPPED PART WAY,   *
003760* SO WHAT WAS SENT STAYS SENT), AND A CONSOLE SUMMARY FOR   *
003770* THE UNATTENDED LOG.  IF EVTCTL CANNOT BE REWRITTEN THE    *
003780* NEXT RUN CATCHES UP FROM ALRTOUT INSTEAD.                 *
003790*----------------------------------------------------------*
003800 8000-FINISH.
003810     IF DL100-FWD-LOG-OPEN
003820         CLOSE EVTLOG
003830     END-IF.
003840     IF DL100-FWD-OUT-OPEN
003850         CLOSE ALRTOUT
003860     END-IF.
003870     IF DL100-FWD-CHANGED
003880         MOVE SPACES TO DL101-FCT-RECORD
003890         MOVE DL100-FWD-LOG-COUNT TO DL101-FCT-LOG-COUNT
003900         MOVE DL100-FWD-LAST-SEQ TO DL101-FCT-LAST-SEQ
003910         MOVE DL100-FWD-STAMP TO DL101-FCT-RUN-STAMP
003920         MOVE DL100-FWD-USER TO DL101-FCT-RUN-USER
003930         MOVE DL100-FWD-LAST-EVENT TO DL101-FCT-LAST-EVENT
003940         OPEN OUTPUT EVTCTL
003950         IF DL101-FCT-OK
003960             WRITE DL101-FCT-RECORD
003970             CLOSE EVTCTL
003980         ELSE
003990             DISPLAY "POWFWD: UNABLE TO REWRITE EVTCTL, STATUS "
004000                 DL101-FCT-STATUS " - THE NEXT RUN CATCHES UP "
004010                 "FROM ALRTOUT"
004020             MOVE 12 TO RETURN-CODE
004030         END-IF
004040     END-IF.
004050     IF DL100-FWD-SENT-COUNT > 0
004060         DISPLAY "POWFWD: " DL100-FWD-SENT-COUNT
004070             " EVENT(S) FORWARDED, SEQUENCE " DL100-FWD-FIRST-SEQ
004080             " THRU " DL100-FWD-LAST-SEQ "."
004090         DISPLAY "POWFWD: " DL100-FWD-CRIT-COUNT " CRITICAL, "
004100             DL100-FWD-ERR-COUNT " ERROR, "
004110             DL100-FWD-WARN-COUNT " WARNING."
004120     ELSE
004130         IF NOT DL100-FWD-ABORTED
004140             DISPLAY "POWFWD: NO NEW EVENTS TO FORWARD."
004150         END-IF
004160     END-IF.
004170     IF DL100-FWD-BLANK-COUNT > 0
004180         DISPLAY "POWFWD: " DL100-FWD-BLANK-COUNT
004190             " BLANK EVTLOG RECORD(S) PASSED OVER."
004200     END-IF.
004210     DISPLAY "POWFWD: " DL100-FWD-LOG-COUNT
004220         " EVTLOG RECORD(S) HANDED OVER IN ALL, LAST SEQUENCE "
004230         DL100-FWD-LAST-SEQ ".".
004240 8000-FINISH-EXIT.
004250     EXIT.
