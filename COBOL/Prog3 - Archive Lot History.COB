000280*                   HISTORY RECORD.
000282*  2026-09-02 DLO   CARRY THE EXPEDITE PRIORITY BYTE TO
000284*                   THE HISTORY RECORD.
000286*  2026-10-15 DLO   CARRY THE ITEM CODE TO THE HISTORY
000288*                   RECORD.
000289*  2026-10-15 DLO   POWER NOW RUNS PER PACKING LINE - THE
000290*                   SWEEP REFUSES WHILE ANY LINE'S RUN
000291*                   HOLDS A RUN-CONTROL LOCK.
000292*  2026-10-15 DLO   A SWEEP REFUSED FOR A HELD RUN LOCK IS
000293*                   ALSO WRITTEN TO THE EVTLOG EXCEPTION
000294*                   EVENT FILE FOR THE PLANT ALERTING SYSTEM.
000295*========================================================*
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SOURCE-COMPUTER. GENERIC.
000510     SELECT RUNCTL ASSIGN TO "RUNCTL"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS DL100-RUN-STATUS.
000532     SELECT EVTLOG ASSIGN TO "EVTLOG"
000534         ORGANIZATION IS LINE SEQUENTIAL
000536         FILE STATUS IS DL101-EVL-STATUS.
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  LOTQUEUE.
000620 COPY DL100G.
000630 FD  RUNCTL.
000640 COPY DL100K.
000642 FD  EVTLOG.
000644 01  DL101-EVT-LOG-REC           PIC X(120).
000650 WORKING-STORAGE SECTION.
000660 01  DL100-WS-STATUS-AREA.
000670     05  DL100-LOTQ-STATUS       PIC X(02) VALUE "00".
000720     05  DL100-ARC-RPT-STATUS    PIC X(02) VALUE "00".
000730     05  DL100-RUN-STATUS        PIC X(02) VALUE "00".
000740         88  DL100-RUN-FILE-OK        VALUE "00".
000742     05  DL101-EVL-STATUS        PIC X(02) VALUE "00".
000744         88  DL101-EVL-OK             VALUE "00".
000750 77  DL100-EOF-SW                PIC X(01) VALUE "N".
000760     88  DL100-AT-EOF                 VALUE "Y".
000770 77  DL100-LOCK-REFUSED-SW       PIC X(01) VALUE "N".
000950         10  DL100-WS-MM         PIC 9(02).
000960         10  DL100-WS-DD         PIC 9(02).
000970 77  DL100-WS-TIME                PIC 9(08).
000972*  THE EXCEPTION EVENT 9700-WRITE-EVENT APPENDS TO EVTLOG.
000974 77  DL101-EVT-TIME              PIC 9(08) VALUE 0.
000976 COPY DL101P.
000980 PROCEDURE DIVISION.
000990 0000-MAINLINE.
001000     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001470*----------------------------------------------------------*
001480* 1050-CHECK-RUN-LOCK - THE SWEEP REWRITES AND DELETES      *
001490* LOTQUEUE RECORDS, SO IT HONORS THE SAME RUN-CONTROL       *
001500* INTERLOCK AS POWMNT: WHILE A POWER RUN HOLDS ANY LINE'S   *
001510* LOCK, THE SWEEP REFUSES RATHER THAN INTERLEAVE WITH A     *
001520* LIVE BATCH REWRITING THE SAME FILE.  NO RUNCTL FILE AT    *
001530* ALL MEANS NO RUN HAS EVER STAMPED ONE - A CLEAR ROAD.     *
001540*----------------------------------------------------------*
001550 1050-CHECK-RUN-LOCK.
001560     OPEN INPUT RUNCTL.
001570     IF NOT DL100-RUN-FILE-OK
001580         GO TO 1050-CHECK-RUN-LOCK-EXIT
001590     END-IF.
001594 1050-CHECK-RUN-LOCK-READ.
001600     READ RUNCTL
001610         AT END
001620             CLOSE RUNCTL
001630             GO TO 1050-CHECK-RUN-LOCK-EXIT
001640     END-READ.
001650     IF DL100-RUN-IS-ACTIVE
001656         DISPLAY "POWARC: A POWER RUN IS ACTIVE FOR LINE "
001662             DL100-RUN-LINE-CODE " - STARTED BY "
001670             DL100-RUN-LOCK-USER " AT " DL100-RUN-LOCK-STAMP
001680             " - SWEEP REFUSED"
001681         MOVE SPACES TO DL101-EVT-RECORD
001682         SET DL101-EVT-LOCK-HELD TO TRUE
001683         SET DL101-EVT-CRITICAL TO TRUE
001684         IF DL100-RUN-RUN-NO IS NUMERIC
001685             SET DL101-EVT-REF-RUN TO TRUE
001686             MOVE DL100-RUN-RUN-NO TO DL101-EVT-REF-NO
001687         END-IF
001688         STRING "LINE " DL100-RUN-LINE-CODE " LOCKED BY "
001689                DL100-RUN-LOCK-USER " SINCE " DL100-RUN-LOCK-STAMP
001690                " - REFUSED"
001691             DELIMITED BY SIZE INTO DL101-EVT-TEXT
001692         PERFORM 9700-WRITE-EVENT THRU 9700-WRITE-EVENT-EXIT
001693         MOVE "Y" TO DL100-LOCK-REFUSED-SW
001700         MOVE 12 TO RETURN-CODE
001710     END-IF.
001720     GO TO 1050-CHECK-RUN-LOCK-READ.
001730 1050-CHECK-RUN-LOCK-EXIT.
001740     EXIT.
001750*----------------------------------------------------------*
002550     MOVE DL100-LOT-ORIG-RAW TO DL100-HST-ORIG-RAW.
002560     MOVE DL100-LOT-RESUB-COUNT TO DL100-HST-RESUB-COUNT.
002565     MOVE DL100-LOT-PRIORITY TO DL100-HST-PRIORITY.
002567     MOVE DL100-LOT-ITEM-CODE TO DL100-HST-ITEM-CODE.
002570     ACCEPT DL100-WS-YYYYMMDD FROM DATE YYYYMMDD.
002580     ACCEPT DL100-WS-TIME FROM TIME.
002590     STRING DL100-WS-YYYYMMDD DL100-WS-TIME(1:6)
003270         " RETAINED, " DL100-ARC-PEND-COUNT " PENDING.".
003280 8000-FINISH-EXIT.
003290     EXIT.
003300*----------------------------------------------------------*
003310* 9700-WRITE-EVENT - APPEND ONE EXCEPTION EVENT TO THE      *
003320* SHARED EVTLOG FILE FOR POWFWD TO HAND TO THE PLANT        *
003330* ALERTING SYSTEM.  CALLERS FILL THE TYPE, SEVERITY,        *
003340* REFERENCE AND TEXT; THE STAMP AND PROGRAM ARE SET HERE.   *
003350* THE FILE IS OPENED AND CLOSED AROUND EACH EVENT BECAUSE   *
003360* EVERY PROGRAM IN THE SUITE APPENDS TO IT.  AN EVENT THAT  *
003370* CANNOT BE LOGGED IS SAID ON THE CONSOLE AND THE JOB       *
003380* CARRIES ON.                                               *
003390*----------------------------------------------------------*
003400 9700-WRITE-EVENT.
003410     ACCEPT DL101-EVT-STAMP-DATE FROM DATE YYYYMMDD.
003420     ACCEPT DL101-EVT-TIME FROM TIME.
003430     MOVE DL101-EVT-TIME(1:6) TO DL101-EVT-STAMP-TIME.
003440     MOVE "POWARC" TO DL101-EVT-PROGRAM.
003450     MOVE 0 TO DL101-EVT-SEQ.
003452     IF DL101-EVT-REF-NONE
003454         MOVE 0 TO DL101-EVT-REF-NO
003456     END-IF.
003460     OPEN EXTEND EVTLOG.
003470     IF NOT DL101-EVL-OK
003480         OPEN OUTPUT EVTLOG
003490     END-IF.
003500     IF NOT DL101-EVL-OK
003510         DISPLAY "POWARC: EVENT NOT LOGGED, EVTLOG STATUS "
003520             DL101-EVL-STATUS " - " DL101-EVT-TYPE
003530         GO TO 9700-WRITE-EVENT-EXIT
003540     END-IF.
003550     WRITE DL101-EVT-LOG-REC FROM DL101-EVT-RECORD.
003560     CLOSE EVTLOG.
003570 9700-WRITE-EVENT-EXIT.
003580     EXIT.
