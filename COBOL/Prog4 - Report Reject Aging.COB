000190*  DATE       INIT  DESCRIPTION
000200*  ---------- ----  -------------------------------------
000210*  2026-08-22 DLO   ORIGINAL PROGRAM.
000211*  2026-10-15 DLO   A REJECT WAITING LONGER THAN REJALERT
000212*                   DAYS (DEFAULT 07) IS ALSO WRITTEN TO THE
000213*                   EVTLOG EXCEPTION EVENT FILE FOR THE PLANT
000214*                   ALERTING SYSTEM, AND COUNTED ON THE
000215*                   REPORT.
000220*========================================================*
000230 ENVIRONMENT DIVISION.
000240 CONFIGURATION SECTION.
000360     SELECT RWKRPT ASSIGN TO "RWKRPT"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS DL100-RWK-RPT-STATUS.
000382     SELECT EVTLOG ASSIGN TO "EVTLOG"
000384         ORGANIZATION IS LINE SEQUENTIAL
000386         FILE STATUS IS DL101-EVL-STATUS.
000390 DATA DIVISION.
000400 FILE SECTION.
000410 FD  LOTQUEUE.
000430 FD  RWKRPT
000440     RECORD CONTAINS 132 CHARACTERS.
000450 COPY DL100W.
000452 FD  EVTLOG.
000454 01  DL101-EVT-LOG-REC           PIC X(120).
000460 WORKING-STORAGE SECTION.
000470 01  DL100-WS-STATUS-AREA.
000480     05  DL100-LOTQ-STATUS       PIC X(02) VALUE "00".
000490         88  DL100-LOTQ-OK            VALUE "00".
000500         88  DL100-LOTQ-EOF           VALUE "10".
000510     05  DL100-RWK-RPT-STATUS    PIC X(02) VALUE "00".
000512     05  DL101-EVL-STATUS        PIC X(02) VALUE "00".
000514         88  DL101-EVL-OK             VALUE "00".
000520 77  DL100-EOF-SW                PIC X(01) VALUE "N".
000530     88  DL100-AT-EOF                 VALUE "Y".
000540 77  DL100-RWK-REJECT-COUNT      PIC 9(09) VALUE 0.
000560 77  DL100-PAGE-COUNT            PIC 9(04) VALUE 0.
000570 77  DL100-LINES-PER-PAGE        PIC 9(04) VALUE 60.
000580 77  DL100-RWK-AGE-DAYS          PIC S9(05) VALUE 0.
000581 77  DL100-RWK-AGE-EDIT          PIC ZZZZ9.
000582*  REJECTS WAITING LONGER THAN THIS MANY DAYS RAISE AN AGING
000583*  EVENT (REJALERT, 01-99, DEFAULT 07).
000584 77  DL100-RWK-ALERT-ENTRY       PIC X(02) VALUE SPACES.
000585 77  DL100-RWK-ALERT-DAYS        PIC 9(02) VALUE 7.
000586 77  DL100-RWK-ALERT-COUNT       PIC 9(09) VALUE 0.
000590 01  DL100-WS-DATE-AREA.
000600     05  DL100-WS-YYYYMMDD.
000610         10  DL100-WS-CCYY       PIC 9(04).
000650     05  DL100-RWK-ADD-CCYY      PIC 9(04).
000660     05  DL100-RWK-ADD-MM        PIC 9(02).
000670     05  DL100-RWK-ADD-DD        PIC 9(02).
000672*  THE EXCEPTION EVENT 9700-WRITE-EVENT APPENDS TO EVTLOG.
000674 77  DL101-EVT-TIME              PIC 9(08) VALUE 0.
000676 COPY DL101P.
000680 PROCEDURE DIVISION.
000690 0000-MAINLINE.
000700     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
000750 0000-MAINLINE-EXIT.
000760     EXIT.
000770*----------------------------------------------------------*
000774* 1000-INITIALIZE - OPEN THE QUEUE AND THE REPORT, TAKE THE *
000778* REJALERT AGE, PRIME THE HEADING, AND POSITION THE QUEUE   *
000782* AT THE TOP.  A REJALERT THAT IS NOT 01 TO 99 IS SAID ON   *
000786* THE CONSOLE AND THE DEFAULT USED - THE REPORT ITSELF IS   *
000790* STILL WANTED.                                             *
000800*----------------------------------------------------------*
000810 1000-INITIALIZE.
000820     OPEN INPUT LOTQUEUE.
000880     END-IF.
000890     OPEN OUTPUT RWKRPT.
000900     ACCEPT DL100-WS-YYYYMMDD FROM DATE YYYYMMDD.
000901     ACCEPT DL100-RWK-ALERT-ENTRY FROM ENVIRONMENT "REJALERT".
000902     IF DL100-RWK-ALERT-ENTRY NOT = SPACES
000903         IF DL100-RWK-ALERT-ENTRY IS NUMERIC AND
000904            DL100-RWK-ALERT-ENTRY NOT = "00"
000905             MOVE DL100-RWK-ALERT-ENTRY TO DL100-RWK-ALERT-DAYS
000906         ELSE
000907             DISPLAY "POWREJ: REJALERT MUST BE 01 TO 99 - "
000908                 DL100-RWK-ALERT-DAYS " USED"
000909         END-IF
000910     END-IF.
000911     PERFORM 1300-WRITE-HEADING THRU 1300-WRITE-HEADING-EXIT.
000920     MOVE LOW-VALUE TO DL100-LOT-KEY.
000930     START LOTQUEUE KEY IS GREATER THAN DL100-LOT-KEY
000940         INVALID KEY
001340* 2200-WRITE-AGING-LINE - ONE REPORT LINE PER UNREWORKED    *
001350* REJECT.  THE AGE IS A CALENDAR-ARITHMETIC APPROXIMATION   *
001360* (TWELVE 30-DAY MONTHS) - CLOSE ENOUGH TO WORK THE         *
001366* BACKLOG OLDEST FIRST, WHICH IS ALL IT IS FOR.  A REJECT   *
001372* OLDER THAN THE REJALERT AGE ALSO GOES TO EVTLOG.          *
001380*----------------------------------------------------------*
001390 2200-WRITE-AGING-LINE.
001400     IF DL100-LINE-COUNT >= DL100-LINES-PER-PAGE
001590     MOVE DL100-RWK-AGE-DAYS TO DL100-RWK-DET-DAYS.
001600     WRITE DL100-RWK-DET-LINE.
001610     ADD 1 TO DL100-LINE-COUNT.
001611     IF DL100-RWK-AGE-DAYS > DL100-RWK-ALERT-DAYS
001612         ADD 1 TO DL100-RWK-ALERT-COUNT
001613         MOVE DL100-RWK-AGE-DAYS TO DL100-RWK-AGE-EDIT
001614         MOVE SPACES TO DL101-EVT-RECORD
001615         SET DL101-EVT-AGING TO TRUE
001616         SET DL101-EVT-WARNING TO TRUE
001617         SET DL101-EVT-REF-LOT TO TRUE
001618         MOVE DL100-LOT-KEY TO DL101-EVT-REF-NO
001619         STRING "LOT " DL100-LOT-NOMBR-RAW " AWAITING REWORK "
001620                DL100-RWK-AGE-EDIT " DAYS"
001621             DELIMITED BY SIZE INTO DL101-EVT-TEXT
001622         PERFORM 9700-WRITE-EVENT THRU 9700-WRITE-EVENT-EXIT
001623     END-IF.
001624 2200-WRITE-AGING-LINE-EXIT.
001630     EXIT.
001640*----------------------------------------------------------*
001650* 8000-FINISH - REJECT TOTAL, CLOSE UP, AND A CONSOLE       *
001710     MOVE "REJECTS AWAITING REWORK......" TO DL100-RWK-TOT-LABEL.
001720     MOVE DL100-RWK-REJECT-COUNT TO DL100-RWK-TOT-COUNT.
001730     WRITE DL100-RWK-TOT-LINE.
001732     MOVE "REJECTS PAST THE ALERT AGE..." TO DL100-RWK-TOT-LABEL.
001734     MOVE DL100-RWK-ALERT-COUNT TO DL100-RWK-TOT-COUNT.
001736     WRITE DL100-RWK-TOT-LINE.
001740     CLOSE LOTQUEUE.
001750     CLOSE RWKRPT.
001760     DISPLAY "POWREJ: " DL100-RWK-REJECT-COUNT
001766         " REJECT(S) AWAITING REWORK, " DL100-RWK-ALERT-COUNT
001772         " OLDER THAN " DL100-RWK-ALERT-DAYS " DAYS.".
001780 8000-FINISH-EXIT.
001790     EXIT.
001800*----------------------------------------------------------*
001810* 9700-WRITE-EVENT - APPEND ONE EXCEPTION EVENT TO THE      *
001820* SHARED EVTLOG FILE FOR POWFWD TO HAND TO THE PLANT        *
001830* ALERTING SYSTEM.  CALLERS FILL THE TYPE, SEVERITY,        *
001840* REFERENCE AND TEXT; THE STAMP AND PROGRAM ARE SET HERE.   *
001850* THE FILE IS OPENED AND CLOSED AROUND EACH EVENT BECAUSE   *
001860* EVERY PROGRAM IN THE SUITE APPENDS TO IT.  AN EVENT THAT  *
001870* CANNOT BE LOGGED IS SAID ON THE CONSOLE AND THE JOB       *
001880* CARRIES ON.                                               *
001890*----------------------------------------------------------*
001900 9700-WRITE-EVENT.
001910     ACCEPT DL101-EVT-STAMP-DATE FROM DATE YYYYMMDD.
001920     ACCEPT DL101-EVT-TIME FROM TIME.
001930     MOVE DL101-EVT-TIME(1:6) TO DL101-EVT-STAMP-TIME.
001940     MOVE "POWREJ" TO DL101-EVT-PROGRAM.
001950     MOVE 0 TO DL101-EVT-SEQ.
001952     IF DL101-EVT-REF-NONE
001954         MOVE 0 TO DL101-EVT-REF-NO
001956     END-IF.
001960     OPEN EXTEND EVTLOG.
001970     IF NOT DL101-EVL-OK
001980         OPEN OUTPUT EVTLOG
001990     END-IF.
002000     IF NOT DL101-EVL-OK
002010         DISPLAY "POWREJ: EVENT NOT LOGGED, EVTLOG STATUS "
002020             DL101-EVL-STATUS " - " DL101-EVT-TYPE
002030         GO TO 9700-WRITE-EVENT-EXIT
002040     END-IF.
002050     WRITE DL101-EVT-LOG-REC FROM DL101-EVT-RECORD.
002060     CLOSE EVTLOG.
002070 9700-WRITE-EVENT-EXIT.
002080     EXIT.
