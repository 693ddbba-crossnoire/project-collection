000220*  DATE       INIT  DESCRIPTION
000230*  ---------- ----  -------------------------------------
000240*  2026-09-02 DLO   ORIGINAL PROGRAM.
000242*  2026-10-15 DLO   A MISSING PALPLAN IS ALSO WRITTEN TO THE
000244*                   EVTLOG EXCEPTION EVENT FILE FOR THE PLANT
000246*                   ALERTING SYSTEM.
000250*========================================================*
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000400     SELECT CONRPT ASSIGN TO "CONRPT"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS DL101-CNR-RPT-STATUS.
000422     SELECT EVTLOG ASSIGN TO "EVTLOG"
000424         ORGANIZATION IS LINE SEQUENTIAL
000426         FILE STATUS IS DL101-EVL-STATUS.
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  PALPLAN.
000490 FD  CONRPT
000500     RECORD CONTAINS 132 CHARACTERS.
000510 COPY DL101C.
000512 FD  EVTLOG.
000514 01  DL101-EVT-LOG-REC           PIC X(120).
000520 WORKING-STORAGE SECTION.
000530 01  DL100-WS-STATUS-AREA.
000540     05  DL100-PLN-STATUS        PIC X(02) VALUE "00".
000550         88  DL100-PLN-OK             VALUE "00".
000560     05  DL101-CON-STATUS        PIC X(02) VALUE "00".
000570     05  DL101-CNR-RPT-STATUS    PIC X(02) VALUE "00".
000572     05  DL101-EVL-STATUS        PIC X(02) VALUE "00".
000574         88  DL101-EVL-OK             VALUE "00".
000580 77  DL100-EOF-SW                PIC X(01) VALUE "N".
000590     88  DL100-AT-EOF                 VALUE "Y".
000600 77  DL100-LINE-COUNT            PIC 9(04) VALUE 0.
000960         10  DL100-RES-PACK      PIC 9(02).
000970         10  DL100-RES-PAIRED    PIC X(01).
000980             88  DL100-RES-IS-OPEN    VALUE SPACE.
000982*  THE EXCEPTION EVENT 9700-WRITE-EVENT APPENDS TO EVTLOG.
000984 77  DL101-EVT-TIME              PIC 9(08) VALUE 0.
000986 COPY DL101P.
000990 PROCEDURE DIVISION.
001000 0000-MAINLINE.
001010     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001170     IF NOT DL100-PLN-OK
001180         DISPLAY "POWCON: UNABLE TO OPEN PALPLAN, STATUS "
001190             DL100-PLN-STATUS
001191         MOVE SPACES TO DL101-EVT-RECORD
001192         SET DL101-EVT-REFUSED TO TRUE
001193         SET DL101-EVT-ERROR TO TRUE
001194         MOVE "PALPLAN NOT AVAILABLE - NO CONSOLIDATION"
001195             TO DL101-EVT-TEXT
001196         PERFORM 9700-WRITE-EVENT THRU 9700-WRITE-EVENT-EXIT
001200         MOVE "Y" TO DL100-EOF-SW
001210         MOVE "Y" TO DL100-RES-DONE-SW
001215         MOVE "Y" TO DL100-CON-ABORT-SW
003690         " RESIDUAL LOT(S).".
003700 8000-FINISH-EXIT.
003710     EXIT.
003720*----------------------------------------------------------*
003730* 9700-WRITE-EVENT - APPEND ONE EXCEPTION EVENT TO THE      *
003740* SHARED EVTLOG FILE FOR POWFWD TO HAND TO THE PLANT        *
003750* ALERTING SYSTEM.  CALLERS FILL THE TYPE, SEVERITY,        *
003760* REFERENCE AND TEXT; THE STAMP AND PROGRAM ARE SET HERE.   *
003770* THE FILE IS OPENED AND CLOSED AROUND EACH EVENT BECAUSE   *
003780* EVERY PROGRAM IN THE SUITE APPENDS TO IT.  AN EVENT THAT  *
003790* CANNOT BE LOGGED IS SAID ON THE CONSOLE AND THE JOB       *
003800* CARRIES ON.                                               *
003810*----------------------------------------------------------*
003820 9700-WRITE-EVENT.
003830     ACCEPT DL101-EVT-STAMP-DATE FROM DATE YYYYMMDD.
003840     ACCEPT DL101-EVT-TIME FROM TIME.
003850     MOVE DL101-EVT-TIME(1:6) TO DL101-EVT-STAMP-TIME.
003860     MOVE "POWCON" TO DL101-EVT-PROGRAM.
003870     MOVE 0 TO DL101-EVT-SEQ.
003872     IF DL101-EVT-REF-NONE
003874         MOVE 0 TO DL101-EVT-REF-NO
003876     END-IF.
003880     OPEN EXTEND EVTLOG.
003890     IF NOT DL101-EVL-OK
003900         OPEN OUTPUT EVTLOG
003910     END-IF.
003920     IF NOT DL101-EVL-OK
003930         DISPLAY "POWCON: EVENT NOT LOGGED, EVTLOG STATUS "
003940             DL101-EVL-STATUS " - " DL101-EVT-TYPE
003950         GO TO 9700-WRITE-EVENT-EXIT
003960     END-IF.
003970     WRITE DL101-EVT-LOG-REC FROM DL101-EVT-RECORD.
003980     CLOSE EVTLOG.
003990 9700-WRITE-EVENT-EXIT.
004000     EXIT.
