000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. POWSCH.
000030 AUTHOR. D. L. OKONKWO.
000040 INSTALLATION. PACKAGING SYSTEMS - PALLET BUILD.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*========================================================*
000080* POWSCH TAKES THE WHITEBOARD OUT OF SHIFT PLANNING.  IT  *
000090* LOADS EVERY PENDING LOT ON LOTQUEUE - EXPEDITED LOTS    *
000100* FIRST, THEN THE REST, EACH IN KEY ORDER - AGAINST THE   *
000110* CAPACITY OF ITS PACKING LINE FROM THE LINECAP FILE      *
000120* (UNITS AN HOUR, HOURS AVAILABLE ON EACH OF THE THREE    *
000130* SHIFTS) AND PRINTS A SHIFT-BY-SHIFT RUN SCHEDULE FOR    *
000140* THE HORIZON.  A LOT MAY RUN ACROSS A SHIFT CHANGE; A    *
000150* LOT THAT CANNOT FINISH BEFORE THE END OF THE HORIZON    *
000160* TAKES NO CAPACITY AND GOES ON THE OVERFLOW LIST.  A LOT *
000170* WITH A BLANK LINE CODE, A LINE LINECAP DOES NOT KNOW    *
000180* (OR GIVES NO HOURS), OR A NUMBER THAT IS NOT A USABLE   *
000190* QUANTITY IS LISTED AS UNSCHEDULABLE - IT IS NEVER       *
000200* QUIETLY PUT ON SOME OTHER LINE.  DIVCFG LINE CODES WITH *
000210* NO CAPACITY RECORD ARE LISTED TOO.                      *
000220* THE HORIZON STARTS ON THE SCHDATE ENVIRONMENT VALUE     *
000230* (CCYYMMDD, DEFAULT TODAY) AND RUNS FOR SCHDAYS DAYS     *
000240* (01-14, DEFAULT 01).  NOTHING IS WRITTEN BUT THE        *
000250* SCHRPT REPORT.                                          *
000260*========================================================*
000270*  MODIFICATION HISTORY
000280*  ---------------------------------------------------
000290*  DATE       INIT  DESCRIPTION
000300*  ---------- ----  -------------------------------------
000310*  2026-10-15 DLO   ORIGINAL PROGRAM.
000312*  2026-10-15 DLO   A SCHEDULE REFUSED FOR A BAD SCHDATE OR
000314*                   SCHDAYS OR A MISSING LOTQUEUE OR LINECAP
000316*                   IS ALSO WRITTEN TO THE EVTLOG EXCEPTION
000318*                   EVENT FILE FOR THE PLANT ALERTING SYSTEM.
000320*========================================================*
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SOURCE-COMPUTER. GENERIC.
000360 OBJECT-COMPUTER. GENERIC.
000370 SPECIAL-NAMES.
000380     C01 IS TOP-OF-PAGE.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT LOTQUEUE ASSIGN TO "LOTQUEUE"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS DL100-LOT-KEY
000450         FILE STATUS IS DL100-LOTQ-STATUS.
000460     SELECT LINECAP ASSIGN TO "LINECAP"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS DL101-CAP-STATUS.
000490     SELECT DIVCFG ASSIGN TO "DIVCFG"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS DL100-DCF-STATUS.
000520     SELECT SCHRPT ASSIGN TO "SCHRPT"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS DL101-SCH-RPT-STATUS.
000542     SELECT EVTLOG ASSIGN TO "EVTLOG"
000544         ORGANIZATION IS LINE SEQUENTIAL
000546         FILE STATUS IS DL101-EVL-STATUS.
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  LOTQUEUE.
000580 COPY DL100L.
000590 FD  LINECAP.
000600 COPY DL101K.
000610 FD  DIVCFG.
000620 COPY DL100V.
000630 FD  SCHRPT
000640     RECORD CONTAINS 132 CHARACTERS.
000650 COPY DL101L.
000652 FD  EVTLOG.
000654 01  DL101-EVT-LOG-REC           PIC X(120).
000660 WORKING-STORAGE SECTION.
000670 01  DL100-WS-STATUS-AREA.
000680     05  DL100-LOTQ-STATUS       PIC X(02) VALUE "00".
000690         88  DL100-LOTQ-OK            VALUE "00".
000700     05  DL101-CAP-STATUS        PIC X(02) VALUE "00".
000710         88  DL101-CAP-OK             VALUE "00".
000720     05  DL100-DCF-STATUS        PIC X(02) VALUE "00".
000730         88  DL100-DCF-OK             VALUE "00".
000740     05  DL101-SCH-RPT-STATUS    PIC X(02) VALUE "00".
000742     05  DL101-EVL-STATUS        PIC X(02) VALUE "00".
000744         88  DL101-EVL-OK             VALUE "00".
000750 77  DL100-EOF-SW                PIC X(01) VALUE "N".
000760     88  DL100-AT-EOF                 VALUE "Y".
000770 77  DL100-SCH-ABORT-SW          PIC X(01) VALUE "N".
000780     88  DL100-SCH-ABORTED             VALUE "Y".
000790*  THE PASS SWITCH IS E WHILE THE EXPEDITED LOTS ARE
000800*  LOADED AND N FOR THE NORMAL ONES AFTER THEM.
000810 77  DL100-SCH-PASS-SW           PIC X(01) VALUE "E".
000820     88  DL100-SCH-EXPEDITE-PASS       VALUE "E".
000830 77  DL100-LINE-COUNT            PIC 9(04) VALUE 0.
000840 77  DL100-PAGE-COUNT            PIC 9(04) VALUE 0.
000850 77  DL100-LINES-PER-PAGE        PIC 9(04) VALUE 60.
000860 77  DL100-SCH-DATE-ENTRY        PIC X(08) VALUE SPACES.
000870 77  DL100-SCH-DAYS-ENTRY        PIC X(02) VALUE SPACES.
000880 77  DL100-SCH-DAYS              PIC 9(02) VALUE 0.
000890 77  DL100-SCH-SLOT-COUNT        PIC 9(03) VALUE 0.
000900 77  DL100-SCH-SLOT              PIC 9(03) VALUE 0.
000910 77  DL100-SCH-ROOM-SLOT         PIC 9(03) VALUE 0.
000920 77  DL100-SCH-DAY               PIC 9(02) VALUE 0.
000930 77  DL100-SCH-SHIFT             PIC 9(01) VALUE 0.
000940 77  DL100-SCH-SUB               PIC 9(04) VALUE 0.
000950 77  DL100-SCH-SEG-SUB           PIC 9(04) VALUE 0.
000960 77  DL100-SCH-CAP-SUB           PIC 9(02) VALUE 0.
000970 77  DL100-SCH-FOUND-SUB         PIC 9(02) VALUE 0.
000980 77  DL100-SCH-WK-CAP            PIC 9(09) VALUE 0.
000990 77  DL100-SCH-WK-ROOM           PIC 9(11) VALUE 0.
001000 77  DL100-SCH-WK-LEFT           PIC 9(09) VALUE 0.
001010 77  DL100-SCH-WK-TAKE           PIC 9(09) VALUE 0.
001020 77  DL100-SCH-WK-FIRST          PIC X(01) VALUE SPACE.
001030 77  DL100-SCH-WK-HOURS          PIC 9(05)V9(02) VALUE 0.
001040 77  DL100-SCH-WK-QUOT           PIC 9(04) VALUE 0.
001050 77  DL100-SCH-WK-REM            PIC 9(04) VALUE 0.
001060 77  DL100-SCH-MONTH-DAYS        PIC 9(02) VALUE 0.
001070 77  DL100-SCH-ED-UNITS          PIC ZZZ,ZZZ,ZZZ,ZZ9.
001080 77  DL100-SCH-SECTION           PIC X(80) VALUE SPACES.
001090 77  DL100-SCH-PENDING-COUNT     PIC 9(09) VALUE 0.
001100 77  DL100-SCH-EXPEDITE-COUNT    PIC 9(09) VALUE 0.
001110 77  DL100-SCH-SCHED-COUNT       PIC 9(09) VALUE 0.
001120 77  DL100-SCH-OVER-COUNT        PIC 9(09) VALUE 0.
001130 77  DL100-SCH-UNSCH-COUNT       PIC 9(09) VALUE 0.
001140 77  DL100-SCH-SEG-PRINTED       PIC 9(09) VALUE 0.
001150 77  DL100-SCH-LOST-COUNT        PIC 9(09) VALUE 0.
001160 77  DL100-SCH-SEG-LOST-COUNT    PIC 9(09) VALUE 0.
001170 01  DL100-WS-DATE-AREA.
001180     05  DL100-WS-YYYYMMDD.
001190         10  DL100-WS-CCYY       PIC 9(04).
001200         10  DL100-WS-MM         PIC 9(02).
001210         10  DL100-WS-DD         PIC 9(02).
001220*  THE DAY BEING STEPPED THROUGH WHILE THE DAY TABLE IS
001230*  BUILT, ONE CALENDAR DAY AT A TIME.
001240 01  DL100-SCH-ROLL-DATE.
001250     05  DL100-SCH-ROLL-CCYY     PIC 9(04).
001260     05  DL100-SCH-ROLL-MM       PIC 9(02).
001270     05  DL100-SCH-ROLL-DD       PIC 9(02).
001280 01  DL100-SCH-DAY-TABLE.
001290     05  DL100-SCH-DAY-DATE      PIC X(10) OCCURS 14 TIMES.
001300*  ONE ENTRY PER LINECAP LINE.  CUR-SLOT/CUR-LEFT ARE THE
001310*  LINE'S LOADING CURSOR - THE SHIFT SLOT (DAY AND SHIFT,
001320*  THREE TO A DAY) BEING FILLED AND THE UNITS STILL FREE
001330*  IN IT; USED AND LOTS ACCUMULATE PER SLOT FOR THE
001340*  HOURS-USED LINES.
001350 01  DL100-CAP-TABLE.
001360     05  DL100-CAP-COUNT         PIC 9(02) VALUE 0.
001370     05  DL100-CAP-ENTRY OCCURS 20 TIMES
001380                         INDEXED BY DL100-CAP-IDX.
001390         10  DL100-CAP-LINE      PIC X(03).
001400         10  DL100-CAP-UPH       PIC 9(07).
001410         10  DL100-CAP-HOURS     PIC 9(02)V9(01)
001420                                 OCCURS 3 TIMES.
001430         10  DL100-CAP-CUR-SLOT  PIC 9(03).
001440         10  DL100-CAP-CUR-LEFT  PIC 9(09).
001450         10  DL100-CAP-USED      PIC 9(09) OCCURS 42 TIMES.
001460         10  DL100-CAP-LOTS      PIC 9(04) OCCURS 42 TIMES.
001470*  DIVCFG LINE CODES THAT HAVE NO LINECAP RECORD.
001480 01  DL100-MISS-TABLE.
001490     05  DL100-MISS-COUNT        PIC 9(02) VALUE 0.
001500     05  DL100-MISS-LINE         PIC X(03) OCCURS 20 TIMES
001510                                 INDEXED BY DL100-MISS-IDX.
001520*  EVERY PENDING LOT.  THE STATE BYTE IS SPACE UNTIL THE
001530*  LOT IS LOADED, THEN S (SCHEDULED), O (OVERFLOW) OR U
001540*  (UNSCHEDULABLE, WITH THE REASON).
001550 01  DL100-SLT-TABLE.
001560     05  DL100-SLT-COUNT         PIC 9(04) VALUE 0.
001570     05  DL100-SLT-ENTRY OCCURS 3000 TIMES.
001580         10  DL100-SLT-KEY       PIC 9(06).
001590         10  DL100-SLT-RAW       PIC X(09).
001600         10  DL100-SLT-LINE      PIC X(03).
001610         10  DL100-SLT-PRIORITY  PIC X(01).
001620         10  DL100-SLT-UNITS     PIC 9(09).
001630         10  DL100-SLT-CAP-SUB   PIC 9(02).
001640         10  DL100-SLT-STATE     PIC X(01).
001650             88  DL100-SLT-OPEN       VALUE SPACE.
001660             88  DL100-SLT-OVERFLOW   VALUE "O".
001670             88  DL100-SLT-UNSCHED    VALUE "U".
001680         10  DL100-SLT-REASON    PIC X(50).
001690*  ONE ENTRY PER PIECE OF A LOT ON ONE SHIFT OF ITS LINE.
001700*  FIRST/LAST ARE Y ON THE PIECE THAT STARTS/FINISHES THE
001710*  LOT, SO A LOT SPLIT ACROSS A SHIFT CHANGE SAYS SO.
001720 01  DL100-SEG-TABLE.
001730     05  DL100-SEG-COUNT         PIC 9(04) VALUE 0.
001740     05  DL100-SEG-ENTRY OCCURS 5000 TIMES.
001750         10  DL100-SEG-SLOT      PIC 9(03).
001760         10  DL100-SEG-CAP-SUB   PIC 9(02).
001770         10  DL100-SEG-LOT-SUB   PIC 9(04).
001780         10  DL100-SEG-UNITS     PIC 9(09).
001790         10  DL100-SEG-FIRST     PIC X(01).
001800         10  DL100-SEG-LAST      PIC X(01).
001802*  THE EXCEPTION EVENT 9700-WRITE-EVENT APPENDS TO EVTLOG.
001804 77  DL101-EVT-TIME              PIC 9(08) VALUE 0.
001806 COPY DL101P.
001810 PROCEDURE DIVISION.
001820 0000-MAINLINE.
001830     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001840     IF DL100-SCH-ABORTED
001850         STOP RUN
001860     END-IF.
001870     PERFORM 2000-LOAD-QUEUE THRU 2000-LOAD-QUEUE-EXIT
001880         UNTIL DL100-AT-EOF.
001890     MOVE "E" TO DL100-SCH-PASS-SW.
001900     PERFORM 3000-SCHEDULE-LOT THRU 3000-SCHEDULE-LOT-EXIT
001910         VARYING DL100-SCH-SUB FROM 1 BY 1
001920         UNTIL DL100-SCH-SUB > DL100-SLT-COUNT.
001930     MOVE "N" TO DL100-SCH-PASS-SW.
001940     PERFORM 3000-SCHEDULE-LOT THRU 3000-SCHEDULE-LOT-EXIT
001950         VARYING DL100-SCH-SUB FROM 1 BY 1
001960         UNTIL DL100-SCH-SUB > DL100-SLT-COUNT.
001970     PERFORM 4000-PRINT-SCHEDULE THRU 4000-PRINT-SCHEDULE-EXIT.
001980     PERFORM 4500-PRINT-OVERFLOW THRU 4500-PRINT-OVERFLOW-EXIT.
001990     PERFORM 4600-PRINT-UNSCHEDULABLE
002000         THRU 4600-PRINT-UNSCHEDULABLE-EXIT.
002010     PERFORM 4700-PRINT-MISSING-LINES
002020         THRU 4700-PRINT-MISSING-LINES-EXIT.
002030     PERFORM 8000-FINISH THRU 8000-FINISH-EXIT.
002040     STOP RUN.
002050 0000-MAINLINE-EXIT.
002060     EXIT.
002070*----------------------------------------------------------*
002080* 1000-INITIALIZE - SETTLE THE HORIZON FROM SCHDATE AND     *
002090* SCHDAYS, LOAD THE LINE CAPACITIES, NOTE DIVCFG LINES      *
002100* WITH NO CAPACITY, POSITION THE QUEUE AND OPEN THE         *
002110* REPORT.  NO LINECAP FILE MEANS NOTHING CAN BE SCHEDULED.  *
002120*----------------------------------------------------------*
002130 1000-INITIALIZE.
002140     ACCEPT DL100-WS-YYYYMMDD FROM DATE YYYYMMDD.
002150     ACCEPT DL100-SCH-DATE-ENTRY FROM ENVIRONMENT "SCHDATE".
002160     IF DL100-SCH-DATE-ENTRY = SPACES
002170         MOVE DL100-WS-YYYYMMDD TO DL100-SCH-ROLL-DATE
002180     ELSE
002190         IF DL100-SCH-DATE-ENTRY IS NOT NUMERIC
002200             DISPLAY "POWSCH: SCHDATE MUST BE CCYYMMDD - "
002210                 "NO SCHEDULE PRODUCED"
002211             MOVE SPACES TO DL101-EVT-RECORD
002212             SET DL101-EVT-REFUSED TO TRUE
002213             SET DL101-EVT-ERROR TO TRUE
002214             MOVE "SCHDATE NOT CCYYMMDD - NO SCHEDULE PRODUCED"
002215                 TO DL101-EVT-TEXT
002216             PERFORM 9700-WRITE-EVENT THRU 9700-WRITE-EVENT-EXIT
002220             MOVE "Y" TO DL100-SCH-ABORT-SW
002230             MOVE 8 TO RETURN-CODE
002240             GO TO 1000-INITIALIZE-EXIT
002250         END-IF
002260         MOVE DL100-SCH-DATE-ENTRY TO DL100-SCH-ROLL-DATE
002270     END-IF.
002280     IF DL100-SCH-ROLL-MM < 1 OR DL100-SCH-ROLL-MM > 12 OR
002290        DL100-SCH-ROLL-DD < 1 OR DL100-SCH-ROLL-DD > 31
002300         DISPLAY "POWSCH: SCHDATE " DL100-SCH-ROLL-DATE
002310             " IS NOT A CALENDAR DATE - NO SCHEDULE PRODUCED"
002311         MOVE SPACES TO DL101-EVT-RECORD
002312         SET DL101-EVT-REFUSED TO TRUE
002313         SET DL101-EVT-ERROR TO TRUE
002314         MOVE "SCHDATE NOT A CALENDAR DATE - NO SCHEDULE"
002315             TO DL101-EVT-TEXT
002316         PERFORM 9700-WRITE-EVENT THRU 9700-WRITE-EVENT-EXIT
002320         MOVE "Y" TO DL100-SCH-ABORT-SW
002330         MOVE 8 TO RETURN-CODE
002340         GO TO 1000-INITIALIZE-EXIT
002350     END-IF.
002360     ACCEPT DL100-SCH-DAYS-ENTRY FROM ENVIRONMENT "SCHDAYS".
002370     IF DL100-SCH-DAYS-ENTRY = SPACES
002380         MOVE 1 TO DL100-SCH-DAYS
002390     ELSE
002400         IF DL100-SCH-DAYS-ENTRY IS NUMERIC
002410             MOVE DL100-SCH-DAYS-ENTRY TO DL100-SCH-DAYS
002420         END-IF
002430     END-IF.
002440     IF DL100-SCH-DAYS < 1 OR DL100-SCH-DAYS > 14
002450         DISPLAY "POWSCH: SCHDAYS MUST BE 01 TO 14 - "
002460             "NO SCHEDULE PRODUCED"
002461         MOVE SPACES TO DL101-EVT-RECORD
002462         SET DL101-EVT-REFUSED TO TRUE
002463         SET DL101-EVT-ERROR TO TRUE
002464         MOVE "SCHDAYS NOT 01 TO 14 - NO SCHEDULE PRODUCED"
002465             TO DL101-EVT-TEXT
002466         PERFORM 9700-WRITE-EVENT THRU 9700-WRITE-EVENT-EXIT
002470         MOVE "Y" TO DL100-SCH-ABORT-SW
002480         MOVE 8 TO RETURN-CODE
002490         GO TO 1000-INITIALIZE-EXIT
002500     END-IF.
002510     COMPUTE DL100-SCH-SLOT-COUNT = DL100-SCH-DAYS * 3.
002520     PERFORM 1100-BUILD-DAY-TABLE THRU 1100-BUILD-DAY-TABLE-EXIT
002530         VARYING DL100-SCH-DAY FROM 1 BY 1
002540         UNTIL DL100-SCH-DAY > DL100-SCH-DAYS.
002550     PERFORM 1200-LOAD-CAPACITY THRU 1200-LOAD-CAPACITY-EXIT.
002560     IF DL100-SCH-ABORTED
002570         GO TO 1000-INITIALIZE-EXIT
002580     END-IF.
002590     PERFORM 1300-CHECK-DIVCFG-LINES
002600         THRU 1300-CHECK-DIVCFG-LINES-EXIT.
002610     OPEN INPUT LOTQUEUE.
002620     IF NOT DL100-LOTQ-OK
002630         DISPLAY "POWSCH: UNABLE TO OPEN LOTQUEUE, STATUS "
002640             DL100-LOTQ-STATUS " - NO SCHEDULE PRODUCED"
002641         MOVE SPACES TO DL101-EVT-RECORD
002642         SET DL101-EVT-REFUSED TO TRUE
002643         SET DL101-EVT-ERROR TO TRUE
002644         MOVE "LOTQUEUE NOT AVAILABLE - NO SCHEDULE PRODUCED"
002645             TO DL101-EVT-TEXT
002646         PERFORM 9700-WRITE-EVENT THRU 9700-WRITE-EVENT-EXIT
002650         MOVE "Y" TO DL100-SCH-ABORT-SW
002660         MOVE 12 TO RETURN-CODE
002670         GO TO 1000-INITIALIZE-EXIT
002680     END-IF.
002690     MOVE LOW-VALUE TO DL100-LOT-KEY.
002700     START LOTQUEUE KEY IS GREATER THAN DL100-LOT-KEY
002710         INVALID KEY
002720             MOVE "Y" TO DL100-EOF-SW
002730     END-START.
002740     OPEN OUTPUT SCHRPT.
002750     PERFORM 1500-WRITE-HEADING THRU 1500-WRITE-HEADING-EXIT.
002760 1000-INITIALIZE-EXIT.
002770     EXIT.
002780*----------------------------------------------------------*
002790* 1100-BUILD-DAY-TABLE - THE PRINTED DATE OF EACH DAY OF    *
002800* THE HORIZON, STEPPING THE ROLL DATE ON BY ONE DAY AFTER   *
002810* EACH.                                                     *
002820*----------------------------------------------------------*
002830 1100-BUILD-DAY-TABLE.
002840     MOVE SPACES TO DL100-SCH-DAY-DATE(DL100-SCH-DAY).
002850     STRING DL100-SCH-ROLL-MM "/" DL100-SCH-ROLL-DD "/"
002860            DL100-SCH-ROLL-CCYY
002870         DELIMITED BY SIZE
002880         INTO DL100-SCH-DAY-DATE(DL100-SCH-DAY).
002890     PERFORM 1150-NEXT-DAY THRU 1150-NEXT-DAY-EXIT.
002900 1100-BUILD-DAY-TABLE-EXIT.
002910     EXIT.
002920*----------------------------------------------------------*
002930* 1150-NEXT-DAY - ADVANCE THE ROLL DATE ONE CALENDAR DAY.   *
002940* EVERY FOURTH YEAR IS A LEAP YEAR, WHICH HOLDS UNTIL 2100. *
002950*----------------------------------------------------------*
002960 1150-NEXT-DAY.
002970     ADD 1 TO DL100-SCH-ROLL-DD.
002980     EVALUATE DL100-SCH-ROLL-MM
002990         WHEN 4
003000         WHEN 6
003010         WHEN 9
003020         WHEN 11
003030             MOVE 30 TO DL100-SCH-MONTH-DAYS
003040         WHEN 2
003050             DIVIDE DL100-SCH-ROLL-CCYY BY 4
003060                 GIVING DL100-SCH-WK-QUOT
003070                 REMAINDER DL100-SCH-WK-REM
003080             IF DL100-SCH-WK-REM = 0
003090                 MOVE 29 TO DL100-SCH-MONTH-DAYS
003100             ELSE
003110                 MOVE 28 TO DL100-SCH-MONTH-DAYS
003120             END-IF
003130         WHEN OTHER
003140             MOVE 31 TO DL100-SCH-MONTH-DAYS
003150     END-EVALUATE.
003160     IF DL100-SCH-ROLL-DD > DL100-SCH-MONTH-DAYS
003170         MOVE 1 TO DL100-SCH-ROLL-DD
003180         ADD 1 TO DL100-SCH-ROLL-MM
003190         IF DL100-SCH-ROLL-MM > 12
003200             MOVE 1 TO DL100-SCH-ROLL-MM
003210             ADD 1 TO DL100-SCH-ROLL-CCYY
003220         END-IF
003230     END-IF.
003240 1150-NEXT-DAY-EXIT.
003250     EXIT.
003260*----------------------------------------------------------*
003270* 1200-LOAD-CAPACITY - ONE TABLE ENTRY PER LINECAP LINE,    *
003280* WITH ITS LOADING CURSOR PARKED ON ITS FIRST SHIFT THAT    *
003290* HAS HOURS.  A BLANK LINE CODE ON LINECAP IS IGNORED -     *
003300* THE DEFAULT LINE IS NOT A LINE THAT CAN BE SCHEDULED.     *
003310*----------------------------------------------------------*
003320 1200-LOAD-CAPACITY.
003330     OPEN INPUT LINECAP.
003340     IF NOT DL101-CAP-OK
003350         DISPLAY "POWSCH: UNABLE TO OPEN LINECAP, STATUS "
003360             DL101-CAP-STATUS " - NO SCHEDULE PRODUCED"
003361         MOVE SPACES TO DL101-EVT-RECORD
003362         SET DL101-EVT-REFUSED TO TRUE
003363         SET DL101-EVT-ERROR TO TRUE
003364         MOVE "LINECAP NOT AVAILABLE - NO SCHEDULE PRODUCED"
003365             TO DL101-EVT-TEXT
003366         PERFORM 9700-WRITE-EVENT THRU 9700-WRITE-EVENT-EXIT
003370         MOVE "Y" TO DL100-SCH-ABORT-SW
003380         MOVE 12 TO RETURN-CODE
003390         GO TO 1200-LOAD-CAPACITY-EXIT
003400     END-IF.
003410 1200-LOAD-CAPACITY-LOOP.
003420     READ LINECAP
003430         AT END
003440             CLOSE LINECAP
003450             GO TO 1200-LOAD-CAPACITY-EXIT
003460     END-READ.
003470     IF DL101-CAP-LINE-CODE = SPACES
003480         DISPLAY "POWSCH: LINECAP RECORD WITH NO LINE CODE "
003490             "IGNORED"
003500         GO TO 1200-LOAD-CAPACITY-LOOP
003510     END-IF.
003520     IF DL100-CAP-COUNT >= 20
003530         DISPLAY "POWSCH: MORE THAN 20 LINECAP LINES - LINE "
003540             DL101-CAP-LINE-CODE " IGNORED"
003550         GO TO 1200-LOAD-CAPACITY-LOOP
003560     END-IF.
003570     ADD 1 TO DL100-CAP-COUNT.
003580     MOVE DL100-CAP-COUNT TO DL100-SCH-CAP-SUB.
003590     MOVE DL101-CAP-LINE-CODE
003600         TO DL100-CAP-LINE(DL100-SCH-CAP-SUB).
003610     MOVE DL101-CAP-UNITS-HOUR
003620         TO DL100-CAP-UPH(DL100-SCH-CAP-SUB).
003630     MOVE DL101-CAP-HOURS(1)
003640         TO DL100-CAP-HOURS(DL100-SCH-CAP-SUB, 1).
003650     MOVE DL101-CAP-HOURS(2)
003660         TO DL100-CAP-HOURS(DL100-SCH-CAP-SUB, 2).
003670     MOVE DL101-CAP-HOURS(3)
003680         TO DL100-CAP-HOURS(DL100-SCH-CAP-SUB, 3).
003690     PERFORM VARYING DL100-SCH-SLOT FROM 1 BY 1
003700             UNTIL DL100-SCH-SLOT > 42
003710         MOVE 0
003720             TO DL100-CAP-USED(DL100-SCH-CAP-SUB, DL100-SCH-SLOT)
003730         MOVE 0
003740             TO DL100-CAP-LOTS(DL100-SCH-CAP-SUB, DL100-SCH-SLOT)
003750     END-PERFORM.
003760     MOVE 0 TO DL100-CAP-CUR-SLOT(DL100-SCH-CAP-SUB).
003770     PERFORM 1250-ADVANCE-SLOT THRU 1250-ADVANCE-SLOT-EXIT.
003780     GO TO 1200-LOAD-CAPACITY-LOOP.
003790 1200-LOAD-CAPACITY-EXIT.
003800     EXIT.
003810*----------------------------------------------------------*
003820* 1250-ADVANCE-SLOT - MOVE LINE DL100-SCH-CAP-SUB'S LOADING *
003830* CURSOR TO ITS NEXT SHIFT SLOT THAT HAS HOURS, WITH THAT   *
003840* SLOT'S FULL CAPACITY FREE.  PAST THE END OF THE HORIZON   *
003850* THE CURSOR SITS BEYOND THE LAST SLOT WITH NOTHING FREE.   *
003860*----------------------------------------------------------*
003870 1250-ADVANCE-SLOT.
003880     ADD 1 TO DL100-CAP-CUR-SLOT(DL100-SCH-CAP-SUB).
003890     IF DL100-CAP-CUR-SLOT(DL100-SCH-CAP-SUB) >
003900        DL100-SCH-SLOT-COUNT
003910         MOVE 0 TO DL100-CAP-CUR-LEFT(DL100-SCH-CAP-SUB)
003920         GO TO 1250-ADVANCE-SLOT-EXIT
003930     END-IF.
003940     MOVE DL100-CAP-CUR-SLOT(DL100-SCH-CAP-SUB) TO DL100-SCH-SLOT.
003950     PERFORM 3050-SLOT-CAPACITY THRU 3050-SLOT-CAPACITY-EXIT.
003960     IF DL100-SCH-WK-CAP = 0
003970         GO TO 1250-ADVANCE-SLOT
003980     END-IF.
003990     MOVE DL100-SCH-WK-CAP
004000         TO DL100-CAP-CUR-LEFT(DL100-SCH-CAP-SUB).
004010 1250-ADVANCE-SLOT-EXIT.
004020     EXIT.
004030*----------------------------------------------------------*
004040* 1300-CHECK-DIVCFG-LINES - EVERY LINE CODE THE DIVISOR     *
004050* PROFILES USE SHOULD HAVE A CAPACITY RECORD; COLLECT THE   *
004060* ONES THAT DO NOT FOR THE FOOT OF THE REPORT.  NO DIVCFG   *
004070* FILE SIMPLY MEANS NOTHING TO CHECK.                       *
004080*----------------------------------------------------------*
004090 1300-CHECK-DIVCFG-LINES.
004100     OPEN INPUT DIVCFG.
004110     IF NOT DL100-DCF-OK
004120         GO TO 1300-CHECK-DIVCFG-LINES-EXIT
004130     END-IF.
004140 1300-CHECK-DIVCFG-LINES-LOOP.
004150     READ DIVCFG
004160         AT END
004170             CLOSE DIVCFG
004180             GO TO 1300-CHECK-DIVCFG-LINES-EXIT
004190     END-READ.
004200     IF DL100-DCF-LINE-CODE = SPACES
004210         GO TO 1300-CHECK-DIVCFG-LINES-LOOP
004220     END-IF.
004230     MOVE 0 TO DL100-SCH-FOUND-SUB.
004240     PERFORM VARYING DL100-CAP-IDX FROM 1 BY 1
004250             UNTIL DL100-CAP-IDX > DL100-CAP-COUNT
004260         IF DL100-CAP-LINE(DL100-CAP-IDX) = DL100-DCF-LINE-CODE
004270             SET DL100-SCH-FOUND-SUB TO DL100-CAP-IDX
004280         END-IF
004290     END-PERFORM.
004300     IF DL100-SCH-FOUND-SUB > 0
004310         GO TO 1300-CHECK-DIVCFG-LINES-LOOP
004320     END-IF.
004330     PERFORM VARYING DL100-MISS-IDX FROM 1 BY 1
004340             UNTIL DL100-MISS-IDX > DL100-MISS-COUNT
004350         IF DL100-MISS-LINE(DL100-MISS-IDX) = DL100-DCF-LINE-CODE
004360             MOVE 1 TO DL100-SCH-FOUND-SUB
004370         END-IF
004380     END-PERFORM.
004390     IF DL100-SCH-FOUND-SUB = 0 AND DL100-MISS-COUNT < 20
004400         ADD 1 TO DL100-MISS-COUNT
004410         MOVE DL100-DCF-LINE-CODE
004420             TO DL100-MISS-LINE(DL100-MISS-COUNT)
004430     END-IF.
004440     GO TO 1300-CHECK-DIVCFG-LINES-LOOP.
004450 1300-CHECK-DIVCFG-LINES-EXIT.
004460     EXIT.
004470*----------------------------------------------------------*
004480* 1500-WRITE-HEADING - REPORT DATE HEADING AND COLUMN       *
004490* TITLES.                                                   *
004500*----------------------------------------------------------*
004510 1500-WRITE-HEADING.
004520     ADD 1 TO DL100-PAGE-COUNT.
004530     MOVE SPACES TO DL101-SCH-HDG1-LINE.
004540     STRING DL100-WS-MM "/" DL100-WS-DD "/" DL100-WS-CCYY
004550         DELIMITED BY SIZE INTO DL101-SCH-HDG1-DATE.
004560     MOVE DL100-PAGE-COUNT TO DL101-SCH-HDG1-PAGE.
004570     WRITE DL101-SCH-HDG1-LINE AFTER ADVANCING TOP-OF-PAGE.
004580     MOVE SPACES TO DL101-SCH-HDG2-LINE.
004590     WRITE DL101-SCH-HDG2-LINE.
004600     MOVE 2 TO DL100-LINE-COUNT.
004610 1500-WRITE-HEADING-EXIT.
004620     EXIT.
004630*----------------------------------------------------------*
004640* 2000-LOAD-QUEUE - ONE QUEUE RECORD PER PASS.  ONLY        *
004650* PENDING LOTS ARE SCHEDULED.  A LOT THAT CANNOT BE PUT ON  *
004660* A LINE AT ALL IS MARKED UNSCHEDULABLE HERE WITH THE       *
004670* REASON.                                                   *
004680*----------------------------------------------------------*
004690 2000-LOAD-QUEUE.
004700     READ LOTQUEUE NEXT RECORD
004710         AT END
004720             MOVE "Y" TO DL100-EOF-SW
004730             GO TO 2000-LOAD-QUEUE-EXIT
004740     END-READ.
004750     IF NOT DL100-STAT-PENDING
004760         GO TO 2000-LOAD-QUEUE-EXIT
004770     END-IF.
004780     ADD 1 TO DL100-SCH-PENDING-COUNT.
004790     IF DL100-LOT-EXPEDITE
004800         ADD 1 TO DL100-SCH-EXPEDITE-COUNT
004810     END-IF.
004820     IF DL100-SLT-COUNT >= 3000
004830         ADD 1 TO DL100-SCH-LOST-COUNT
004840         GO TO 2000-LOAD-QUEUE-EXIT
004850     END-IF.
004860     ADD 1 TO DL100-SLT-COUNT.
004870     MOVE DL100-SLT-COUNT TO DL100-SCH-SUB.
004880     MOVE DL100-LOT-KEY TO DL100-SLT-KEY(DL100-SCH-SUB).
004890     MOVE DL100-LOT-NOMBR-RAW TO DL100-SLT-RAW(DL100-SCH-SUB).
004900     MOVE DL100-LOT-LINE-CODE TO DL100-SLT-LINE(DL100-SCH-SUB).
004910     MOVE DL100-LOT-PRIORITY TO DL100-SLT-PRIORITY(DL100-SCH-SUB).
004920     MOVE 0 TO DL100-SLT-UNITS(DL100-SCH-SUB).
004930     MOVE 0 TO DL100-SLT-CAP-SUB(DL100-SCH-SUB).
004940     MOVE SPACE TO DL100-SLT-STATE(DL100-SCH-SUB).
004950     MOVE SPACES TO DL100-SLT-REASON(DL100-SCH-SUB).
004960     IF DL100-LOT-NOMBR-RAW IS NUMERIC
004970         MOVE DL100-LOT-NOMBR-RAW
004980             TO DL100-SLT-UNITS(DL100-SCH-SUB)
004990     END-IF.
005000     IF DL100-SLT-UNITS(DL100-SCH-SUB) = 0
005010         MOVE "LOT NUMBER IS NOT A USABLE QUANTITY"
005020             TO DL100-SLT-REASON(DL100-SCH-SUB)
005030         GO TO 2000-LOAD-QUEUE-UNSCHED
005040     END-IF.
005050     IF DL100-LOT-LINE-CODE = SPACES
005060         MOVE "NO LINE CODE ON THE LOT"
005070             TO DL100-SLT-REASON(DL100-SCH-SUB)
005080         GO TO 2000-LOAD-QUEUE-UNSCHED
005090     END-IF.
005100     MOVE 0 TO DL100-SCH-FOUND-SUB.
005110     PERFORM VARYING DL100-CAP-IDX FROM 1 BY 1
005120             UNTIL DL100-CAP-IDX > DL100-CAP-COUNT
005130         IF DL100-CAP-LINE(DL100-CAP-IDX) = DL100-LOT-LINE-CODE
005140             SET DL100-SCH-FOUND-SUB TO DL100-CAP-IDX
005150         END-IF
005160     END-PERFORM.
005170     IF DL100-SCH-FOUND-SUB = 0
005180         MOVE "LINE CODE HAS NO LINECAP RECORD"
005190             TO DL100-SLT-REASON(DL100-SCH-SUB)
005200         GO TO 2000-LOAD-QUEUE-UNSCHED
005210     END-IF.
005220     IF DL100-CAP-UPH(DL100-SCH-FOUND-SUB) = 0 OR
005230        (DL100-CAP-HOURS(DL100-SCH-FOUND-SUB, 1) = 0 AND
005240         DL100-CAP-HOURS(DL100-SCH-FOUND-SUB, 2) = 0 AND
005250         DL100-CAP-HOURS(DL100-SCH-FOUND-SUB, 3) = 0)
005260         MOVE "LINE HAS NO RATE OR NO SHIFT HOURS ON LINECAP"
005270             TO DL100-SLT-REASON(DL100-SCH-SUB)
005280         GO TO 2000-LOAD-QUEUE-UNSCHED
005290     END-IF.
005300     MOVE DL100-SCH-FOUND-SUB TO DL100-SLT-CAP-SUB(DL100-SCH-SUB).
005310     GO TO 2000-LOAD-QUEUE-EXIT.
005320 2000-LOAD-QUEUE-UNSCHED.
005330     MOVE "U" TO DL100-SLT-STATE(DL100-SCH-SUB).
005340     ADD 1 TO DL100-SCH-UNSCH-COUNT.
005350 2000-LOAD-QUEUE-EXIT.
005360     EXIT.
005370*----------------------------------------------------------*
005380* 3000-SCHEDULE-LOT - LOAD ONE LOT ONTO ITS LINE IF IT      *
005390* BELONGS TO THIS PASS.  A LOT THAT CANNOT FINISH BEFORE    *
005400* THE END OF THE HORIZON TAKES NO CAPACITY AT ALL - IT      *
005410* GOES ON THE OVERFLOW LIST AND A SMALLER LOT BEHIND IT MAY *
005420* STILL FIT.                                                *
005430*----------------------------------------------------------*
005440 3000-SCHEDULE-LOT.
005450     IF NOT DL100-SLT-OPEN(DL100-SCH-SUB)
005460         GO TO 3000-SCHEDULE-LOT-EXIT
005470     END-IF.
005480     IF DL100-SCH-EXPEDITE-PASS AND
005490        DL100-SLT-PRIORITY(DL100-SCH-SUB) NOT = "E"
005500         GO TO 3000-SCHEDULE-LOT-EXIT
005510     END-IF.
005520     IF NOT DL100-SCH-EXPEDITE-PASS AND
005530        DL100-SLT-PRIORITY(DL100-SCH-SUB) = "E"
005540         GO TO 3000-SCHEDULE-LOT-EXIT
005550     END-IF.
005560     MOVE DL100-SLT-CAP-SUB(DL100-SCH-SUB) TO DL100-SCH-CAP-SUB.
005570     MOVE DL100-CAP-CUR-LEFT(DL100-SCH-CAP-SUB)
005580         TO DL100-SCH-WK-ROOM.
005590     COMPUTE DL100-SCH-ROOM-SLOT =
005600         DL100-CAP-CUR-SLOT(DL100-SCH-CAP-SUB) + 1.
005610     PERFORM 3100-ADD-SLOT-ROOM THRU 3100-ADD-SLOT-ROOM-EXIT
005620         VARYING DL100-SCH-SLOT FROM DL100-SCH-ROOM-SLOT BY 1
005630         UNTIL DL100-SCH-SLOT > DL100-SCH-SLOT-COUNT.
005640     IF DL100-SCH-WK-ROOM < DL100-SLT-UNITS(DL100-SCH-SUB)
005650         MOVE "O" TO DL100-SLT-STATE(DL100-SCH-SUB)
005660         ADD 1 TO DL100-SCH-OVER-COUNT
005670         MOVE DL100-SCH-WK-ROOM TO DL100-SCH-ED-UNITS
005680         STRING "UNITS OF ROOM LEFT ON LINE:" DL100-SCH-ED-UNITS
005690             DELIMITED BY SIZE
005700             INTO DL100-SLT-REASON(DL100-SCH-SUB)
005710         GO TO 3000-SCHEDULE-LOT-EXIT
005720     END-IF.
005730     MOVE DL100-SLT-UNITS(DL100-SCH-SUB) TO DL100-SCH-WK-LEFT.
005740     MOVE "Y" TO DL100-SCH-WK-FIRST.
005750     PERFORM 3200-ALLOCATE-STEP THRU 3200-ALLOCATE-STEP-EXIT
005760         UNTIL DL100-SCH-WK-LEFT = 0.
005770     MOVE "S" TO DL100-SLT-STATE(DL100-SCH-SUB).
005780     ADD 1 TO DL100-SCH-SCHED-COUNT.
005790 3000-SCHEDULE-LOT-EXIT.
005800     EXIT.
005810*----------------------------------------------------------*
005820* 3050-SLOT-CAPACITY - UNITS LINE DL100-SCH-CAP-SUB CAN     *
005830* PACK IN SHIFT SLOT DL100-SCH-SLOT: ITS RATE TIMES THE     *
005840* HOURS IT HAS ON THAT SLOT'S SHIFT.  ALSO LEAVES THE SLOT'S *
005850* DAY AND SHIFT NUMBER IN DL100-SCH-DAY/DL100-SCH-SHIFT.    *
005860*----------------------------------------------------------*
005870 3050-SLOT-CAPACITY.
005880     COMPUTE DL100-SCH-WK-QUOT = DL100-SCH-SLOT - 1.
005890     DIVIDE DL100-SCH-WK-QUOT BY 3
005900         GIVING DL100-SCH-DAY
005910         REMAINDER DL100-SCH-SHIFT.
005920     ADD 1 TO DL100-SCH-DAY.
005930     ADD 1 TO DL100-SCH-SHIFT.
005940     COMPUTE DL100-SCH-WK-CAP =
005950         DL100-CAP-UPH(DL100-SCH-CAP-SUB)
005960         * DL100-CAP-HOURS(DL100-SCH-CAP-SUB, DL100-SCH-SHIFT).
005970 3050-SLOT-CAPACITY-EXIT.
005980     EXIT.
005990*----------------------------------------------------------*
006000* 3100-ADD-SLOT-ROOM - ADD ONE LATER SLOT'S FULL CAPACITY   *
006010* TO THE ROOM LEFT ON THE LINE.                             *
006020*----------------------------------------------------------*
006030 3100-ADD-SLOT-ROOM.
006040     PERFORM 3050-SLOT-CAPACITY THRU 3050-SLOT-CAPACITY-EXIT.
006050     ADD DL100-SCH-WK-CAP TO DL100-SCH-WK-ROOM.
006060 3100-ADD-SLOT-ROOM-EXIT.
006070     EXIT.
006080*----------------------------------------------------------*
006090* 3200-ALLOCATE-STEP - PUT AS MUCH OF THE LOT AS WILL GO    *
006100* INTO THE LINE'S CURRENT SLOT, RECORD THE PIECE, AND MOVE  *
006110* THE CURSOR ON WHEN THE SLOT IS FULL.  A PIECE PAST THE    *
006120* SEGMENT TABLE LIMIT STILL TAKES ITS CAPACITY BUT IS       *
006130* COUNTED INSTEAD OF PRINTED.                               *
006140*----------------------------------------------------------*
006150 3200-ALLOCATE-STEP.
006160     MOVE DL100-SCH-WK-LEFT TO DL100-SCH-WK-TAKE.
006170     IF DL100-SCH-WK-TAKE > DL100-CAP-CUR-LEFT(DL100-SCH-CAP-SUB)
006180         MOVE DL100-CAP-CUR-LEFT(DL100-SCH-CAP-SUB)
006190             TO DL100-SCH-WK-TAKE
006200     END-IF.
006210     MOVE DL100-CAP-CUR-SLOT(DL100-SCH-CAP-SUB) TO DL100-SCH-SLOT.
006220     IF DL100-SEG-COUNT >= 5000
006230         ADD 1 TO DL100-SCH-SEG-LOST-COUNT
006240     ELSE
006250         ADD 1 TO DL100-SEG-COUNT
006260         MOVE DL100-SCH-SLOT TO DL100-SEG-SLOT(DL100-SEG-COUNT)
006270         MOVE DL100-SCH-CAP-SUB
006280             TO DL100-SEG-CAP-SUB(DL100-SEG-COUNT)
006290         MOVE DL100-SCH-SUB TO DL100-SEG-LOT-SUB(DL100-SEG-COUNT)
006300         MOVE DL100-SCH-WK-TAKE
006310             TO DL100-SEG-UNITS(DL100-SEG-COUNT)
006320         MOVE DL100-SCH-WK-FIRST
006330             TO DL100-SEG-FIRST(DL100-SEG-COUNT)
006340         IF DL100-SCH-WK-TAKE = DL100-SCH-WK-LEFT
006350             MOVE "Y" TO DL100-SEG-LAST(DL100-SEG-COUNT)
006360         ELSE
006370             MOVE "N" TO DL100-SEG-LAST(DL100-SEG-COUNT)
006380         END-IF
006390     END-IF.
006400     ADD DL100-SCH-WK-TAKE
006410         TO DL100-CAP-USED(DL100-SCH-CAP-SUB, DL100-SCH-SLOT).
006420     ADD 1 TO DL100-CAP-LOTS(DL100-SCH-CAP-SUB, DL100-SCH-SLOT).
006430     SUBTRACT DL100-SCH-WK-TAKE FROM DL100-SCH-WK-LEFT.
006440     SUBTRACT DL100-SCH-WK-TAKE
006450         FROM DL100-CAP-CUR-LEFT(DL100-SCH-CAP-SUB).
006460     MOVE "N" TO DL100-SCH-WK-FIRST.
006470     IF DL100-CAP-CUR-LEFT(DL100-SCH-CAP-SUB) = 0
006480         PERFORM 1250-ADVANCE-SLOT THRU 1250-ADVANCE-SLOT-EXIT
006490     END-IF.
006500 3200-ALLOCATE-STEP-EXIT.
006510     EXIT.
006520*----------------------------------------------------------*
006530* 4000-PRINT-SCHEDULE - SHIFT SLOT BY SHIFT SLOT, AND       *
006540* WITHIN EACH LINE BY LINE, THE PIECES LOADED THERE AND     *
006550* THE LINE'S HOURS USED AGAINST HOURS AVAILABLE.            *
006560*----------------------------------------------------------*
006570 4000-PRINT-SCHEDULE.
006580     MOVE SPACES TO DL100-SCH-SECTION.
006590     STRING "RUN SCHEDULE - " DL100-SCH-DAYS
006600            " DAY(S) OF THREE SHIFTS FROM "
006610            DL100-SCH-DAY-DATE(1)
006620         DELIMITED BY SIZE INTO DL100-SCH-SECTION.
006630     PERFORM 4900-WRITE-SECTION THRU 4900-WRITE-SECTION-EXIT.
006640     PERFORM 4100-PRINT-SLOT-LINE THRU 4100-PRINT-SLOT-LINE-EXIT
006650         VARYING DL100-SCH-SLOT FROM 1 BY 1
006660         UNTIL DL100-SCH-SLOT > DL100-SCH-SLOT-COUNT
006670         AFTER DL100-SCH-CAP-SUB FROM 1 BY 1
006680         UNTIL DL100-SCH-CAP-SUB > DL100-CAP-COUNT.
006690 4000-PRINT-SCHEDULE-EXIT.
006700     EXIT.
006710*----------------------------------------------------------*
006720* 4100-PRINT-SLOT-LINE - ONE LINE ON ONE SHIFT: ITS PIECES  *
006730* THEN ITS HOURS-USED LINE.  A LINE WITH NO HOURS ON THE    *
006740* SHIFT DOES NOT RUN AND PRINTS NOTHING.                    *
006750*----------------------------------------------------------*
006760 4100-PRINT-SLOT-LINE.
006770     PERFORM 3050-SLOT-CAPACITY THRU 3050-SLOT-CAPACITY-EXIT.
006780     IF DL100-SCH-WK-CAP = 0
006790         GO TO 4100-PRINT-SLOT-LINE-EXIT
006800     END-IF.
006810     PERFORM 4200-PRINT-SEGMENT THRU 4200-PRINT-SEGMENT-EXIT
006820         VARYING DL100-SCH-SEG-SUB FROM 1 BY 1
006830         UNTIL DL100-SCH-SEG-SUB > DL100-SEG-COUNT.
006840     IF DL100-LINE-COUNT >= DL100-LINES-PER-PAGE
006850         PERFORM 1500-WRITE-HEADING THRU 1500-WRITE-HEADING-EXIT
006860     END-IF.
006870     MOVE SPACES TO DL101-SCH-UTL-LINE.
006880     MOVE DL100-SCH-DAY-DATE(DL100-SCH-DAY) TO DL101-SCH-UTL-DATE.
006890     MOVE DL100-SCH-SHIFT TO DL101-SCH-UTL-SHIFT.
006900     MOVE DL100-CAP-LINE(DL100-SCH-CAP-SUB)
006910         TO DL101-SCH-UTL-LINE-CODE.
006920     COMPUTE DL100-SCH-WK-HOURS ROUNDED =
006930         DL100-CAP-USED(DL100-SCH-CAP-SUB, DL100-SCH-SLOT)
006940         / DL100-CAP-UPH(DL100-SCH-CAP-SUB).
006950     MOVE DL100-SCH-WK-HOURS TO DL101-SCH-UTL-USED.
006960     MOVE DL100-CAP-HOURS(DL100-SCH-CAP-SUB, DL100-SCH-SHIFT)
006970         TO DL101-SCH-UTL-AVAIL.
006980     MOVE DL100-CAP-LOTS(DL100-SCH-CAP-SUB, DL100-SCH-SLOT)
006990         TO DL101-SCH-UTL-LOTS.
007000     WRITE DL101-SCH-UTL-LINE.
007010     ADD 1 TO DL100-LINE-COUNT.
007020 4100-PRINT-SLOT-LINE-EXIT.
007030     EXIT.
007040*----------------------------------------------------------*
007050* 4200-PRINT-SEGMENT - PRINT THE PIECE IN DL100-SCH-SEG-SUB *
007060* IF IT WAS LOADED ON THIS LINE IN THIS SLOT, SAYING WHEN   *
007070* THE LOT CARRIES OVER A SHIFT CHANGE.                      *
007080*----------------------------------------------------------*
007090 4200-PRINT-SEGMENT.
007100     IF DL100-SEG-SLOT(DL100-SCH-SEG-SUB) NOT = DL100-SCH-SLOT OR
007110        DL100-SEG-CAP-SUB(DL100-SCH-SEG-SUB) NOT =
007120        DL100-SCH-CAP-SUB
007130         GO TO 4200-PRINT-SEGMENT-EXIT
007140     END-IF.
007150     IF DL100-LINE-COUNT >= DL100-LINES-PER-PAGE
007160         PERFORM 1500-WRITE-HEADING THRU 1500-WRITE-HEADING-EXIT
007170     END-IF.
007180     MOVE DL100-SEG-LOT-SUB(DL100-SCH-SEG-SUB) TO DL100-SCH-SUB.
007190     MOVE SPACES TO DL101-SCH-DET-LINE.
007200     MOVE DL100-SCH-DAY-DATE(DL100-SCH-DAY) TO DL101-SCH-DET-DATE.
007210     MOVE DL100-SCH-SHIFT TO DL101-SCH-DET-SHIFT.
007220     MOVE DL100-CAP-LINE(DL100-SCH-CAP-SUB)
007230         TO DL101-SCH-DET-LINE-CODE.
007240     MOVE DL100-SLT-KEY(DL100-SCH-SUB) TO DL101-SCH-DET-KEY.
007250     MOVE DL100-SLT-RAW(DL100-SCH-SUB) TO DL101-SCH-DET-RAW.
007260     MOVE DL100-SLT-PRIORITY(DL100-SCH-SUB) TO DL101-SCH-DET-PRI.
007270     MOVE DL100-SEG-UNITS(DL100-SCH-SEG-SUB)
007280         TO DL101-SCH-DET-UNITS.
007290     COMPUTE DL100-SCH-WK-HOURS ROUNDED =
007300         DL100-SEG-UNITS(DL100-SCH-SEG-SUB)
007310         / DL100-CAP-UPH(DL100-SCH-CAP-SUB).
007320     MOVE DL100-SCH-WK-HOURS TO DL101-SCH-DET-HOURS.
007330     IF DL100-SEG-FIRST(DL100-SCH-SEG-SUB) = "Y" AND
007340        DL100-SEG-LAST(DL100-SCH-SEG-SUB) = "N"
007350         MOVE "CONTINUES ON THE NEXT SHIFT" TO DL101-SCH-DET-NOTE
007360     END-IF.
007370     IF DL100-SEG-FIRST(DL100-SCH-SEG-SUB) = "N" AND
007380        DL100-SEG-LAST(DL100-SCH-SEG-SUB) = "Y"
007390         MOVE "CARRIED OVER - FINISHES THIS SHIFT"
007400             TO DL101-SCH-DET-NOTE
007410     END-IF.
007420     IF DL100-SEG-FIRST(DL100-SCH-SEG-SUB) = "N" AND
007430        DL100-SEG-LAST(DL100-SCH-SEG-SUB) = "N"
007440         MOVE "CARRIED OVER - RUNS THE WHOLE SHIFT"
007450             TO DL101-SCH-DET-NOTE
007460     END-IF.
007470     WRITE DL101-SCH-DET-LINE.
007480     ADD 1 TO DL100-LINE-COUNT.
007490     ADD 1 TO DL100-SCH-SEG-PRINTED.
007500 4200-PRINT-SEGMENT-EXIT.
007510     EXIT.
007520*----------------------------------------------------------*
007530* 4500-PRINT-OVERFLOW - THE LOTS THAT WILL NOT FIT BEFORE   *
007540* THE END OF THE HORIZON, WITH THE HOURS EACH WOULD NEED.   *
007550*----------------------------------------------------------*
007560 4500-PRINT-OVERFLOW.
007570     MOVE "OVERFLOW - LOTS THAT DO NOT FIT IN THE HORIZON"
007580         TO DL100-SCH-SECTION.
007590     PERFORM 4900-WRITE-SECTION THRU 4900-WRITE-SECTION-EXIT.
007600     PERFORM 4510-PRINT-ONE-OVERFLOW
007610         THRU 4510-PRINT-ONE-OVERFLOW-EXIT
007620         VARYING DL100-SCH-SUB FROM 1 BY 1
007630         UNTIL DL100-SCH-SUB > DL100-SLT-COUNT.
007640 4500-PRINT-OVERFLOW-EXIT.
007650     EXIT.
007660 4510-PRINT-ONE-OVERFLOW.
007670     IF NOT DL100-SLT-OVERFLOW(DL100-SCH-SUB)
007680         GO TO 4510-PRINT-ONE-OVERFLOW-EXIT
007690     END-IF.
007700     MOVE DL100-SLT-CAP-SUB(DL100-SCH-SUB) TO DL100-SCH-CAP-SUB.
007710     COMPUTE DL100-SCH-WK-HOURS ROUNDED =
007720         DL100-SLT-UNITS(DL100-SCH-SUB)
007730         / DL100-CAP-UPH(DL100-SCH-CAP-SUB).
007740     PERFORM 4800-WRITE-LIST-LINE THRU 4800-WRITE-LIST-LINE-EXIT.
007750 4510-PRINT-ONE-OVERFLOW-EXIT.
007760     EXIT.
007770*----------------------------------------------------------*
007780* 4600-PRINT-UNSCHEDULABLE - THE LOTS NO LINE CAN TAKE,     *
007790* WITH THE REASON.                                          *
007800*----------------------------------------------------------*
007810 4600-PRINT-UNSCHEDULABLE.
007820     MOVE "UNSCHEDULABLE - LOTS WITH NO LINE TO RUN ON"
007830         TO DL100-SCH-SECTION.
007840     PERFORM 4900-WRITE-SECTION THRU 4900-WRITE-SECTION-EXIT.
007850     PERFORM 4610-PRINT-ONE-UNSCHED
007860         THRU 4610-PRINT-ONE-UNSCHED-EXIT
007870         VARYING DL100-SCH-SUB FROM 1 BY 1
007880         UNTIL DL100-SCH-SUB > DL100-SLT-COUNT.
007890 4600-PRINT-UNSCHEDULABLE-EXIT.
007900     EXIT.
007910 4610-PRINT-ONE-UNSCHED.
007920     IF NOT DL100-SLT-UNSCHED(DL100-SCH-SUB)
007930         GO TO 4610-PRINT-ONE-UNSCHED-EXIT
007940     END-IF.
007950     MOVE 0 TO DL100-SCH-WK-HOURS.
007960     PERFORM 4800-WRITE-LIST-LINE THRU 4800-WRITE-LIST-LINE-EXIT.
007970 4610-PRINT-ONE-UNSCHED-EXIT.
007980     EXIT.
007990*----------------------------------------------------------*
008000* 4700-PRINT-MISSING-LINES - DIVCFG LINE CODES THAT HAVE NO *
008010* LINECAP RECORD, SO THE CAPACITY FILE CAN BE COMPLETED.    *
008020*----------------------------------------------------------*
008030 4700-PRINT-MISSING-LINES.
008040     IF DL100-MISS-COUNT = 0
008050         GO TO 4700-PRINT-MISSING-LINES-EXIT
008060     END-IF.
008070     MOVE "DIVCFG LINE CODES WITH NO LINECAP RECORD"
008080         TO DL100-SCH-SECTION.
008090     PERFORM 4900-WRITE-SECTION THRU 4900-WRITE-SECTION-EXIT.
008100     PERFORM 4710-PRINT-ONE-MISSING
008110         THRU 4710-PRINT-ONE-MISSING-EXIT
008120         VARYING DL100-MISS-IDX FROM 1 BY 1
008130         UNTIL DL100-MISS-IDX > DL100-MISS-COUNT.
008140 4700-PRINT-MISSING-LINES-EXIT.
008150     EXIT.
008160 4710-PRINT-ONE-MISSING.
008170     IF DL100-LINE-COUNT >= DL100-LINES-PER-PAGE
008180         PERFORM 1500-WRITE-HEADING THRU 1500-WRITE-HEADING-EXIT
008190     END-IF.
008200     MOVE SPACES TO DL101-SCH-SEC-LINE.
008210     STRING "LINE " DL100-MISS-LINE(DL100-MISS-IDX)
008220         DELIMITED BY SIZE INTO DL101-SCH-SEC-TITLE.
008230     WRITE DL101-SCH-SEC-LINE.
008240     ADD 1 TO DL100-LINE-COUNT.
008250 4710-PRINT-ONE-MISSING-EXIT.
008260     EXIT.
008270*----------------------------------------------------------*
008280* 4800-WRITE-LIST-LINE - ONE OVERFLOW OR UNSCHEDULABLE LINE *
008290* FOR THE LOT IN DL100-SCH-SUB.                             *
008300*----------------------------------------------------------*
008310 4800-WRITE-LIST-LINE.
008320     IF DL100-LINE-COUNT >= DL100-LINES-PER-PAGE
008330         PERFORM 1500-WRITE-HEADING THRU 1500-WRITE-HEADING-EXIT
008340     END-IF.
008350     MOVE SPACES TO DL101-SCH-LST-LINE.
008360     MOVE DL100-SLT-KEY(DL100-SCH-SUB) TO DL101-SCH-LST-KEY.
008370     MOVE DL100-SLT-RAW(DL100-SCH-SUB) TO DL101-SCH-LST-RAW.
008380     MOVE DL100-SLT-LINE(DL100-SCH-SUB)
008390         TO DL101-SCH-LST-LINE-CODE.
008400     MOVE DL100-SLT-PRIORITY(DL100-SCH-SUB) TO DL101-SCH-LST-PRI.
008410     MOVE DL100-SLT-UNITS(DL100-SCH-SUB) TO DL101-SCH-LST-UNITS.
008420     MOVE DL100-SCH-WK-HOURS TO DL101-SCH-LST-HOURS.
008430     MOVE DL100-SLT-REASON(DL100-SCH-SUB) TO DL101-SCH-LST-REASON.
008440     WRITE DL101-SCH-LST-LINE.
008450     ADD 1 TO DL100-LINE-COUNT.
008460 4800-WRITE-LIST-LINE-EXIT.
008470     EXIT.
008480*----------------------------------------------------------*
008490* 4900-WRITE-SECTION - A BLANK LINE AND THE SECTION TITLE   *
008500* ALREADY IN DL100-SCH-SECTION, ON A NEW PAGE IF THE        *
008510* TITLE WOULD OTHERWISE SIT ALONE AT THE FOOT.              *
008520*----------------------------------------------------------*
008530 4900-WRITE-SECTION.
008540     IF DL100-LINE-COUNT >= DL100-LINES-PER-PAGE - 3
008550         PERFORM 1500-WRITE-HEADING THRU 1500-WRITE-HEADING-EXIT
008560     END-IF.
008570     MOVE SPACES TO DL101-SCH-RPT-REC.
008580     WRITE DL101-SCH-RPT-REC.
008590     MOVE SPACES TO DL101-SCH-SEC-LINE.
008600     MOVE DL100-SCH-SECTION TO DL101-SCH-SEC-TITLE.
008610     WRITE DL101-SCH-SEC-LINE.
008620     ADD 2 TO DL100-LINE-COUNT.
008630 4900-WRITE-SECTION-EXIT.
008640     EXIT.
008650*----------------------------------------------------------*
008660* 8000-FINISH - RUN TOTALS AND CLOSE UP.                    *
008670*----------------------------------------------------------*
008680 8000-FINISH.
008690     MOVE SPACES TO DL101-SCH-TOT-LINE.
008700     WRITE DL101-SCH-TOT-LINE.
008710     MOVE "PENDING LOTS ON THE QUEUE...." TO DL101-SCH-TOT-LABEL.
008720     MOVE DL100-SCH-PENDING-COUNT TO DL101-SCH-TOT-COUNT.
008730     WRITE DL101-SCH-TOT-LINE.
008740     MOVE "EXPEDITED LOTS..............." TO DL101-SCH-TOT-LABEL.
008750     MOVE DL100-SCH-EXPEDITE-COUNT TO DL101-SCH-TOT-COUNT.
008760     WRITE DL101-SCH-TOT-LINE.
008770     MOVE "LOTS SCHEDULED..............." TO DL101-SCH-TOT-LABEL.
008780     MOVE DL100-SCH-SCHED-COUNT TO DL101-SCH-TOT-COUNT.
008790     WRITE DL101-SCH-TOT-LINE.
008800     MOVE "LOTS IN OVERFLOW............." TO DL101-SCH-TOT-LABEL.
008810     MOVE DL100-SCH-OVER-COUNT TO DL101-SCH-TOT-COUNT.
008820     WRITE DL101-SCH-TOT-LINE.
008830     MOVE "LOTS UNSCHEDULABLE..........." TO DL101-SCH-TOT-LABEL.
008840     MOVE DL100-SCH-UNSCH-COUNT TO DL101-SCH-TOT-COUNT.
008850     WRITE DL101-SCH-TOT-LINE.
008860     MOVE "SHIFT PIECES PRINTED........." TO DL101-SCH-TOT-LABEL.
008870     MOVE DL100-SCH-SEG-PRINTED TO DL101-SCH-TOT-COUNT.
008880     WRITE DL101-SCH-TOT-LINE.
008890     IF DL100-SCH-LOST-COUNT > 0
008900         MOVE "LOTS PAST THE TABLE LIMIT...."
008910             TO DL101-SCH-TOT-LABEL
008920         MOVE DL100-SCH-LOST-COUNT TO DL101-SCH-TOT-COUNT
008930         WRITE DL101-SCH-TOT-LINE
008940         DISPLAY "POWSCH: " DL100-SCH-LOST-COUNT
008950             " PENDING LOT(S) PAST THE TABLE LIMIT NOT SCHEDULED"
008960     END-IF.
008970     IF DL100-SCH-SEG-LOST-COUNT > 0
008980         MOVE "PIECES PAST THE TABLE LIMIT.."
008990             TO DL101-SCH-TOT-LABEL
009000         MOVE DL100-SCH-SEG-LOST-COUNT TO DL101-SCH-TOT-COUNT
009010         WRITE DL101-SCH-TOT-LINE
009020         DISPLAY "POWSCH: " DL100-SCH-SEG-LOST-COUNT
009030             " SHIFT PIECE(S) PAST THE TABLE LIMIT NOT PRINTED"
009040     END-IF.
009050     CLOSE LOTQUEUE.
009060     CLOSE SCHRPT.
009070     DISPLAY "POWSCH: " DL100-SCH-SCHED-COUNT
009080         " LOT(S) SCHEDULED, "
009090         DL100-SCH-OVER-COUNT " IN OVERFLOW, "
009100         DL100-SCH-UNSCH-COUNT " UNSCHEDULABLE.".
009110 8000-FINISH-EXIT.
009120     EXIT.
009130*----------------------------------------------------------*
009140* 9700-WRITE-EVENT - APPEND ONE EXCEPTION EVENT TO THE      *
009150* SHARED EVTLOG FILE FOR POWFWD TO HAND TO THE PLANT        *
009160* ALERTING SYSTEM.  CALLERS FILL THE TYPE, SEVERITY,        *
009170* REFERENCE AND TEXT; THE STAMP AND PROGRAM ARE SET HERE.   *
009180* THE FILE IS OPENED AND CLOSED AROUND EACH EVENT BECAUSE   *
009190* EVERY PROGRAM IN THE SUITE APPENDS TO IT.  AN EVENT THAT  *
009200* CANNOT BE LOGGED IS SAID ON THE CONSOLE AND THE JOB       *
009210* CARRIES ON.                                               *
009220*----------------------------------------------------------*
009230 9700-WRITE-EVENT.
009240     ACCEPT DL101-EVT-STAMP-DATE FROM DATE YYYYMMDD.
009250     ACCEPT DL101-EVT-TIME FROM TIME.
009260     MOVE DL101-EVT-TIME(1:6) TO DL101-EVT-STAMP-TIME.
009270     MOVE "POWSCH" TO DL101-EVT-PROGRAM.
009280     MOVE 0 TO DL101-EVT-SEQ.
009282     IF DL101-EVT-REF-NONE
009284         MOVE 0 TO DL101-EVT-REF-NO
009286     END-IF.
009290     OPEN EXTEND EVTLOG.
009300     IF NOT DL101-EVL-OK
009310         OPEN OUTPUT EVTLOG
009320     END-IF.
009330     IF NOT DL101-EVL-OK
009340         DISPLAY "POWSCH: EVENT NOT LOGGED, EVTLOG STATUS "
009350             DL101-EVL-STATUS " - " DL101-EVT-TYPE
009360         GO TO 9700-WRITE-EVENT-EXIT
009370     END-IF.
009380     WRITE DL101-EVT-LOG-REC FROM DL101-EVT-RECORD.
009390     CLOSE EVTLOG.
009400 9700-WRITE-EVENT-EXIT.
009410     EXIT.
