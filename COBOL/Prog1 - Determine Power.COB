001020*                   COUNT (AUDIT WINDOW ANCHORED AT THE
001030*                   ORIGINAL START STAMP, GEN-2 TRAILER
001040*                   STAMPED FROM THE ON-DISK RECOUNT).
001041*  2026-10-15 DLO   RUN-LOT LOG (RUNLOG, DL101F) - ONE LINE
001042*                   PER QUEUE RECORD THE RUN MARKS D, R OR
001043*                   Q, WITH ITS PRE-RUN STATUS AND RESUBMIT
001044*                   COUNT, SO POWREV CAN BACK A RUN OUT.
001045*                   AUDIT LINES CARRY THE RUN NUMBER, AND A
001046*                   NEWEST GENERATION VOIDED BY POWREV NO
001047*                   LONGER HOLDS UP THE NEXT RUN.
001048*  2026-10-15 DLO   ITEM MASTER (ITEMMAST, DL101M) - LOT
001049*                   RECORDS AND LOTFEED LINES CARRY AN ITEM
001050*                   CODE; A LOT WHOSE ITEM IS UNKNOWN,
001051*                   INACTIVE OR NOT ALLOWED ON ITS LINE IS
001052*                   REJECTED WITH THE REASON PRINTED, THE
001053*                   PLAN PICKS ONLY THE ITEM'S ALLOWED CASE
001054*                   PACKS, AND THE PLAN FILE AND REPORT SAY
001055*                   HOW MANY PHYSICAL PALLETS THE LAYERS
001056*                   TAKE AT THE ITEM'S MAX LAYERS.
001057*  2026-10-15 DLO   PER-LINE RUNS - PWRLINES NAMES THE LINE
001058*                   CODE(S) A RUN IS FOR (BLANK IS THE WHOLE
001059*                   SHOP).  RUNCTL HOLDS ONE LOCK PER LINE,
001060*                   PWRCHK ONE CHECKPOINT PER LINE SET, AND
001061*                   THE REGISTER ENTRY AND PLAN RECORDS CARRY
001062*                   THE LINE SET AND RUN NUMBER, SO RUNS FOR
001063*                   DIFFERENT LINES CAN OVERLAP WHILE NO TWO
001064*                   RUNS EVER SHARE A LINE OR A GENERATION.
001065*  2026-10-15 DLO   EVERY REJECT, DUPLICATE, HELD LOCK,
001066*                   UNSENT GENERATION, REFUSED START AND
001067*                   OUT-OF-BALANCE CERTIFICATE ALSO GOES TO
001068*                   THE EVTLOG EXCEPTION EVENT FILE FOR THE
001069*                   PLANT ALERTING SYSTEM.
001070*  2026-10-15 DLO   A LOT WITH NO LINE CODE IS NO LONGER HELD
001071*                   TO THE ITEM'S ALLOWED LINES - ITS ITEM
001072*                   NEED ONLY BE ON FILE AND ACTIVE.
001073*  2026-10-15 DLO   THE AUDIT LINE ALSO CARRIES THE LOT'S
001074*                   PALLET PLAN - FULL LAYERS AND RESIDUAL.
001075*========================================================*
001076 ENVIRONMENT DIVISION.
001077 CONFIGURATION SECTION.
001080 SOURCE-COMPUTER. GENERIC.
001090 OBJECT-COMPUTER. GENERIC.
001100 SPECIAL-NAMES.
001570         ACCESS MODE IS DYNAMIC
001580         RECORD KEY IS DL100-HST-LOT-KEY
001590         FILE STATUS IS DL100-HST-STATUS-CODE.
001592     SELECT RUNLOG ASSIGN TO "RUNLOG"
001594         ORGANIZATION IS LINE SEQUENTIAL
001596         FILE STATUS IS DL100-RLG-STATUS.
001597     SELECT ITEMMAST ASSIGN TO "ITEMMAST"
001598         ORGANIZATION IS INDEXED
001599         ACCESS MODE IS DYNAMIC
001600         RECORD KEY IS DL101-ITM-CODE
001601         FILE STATUS IS DL100-ITM-STATUS.
001602     SELECT EVTLOG ASSIGN TO "EVTLOG"
001603         ORGANIZATION IS LINE SEQUENTIAL
001604         FILE STATUS IS DL101-EVL-STATUS.
001605 DATA DIVISION.
001610 FILE SECTION.
001620 FD  LOTQUEUE.
001630 COPY DL100L.
001910*  BACK TO BACK, IN PWREX2 HEADER/DETAIL/TRAILER ORDER.
001920 FD  PWREXG.
001930 01  DL100-EXG-RECORD            PIC X(60).
001932 FD  RUNLOG.
001934 COPY DL101F.
001936 FD  ITEMMAST.
001938 COPY DL101M.
001939 FD  EVTLOG.
001940 01  DL101-EVT-LOG-REC           PIC X(120).
001941 WORKING-STORAGE SECTION.
001950 COPY DL100D.
001960 01  DL100-WS-STATUS-AREA.
001970     05  DL100-LOTQ-STATUS       PIC X(02) VALUE "00".
002190         88  DL100-REG-FILE-OK        VALUE "00".
002200     05  DL100-EXG-STATUS        PIC X(02) VALUE "00".
002210         88  DL100-EXG-FILE-OK        VALUE "00".
002212     05  DL100-RLG-STATUS        PIC X(02) VALUE "00".
002214         88  DL100-RLG-FILE-OK        VALUE "00".
002216     05  DL100-ITM-STATUS        PIC X(02) VALUE "00".
002218         88  DL100-ITM-FILE-OK        VALUE "00".
002219     05  DL101-EVL-STATUS        PIC X(02) VALUE "00".
002220         88  DL101-EVL-OK             VALUE "00".
002221 77  DL100-EOF-SW                PIC X(01) VALUE "N".
002230     88  DL100-AT-EOF                 VALUE "Y".
002240 77  DL100-NOMBR                 PIC S9(09) VALUE 0.
002250 77  DL100-REMDR                 PIC 9(09) VALUE 0.
002620*  ONE PAST THE NEWEST REGISTER ENTRY ON A FRESH RUN,
002630*  RESTORED FROM THE CHECKPOINT ON A RESTART.
002640 77  DL100-RUN-NO                PIC 9(06) VALUE 0.
002650 77  DL100-REG-HIGH-RUN          PIC 9(06) VALUE 0.
002662*  THE QUEUE RECORD'S STATUS AND RESUBMIT COUNT AS READ,
002663*  BEFORE THIS RUN CHANGES THEM, FOR THE RUN-LOT LOG.
002664 77  DL100-PRE-STATUS            PIC X(01) VALUE SPACE.
002665 77  DL100-PRE-RESUB             PIC 9(02) VALUE 0.
002670 77  DL100-REG-ANY-SW            PIC X(01) VALUE "N".
002680     88  DL100-REG-HAS-ENTRIES         VALUE "Y".
002690 77  DL100-BAL-EXPECTED          PIC 9(09) VALUE 0.
002990 77  DL100-PLN-BEST-REMDR        PIC 9(09) VALUE 0.
003000 77  DL100-PLN-WK-LAYERS         PIC 9(09) VALUE 0.
003010 77  DL100-PLN-WK-REMDR          PIC 9(09) VALUE 0.
003011 77  DL100-PLN-PALLET-TOTAL      PIC 9(09) VALUE 0.
003012 77  DL100-PLN-PACK-OK-SW        PIC X(01) VALUE "N".
003013     88  DL100-PLN-PACK-ALLOWED        VALUE "Y".
003014*  WHY 2300-REJECT-LOT IS REFUSING THE LOT, FOR THE CONSOLE
003015*  AND THE REJECT LINE ON THE REPORT.
003016 77  DL100-REJECT-WHY            PIC X(30) VALUE SPACES.
003017 77  DL100-ITM-SUB               PIC 9(02) VALUE 0.
003018 77  DL100-ITM-LINE-OK-SW        PIC X(01) VALUE "N".
003019     88  DL100-ITM-LINE-ALLOWED        VALUE "Y".
003020 77  DL100-FEED-DIGITS           PIC X(09) VALUE SPACES.
003030 77  DL100-FEED-LEN              PIC 9(02) VALUE 0.
003040 77  DL100-FEED-NUM              PIC 9(09) VALUE 0.
003130 77  DL100-SUM-PCT-BASE          PIC 9(09) VALUE 0.
003140 77  DL100-SUM-DIV-ED            PIC 9(02) VALUE 0.
003150 77  DL100-HDG-LINE-SUB          PIC 9(02) VALUE 0.
003151*  THE LINE SET THIS RUN IS FOR, FROM PWRLINES: UP TO FOUR
003152*  LINE CODES, KEPT IN ASCENDING ORDER SO THE SAME SET
003153*  ALWAYS FINDS THE SAME CHECKPOINT.  NO CODES AT ALL IS A
003154*  WHOLE-SHOP RUN.  THE OTHER-SET AREA HOLDS THE LINE SET
003155*  OF A LOCK, CHECKPOINT OR REGISTER ENTRY BEING HELD UP
003156*  AGAINST IT.
003157 77  DL100-SET-PARM              PIC X(40) VALUE SPACES.
003158 01  DL100-SET-AREA.
003159     05  DL100-SET-LINE          PIC X(03) OCCURS 4 TIMES.
003160 77  DL100-SET-COUNT             PIC 9(01) VALUE 0.
003161     88  DL100-SET-WHOLE-SHOP          VALUE 0.
003162 01  DL100-SET-WORK-AREA.
003163     05  DL100-SET-WORK          PIC X(04) OCCURS 6 TIMES.
003164 77  DL100-SET-SUB               PIC 9(02) VALUE 0.
003165 77  DL100-SET-SUB2              PIC 9(02) VALUE 0.
003166 77  DL100-SET-HOLD              PIC X(03) VALUE SPACES.
003167 77  DL100-SET-SEARCH-CODE       PIC X(03) VALUE SPACES.
003168 77  DL100-SET-MATCH-SW          PIC X(01) VALUE "N".
003169     88  DL100-SET-LINE-MATCHED        VALUE "Y".
003170 01  DL100-OTH-SET-AREA.
003171     05  DL100-OTH-SET-LINE      PIC X(03) OCCURS 4 TIMES.
003172 77  DL100-OTH-SUB               PIC 9(02) VALUE 0.
003173 77  DL100-OVERLAP-SW            PIC X(01) VALUE "N".
003174     88  DL100-SETS-OVERLAP            VALUE "Y".
003175*  RUNCTL AS RAW RECORD IMAGES, ONE PER LOCKED LINE (*** FOR
003176*  A WHOLE-SHOP RUN), LOADED, CHANGED AND WRITTEN BACK WHOLE,
003177*  WITH THE HIGHEST RUN NUMBER ANY LOCK HAS RESERVED.
003178 01  DL100-RCT-TABLE.
003179     05  DL100-RCT-ENTRY-COUNT   PIC 9(02) VALUE 0.
003180     05  DL100-RCT-IMAGE         PIC X(80) OCCURS 40 TIMES.
003181 77  DL100-RCT-SUB               PIC 9(02) VALUE 0.
003182 77  DL100-RCT-FOUND-SUB         PIC 9(02) VALUE 0.
003183 77  DL100-RCT-MAX-RUN           PIC 9(06) VALUE 0.
003184 77  DL100-RCT-LOCK-CODE         PIC X(03) VALUE SPACES.
003185*  PWRCHK AS RAW RECORD IMAGES, ONE CHECKPOINT PER LINE SET.
003186 01  DL100-CKT-TABLE.
003187     05  DL100-CKT-ENTRY-COUNT   PIC 9(02) VALUE 0.
003188     05  DL100-CKT-IMAGE         PIC X(419) OCCURS 30 TIMES.
003189 77  DL100-CKT-SUB               PIC 9(02) VALUE 0.
003190 77  DL100-CKT-OWN-SUB           PIC 9(02) VALUE 0.
003191 77  DL100-CKT-SAVE              PIC X(419) VALUE SPACES.
003192*  THE NEWEST REGISTERED GENERATION OF EACH LINE (*** FOR
003193*  A WHOLE-SHOP GENERATION), AND THE GENERATION PWREX2 STILL
003194*  HOLDS FROM THE LAST RUN THAT WROTE IT, WITH ITS REGISTER
003195*  STATE.
003196 01  DL100-RGL-TABLE.
003197     05  DL100-RGL-COUNT         PIC 9(02) VALUE 0.
003198     05  DL100-RGL-ENTRY OCCURS 40 TIMES.
003199         10  DL100-RGL-LINE-CODE PIC X(03).
003200         10  DL100-RGL-RUN-NO    PIC 9(06).
003201         10  DL100-RGL-PICKED    PIC X(01).
003202         10  DL100-RGL-VOID      PIC X(01).
003203 77  DL100-RGL-SUB               PIC 9(02) VALUE 0.
003204 77  DL100-RGL-FOUND-SUB         PIC 9(02) VALUE 0.
003205 77  DL100-RGL-CODE              PIC X(03) VALUE SPACES.
003206 77  DL100-EX2-PRIOR-RUN         PIC 9(06) VALUE 0.
003207 77  DL100-EX2-PRIOR-PICKED      PIC X(01) VALUE "Y".
003208 77  DL100-EX2-PRIOR-VOID        PIC X(01) VALUE SPACE.
003209 01  DL100-WS-DATE-AREA.
003210     05  DL100-WS-YYYYMMDD.
003211         10  DL100-WS-CCYY       PIC 9(04).
003212         10  DL100-WS-MM         PIC 9(02).
003213         10  DL100-WS-DD         PIC 9(02).
003214 77  DL100-WS-TIME                PIC 9(08).
003220 77  DL100-WS-TIMESTAMP           PIC 9(14).
003230 77  DL100-SUM-PCT-WORK           PIC 9(05)V99 VALUE 0.
003240 77  DL100-SUM-COUNT-NUM          PIC 9(09) VALUE 0.
003270*  START-UP KEY SCAN, WHICH COVERS A RESTART'S ALREADY-
003280*  PROCESSED PORTION TOO), LOTHIST HISTORY, AND EACH
003290*  VALID LOT AS IT PASSES VALIDATION THIS RUN.  SOURCE
003292*  Q IS A QUEUE RECORD, H IS A HISTORY RECORD.  ON A LINE
003294*  RUN, SOURCE P IS A LOT STILL PENDING ON A LINE SOME
003296*  OTHER RUN OWNS; IT COUNTS ONLY AGAINST A HIGHER KEY, SO
003298*  OF TWO LINE RUNS HOLDING THE SAME NUMBER ONLY THE LATER
003300*  KEY PARKS - THE SAME ONE A WHOLE-SHOP RUN WOULD PARK.
003310 01  DL100-SEEN-TABLE.
003320     05  DL100-SEEN-COUNT        PIC 9(04) VALUE 0.
003330     05  DL100-SEEN-ENTRY OCCURS 3000 TIMES
003350         10  DL100-SEEN-RAW      PIC X(09).
003360         10  DL100-SEEN-KEY      PIC 9(06).
003370         10  DL100-SEEN-SRC      PIC X(01).
003372*  THE EXCEPTION EVENT 9700-WRITE-EVENT APPENDS TO EVTLOG.
003374 77  DL101-EVT-TIME              PIC 9(08) VALUE 0.
003376 COPY DL101P.
003380 PROCEDURE DIVISION.
003390 0000-MAINLINE.
003400     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
003470*----------------------------------------------------------*
003480* 1000-INITIALIZE - OPEN FILES, LOAD THE DIVISOR TABLE,    *
003490* POSITION THE LOT QUEUE EITHER AT THE TOP OR AT THE LAST  *
003492* CHECKPOINT, AND PRIME THE REPORT HEADING.  PWRLINES SAYS  *
003494* WHICH PACKING LINES THE RUN IS FOR; THE LOCKS, THE        *
003496* CHECKPOINT, THE GENERATION AND ITS REGISTER ENTRY ALL     *
003498* BELONG TO THAT LINE SET.  PWRRPT, PWREXT, PWREX2, PALPLAN *
003500* AND PLNRPT ARE THE RUN'S OWN FILES - EACH LINE'S JOB      *
003502* ALLOCATES ITS OWN - WHILE THE QUEUE, AUDIT TRAIL, RUNLOG, *
003504* REGISTER AND ARCHIVE ARE SHARED BY EVERY RUN.             *
003510*----------------------------------------------------------*
003520 1000-INITIALIZE.
003530     ACCEPT DL100-RUN-USER FROM ENVIRONMENT "USER".
003580     ACCEPT DL100-WS-TIME FROM TIME.
003590     STRING DL100-WS-YYYYMMDD DL100-WS-TIME(1:6)
003600         DELIMITED BY SIZE INTO DL100-RUN-START-STAMP.
003601     PERFORM 1020-PARSE-LINE-SET THRU 1020-PARSE-LINE-SET-EXIT.
003602     IF DL100-LOCK-REFUSED
003603         MOVE "Y" TO DL100-EOF-SW
003604         GO TO 1000-INITIALIZE-EXIT
003605     END-IF.
003610     PERFORM 1050-CHECK-RUN-LOCK THRU 1050-CHECK-RUN-LOCK-EXIT.
003620     IF DL100-LOCK-REFUSED
003630         MOVE "Y" TO DL100-EOF-SW
003650     END-IF.
003660     PERFORM 1100-INIT-DIVISOR-TABLE
003670         THRU 1100-INIT-DIVISOR-TABLE-EXIT.
003671*  EVERY LOT IS CHECKED AGAINST ITS ITEM, SO WITHOUT THE
003672*  ITEM MASTER THE WHOLE QUEUE WOULD REJECT - REFUSE THE
003673*  START INSTEAD AND LEAVE THE QUEUE AS IT IS.
003674     OPEN INPUT ITEMMAST.
003675     IF NOT DL100-ITM-FILE-OK
003676         DISPLAY "POWER: UNABLE TO OPEN ITEMMAST, STATUS "
003677             DL100-ITM-STATUS " - START REFUSED"
003678         MOVE SPACES TO DL101-EVT-RECORD
003679         SET DL101-EVT-REFUSED TO TRUE
003680         SET DL101-EVT-ERROR TO TRUE
003681         MOVE "ITEMMAST NOT AVAILABLE - START REFUSED"
003682             TO DL101-EVT-TEXT
003683         PERFORM 9700-WRITE-EVENT THRU 9700-WRITE-EVENT-EXIT
003684         MOVE "Y" TO DL100-LOCK-REFUSED-SW
003685         MOVE "Y" TO DL100-EOF-SW
003686         MOVE 12 TO RETURN-CODE
003687         GO TO 1000-INITIALIZE-EXIT
003688     END-IF.
003689     OPEN I-O LOTQUEUE.
003690     IF NOT DL100-LOTQ-OK
003700         DISPLAY "POWER: UNABLE TO OPEN LOTQUEUE, STATUS "
003710             DL100-LOTQ-STATUS
003750     PERFORM 1140-FIND-NEXT-KEY THRU 1140-FIND-NEXT-KEY-EXIT.
003760     PERFORM 1147-LOAD-HIST-SEEN THRU 1147-LOAD-HIST-SEEN-EXIT.
003770     PERFORM 1200-LOAD-CHECKPOINT THRU 1200-LOAD-CHECKPOINT-EXIT.
003772     IF DL100-LOCK-REFUSED
003774         GO TO 1000-INITIALIZE-EXIT
003776     END-IF.
003780     PERFORM 1080-CHECK-REGISTER THRU 1080-CHECK-REGISTER-EXIT.
003790     IF DL100-LOCK-REFUSED
003800         GO TO 1000-INITIALIZE-EXIT
004020     IF NOT DL100-AUD-STATUS = "00"
004030         OPEN OUTPUT PWRAUD
004040     END-IF.
004042     OPEN EXTEND RUNLOG.
004044     IF NOT DL100-RLG-FILE-OK
004046         OPEN OUTPUT RUNLOG
004048     END-IF.
004050     PERFORM 1060-SET-RUN-LOCK THRU 1060-SET-RUN-LOCK-EXIT.
004060     IF NOT DL100-IS-RESTARTING
004070         PERFORM 1310-WRITE-PLAN-HEADING
004080             THRU 1310-WRITE-PLAN-HEADING-EXIT
004090         PERFORM 1150-LOAD-LOT-FEED THRU 1150-LOAD-LOT-FEED-EXIT
004091*        A FIRST CHECKPOINT AS SOON AS THE FEED IS IN, SO AN
004092*        ABEND BEFORE THE FIRST INTERVAL RESTARTS THIS RUN
004093*        (WITHOUT RELOADING THE FEED) AND SO AN OVERLAPPING
004094*        LINE SET SEES THIS RUN IS UNDER WAY.
004095         MOVE 0 TO DL100-LOT-KEY
004096         PERFORM 1400-WRITE-CHECKPOINT
004097             THRU 1400-WRITE-CHECKPOINT-EXIT
004100     END-IF.
004110     PERFORM 1300-WRITE-HEADING THRU 1300-WRITE-HEADING-EXIT.
004120     PERFORM 2100-READ-LOTQUEUE THRU 2100-READ-LOTQUEUE-EXIT.
004130 1000-INITIALIZE-EXIT.
004140     EXIT.
004150*----------------------------------------------------------*
004151* 1020-PARSE-LINE-SET - PICK UP THE PACKING LINES THIS RUN  *
004152* IS FOR FROM PWRLINES: UP TO FOUR LINE CODES, SEPARATED BY *
004153* SPACES OR COMMAS.  NOTHING THERE IS A WHOLE-SHOP RUN, THE *
004154* WAY POWER HAS ALWAYS RUN.  A CODE LONGER THAN THREE       *
004155* CHARACTERS, THE *** WHOLE-SHOP MARKER OR A FIFTH LINE     *
004156* REFUSES THE START WITH RETURN CODE 8.                     *
004157*----------------------------------------------------------*
004158 1020-PARSE-LINE-SET.
004159     MOVE SPACES TO DL100-SET-AREA.
004160     MOVE 0 TO DL100-SET-COUNT.
004161     ACCEPT DL100-SET-PARM FROM ENVIRONMENT "PWRLINES".
004162     IF DL100-SET-PARM = SPACES
004163         DISPLAY "POWER: WHOLE-SHOP RUN - EVERY PACKING LINE"
004164         GO TO 1020-PARSE-LINE-SET-EXIT
004165     END-IF.
004166     INSPECT DL100-SET-PARM REPLACING ALL "," BY SPACE.
004167     MOVE SPACES TO DL100-SET-WORK-AREA.
004168     UNSTRING DL100-SET-PARM DELIMITED BY ALL SPACE
004169         INTO DL100-SET-WORK(1) DL100-SET-WORK(2)
004170              DL100-SET-WORK(3) DL100-SET-WORK(4)
004171              DL100-SET-WORK(5) DL100-SET-WORK(6).
004172     PERFORM VARYING DL100-SET-SUB FROM 1 BY 1
004173             UNTIL DL100-SET-SUB > 6 OR DL100-LOCK-REFUSED
004174         PERFORM 1025-ADD-SET-LINE THRU 1025-ADD-SET-LINE-EXIT
004175     END-PERFORM.
004176     IF DL100-LOCK-REFUSED
004177         GO TO 1020-PARSE-LINE-SET-EXIT
004178     END-IF.
004179     DISPLAY "POWER: LINE RUN FOR " DL100-SET-AREA.
004180 1020-PARSE-LINE-SET-EXIT.
004181     EXIT.
004182*----------------------------------------------------------*
004183* 1025-ADD-SET-LINE - FILE ONE PWRLINES CODE IN THE LINE    *
004184* SET, KEEPING THE SET IN ASCENDING ORDER.  A CODE GIVEN    *
004185* TWICE IS TAKEN ONCE.                                      *
004186*----------------------------------------------------------*
004187 1025-ADD-SET-LINE.
004188     IF DL100-SET-WORK(DL100-SET-SUB) = SPACES
004189         GO TO 1025-ADD-SET-LINE-EXIT
004190     END-IF.
004191     IF DL100-SET-WORK(DL100-SET-SUB)(4:1) NOT = SPACE OR
004192        DL100-SET-WORK(DL100-SET-SUB) = "***"
004193         DISPLAY "POWER: PWRLINES ENTRY '"
004194             DL100-SET-WORK(DL100-SET-SUB)
004195             "' IS NOT A LINE CODE - START REFUSED"
004196         GO TO 1025-ADD-SET-LINE-REFUSE
004197     END-IF.
004198     MOVE DL100-SET-WORK(DL100-SET-SUB) TO DL100-SET-SEARCH-CODE.
004199     MOVE "N" TO DL100-SET-MATCH-SW.
004200     PERFORM VARYING DL100-SET-SUB2 FROM 1 BY 1
004201             UNTIL DL100-SET-SUB2 > DL100-SET-COUNT
004202         IF DL100-SET-LINE(DL100-SET-SUB2) = DL100-SET-SEARCH-CODE
004203             MOVE "Y" TO DL100-SET-MATCH-SW
004204         END-IF
004205     END-PERFORM.
004206     IF DL100-SET-LINE-MATCHED
004207         GO TO 1025-ADD-SET-LINE-EXIT
004208     END-IF.
004209     IF DL100-SET-COUNT >= 4
004210         DISPLAY "POWER: PWRLINES NAMES MORE THAN FOUR LINES"
004211             " - START REFUSED"
004212         GO TO 1025-ADD-SET-LINE-REFUSE
004213     END-IF.
004214     ADD 1 TO DL100-SET-COUNT.
004215     MOVE DL100-SET-SEARCH-CODE
004216         TO DL100-SET-LINE(DL100-SET-COUNT).
004217     MOVE DL100-SET-COUNT TO DL100-SET-SUB2.
004218 1025-ADD-SET-LINE-SORT.
004219     IF DL100-SET-SUB2 < 2
004220         GO TO 1025-ADD-SET-LINE-EXIT
004221     END-IF.
004222     IF DL100-SET-LINE(DL100-SET-SUB2 - 1)
004223             NOT > DL100-SET-LINE(DL100-SET-SUB2)
004224         GO TO 1025-ADD-SET-LINE-EXIT
004225     END-IF.
004226     MOVE DL100-SET-LINE(DL100-SET-SUB2) TO DL100-SET-HOLD.
004227     MOVE DL100-SET-LINE(DL100-SET-SUB2 - 1)
004228         TO DL100-SET-LINE(DL100-SET-SUB2).
004229     MOVE DL100-SET-HOLD TO DL100-SET-LINE(DL100-SET-SUB2 - 1).
004230     SUBTRACT 1 FROM DL100-SET-SUB2.
004231     GO TO 1025-ADD-SET-LINE-SORT.
004232 1025-ADD-SET-LINE-REFUSE.
004233     MOVE SPACES TO DL101-EVT-RECORD.
004234     SET DL101-EVT-REFUSED TO TRUE.
004235     SET DL101-EVT-ERROR TO TRUE.
004236     MOVE "PWRLINES IS NOT A VALID LINE SET - START REFUSED"
004237         TO DL101-EVT-TEXT.
004238     PERFORM 9700-WRITE-EVENT THRU 9700-WRITE-EVENT-EXIT.
004239     MOVE "Y" TO DL100-LOCK-REFUSED-SW.
004240     MOVE 8 TO RETURN-CODE.
004241 1025-ADD-SET-LINE-EXIT.
004242     EXIT.
004243*----------------------------------------------------------*
004244* 1030-CHECK-LINE-IN-SET - DOES THE LINE CODE IN            *
004245* DL100-SET-SEARCH-CODE BELONG TO THIS RUN?  EVERY LINE     *
004246* DOES ON A WHOLE-SHOP RUN; A BLANK LINE CODE BELONGS TO NO *
004247* LINE RUN, SO UNCODED LOTS WAIT FOR A WHOLE-SHOP RUN.      *
004248*----------------------------------------------------------*
004249 1030-CHECK-LINE-IN-SET.
004250     MOVE "N" TO DL100-SET-MATCH-SW.
004251     IF DL100-SET-WHOLE-SHOP
004252         MOVE "Y" TO DL100-SET-MATCH-SW
004253         GO TO 1030-CHECK-LINE-IN-SET-EXIT
004254     END-IF.
004255     PERFORM VARYING DL100-SET-SUB2 FROM 1 BY 1
004256             UNTIL DL100-SET-SUB2 > DL100-SET-COUNT
004257         IF DL100-SET-LINE(DL100-SET-SUB2) = DL100-SET-SEARCH-CODE
004258             MOVE "Y" TO DL100-SET-MATCH-SW
004259         END-IF
004260     END-PERFORM.
004261 1030-CHECK-LINE-IN-SET-EXIT.
004262     EXIT.
004263*----------------------------------------------------------*
004264* 1035-CHECK-SET-OVERLAP - DOES THE LINE SET IN             *
004265* DL100-OTH-SET-AREA SHARE A LINE WITH THIS RUN?  A WHOLE-  *
004266* SHOP SET (ALL SPACES) ON EITHER SIDE OVERLAPS EVERYTHING. *
004267*----------------------------------------------------------*
004268 1035-CHECK-SET-OVERLAP.
004269     MOVE "N" TO DL100-OVERLAP-SW.
004270     IF DL100-SET-WHOLE-SHOP OR DL100-OTH-SET-AREA = SPACES
004271         MOVE "Y" TO DL100-OVERLAP-SW
004272         GO TO 1035-CHECK-SET-OVERLAP-EXIT
004273     END-IF.
004274     PERFORM VARYING DL100-OTH-SUB FROM 1 BY 1
004275             UNTIL DL100-OTH-SUB > 4
004276         IF DL100-OTH-SET-LINE(DL100-OTH-SUB) NOT = SPACES
004277             MOVE DL100-OTH-SET-LINE(DL100-OTH-SUB)
004278                 TO DL100-SET-SEARCH-CODE
004279             PERFORM 1030-CHECK-LINE-IN-SET
004280                 THRU 1030-CHECK-LINE-IN-SET-EXIT
004281             IF DL100-SET-LINE-MATCHED
004282                 MOVE "Y" TO DL100-OVERLAP-SW
004283             END-IF
004284         END-IF
004285     END-PERFORM.
004286 1035-CHECK-SET-OVERLAP-EXIT.
004287     EXIT.
004288*----------------------------------------------------------*
004289* 1050-CHECK-RUN-LOCK - REFUSE TO START WHILE ANOTHER       *
004290* POWER RUN HOLDS THE RUN-CONTROL LOCK ON ANY LINE THIS RUN *
004291* IS FOR - ANY LINE AT ALL FOR A WHOLE-SHOP RUN, AND EVERY  *
004292* LINE WHILE A WHOLE-SHOP RUN IS UP.  A DOUBLE-STARTED RUN  *
004293* HAS DRAINED THE SAME LOTFEED STAGING TWICE AND            *
004294* INTERLEAVED CHECKPOINT WRITES BEFORE - HENCE THE          *
004295* INTERLOCK.  RUNS FOR LINES THAT DO NOT OVERLAP GO AHEAD   *
004296* SIDE BY SIDE.  THE SAME PASS NOTES THE HIGHEST RUN NUMBER *
004297* ANY LOCK HAS RESERVED, SO A RUN STILL IN PROGRESS ON      *
004298* ANOTHER LINE KEEPS ITS GENERATION NUMBER.  NO RUNCTL FILE *
004299* AT ALL JUST MEANS NO RUN HAS EVER STAMPED ONE; THAT IS A  *
004300* CLEAR ROAD.                                               *
004301*----------------------------------------------------------*
004302 1050-CHECK-RUN-LOCK.
004303     MOVE 0 TO DL100-RCT-MAX-RUN.
004304     PERFORM 1052-LOAD-RUN-CONTROL
004305         THRU 1052-LOAD-RUN-CONTROL-EXIT.
004306     IF DL100-LOCK-REFUSED
004307         GO TO 1050-CHECK-RUN-LOCK-EXIT
004308     END-IF.
004309     PERFORM VARYING DL100-RCT-SUB FROM 1 BY 1
004310             UNTIL DL100-RCT-SUB > DL100-RCT-ENTRY-COUNT
004311         PERFORM 1054-CHECK-ONE-LOCK THRU 1054-CHECK-ONE-LOCK-EXIT
004312     END-PERFORM.
004313     IF DL100-LOCK-REFUSED
004314         DISPLAY "POWER: IF THAT RUN ABENDED, HAVE A SUPERVISOR"
004315             " CLEAR THE LOCK THROUGH POWMNT"
004316         MOVE 12 TO RETURN-CODE
004317     END-IF.
004318 1050-CHECK-RUN-LOCK-EXIT.
004319     EXIT.
004320*----------------------------------------------------------*
004321* 1052-LOAD-RUN-CONTROL - LOAD EVERY RUNCTL LOCK RECORD     *
004322* INTO THE IMAGE TABLE.  MORE RECORDS THAN THE TABLE HOLDS  *
004323* REFUSES THE START RATHER THAN LOSE A LOCK ON REWRITE.     *
004324*----------------------------------------------------------*
004325 1052-LOAD-RUN-CONTROL.
004326     MOVE 0 TO DL100-RCT-ENTRY-COUNT.
004327     OPEN INPUT RUNCTL.
004328     IF NOT DL100-RUN-FILE-OK
004329         GO TO 1052-LOAD-RUN-CONTROL-EXIT
004330     END-IF.
004331 1052-LOAD-RUN-CONTROL-LOOP.
004332     READ RUNCTL
004333         AT END
004334             CLOSE RUNCTL
004335             GO TO 1052-LOAD-RUN-CONTROL-EXIT
004336     END-READ.
004337     IF DL100-RCT-ENTRY-COUNT >= 36
004338         DISPLAY "POWER: RUNCTL HOLDS MORE LOCK RECORDS THAN THE"
004339             " TABLE - START REFUSED"
004340         MOVE SPACES TO DL101-EVT-RECORD
004341         SET DL101-EVT-REFUSED TO TRUE
004342         SET DL101-EVT-ERROR TO TRUE
004343         MOVE "RUNCTL LOCK TABLE FULL - START REFUSED"
004344             TO DL101-EVT-TEXT
004345         PERFORM 9700-WRITE-EVENT THRU 9700-WRITE-EVENT-EXIT
004346         MOVE "Y" TO DL100-LOCK-REFUSED-SW
004347         MOVE 12 TO RETURN-CODE
004348         CLOSE RUNCTL
004349         GO TO 1052-LOAD-RUN-CONTROL-EXIT
004350     END-IF.
004351     ADD 1 TO DL100-RCT-ENTRY-COUNT.
004352     MOVE DL100-RUN-RECORD
004353         TO DL100-RCT-IMAGE(DL100-RCT-ENTRY-COUNT).
004354     GO TO 1052-LOAD-RUN-CONTROL-LOOP.
004355 1052-LOAD-RUN-CONTROL-EXIT.
004356     EXIT.
004357*----------------------------------------------------------*
004358* 1054-CHECK-ONE-LOCK - HOLD ONE LOCK RECORD UP AGAINST     *
004359* THIS RUN'S LINE SET.  A *** OR BLANK LINE CODE IS A       *
004360* WHOLE-SHOP LOCK.                                          *
004361*----------------------------------------------------------*
004362 1054-CHECK-ONE-LOCK.
004363     MOVE DL100-RCT-IMAGE(DL100-RCT-SUB) TO DL100-RUN-RECORD.
004364     IF DL100-RUN-RUN-NO IS NUMERIC AND
004365        DL100-RUN-RUN-NO > DL100-RCT-MAX-RUN
004366         MOVE DL100-RUN-RUN-NO TO DL100-RCT-MAX-RUN
004367     END-IF.
004368     IF NOT DL100-RUN-IS-ACTIVE
004369         GO TO 1054-CHECK-ONE-LOCK-EXIT
004370     END-IF.
004371     MOVE SPACES TO DL100-OTH-SET-AREA.
004372     IF NOT DL100-RUN-ALL-LINES
004373         MOVE DL100-RUN-LINE-CODE TO DL100-OTH-SET-LINE(1)
004374     END-IF.
004375     PERFORM 1035-CHECK-SET-OVERLAP
004376         THRU 1035-CHECK-SET-OVERLAP-EXIT.
004377     IF NOT DL100-SETS-OVERLAP
004378         GO TO 1054-CHECK-ONE-LOCK-EXIT
004379     END-IF.
004380     IF DL100-RUN-ALL-LINES
004381         DISPLAY "POWER: A WHOLE-SHOP RUN IS ACTIVE - STARTED BY "
004382             DL100-RUN-LOCK-USER " AT " DL100-RUN-LOCK-STAMP
004383             " - START REFUSED"
004384     ELSE
004385         DISPLAY "POWER: LINE " DL100-RUN-LINE-CODE
004389             " IS LOCKED BY A RUN STARTED BY "
004395             DL100-RUN-LOCK-USER " AT " DL100-RUN-LOCK-STAMP
004401             " - START REFUSED"
004410     END-IF.
004411     MOVE SPACES TO DL101-EVT-RECORD.
004412     SET DL101-EVT-LOCK-HELD TO TRUE.
004413     SET DL101-EVT-CRITICAL TO TRUE.
004414     IF DL100-RUN-RUN-NO IS NUMERIC
004415         SET DL101-EVT-REF-RUN TO TRUE
004416         MOVE DL100-RUN-RUN-NO TO DL101-EVT-REF-NO
004417     END-IF.
004418     IF DL100-RUN-ALL-LINES
004419         STRING "WHOLE SHOP LOCKED BY " DL100-RUN-LOCK-USER
004420                " SINCE " DL100-RUN-LOCK-STAMP " - REFUSED"
004421             DELIMITED BY SIZE INTO DL101-EVT-TEXT
004422     ELSE
004423         STRING "LINE " DL100-RUN-LINE-CODE " LOCKED BY "
004424                DL100-RUN-LOCK-USER " SINCE " DL100-RUN-LOCK-STAMP
004425                " - REFUSED"
004426             DELIMITED BY SIZE INTO DL101-EVT-TEXT
004427     END-IF.
004428     PERFORM 9700-WRITE-EVENT THRU 9700-WRITE-EVENT-EXIT.
004429     MOVE "Y" TO DL100-LOCK-REFUSED-SW.
004430 1054-CHECK-ONE-LOCK-EXIT.
004440     EXIT.
004450*----------------------------------------------------------*
004454* 1060-SET-RUN-LOCK - STAMP THE RUN-CONTROL RECORD OF EACH  *
004458* LINE THIS RUN IS FOR (THE *** RECORD FOR A WHOLE-SHOP     *
004462* RUN) ACTIVE WITH THIS RUN'S USER, START TIMESTAMP AND RUN *
004466* NUMBER, ONCE THE FILES ARE OPEN AND THE RUN IS COMMITTED  *
004470* TO HAPPENING.  EVERY OTHER LINE'S RECORD IS WRITTEN BACK  *
004474* AS IT WAS.                                                *
004490*----------------------------------------------------------*
004500 1060-SET-RUN-LOCK.
004501     PERFORM 1052-LOAD-RUN-CONTROL
004502         THRU 1052-LOAD-RUN-CONTROL-EXIT.
004503     IF DL100-SET-WHOLE-SHOP
004504         MOVE "***" TO DL100-RCT-LOCK-CODE
004505         PERFORM 1062-STAMP-LINE-LOCK
004506             THRU 1062-STAMP-LINE-LOCK-EXIT
004507     ELSE
004508         PERFORM VARYING DL100-SET-SUB FROM 1 BY 1
004509                 UNTIL DL100-SET-SUB > DL100-SET-COUNT
004510             MOVE DL100-SET-LINE(DL100-SET-SUB)
004511                 TO DL100-RCT-LOCK-CODE
004512             PERFORM 1062-STAMP-LINE-LOCK
004513                 THRU 1062-STAMP-LINE-LOCK-EXIT
004514         END-PERFORM
004515     END-IF.
004516     PERFORM 1066-REWRITE-RUN-CONTROL
004517         THRU 1066-REWRITE-RUN-CONTROL-EXIT.
004518 1060-SET-RUN-LOCK-EXIT.
004519     EXIT.
004520*----------------------------------------------------------*
004521* 1062-STAMP-LINE-LOCK - SET THE LOCK RECORD FOR LINE       *
004522* DL100-RCT-LOCK-CODE ACTIVE, ADDING IT THE FIRST TIME THE  *
004523* LINE RUNS ON ITS OWN.  A WHOLE-SHOP RUN TAKES OVER THE    *
004524* OLD BLANK-CODED SINGLE RECORD AS ITS *** RECORD.          *
004525*----------------------------------------------------------*
004526 1062-STAMP-LINE-LOCK.
004527     MOVE 0 TO DL100-RCT-FOUND-SUB.
004528     PERFORM VARYING DL100-RCT-SUB FROM 1 BY 1
004529             UNTIL DL100-RCT-SUB > DL100-RCT-ENTRY-COUNT
004530         MOVE DL100-RCT-IMAGE(DL100-RCT-SUB) TO DL100-RUN-RECORD
004531         IF DL100-RUN-LINE-CODE = DL100-RCT-LOCK-CODE OR
004532            (DL100-RCT-LOCK-CODE = "***" AND DL100-RUN-ALL-LINES)
004533             MOVE DL100-RCT-SUB TO DL100-RCT-FOUND-SUB
004534         END-IF
004535     END-PERFORM.
004536     IF DL100-RCT-FOUND-SUB = 0
004537         ADD 1 TO DL100-RCT-ENTRY-COUNT
004538         MOVE DL100-RCT-ENTRY-COUNT TO DL100-RCT-FOUND-SUB
004539     END-IF.
004540     MOVE SPACES TO DL100-RUN-RECORD.
004541     MOVE "Y" TO DL100-RUN-ACTIVE.
004542     MOVE DL100-RUN-USER TO DL100-RUN-LOCK-USER.
004543     MOVE DL100-RUN-START-STAMP TO DL100-RUN-LOCK-STAMP.
004549     MOVE DL100-RCT-LOCK-CODE TO DL100-RUN-LINE-CODE.
004555     MOVE DL100-RUN-NO TO DL100-RUN-RUN-NO.
004561     MOVE DL100-RUN-RECORD
004567         TO DL100-RCT-IMAGE(DL100-RCT-FOUND-SUB).
004573 1062-STAMP-LINE-LOCK-EXIT.
004590     EXIT.
004600*----------------------------------------------------------*
004602* 1066-REWRITE-RUN-CONTROL - WRITE THE WHOLE LOCK TABLE     *
004604* BACK TO RUNCTL.                                           *
004606*----------------------------------------------------------*
004608 1066-REWRITE-RUN-CONTROL.
004610     OPEN OUTPUT RUNCTL.
004612     PERFORM VARYING DL100-RCT-SUB FROM 1 BY 1
004614             UNTIL DL100-RCT-SUB > DL100-RCT-ENTRY-COUNT
004616         WRITE DL100-RUN-RECORD
004618             FROM DL100-RCT-IMAGE(DL100-RCT-SUB)
004620     END-PERFORM.
004622     CLOSE RUNCTL.
004624 1066-REWRITE-RUN-CONTROL-EXIT.
004626     EXIT.
004628*----------------------------------------------------------*
004630* 1070-CLEAR-RUN-LOCK - MARK THIS RUN'S OWN LOCK RECORDS    *
004632* (THOSE CARRYING ITS RUN NUMBER) CLEAR AT A NORMAL END OF  *
004634* JOB, LEAVING THE USER AND START TIMESTAMP BEHIND FOR THE  *
004636* CURIOUS.  LOCKS HELD BY OTHER LINES' RUNS ARE LEFT ALONE. *
004640*----------------------------------------------------------*
004650 1070-CLEAR-RUN-LOCK.
004654     PERFORM 1052-LOAD-RUN-CONTROL
004658         THRU 1052-LOAD-RUN-CONTROL-EXIT.
004662     PERFORM VARYING DL100-RCT-SUB FROM 1 BY 1
004666             UNTIL DL100-RCT-SUB > DL100-RCT-ENTRY-COUNT
004670         MOVE DL100-RCT-IMAGE(DL100-RCT-SUB) TO DL100-RUN-RECORD
004674         IF DL100-RUN-IS-ACTIVE AND
004678            DL100-RUN-RUN-NO IS NUMERIC AND
004682            DL100-RUN-RUN-NO = DL100-RUN-NO
004686             MOVE "N" TO DL100-RUN-ACTIVE
004690             MOVE DL100-RUN-RECORD
004694                 TO DL100-RCT-IMAGE(DL100-RCT-SUB)
004698         END-IF
004702     END-PERFORM.
004706     PERFORM 1066-REWRITE-RUN-CONTROL
004710         THRU 1066-REWRITE-RUN-CONTROL-EXIT.
004730 1070-CLEAR-RUN-LOCK-EXIT.
004740     EXIT.
004750*----------------------------------------------------------*
004760* 1080-CHECK-REGISTER - SETTLE THIS RUN'S GENERATION (RUN)  *
004770* NUMBER AGAINST THE TRANSMISSION REGISTER.  A FRESH RUN    *
004774* TAKES ONE PAST THE HIGHEST NUMBER EITHER REGISTERED OR    *
004778* RESERVED BY A RUN-CONTROL LOCK - BUT REFUSES OUTRIGHT     *
004782* WHILE THE NEWEST GENERATION OF ANY LINE IT IS FOR (OR THE *
004786* NEWEST WHOLE-SHOP GENERATION) IS STILL MARKED UNSENT,     *
004790* BECAUSE OPENING PWREX2 OUTPUT WOULD DESTROY A FILE THE    *
004794* WMS HAS NOT PICKED UP YET (IT HAS HAPPENED, AND           *
004798* REGENERATING IT MEANT RECLASSIFYING A WHOLE SHIFT).  FOR  *
004802* THE SAME REASON IT REFUSES WHEN THE PWREX2 IT IS ABOUT TO *
004806* OVERWRITE STILL HOLDS AN UNSENT GENERATION OR ONE A RUN   *
004810* IS STILL WRITING.  A RESTART KEEPS THE RUN NUMBER THE     *
004814* CHECKPOINT CARRIES - IT IS EXTENDING ITS OWN GENERATION,  *
004818* NOT OPENING A NEW ONE.  NO REGISTER FILE AT ALL MEANS NO  *
004822* GENERATION HAS EVER BEEN REGISTERED; THE RUN NUMBERS      *
004826* START AT ONE.  A GENERATION POWREV HAS VOIDED WILL NEVER  *
004830* BE SENT, SO IT DOES NOT HOLD THE NEXT RUN UP; ITS NUMBER  *
004834* IS STILL NOT REUSED.                                      *
004870*----------------------------------------------------------*
004880 1080-CHECK-REGISTER.
004890     MOVE "N" TO DL100-REG-ANY-SW.
004892     MOVE 0 TO DL100-REG-HIGH-RUN.
004894     MOVE 0 TO DL100-RGL-COUNT.
004896     MOVE "Y" TO DL100-EX2-PRIOR-PICKED.
004898     MOVE SPACE TO DL100-EX2-PRIOR-VOID.
004900     IF DL100-IS-RESTARTING
004902         GO TO 1080-CHECK-REGISTER-EXIT
004904     END-IF.
004906     PERFORM 1090-READ-PRIOR-GENERATION
004908         THRU 1090-READ-PRIOR-GENERATION-EXIT.
004910     IF DL100-LOCK-REFUSED
004912         GO TO 1080-CHECK-REGISTER-REFUSE
004914     END-IF.
004920     OPEN INPUT XMITREG.
004930     IF NOT DL100-REG-FILE-OK
004940         GO TO 1080-CHECK-REGISTER-SETTLE
005000             GO TO 1080-CHECK-REGISTER-SETTLE
005010     END-READ.
005020     MOVE "Y" TO DL100-REG-ANY-SW.
005021     IF DL100-REG-RUN-NO > DL100-REG-HIGH-RUN
005022         MOVE DL100-REG-RUN-NO TO DL100-REG-HIGH-RUN
005023     END-IF.
005024     IF DL100-EX2-PRIOR-RUN > 0 AND
005025        DL100-REG-RUN-NO = DL100-EX2-PRIOR-RUN
005026         MOVE DL100-REG-PICKED TO DL100-EX2-PRIOR-PICKED
005027         MOVE DL100-REG-VOID TO DL100-EX2-PRIOR-VOID
005028     END-IF.
005029     IF DL100-REG-LINE-SET = SPACES
005030         MOVE "***" TO DL100-RGL-CODE
005031         PERFORM 1085-NOTE-LINE-ENTRY
005032             THRU 1085-NOTE-LINE-ENTRY-EXIT
005033     ELSE
005034         PERFORM VARYING DL100-OTH-SUB FROM 1 BY 1
005035                 UNTIL DL100-OTH-SUB > 4
005036             IF DL100-REG-SET-LINE(DL100-OTH-SUB) NOT = SPACES
005037                 MOVE DL100-REG-SET-LINE(DL100-OTH-SUB)
005038                     TO DL100-RGL-CODE
005039                 PERFORM 1085-NOTE-LINE-ENTRY
005040                     THRU 1085-NOTE-LINE-ENTRY-EXIT
005041             END-IF
005042         END-PERFORM
005043     END-IF.
005050     GO TO 1080-CHECK-REGISTER-LOOP.
005060 1080-CHECK-REGISTER-SETTLE.
005062     PERFORM VARYING DL100-RGL-SUB FROM 1 BY 1
005064             UNTIL DL100-RGL-SUB > DL100-RGL-COUNT
005066         PERFORM 1087-CHECK-LINE-ENTRY
005068             THRU 1087-CHECK-LINE-ENTRY-EXIT
005070     END-PERFORM.
005072     IF DL100-EX2-PRIOR-RUN > 0 AND
005074        DL100-EX2-PRIOR-PICKED NOT = "Y" AND
005076        DL100-EX2-PRIOR-VOID NOT = "V"
005078         DISPLAY "POWER: PWREX2 STILL HOLDS GENERATION "
005080             DL100-EX2-PRIOR-RUN ", NOT PICKED UP BY THE WMS"
005082             " - START REFUSED"
005083         MOVE SPACES TO DL101-EVT-RECORD
005084         SET DL101-EVT-UNSENT TO TRUE
005085         SET DL101-EVT-ERROR TO TRUE
005086         SET DL101-EVT-REF-RUN TO TRUE
005087         MOVE DL100-EX2-PRIOR-RUN TO DL101-EVT-REF-NO
005088         MOVE "PWREX2 GENERATION NOT PICKED UP - START REFUSED"
005089             TO DL101-EVT-TEXT
005090         PERFORM 9700-WRITE-EVENT THRU 9700-WRITE-EVENT-EXIT
005091         MOVE "Y" TO DL100-LOCK-REFUSED-SW
005092     END-IF.
005100     IF DL100-LOCK-REFUSED
005150         DISPLAY "POWER: RESEND OR MARK IT PICKED UP THROUGH"
005160             " POWSND BEFORE RUNNING AGAIN"
005170         GO TO 1080-CHECK-REGISTER-REFUSE
005220     END-IF.
005221     MOVE DL100-REG-HIGH-RUN TO DL100-RUN-NO.
005222     IF DL100-RCT-MAX-RUN > DL100-RUN-NO
005223         MOVE DL100-RCT-MAX-RUN TO DL100-RUN-NO
005224     END-IF.
005225     ADD 1 TO DL100-RUN-NO.
005226     GO TO 1080-CHECK-REGISTER-EXIT.
005227 1080-CHECK-REGISTER-REFUSE.
005228     MOVE "Y" TO DL100-LOCK-REFUSED-SW.
005229     MOVE "Y" TO DL100-EOF-SW.
005230     MOVE 12 TO RETURN-CODE.
005231     CLOSE LOTQUEUE.
005240 1080-CHECK-REGISTER-EXIT.
005241     EXIT.
005242*----------------------------------------------------------*
005243* 1085-NOTE-LINE-ENTRY - KEEP THE REGISTER ENTRY JUST READ  *
005244* AS LINE DL100-RGL-CODE'S NEWEST GENERATION IF ITS RUN     *
005245* NUMBER IS THE HIGHEST SEEN FOR THAT LINE SO FAR (RUNS FOR *
005246* DIFFERENT LINES CAN FINISH, AND SO REGISTER, OUT OF       *
005247* ORDER).                                                   *
005248*----------------------------------------------------------*
005249 1085-NOTE-LINE-ENTRY.
005250     MOVE 0 TO DL100-RGL-FOUND-SUB.
005251     PERFORM VARYING DL100-RGL-SUB FROM 1 BY 1
005252             UNTIL DL100-RGL-SUB > DL100-RGL-COUNT
005253         IF DL100-RGL-LINE-CODE(DL100-RGL-SUB) = DL100-RGL-CODE
005254             MOVE DL100-RGL-SUB TO DL100-RGL-FOUND-SUB
005255         END-IF
005256     END-PERFORM.
005257     IF DL100-RGL-FOUND-SUB = 0
005258         IF DL100-RGL-COUNT >= 40
005259             GO TO 1085-NOTE-LINE-ENTRY-EXIT
005260         END-IF
005261         ADD 1 TO DL100-RGL-COUNT
005262         MOVE DL100-RGL-COUNT TO DL100-RGL-FOUND-SUB
005263         MOVE DL100-RGL-CODE
005264             TO DL100-RGL-LINE-CODE(DL100-RGL-FOUND-SUB)
005265         MOVE 0 TO DL100-RGL-RUN-NO(DL100-RGL-FOUND-SUB)
005266     END-IF.
005267     IF DL100-REG-RUN-NO < DL100-RGL-RUN-NO(DL100-RGL-FOUND-SUB)
005268         GO TO 1085-NOTE-LINE-ENTRY-EXIT
005269     END-IF.
005270     MOVE DL100-REG-RUN-NO
005271         TO DL100-RGL-RUN-NO(DL100-RGL-FOUND-SUB).
005272     MOVE DL100-REG-PICKED
005273         TO DL100-RGL-PICKED(DL100-RGL-FOUND-SUB).
005274     MOVE DL100-REG-VOID TO DL100-RGL-VOID(DL100-RGL-FOUND-SUB).
005275 1085-NOTE-LINE-ENTRY-EXIT.
005276     EXIT.
005277*----------------------------------------------------------*
005278* 1087-CHECK-LINE-ENTRY - REFUSE IF THIS LINE'S NEWEST      *
005279* GENERATION IS STILL UNSENT AND THE LINE IS ONE THIS RUN   *
005280* IS FOR (A *** WHOLE-SHOP GENERATION COVERS EVERY LINE).   *
005281*----------------------------------------------------------*
005282 1087-CHECK-LINE-ENTRY.
005283     IF DL100-RGL-PICKED(DL100-RGL-SUB) = "Y" OR
005284        DL100-RGL-VOID(DL100-RGL-SUB) = "V"
005285         GO TO 1087-CHECK-LINE-ENTRY-EXIT
005286     END-IF.
005287     MOVE SPACES TO DL100-OTH-SET-AREA.
005288     IF DL100-RGL-LINE-CODE(DL100-RGL-SUB) NOT = "***"
005289         MOVE DL100-RGL-LINE-CODE(DL100-RGL-SUB)
005290             TO DL100-OTH-SET-LINE(1)
005291     END-IF.
005292     PERFORM 1035-CHECK-SET-OVERLAP
005293         THRU 1035-CHECK-SET-OVERLAP-EXIT.
005294     IF NOT DL100-SETS-OVERLAP
005295         GO TO 1087-CHECK-LINE-ENTRY-EXIT
005296     END-IF.
005297     DISPLAY "POWER: GENERATION " DL100-RGL-RUN-NO(DL100-RGL-SUB)
005298         " (LINE " DL100-RGL-LINE-CODE(DL100-RGL-SUB)
005299         ") IS REGISTERED BUT NOT PICKED UP BY THE WMS"
005300         " - START REFUSED".
005301     MOVE SPACES TO DL101-EVT-RECORD.
005302     SET DL101-EVT-UNSENT TO TRUE.
005303     SET DL101-EVT-ERROR TO TRUE.
005304     SET DL101-EVT-REF-RUN TO TRUE.
005305     MOVE DL100-RGL-RUN-NO(DL100-RGL-SUB) TO DL101-EVT-REF-NO.
005306     STRING "GENERATION " DL100-RGL-RUN-NO(DL100-RGL-SUB)
005307            " LINE " DL100-RGL-LINE-CODE(DL100-RGL-SUB)
005308            " NOT PICKED UP - START REFUSED"
005309         DELIMITED BY SIZE INTO DL101-EVT-TEXT.
005310     PERFORM 9700-WRITE-EVENT THRU 9700-WRITE-EVENT-EXIT.
005311     MOVE "Y" TO DL100-LOCK-REFUSED-SW.
005312 1087-CHECK-LINE-ENTRY-EXIT.
005313     EXIT.
005314*----------------------------------------------------------*
005315* 1090-READ-PRIOR-GENERATION - A FRESH RUN IS ABOUT TO OPEN *
005316* PWREX2 OUTPUT.  NOTE WHICH GENERATION THE FILE HOLDS NOW  *
005317* (ITS HEADER RUN NUMBER), AND REFUSE IF THAT GENERATION    *
005318* BELONGS TO A RUN STILL ACTIVE ON ANOTHER LINE - THIS      *
005319* JOB'S PWREX2 IS THEN THE SAME FILE THAT RUN IS WRITING,   *
005320* AND GOING ON WOULD INTERLEAVE TWO RUNS IN ONE GENERATION. *
005321*----------------------------------------------------------*
005322 1090-READ-PRIOR-GENERATION.
005323     MOVE 0 TO DL100-EX2-PRIOR-RUN.
005324     OPEN INPUT PWREX2.
005325     IF NOT DL100-EX2-STATUS = "00"
005326         GO TO 1090-READ-PRIOR-GENERATION-EXIT
005327     END-IF.
005328     READ PWREX2
005329         AT END
005330             CLOSE PWREX2
005331             GO TO 1090-READ-PRIOR-GENERATION-EXIT
005332     END-READ.
005333     CLOSE PWREX2.
005334     IF DL100-EX2-HEADER AND DL100-EX2-HDR-RUN-NO IS NUMERIC
005335         MOVE DL100-EX2-HDR-RUN-NO TO DL100-EX2-PRIOR-RUN
005336     END-IF.
005337     IF DL100-EX2-PRIOR-RUN = 0
005338         GO TO 1090-READ-PRIOR-GENERATION-EXIT
005339     END-IF.
005340     PERFORM VARYING DL100-RCT-SUB FROM 1 BY 1
005341             UNTIL DL100-RCT-SUB > DL100-RCT-ENTRY-COUNT
005342         MOVE DL100-RCT-IMAGE(DL100-RCT-SUB) TO DL100-RUN-RECORD
005343         IF DL100-RUN-IS-ACTIVE AND
005344            DL100-RUN-RUN-NO IS NUMERIC AND
005345            DL100-RUN-RUN-NO = DL100-EX2-PRIOR-RUN
005346             MOVE "Y" TO DL100-LOCK-REFUSED-SW
005347         END-IF
005348     END-PERFORM.
005349     IF DL100-LOCK-REFUSED
005350         DISPLAY "POWER: PWREX2 HOLDS GENERATION "
005351             DL100-EX2-PRIOR-RUN " OF A RUN STILL ACTIVE"
005352             " - START REFUSED"
005353         DISPLAY "POWER: EACH LINE'S RUN NEEDS ITS OWN PWRRPT,"
005354             " PWREXT, PWREX2, PALPLAN AND PLNRPT"
005355         MOVE SPACES TO DL101-EVT-RECORD
005356         SET DL101-EVT-REFUSED TO TRUE
005357         SET DL101-EVT-ERROR TO TRUE
005358         SET DL101-EVT-REF-RUN TO TRUE
005359         MOVE DL100-EX2-PRIOR-RUN TO DL101-EVT-REF-NO
005360         MOVE "PWREX2 GENERATION STILL BEING WRITTEN - REFUSED"
005361             TO DL101-EVT-TEXT
005362         PERFORM 9700-WRITE-EVENT THRU 9700-WRITE-EVENT-EXIT
005363     END-IF.
005364 1090-READ-PRIOR-GENERATION-EXIT.
005365     EXIT.
005366*----------------------------------------------------------*
005367* 1100-INIT-DIVISOR-TABLE - THE PACK-SIZE DIVISORS ARE READ *
005368* FROM THE DIVCFG FILE, ONE DIVISOR PER LINE WITH THE       *
005369* PACKING-LINE CODE IT BELONGS TO, INTO ONE PROFILE PER     *
005370* LINE CODE.  PROFILE ENTRY 1 IS ALWAYS THE DEFAULT (BLANK  *
005371* CODE) PROFILE; IF DIVCFG IS MISSING OR LEAVES IT EMPTY    *
005372* WE FALL BACK TO THE ORIGINAL POWER-OF-2/3/4/5/6 LIST SO   *
005373* UNCODED LOTS ALWAYS HAVE SOMETHING TO CLASSIFY AGAINST.   *
005374* THE DEFAULT PROFILE IS LEFT LOADED AS THE ACTIVE TABLE    *
005375* FOR THE FIRST REPORT HEADING.                             *
005376*----------------------------------------------------------*
005377 1100-INIT-DIVISOR-TABLE.
005380     MOVE 0 TO DL100-DIV-COUNT.
005390     MOVE 1 TO DL100-PRO-LINE-COUNT.
005400     MOVE SPACES TO DL100-PRO-LINE-CODE(1).
007200* THE SAME PASS SEEDS THE DUPLICATE-SCREEN TABLE WITH       *
007210* EVERY NUMBER ALREADY CLASSIFIED ON THE QUEUE - WHICH ON   *
007220* A RESTART IS EXACTLY THE PORTION THE ABORTED EXECUTION    *
007226* ALREADY PROCESSED - AND, ON A LINE RUN, WITH THE NUMBERS  *
007232* STILL PENDING ON LINES THIS RUN IS NOT FOR.               *
007240*----------------------------------------------------------*
007250 1140-FIND-NEXT-KEY.
007260     MOVE 0 TO DL100-NEXT-KEY.
007430         MOVE "Q" TO DL100-SEEN-WK-SRC
007440         PERFORM 1145-ADD-SEEN-ENTRY
007450             THRU 1145-ADD-SEEN-ENTRY-EXIT
007451     END-IF.
007452     IF DL100-STAT-PENDING AND NOT DL100-SET-WHOLE-SHOP
007453         MOVE DL100-LOT-LINE-CODE TO DL100-SET-SEARCH-CODE
007454         PERFORM 1030-CHECK-LINE-IN-SET
007455             THRU 1030-CHECK-LINE-IN-SET-EXIT
007456         IF NOT DL100-SET-LINE-MATCHED
007457             MOVE DL100-LOT-NOMBR-RAW TO DL100-SEEN-WK-RAW
007458             MOVE DL100-LOT-KEY TO DL100-SEEN-WK-KEY
007459             MOVE "P" TO DL100-SEEN-WK-SRC
007460             PERFORM 1145-ADD-SEEN-ENTRY
007461                 THRU 1145-ADD-SEEN-ENTRY-EXIT
007462         END-IF
007463     END-IF.
007470     GO TO 1140-FIND-NEXT-KEY-LOOP.
007480 1140-FIND-NEXT-KEY-EXIT.
007490     EXIT.
008130* SKIPS THIS ENTIRELY WHEN RESUMING AN INCOMPLETE PRIOR    *
008140* RUN - THAT FEED WAS ALREADY DRAINED BEFORE THE RUN WAS   *
008150* INTERRUPTED, AND RUNNING IT AGAIN WOULD DOUBLE-QUEUE IT. *
008152* A LINE RUN LOADS ONLY THE FEED LINES FOR ITS OWN LINES,   *
008154* LEAVING THE REST OF A SHARED PICK-LIST TO THEIR OWN RUNS. *
008160*----------------------------------------------------------*
008170 1150-LOAD-LOT-FEED.
008180     MOVE "N" TO DL100-FEED-EOF-SW.
008400     IF DL100-LOT-NOMBR-RAW = SPACES
008410         GO TO 1160-LOAD-LOT-FEED-LOOP-EXIT
008420     END-IF.
008421     IF NOT DL100-SET-WHOLE-SHOP
008422         MOVE DL100-FEED-LINE-CODE TO DL100-SET-SEARCH-CODE
008423         PERFORM 1030-CHECK-LINE-IN-SET
008424             THRU 1030-CHECK-LINE-IN-SET-EXIT
008425         IF NOT DL100-SET-LINE-MATCHED
008426             GO TO 1160-LOAD-LOT-FEED-LOOP-EXIT
008427         END-IF
008428     END-IF.
008430     MOVE DL100-FEED-LINE-CODE TO DL100-LOT-LINE-CODE.
008434     MOVE DL100-FEED-ITEM-CODE TO DL100-LOT-ITEM-CODE.
008440*    ONLY AN EXPLICIT "E" EXPEDITES - ANY OTHER BYTE IN THE
008450*    FEED'S PRIORITY COLUMN IS TREATED AS NORMAL.
008460     IF DL100-FEED-PRIORITY = "E"
008510     MOVE "P" TO DL100-LOT-STATUS.
008520     ACCEPT DL100-WS-YYYYMMDD FROM DATE YYYYMMDD.
008530     MOVE DL100-WS-YYYYMMDD TO DL100-LOT-ADDED-DATE.
008532*    ANOTHER LINE'S RUN MAY HAVE QUEUED PAST THE KEY THE
008534*    START-UP SCAN FOUND, SO A KEY ALREADY ON FILE MOVES THE
008536*    LOT UP TO THE NEXT FREE ONE.
008538 1160-LOAD-LOT-FEED-WRITE.
008540     WRITE DL100-LOT-RECORD
008550         INVALID KEY
008551             IF DL100-LOTQ-STATUS = "22"
008552                 ADD 1 TO DL100-NEXT-KEY
008553                 MOVE DL100-NEXT-KEY TO DL100-LOT-KEY
008554                 GO TO 1160-LOAD-LOT-FEED-WRITE
008555             END-IF
008560             DISPLAY "POWER: LOTFEED KEY COLLISION, LOT SKIPPED"
008570     END-WRITE.
008580 1160-LOAD-LOT-FEED-LOOP-EXIT.
008960* CHECKPOINT AT ALL, OR ONE LEFT BY A CLEAN PRIOR RUN)      *
008970* START IT AT THE TOP OF THE QUEUE.  EITHER WAY, THE QUEUE  *
008980* IS LEFT POSITIONED FOR 2100-READ-LOTQUEUE WHEN THIS       *
008982* RETURNS - IT IS THE ONLY PLACE THAT DOES SO.  PWRCHK      *
008984* HOLDS ONE CHECKPOINT PER LINE SET; THIS RUN RESUMES ONLY  *
008986* FROM ITS OWN SET'S, AND REFUSES TO START WHILE ANOTHER    *
008988* SET SHARING ONE OF ITS LINES HAS AN INCOMPLETE RUN - THAT *
008990* RUN MUST BE RESTARTED TO THE END FIRST.                   *
009000*----------------------------------------------------------*
009010 1200-LOAD-CHECKPOINT.
009012     PERFORM 1202-LOAD-CHECKPOINTS
009014         THRU 1202-LOAD-CHECKPOINTS-EXIT.
009016     MOVE 0 TO DL100-CKT-OWN-SUB.
009018     PERFORM VARYING DL100-CKT-SUB FROM 1 BY 1
009020             UNTIL DL100-CKT-SUB > DL100-CKT-ENTRY-COUNT
009022         PERFORM 1205-CHECK-ONE-CHECKPOINT
009024             THRU 1205-CHECK-ONE-CHECKPOINT-EXIT
009026     END-PERFORM.
009028     IF DL100-LOCK-REFUSED
009030         DISPLAY "POWER: RESTART THAT RUN TO COMPLETION FIRST"
009032         MOVE "Y" TO DL100-EOF-SW
009034         MOVE 12 TO RETURN-CODE
009036         CLOSE LOTQUEUE
009050         GO TO 1200-LOAD-CHECKPOINT-EXIT
009060     END-IF.
009064     IF DL100-CKT-OWN-SUB > 0
009068         MOVE DL100-CKT-IMAGE(DL100-CKT-OWN-SUB)
009072             TO DL100-CHK-RECORD
009076     END-IF.
009080     IF DL100-CKT-OWN-SUB > 0 AND DL100-CHK-RUN-INCOMPLETE
009090         MOVE "Y" TO DL100-RESTARTING-SW
009100         MOVE DL100-CHK-COUNT TO DL100-PROCESSED-COUNT
009110         MOVE DL100-CHK-COUNT TO DL100-RESTART-BASE
009340         DISPLAY "POWER: NO INCOMPLETE RUN FOUND - "
009350             "STARTING FROM THE TOP OF THE QUEUE"
009360     END-IF.
009380 1200-LOAD-CHECKPOINT-EXIT.
009381     EXIT.
009382*----------------------------------------------------------*
009383* 1202-LOAD-CHECKPOINTS - LOAD EVERY LINE SET'S CHECKPOINT  *
009384* RECORD INTO THE IMAGE TABLE.  NO PWRCHK FILE AT ALL       *
009385* LEAVES THE TABLE EMPTY.                                   *
009386*----------------------------------------------------------*
009387 1202-LOAD-CHECKPOINTS.
009388     MOVE 0 TO DL100-CKT-ENTRY-COUNT.
009389     OPEN INPUT PWRCHK.
009390     IF NOT DL100-CHK-STATUS = "00"
009391         GO TO 1202-LOAD-CHECKPOINTS-EXIT
009392     END-IF.
009393 1202-LOAD-CHECKPOINTS-LOOP.
009394     READ PWRCHK
009395         AT END
009396             CLOSE PWRCHK
009397             GO TO 1202-LOAD-CHECKPOINTS-EXIT
009398     END-READ.
009399     IF DL100-CKT-ENTRY-COUNT >= 29
009400         DISPLAY "POWER: PWRCHK HOLDS MORE LINE SETS THAN THE"
009401             " TABLE - THE REST ARE DROPPED"
009402         CLOSE PWRCHK
009403         GO TO 1202-LOAD-CHECKPOINTS-EXIT
009404     END-IF.
009405     ADD 1 TO DL100-CKT-ENTRY-COUNT.
009406     MOVE DL100-CHK-RECORD
009407         TO DL100-CKT-IMAGE(DL100-CKT-ENTRY-COUNT).
009408     GO TO 1202-LOAD-CHECKPOINTS-LOOP.
009409 1202-LOAD-CHECKPOINTS-EXIT.
009410     EXIT.
009411*----------------------------------------------------------*
009412* 1205-CHECK-ONE-CHECKPOINT - THIS RUN'S OWN LINE SET IS    *
009413* NOTED; ANY OTHER SET'S INCOMPLETE RUN THAT SHARES A LINE  *
009414* WITH THIS ONE REFUSES THE START.  A BLANK SET IS A WHOLE- *
009415* SHOP RUN (AND THE ONE CHECKPOINT RECORD PWRCHK HELD       *
009416* BEFORE THERE WERE LINE RUNS).                             *
009417*----------------------------------------------------------*
009418 1205-CHECK-ONE-CHECKPOINT.
009419     MOVE DL100-CKT-IMAGE(DL100-CKT-SUB) TO DL100-CHK-RECORD.
009420     IF DL100-CHK-LINE-SET = DL100-SET-AREA
009421         MOVE DL100-CKT-SUB TO DL100-CKT-OWN-SUB
009422         GO TO 1205-CHECK-ONE-CHECKPOINT-EXIT
009423     END-IF.
009424     IF NOT DL100-CHK-RUN-INCOMPLETE
009425         GO TO 1205-CHECK-ONE-CHECKPOINT-EXIT
009426     END-IF.
009427     MOVE DL100-CHK-LINE-SET TO DL100-OTH-SET-AREA.
009428     PERFORM 1035-CHECK-SET-OVERLAP
009429         THRU 1035-CHECK-SET-OVERLAP-EXIT.
009430     IF NOT DL100-SETS-OVERLAP
009431         GO TO 1205-CHECK-ONE-CHECKPOINT-EXIT
009432     END-IF.
009433     IF DL100-CHK-LINE-SET = SPACES
009434         DISPLAY "POWER: WHOLE-SHOP RUN " DL100-CHK-RUN-NO
009435             " IS INCOMPLETE - START REFUSED"
009436     ELSE
009437         DISPLAY "POWER: RUN " DL100-CHK-RUN-NO " FOR LINES "
009438             DL100-CHK-LINE-SET " IS INCOMPLETE AND SHARES A"
009439             " LINE WITH THIS RUN - START REFUSED"
009440     END-IF.
009441     MOVE SPACES TO DL101-EVT-RECORD.
009442     SET DL101-EVT-REFUSED TO TRUE.
009443     SET DL101-EVT-ERROR TO TRUE.
009444     SET DL101-EVT-REF-RUN TO TRUE.
009445     MOVE DL100-CHK-RUN-NO TO DL101-EVT-REF-NO.
009446     MOVE "INCOMPLETE RUN ON THESE LINES - RESTART IT FIRST"
009447         TO DL101-EVT-TEXT.
009448     PERFORM 9700-WRITE-EVENT THRU 9700-WRITE-EVENT-EXIT.
009449     MOVE "Y" TO DL100-LOCK-REFUSED-SW.
009450 1205-CHECK-ONE-CHECKPOINT-EXIT.
009451     EXIT.
009452*----------------------------------------------------------*
009453* 1210-START-AT-TOP - POSITION THE LOT QUEUE AT RECORD ONE  *
009454* FOR A RUN THAT ISN'T RESUMING AN INCOMPLETE PRIOR RUN.    *
009455*----------------------------------------------------------*
009456 1210-START-AT-TOP.
009457     MOVE LOW-VALUE TO DL100-LOT-KEY.
009460     START LOTQUEUE KEY IS GREATER THAN DL100-LOT-KEY
009470         INVALID KEY
009480             MOVE "Y" TO DL100-EOF-SW
010000* AND AUDIT ONE PENDING LOT, THEN CHECKPOINT IF DUE.        *
010010*----------------------------------------------------------*
010020 2000-PROCESS-LOTS.
010022     MOVE DL100-LOT-STATUS TO DL100-PRE-STATUS.
010024     MOVE DL100-LOT-RESUB-COUNT TO DL100-PRE-RESUB.
010030     PERFORM 2200-VALIDATE-LOT THRU 2200-VALIDATE-LOT-EXIT.
010040     IF DL100-LOTQ-NOTFOUND
010050         GO TO 2000-ADVANCE-QUEUE
010310 2000-PROCESS-LOTS-EXIT.
010320     EXIT.
010330*----------------------------------------------------------*
010336* 1400-WRITE-CHECKPOINT - REWRITE THIS LINE SET'S RECORD IN *
010342* THE CHECKPOINT FILE WITH THE LAST KEY SUCCESSFULLY        *
010348* PROCESSED.  THE FILE IS RELOADED FIRST SO CHECKPOINTS     *
010354* OTHER LINES' RUNS HAVE WRITTEN SINCE ARE KEPT.            *
010360*----------------------------------------------------------*
010370 1400-WRITE-CHECKPOINT.
010380     MOVE DL100-LOT-KEY TO DL100-CHK-LAST-KEY.
010520     ACCEPT DL100-WS-TIME FROM TIME.
010530     STRING DL100-WS-YYYYMMDD DL100-WS-TIME(1:6)
010540         DELIMITED BY SIZE INTO DL100-CHK-TIMESTAMP.
010541     MOVE DL100-SET-AREA TO DL100-CHK-LINE-SET.
010542     MOVE DL100-CHK-RECORD TO DL100-CKT-SAVE.
010543     PERFORM 1202-LOAD-CHECKPOINTS
010544         THRU 1202-LOAD-CHECKPOINTS-EXIT.
010545     MOVE 0 TO DL100-CKT-OWN-SUB.
010546     PERFORM VARYING DL100-CKT-SUB FROM 1 BY 1
010547             UNTIL DL100-CKT-SUB > DL100-CKT-ENTRY-COUNT
010548         MOVE DL100-CKT-IMAGE(DL100-CKT-SUB) TO DL100-CHK-RECORD
010549         IF DL100-CHK-LINE-SET = DL100-SET-AREA
010550             MOVE DL100-CKT-SUB TO DL100-CKT-OWN-SUB
010551         END-IF
010552     END-PERFORM.
010553     IF DL100-CKT-OWN-SUB = 0
010554         ADD 1 TO DL100-CKT-ENTRY-COUNT
010555         MOVE DL100-CKT-ENTRY-COUNT TO DL100-CKT-OWN-SUB
010556     END-IF.
010557     MOVE DL100-CKT-SAVE TO DL100-CKT-IMAGE(DL100-CKT-OWN-SUB).
010558     OPEN OUTPUT PWRCHK.
010560     PERFORM VARYING DL100-CKT-SUB FROM 1 BY 1
010562             UNTIL DL100-CKT-SUB > DL100-CKT-ENTRY-COUNT
010564         WRITE DL100-CHK-RECORD
010566             FROM DL100-CKT-IMAGE(DL100-CKT-SUB)
010568     END-PERFORM.
010570     CLOSE PWRCHK.
010580     MOVE 0 TO DL100-SINCE-CHECKPOINT.
010590 1400-WRITE-CHECKPOINT-EXIT.
010950     EXIT.
010960*----------------------------------------------------------*
010970* 2100-READ-LOTQUEUE - READ THE NEXT LOT, SKIPPING ANY      *
010976* RECORD THAT IS NOT STILL PENDING, THAT IS ON A LINE THIS  *
010982* RUN IS NOT FOR, OR THAT BELONGS TO THE OTHER PROCESSING   *
010988* PASS.  THE RUN DRAINS THE QUEUE TWICE:                    *
011000* THE PRIORITY PASS TAKES ONLY EXPEDITED LOTS, AND WHEN IT  *
011010* RUNS DRY THE QUEUE IS REWOUND FOR THE NORMAL PASS - SO A  *
011020* HOT LOT SCANNED AT THE END OF A SHIFT NO LONGER WAITS     *
011180     END-READ.
011190     IF NOT DL100-STAT-PENDING
011200         GO TO 2100-READ-LOTQUEUE
011201     END-IF.
011202     IF NOT DL100-SET-WHOLE-SHOP
011203         MOVE DL100-LOT-LINE-CODE TO DL100-SET-SEARCH-CODE
011204         PERFORM 1030-CHECK-LINE-IN-SET
011205             THRU 1030-CHECK-LINE-IN-SET-EXIT
011206         IF NOT DL100-SET-LINE-MATCHED
011207             GO TO 2100-READ-LOTQUEUE
011208         END-IF
011210     END-IF.
011220     IF DL100-PRIORITY-PASS AND NOT DL100-LOT-EXPEDITE
011230         GO TO 2100-READ-LOTQUEUE
011440*----------------------------------------------------------*
011450* 2200-VALIDATE-LOT - REJECT NON-NUMERIC OR OUT-OF-RANGE    *
011460* LOT NUMBERS (INCLUDING EMBEDDED SPACES FROM THE HANDHELD  *
011466* SCANNER FEED) WITHOUT STOPPING THE REST OF THE BATCH,     *
011472* THEN HOLD THE LOT UP AGAINST ITS ITEM.                    *
011480*----------------------------------------------------------*
011490 2200-VALIDATE-LOT.
011500     MOVE "00" TO DL100-LOTQ-STATUS.
011504     MOVE "NOT A VALID LOT NUMBER" TO DL100-REJECT-WHY.
011510     IF DL100-LOT-NOMBR-RAW IS NOT NUMERIC
011520         PERFORM 2300-REJECT-LOT THRU 2300-REJECT-LOT-EXIT
011530         MOVE "23" TO DL100-LOTQ-STATUS
011570     IF DL100-NOMBR <= 0
011580         PERFORM 2300-REJECT-LOT THRU 2300-REJECT-LOT-EXIT
011590         MOVE "23" TO DL100-LOTQ-STATUS
011594         GO TO 2200-VALIDATE-LOT-EXIT
011600     END-IF.
011604     PERFORM 2210-VALIDATE-ITEM THRU 2210-VALIDATE-ITEM-EXIT.
011610 2200-VALIDATE-LOT-EXIT.
011611     EXIT.
011612*----------------------------------------------------------*
011613* 2210-VALIDATE-ITEM - A GOOD NUMBER IS NOT ENOUGH: THE     *
011614* LOT'S ITEM MUST BE ON ITEMMAST, ACTIVE, AND LIST THE      *
011615* LOT'S PACKING LINE AMONG THE LINES ALLOWED TO RUN IT (A   *
011616* LOT WITH NO LINE CODE, ON THE DEFAULT PROFILE, IS NOT     *
011617* HELD TO THEM).  THE ITEM RECORD IS LEFT FOR THE PALLETS.  *
011618*----------------------------------------------------------*
011619 2210-VALIDATE-ITEM.
011620     IF DL100-LOT-ITEM-CODE = SPACES
011621         MOVE "NO ITEM CODE ON THE LOT" TO DL100-REJECT-WHY
011622         GO TO 2210-VALIDATE-ITEM-REJECT
011623     END-IF.
011624     MOVE DL100-LOT-ITEM-CODE TO DL101-ITM-CODE.
011625     READ ITEMMAST
011626         INVALID KEY
011627             MOVE "ITEM NOT ON THE ITEM MASTER"
011628                 TO DL100-REJECT-WHY
011629             GO TO 2210-VALIDATE-ITEM-REJECT
011630     END-READ.
011631     IF NOT DL101-ITM-IS-ACTIVE
011632         MOVE "ITEM IS INACTIVE" TO DL100-REJECT-WHY
011633         GO TO 2210-VALIDATE-ITEM-REJECT
011634     END-IF.
011635     IF DL100-LOT-LINE-CODE = SPACES
011636         GO TO 2210-VALIDATE-ITEM-EXIT
011637     END-IF.
011638     MOVE "N" TO DL100-ITM-LINE-OK-SW.
011639     PERFORM VARYING DL100-ITM-SUB FROM 1 BY 1
011640             UNTIL DL100-ITM-SUB > 6
011641         IF DL101-ITM-LINE-CODE(DL100-ITM-SUB) NOT = SPACES AND
011642            DL101-ITM-LINE-CODE(DL100-ITM-SUB)
011643                = DL100-LOT-LINE-CODE
011644             MOVE "Y" TO DL100-ITM-LINE-OK-SW
011645         END-IF
011646     END-PERFORM.
011647     IF DL100-ITM-LINE-ALLOWED
011648         GO TO 2210-VALIDATE-ITEM-EXIT
011649     END-IF.
011650     MOVE "ITEM NOT ALLOWED ON THE LINE" TO DL100-REJECT-WHY.
011651 2210-VALIDATE-ITEM-REJECT.
011652     PERFORM 2300-REJECT-LOT THRU 2300-REJECT-LOT-EXIT.
011653     MOVE "23" TO DL100-LOTQ-STATUS.
011654 2210-VALIDATE-ITEM-EXIT.
011655     EXIT.
011656*----------------------------------------------------------*
011657* 2300-REJECT-LOT - LOG THE BAD LOT NUMBER TO THE PRINTED   *
011658* REPORT (SO IT SURVIVES AN UNATTENDED OVERNIGHT RUN, NOT   *
011660* JUST THE CONSOLE), MARK THE QUEUE RECORD REJECTED, AND    *
011670* BUMP THE REJECT COUNT.                                    *
011680*----------------------------------------------------------*
011690 2300-REJECT-LOT.
011700     DISPLAY "POWER: REJECTED LOT KEY " DL100-LOT-KEY
011710         " VALUE '" DL100-LOT-NOMBR-RAW "' - " DL100-REJECT-WHY.
011730     IF DL100-LINE-COUNT >= DL100-LINES-PER-PAGE
011740         PERFORM 1300-WRITE-HEADING THRU 1300-WRITE-HEADING-EXIT
011750     END-IF.
011760     MOVE SPACES TO DL100-REJ-LINE.
011770     MOVE DL100-LOT-KEY TO DL100-REJ-KEY.
011780     MOVE DL100-LOT-NOMBR-RAW TO DL100-REJ-RAW.
011784     MOVE DL100-REJECT-WHY TO DL100-REJ-REASON.
011790     WRITE DL100-REJ-LINE.
011800     ADD 1 TO DL100-LINE-COUNT.
011810     ADD 1 TO DL100-REJECT-COUNT.
011820     MOVE "R" TO DL100-LOT-STATUS.
011830     REWRITE DL100-LOT-RECORD.
011834     PERFORM 6500-WRITE-RUN-LOG THRU 6500-WRITE-RUN-LOG-EXIT.
011835     MOVE SPACES TO DL101-EVT-RECORD.
011836     SET DL101-EVT-REJECT TO TRUE.
011837     SET DL101-EVT-WARNING TO TRUE.
011838     SET DL101-EVT-REF-LOT TO TRUE.
011839     MOVE DL100-LOT-KEY TO DL101-EVT-REF-NO.
011840     STRING "LOT " DL100-LOT-NOMBR-RAW " " DL100-REJECT-WHY
011841         DELIMITED BY SIZE INTO DL101-EVT-TEXT.
011842     PERFORM 9700-WRITE-EVENT THRU 9700-WRITE-EVENT-EXIT.
011843 2300-REJECT-LOT-EXIT.
011850     EXIT.
011860*----------------------------------------------------------*
011870* 2250-SCREEN-DUPLICATE - A LOT NUMBER THAT ALREADY RAN     *
011980             UNTIL DL100-SEEN-IDX > DL100-SEEN-COUNT
011990         IF DL100-SEEN-FOUND-SUB = 0 AND
012000            DL100-SEEN-RAW(DL100-SEEN-IDX)
012004                = DL100-LOT-NOMBR-RAW AND
012008            (DL100-SEEN-SRC(DL100-SEEN-IDX) NOT = "P" OR
012012             DL100-SEEN-KEY(DL100-SEEN-IDX) < DL100-LOT-KEY)
012020             SET DL100-SEEN-FOUND-SUB TO DL100-SEEN-IDX
012030         END-IF
012040     END-PERFORM.
012430     ADD 1 TO DL100-DUP-COUNT.
012440     MOVE "Q" TO DL100-LOT-STATUS.
012450     REWRITE DL100-LOT-RECORD.
012454     PERFORM 6500-WRITE-RUN-LOG THRU 6500-WRITE-RUN-LOG-EXIT.
012455     MOVE SPACES TO DL101-EVT-RECORD.
012456     SET DL101-EVT-DUPLICATE TO TRUE.
012457     SET DL101-EVT-WARNING TO TRUE.
012458     SET DL101-EVT-REF-LOT TO TRUE.
012459     MOVE DL100-LOT-KEY TO DL101-EVT-REF-NO.
012460     STRING "LOT " DL100-LOT-NOMBR-RAW " DUPLICATES KEY "
012461            DL100-SEEN-KEY(DL100-SEEN-FOUND-SUB)
012462         DELIMITED BY SIZE INTO DL101-EVT-TEXT.
012463     PERFORM 9700-WRITE-EVENT THRU 9700-WRITE-EVENT-EXIT.
012464 2350-PARK-DUPLICATE-EXIT.
012470     EXIT.
012480*----------------------------------------------------------*
012490* 2500-SELECT-LINE-PROFILE - MAKE THE LOT'S OWN PACKING     *
012860     END-PERFORM.
012870     MOVE "D" TO DL100-LOT-STATUS.
012880     REWRITE DL100-LOT-RECORD.
012884     PERFORM 6500-WRITE-RUN-LOG THRU 6500-WRITE-RUN-LOG-EXIT.
012890     ADD 1 TO DL100-DONE-THIS-RUN.
012900 3000-CLASSIFY-LOT-EXIT.
012910     EXIT.
013470* TELLING PALLET-BUILD HOW MANY LAYERS A LOT SUPPORTS, SO   *
013480* FOR EVERY VALID LOT - NOT JUST THE EXACT POWERS - PICK    *
013490* THE BEST CONFIGURED CASE-PACK DIVISOR ON THE LOT'S LINE   *
013494* THAT THE LOT'S ITEM MAY SHIP IN                           *
013500* (FEWEST LEFTOVER UNITS; TIES GO TO THE BIGGER PACK),      *
013510* COMPUTE FULL LAYERS AND THE PARTIAL-PALLET RESIDUE, AND   *
013520* HAND BOTH TO THE PALPLAN FILE AND THE PLAN REPORT.  A     *
013530* LOT SMALLER THAN EVERY CONFIGURED PACK GETS A ZERO CASE   *
013534* PACK AND ITS WHOLE QUANTITY AS RESIDUE.  THE FULL LAYERS  *
013538* ARE THEN SPLIT INTO PHYSICAL PALLETS AT THE ITEM'S MAX    *
013542* LAYERS.                                                   *
013550*----------------------------------------------------------*
013560 3700-BUILD-PALLET-PLAN.
013570     MOVE 0 TO DL100-PLN-BEST-SLOT.
013650     END-PERFORM.
013660     MOVE SPACES TO DL100-PLN-RECORD.
013670     MOVE DL100-LOT-KEY TO DL100-PLN-LOT-KEY.
013674     MOVE DL100-RUN-NO TO DL100-PLN-RUN-NO.
013680     MOVE DL100-NOMBR TO DL100-PLN-NOMBR.
013690     MOVE DL100-LOT-LINE-CODE TO DL100-PLN-LINE-CODE.
013700     IF DL100-PLN-BEST-SLOT > 0
013760         MOVE 0 TO DL100-PLN-LAYERS
013770         MOVE DL100-NOMBR TO DL100-PLN-RESIDUAL
013780     END-IF.
013784     PERFORM 3730-SPLIT-PALLETS THRU 3730-SPLIT-PALLETS-EXIT.
013790     ADD 1 TO DL100-PLN-COUNT.
013800     IF DL100-PLN-RESIDUAL > 0
013810         ADD 1 TO DL100-PLN-RESID-COUNT
013870     EXIT.
013880*----------------------------------------------------------*
013890* 3710-EVAL-PLAN-DIVISOR - ONE CANDIDATE CASE PACK.  A      *
013898* DIVISOR THE ITEM MAY NOT SHIP IN, OR BIGGER THAN THE LOT  *
013906* (NO FULL LAYER), IS PASSED OVER.  UNLIKE 3200-DIVIDE-     *
013914* STEP, THE REMAINDER IS THE WHOLE POINT HERE - IT IS THE   *
013922* PARTIAL PALLET.                                           *
013930*----------------------------------------------------------*
013940 3710-EVAL-PLAN-DIVISOR.
013941     MOVE "N" TO DL100-PLN-PACK-OK-SW.
013942     PERFORM VARYING DL100-ITM-SUB FROM 1 BY 1
013943             UNTIL DL100-ITM-SUB > 6
013944         IF DL101-ITM-PACK(DL100-ITM-SUB)
013945                = DL100-DIVISOR(DL100-DIV-IDX)
013946             MOVE "Y" TO DL100-PLN-PACK-OK-SW
013947         END-IF
013948     END-PERFORM.
013949     IF NOT DL100-PLN-PACK-ALLOWED
013950         GO TO 3710-EVAL-PLAN-DIVISOR-EXIT
013951     END-IF.
013952     DIVIDE DL100-NOMBR BY DL100-DIVISOR(DL100-DIV-IDX)
013960         GIVING DL100-PLN-WK-LAYERS
013970         REMAINDER DL100-PLN-WK-REMDR.
013980     IF DL100-PLN-WK-LAYERS = 0
014100 3710-EVAL-PLAN-DIVISOR-EXIT.
014110     EXIT.
014120*----------------------------------------------------------*
014121* 3730-SPLIT-PALLETS - HOW MANY PHYSICAL PALLETS THE FULL   *
014122* LAYERS TAKE AT THE ITEM'S MAX LAYERS PER PALLET, ROUNDED  *
014123* UP - A SHORT TOP PALLET IS STILL A PALLET.  THE RESIDUE   *
014124* RIDES ON THE PARTIAL PALLET AND IS NOT COUNTED HERE.      *
014125*----------------------------------------------------------*
014126 3730-SPLIT-PALLETS.
014127     MOVE DL100-LOT-ITEM-CODE TO DL100-PLN-ITEM-CODE.
014128     MOVE DL101-ITM-MAX-LAYERS TO DL100-PLN-MAX-LAYERS.
014129     MOVE 0 TO DL100-PLN-PALLETS.
014130     IF DL100-PLN-LAYERS = 0
014131         GO TO 3730-SPLIT-PALLETS-EXIT
014132     END-IF.
014133     IF DL101-ITM-MAX-LAYERS = 0
014134         MOVE 1 TO DL100-PLN-PALLETS
014135     ELSE
014136         DIVIDE DL100-PLN-LAYERS BY DL101-ITM-MAX-LAYERS
014137             GIVING DL100-PLN-PALLETS
014138             REMAINDER DL100-PLN-WK-REMDR
014139         IF DL100-PLN-WK-REMDR > 0
014140             ADD 1 TO DL100-PLN-PALLETS
014141         END-IF
014142     END-IF.
014143     ADD DL100-PLN-PALLETS TO DL100-PLN-PALLET-TOTAL.
014144 3730-SPLIT-PALLETS-EXIT.
014145     EXIT.
014146*----------------------------------------------------------*
014147* 3720-WRITE-PLAN-LINE - ONE PLAN REPORT LINE PER LOT,      *
014148* WITH A NEW PAGE HEADING EVERY DL100-LINES-PER-PAGE        *
014150* LINES.                                                    *
014160*----------------------------------------------------------*
014170 3720-WRITE-PLAN-LINE.
014260     MOVE DL100-PLN-CASE-PACK TO DL100-PLN-DET-PACK.
014270     MOVE DL100-PLN-LAYERS TO DL100-PLN-DET-LAYERS.
014280     MOVE DL100-PLN-RESIDUAL TO DL100-PLN-DET-RESIDUAL.
014282     MOVE DL100-PLN-MAX-LAYERS TO DL100-PLN-DET-MAX-LAYERS.
014284     MOVE DL100-PLN-PALLETS TO DL100-PLN-DET-PALLETS.
014290     WRITE DL100-PLN-DET-LINE.
014300     ADD 1 TO DL100-PLN-LINE-COUNT.
014310 3720-WRITE-PLAN-LINE-EXIT.
015100     EXIT.
015110*----------------------------------------------------------*
015120* 6000-WRITE-AUDIT - APPEND A COMPLIANCE AUDIT LINE.        *
015121* THE LOT'S PALLET PLAN FROM 3700 (FULL LAYERS AND THE      *
015122* UNITS LEFT OVER) RIDES ON THE LINE WITH THE DIVISOR FLAGS.*
015130*----------------------------------------------------------*
015140 6000-WRITE-AUDIT.
015150     MOVE SPACES TO DL100-AUD-RECORD.
015430         MOVE "FALSE" TO DL100-AUD-STR4
015440     END-IF.
015450     MOVE DL100-DIV-RESULT-EXP TO DL100-AUD-EXP4.
015454     MOVE DL100-RUN-NO TO DL100-AUD-RUN-NO.
015455     IF DL100-PLN-BEST-SLOT > 0
015456         MOVE DL100-PLN-BEST-LAYERS TO DL100-AUD-PLN-LAYERS
015457         MOVE DL100-PLN-BEST-REMDR TO DL100-AUD-PLN-RESIDUAL
015458     ELSE
015459         MOVE 0 TO DL100-AUD-PLN-LAYERS
015460         MOVE DL100-NOMBR TO DL100-AUD-PLN-RESIDUAL
015461     END-IF.
015462     WRITE DL100-AUD-RECORD.
015470 6000-WRITE-AUDIT-EXIT.
015471     EXIT.
015472*----------------------------------------------------------*
015473* 6500-WRITE-RUN-LOG - ONE RUNLOG LINE FOR THE QUEUE RECORD *
015474* JUST REWRITTEN: RUN NUMBER, KEY, THE STATUS AND RESUBMIT  *
015475* COUNT IT HELD WHEN THE RUN READ IT, AND THE STATUS THE    *
015476* RUN LEFT.  WRITTEN AT THE REWRITE ITSELF, SO LOTS DONE    *
015477* BY AN ABORTED EXECUTION ARE ALREADY LOGGED WHEN THE       *
015478* RESTART SKIPS PAST THEM.                                  *
015479*----------------------------------------------------------*
015480 6500-WRITE-RUN-LOG.
015481     MOVE SPACES TO DL101-RLG-RECORD.
015482     MOVE DL100-RUN-NO TO DL101-RLG-RUN-NO.
015483     MOVE DL100-LOT-KEY TO DL101-RLG-LOT-KEY.
015484     MOVE DL100-PRE-STATUS TO DL101-RLG-PRE-STATUS.
015485     MOVE DL100-PRE-RESUB TO DL101-RLG-PRE-RESUB.
015486     MOVE DL100-LOT-STATUS TO DL101-RLG-NEW-STATUS.
015487     MOVE DL100-LOT-NOMBR-RAW TO DL101-RLG-NOMBR-RAW.
015488     MOVE DL100-LOT-LINE-CODE TO DL101-RLG-LINE-CODE.
015489     ACCEPT DL100-WS-YYYYMMDD FROM DATE YYYYMMDD.
015490     ACCEPT DL100-WS-TIME FROM TIME.
015491     STRING DL100-WS-YYYYMMDD DL100-WS-TIME(1:6)
015492         DELIMITED BY SIZE INTO DL101-RLG-STAMP.
015493     WRITE DL101-RLG-RECORD.
015494 6500-WRITE-RUN-LOG-EXIT.
015495     EXIT.
015496*----------------------------------------------------------*
015500* 7000-ACCUM-SUMMARY - BUCKET THIS LOT INTO ITS PACKING     *
015510* LINE'S DISTRIBUTION COUNTS, ONE BUCKET PER PROFILE SLOT   *
015520* PLUS A NONE BUCKET.  A LOT THAT PASSES MORE THAN ONE      *
016040     CLOSE PWREXT.
016050     CLOSE PWREX2.
016060     CLOSE PWRAUD.
016064     CLOSE RUNLOG.
016066     CLOSE ITEMMAST.
016070     PERFORM 8300-RECONCILE-RUN THRU 8300-RECONCILE-RUN-EXIT.
016080     PERFORM 1600-WRITE-EX2-TRAILER
016090         THRU 1600-WRITE-EX2-TRAILER-EXIT.
016700     WRITE DL100-PLN-TOT-LINE.
016710     MOVE "LOTS WITH RESIDUAL UNITS....." TO DL100-PLN-TOT-LABEL.
016720     MOVE DL100-PLN-RESID-COUNT TO DL100-PLN-TOT-COUNT.
016722     WRITE DL100-PLN-TOT-LINE.
016724     MOVE "PHYSICAL PALLETS............." TO DL100-PLN-TOT-LABEL.
016726     MOVE DL100-PLN-PALLET-TOTAL TO DL100-PLN-TOT-COUNT.
016730     WRITE DL100-PLN-TOT-LINE.
016740 8150-WRITE-PLAN-TOTALS-EXIT.
016750     EXIT.
016770* 8160-COUNT-PRI-PENDING - ONE MORE PASS OVER THE QUEUE     *
016780* COUNTING EXPEDITED LOTS STILL PENDING AT END OF RUN -     *
016790* NORMALLY ZERO, BUT A LOCK-SHORTENED OR ABENDED RUN CAN    *
016796* LEAVE SOME, AND THE SUMMARY MUST SAY SO OUT LOUD.  ONLY   *
016802* THE LINES THIS RUN IS FOR ARE COUNTED.                    *
016810*----------------------------------------------------------*
016820 8160-COUNT-PRI-PENDING.
016830     MOVE 0 TO DL100-PRI-PENDING.
016910         AT END
016920             GO TO 8160-COUNT-PRI-PENDING-EXIT
016930     END-READ.
016932     IF NOT DL100-STAT-PENDING OR NOT DL100-LOT-EXPEDITE
016934         GO TO 8160-COUNT-PRI-PENDING-LOOP
016936     END-IF.
016938     MOVE DL100-LOT-LINE-CODE TO DL100-SET-SEARCH-CODE.
016940     PERFORM 1030-CHECK-LINE-IN-SET
016942         THRU 1030-CHECK-LINE-IN-SET-EXIT.
016944     IF DL100-SET-LINE-MATCHED
016950         ADD 1 TO DL100-PRI-PENDING
016960     END-IF.
016970     GO TO 8160-COUNT-PRI-PENDING-LOOP.
018120             " EXTRACT=" DL100-BAL-EXT-COUNT
018130             " GEN2=" DL100-BAL-EX2-COUNT
018140             " AUDIT=" DL100-BAL-AUD-COUNT
018141         MOVE SPACES TO DL101-EVT-RECORD
018142         SET DL101-EVT-OUT-OF-BAL TO TRUE
018143         SET DL101-EVT-CRITICAL TO TRUE
018144         SET DL101-EVT-REF-RUN TO TRUE
018145         MOVE DL100-RUN-NO TO DL101-EVT-REF-NO
018146         STRING "RUN OUT OF BALANCE - EXPECTED "
018147                DL100-BAL-EXPECTED
018148                " AUDIT " DL100-BAL-AUD-COUNT
018149             DELIMITED BY SIZE INTO DL101-EVT-TEXT
018150         PERFORM 9700-WRITE-EVENT THRU 9700-WRITE-EVENT-EXIT
018151         MOVE 8 TO RETURN-CODE
018160     END-IF.
018170 8300-RECONCILE-RUN-EXIT.
018180     EXIT.
018670* (RESTORED FROM THE CHECKPOINT ON A RESTART, SO THE        *
018680* WINDOW COVERS THE ABORTED PORTION TOO) - SINCE THE FILE   *
018690* IS OPENED EXTEND AND CARRIES EVERY EARLIER RUN AS WELL.   *
018692* THE LINES MUST CARRY THIS RUN'S NUMBER TOO: ANOTHER       *
018694* LINE'S RUN UNDER THE SAME USER MAY BE APPENDING TO THE    *
018696* TRAIL AT THE SAME TIME.                                   *
018700*----------------------------------------------------------*
018710 8320-COUNT-AUDIT.
018720     MOVE 0 TO DL100-BAL-AUD-COUNT.
018810             GO TO 8320-COUNT-AUDIT-EXIT
018820     END-READ.
018830     IF DL100-AUD-USER = DL100-RUN-USER AND
018836        DL100-AUD-TIMESTAMP NOT < DL100-RUN-START-STAMP AND
018838        DL100-AUD-RUN-NO = DL100-RUN-NO AND
018842        NOT DL100-AUD-REVERSAL
018850         ADD 1 TO DL100-BAL-AUD-COUNT
018860     END-IF.
018870     GO TO 8320-COUNT-AUDIT-LOOP.
019630* THE TRANSMISSION REGISTER: RUN NUMBER, WHEN AND BY WHOM,  *
019640* THE CERTIFIED DETAIL COUNT, THE BALANCE VERDICT, AND      *
019650* PICKED-UP = N UNTIL OPERATIONS CONFIRMS THE WMS PICKUP    *
019656* THROUGH POWSND, AND THE LINE SET THE RUN COVERED.  THE    *
019662* NEXT FRESH RUN FOR ANY OF THOSE LINES REFUSES WHILE THIS  *
019670* ENTRY STILL SAYS N.                                       *
019680*----------------------------------------------------------*
019690 8500-WRITE-REGISTER.
019810         MOVE "B" TO DL100-REG-BALANCE
019820     END-IF.
019830     MOVE "N" TO DL100-REG-PICKED.
019834     MOVE DL100-SET-AREA TO DL100-REG-LINE-SET.
019840     OPEN EXTEND XMITREG.
019850     IF NOT DL100-REG-FILE-OK
019860         OPEN OUTPUT XMITREG
019890     CLOSE XMITREG.
019900 8500-WRITE-REGISTER-EXIT.
019910     EXIT.
019920*----------------------------------------------------------*
019930* 9700-WRITE-EVENT - APPEND ONE EXCEPTION EVENT TO THE      *
019940* SHARED EVTLOG FILE FOR POWFWD TO HAND TO THE PLANT        *
019950* ALERTING SYSTEM.  CALLERS FILL THE TYPE, SEVERITY,        *
019960* REFERENCE AND TEXT; THE STAMP AND PROGRAM ARE SET HERE.   *
019970* THE FILE IS OPENED AND CLOSED AROUND EACH EVENT BECAUSE   *
019980* EVERY PROGRAM IN THE SUITE APPENDS TO IT.  AN EVENT THAT  *
019990* CANNOT BE LOGGED IS SAID ON THE CONSOLE AND THE JOB       *
020000* CARRIES ON.                                               *
020010*----------------------------------------------------------*
020020 9700-WRITE-EVENT.
020030     ACCEPT DL101-EVT-STAMP-DATE FROM DATE YYYYMMDD.
020040     ACCEPT DL101-EVT-TIME FROM TIME.
020050     MOVE DL101-EVT-TIME(1:6) TO DL101-EVT-STAMP-TIME.
020060     MOVE "POWER" TO DL101-EVT-PROGRAM.
020070     MOVE 0 TO DL101-EVT-SEQ.
020072     IF DL101-EVT-REF-NONE
020074         MOVE 0 TO DL101-EVT-REF-NO
020076     END-IF.
020080     OPEN EXTEND EVTLOG.
020090     IF NOT DL101-EVL-OK
020100         OPEN OUTPUT EVTLOG
020110     END-IF.
020120     IF NOT DL101-EVL-OK
020130         DISPLAY "POWER: EVENT NOT LOGGED, EVTLOG STATUS "
020140             DL101-EVL-STATUS " - " DL101-EVT-TYPE
020150         GO TO 9700-WRITE-EVENT-EXIT
020160     END-IF.
020170     WRITE DL101-EVT-LOG-REC FROM DL101-EVT-RECORD.
020180     CLOSE EVTLOG.
020190 9700-WRITE-EVENT-EXIT.
020200     EXIT.
