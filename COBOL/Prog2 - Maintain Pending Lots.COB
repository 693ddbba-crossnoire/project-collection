000450*                   DATE ON THE OPRAUTH RECORD AT EACH
000460*                   SUCCESSFUL SIGN-ON, FOR THE POWOPR
000470*                   ACCESS-REVIEW REPORT.
000472*  2026-10-15 DLO   ITEM CODE ON THE ADD, CORRECT AND
000474*                   REWORK SCREENS AND THE BROWSE DISPLAYS,
000476*                   FOR POWER'S ITEM-MASTER CHECKS.
000477*  2026-10-15 DLO   PER-LINE RUN LOCKS - ONLY THE LOTS OF A
000478*                   LINE POWER IS RUNNING FOR ARE BROWSE
000479*                   ONLY (EVERY LOT DURING A WHOLE-SHOP
000480*                   RUN), AND THE LOCK CLEAR TAKES A LINE
000481*                   CODE, JOURNALING EACH LOCK IT CLEARS.
000482*  2026-10-15 DLO   THE JOURNAL LINE ALSO CARRIES THE ITEM
000483*                   CODE BEFORE AND AFTER, SO AN ITEM-ONLY
000484*                   CORRECTION OR REWORK CAN BE TRACED.
000485*========================================================*
000490 ENVIRONMENT DIVISION.
000500 CONFIGURATION SECTION.
000510 SOURCE-COMPUTER. GENERIC.
000950 77  DL100-JRN-FUNC-WK            PIC X(08) VALUE SPACES.
000960 77  DL100-JRN-BEFORE-WK          PIC X(09) VALUE SPACES.
000970 77  DL100-JRN-AFTER-WK           PIC X(09) VALUE SPACES.
000972 77  DL100-JRN-BEFORE-ITEM-WK     PIC X(08) VALUE SPACES.
000974 77  DL100-JRN-AFTER-ITEM-WK      PIC X(08) VALUE SPACES.
000980 77  DL100-WS-TIME                PIC 9(08) VALUE 0.
000990 77  DL100-BROWSE-ONLY-SW         PIC X(01) VALUE "N".
001000     88  DL100-BROWSE-ONLY             VALUE "Y".
001070 77  DL100-LOT-NOMBR-NUM          PIC 9(09) VALUE 0.
001080 77  DL100-LOT-LINE-ENTRY         PIC X(03) VALUE SPACES.
001090 77  DL100-LOT-PRI-ENTRY          PIC X(01) VALUE SPACE.
001094 77  DL100-LOT-ITEM-ENTRY         PIC X(08) VALUE SPACES.
001100 77  DL100-OPR-SUB                PIC 9(03) VALUE 0.
001110 77  DL100-OPR-OVERFLOW-SW        PIC X(01) VALUE "N".
001120     88  DL100-OPR-OVERFLOWED          VALUE "Y".
001130 01  DL100-WS-DATE-AREA.
001140     05  DL100-WS-YYYYMMDD        PIC 9(08).
001141*  THE RUNCTL FILE AS RAW IMAGES - ONE LOCK RECORD PER PACKING
001142*  LINE, *** FOR A WHOLE-SHOP RUN - AND THE LINES WHOSE LOCK
001143*  IS ACTIVE RIGHT NOW.  A LOT ON ONE OF THOSE LINES IS LEFT
001144*  ALONE UNTIL ITS RUN ENDS.
001145 01  DL100-RCT-TABLE.
001146     05  DL100-RCT-ENTRY-COUNT    PIC 9(02) VALUE 0.
001147     05  DL100-RCT-IMAGE          PIC X(80) OCCURS 40 TIMES.
001148 77  DL100-RCT-SUB                PIC 9(02) VALUE 0.
001149 01  DL100-LCK-TABLE.
001150     05  DL100-LCK-COUNT          PIC 9(02) VALUE 0.
001151     05  DL100-LCK-LINE           PIC X(03) OCCURS 40 TIMES.
001152 77  DL100-LCK-SUB                PIC 9(02) VALUE 0.
001153 77  DL100-LCK-CHECK-CODE         PIC X(03) VALUE SPACES.
001154 77  DL100-LCK-HIT-SW             PIC X(01) VALUE "N".
001155     88  DL100-LINE-LOCKED             VALUE "Y".
001156 77  DL100-CLR-LINE-ENTRY         PIC X(03) VALUE SPACES.
001157 77  DL100-CLR-COUNT              PIC 9(02) VALUE 0.
001158*  THE WHOLE OPRAUTH FILE AS READ DURING SIGN-ON, HELD AS
001160*  RAW IMAGES SO THE LAST-SIGN-ON STAMP CAN REWRITE THE
001170*  FILE IN ONE CLEAN PASS (LINE SEQUENTIAL HAS NO IN-PLACE
001180*  REWRITE).
001480     05  COLUMN PLUS 1 PIC X(03) TO DL100-LOT-LINE-ENTRY.
001490     05  LINE 6 COLUMN 1 VALUE "PRIORITY (E=EXPEDITE): ".
001500     05  COLUMN PLUS 1 PIC X(01) TO DL100-LOT-PRI-ENTRY.
001502     05  LINE 7 COLUMN 1 VALUE "ITEM CODE: ".
001504     05  COLUMN PLUS 1 PIC X(08) TO DL100-LOT-ITEM-ENTRY.
001510 01  DL100-BROWSE-SCREEN.
001520     05  BLANK SCREEN.
001530     05  LINE 1 COLUMN 1 VALUE "BROWSE PENDING LOTS".
001560     05  COLUMN PLUS 2 PIC X(01) FROM DL100-LOT-STATUS.
001570     05  COLUMN PLUS 2 PIC X(03) FROM DL100-LOT-LINE-CODE.
001580     05  COLUMN PLUS 2 PIC X(01) FROM DL100-LOT-PRIORITY.
001584     05  COLUMN PLUS 2 PIC X(08) FROM DL100-LOT-ITEM-CODE.
001590 01  DL100-KEY-SCREEN.
001600     05  BLANK SCREEN.
001610     05  LINE 1 COLUMN 1 VALUE "ENTER LOT KEY: ".
001660     05  LINE 3 COLUMN 1 PIC 9(06) FROM DL100-LOT-KEY.
001670     05  COLUMN PLUS 2 PIC X(09) FROM DL100-LOT-NOMBR-RAW.
001680     05  COLUMN PLUS 2 PIC 9(02) FROM DL100-LOT-RESUB-COUNT.
001684     05  COLUMN PLUS 2 PIC X(08) FROM DL100-LOT-ITEM-CODE.
001690 01  DL100-REWORK-SCREEN.
001700     05  BLANK SCREEN.
001710     05  LINE 1 COLUMN 1 VALUE "REWORK A REJECTED LOT".
001750     05  COLUMN PLUS 1 PIC X(09) FROM DL100-LOT-NOMBR-RAW.
001760     05  LINE 5 COLUMN 1 VALUE "CORRECTED NUMBER: ".
001770     05  COLUMN PLUS 1 PIC X(09) TO DL100-LOT-NOMBR-ENTRY.
001772     05  LINE 6 COLUMN 1 VALUE "ITEM CODE: ".
001774     05  COLUMN PLUS 1 PIC X(08) FROM DL100-LOT-ITEM-CODE.
001776     05  LINE 7 COLUMN 1 VALUE "CORRECTED ITEM (BLANK=KEEP): ".
001778     05  COLUMN PLUS 1 PIC X(08) TO DL100-LOT-ITEM-ENTRY.
001779 01  DL100-CLEAR-SCREEN.
001780     05  BLANK SCREEN.
001781     05  LINE 1 COLUMN 1 VALUE "CLEAR STALE RUN LOCK".
001782     05  LINE 3 COLUMN 1 VALUE "LINE CODE (BLANK=ALL): ".
001783     05  COLUMN PLUS 1 PIC X(03) TO DL100-CLR-LINE-ENTRY.
001784 PROCEDURE DIVISION.
001790 0000-MAINLINE.
001800     OPEN I-O LOTQUEUE.
001810     IF NOT DL100-LOTQ-STATUS = "00" AND
003110 1570-STAMP-SIGNON-EXIT.
003120     EXIT.
003130*----------------------------------------------------------*
003136* 1600-CHECK-BATCH-WINDOW - NOTE WHICH PACKING LINES POWER  *
003142* HOLDS THE RUN-CONTROL LOCK FOR.  THE LOTS OF THOSE LINES  *
003148* ARE BROWSE-ONLY: AN OPERATOR REWRITING A LOTQUEUE RECORD  *
003154* WHILE THE BATCH IS MID-RUN REWRITING THE SAME FILE IS     *
003160* EXACTLY WHAT THE INTERLOCK EXISTS TO STOP.  A WHOLE-SHOP  *
003166* RUN'S LOCK (*** OR THE OLD BLANK-CODED RECORD) MAKES THE  *
003172* WHOLE SESSION BROWSE-ONLY AS BEFORE; EVERY OTHER LINE     *
003178* STAYS OPEN FOR MAINTENANCE.  PERFORMED AT SIGN-ON FOR THE *
003184* EARLY WARNING AND AGAIN BEFORE EVERY UPDATING FUNCTION,   *
003190* SO A BATCH THAT STARTS WHILE AN OPERATOR IS ALREADY       *
003196* SITTING IN THE MENU IS STILL HONORED.  NO RUNCTL FILE     *
003202* MEANS NO BATCH HAS EVER RUN - NOT A LOCK.                 *
003230*----------------------------------------------------------*
003240 1600-CHECK-BATCH-WINDOW.
003250     MOVE "N" TO DL100-BROWSE-ONLY-SW.
003251     MOVE 0 TO DL100-LCK-COUNT.
003252     PERFORM 1610-LOAD-RUN-CONTROL
003253         THRU 1610-LOAD-RUN-CONTROL-EXIT.
003254     PERFORM VARYING DL100-RCT-SUB FROM 1 BY 1
003255             UNTIL DL100-RCT-SUB > DL100-RCT-ENTRY-COUNT
003256         MOVE DL100-RCT-IMAGE(DL100-RCT-SUB) TO DL100-RUN-RECORD
003257         IF DL100-RUN-IS-ACTIVE
003258             PERFORM 1620-NOTE-ACTIVE-LOCK
003259                 THRU 1620-NOTE-ACTIVE-LOCK-EXIT
003260         END-IF
003261     END-PERFORM.
003262 1600-CHECK-BATCH-WINDOW-EXIT.
003263     EXIT.
003264*----------------------------------------------------------*
003265* 1610-LOAD-RUN-CONTROL - LOAD EVERY RUNCTL LOCK RECORD     *
003266* INTO THE IMAGE TABLE.                                     *
003267*----------------------------------------------------------*
003268 1610-LOAD-RUN-CONTROL.
003269     MOVE 0 TO DL100-RCT-ENTRY-COUNT.
003270     OPEN INPUT RUNCTL.
003271     IF NOT DL100-RUN-FILE-OK
003279         GO TO 1610-LOAD-RUN-CONTROL-EXIT
003290     END-IF.
003294 1610-LOAD-RUN-CONTROL-LOOP.
003300     READ RUNCTL
003310         AT END
003320             CLOSE RUNCTL
003330             GO TO 1610-LOAD-RUN-CONTROL-EXIT
003340     END-READ.
003341     IF DL100-RCT-ENTRY-COUNT >= 40
003342         DISPLAY "POWMNT: RUNCTL PAST 40 LOCK RECORDS - REST"
003343             " IGNORED"
003344         CLOSE RUNCTL
003345         GO TO 1610-LOAD-RUN-CONTROL-EXIT
003346     END-IF.
003347     ADD 1 TO DL100-RCT-ENTRY-COUNT.
003348     MOVE DL100-RUN-RECORD
003349         TO DL100-RCT-IMAGE(DL100-RCT-ENTRY-COUNT).
003350     GO TO 1610-LOAD-RUN-CONTROL-LOOP.
003351 1610-LOAD-RUN-CONTROL-EXIT.
003352     EXIT.
003353*----------------------------------------------------------*
003354* 1620-NOTE-ACTIVE-LOCK - ONE ACTIVE LOCK RECORD: A WHOLE-  *
003355* SHOP LOCK MAKES THE SESSION BROWSE-ONLY, A LINE LOCK      *
003356* PUTS ITS LINE IN THE LOCKED-LINE TABLE.                   *
003357*----------------------------------------------------------*
003358 1620-NOTE-ACTIVE-LOCK.
003359     IF DL100-RUN-ALL-LINES
003360         MOVE "Y" TO DL100-BROWSE-ONLY-SW
003370         DISPLAY "POWMNT: POWER BATCH RUN ACTIVE (STARTED BY "
003380             DL100-RUN-LOCK-USER ") - BROWSE ONLY"
003384         GO TO 1620-NOTE-ACTIVE-LOCK-EXIT
003390     END-IF.
003391     ADD 1 TO DL100-LCK-COUNT.
003392     MOVE DL100-RUN-LINE-CODE TO DL100-LCK-LINE(DL100-LCK-COUNT).
003393     DISPLAY "POWMNT: POWER RUN ACTIVE FOR LINE "
003394         DL100-RUN-LINE-CODE " (STARTED BY " DL100-RUN-LOCK-USER
003395         ") - ITS LOTS ARE BROWSE ONLY".
003396 1620-NOTE-ACTIVE-LOCK-EXIT.
003397     EXIT.
003398*----------------------------------------------------------*
003399* 1650-CHECK-LINE-LOCK - IS LINE DL100-LCK-CHECK-CODE ONE   *
003400* POWER IS RUNNING FOR?  ANSWERED FROM THE TABLE THE LAST   *
003401* 1600-CHECK-BATCH-WINDOW BUILT.                            *
003402*----------------------------------------------------------*
003403 1650-CHECK-LINE-LOCK.
003404     MOVE "N" TO DL100-LCK-HIT-SW.
003405     PERFORM VARYING DL100-LCK-SUB FROM 1 BY 1
003406             UNTIL DL100-LCK-SUB > DL100-LCK-COUNT
003407         IF DL100-LCK-LINE(DL100-LCK-SUB) = DL100-LCK-CHECK-CODE
003408             MOVE "Y" TO DL100-LCK-HIT-SW
003409         END-IF
003410     END-PERFORM.
003411 1650-CHECK-LINE-LOCK-EXIT.
003420     EXIT.
003430*----------------------------------------------------------*
003440* 1800-WRITE-JOURNAL - APPEND ONE MAINTENANCE ACTIVITY      *
003450* LINE: WHO, WHEN, WHICH FUNCTION, WHICH LOT KEY, AND THE   *
003460* LOT NUMBER AND ITEM CODE BEFORE AND AFTER.  CALLERS SET   *
003470* THE FUNCTION AND BEFORE/AFTER WORK FIELDS FIRST.          *
003480*----------------------------------------------------------*
003490 1800-WRITE-JOURNAL.
003500     MOVE SPACES TO DL100-JRN-RECORD.
003570     MOVE DL100-LOT-KEY TO DL100-JRN-LOT-KEY.
003580     MOVE DL100-JRN-BEFORE-WK TO DL100-JRN-BEFORE-RAW.
003590     MOVE DL100-JRN-AFTER-WK TO DL100-JRN-AFTER-RAW.
003592     MOVE DL100-JRN-BEFORE-ITEM-WK TO DL100-JRN-BEFORE-ITEM.
003594     MOVE DL100-JRN-AFTER-ITEM-WK TO DL100-JRN-AFTER-ITEM.
003600     WRITE DL100-JRN-RECORD.
003610 1800-WRITE-JOURNAL-EXIT.
003620     EXIT.
004060     MOVE DL100-NEXT-KEY TO DL100-LOT-KEY.
004070     MOVE SPACES TO DL100-LOT-LINE-ENTRY.
004080     MOVE SPACE TO DL100-LOT-PRI-ENTRY.
004084     MOVE SPACES TO DL100-LOT-ITEM-ENTRY.
004090     DISPLAY DL100-ADD-SCREEN.
004100     ACCEPT DL100-ADD-SCREEN.
004101     MOVE DL100-LOT-LINE-ENTRY TO DL100-LCK-CHECK-CODE.
004102     PERFORM 1650-CHECK-LINE-LOCK THRU 1650-CHECK-LINE-LOCK-EXIT.
004103     IF DL100-LINE-LOCKED
004104         SUBTRACT 1 FROM DL100-NEXT-KEY
004105         DISPLAY "POWMNT: LINE " DL100-LOT-LINE-ENTRY
004106             " IS IN A POWER RUN - LOT NOT ADDED"
004107         GO TO 3000-ADD-LOT-EXIT
004108     END-IF.
004110     PERFORM 3500-FORMAT-LOT-NOMBR
004120   THRU 3500-FORMAT-LOT-NOMBR-EXIT.
004130     MOVE DL100-LOT-LINE-ENTRY TO DL100-LOT-LINE-CODE.
004134     MOVE DL100-LOT-ITEM-ENTRY TO DL100-LOT-ITEM-CODE.
004140*    ONLY AN EXPLICIT "E" EXPEDITES - A STRAY BYTE IN THE
004150*    PRIORITY FIELD MUST NOT MAKE A LOT JUMP THE QUEUE.
004160     IF DL100-LOT-PRI-ENTRY = "E"
004260             MOVE "ADD" TO DL100-JRN-FUNC-WK
004270             MOVE SPACES TO DL100-JRN-BEFORE-WK
004280             MOVE DL100-LOT-NOMBR-RAW TO DL100-JRN-AFTER-WK
004282             MOVE SPACES TO DL100-JRN-BEFORE-ITEM-WK
004284             MOVE DL100-LOT-ITEM-CODE TO DL100-JRN-AFTER-ITEM-WK
004290             PERFORM 1800-WRITE-JOURNAL
004300                 THRU 1800-WRITE-JOURNAL-EXIT
004310     END-WRITE.
005080         DISPLAY "POWMNT: LOT IS NOT PENDING, CANNOT CORRECT"
005090         GO TO 5000-CORRECT-LOT-EXIT
005100     END-IF.
005101     MOVE DL100-LOT-LINE-CODE TO DL100-LCK-CHECK-CODE.
005102     PERFORM 1650-CHECK-LINE-LOCK THRU 1650-CHECK-LINE-LOCK-EXIT.
005103     IF DL100-LINE-LOCKED
005104         DISPLAY "POWMNT: LINE " DL100-LOT-LINE-CODE
005105             " IS IN A POWER RUN - CANNOT CORRECT"
005106         GO TO 5000-CORRECT-LOT-EXIT
005107     END-IF.
005110     MOVE SPACES TO DL100-LOT-LINE-ENTRY.
005120     MOVE SPACE TO DL100-LOT-PRI-ENTRY.
005124     MOVE SPACES TO DL100-LOT-ITEM-ENTRY.
005130     DISPLAY DL100-ADD-SCREEN.
005140     MOVE DL100-LOT-NOMBR-RAW TO DL100-JRN-BEFORE-WK.
005142     MOVE DL100-LOT-ITEM-CODE TO DL100-JRN-BEFORE-ITEM-WK.
005150     ACCEPT DL100-ADD-SCREEN.
005160     PERFORM 3500-FORMAT-LOT-NOMBR
005170   THRU 3500-FORMAT-LOT-NOMBR-EXIT.
005180*    A BLANK LINE-CODE ENTRY ON A CORRECTION KEEPS THE
005190*    LOT'S EXISTING LINE CODE - THE OPERATOR IS USUALLY
005194*    ONLY FIXING THE NUMBER, NOT RE-ROUTING THE LOT.  A LOT
005198*    RE-ROUTED ONTO A LINE POWER IS RUNNING FOR WOULD JOIN
005202*    THAT RUN PART-WAY THROUGH, SO THAT IS REFUSED TOO.
005210     IF DL100-LOT-LINE-ENTRY NOT = SPACES
005211         MOVE DL100-LOT-LINE-ENTRY TO DL100-LCK-CHECK-CODE
005212         PERFORM 1650-CHECK-LINE-LOCK
005213             THRU 1650-CHECK-LINE-LOCK-EXIT
005214         IF DL100-LINE-LOCKED
005215             DISPLAY "POWMNT: LINE " DL100-LOT-LINE-ENTRY
005216                 " IS IN A POWER RUN - CANNOT CORRECT"
005217             GO TO 5000-CORRECT-LOT-EXIT
005218         END-IF
005220         MOVE DL100-LOT-LINE-ENTRY TO DL100-LOT-LINE-CODE
005221     END-IF.
005222*    A BLANK ITEM-CODE ENTRY KEEPS THE LOT'S ITEM THE SAME
005223*    WAY.
005224     IF DL100-LOT-ITEM-ENTRY NOT = SPACES
005225         MOVE DL100-LOT-ITEM-ENTRY TO DL100-LOT-ITEM-CODE
005230     END-IF.
005240*    A BLANK PRIORITY ENTRY KEEPS THE LOT'S PRIORITY THE
005250*    SAME WAY; "E" EXPEDITES AND ANY OTHER BYTE (SAY N)
005370         NOT INVALID KEY
005380             MOVE "CORRECT" TO DL100-JRN-FUNC-WK
005390             MOVE DL100-LOT-NOMBR-RAW TO DL100-JRN-AFTER-WK
005392             MOVE DL100-LOT-ITEM-CODE TO DL100-JRN-AFTER-ITEM-WK
005400             PERFORM 1800-WRITE-JOURNAL
005410                 THRU 1800-WRITE-JOURNAL-EXIT
005420     END-REWRITE.
005630         DISPLAY "POWMNT: LOT IS NOT PENDING, CANNOT DELETE"
005640         GO TO 6000-DELETE-LOT-EXIT
005650     END-IF.
005651     MOVE DL100-LOT-LINE-CODE TO DL100-LCK-CHECK-CODE.
005652     PERFORM 1650-CHECK-LINE-LOCK THRU 1650-CHECK-LINE-LOCK-EXIT.
005653     IF DL100-LINE-LOCKED
005654         DISPLAY "POWMNT: LINE " DL100-LOT-LINE-CODE
005655             " IS IN A POWER RUN - CANNOT DELETE"
005656         GO TO 6000-DELETE-LOT-EXIT
005657     END-IF.
005660     MOVE DL100-LOT-NOMBR-RAW TO DL100-JRN-BEFORE-WK.
005662     MOVE DL100-LOT-ITEM-CODE TO DL100-JRN-BEFORE-ITEM-WK.
005670     DELETE LOTQUEUE RECORD
005680         INVALID KEY
005690             DISPLAY "POWMNT: DELETE FAILED"
005700         NOT INVALID KEY
005710             MOVE "DELETE" TO DL100-JRN-FUNC-WK
005720             MOVE SPACES TO DL100-JRN-AFTER-WK
005722             MOVE SPACES TO DL100-JRN-AFTER-ITEM-WK
005730             PERFORM 1800-WRITE-JOURNAL
005740                 THRU 1800-WRITE-JOURNAL-EXIT
005750     END-DELETE.
005970     END-READ.
005980     IF NOT DL100-STAT-REJECTED
005990         DISPLAY "POWMNT: LOT IS NOT REJECTED, CANNOT REWORK"
005991         GO TO 7000-REWORK-LOT-EXIT
005992     END-IF.
005993     MOVE DL100-LOT-LINE-CODE TO DL100-LCK-CHECK-CODE.
005994     PERFORM 1650-CHECK-LINE-LOCK THRU 1650-CHECK-LINE-LOCK-EXIT.
005995     IF DL100-LINE-LOCKED
005996         DISPLAY "POWMNT: LINE " DL100-LOT-LINE-CODE
005997             " IS IN A POWER RUN - CANNOT REWORK"
006000         GO TO 7000-REWORK-LOT-EXIT
006010     END-IF.
006014     MOVE SPACES TO DL100-LOT-ITEM-ENTRY.
006020     DISPLAY DL100-REWORK-SCREEN.
006030     MOVE DL100-LOT-NOMBR-RAW TO DL100-JRN-BEFORE-WK.
006032     MOVE DL100-LOT-ITEM-CODE TO DL100-JRN-BEFORE-ITEM-WK.
006040     ACCEPT DL100-REWORK-SCREEN.
006041*    A LOT POWER REFUSED FOR ITS ITEM IS REWORKED BY KEYING
006042*    THE RIGHT ITEM; A BLANK ENTRY KEEPS THE ONE ON FILE.
006043     IF DL100-LOT-ITEM-ENTRY NOT = SPACES
006044         MOVE DL100-LOT-ITEM-ENTRY TO DL100-LOT-ITEM-CODE
006045     END-IF.
006050     IF DL100-LOT-ORIG-RAW = SPACES
006060         MOVE DL100-LOT-NOMBR-RAW TO DL100-LOT-ORIG-RAW
006070     END-IF.
006150         NOT INVALID KEY
006160             MOVE "REWORK" TO DL100-JRN-FUNC-WK
006170             MOVE DL100-LOT-NOMBR-RAW TO DL100-JRN-AFTER-WK
006172             MOVE DL100-LOT-ITEM-CODE TO DL100-JRN-AFTER-ITEM-WK
006180             PERFORM 1800-WRITE-JOURNAL
006190                 THRU 1800-WRITE-JOURNAL-EXIT
006200     END-REWRITE.
006440     EXIT.
006450*----------------------------------------------------------*
006460* 7500-CLEAR-RUN-LOCK - SUPERVISOR OVERRIDE FOR A RUN LOCK  *
006464* LEFT ACTIVE BY AN ABENDED POWER RUN.  THE SUPERVISOR KEYS *
006468* THE LINE WHOSE LOCK IS STALE (*** FOR A WHOLE-SHOP RUN,   *
006472* BLANK FOR EVERY ACTIVE LOCK).  EACH LOCK CLEARED IS       *
006476* ITSELF JOURNALED (FUNCTION LOCKCLR, WITH THE LOCK'S OWNER *
006480* AS THE BEFORE VALUE AND ITS LINE AS THE AFTER VALUE) SO A *
006484* CLEARED LOCK CAN ALWAYS BE TRACED TO WHO CLEARED IT.  THE *
006488* RUN NUMBER THE LOCK RESERVED STAYS ON THE RECORD SO POWER *
006492* NEVER HANDS IT OUT AGAIN.                                 *
006510*----------------------------------------------------------*
006520 7500-CLEAR-RUN-LOCK.
006530     IF NOT DL100-SIGNON-SUPER
006540         DISPLAY "POWMNT: LOCK CLEAR RESTRICTED TO SUPERVISORS"
006550         GO TO 7500-CLEAR-RUN-LOCK-EXIT
006560     END-IF.
006566     PERFORM 1610-LOAD-RUN-CONTROL
006572         THRU 1610-LOAD-RUN-CONTROL-EXIT.
006578     IF DL100-RCT-ENTRY-COUNT = 0
006590         DISPLAY "POWMNT: NO RUN LOCK ON FILE"
006600         GO TO 7500-CLEAR-RUN-LOCK-EXIT
006610     END-IF.
006620     MOVE SPACES TO DL100-CLR-LINE-ENTRY.
006630     DISPLAY DL100-CLEAR-SCREEN.
006640     ACCEPT DL100-CLEAR-SCREEN.
006650     MOVE 0 TO DL100-CLR-COUNT.
006660     MOVE 0 TO DL100-LOT-KEY.
006670     PERFORM VARYING DL100-RCT-SUB FROM 1 BY 1
006680             UNTIL DL100-RCT-SUB > DL100-RCT-ENTRY-COUNT
006690         PERFORM 7550-CLEAR-ONE-LOCK THRU 7550-CLEAR-ONE-LOCK-EXIT
006700     END-PERFORM.
006710     IF DL100-CLR-COUNT = 0
006730         DISPLAY "POWMNT: RUN LOCK IS ALREADY CLEAR"
006740         GO TO 7500-CLEAR-RUN-LOCK-EXIT
006750     END-IF.
006760     OPEN OUTPUT RUNCTL.
006761     PERFORM VARYING DL100-RCT-SUB FROM 1 BY 1
006762             UNTIL DL100-RCT-SUB > DL100-RCT-ENTRY-COUNT
006763         WRITE DL100-RUN-RECORD
006764             FROM DL100-RCT-IMAGE(DL100-RCT-SUB)
006765     END-PERFORM.
006766     CLOSE RUNCTL.
006767     PERFORM 1600-CHECK-BATCH-WINDOW
006768         THRU 1600-CHECK-BATCH-WINDOW-EXIT.
006769     DISPLAY "POWMNT: STALE RUN LOCK CLEARED - " DL100-CLR-COUNT
006770         " LOCK RECORD(S)".
006771 7500-CLEAR-RUN-LOCK-EXIT.
006772     EXIT.
006773*----------------------------------------------------------*
006774* 7550-CLEAR-ONE-LOCK - CLEAR ONE ACTIVE LOCK RECORD IF IT  *
006775* IS FOR THE LINE THE SUPERVISOR KEYED (ANY LINE WHEN THE   *
006776* ENTRY WAS BLANK), STAMPING THE SUPERVISOR AND THE TIME    *
006777* ON IT AND JOURNALING THE CLEAR.                           *
006778*----------------------------------------------------------*
006779 7550-CLEAR-ONE-LOCK.
006780     MOVE DL100-RCT-IMAGE(DL100-RCT-SUB) TO DL100-RUN-RECORD.
006781     IF NOT DL100-RUN-IS-ACTIVE
006782         GO TO 7550-CLEAR-ONE-LOCK-EXIT
006783     END-IF.
006784     IF DL100-CLR-LINE-ENTRY NOT = SPACES AND
006785        DL100-CLR-LINE-ENTRY NOT = DL100-RUN-LINE-CODE
006786         IF DL100-CLR-LINE-ENTRY NOT = "***" OR
006787            NOT DL100-RUN-ALL-LINES
006788             GO TO 7550-CLEAR-ONE-LOCK-EXIT
006789         END-IF
006790     END-IF.
006791     MOVE SPACES TO DL100-JRN-BEFORE-WK.
006792     MOVE DL100-RUN-LOCK-USER TO DL100-JRN-BEFORE-WK.
006793     MOVE SPACES TO DL100-JRN-AFTER-WK.
006794     MOVE DL100-RUN-LINE-CODE TO DL100-JRN-AFTER-WK.
006795     IF DL100-RUN-ALL-LINES
006796         MOVE "***" TO DL100-JRN-AFTER-WK
006797     END-IF.
006798     MOVE "N" TO DL100-RUN-ACTIVE.
006799     MOVE DL100-SIGNON-ID TO DL100-RUN-LOCK-USER.
006800     ACCEPT DL100-WS-YYYYMMDD FROM DATE YYYYMMDD.
006810     ACCEPT DL100-WS-TIME FROM TIME.
006820     STRING DL100-WS-YYYYMMDD DL100-WS-TIME(1:6)
006830         DELIMITED BY SIZE INTO DL100-RUN-LOCK-STAMP.
006840     MOVE DL100-RUN-RECORD TO DL100-RCT-IMAGE(DL100-RCT-SUB).
006850     ADD 1 TO DL100-CLR-COUNT.
006852     MOVE SPACES TO DL100-JRN-BEFORE-ITEM-WK.
006854     MOVE SPACES TO DL100-JRN-AFTER-ITEM-WK.
006870     MOVE "LOCKCLR" TO DL100-JRN-FUNC-WK.
006900     PERFORM 1800-WRITE-JOURNAL THRU 1800-WRITE-JOURNAL-EXIT.
006910 7550-CLEAR-ONE-LOCK-EXIT.
006930     EXIT.
