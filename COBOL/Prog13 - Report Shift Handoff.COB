000130* REJECTS AWAITING REWORK WITH THE OLDEST AGE, THE LAST   *
000140* RUN'S TIMESTAMP, COUNTS AND BALANCE VERDICT (FROM THE   *
000150* CHECKPOINT AND THE TRANSMISSION REGISTER, WHICH         *
000156* RECORDS THE CERTIFIED RECONCILIATION) FOR EACH LINE SET *
000162* POWER RUNS FOR, THE RUN-LOCK STATE AND HOLDER OF EACH   *
000168* LINE, AND THE LAST POWARC SWEEP.  RUN FROM              *
000180* THE SCHEDULER AFTER THE OVERNIGHT CYCLE; AN OUT-OF-     *
000190* BALANCE LAST RUN OR A HELD LOCK IS SHOUTED IN BANNER    *
000200* LINES AT THE TOP OF THE PAGE.                           *
000240*  DATE       INIT  DESCRIPTION
000250*  ---------- ----  -------------------------------------
000260*  2026-09-02 DLO   ORIGINAL PROGRAM.
000261*  2026-10-15 DLO   PER-LINE POWER RUNS - A LAST-RUN BLOCK
000262*                   FOR EACH LINE SET FROM ITS OWN
000263*                   CHECKPOINT AND NEWEST REGISTER ENTRY, A
000264*                   BANNER FOR EACH OUT-OF-BALANCE SET AND
000265*                   EACH HELD LINE LOCK, AND EVERY HELD
000266*                   LOCK LISTED UNDER HOUSEKEEPING.
000267*  2026-10-15 DLO   EVERY ACTIVE RUN LOCK AND EVERY
000268*                   GENERATION STILL NOT PICKED UP BY THE WMS
000269*                   IS ALSO WRITTEN TO THE EVTLOG EXCEPTION
000270*                   EVENT FILE FOR THE PLANT ALERTING SYSTEM.
000271*  2026-10-15 DLO   CHECKPOINT AND REGISTER TABLES HOLD 30
000272*                   LINE SETS AS POWER DOES; A FULL CHECKPOINT,
000273*                   REGISTER OR LOCK TABLE IS SAID ON THE
000274*                   CONSOLE AND ENDS THE JOB WITH RC 4.
000275*========================================================*
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 SOURCE-COMPUTER. GENERIC.
000550     SELECT HNDRPT ASSIGN TO "HNDRPT"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS DL101-HND-RPT-STATUS.
000572     SELECT EVTLOG ASSIGN TO "EVTLOG"
000574         ORGANIZATION IS LINE SEQUENTIAL
000576         FILE STATUS IS DL101-EVL-STATUS.
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  LOTQUEUE.
000700 FD  HNDRPT
000710     RECORD CONTAINS 132 CHARACTERS.
000720 COPY DL101D.
000722 FD  EVTLOG.
000724 01  DL101-EVT-LOG-REC           PIC X(120).
000730 WORKING-STORAGE SECTION.
000740 01  DL100-WS-STATUS-AREA.
000750     05  DL100-LOTQ-STATUS       PIC X(02) VALUE "00".
000830     05  DL100-REG-STATUS        PIC X(02) VALUE "00".
000840         88  DL100-REG-FILE-OK        VALUE "00".
000850     05  DL101-HND-RPT-STATUS    PIC X(02) VALUE "00".
000852     05  DL101-EVL-STATUS        PIC X(02) VALUE "00".
000854         88  DL101-EVL-OK             VALUE "00".
000860 77  DL100-EOF-SW                PIC X(01) VALUE "N".
000870     88  DL100-AT-EOF                 VALUE "Y".
000880 77  DL100-HND-PEND-COUNT        PIC 9(09) VALUE 0.
000960     88  DL100-HND-CHK-FOUND           VALUE "Y".
000970 77  DL100-HND-LOCK-SW           PIC X(01) VALUE "N".
000980     88  DL100-HND-LOCK-HELD           VALUE "Y".
000985 77  DL100-HND-WARN-SW           PIC X(01) VALUE "N".
000990     88  DL100-HND-WARNED              VALUE "Y".
001000 77  DL100-HND-REG-FOUND-SW      PIC X(01) VALUE "N".
001010     88  DL100-HND-REG-FOUND           VALUE "Y".
001020 77  DL100-HND-LAST-RUN-NO       PIC 9(06) VALUE 0.
001070 77  DL100-PAGE-COUNT            PIC 9(04) VALUE 0.
001080 77  DL100-HND-LINE-SUB          PIC 9(02) VALUE 0.
001090 77  DL100-HND-FOUND-SUB         PIC 9(02) VALUE 0.
001091 77  DL100-HND-CHK-SUB           PIC 9(02) VALUE 0.
001092 77  DL100-HND-REG-SUB           PIC 9(02) VALUE 0.
001093 77  DL100-HND-LOCK-SUB          PIC 9(02) VALUE 0.
001094 77  DL100-HND-SET-SUB           PIC 9(02) VALUE 0.
001095 77  DL100-HND-SET-PTR           PIC 9(02) VALUE 0.
001096 77  DL100-HND-OOB-COUNT         PIC 9(02) VALUE 0.
001097 77  DL100-HND-SET-TEXT          PIC X(20) VALUE SPACES.
001098 01  DL100-HND-SET-AREA.
001099     05  DL100-HND-SET-LINE      PIC X(03) OCCURS 4 TIMES.
001100*  ONE CHECKPOINT RECORD PER LINE SET POWER HAS RUN FOR, AS
001101*  RAW IMAGES, THE NEWEST REGISTER ENTRY FOR EACH LINE SET,
001102*  AND EVERY RUN-CONTROL LOCK STILL ACTIVE.
001103 01  DL100-HND-CHK-TABLE.
001104     05  DL100-HND-CHK-COUNT     PIC 9(02) VALUE 0.
001105     05  DL100-HND-CHK-IMAGE     PIC X(419) OCCURS 30 TIMES.
001106 01  DL100-HND-REG-TABLE.
001107     05  DL100-HND-REG-COUNT     PIC 9(02) VALUE 0.
001108     05  DL100-HND-REG-ENTRY OCCURS 30 TIMES.
001109         10  DL100-HND-REG-SET   PIC X(12).
001110         10  DL100-HND-REG-RUN   PIC 9(06).
001111         10  DL100-HND-REG-BAL   PIC X(01).
001112         10  DL100-HND-REG-PICKED
001113                                 PIC X(01).
001114         10  DL100-HND-REG-CNT   PIC 9(09).
001115 01  DL100-HND-LOCK-TABLE.
001116     05  DL100-HND-LOCK-COUNT    PIC 9(02) VALUE 0.
001117     05  DL100-HND-LOCK-ENTRY OCCURS 40 TIMES.
001118         10  DL100-HND-LOCK-LINE PIC X(03).
001119         10  DL100-HND-LOCK-HOLDER
001120                                 PIC X(08).
001121 01  DL100-WS-DATE-AREA.
001122     05  DL100-WS-YYYYMMDD.
001123         10  DL100-WS-CCYY       PIC 9(04).
001130         10  DL100-WS-MM         PIC 9(02).
001140         10  DL100-WS-DD         PIC 9(02).
001150 01  DL100-HND-STAMP.
001270                              INDEXED BY DL100-HND-LINE-IDX.
001280         10  DL100-HND-LINE-CODE PIC X(03).
001290         10  DL100-HND-LINE-PEND PIC 9(09).
001292*  THE EXCEPTION EVENT 9700-WRITE-EVENT APPENDS TO EVTLOG.
001294 77  DL101-EVT-TIME              PIC 9(08) VALUE 0.
001296 COPY DL101P.
001300 PROCEDURE DIVISION.
001310 0000-MAINLINE.
001320     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
002260*----------------------------------------------------------*
002270* 3000-READ-CHECKPOINT - THE LAST RUN'S TIMESTAMP AND       *
002280* COUNTS COME STRAIGHT FROM THE CHECKPOINT POWER LEAVES     *
002286* AT END OF JOB - ONE RECORD PER LINE SET POWER HAS RUN     *
002292* FOR, EACH KEPT HERE FOR ITS OWN LAST-RUN BLOCK.  MORE     *
002294* SETS THAN THE TABLE HOLDS ARE SAID ON THE CONSOLE AND END *
002296* THE JOB WITH RC 4.                                        *
002300*----------------------------------------------------------*
002310 3000-READ-CHECKPOINT.
002314     MOVE 0 TO DL100-HND-CHK-COUNT.
002320     OPEN INPUT PWRCHK.
002330     IF NOT DL100-CHK-OK
002340         GO TO 3000-READ-CHECKPOINT-EXIT
002350     END-IF.
002354 3000-READ-CHECKPOINT-LOOP.
002360     READ PWRCHK
002370         AT END
002380             CLOSE PWRCHK
002390             GO TO 3000-READ-CHECKPOINT-EXIT
002400     END-READ.
002410     MOVE "Y" TO DL100-HND-CHK-FOUND-SW.
002411     IF DL100-HND-CHK-COUNT >= 30
002412         DISPLAY "POWHND: PWRCHK HOLDS MORE LINE SETS THAN THE"
002413             " TABLE - THE REST ARE NOT REPORTED"
002414         MOVE "Y" TO DL100-HND-WARN-SW
002415         CLOSE PWRCHK
002416         GO TO 3000-READ-CHECKPOINT-EXIT
002417     END-IF.
002418     ADD 1 TO DL100-HND-CHK-COUNT.
002419     MOVE DL100-CHK-RECORD
002420         TO DL100-HND-CHK-IMAGE(DL100-HND-CHK-COUNT).
002422     GO TO 3000-READ-CHECKPOINT-LOOP.
002430 3000-READ-CHECKPOINT-EXIT.
002440     EXIT.
002450*----------------------------------------------------------*
002458* 4000-READ-RUN-LOCK - WHICH RUN-CONTROL LOCKS ARE STILL    *
002466* ACTIVE, AND WHOSE RUNS STAMPED THEM?  THERE IS ONE LOCK   *
002474* RECORD PER PACKING LINE (*** FOR A WHOLE-SHOP RUN).       *
002482* AFTER THE OVERNIGHT CYCLE AN ACTIVE LOCK MEANS AN ABENDED *
002488* RUN - SOMETHING THE INCOMING SHIFT MUST SEE FIRST, SO     *
002494* EACH ONE ALSO GOES TO EVTLOG AS A CRITICAL EVENT.  A LOCK *
002496* THE TABLE HAS NO ROOM FOR STILL GOES TO EVTLOG, BUT IS    *
002498* SAID ON THE CONSOLE AND ENDS THE JOB WITH RC 4.           *
002500*----------------------------------------------------------*
002510 4000-READ-RUN-LOCK.
002514     MOVE 0 TO DL100-HND-LOCK-COUNT.
002520     OPEN INPUT RUNCTL.
002530     IF NOT DL100-RUN-FILE-OK
002540         GO TO 4000-READ-RUN-LOCK-EXIT
002550     END-IF.
002554 4000-READ-RUN-LOCK-LOOP.
002560     READ RUNCTL
002570         AT END
002580             CLOSE RUNCTL
002590             GO TO 4000-READ-RUN-LOCK-EXIT
002600     END-READ.
002601     IF DL100-RUN-IS-ACTIVE AND DL100-HND-LOCK-COUNT >= 40
002602         DISPLAY "POWHND: RUN LOCK TABLE FULL, LINE "
002603             DL100-RUN-LINE-CODE " HELD BY " DL100-RUN-LOCK-USER
002604             " NOT LISTED"
002605         MOVE "Y" TO DL100-HND-WARN-SW
002606     END-IF.
002610     IF NOT DL100-RUN-IS-ACTIVE
002620         GO TO 4000-READ-RUN-LOCK-LOOP
002640     END-IF.
002641     MOVE "Y" TO DL100-HND-LOCK-SW.
002642     IF DL100-HND-LOCK-COUNT < 40
002643         ADD 1 TO DL100-HND-LOCK-COUNT
002644         MOVE DL100-RUN-LINE-CODE
002645             TO DL100-HND-LOCK-LINE(DL100-HND-LOCK-COUNT)
002646         IF DL100-RUN-ALL-LINES
002647             MOVE "***"
002648                 TO DL100-HND-LOCK-LINE(DL100-HND-LOCK-COUNT)
002649         END-IF
002650         MOVE DL100-RUN-LOCK-USER
002651             TO DL100-HND-LOCK-HOLDER(DL100-HND-LOCK-COUNT)
002652     END-IF.
002653     MOVE SPACES TO DL101-EVT-RECORD.
002654     SET DL101-EVT-LOCK-HELD TO TRUE.
002655     SET DL101-EVT-CRITICAL TO TRUE.
002656     IF DL100-RUN-RUN-NO IS NUMERIC
002657         SET DL101-EVT-REF-RUN TO TRUE
002658         MOVE DL100-RUN-RUN-NO TO DL101-EVT-REF-NO
002659     END-IF.
002660     IF DL100-RUN-ALL-LINES
002661         STRING "WHOLE SHOP LOCK HELD BY " DL100-RUN-LOCK-USER
002662                " SINCE " DL100-RUN-LOCK-STAMP
002663             DELIMITED BY SIZE INTO DL101-EVT-TEXT
002664     ELSE
002665         STRING "LINE " DL100-RUN-LINE-CODE " LOCK HELD BY "
002666                DL100-RUN-LOCK-USER " SINCE " DL100-RUN-LOCK-STAMP
002667             DELIMITED BY SIZE INTO DL101-EVT-TEXT
002668     END-IF.
002669     PERFORM 9700-WRITE-EVENT THRU 9700-WRITE-EVENT-EXIT.
002670     GO TO 4000-READ-RUN-LOCK-LOOP.
002671 4000-READ-RUN-LOCK-EXIT.
002672     EXIT.
002680*----------------------------------------------------------*
002690* 5000-READ-REGISTER - THE NEWEST TRANSMISSION-REGISTER     *
002698* ENTRY FOR EACH LINE SET CARRIES THAT SET'S LAST           *
002706* GENERATION NUMBER, ITS CERTIFIED COUNT, THE BALANCE       *
002714* VERDICT FROM THE END-OF-RUN RECONCILIATION, AND WHETHER   *
002718* THE WMS HAS PICKED IT UP.  ANY GENERATION STILL NOT       *
002722* PICKED UP (AND NOT VOIDED BY POWREV) GOES TO EVTLOG.  A   *
002724* LINE SET THE TABLE HAS NO ROOM FOR IS SAID ON THE CONSOLE *
002726* AND ENDS THE JOB WITH RC 4.                               *
002730*----------------------------------------------------------*
002740 5000-READ-REGISTER.
002744     MOVE 0 TO DL100-HND-REG-COUNT.
002750     OPEN INPUT XMITREG.
002760     IF NOT DL100-REG-FILE-OK
002770         GO TO 5000-READ-REGISTER-EXIT
002820             CLOSE XMITREG
002830             GO TO 5000-READ-REGISTER-EXIT
002840     END-READ.
002841     IF DL100-REG-UNSENT AND NOT DL100-REG-VOIDED
002842         MOVE SPACES TO DL101-EVT-RECORD
002843         SET DL101-EVT-UNSENT TO TRUE
002844         SET DL101-EVT-ERROR TO TRUE
002845         SET DL101-EVT-REF-RUN TO TRUE
002846         MOVE DL100-REG-RUN-NO TO DL101-EVT-REF-NO
002847         STRING "GENERATION " DL100-REG-RUN-NO " FOR "
002848                DL100-REG-LINE-SET " NOT PICKED UP BY WMS"
002849             DELIMITED BY SIZE INTO DL101-EVT-TEXT
002850         PERFORM 9700-WRITE-EVENT THRU 9700-WRITE-EVENT-EXIT
002851     END-IF.
002852     MOVE 0 TO DL100-HND-FOUND-SUB.
002853     PERFORM VARYING DL100-HND-SET-SUB FROM 1 BY 1
002854             UNTIL DL100-HND-SET-SUB > DL100-HND-REG-COUNT
002855         IF DL100-HND-REG-SET(DL100-HND-SET-SUB)
002856                 = DL100-REG-LINE-SET
002857             MOVE DL100-HND-SET-SUB TO DL100-HND-FOUND-SUB
002858         END-IF
002859     END-PERFORM.
002860     IF DL100-HND-FOUND-SUB = 0
002861         IF DL100-HND-REG-COUNT >= 30
002862             DISPLAY "POWHND: REGISTER TABLE FULL, LINE SET "
002863                 DL100-REG-LINE-SET " NOT LISTED"
002864             MOVE "Y" TO DL100-HND-WARN-SW
002865             GO TO 5000-READ-REGISTER-LOOP
002866         END-IF
002867         ADD 1 TO DL100-HND-REG-COUNT
002868         MOVE DL100-HND-REG-COUNT TO DL100-HND-FOUND-SUB
002870     END-IF.
002872     MOVE DL100-REG-LINE-SET
002874         TO DL100-HND-REG-SET(DL100-HND-FOUND-SUB).
002876     MOVE DL100-REG-RUN-NO
002878         TO DL100-HND-REG-RUN(DL100-HND-FOUND-SUB).
002880     MOVE DL100-REG-BALANCE
002882         TO DL100-HND-REG-BAL(DL100-HND-FOUND-SUB).
002884     MOVE DL100-REG-PICKED
002886         TO DL100-HND-REG-PICKED(DL100-HND-FOUND-SUB).
002888     MOVE DL100-REG-COUNT
002890         TO DL100-HND-REG-CNT(DL100-HND-FOUND-SUB).
002900     GO TO 5000-READ-REGISTER-LOOP.
002910 5000-READ-REGISTER-EXIT.
002920     EXIT.
003380 7000-WRITE-HANDOFF-EXIT.
003390     EXIT.
003400*----------------------------------------------------------*
003401* 7050-FORMAT-LINE-SET - SPELL OUT THE LINE SET IN          *
003402* DL100-HND-SET-AREA AS DL100-HND-SET-TEXT: THE CODES WITH  *
003403* A SPACE BETWEEN THEM, OR WHOLE SHOP FOR AN EMPTY SET.     *
003404*----------------------------------------------------------*
003405 7050-FORMAT-LINE-SET.
003406     MOVE SPACES TO DL100-HND-SET-TEXT.
003407     IF DL100-HND-SET-AREA = SPACES
003408         MOVE "WHOLE SHOP" TO DL100-HND-SET-TEXT
003409         GO TO 7050-FORMAT-LINE-SET-EXIT
003410     END-IF.
003411     MOVE 1 TO DL100-HND-SET-PTR.
003412     PERFORM VARYING DL100-HND-SET-SUB FROM 1 BY 1
003413             UNTIL DL100-HND-SET-SUB > 4
003414         IF DL100-HND-SET-LINE(DL100-HND-SET-SUB) NOT = SPACES
003415             STRING DL100-HND-SET-LINE(DL100-HND-SET-SUB) " "
003416                 DELIMITED BY SIZE INTO DL100-HND-SET-TEXT
003417                 WITH POINTER DL100-HND-SET-PTR
003418         END-IF
003419     END-PERFORM.
003420 7050-FORMAT-LINE-SET-EXIT.
003421     EXIT.
003422*----------------------------------------------------------*
003423* 7100-WRITE-BANNERS - THE TWO THINGS THAT MUST NOT BE      *
003427* MISSED GO FIRST, IN ASTERISK BANNERS: A LINE SET WHOSE    *
003431* LAST RUN IS OUT OF BALANCE AND A RUN LOCK STILL HELD      *
003435* AFTER THE OVERNIGHT CYCLE - ONE BANNER FOR EACH.  A CLEAN *
003439* STATE SAYS SO IN ONE QUIET LINE.                          *
003450*----------------------------------------------------------*
003460 7100-WRITE-BANNERS.
003470     MOVE SPACES TO DL101-HND-BANNER-LINE.
003480     WRITE DL101-HND-BANNER-LINE.
003490     MOVE 0 TO DL100-HND-OOB-COUNT.
003500     PERFORM VARYING DL100-HND-REG-SUB FROM 1 BY 1
003510             UNTIL DL100-HND-REG-SUB > DL100-HND-REG-COUNT
003520         IF DL100-HND-REG-BAL(DL100-HND-REG-SUB) = "O"
003530             PERFORM 7110-WRITE-BALANCE-BANNER
003540                 THRU 7110-WRITE-BALANCE-BANNER-EXIT
003550         END-IF
003560     END-PERFORM.
003570     PERFORM VARYING DL100-HND-LOCK-SUB FROM 1 BY 1
003580             UNTIL DL100-HND-LOCK-SUB > DL100-HND-LOCK-COUNT
003590         PERFORM 7120-WRITE-LOCK-BANNER
003600             THRU 7120-WRITE-LOCK-BANNER-EXIT
003610     END-PERFORM.
003620     IF NOT DL100-HND-LOCK-HELD AND DL100-HND-OOB-COUNT = 0
003820         MOVE "ALL CLEAR - LAST RUN IN BALANCE, NO LOCK HELD"
003830             TO DL101-HND-BANNER
003840         WRITE DL101-HND-BANNER-LINE
003860 7100-WRITE-BANNERS-EXIT.
003870     EXIT.
003880*----------------------------------------------------------*
003881* 7110-WRITE-BALANCE-BANNER - ONE LINE SET'S LAST RUN IS    *
003882* OUT OF BALANCE.                                           *
003883*----------------------------------------------------------*
003884 7110-WRITE-BALANCE-BANNER.
003885     ADD 1 TO DL100-HND-OOB-COUNT.
003886     MOVE DL100-HND-REG-SET(DL100-HND-REG-SUB)
003887         TO DL100-HND-SET-AREA.
003888     PERFORM 7050-FORMAT-LINE-SET THRU 7050-FORMAT-LINE-SET-EXIT.
003889     MOVE "*********************************************"
003890         TO DL101-HND-BANNER.
003891     WRITE DL101-HND-BANNER-LINE.
003892     MOVE "***  LAST RUN OUT OF BALANCE - DO NOT USE  **"
003893         TO DL101-HND-BANNER.
003894     WRITE DL101-HND-BANNER-LINE.
003895     MOVE "***  THE EXTRACT UNTIL SOMEONE HAS LOOKED  **"
003896         TO DL101-HND-BANNER.
003897     WRITE DL101-HND-BANNER-LINE.
003898     MOVE SPACES TO DL101-HND-BANNER.
003899     STRING "***  GENERATION "
003900            DL100-HND-REG-RUN(DL100-HND-REG-SUB)
003901            " - LINES: " DL100-HND-SET-TEXT
003902         DELIMITED BY SIZE INTO DL101-HND-BANNER.
003903     WRITE DL101-HND-BANNER-LINE.
003904     MOVE "*********************************************"
003905         TO DL101-HND-BANNER.
003906     WRITE DL101-HND-BANNER-LINE.
003907 7110-WRITE-BALANCE-BANNER-EXIT.
003908     EXIT.
003909*----------------------------------------------------------*
003910* 7120-WRITE-LOCK-BANNER - ONE LINE'S RUN LOCK IS STILL     *
003911* HELD.                                                     *
003912*----------------------------------------------------------*
003913 7120-WRITE-LOCK-BANNER.
003914     MOVE "*********************************************"
003915         TO DL101-HND-BANNER.
003916     WRITE DL101-HND-BANNER-LINE.
003917     MOVE SPACES TO DL101-HND-BANNER.
003918     IF DL100-HND-LOCK-LINE(DL100-HND-LOCK-SUB) = "***"
003919         STRING "***  WHOLE-SHOP RUN LOCK STILL HELD BY "
003920                DL100-HND-LOCK-HOLDER(DL100-HND-LOCK-SUB)
003921                " - LIKELY STALE  ***"
003922             DELIMITED BY SIZE INTO DL101-HND-BANNER
003923     ELSE
003924         STRING "***  RUN LOCK ON LINE "
003925                DL100-HND-LOCK-LINE(DL100-HND-LOCK-SUB)
003926                " STILL HELD BY "
003927                DL100-HND-LOCK-HOLDER(DL100-HND-LOCK-SUB)
003928                " - LIKELY STALE  ***"
003929             DELIMITED BY SIZE INTO DL101-HND-BANNER
003930     END-IF.
003931     WRITE DL101-HND-BANNER-LINE.
003932     MOVE "***  HAVE A SUPERVISOR CLEAR IT IN POWMNT  **"
003933         TO DL101-HND-BANNER.
003934     WRITE DL101-HND-BANNER-LINE.
003935     MOVE "*********************************************"
003936         TO DL101-HND-BANNER.
003937     WRITE DL101-HND-BANNER-LINE.
003938 7120-WRITE-LOCK-BANNER-EXIT.
003939     EXIT.
003940*----------------------------------------------------------*
003941* 7200-WRITE-LAST-RUN - WHEN THE LAST RUN HAPPENED, WHAT    *
003942* IT PROCESSED, AND HOW IT RECONCILED - ONE BLOCK FOR EACH  *
003943* LINE SET POWER HAS RUN FOR.                               *
003944*----------------------------------------------------------*
003945 7200-WRITE-LAST-RUN.
003946     MOVE SPACES TO DL101-HND-SEC-LINE.
003947     WRITE DL101-HND-SEC-LINE.
003950     MOVE "LAST POWER RUN" TO DL101-HND-SEC-TITLE.
003960     WRITE DL101-HND-SEC-LINE.
003970     IF NOT DL100-HND-CHK-FOUND
004020         WRITE DL101-HND-TXT-LINE
004030         GO TO 7200-WRITE-LAST-RUN-EXIT
004040     END-IF.
004041     PERFORM VARYING DL100-HND-CHK-SUB FROM 1 BY 1
004042             UNTIL DL100-HND-CHK-SUB > DL100-HND-CHK-COUNT
004043         PERFORM 7210-WRITE-ONE-RUN THRU 7210-WRITE-ONE-RUN-EXIT
004044     END-PERFORM.
004045 7200-WRITE-LAST-RUN-EXIT.
004046     EXIT.
004047*----------------------------------------------------------*
004048* 7210-WRITE-ONE-RUN - ONE LINE SET'S LAST RUN, FROM ITS    *
004049* CHECKPOINT RECORD AND ITS NEWEST REGISTER ENTRY.          *
004050*----------------------------------------------------------*
004051 7210-WRITE-ONE-RUN.
004052     MOVE DL100-HND-CHK-IMAGE(DL100-HND-CHK-SUB)
004053         TO DL100-CHK-RECORD.
004054     MOVE DL100-CHK-LINE-SET TO DL100-HND-SET-AREA.
004055     PERFORM 7050-FORMAT-LINE-SET THRU 7050-FORMAT-LINE-SET-EXIT.
004056     MOVE "N" TO DL100-HND-REG-FOUND-SW.
004057     PERFORM VARYING DL100-HND-REG-SUB FROM 1 BY 1
004058             UNTIL DL100-HND-REG-SUB > DL100-HND-REG-COUNT
004059         IF DL100-HND-REG-SET(DL100-HND-REG-SUB)
004060             = DL100-HND-SET-AREA
004061             MOVE "Y" TO DL100-HND-REG-FOUND-SW
004062             MOVE DL100-HND-REG-RUN(DL100-HND-REG-SUB)
004063                 TO DL100-HND-LAST-RUN-NO
004064             MOVE DL100-HND-REG-BAL(DL100-HND-REG-SUB)
004065                 TO DL100-HND-LAST-BAL
004066             MOVE DL100-HND-REG-PICKED(DL100-HND-REG-SUB)
004067                 TO DL100-HND-LAST-PICKED
004068             MOVE DL100-HND-REG-CNT(DL100-HND-REG-SUB)
004069                 TO DL100-HND-LAST-COUNT
004070         END-IF
004071     END-PERFORM.
004072     MOVE SPACES TO DL101-HND-TXT-LINE.
004073     IF DL100-HND-CHK-SUB > 1
004074         WRITE DL101-HND-TXT-LINE
004075     END-IF.
004076     MOVE "LINE SET....................." TO DL101-HND-TXT-LABEL.
004077     MOVE DL100-HND-SET-TEXT TO DL101-HND-TXT-VALUE.
004078     WRITE DL101-HND-TXT-LINE.
004079     MOVE DL100-CHK-TIMESTAMP TO DL100-HND-STAMP.
004080     MOVE SPACES TO DL101-HND-TXT-LINE.
004081     MOVE "RUN TIMESTAMP................" TO DL101-HND-TXT-LABEL.
004082     STRING DL100-HND-STAMP-DATE(5:2) "/"
004090            DL100-HND-STAMP-DATE(7:2) "/"
004100            DL100-HND-STAMP-DATE(1:4) " "
004110            DL100-HND-STAMP-TIME(1:2) ":"
004630         END-IF
004640         WRITE DL101-HND-TXT-LINE
004650     END-IF.
004660 7210-WRITE-ONE-RUN-EXIT.
004670     EXIT.
004680*----------------------------------------------------------*
004690* 7300-WRITE-QUEUE - WHAT IS WAITING: PENDING LOTS BY       *
005230 7300-WRITE-QUEUE-EXIT.
005240     EXIT.
005250*----------------------------------------------------------*
005256* 7400-WRITE-HOUSEKEEPING - THE LOCK STATE (EVERY LOCK      *
005262* STILL HELD, BY LINE) AND THE LAST POWARC SWEEP, SO        *
005268* NOBODY HAS TO GO LOOKING.                                 *
005280*----------------------------------------------------------*
005290 7400-WRITE-HOUSEKEEPING.
005300     MOVE SPACES TO DL101-HND-SEC-LINE.
005310     WRITE DL101-HND-SEC-LINE.
005320     MOVE "HOUSEKEEPING" TO DL101-HND-SEC-TITLE.
005330     WRITE DL101-HND-SEC-LINE.
005332     IF NOT DL100-HND-LOCK-HELD
005334         MOVE SPACES TO DL101-HND-TXT-LINE
005336         MOVE "RUN LOCK....................." TO
005338             DL101-HND-TXT-LABEL
005340         MOVE "CLEAR" TO DL101-HND-TXT-VALUE
005342         WRITE DL101-HND-TXT-LINE
005344     END-IF.
005346     PERFORM VARYING DL100-HND-LOCK-SUB FROM 1 BY 1
005348             UNTIL DL100-HND-LOCK-SUB > DL100-HND-LOCK-COUNT
005350         MOVE SPACES TO DL101-HND-TXT-LINE
005352         IF DL100-HND-LOCK-LINE(DL100-HND-LOCK-SUB) = "***"
005354             MOVE "RUN LOCK - WHOLE SHOP........" TO
005356                 DL101-HND-TXT-LABEL
005358         ELSE
005360             STRING "RUN LOCK - LINE "
005362                 DL100-HND-LOCK-LINE(DL100-HND-LOCK-SUB)
005364                 ".........."
005366                 DELIMITED BY SIZE INTO DL101-HND-TXT-LABEL
005368         END-IF
005370         STRING "HELD BY "
005372             DL100-HND-LOCK-HOLDER(DL100-HND-LOCK-SUB)
005380             DELIMITED BY SIZE INTO DL101-HND-TXT-VALUE
005390         WRITE DL101-HND-TXT-LINE
005400     END-PERFORM.
005430     MOVE SPACES TO DL101-HND-TXT-LINE.
005440     MOVE "LAST POWARC SWEEP............" TO DL101-HND-TXT-LABEL.
005450     IF DL100-HND-SWEEP-STAMP = 0
005560     EXIT.
005570*----------------------------------------------------------*
005580* 8000-FINISH - CLOSE THE PAGE AND LEAVE A ONE-LINE         *
005590* CONSOLE SUMMARY FOR THE SCHEDULER LOG.  RC 4 IF A TABLE   *
005595* FILLED AND SOMETHING WAS LEFT OFF THE PAGE.               *
005600*----------------------------------------------------------*
005610 8000-FINISH.
005620     CLOSE HNDRPT.
005630     DISPLAY "POWHND: " DL100-HND-PEND-COUNT " PENDING, "
005640         DL100-HND-REJ-COUNT " REJECT(S), LOCK "
005646         DL100-HND-LOCK-SW " (" DL100-HND-LOCK-COUNT " HELD), "
005652         "HANDOFF PAGE WRITTEN.".
005654     IF DL100-HND-WARNED
005656         MOVE 4 TO RETURN-CODE
005658     END-IF.
005660 8000-FINISH-EXIT.
005670     EXIT.
005680*----------------------------------------------------------*
005690* 9700-WRITE-EVENT - APPEND ONE EXCEPTION EVENT TO THE      *
005700* SHARED EVTLOG FILE FOR POWFWD TO HAND TO THE PLANT        *
005710* ALERTING SYSTEM.  CALLERS FILL THE TYPE, SEVERITY,        *
005720* REFERENCE AND TEXT; THE STAMP AND PROGRAM ARE SET HERE.   *
005730* THE FILE IS OPENED AND CLOSED AROUND EACH EVENT BECAUSE   *
005740* EVERY PROGRAM IN THE SUITE APPENDS TO IT.  AN EVENT THAT  *
005750* CANNOT BE LOGGED IS SAID ON THE CONSOLE AND THE JOB       *
005760* CARRIES ON.                                               *
005770*----------------------------------------------------------*
005780 9700-WRITE-EVENT.
005790     ACCEPT DL101-EVT-STAMP-DATE FROM DATE YYYYMMDD.
005800     ACCEPT DL101-EVT-TIME FROM TIME.
005810     MOVE DL101-EVT-TIME(1:6) TO DL101-EVT-STAMP-TIME.
005820     MOVE "POWHND" TO DL101-EVT-PROGRAM.
005830     MOVE 0 TO DL101-EVT-SEQ.
005832     IF DL101-EVT-REF-NONE
005834         MOVE 0 TO DL101-EVT-REF-NO
005836     END-IF.
005840     OPEN EXTEND EVTLOG.
005850     IF NOT DL101-EVL-OK
005860         OPEN OUTPUT EVTLOG
005870     END-IF.
005880     IF NOT DL101-EVL-OK
005890         DISPLAY "POWHND: EVENT NOT LOGGED, EVTLOG STATUS "
005900             DL101-EVL-STATUS " - " DL101-EVT-TYPE
005910         GO TO 9700-WRITE-EVENT-EXIT
005920     END-IF.
005930     WRITE DL101-EVT-LOG-REC FROM DL101-EVT-RECORD.
005940     CLOSE EVTLOG.
005950 9700-WRITE-EVENT-EXIT.
005960     EXIT.
