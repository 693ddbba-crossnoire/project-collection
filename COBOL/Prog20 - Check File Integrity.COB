000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. POWINT.
000030 AUTHOR. D. L. OKONKWO.
000040 INSTALLATION. PACKAGING SYSTEMS - PALLET BUILD.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*========================================================*
000080* POWINT IS THE NIGHTLY READ-ONLY CROSS-FILE INTEGRITY    *
000090* CHECK.  EVERY PROGRAM PROVES ITS OWN SLICE - POWER ITS  *
000100* END-OF-RUN CERTIFICATE, POWACK ONE GENERATION AGAINST   *
000110* ITS ACKNOWLEDGMENTS - BUT NOTHING ELSE PROVES THAT THE  *
000120* FILES STILL AGREE WITH EACH OTHER AT REST AFTER WEEKS   *
000130* OF POWMNT FIXES, LOCK CLEARS AND POWARC PURGES.  POWINT *
000140* READS LOTQUEUE, LOTHIST, THE PWRAUD AUDIT TRAIL AND THE *
000150* MNTJRNL JOURNAL (EVERY ROLLED GENERATION ON GENCAT AND  *
000160* THEN THE CURRENT FILE), THE XMITREG REGISTER AND THE    *
000170* PWREXG GENERATION ARCHIVE, AND LISTS BY CATEGORY:       *
000180*   1 A DONE LOT WITH NO CLASSIFICATION AUDIT LINE.       *
000190*   2 A LOT KEY ON BOTH LOTQUEUE AND LOTHIST.             *
000200*   3 A HISTORY RECORD PURGED BEFORE ITS OWN ADD DATE OR  *
000210*     ITS OWN CLASSIFICATION.                             *
000220*   4 A REGISTER GENERATION WITH NO ARCHIVED FILE, OR     *
000230*     WHOSE ARCHIVED COUNT DISAGREES WITH THE REGISTER.   *
000240*   5 A JOURNAL ENTRY FOR A KEY THAT EXISTS NOWHERE.      *
000250* NOTHING IS EVER WRITTEN BUT THE INTRPT REPORT.  ANY     *
000260* EXCEPTION ENDS THE JOB WITH RETURN CODE 8 SO THE        *
000270* SCHEDULER SURFACES IT; A CLEAN CHECK WITH A WARNING     *
000280* (A MISSING GENERATION, A FULL TABLE) ENDS WITH 4.  IT   *
000290* DOES NOT RUN WHILE A POWER RUN HOLDS A RUN-CONTROL      *
000300* LOCK, WHEN THE FILES ARE IN MID-RUN DISAGREEMENT BY     *
000310* DESIGN.                                                 *
000320*========================================================*
000330*  MODIFICATION HISTORY
000340*  ---------------------------------------------------
000350*  DATE       INIT  DESCRIPTION
000360*  ---------- ----  -------------------------------------
000370*  2026-10-15 DLO   ORIGINAL PROGRAM.
000371*  2026-10-15 DLO   A HELD RUN LOCK, A MISSING LOTQUEUE AND
000372*                   EACH EXCEPTION CATEGORY FOUND (ONE EVENT
000373*                   CARRYING ITS COUNT) ARE ALSO WRITTEN TO
000374*                   THE EVTLOG EXCEPTION EVENT FILE FOR THE
000375*                   PLANT ALERTING SYSTEM.
000380*========================================================*
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 SOURCE-COMPUTER. GENERIC.
000420 OBJECT-COMPUTER. GENERIC.
000430 SPECIAL-NAMES.
000440     C01 IS TOP-OF-PAGE.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT LOTQUEUE ASSIGN TO "LOTQUEUE"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS DL100-LOT-KEY
000510         FILE STATUS IS DL100-LOTQ-STATUS.
000520     SELECT LOTHIST ASSIGN TO "LOTHIST"
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS DL100-HST-LOT-KEY
000560         FILE STATUS IS DL100-HST-STATUS-CODE.
000570     SELECT PWRAUD ASSIGN TO "PWRAUD"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS DL100-AUD-STATUS.
000600     SELECT MNTJRNL ASSIGN TO "MNTJRNL"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS DL100-JRN-STATUS.
000630     SELECT AUDGEN ASSIGN TO "AUDGEN"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS DL101-GAU-STATUS.
000660     SELECT MNTGEN ASSIGN TO "MNTGEN"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS DL101-GMN-STATUS.
000690     SELECT GENCAT ASSIGN TO "GENCAT"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS DL101-CAT-STATUS.
000720     SELECT XMITREG ASSIGN TO "XMITREG"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS DL100-REG-STATUS.
000750     SELECT PWREXG ASSIGN TO "PWREXG"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS DL100-EXG-STATUS.
000780     SELECT RUNCTL ASSIGN TO "RUNCTL"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS DL100-RUN-STATUS.
000810     SELECT INTRPT ASSIGN TO "INTRPT"
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS DL101-INT-RPT-STATUS.
000832     SELECT EVTLOG ASSIGN TO "EVTLOG"
000834         ORGANIZATION IS LINE SEQUENTIAL
000836         FILE STATUS IS DL101-EVL-STATUS.
000840 DATA DIVISION.
000850 FILE SECTION.
000860 FD  LOTQUEUE.
000870 COPY DL100L.
000880 FD  LOTHIST.
000890 COPY DL100H.
000900 FD  PWRAUD.
000910 01  DL101-TRL-AUD-REC           PIC X(105).
000920 FD  MNTJRNL.
000930 01  DL101-TRL-MNT-REC           PIC X(80).
000940 FD  AUDGEN.
000950 01  DL101-GEN-AUD-REC           PIC X(105).
000960 FD  MNTGEN.
000970 01  DL101-GEN-MNT-REC           PIC X(80).
000980 FD  GENCAT.
000990 COPY DL101N.
001000 FD  XMITREG.
001010 COPY DL100Y.
001020 FD  PWREXG.
001030 COPY DL100X.
001040 FD  RUNCTL.
001050 COPY DL100K.
001060 FD  INTRPT
001070     RECORD CONTAINS 132 CHARACTERS.
001080 01  DL101-INT-RPT-REC           PIC X(132).
001082 FD  EVTLOG.
001084 01  DL101-EVT-LOG-REC           PIC X(120).
001090 WORKING-STORAGE SECTION.
001100 COPY DL101O.
001110 01  DL100-WS-STATUS-AREA.
001120     05  DL100-LOTQ-STATUS       PIC X(02) VALUE "00".
001130         88  DL100-LOTQ-OK            VALUE "00".
001140     05  DL100-HST-STATUS-CODE   PIC X(02) VALUE "00".
001150         88  DL100-HST-OK             VALUE "00".
001160     05  DL100-AUD-STATUS        PIC X(02) VALUE "00".
001170         88  DL100-AUD-OK             VALUE "00".
001180     05  DL100-JRN-STATUS        PIC X(02) VALUE "00".
001190         88  DL100-JRN-FILE-OK        VALUE "00".
001200     05  DL101-GAU-STATUS        PIC X(02) VALUE "00".
001210         88  DL101-GAU-OK             VALUE "00".
001220     05  DL101-GMN-STATUS        PIC X(02) VALUE "00".
001230         88  DL101-GMN-OK             VALUE "00".
001240     05  DL101-CAT-STATUS        PIC X(02) VALUE "00".
001250         88  DL101-CAT-OK             VALUE "00".
001260     05  DL100-REG-STATUS        PIC X(02) VALUE "00".
001270         88  DL100-REG-FILE-OK        VALUE "00".
001280     05  DL100-EXG-STATUS        PIC X(02) VALUE "00".
001290         88  DL100-EXG-FILE-OK        VALUE "00".
001300     05  DL100-RUN-STATUS        PIC X(02) VALUE "00".
001310         88  DL100-RUN-FILE-OK        VALUE "00".
001320     05  DL101-INT-RPT-STATUS    PIC X(02) VALUE "00".
001330     05  DL101-EVL-STATUS        PIC X(02) VALUE "00".
001340         88  DL101-EVL-OK             VALUE "00".
001342*  THE JOURNAL AND AUDIT LAYOUTS, SHARED BY THE CURRENT FILES
001344*  AND THEIR ROLLED GENERATIONS; EACH LINE IS READ INTO ONE.
001350 COPY DL100J.
001360 COPY DL100A.
001370 77  DL100-EOF-SW                PIC X(01) VALUE "N".
001380     88  DL100-AT-EOF                 VALUE "Y".
001390 77  DL100-LOCK-REFUSED-SW       PIC X(01) VALUE "N".
001400     88  DL100-LOCK-REFUSED            VALUE "Y".
001410 77  DL100-INT-ABORT-SW          PIC X(01) VALUE "N".
001420     88  DL100-INT-ABORTED             VALUE "Y".
001430 77  DL100-INT-HIST-OPEN-SW      PIC X(01) VALUE "N".
001440     88  DL100-INT-HIST-OPEN           VALUE "Y".
001450 77  DL100-INT-WARN-SW           PIC X(01) VALUE "N".
001460     88  DL100-INT-WARNED              VALUE "Y".
001470 77  DL100-INT-FOUND-SW          PIC X(01) VALUE "N".
001480     88  DL100-INT-FOUND               VALUE "Y".
001490 77  DL100-LINE-COUNT            PIC 9(04) VALUE 0.
001500 77  DL100-PAGE-COUNT            PIC 9(04) VALUE 0.
001510 77  DL100-LINES-PER-PAGE        PIC 9(04) VALUE 60.
001520*  RECORDS READ FROM EACH FILE, FOR THE CLOSING TOTALS.
001530 77  DL100-INT-QUEUE-COUNT       PIC 9(09) VALUE 0.
001540 77  DL100-INT-HIST-COUNT        PIC 9(09) VALUE 0.
001550 77  DL100-INT-AUD-COUNT         PIC 9(09) VALUE 0.
001560 77  DL100-INT-JRN-COUNT         PIC 9(09) VALUE 0.
001570 77  DL100-INT-ARCH-COUNT        PIC 9(09) VALUE 0.
001580 77  DL100-INT-DELETED-COUNT     PIC 9(09) VALUE 0.
001590 77  DL100-INT-LOST-COUNT        PIC 9(09) VALUE 0.
001600 77  DL100-INT-EXC-TOTAL         PIC 9(09) VALUE 0.
001610 77  DL100-GEN-READ-COUNT        PIC 9(03) VALUE 0.
001620*  WORK FIELDS FOR BUILDING AN EXCEPTION'S TEXT.
001630 77  DL100-INT-CAT               PIC 9(01) VALUE 0.
001640 77  DL100-INT-KEY-TEXT          PIC X(09) VALUE SPACES.
001650 77  DL100-INT-NUMBER-TEXT       PIC X(09) VALUE SPACES.
001660 77  DL100-INT-FILE-TEXT         PIC X(08) VALUE SPACES.
001670 77  DL100-INT-EXC-TEXT          PIC X(70) VALUE SPACES.
001680 77  DL100-INT-ED-COUNT          PIC ZZZZZZZZ9.
001690 77  DL100-INT-ED-COUNT2         PIC ZZZZZZZZ9.
001700 77  DL100-INT-ED-NET            PIC -ZZZZ9.
001710 77  DL100-INT-NOMBR             PIC 9(09) VALUE 0.
001720 77  DL100-INT-CUR-REG           PIC 9(03) VALUE 0.
001730 01  DL100-WS-DATE-AREA.
001740     05  DL100-WS-YYYYMMDD.
001750         10  DL100-WS-CCYY       PIC 9(04).
001760         10  DL100-WS-MM         PIC 9(02).
001770         10  DL100-WS-DD         PIC 9(02).
001780*  THE FIVE EXCEPTION CATEGORIES, IN THE ORDER THEY PRINT,
001790*  WITH THE NUMBER FOUND IN EACH.
001800 01  DL100-INT-CAT-TITLES.
001810     05  FILLER                  PIC X(60) VALUE
001820         "1 DONE LOTS WITH NO CLASSIFICATION ON THE AUDIT TRAIL".
001830     05  FILLER                  PIC X(60) VALUE
001840         "2 LOT KEYS ON BOTH LOTQUEUE AND LOTHIST".
001850     05  FILLER                  PIC X(60) VALUE
001860         "3 HISTORY RECORDS PURGED BEFORE THEIR CLASSIFICATION".
001870     05  FILLER                  PIC X(60) VALUE
001880         "4 REGISTER GENERATIONS NOT MATCHED ON PWREXG".
001890     05  FILLER                  PIC X(60) VALUE
001900         "5 JOURNAL ENTRIES FOR KEYS THAT EXIST NOWHERE".
001910 01  FILLER REDEFINES DL100-INT-CAT-TITLES.
001920     05  DL100-INT-CAT-TITLE     PIC X(60) OCCURS 5 TIMES.
001930 01  DL100-INT-CAT-COUNTS.
001940     05  DL100-INT-CAT-COUNT     PIC 9(07) OCCURS 5 TIMES.
001950 77  DL100-INT-CAT-SUB           PIC 9(01) VALUE 0.
001960*  EVERY EXCEPTION FOUND, PRINTED BY CATEGORY AT THE END.
001970*  ONE PAST THE LIMIT IS STILL COUNTED IN ITS CATEGORY, AND
001980*  THE NUMBER NOT LISTED IS SAID OUT LOUD.
001990 01  DL100-EXC-TABLE.
002000     05  DL100-EXC-COUNT         PIC 9(04) VALUE 0.
002010     05  DL100-EXC-ENTRY OCCURS 2000 TIMES.
002020         10  DL100-EXC-CAT       PIC 9(01).
002030         10  DL100-EXC-KEY       PIC X(09).
002040         10  DL100-EXC-NUMBER    PIC X(09).
002050         10  DL100-EXC-FILE      PIC X(08).
002060         10  DL100-EXC-TEXT      PIC X(70).
002070 77  DL100-EXC-SUB               PIC 9(04) VALUE 0.
002080*  EVERY DONE LOT NUMBER ON LOTQUEUE OR LOTHIST, KEPT IN
002090*  ASCENDING NUMBER ORDER SO EACH AUDIT LINE CAN BE MATCHED
002100*  BY A BINARY SEARCH.  A NUMBER DONE UNDER MORE THAN ONE
002110*  KEY IS ONE ENTRY WITH A LOT COUNT; EACH OF ITS LOTS NEEDS
002120*  ITS OWN CLASSIFICATION LINE.  THE NET COUNT IS
002130*  CLASSIFICATIONS LESS POWREV REVERSALS; THE FIRST STAMP
002140*  IS THE EARLIEST CLASSIFICATION; THE PURGE STAMP IS THE
002150*  EARLIEST POWARC PURGE OF A HISTORY RECORD FOR THE NUMBER,
002160*  AND THE HISTORY KEY IS THAT RECORD'S KEY.
002170 01  DL100-DON-TABLE.
002180     05  DL100-DON-COUNT         PIC 9(05) VALUE 0.
002190     05  DL100-DON-ENTRY OCCURS 20000 TIMES.
002200         10  DL100-DON-NOMBR     PIC 9(09).
002210         10  DL100-DON-KEY       PIC 9(06).
002220         10  DL100-DON-FILE      PIC X(08).
002230         10  DL100-DON-LOTS      PIC 9(03).
002240         10  DL100-DON-NET       PIC S9(05).
002250         10  DL100-DON-FIRST-STAMP
002260                                 PIC 9(14).
002270         10  DL100-DON-PURGE-STAMP
002280                                 PIC 9(14).
002290         10  DL100-DON-HST-KEY   PIC 9(06).
002300 77  DL100-DON-SUB               PIC 9(05) VALUE 0.
002310 77  DL100-DON-LOW               PIC 9(05) VALUE 0.
002320 77  DL100-DON-HIGH              PIC 9(05) VALUE 0.
002330 77  DL100-DON-MID               PIC 9(05) VALUE 0.
002340*  WHERE THE LAST SEARCH FOUND THE NUMBER (ZERO IF IT DID
002350*  NOT) AND, IF NOT FOUND, WHERE IT WOULD GO.
002360 77  DL100-DON-FOUND-SUB         PIC 9(05) VALUE 0.
002370 77  DL100-DON-INSERT-SUB        PIC 9(05) VALUE 0.
002380*  EVERY REGISTER ENTRY, WITH WHAT ITS ARCHIVED COPY ON
002390*  PWREXG HOLDS.  A GENERATION ARCHIVED MORE THAN ONCE (A
002400*  RESTARTED RUN) IS JUDGED ON ITS LAST COPY.
002410 01  DL100-REG-TABLE.
002420     05  DL100-RGT-COUNT         PIC 9(03) VALUE 0.
002430     05  DL100-RGT-ENTRY OCCURS 500 TIMES.
002440         10  DL100-RGT-RUN-NO    PIC 9(06).
002450         10  DL100-RGT-REG-COUNT PIC 9(09).
002460         10  DL100-RGT-ARCHIVED  PIC X(01).
002470             88  DL100-RGT-IS-ARCHIVED VALUE "Y".
002480         10  DL100-RGT-TRAILER   PIC X(01).
002490             88  DL100-RGT-HAS-TRAILER VALUE "Y".
002500         10  DL100-RGT-DET-COUNT PIC 9(09).
002510         10  DL100-RGT-TRL-COUNT PIC 9(09).
002520 77  DL100-RGT-SUB               PIC 9(03) VALUE 0.
002530*  JOURNAL KEYS FOUND ON NEITHER LOTQUEUE NOR LOTHIST, WITH
002540*  HOW MANY ENTRIES EACH HAS, THE LAST FUNCTION AND STAMP,
002550*  AND WHETHER A POWMNT DELETE EXPLAINS ITS ABSENCE.
002560 01  DL100-ORP-TABLE.
002570     05  DL100-ORP-COUNT         PIC 9(04) VALUE 0.
002580     05  DL100-ORP-ENTRY OCCURS 2000 TIMES.
002590         10  DL100-ORP-KEY       PIC 9(06).
002600         10  DL100-ORP-ENTRIES   PIC 9(05).
002610         10  DL100-ORP-FUNCTION  PIC X(08).
002620         10  DL100-ORP-STAMP     PIC 9(14).
002630         10  DL100-ORP-RAW       PIC X(09).
002640         10  DL100-ORP-DELETED   PIC X(01).
002650             88  DL100-ORP-WAS-DELETED VALUE "Y".
002660 77  DL100-ORP-SUB               PIC 9(04) VALUE 0.
002670*  EVERY GENERATION ON THE CATALOG, IN CATALOG (OLDEST
002680*  FIRST) ORDER, AND WHICH FILE A SCAN IS READING NOW.
002690 01  DL100-GEN-TABLE.
002700     05  DL100-GEN-COUNT         PIC 9(03) VALUE 0.
002710     05  DL100-GEN-ENTRY OCCURS 300 TIMES.
002720         10  DL100-GEN-TRAIL     PIC X(08).
002730         10  DL100-GEN-DSN       PIC X(44).
002740 77  DL100-GEN-SUB               PIC 9(03) VALUE 0.
002750 77  DL100-SOURCE-SW             PIC X(01) VALUE "N".
002760     88  DL100-SOURCE-GEN              VALUE "G".
002770     88  DL100-SOURCE-CURRENT          VALUE "C".
002780     88  DL100-SOURCE-DONE             VALUE "E".
002782*  THE EXCEPTION EVENT 9700-WRITE-EVENT APPENDS TO EVTLOG.
002784 77  DL101-EVT-TIME              PIC 9(08) VALUE 0.
002786 COPY DL101P.
002790 PROCEDURE DIVISION.
002800 0000-MAINLINE.
002810     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
002820     IF DL100-INT-ABORTED
002830         STOP RUN
002840     END-IF.
002850     PERFORM 2000-SCAN-QUEUE THRU 2000-SCAN-QUEUE-EXIT.
002860     PERFORM 3000-SCAN-HISTORY THRU 3000-SCAN-HISTORY-EXIT.
002870     PERFORM 4000-SCAN-AUDIT THRU 4000-SCAN-AUDIT-EXIT.
002880     PERFORM 4500-CHECK-DONE-LOTS THRU 4500-CHECK-DONE-LOTS-EXIT.
002890     PERFORM 5000-CHECK-REGISTER THRU 5000-CHECK-REGISTER-EXIT.
002900     PERFORM 6000-SCAN-JOURNAL THRU 6000-SCAN-JOURNAL-EXIT.
002910     PERFORM 6500-CHECK-ORPHANS THRU 6500-CHECK-ORPHANS-EXIT.
002920     PERFORM 7000-PRINT-EXCEPTIONS
002930         THRU 7000-PRINT-EXCEPTIONS-EXIT.
002940     PERFORM 8000-FINISH THRU 8000-FINISH-EXIT.
002950     STOP RUN.
002960 0000-MAINLINE-EXIT.
002970     EXIT.
002980*----------------------------------------------------------*
002990* 1000-INITIALIZE - HONOR THE RUN LOCKS, OPEN THE TWO LOT   *
003000* FILES FOR READING, LIST THE ROLLED GENERATIONS AND OPEN   *
003010* THE REPORT.  NO LOTQUEUE MEANS NOTHING TO CHECK - SAY SO  *
003020* RATHER THAN PRINT A CLEAN REPORT.  NO LOTHIST ONLY MEANS  *
003030* POWARC HAS NEVER RUN.                                     *
003040*----------------------------------------------------------*
003050 1000-INITIALIZE.
003060     PERFORM 1050-CHECK-RUN-LOCK THRU 1050-CHECK-RUN-LOCK-EXIT.
003070     IF DL100-LOCK-REFUSED
003080         MOVE "Y" TO DL100-INT-ABORT-SW
003090         GO TO 1000-INITIALIZE-EXIT
003100     END-IF.
003110     OPEN INPUT LOTQUEUE.
003120     IF NOT DL100-LOTQ-OK
003130         DISPLAY "POWINT: LOTQUEUE NOT AVAILABLE, STATUS "
003140             DL100-LOTQ-STATUS " - CHECK ABANDONED"
003141         MOVE SPACES TO DL101-EVT-RECORD
003142         SET DL101-EVT-REFUSED TO TRUE
003143         SET DL101-EVT-ERROR TO TRUE
003144         MOVE "LOTQUEUE NOT AVAILABLE - CHECK ABANDONED"
003145             TO DL101-EVT-TEXT
003146         PERFORM 9700-WRITE-EVENT THRU 9700-WRITE-EVENT-EXIT
003150         MOVE "Y" TO DL100-INT-ABORT-SW
003160         MOVE 12 TO RETURN-CODE
003170         GO TO 1000-INITIALIZE-EXIT
003180     END-IF.
003190     OPEN INPUT LOTHIST.
003200     IF DL100-HST-OK
003210         MOVE "Y" TO DL100-INT-HIST-OPEN-SW
003220     ELSE
003230         DISPLAY "POWINT: NO LOTHIST ON FILE, STATUS "
003240             DL100-HST-STATUS-CODE " - HISTORY NOT CHECKED"
003250     END-IF.
003260     MOVE ZEROS TO DL100-INT-CAT-COUNTS.
003270     PERFORM 1200-LOAD-GENERATIONS
003280         THRU 1200-LOAD-GENERATIONS-EXIT.
003290     OPEN OUTPUT INTRPT.
003300     PERFORM 1300-WRITE-HEADING THRU 1300-WRITE-HEADING-EXIT.
003310 1000-INITIALIZE-EXIT.
003320     EXIT.
003330*----------------------------------------------------------*
003340* 1050-CHECK-RUN-LOCK - REFUSE TO RUN WHILE ANY POWER RUN   *
003350* HOLDS A RUN-CONTROL LOCK: MID-RUN, LOTS ARE DONE AHEAD OF *
003360* THE REGISTER AND THE ARCHIVE, AND EVERY ONE WOULD SHOW    *
003370* AS AN EXCEPTION.  NO RUNCTL FILE AT ALL MEANS NO RUN HAS  *
003380* EVER STAMPED ONE.                                         *
003390*----------------------------------------------------------*
003400 1050-CHECK-RUN-LOCK.
003410     OPEN INPUT RUNCTL.
003420     IF NOT DL100-RUN-FILE-OK
003430         GO TO 1050-CHECK-RUN-LOCK-EXIT
003440     END-IF.
003450 1050-CHECK-RUN-LOCK-READ.
003460     READ RUNCTL
003470         AT END
003480             CLOSE RUNCTL
003490             GO TO 1050-CHECK-RUN-LOCK-EXIT
003500     END-READ.
003510     IF DL100-RUN-IS-ACTIVE
003520         DISPLAY "POWINT: A POWER RUN IS ACTIVE FOR LINE "
003530             DL100-RUN-LINE-CODE " - STARTED BY "
003540             DL100-RUN-LOCK-USER " AT " DL100-RUN-LOCK-STAMP
003550             " - CHECK REFUSED"
003551         MOVE SPACES TO DL101-EVT-RECORD
003552         SET DL101-EVT-LOCK-HELD TO TRUE
003553         SET DL101-EVT-CRITICAL TO TRUE
003554         IF DL100-RUN-RUN-NO IS NUMERIC
003555             SET DL101-EVT-REF-RUN TO TRUE
003556             MOVE DL100-RUN-RUN-NO TO DL101-EVT-REF-NO
003557         END-IF
003558         STRING "LINE " DL100-RUN-LINE-CODE " LOCKED BY "
003559                DL100-RUN-LOCK-USER " SINCE " DL100-RUN-LOCK-STAMP
003560                " - REFUSED"
003561             DELIMITED BY SIZE INTO DL101-EVT-TEXT
003562         PERFORM 9700-WRITE-EVENT THRU 9700-WRITE-EVENT-EXIT
003563         MOVE "Y" TO DL100-LOCK-REFUSED-SW
003570         MOVE 12 TO RETURN-CODE
003580     END-IF.
003590     GO TO 1050-CHECK-RUN-LOCK-READ.
003600 1050-CHECK-RUN-LOCK-EXIT.
003610     EXIT.
003620*----------------------------------------------------------*
003630* 1200-LOAD-GENERATIONS - LIST EVERY PWRAUD AND MNTJRNL     *
003640* GENERATION ON THE CATALOG.  AN INTEGRITY CHECK IS A FULL- *
003650* HISTORY QUESTION, SO NONE IS SKIPPED ON ITS DATES.  NO    *
003660* CATALOG AT ALL MEANS NOTHING HAS EVER BEEN ROLLED.        *
003670*----------------------------------------------------------*
003680 1200-LOAD-GENERATIONS.
003690     OPEN INPUT GENCAT.
003700     IF NOT DL101-CAT-OK
003710         GO TO 1200-LOAD-GENERATIONS-EXIT
003720     END-IF.
003730 1200-LOAD-GENERATIONS-LOOP.
003740     READ GENCAT
003750         AT END
003760             CLOSE GENCAT
003770             GO TO 1200-LOAD-GENERATIONS-EXIT
003780     END-READ.
003790     IF NOT DL101-CAT-IS-AUDIT AND NOT DL101-CAT-IS-MNT-JRNL
003800         GO TO 1200-LOAD-GENERATIONS-LOOP
003810     END-IF.
003820     IF DL100-GEN-COUNT >= 300
003830         DISPLAY "POWINT: GENERATION TABLE FULL, "
003840             DL101-CAT-DSN " NOT READ"
003850         MOVE "Y" TO DL100-INT-WARN-SW
003860         GO TO 1200-LOAD-GENERATIONS-LOOP
003870     END-IF.
003880     ADD 1 TO DL100-GEN-COUNT.
003890     MOVE DL101-CAT-TRAIL TO DL100-GEN-TRAIL(DL100-GEN-COUNT).
003900     MOVE DL101-CAT-DSN TO DL100-GEN-DSN(DL100-GEN-COUNT).
003910     GO TO 1200-LOAD-GENERATIONS-LOOP.
003920 1200-LOAD-GENERATIONS-EXIT.
003930     EXIT.
003940*----------------------------------------------------------*
003950* 1300-WRITE-HEADING - REPORT DATE HEADING AT THE TOP OF    *
003960* EACH PAGE.                                                *
003970*----------------------------------------------------------*
003980 1300-WRITE-HEADING.
003990     ACCEPT DL100-WS-YYYYMMDD FROM DATE YYYYMMDD.
004000     ADD 1 TO DL100-PAGE-COUNT.
004010     MOVE SPACES TO DL101-INT-HDG1-DATE.
004020     STRING DL100-WS-MM "/" DL100-WS-DD "/" DL100-WS-CCYY
004030         DELIMITED BY SIZE INTO DL101-INT-HDG1-DATE.
004040     MOVE DL100-PAGE-COUNT TO DL101-INT-HDG1-PAGE.
004050     WRITE DL101-INT-RPT-REC FROM DL101-INT-HDG1-LINE
004060         AFTER ADVANCING TOP-OF-PAGE.
004070     MOVE 1 TO DL100-LINE-COUNT.
004080 1300-WRITE-HEADING-EXIT.
004090     EXIT.
004100*----------------------------------------------------------*
004110* 1700-ADD-EXCEPTION - COUNT ONE EXCEPTION IN ITS CATEGORY  *
004120* AND FILE IT FOR PRINTING.  CALLERS FILL THE CATEGORY,     *
004130* KEY, NUMBER, FILE AND TEXT WORK FIELDS FIRST.  PAST THE   *
004140* TABLE LIMIT IT IS STILL COUNTED, JUST NOT LISTED.         *
004150*----------------------------------------------------------*
004160 1700-ADD-EXCEPTION.
004170     ADD 1 TO DL100-INT-CAT-COUNT(DL100-INT-CAT).
004180     ADD 1 TO DL100-INT-EXC-TOTAL.
004190     IF DL100-EXC-COUNT >= 2000
004200         ADD 1 TO DL100-INT-LOST-COUNT
004210         GO TO 1700-ADD-EXCEPTION-EXIT
004220     END-IF.
004230     ADD 1 TO DL100-EXC-COUNT.
004240     MOVE DL100-INT-CAT TO DL100-EXC-CAT(DL100-EXC-COUNT).
004250     MOVE DL100-INT-KEY-TEXT TO DL100-EXC-KEY(DL100-EXC-COUNT).
004260     MOVE DL100-INT-NUMBER-TEXT
004270         TO DL100-EXC-NUMBER(DL100-EXC-COUNT).
004280     MOVE DL100-INT-FILE-TEXT TO DL100-EXC-FILE(DL100-EXC-COUNT).
004290     MOVE DL100-INT-EXC-TEXT TO DL100-EXC-TEXT(DL100-EXC-COUNT).
004300 1700-ADD-EXCEPTION-EXIT.
004310     EXIT.
004320*----------------------------------------------------------*
004330* 2000-SCAN-QUEUE - READ LOTQUEUE IN KEY ORDER.  EVERY KEY  *
004340* IS LOOKED UP ON LOTHIST: POWARC DELETES THE QUEUE RECORD  *
004350* ONCE THE HISTORY RECORD IS WRITTEN, SO A KEY ON BOTH IS   *
004360* A SWEEP THAT DID NOT FINISH (OR A KEY RE-ADDED OVER ONE   *
004370* ALREADY SWEPT).  EVERY DONE LOT GOES INTO THE DONE TABLE  *
004380* FOR THE AUDIT MATCH.                                      *
004390*----------------------------------------------------------*
004400 2000-SCAN-QUEUE.
004410     MOVE "N" TO DL100-EOF-SW.
004420     MOVE LOW-VALUE TO DL100-LOT-KEY.
004430     START LOTQUEUE KEY IS GREATER THAN DL100-LOT-KEY
004440         INVALID KEY
004450             MOVE "Y" TO DL100-EOF-SW
004460     END-START.
004470 2000-SCAN-QUEUE-LOOP.
004480     IF DL100-AT-EOF
004490         GO TO 2000-SCAN-QUEUE-EXIT
004500     END-IF.
004510     READ LOTQUEUE NEXT RECORD
004520         AT END
004530             GO TO 2000-SCAN-QUEUE-EXIT
004540     END-READ.
004550     ADD 1 TO DL100-INT-QUEUE-COUNT.
004560     IF DL100-STAT-DONE AND DL100-LOT-NOMBR-RAW IS NUMERIC
004570         MOVE DL100-LOT-NOMBR-RAW TO DL100-INT-NOMBR
004580         MOVE 0 TO DL100-HST-PURGED-STAMP
004590         PERFORM 2400-ADD-DONE-LOT THRU 2400-ADD-DONE-LOT-EXIT
004600         IF DL100-DON-SUB > 0
004610             IF DL100-DON-FILE(DL100-DON-SUB) = SPACES
004620                 MOVE DL100-LOT-KEY
004630                     TO DL100-DON-KEY(DL100-DON-SUB)
004640                 MOVE "LOTQUEUE" TO DL100-DON-FILE(DL100-DON-SUB)
004650             END-IF
004660         END-IF
004670     END-IF.
004680     IF NOT DL100-INT-HIST-OPEN
004690         GO TO 2000-SCAN-QUEUE-LOOP
004700     END-IF.
004710     MOVE DL100-LOT-KEY TO DL100-HST-LOT-KEY.
004720     READ LOTHIST
004730         INVALID KEY
004740             GO TO 2000-SCAN-QUEUE-LOOP
004750     END-READ.
004760     MOVE 2 TO DL100-INT-CAT.
004770     MOVE DL100-LOT-KEY TO DL100-INT-KEY-TEXT.
004780     MOVE DL100-LOT-NOMBR-RAW TO DL100-INT-NUMBER-TEXT.
004790     MOVE "LOTQUEUE" TO DL100-INT-FILE-TEXT.
004800     MOVE SPACES TO DL100-INT-EXC-TEXT.
004810     STRING "QUEUE STATUS " DL100-LOT-STATUS
004820            " ADDED " DL100-LOT-ADDED-DATE
004830            "; HISTORY " DL100-HST-NOMBR-RAW
004840            " STATUS " DL100-HST-STATUS
004850            " PURGED " DL100-HST-PURGED-STAMP
004860         DELIMITED BY SIZE INTO DL100-INT-EXC-TEXT.
004870     PERFORM 1700-ADD-EXCEPTION THRU 1700-ADD-EXCEPTION-EXIT.
004880     GO TO 2000-SCAN-QUEUE-LOOP.
004890 2000-SCAN-QUEUE-EXIT.
004900     EXIT.
004910*----------------------------------------------------------*
004920* 2400-ADD-DONE-LOT - PUT DL100-INT-NOMBR IN THE DONE TABLE *
004930* (OR ADD A LOT TO ITS ENTRY IF THE NUMBER IS ALREADY       *
004940* THERE), KEEPING THE EARLIEST NONZERO PURGE STAMP FROM     *
004950* DL100-HST-PURGED-STAMP.  LEAVES DL100-DON-SUB ON THE      *
004960* ENTRY, OR ZERO IF THE TABLE IS FULL.                      *
004970*----------------------------------------------------------*
004980 2400-ADD-DONE-LOT.
004990     PERFORM 2450-FIND-DONE-LOT THRU 2450-FIND-DONE-LOT-EXIT.
005000     IF DL100-DON-FOUND-SUB > 0
005010         MOVE DL100-DON-FOUND-SUB TO DL100-DON-SUB
005020         ADD 1 TO DL100-DON-LOTS(DL100-DON-SUB)
005030         GO TO 2400-ADD-DONE-LOT-PURGE
005040     END-IF.
005050     IF DL100-DON-COUNT >= 20000
005060         DISPLAY "POWINT: DONE LOT TABLE FULL, LOT "
005070             DL100-INT-NOMBR " NOT CHECKED"
005080         MOVE "Y" TO DL100-INT-WARN-SW
005090         MOVE 0 TO DL100-DON-SUB
005100         GO TO 2400-ADD-DONE-LOT-EXIT
005110     END-IF.
005120     IF DL100-DON-INSERT-SUB <= DL100-DON-COUNT
005130         PERFORM 2460-SHIFT-DONE-LOT THRU 2460-SHIFT-DONE-LOT-EXIT
005140             VARYING DL100-DON-SUB FROM DL100-DON-COUNT BY -1
005150             UNTIL DL100-DON-SUB < DL100-DON-INSERT-SUB
005160     END-IF.
005170     ADD 1 TO DL100-DON-COUNT.
005180     MOVE DL100-DON-INSERT-SUB TO DL100-DON-SUB.
005190     MOVE DL100-INT-NOMBR TO DL100-DON-NOMBR(DL100-DON-SUB).
005200     MOVE 0 TO DL100-DON-KEY(DL100-DON-SUB).
005210     MOVE SPACES TO DL100-DON-FILE(DL100-DON-SUB).
005220     MOVE 1 TO DL100-DON-LOTS(DL100-DON-SUB).
005230     MOVE 0 TO DL100-DON-NET(DL100-DON-SUB).
005240     MOVE 0 TO DL100-DON-FIRST-STAMP(DL100-DON-SUB).
005250     MOVE 0 TO DL100-DON-PURGE-STAMP(DL100-DON-SUB).
005260     MOVE 0 TO DL100-DON-HST-KEY(DL100-DON-SUB).
005270 2400-ADD-DONE-LOT-PURGE.
005280     IF DL100-HST-PURGED-STAMP > 0
005290         IF DL100-DON-PURGE-STAMP(DL100-DON-SUB) = 0 OR
005300            DL100-HST-PURGED-STAMP <
005310                DL100-DON-PURGE-STAMP(DL100-DON-SUB)
005320             MOVE DL100-HST-PURGED-STAMP
005330                 TO DL100-DON-PURGE-STAMP(DL100-DON-SUB)
005340         END-IF
005350     END-IF.
005360 2400-ADD-DONE-LOT-EXIT.
005370     EXIT.
005380*----------------------------------------------------------*
005390* 2450-FIND-DONE-LOT - BINARY SEARCH OF THE DONE TABLE FOR  *
005400* DL100-INT-NOMBR.  SETS DL100-DON-FOUND-SUB TO THE ENTRY,  *
005410* OR TO ZERO WITH DL100-DON-INSERT-SUB WHERE IT WOULD GO.   *
005420*----------------------------------------------------------*
005430 2450-FIND-DONE-LOT.
005440     MOVE 0 TO DL100-DON-FOUND-SUB.
005450     MOVE 1 TO DL100-DON-LOW.
005460     MOVE DL100-DON-COUNT TO DL100-DON-HIGH.
005470 2450-FIND-DONE-LOT-LOOP.
005480     IF DL100-DON-LOW > DL100-DON-HIGH
005490         MOVE DL100-DON-LOW TO DL100-DON-INSERT-SUB
005500         GO TO 2450-FIND-DONE-LOT-EXIT
005510     END-IF.
005520     COMPUTE DL100-DON-MID = (DL100-DON-LOW + DL100-DON-HIGH) / 2.
005530     IF DL100-DON-NOMBR(DL100-DON-MID) = DL100-INT-NOMBR
005540         MOVE DL100-DON-MID TO DL100-DON-FOUND-SUB
005550         GO TO 2450-FIND-DONE-LOT-EXIT
005560     END-IF.
005570     IF DL100-DON-NOMBR(DL100-DON-MID) < DL100-INT-NOMBR
005580         COMPUTE DL100-DON-LOW = DL100-DON-MID + 1
005590     ELSE
005600         IF DL100-DON-MID = 1
005610             MOVE 1 TO DL100-DON-INSERT-SUB
005620             GO TO 2450-FIND-DONE-LOT-EXIT
005630         END-IF
005640         COMPUTE DL100-DON-HIGH = DL100-DON-MID - 1
005650     END-IF.
005660     GO TO 2450-FIND-DONE-LOT-LOOP.
005670 2450-FIND-DONE-LOT-EXIT.
005680     EXIT.
005690*----------------------------------------------------------*
005700* 2460-SHIFT-DONE-LOT - MOVE ONE DONE ENTRY UP A SLOT TO    *
005710* OPEN A GAP FOR A NEW NUMBER.                              *
005720*----------------------------------------------------------*
005730 2460-SHIFT-DONE-LOT.
005740     MOVE DL100-DON-ENTRY(DL100-DON-SUB)
005750         TO DL100-DON-ENTRY(DL100-DON-SUB + 1).
005760 2460-SHIFT-DONE-LOT-EXIT.
005770     EXIT.
005780*----------------------------------------------------------*
005790* 3000-SCAN-HISTORY - READ LOTHIST IN KEY ORDER.  POWARC    *
005800* STAMPS THE PURGE WHEN IT SWEEPS A FINISHED LOT, SO A      *
005810* PURGE DATED BEFORE THE LOT WAS EVEN ADDED IS AN EXCEPTION *
005820* NOW; A DONE LOT'S PURGE IS CHECKED AGAINST ITS EARLIEST   *
005830* CLASSIFICATION ONCE THE AUDIT TRAIL HAS BEEN READ.        *
005840*----------------------------------------------------------*
005850 3000-SCAN-HISTORY.
005860     IF NOT DL100-INT-HIST-OPEN
005870         GO TO 3000-SCAN-HISTORY-EXIT
005880     END-IF.
005890     MOVE "N" TO DL100-EOF-SW.
005900     MOVE LOW-VALUE TO DL100-HST-LOT-KEY.
005910     START LOTHIST KEY IS GREATER THAN DL100-HST-LOT-KEY
005920         INVALID KEY
005930             MOVE "Y" TO DL100-EOF-SW
005940     END-START.
005950 3000-SCAN-HISTORY-LOOP.
005960     IF DL100-AT-EOF
005970         GO TO 3000-SCAN-HISTORY-EXIT
005980     END-IF.
005990     READ LOTHIST NEXT RECORD
006000         AT END
006010             GO TO 3000-SCAN-HISTORY-EXIT
006020     END-READ.
006030     ADD 1 TO DL100-INT-HIST-COUNT.
006040     IF DL100-HST-PURGED-STAMP > 0 AND
006050        DL100-HST-PURGED-STAMP(1:8) < DL100-HST-ADDED-DATE
006060         MOVE 3 TO DL100-INT-CAT
006070         MOVE DL100-HST-LOT-KEY TO DL100-INT-KEY-TEXT
006080         MOVE DL100-HST-NOMBR-RAW TO DL100-INT-NUMBER-TEXT
006090         MOVE "LOTHIST" TO DL100-INT-FILE-TEXT
006100         MOVE SPACES TO DL100-INT-EXC-TEXT
006110         STRING "STATUS " DL100-HST-STATUS
006120                " PURGED " DL100-HST-PURGED-STAMP
006130                " BEFORE ITS ADD DATE " DL100-HST-ADDED-DATE
006140             DELIMITED BY SIZE INTO DL100-INT-EXC-TEXT
006150         PERFORM 1700-ADD-EXCEPTION THRU 1700-ADD-EXCEPTION-EXIT
006160     END-IF.
006170     IF DL100-HST-DONE AND DL100-HST-NOMBR-RAW IS NUMERIC
006180         MOVE DL100-HST-NOMBR-RAW TO DL100-INT-NOMBR
006190         PERFORM 2400-ADD-DONE-LOT THRU 2400-ADD-DONE-LOT-EXIT
006200         IF DL100-DON-SUB > 0
006210             IF DL100-DON-FILE(DL100-DON-SUB) = SPACES
006220                 MOVE DL100-HST-LOT-KEY
006230                     TO DL100-DON-KEY(DL100-DON-SUB)
006240                 MOVE "LOTHIST" TO DL100-DON-FILE(DL100-DON-SUB)
006250             END-IF
006260             IF DL100-DON-PURGE-STAMP(DL100-DON-SUB) =
006270                DL100-HST-PURGED-STAMP
006280                 MOVE DL100-HST-LOT-KEY
006290                     TO DL100-DON-HST-KEY(DL100-DON-SUB)
006300             END-IF
006310         END-IF
006320     END-IF.
006330     GO TO 3000-SCAN-HISTORY-LOOP.
006340 3000-SCAN-HISTORY-EXIT.
006350     EXIT.
006360*----------------------------------------------------------*
006370* 4000-SCAN-AUDIT - READ EVERY AUDIT LINE, THE ROLLED       *
006380* GENERATIONS FIRST AND THEN THE CURRENT TRAIL.  A LINE FOR *
006390* A DONE NUMBER COUNTS ONE CLASSIFICATION (A POWREV         *
006400* REVERSAL LINE TAKES ONE BACK) AND KEEPS THE EARLIEST      *
006410* CLASSIFICATION STAMP.                                     *
006420*----------------------------------------------------------*
006430 4000-SCAN-AUDIT.
006440     MOVE 0 TO DL100-GEN-SUB.
006450     MOVE "N" TO DL100-SOURCE-SW.
006460     PERFORM 4050-OPEN-NEXT-AUDIT THRU 4050-OPEN-NEXT-AUDIT-EXIT.
006470 4000-SCAN-AUDIT-LOOP.
006480     IF DL100-SOURCE-DONE
006490         GO TO 4000-SCAN-AUDIT-EXIT
006500     END-IF.
006510     IF DL100-SOURCE-GEN
006520         READ AUDGEN INTO DL100-AUD-RECORD
006530             AT END
006540                 CLOSE AUDGEN
006550                 PERFORM 4050-OPEN-NEXT-AUDIT
006560                     THRU 4050-OPEN-NEXT-AUDIT-EXIT
006570                 GO TO 4000-SCAN-AUDIT-LOOP
006580         END-READ
006590     ELSE
006600         READ PWRAUD INTO DL100-AUD-RECORD
006610             AT END
006620                 CLOSE PWRAUD
006630                 GO TO 4000-SCAN-AUDIT-EXIT
006640         END-READ
006650     END-IF.
006660     ADD 1 TO DL100-INT-AUD-COUNT.
006670     IF DL100-AUD-NOMBR IS NOT NUMERIC OR
006680        DL100-AUD-NOMBR NOT > 0 OR
006690        DL100-DON-COUNT = 0
006700         GO TO 4000-SCAN-AUDIT-LOOP
006710     END-IF.
006720     MOVE DL100-AUD-NOMBR TO DL100-INT-NOMBR.
006730     PERFORM 2450-FIND-DONE-LOT THRU 2450-FIND-DONE-LOT-EXIT.
006740     IF DL100-DON-FOUND-SUB = 0
006750         GO TO 4000-SCAN-AUDIT-LOOP
006760     END-IF.
006770     MOVE DL100-DON-FOUND-SUB TO DL100-DON-SUB.
006780     IF DL100-AUD-REVERSAL
006790         SUBTRACT 1 FROM DL100-DON-NET(DL100-DON-SUB)
006800         GO TO 4000-SCAN-AUDIT-LOOP
006810     END-IF.
006820     ADD 1 TO DL100-DON-NET(DL100-DON-SUB).
006830     IF DL100-DON-FIRST-STAMP(DL100-DON-SUB) = 0 OR
006840        DL100-AUD-TIMESTAMP < DL100-DON-FIRST-STAMP(DL100-DON-SUB)
006850         MOVE DL100-AUD-TIMESTAMP
006860             TO DL100-DON-FIRST-STAMP(DL100-DON-SUB)
006870     END-IF.
006880     GO TO 4000-SCAN-AUDIT-LOOP.
006890 4000-SCAN-AUDIT-EXIT.
006900     EXIT.
006910*----------------------------------------------------------*
006920* 4050-OPEN-NEXT-AUDIT - OPEN THE NEXT PWRAUD GENERATION ON *
006930* THE LIST, POINTING AUDGEN AT ITS DATED FILE, OR THE       *
006940* CURRENT TRAIL ONCE THE LIST IS USED UP.  A CATALOGED      *
006950* GENERATION NOT ON FILE IS SKIPPED WITH A WARNING; ITS     *
006960* LOTS THEN SHOW AS DONE WITH NO CLASSIFICATION.            *
006970*----------------------------------------------------------*
006980 4050-OPEN-NEXT-AUDIT.
006990     IF DL100-GEN-SUB < DL100-GEN-COUNT
007000         ADD 1 TO DL100-GEN-SUB
007010         IF DL100-GEN-TRAIL(DL100-GEN-SUB) NOT = "PWRAUD"
007020             GO TO 4050-OPEN-NEXT-AUDIT
007030         END-IF
007040         DISPLAY "AUDGEN" UPON ENVIRONMENT-NAME
007050         DISPLAY DL100-GEN-DSN(DL100-GEN-SUB)
007060             UPON ENVIRONMENT-VALUE
007070         OPEN INPUT AUDGEN
007080         IF NOT DL101-GAU-OK
007090             DISPLAY "POWINT: GENERATION "
007100                 DL100-GEN-DSN(DL100-GEN-SUB)
007110             DISPLAY "POWINT:   NOT ON FILE, STATUS "
007120                 DL101-GAU-STATUS " - SKIPPED"
007130             MOVE "Y" TO DL100-INT-WARN-SW
007140             GO TO 4050-OPEN-NEXT-AUDIT
007150         END-IF
007160         ADD 1 TO DL100-GEN-READ-COUNT
007170         MOVE "G" TO DL100-SOURCE-SW
007180         GO TO 4050-OPEN-NEXT-AUDIT-EXIT
007190     END-IF.
007200     MOVE "E" TO DL100-SOURCE-SW.
007210     OPEN INPUT PWRAUD.
007220     IF DL100-AUD-OK
007230         MOVE "C" TO DL100-SOURCE-SW
007240     END-IF.
007250 4050-OPEN-NEXT-AUDIT-EXIT.
007260     EXIT.
007270*----------------------------------------------------------*
007280* 4500-CHECK-DONE-LOTS - WITH THE WHOLE AUDIT TRAIL READ,   *
007290* EVERY DONE NUMBER NEEDS AT LEAST ONE STANDING             *
007300* CLASSIFICATION LINE PER LOT DONE UNDER IT, AND A SWEPT    *
007310* ONE CANNOT HAVE BEEN PURGED BEFORE THE NUMBER WAS FIRST   *
007320* CLASSIFIED.                                               *
007330*----------------------------------------------------------*
007340 4500-CHECK-DONE-LOTS.
007350     MOVE 0 TO DL100-DON-SUB.
007360 4500-CHECK-DONE-LOTS-LOOP.
007370     ADD 1 TO DL100-DON-SUB.
007380     IF DL100-DON-SUB > DL100-DON-COUNT
007390         GO TO 4500-CHECK-DONE-LOTS-EXIT
007400     END-IF.
007410     MOVE DL100-DON-KEY(DL100-DON-SUB) TO DL100-INT-KEY-TEXT.
007420     MOVE DL100-DON-NOMBR(DL100-DON-SUB) TO DL100-INT-NUMBER-TEXT.
007430     MOVE DL100-DON-FILE(DL100-DON-SUB) TO DL100-INT-FILE-TEXT.
007440     IF DL100-DON-NET(DL100-DON-SUB) <
007450        DL100-DON-LOTS(DL100-DON-SUB)
007460         MOVE 1 TO DL100-INT-CAT
007470         MOVE DL100-DON-LOTS(DL100-DON-SUB) TO DL100-INT-ED-COUNT
007480         MOVE DL100-DON-NET(DL100-DON-SUB) TO DL100-INT-ED-NET
007490         MOVE SPACES TO DL100-INT-EXC-TEXT
007500         STRING "DONE ON" DL100-INT-ED-COUNT " LOT(S), STANDING "
007510                "CLASSIFICATION LINES" DL100-INT-ED-NET
007520             DELIMITED BY SIZE INTO DL100-INT-EXC-TEXT
007530         PERFORM 1700-ADD-EXCEPTION THRU 1700-ADD-EXCEPTION-EXIT
007540     END-IF.
007550     IF DL100-DON-PURGE-STAMP(DL100-DON-SUB) > 0 AND
007560        DL100-DON-PURGE-STAMP(DL100-DON-SUB) <
007570            DL100-DON-FIRST-STAMP(DL100-DON-SUB)
007580         MOVE 3 TO DL100-INT-CAT
007590         MOVE DL100-DON-HST-KEY(DL100-DON-SUB)
007600             TO DL100-INT-KEY-TEXT
007610         MOVE "LOTHIST" TO DL100-INT-FILE-TEXT
007620         MOVE SPACES TO DL100-INT-EXC-TEXT
007630         STRING "PURGED " DL100-DON-PURGE-STAMP(DL100-DON-SUB)
007640                " BEFORE ITS CLASSIFICATION AT "
007650                DL100-DON-FIRST-STAMP(DL100-DON-SUB)
007660             DELIMITED BY SIZE INTO DL100-INT-EXC-TEXT
007670         PERFORM 1700-ADD-EXCEPTION THRU 1700-ADD-EXCEPTION-EXIT
007680     END-IF.
007690     GO TO 4500-CHECK-DONE-LOTS-LOOP.
007700 4500-CHECK-DONE-LOTS-EXIT.
007710     EXIT.
007720*----------------------------------------------------------*
007730* 5000-CHECK-REGISTER - LOAD THE REGISTER, WALK THE PWREXG  *
007740* ARCHIVE TALLYING EACH GENERATION'S DETAILS AND TRAILER    *
007750* COUNT, THEN HOLD EVERY REGISTER ENTRY (VOIDED ONES TOO -  *
007760* POWREV NEVER TOUCHES THE ARCHIVE) TO ITS ARCHIVED COPY.   *
007770*----------------------------------------------------------*
007780 5000-CHECK-REGISTER.
007790     OPEN INPUT XMITREG.
007800     IF NOT DL100-REG-FILE-OK
007810         GO TO 5000-CHECK-REGISTER-EXIT
007820     END-IF.
007830 5000-CHECK-REGISTER-LOAD.
007840     READ XMITREG
007850         AT END
007860             CLOSE XMITREG
007870             GO TO 5000-CHECK-REGISTER-ARCHIVE
007880     END-READ.
007890     IF DL100-RGT-COUNT >= 500
007900         DISPLAY "POWINT: REGISTER TABLE FULL, GENERATION "
007910             DL100-REG-RUN-NO " NOT CHECKED"
007920         MOVE "Y" TO DL100-INT-WARN-SW
007930         GO TO 5000-CHECK-REGISTER-LOAD
007940     END-IF.
007950     ADD 1 TO DL100-RGT-COUNT.
007960     MOVE DL100-RGT-COUNT TO DL100-RGT-SUB.
007970     MOVE DL100-REG-RUN-NO TO DL100-RGT-RUN-NO(DL100-RGT-SUB).
007980     MOVE DL100-REG-COUNT TO DL100-RGT-REG-COUNT(DL100-RGT-SUB).
007990     MOVE "N" TO DL100-RGT-ARCHIVED(DL100-RGT-SUB).
008000     MOVE "N" TO DL100-RGT-TRAILER(DL100-RGT-SUB).
008010     MOVE 0 TO DL100-RGT-DET-COUNT(DL100-RGT-SUB).
008020     MOVE 0 TO DL100-RGT-TRL-COUNT(DL100-RGT-SUB).
008030     GO TO 5000-CHECK-REGISTER-LOAD.
008040 5000-CHECK-REGISTER-ARCHIVE.
008050     MOVE 0 TO DL100-INT-CUR-REG.
008060     OPEN INPUT PWREXG.
008070     IF NOT DL100-EXG-FILE-OK
008080         GO TO 5000-CHECK-REGISTER-COMPARE
008090     END-IF.
008100 5000-CHECK-REGISTER-ARCH-READ.
008110     READ PWREXG
008120         AT END
008130             CLOSE PWREXG
008140             GO TO 5000-CHECK-REGISTER-COMPARE
008150     END-READ.
008160     IF DL100-EX2-HEADER
008170         ADD 1 TO DL100-INT-ARCH-COUNT
008180         PERFORM 5100-FIND-REGISTER THRU 5100-FIND-REGISTER-EXIT
008190         GO TO 5000-CHECK-REGISTER-ARCH-READ
008200     END-IF.
008210     IF DL100-INT-CUR-REG = 0
008220         GO TO 5000-CHECK-REGISTER-ARCH-READ
008230     END-IF.
008240     IF DL100-EX2-DETAIL
008250         ADD 1 TO DL100-RGT-DET-COUNT(DL100-INT-CUR-REG)
008260     END-IF.
008270     IF DL100-EX2-TRAILER
008280         MOVE "Y" TO DL100-RGT-TRAILER(DL100-INT-CUR-REG)
008290         MOVE DL100-EX2-TRL-COUNT
008300             TO DL100-RGT-TRL-COUNT(DL100-INT-CUR-REG)
008310         MOVE 0 TO DL100-INT-CUR-REG
008320     END-IF.
008330     GO TO 5000-CHECK-REGISTER-ARCH-READ.
008340 5000-CHECK-REGISTER-COMPARE.
008350     PERFORM 5200-COMPARE-REGISTER THRU 5200-COMPARE-REGISTER-EXIT
008360         VARYING DL100-RGT-SUB FROM 1 BY 1
008370         UNTIL DL100-RGT-SUB > DL100-RGT-COUNT.
008380 5000-CHECK-REGISTER-EXIT.
008390     EXIT.
008400*----------------------------------------------------------*
008410* 5100-FIND-REGISTER - AN ARCHIVE HEADER STARTS A COPY:     *
008420* FIND ITS REGISTER ENTRY AND START ITS TALLY AFRESH.  A    *
008430* COPY WITH NO REGISTER ENTRY IS PASSED OVER.               *
008440*----------------------------------------------------------*
008450 5100-FIND-REGISTER.
008460     MOVE 0 TO DL100-INT-CUR-REG.
008470     PERFORM VARYING DL100-RGT-SUB FROM 1 BY 1
008480             UNTIL DL100-RGT-SUB > DL100-RGT-COUNT
008490         IF DL100-RGT-RUN-NO(DL100-RGT-SUB) = DL100-EX2-HDR-RUN-NO
008500             MOVE DL100-RGT-SUB TO DL100-INT-CUR-REG
008510         END-IF
008520     END-PERFORM.
008530     IF DL100-INT-CUR-REG = 0
008540         GO TO 5100-FIND-REGISTER-EXIT
008550     END-IF.
008560     MOVE "Y" TO DL100-RGT-ARCHIVED(DL100-INT-CUR-REG).
008570     MOVE "N" TO DL100-RGT-TRAILER(DL100-INT-CUR-REG).
008580     MOVE 0 TO DL100-RGT-DET-COUNT(DL100-INT-CUR-REG).
008590     MOVE 0 TO DL100-RGT-TRL-COUNT(DL100-INT-CUR-REG).
008600 5100-FIND-REGISTER-EXIT.
008610     EXIT.
008620*----------------------------------------------------------*
008630* 5200-COMPARE-REGISTER - ONE REGISTER ENTRY AGAINST ITS    *
008640* ARCHIVED COPY: THERE MUST BE ONE, IT MUST END IN A        *
008650* TRAILER, AND BOTH ITS DETAIL COUNT AND ITS TRAILER COUNT  *
008660* MUST BE THE COUNT THE REGISTER CERTIFIED.                 *
008670*----------------------------------------------------------*
008680 5200-COMPARE-REGISTER.
008690     MOVE 4 TO DL100-INT-CAT.
008700     MOVE DL100-RGT-RUN-NO(DL100-RGT-SUB) TO DL100-INT-KEY-TEXT.
008710     MOVE SPACES TO DL100-INT-NUMBER-TEXT.
008720     MOVE "XMITREG" TO DL100-INT-FILE-TEXT.
008730     MOVE DL100-RGT-REG-COUNT(DL100-RGT-SUB)
008740         TO DL100-INT-ED-COUNT.
008750     IF NOT DL100-RGT-IS-ARCHIVED(DL100-RGT-SUB)
008760         MOVE SPACES TO DL100-INT-EXC-TEXT
008770         STRING "REGISTER COUNT" DL100-INT-ED-COUNT
008780                ", NO COPY ON THE PWREXG ARCHIVE"
008790             DELIMITED BY SIZE INTO DL100-INT-EXC-TEXT
008800         PERFORM 1700-ADD-EXCEPTION THRU 1700-ADD-EXCEPTION-EXIT
008810         GO TO 5200-COMPARE-REGISTER-EXIT
008820     END-IF.
008830     IF NOT DL100-RGT-HAS-TRAILER(DL100-RGT-SUB)
008840         MOVE SPACES TO DL100-INT-EXC-TEXT
008850         STRING "REGISTER COUNT" DL100-INT-ED-COUNT
008860                ", ARCHIVED COPY HAS NO TRAILER"
008870             DELIMITED BY SIZE INTO DL100-INT-EXC-TEXT
008880         PERFORM 1700-ADD-EXCEPTION THRU 1700-ADD-EXCEPTION-EXIT
008890     END-IF.
008900     IF DL100-RGT-DET-COUNT(DL100-RGT-SUB) NOT =
008910        DL100-RGT-REG-COUNT(DL100-RGT-SUB)
008920         MOVE DL100-RGT-DET-COUNT(DL100-RGT-SUB)
008930             TO DL100-INT-ED-COUNT2
008940         MOVE SPACES TO DL100-INT-EXC-TEXT
008950         STRING "REGISTER COUNT" DL100-INT-ED-COUNT
008960                ", ARCHIVED COPY HOLDS" DL100-INT-ED-COUNT2
008970                " DETAIL(S)"
008980             DELIMITED BY SIZE INTO DL100-INT-EXC-TEXT
008990         PERFORM 1700-ADD-EXCEPTION THRU 1700-ADD-EXCEPTION-EXIT
009000     END-IF.
009010     IF DL100-RGT-HAS-TRAILER(DL100-RGT-SUB) AND
009020        DL100-RGT-TRL-COUNT(DL100-RGT-SUB) NOT =
009030        DL100-RGT-REG-COUNT(DL100-RGT-SUB)
009040         MOVE DL100-RGT-TRL-COUNT(DL100-RGT-SUB)
009050             TO DL100-INT-ED-COUNT2
009060         MOVE SPACES TO DL100-INT-EXC-TEXT
009070         STRING "REGISTER COUNT" DL100-INT-ED-COUNT
009080                ", ARCHIVED TRAILER SAYS" DL100-INT-ED-COUNT2
009090             DELIMITED BY SIZE INTO DL100-INT-EXC-TEXT
009100         PERFORM 1700-ADD-EXCEPTION THRU 1700-ADD-EXCEPTION-EXIT
009110     END-IF.
009120 5200-COMPARE-REGISTER-EXIT.
009130     EXIT.
009140*----------------------------------------------------------*
009150* 6000-SCAN-JOURNAL - READ EVERY MAINTENANCE JOURNAL LINE,  *
009160* THE ROLLED GENERATIONS FIRST AND THEN THE CURRENT         *
009170* JOURNAL, AND LOOK EACH LOT KEY UP ON LOTQUEUE AND THEN    *
009180* LOTHIST.  A KEY ON NEITHER IS NOTED WITH ITS ENTRIES.     *
009190* LOCKCLR LINES CLEAR A RUN LOCK, NOT A LOT, AND ARE        *
009200* PASSED OVER.                                              *
009210*----------------------------------------------------------*
009220 6000-SCAN-JOURNAL.
009230     MOVE 0 TO DL100-GEN-SUB.
009240     MOVE "N" TO DL100-SOURCE-SW.
009250     PERFORM 6050-OPEN-NEXT-JOURNAL
009260         THRU 6050-OPEN-NEXT-JOURNAL-EXIT.
009270 6000-SCAN-JOURNAL-LOOP.
009280     IF DL100-SOURCE-DONE
009290         GO TO 6000-SCAN-JOURNAL-EXIT
009300     END-IF.
009310     IF DL100-SOURCE-GEN
009320         READ MNTGEN INTO DL100-JRN-RECORD
009330             AT END
009340                 CLOSE MNTGEN
009350                 PERFORM 6050-OPEN-NEXT-JOURNAL
009360                     THRU 6050-OPEN-NEXT-JOURNAL-EXIT
009370                 GO TO 6000-SCAN-JOURNAL-LOOP
009380         END-READ
009390     ELSE
009400         READ MNTJRNL INTO DL100-JRN-RECORD
009410             AT END
009420                 CLOSE MNTJRNL
009430                 GO TO 6000-SCAN-JOURNAL-EXIT
009440         END-READ
009450     END-IF.
009460     ADD 1 TO DL100-INT-JRN-COUNT.
009470     IF DL100-JRN-FUNCTION = "LOCKCLR"
009480         GO TO 6000-SCAN-JOURNAL-LOOP
009490     END-IF.
009500     MOVE 0 TO DL100-ORP-SUB.
009510     PERFORM VARYING DL100-EXC-SUB FROM 1 BY 1
009520             UNTIL DL100-EXC-SUB > DL100-ORP-COUNT
009530         IF DL100-ORP-KEY(DL100-EXC-SUB) = DL100-JRN-LOT-KEY
009540             MOVE DL100-EXC-SUB TO DL100-ORP-SUB
009550         END-IF
009560     END-PERFORM.
009570     IF DL100-ORP-SUB > 0
009580         GO TO 6000-SCAN-JOURNAL-NOTE
009590     END-IF.
009600     MOVE DL100-JRN-LOT-KEY TO DL100-LOT-KEY.
009610     MOVE "Y" TO DL100-INT-FOUND-SW.
009620     READ LOTQUEUE
009630         INVALID KEY
009640             MOVE "N" TO DL100-INT-FOUND-SW
009650     END-READ.
009660     IF DL100-INT-FOUND
009670         GO TO 6000-SCAN-JOURNAL-LOOP
009680     END-IF.
009690     IF DL100-INT-HIST-OPEN
009700         MOVE DL100-JRN-LOT-KEY TO DL100-HST-LOT-KEY
009710         MOVE "Y" TO DL100-INT-FOUND-SW
009720         READ LOTHIST
009730             INVALID KEY
009740                 MOVE "N" TO DL100-INT-FOUND-SW
009750         END-READ
009760     END-IF.
009770     IF DL100-INT-FOUND
009780         GO TO 6000-SCAN-JOURNAL-LOOP
009790     END-IF.
009800     IF DL100-ORP-COUNT >= 2000
009810         DISPLAY "POWINT: ORPHAN KEY TABLE FULL, KEY "
009820             DL100-JRN-LOT-KEY " NOT CHECKED"
009830         MOVE "Y" TO DL100-INT-WARN-SW
009840         GO TO 6000-SCAN-JOURNAL-LOOP
009850     END-IF.
009860     ADD 1 TO DL100-ORP-COUNT.
009870     MOVE DL100-ORP-COUNT TO DL100-ORP-SUB.
009880     MOVE DL100-JRN-LOT-KEY TO DL100-ORP-KEY(DL100-ORP-SUB).
009890     MOVE 0 TO DL100-ORP-ENTRIES(DL100-ORP-SUB).
009900     MOVE "N" TO DL100-ORP-DELETED(DL100-ORP-SUB).
009910 6000-SCAN-JOURNAL-NOTE.
009920     ADD 1 TO DL100-ORP-ENTRIES(DL100-ORP-SUB).
009930     MOVE DL100-JRN-FUNCTION TO DL100-ORP-FUNCTION(DL100-ORP-SUB).
009940     MOVE DL100-JRN-TIMESTAMP TO DL100-ORP-STAMP(DL100-ORP-SUB).
009950     IF DL100-JRN-AFTER-RAW NOT = SPACES
009960         MOVE DL100-JRN-AFTER-RAW TO DL100-ORP-RAW(DL100-ORP-SUB)
009970     ELSE
009980         MOVE DL100-JRN-BEFORE-RAW TO DL100-ORP-RAW(DL100-ORP-SUB)
009990     END-IF.
010000     IF DL100-JRN-FUNCTION = "DELETE"
010010         MOVE "Y" TO DL100-ORP-DELETED(DL100-ORP-SUB)
010020     END-IF.
010030     GO TO 6000-SCAN-JOURNAL-LOOP.
010040 6000-SCAN-JOURNAL-EXIT.
010050     EXIT.
010060*----------------------------------------------------------*
010070* 6050-OPEN-NEXT-JOURNAL - OPEN THE NEXT MNTJRNL GENERATION *
010080* ON THE LIST, POINTING MNTGEN AT ITS DATED FILE, OR THE    *
010090* CURRENT JOURNAL ONCE THE LIST IS USED UP.  A CATALOGED    *
010100* GENERATION NOT ON FILE IS SKIPPED WITH A WARNING.         *
010110*----------------------------------------------------------*
010120 6050-OPEN-NEXT-JOURNAL.
010130     IF DL100-GEN-SUB < DL100-GEN-COUNT
010140         ADD 1 TO DL100-GEN-SUB
010150         IF DL100-GEN-TRAIL(DL100-GEN-SUB) NOT = "MNTJRNL"
010160             GO TO 6050-OPEN-NEXT-JOURNAL
010170         END-IF
010180         DISPLAY "MNTGEN" UPON ENVIRONMENT-NAME
010190         DISPLAY DL100-GEN-DSN(DL100-GEN-SUB)
010200             UPON ENVIRONMENT-VALUE
010210         OPEN INPUT MNTGEN
010220         IF NOT DL101-GMN-OK
010230             DISPLAY "POWINT: GENERATION "
010240                 DL100-GEN-DSN(DL100-GEN-SUB)
010250             DISPLAY "POWINT:   NOT ON FILE, STATUS "
010260                 DL101-GMN-STATUS " - SKIPPED"
010270             MOVE "Y" TO DL100-INT-WARN-SW
010280             GO TO 6050-OPEN-NEXT-JOURNAL
010290         END-IF
010300         ADD 1 TO DL100-GEN-READ-COUNT
010310         MOVE "G" TO DL100-SOURCE-SW
010320         GO TO 6050-OPEN-NEXT-JOURNAL-EXIT
010330     END-IF.
010340     MOVE "E" TO DL100-SOURCE-SW.
010350     OPEN INPUT MNTJRNL.
010360     IF DL100-JRN-FILE-OK
010370         MOVE "C" TO DL100-SOURCE-SW
010380     END-IF.
010390 6050-OPEN-NEXT-JOURNAL-EXIT.
010400     EXIT.
010410*----------------------------------------------------------*
010420* 6500-CHECK-ORPHANS - A JOURNAL KEY ON NEITHER LOT FILE IS *
010430* EXPLAINED ONLY BY A POWMNT DELETE; ANY OTHER IS A LOT     *
010440* THAT VANISHED WITHOUT A TRACE.                            *
010450*----------------------------------------------------------*
010460 6500-CHECK-ORPHANS.
010470     MOVE 0 TO DL100-ORP-SUB.
010480 6500-CHECK-ORPHANS-LOOP.
010490     ADD 1 TO DL100-ORP-SUB.
010500     IF DL100-ORP-SUB > DL100-ORP-COUNT
010510         GO TO 6500-CHECK-ORPHANS-EXIT
010520     END-IF.
010530     IF DL100-ORP-WAS-DELETED(DL100-ORP-SUB)
010540         ADD 1 TO DL100-INT-DELETED-COUNT
010550         GO TO 6500-CHECK-ORPHANS-LOOP
010560     END-IF.
010570     MOVE 5 TO DL100-INT-CAT.
010580     MOVE DL100-ORP-KEY(DL100-ORP-SUB) TO DL100-INT-KEY-TEXT.
010590     MOVE DL100-ORP-RAW(DL100-ORP-SUB) TO DL100-INT-NUMBER-TEXT.
010600     MOVE "MNTJRNL" TO DL100-INT-FILE-TEXT.
010610     MOVE DL100-ORP-ENTRIES(DL100-ORP-SUB) TO DL100-INT-ED-COUNT.
010620     MOVE SPACES TO DL100-INT-EXC-TEXT.
010630     STRING DL100-INT-ED-COUNT " ENTRY(IES), LAST "
010640            DL100-ORP-FUNCTION(DL100-ORP-SUB) " AT "
010650            DL100-ORP-STAMP(DL100-ORP-SUB)
010660            ", ON NEITHER LOT FILE"
010670         DELIMITED BY SIZE INTO DL100-INT-EXC-TEXT.
010680     PERFORM 1700-ADD-EXCEPTION THRU 1700-ADD-EXCEPTION-EXIT.
010690     GO TO 6500-CHECK-ORPHANS-LOOP.
010700 6500-CHECK-ORPHANS-EXIT.
010710     EXIT.
010720*----------------------------------------------------------*
010730* 7000-PRINT-EXCEPTIONS - ONE SECTION PER CATEGORY, IN      *
010740* CATEGORY ORDER: ITS TITLE, ITS EXCEPTIONS AND ITS COUNT.  *
010750*----------------------------------------------------------*
010760 7000-PRINT-EXCEPTIONS.
010770     PERFORM 7100-PRINT-CATEGORY THRU 7100-PRINT-CATEGORY-EXIT
010780         VARYING DL100-INT-CAT-SUB FROM 1 BY 1
010790         UNTIL DL100-INT-CAT-SUB > 5.
010800 7000-PRINT-EXCEPTIONS-EXIT.
010810     EXIT.
010820*----------------------------------------------------------*
010830* 7100-PRINT-CATEGORY - PRINT ONE CATEGORY'S SECTION.       *
010840*----------------------------------------------------------*
010850 7100-PRINT-CATEGORY.
010860     IF DL100-LINE-COUNT > DL100-LINES-PER-PAGE - 6
010870         PERFORM 1300-WRITE-HEADING THRU 1300-WRITE-HEADING-EXIT
010880     END-IF.
010890     MOVE SPACES TO DL101-INT-SEC-LINE.
010900     WRITE DL101-INT-RPT-REC FROM DL101-INT-SEC-LINE.
010910     MOVE DL100-INT-CAT-TITLE(DL100-INT-CAT-SUB)
010920         TO DL101-INT-SEC-TITLE.
010930     WRITE DL101-INT-RPT-REC FROM DL101-INT-SEC-LINE.
010940     WRITE DL101-INT-RPT-REC FROM DL101-INT-HDG2-LINE.
010950     ADD 3 TO DL100-LINE-COUNT.
010960     MOVE 0 TO DL100-EXC-SUB.
010970 7100-PRINT-CATEGORY-LOOP.
010980     ADD 1 TO DL100-EXC-SUB.
010990     IF DL100-EXC-SUB > DL100-EXC-COUNT
011000         GO TO 7100-PRINT-CATEGORY-TOTAL
011010     END-IF.
011020     IF DL100-EXC-CAT(DL100-EXC-SUB) NOT = DL100-INT-CAT-SUB
011030         GO TO 7100-PRINT-CATEGORY-LOOP
011040     END-IF.
011050     IF DL100-LINE-COUNT > DL100-LINES-PER-PAGE
011060         PERFORM 1300-WRITE-HEADING THRU 1300-WRITE-HEADING-EXIT
011070         WRITE DL101-INT-RPT-REC FROM DL101-INT-HDG2-LINE
011080         ADD 1 TO DL100-LINE-COUNT
011090     END-IF.
011100     MOVE DL100-EXC-KEY(DL100-EXC-SUB) TO DL101-INT-DET-KEY.
011110     MOVE DL100-EXC-NUMBER(DL100-EXC-SUB) TO DL101-INT-DET-NUMBER.
011120     MOVE DL100-EXC-FILE(DL100-EXC-SUB) TO DL101-INT-DET-FILE.
011130     MOVE DL100-EXC-TEXT(DL100-EXC-SUB) TO DL101-INT-DET-TEXT.
011140     WRITE DL101-INT-RPT-REC FROM DL101-INT-DET-LINE.
011150     ADD 1 TO DL100-LINE-COUNT.
011160     GO TO 7100-PRINT-CATEGORY-LOOP.
011170 7100-PRINT-CATEGORY-TOTAL.
011180     MOVE SPACES TO DL101-INT-TOT-LINE.
011190     MOVE "EXCEPTIONS IN THIS CATEGORY.." TO DL101-INT-TOT-LABEL.
011200     MOVE DL100-INT-CAT-COUNT(DL100-INT-CAT-SUB)
011210         TO DL101-INT-TOT-COUNT.
011220     WRITE DL101-INT-RPT-REC FROM DL101-INT-TOT-LINE.
011230     ADD 1 TO DL100-LINE-COUNT.
011240 7100-PRINT-CATEGORY-EXIT.
011250     EXIT.
011260*----------------------------------------------------------*
011270* 8000-FINISH - WHAT WAS READ AND WHAT WAS FOUND, ON THE    *
011280* REPORT AND THE CONSOLE.  ANY EXCEPTION SETS RETURN CODE   *
011290* 8; OTHERWISE A WARNING ALONG THE WAY SETS 4.              *
011300*----------------------------------------------------------*
011310 8000-FINISH.
011320     CLOSE LOTQUEUE.
011330     IF DL100-INT-HIST-OPEN
011340         CLOSE LOTHIST
011350     END-IF.
011360     IF DL100-LINE-COUNT > DL100-LINES-PER-PAGE - 16
011370         PERFORM 1300-WRITE-HEADING THRU 1300-WRITE-HEADING-EXIT
011380     END-IF.
011390     MOVE SPACES TO DL101-INT-TOT-LINE.
011400     WRITE DL101-INT-RPT-REC FROM DL101-INT-TOT-LINE.
011410     MOVE "LOTQUEUE RECORDS READ........" TO DL101-INT-TOT-LABEL.
011420     MOVE DL100-INT-QUEUE-COUNT TO DL101-INT-TOT-COUNT.
011430     WRITE DL101-INT-RPT-REC FROM DL101-INT-TOT-LINE.
011440     MOVE "LOTHIST RECORDS READ........." TO DL101-INT-TOT-LABEL.
011450     MOVE DL100-INT-HIST-COUNT TO DL101-INT-TOT-COUNT.
011460     WRITE DL101-INT-RPT-REC FROM DL101-INT-TOT-LINE.
011470     MOVE "DONE LOT NUMBERS CHECKED....." TO DL101-INT-TOT-LABEL.
011480     MOVE DL100-DON-COUNT TO DL101-INT-TOT-COUNT.
011490     WRITE DL101-INT-RPT-REC FROM DL101-INT-TOT-LINE.
011500     MOVE "AUDIT LINES READ............." TO DL101-INT-TOT-LABEL.
011510     MOVE DL100-INT-AUD-COUNT TO DL101-INT-TOT-COUNT.
011520     WRITE DL101-INT-RPT-REC FROM DL101-INT-TOT-LINE.
011530     MOVE "JOURNAL LINES READ..........." TO DL101-INT-TOT-LABEL.
011540     MOVE DL100-INT-JRN-COUNT TO DL101-INT-TOT-COUNT.
011550     WRITE DL101-INT-RPT-REC FROM DL101-INT-TOT-LINE.
011560     MOVE "GENERATIONS READ............." TO DL101-INT-TOT-LABEL.
011570     MOVE DL100-GEN-READ-COUNT TO DL101-INT-TOT-COUNT.
011580     WRITE DL101-INT-RPT-REC FROM DL101-INT-TOT-LINE.
011590     MOVE "REGISTER ENTRIES CHECKED....." TO DL101-INT-TOT-LABEL.
011600     MOVE DL100-RGT-COUNT TO DL101-INT-TOT-COUNT.
011610     WRITE DL101-INT-RPT-REC FROM DL101-INT-TOT-LINE.
011620     MOVE "ARCHIVED GENERATIONS READ...." TO DL101-INT-TOT-LABEL.
011630     MOVE DL100-INT-ARCH-COUNT TO DL101-INT-TOT-COUNT.
011640     WRITE DL101-INT-RPT-REC FROM DL101-INT-TOT-LINE.
011650     MOVE "DELETED KEYS ON THE JOURNAL.." TO DL101-INT-TOT-LABEL.
011660     MOVE DL100-INT-DELETED-COUNT TO DL101-INT-TOT-COUNT.
011670     WRITE DL101-INT-RPT-REC FROM DL101-INT-TOT-LINE.
011680     MOVE SPACES TO DL101-INT-TOT-LINE.
011690     WRITE DL101-INT-RPT-REC FROM DL101-INT-TOT-LINE.
011700     MOVE "TOTAL EXCEPTIONS............." TO DL101-INT-TOT-LABEL.
011710     MOVE DL100-INT-EXC-TOTAL TO DL101-INT-TOT-COUNT.
011720     WRITE DL101-INT-RPT-REC FROM DL101-INT-TOT-LINE.
011730     IF DL100-INT-LOST-COUNT > 0
011740         MOVE "EXCEPTIONS PAST TABLE LIMIT.."
011750             TO DL101-INT-TOT-LABEL
011760         MOVE DL100-INT-LOST-COUNT TO DL101-INT-TOT-COUNT
011770         WRITE DL101-INT-RPT-REC FROM DL101-INT-TOT-LINE
011780         DISPLAY "POWINT: " DL100-INT-LOST-COUNT
011790             " EXCEPTION(S) PAST THE TABLE LIMIT NOT LISTED"
011800     END-IF.
011810     CLOSE INTRPT.
011820     PERFORM VARYING DL100-INT-CAT-SUB FROM 1 BY 1
011830             UNTIL DL100-INT-CAT-SUB > 5
011840         IF DL100-INT-CAT-COUNT(DL100-INT-CAT-SUB) > 0
011850             DISPLAY "POWINT: "
011860                 DL100-INT-CAT-COUNT(DL100-INT-CAT-SUB) " - "
011870                 DL100-INT-CAT-TITLE(DL100-INT-CAT-SUB)
011871             MOVE SPACES TO DL101-EVT-RECORD
011872             SET DL101-EVT-INTEGRITY TO TRUE
011873             SET DL101-EVT-ERROR TO TRUE
011874             STRING DL100-INT-CAT-COUNT(DL100-INT-CAT-SUB) " "
011875                    DL100-INT-CAT-TITLE(DL100-INT-CAT-SUB)(3:52)
011876                 DELIMITED BY SIZE INTO DL101-EVT-TEXT
011877             PERFORM 9700-WRITE-EVENT THRU 9700-WRITE-EVENT-EXIT
011880         END-IF
011890     END-PERFORM.
011900     IF DL100-INT-EXC-TOTAL > 0
011910         MOVE 8 TO RETURN-CODE
011920     ELSE
011930         IF DL100-INT-WARNED
011940             MOVE 4 TO RETURN-CODE
011950         END-IF
011960     END-IF.
011970     DISPLAY "POWINT: " DL100-INT-EXC-TOTAL
011980         " EXCEPTION(S) FOUND.".
011990 8000-FINISH-EXIT.
012000     EXIT.
012010*----------------------------------------------------------*
012020* 9700-WRITE-EVENT - APPEND ONE EXCEPTION EVENT TO THE      *
012030* SHARED EVTLOG FILE FOR POWFWD TO HAND TO THE PLANT        *
012040* ALERTING SYSTEM.  CALLERS FILL THE TYPE, SEVERITY,        *
012050* REFERENCE AND TEXT; THE STAMP AND PROGRAM ARE SET HERE.   *
012060* THE FILE IS OPENED AND CLOSED AROUND EACH EVENT BECAUSE   *
012070* EVERY PROGRAM IN THE SUITE APPENDS TO IT.  AN EVENT THAT  *
012080* CANNOT BE LOGGED IS SAID ON THE CONSOLE AND THE JOB       *
012090* CARRIES ON.                                               *
012100*----------------------------------------------------------*
012110 9700-WRITE-EVENT.
012120     ACCEPT DL101-EVT-STAMP-DATE FROM DATE YYYYMMDD.
012130     ACCEPT DL101-EVT-TIME FROM TIME.
012140     MOVE DL101-EVT-TIME(1:6) TO DL101-EVT-STAMP-TIME.
012150     MOVE "POWINT" TO DL101-EVT-PROGRAM.
012160     MOVE 0 TO DL101-EVT-SEQ.
012162     IF DL101-EVT-REF-NONE
012164         MOVE 0 TO DL101-EVT-REF-NO
012166     END-IF.
012170     OPEN EXTEND EVTLOG.
012180     IF NOT DL101-EVL-OK
012190         OPEN OUTPUT EVTLOG
012200     END-IF.
012210     IF NOT DL101-EVL-OK
012220         DISPLAY "POWINT: EVENT NOT LOGGED, EVTLOG STATUS "
012230             DL101-EVL-STATUS " - " DL101-EVT-TYPE
012240         GO TO 9700-WRITE-EVENT-EXIT
012250     END-IF.
012260     WRITE DL101-EVT-LOG-REC FROM DL101-EVT-RECORD.
012270     CLOSE EVTLOG.
012280 9700-WRITE-EVENT-EXIT.
012290     EXIT.
