000180* THE SAME WAY POWARC TAKES PURGDATE.  JOURNAL AND        *
000190* HISTORY MATCHES COVER BOTH THE CURRENT NUMBER AND THE   *
000200* ORIGINAL PRE-REWORK VALUE, SO A LOT THAT BOUNCED AND    *
000204* WAS RE-KEYED IS TRACED ACROSS BOTH NUMBERS.  THE        *
000208* JOURNAL AND THE AUDIT TRAIL ARE READ IN FULL: EVERY     *
000212* GENERATION POWROL HAS ROLLED OFF ONTO THE GENCAT        *
000216* CATALOG, OLDEST FIRST, AND THEN THE CURRENT FILE.       *
000220*========================================================*
000230*  MODIFICATION HISTORY
000240*  ---------------------------------------------------
000250*  DATE       INIT  DESCRIPTION
000260*  ---------- ----  -------------------------------------
000270*  2026-09-02 DLO   ORIGINAL PROGRAM.
000272*  2026-10-15 DLO   A POWREV REVERSAL LINE ON THE AUDIT
000274*                   TRAIL PRINTS AS ITS OWN BACKED-OUT
000276*                   TOUCH, WITH THE RUN NUMBER.
000277*  2026-10-15 DLO   EVERY PALLET ID POWLBL ISSUED FOR THE
000278*                   LOT (PALREG) PRINTS AS A PALLETIZED
000279*                   TOUCH.
000280*  2026-10-15 DLO   READ EVERY ROLLED MNTJRNL AND PWRAUD
000281*                   GENERATION ON GENCAT AHEAD OF THE
000282*                   CURRENT FILES.  A CATALOGED GENERATION
000283*                   NOT ON FILE IS REPORTED, RC 4.
000284*========================================================*
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SOURCE-COMPUTER. GENERIC.
000400     SELECT PWRAUD ASSIGN TO "PWRAUD"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS DL100-AUD-STATUS.
000421     SELECT MNTGEN ASSIGN TO "MNTGEN"
000422         ORGANIZATION IS LINE SEQUENTIAL
000423         FILE STATUS IS DL101-GMN-STATUS.
000424     SELECT AUDGEN ASSIGN TO "AUDGEN"
000425         ORGANIZATION IS LINE SEQUENTIAL
000426         FILE STATUS IS DL101-GAU-STATUS.
000427     SELECT GENCAT ASSIGN TO "GENCAT"
000428         ORGANIZATION IS LINE SEQUENTIAL
000429         FILE STATUS IS DL101-CAT-STATUS.
000430     SELECT LOTQUEUE ASSIGN TO "LOTQUEUE"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS DL100-HST-LOT-KEY
000520         FILE STATUS IS DL100-HST-STATUS-CODE.
000522     SELECT PALREG ASSIGN TO "PALREG"
000524         ORGANIZATION IS LINE SEQUENTIAL
000526         FILE STATUS IS DL101-PRG-STATUS.
000530     SELECT TRCRPT ASSIGN TO "TRCRPT"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS DL100-TRC-RPT-STATUS.
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  MNTJRNL.
000590 01  DL101-TRL-MNT-REC           PIC X(80).
000600 FD  PWRAUD.
000602 01  DL101-TRL-AUD-REC           PIC X(105).
000604 FD  MNTGEN.
000606 01  DL101-GEN-MNT-REC           PIC X(80).
000608 FD  AUDGEN.
000610 01  DL101-GEN-AUD-REC           PIC X(105).
000612 FD  GENCAT.
000614 COPY DL101N.
000620 FD  LOTQUEUE.
000630 COPY DL100L.
000640 FD  LOTHIST.
000650 COPY DL100H.
000652 FD  PALREG.
000654 COPY DL101I.
000660 FD  TRCRPT
000670     RECORD CONTAINS 132 CHARACTERS.
000680 COPY DL100U.
000760         88  DL100-LOTQ-OK            VALUE "00".
000770     05  DL100-HST-STATUS-CODE   PIC X(02) VALUE "00".
000780         88  DL100-HST-OK             VALUE "00".
000782     05  DL101-PRG-STATUS        PIC X(02) VALUE "00".
000784         88  DL101-PRG-OK             VALUE "00".
000790     05  DL100-TRC-RPT-STATUS    PIC X(02) VALUE "00".
000791     05  DL101-GMN-STATUS        PIC X(02) VALUE "00".
000792         88  DL101-GMN-OK             VALUE "00".
000793     05  DL101-GAU-STATUS        PIC X(02) VALUE "00".
000794         88  DL101-GAU-OK             VALUE "00".
000795     05  DL101-CAT-STATUS        PIC X(02) VALUE "00".
000796         88  DL101-CAT-OK             VALUE "00".
000797*  THE JOURNAL AND AUDIT LAYOUTS, SHARED BY THE CURRENT FILES
000798*  AND THEIR ROLLED GENERATIONS; EACH LINE IS READ INTO ONE.
000799 COPY DL100J.
000800 COPY DL100A.
000801 77  DL100-EOF-SW                PIC X(01) VALUE "N".
000810     88  DL100-AT-EOF                 VALUE "Y".
000820 77  DL100-TRACE-ABORT-SW        PIC X(01) VALUE "N".
000830     88  DL100-TRACE-ABORTED           VALUE "Y".
000942*  TRAIL'S NUMERIC LOT FIELD - ZERO WHEN THERE IS NO
000943*  ORIGINAL OR IT WAS NOT NUMERIC (AND SO NEVER CLASSIFIED).
000944 77  DL100-TRC-ORIG-NUM          PIC 9(09) VALUE 0.
000946 77  DL100-TRC-PAL-KIND          PIC X(08) VALUE SPACES.
000948 77  DL100-TRC-PAL-UNITS         PIC 9(09) VALUE 0.
000950 77  DL100-TRC-EVENT-COUNT       PIC 9(09) VALUE 0.
000960 77  DL100-TRC-LOST-COUNT        PIC 9(09) VALUE 0.
000972 77  DL100-EVT-CLAIMED-SW        PIC X(01) VALUE "N".
000980 77  DL100-EVT-PICK-SUB          PIC 9(03) VALUE 0.
000990 77  DL100-EVT-PICK-STAMP        PIC 9(14) VALUE 0.
001000 77  DL100-EVT-PRINTED           PIC 9(03) VALUE 0.
001001*  EVERY GENERATION ON THE CATALOG, IN CATALOG (OLDEST
001002*  FIRST) ORDER, AND WHICH FILE A SCAN IS READING NOW.
001003 01  DL100-GEN-TABLE.
001004     05  DL100-GEN-COUNT         PIC 9(03) VALUE 0.
001005     05  DL100-GEN-ENTRY OCCURS 300 TIMES.
001006         10  DL100-GEN-TRAIL     PIC X(08).
001007         10  DL100-GEN-DSN       PIC X(44).
001008 77  DL100-GEN-SUB               PIC 9(03) VALUE 0.
001009 77  DL100-GEN-READ-COUNT        PIC 9(03) VALUE 0.
001010 77  DL100-SOURCE-SW             PIC X(01) VALUE "N".
001011     88  DL100-SOURCE-GEN              VALUE "G".
001012     88  DL100-SOURCE-CURRENT          VALUE "C".
001013     88  DL100-SOURCE-DONE             VALUE "E".
001014 01  DL100-TRC-STAMP.
001020     05  DL100-TRC-STAMP-DATE    PIC 9(08).
001030     05  DL100-TRC-STAMP-TIME    PIC 9(06).
001040 01  DL100-WS-DATE-AREA.
001310     PERFORM 3000-SCAN-HISTORY THRU 3000-SCAN-HISTORY-EXIT.
001320     PERFORM 4000-SCAN-JOURNAL THRU 4000-SCAN-JOURNAL-EXIT.
001330     PERFORM 5000-SCAN-AUDIT THRU 5000-SCAN-AUDIT-EXIT.
001334     PERFORM 5500-SCAN-PALLETS THRU 5500-SCAN-PALLETS-EXIT.
001340     PERFORM 6000-PRINT-TRACE THRU 6000-PRINT-TRACE-EXIT.
001350     PERFORM 8000-FINISH THRU 8000-FINISH-EXIT.
001360     STOP RUN.
001380     EXIT.
001390*----------------------------------------------------------*
001400* 1000-INITIALIZE - SETTLE THE TRACED LOT NUMBER FROM THE   *
001408* TRACELOT ENVIRONMENT VALUE, LIST THE ROLLED GENERATIONS,  *
001416* AND OPEN THE REPORT.  NO USABLE NUMBER MEANS NOTHING TO   *
001424* TRACE - SAY SO AND STOP WITH A NONZERO RETURN CODE RATHER *
001432* THAN PRINT AN EMPTY PAGE SOMEONE MIGHT MISTAKE FOR A      *
001440* CLEAN ANSWER.                                             *
001450*----------------------------------------------------------*
001460 1000-INITIALIZE.
001470     ACCEPT DL100-TRC-LOT-ENTRY FROM ENVIRONMENT "TRACELOT".
001560     MOVE DL100-TRC-LOT-ENTRY TO DL100-TRC-LOT-NUM.
001570     MOVE DL100-TRC-LOT-NUM TO DL100-TRC-LOT-RAW.
001580     MOVE SPACES TO DL100-TRC-ORIG-RAW.
001582     PERFORM 1200-LOAD-GENERATIONS
001584         THRU 1200-LOAD-GENERATIONS-EXIT.
001590     OPEN OUTPUT TRCRPT.
001600     PERFORM 1300-WRITE-HEADING THRU 1300-WRITE-HEADING-EXIT.
001610 1000-INITIALIZE-EXIT.
001611     EXIT.
001612*----------------------------------------------------------*
001613* 1200-LOAD-GENERATIONS - LIST EVERY GENERATION ON THE      *
001614* CATALOG.  A TRACE IS A FULL-HISTORY QUESTION, SO NONE IS  *
001615* SKIPPED ON ITS DATES.  NO CATALOG AT ALL MEANS NOTHING    *
001616* HAS EVER BEEN ROLLED.                                     *
001617*----------------------------------------------------------*
001618 1200-LOAD-GENERATIONS.
001619     OPEN INPUT GENCAT.
001620     IF NOT DL101-CAT-OK
001621         GO TO 1200-LOAD-GENERATIONS-EXIT
001622     END-IF.
001623 1200-LOAD-GENERATIONS-LOOP.
001624     READ GENCAT
001625         AT END
001626             CLOSE GENCAT
001627             GO TO 1200-LOAD-GENERATIONS-EXIT
001628     END-READ.
001629     IF NOT DL101-CAT-IS-AUDIT AND NOT DL101-CAT-IS-MNT-JRNL
001630         GO TO 1200-LOAD-GENERATIONS-LOOP
001631     END-IF.
001632     IF DL100-GEN-COUNT >= 300
001633         DISPLAY "POWTRC: GENERATION TABLE FULL, "
001634             DL101-CAT-DSN " NOT READ"
001635         MOVE 4 TO RETURN-CODE
001636         GO TO 1200-LOAD-GENERATIONS-LOOP
001637     END-IF.
001638     ADD 1 TO DL100-GEN-COUNT.
001639     MOVE DL101-CAT-TRAIL TO DL100-GEN-TRAIL(DL100-GEN-COUNT).
001640     MOVE DL101-CAT-DSN TO DL100-GEN-DSN(DL100-GEN-COUNT).
001641     GO TO 1200-LOAD-GENERATIONS-LOOP.
001642 1200-LOAD-GENERATIONS-EXIT.
001643     EXIT.
001644*----------------------------------------------------------*
001645* 1300-WRITE-HEADING - REPORT DATE HEADING, THE TRACED LOT  *
001650* NUMBER, AND COLUMN TITLES.                                *
001660*----------------------------------------------------------*
001670 1300-WRITE-HEADING.
003180* BEFORE OR AFTER VALUE IS THE TRACED NUMBER (OR ITS        *
003190* PRE-REWORK ORIGINAL) IS A TOUCH: THE ADD, EVERY CORRECT,  *
003200* EVERY REWORK, A DELETE - WITH WHO AND THE BEFORE/AFTER.   *
003202* THE ROLLED GENERATIONS ARE READ FIRST, THEN THE CURRENT   *
003204* JOURNAL.                                                  *
003210*----------------------------------------------------------*
003220 4000-SCAN-JOURNAL.
003224     MOVE 0 TO DL100-GEN-SUB.
003228     MOVE "N" TO DL100-SOURCE-SW.
003232     PERFORM 4050-OPEN-NEXT-JOURNAL
003236         THRU 4050-OPEN-NEXT-JOURNAL-EXIT.
003240 4000-SCAN-JOURNAL-LOOP.
003244     IF DL100-SOURCE-DONE
003250         GO TO 4000-SCAN-JOURNAL-EXIT
003260     END-IF.
003264     IF DL100-SOURCE-GEN
003268         READ MNTGEN INTO DL100-JRN-RECORD
003272             AT END
003276                 CLOSE MNTGEN
003280                 PERFORM 4050-OPEN-NEXT-JOURNAL
003284                     THRU 4050-OPEN-NEXT-JOURNAL-EXIT
003288                 GO TO 4000-SCAN-JOURNAL-LOOP
003292         END-READ
003296     ELSE
003300         READ MNTJRNL INTO DL100-JRN-RECORD
003304             AT END
003308                 CLOSE MNTJRNL
003312                 GO TO 4000-SCAN-JOURNAL-EXIT
003316         END-READ
003320     END-IF.
003330     IF DL100-JRN-BEFORE-RAW NOT = DL100-TRC-LOT-RAW AND
003340        DL100-JRN-AFTER-RAW NOT = DL100-TRC-LOT-RAW AND
003350        (DL100-TRC-ORIG-RAW = SPACES OR
003570 4000-SCAN-JOURNAL-EXIT.
003580     EXIT.
003590*----------------------------------------------------------*
003591* 4050-OPEN-NEXT-JOURNAL - OPEN THE NEXT MNTJRNL GENERATION *
003592* ON THE LIST, POINTING MNTGEN AT ITS DATED FILE, OR THE    *
003593* CURRENT JOURNAL ONCE THE LIST IS USED UP.  A CATALOGED    *
003594* GENERATION NOT ON FILE IS SKIPPED WITH A WARNING.         *
003595*----------------------------------------------------------*
003596 4050-OPEN-NEXT-JOURNAL.
003597     IF DL100-GEN-SUB < DL100-GEN-COUNT
003598         ADD 1 TO DL100-GEN-SUB
003599         IF DL100-GEN-TRAIL(DL100-GEN-SUB) NOT = "MNTJRNL"
003600             GO TO 4050-OPEN-NEXT-JOURNAL
003601         END-IF
003602         DISPLAY "MNTGEN" UPON ENVIRONMENT-NAME
003603         DISPLAY DL100-GEN-DSN(DL100-GEN-SUB)
003604             UPON ENVIRONMENT-VALUE
003605         OPEN INPUT MNTGEN
003606         IF NOT DL101-GMN-OK
003607             DISPLAY "POWTRC: GENERATION "
003608                 DL100-GEN-DSN(DL100-GEN-SUB)
003609             DISPLAY "POWTRC:   NOT ON FILE, STATUS "
003610                 DL101-GMN-STATUS " - SKIPPED"
003611             MOVE 4 TO RETURN-CODE
003612             GO TO 4050-OPEN-NEXT-JOURNAL
003613         END-IF
003614         ADD 1 TO DL100-GEN-READ-COUNT
003615         MOVE "G" TO DL100-SOURCE-SW
003616         GO TO 4050-OPEN-NEXT-JOURNAL-EXIT
003617     END-IF.
003618     MOVE "E" TO DL100-SOURCE-SW.
003619     OPEN INPUT MNTJRNL.
003620     IF DL100-JRN-FILE-OK
003621         MOVE "C" TO DL100-SOURCE-SW
003622     END-IF.
003623 4050-OPEN-NEXT-JOURNAL-EXIT.
003624     EXIT.
003625*----------------------------------------------------------*
003626* 5000-SCAN-AUDIT - EVERY CLASSIFICATION AUDIT LINE FOR     *
003627* THE TRACED NUMBER (OR ITS PRE-REWORK ORIGINAL, IF THAT    *
003628* VALUE WAS NUMERIC ENOUGH TO HAVE BEEN CLASSIFIED) IS A    *
003629* POWER RUN THAT EVALUATED THE LOT, WITH THE RUN USER - OR, *
003632* FOR A REVERSAL LINE, THE SUPERVISOR WHO BACKED IT OUT.    *
003634* THE ROLLED GENERATIONS ARE READ FIRST, THEN THE CURRENT   *
003636* TRAIL.                                                    *
003640*----------------------------------------------------------*
003650 5000-SCAN-AUDIT.
003654     MOVE 0 TO DL100-GEN-SUB.
003658     MOVE "N" TO DL100-SOURCE-SW.
003662     PERFORM 5050-OPEN-NEXT-AUDIT THRU 5050-OPEN-NEXT-AUDIT-EXIT.
003666 5000-SCAN-AUDIT-LOOP.
003670     IF DL100-SOURCE-DONE
003680         GO TO 5000-SCAN-AUDIT-EXIT
003690     END-IF.
003694     IF DL100-SOURCE-GEN
003698         READ AUDGEN INTO DL100-AUD-RECORD
003702             AT END
003706                 CLOSE AUDGEN
003710                 PERFORM 5050-OPEN-NEXT-AUDIT
003714                     THRU 5050-OPEN-NEXT-AUDIT-EXIT
003718                 GO TO 5000-SCAN-AUDIT-LOOP
003722         END-READ
003726     ELSE
003730         READ PWRAUD INTO DL100-AUD-RECORD
003734             AT END
003738                 CLOSE PWRAUD
003742                 GO TO 5000-SCAN-AUDIT-EXIT
003746         END-READ
003750     END-IF.
003760     IF DL100-AUD-NOMBR NOT = DL100-TRC-LOT-NUM AND
003762        (DL100-TRC-ORIG-NUM = 0 OR
003764         DL100-AUD-NOMBR NOT = DL100-TRC-ORIG-NUM)
003900                " P-4 " DL100-AUD-STR4
003910             DELIMITED BY SIZE
003920             INTO DL100-EVT-DETAIL(DL100-EVT-COUNT)
003921         IF DL100-AUD-REVERSAL
003922             MOVE "POWREV" TO DL100-EVT-SOURCE(DL100-EVT-COUNT)
003923             MOVE "BACKED OUT"
003924                 TO DL100-EVT-ACTION(DL100-EVT-COUNT)
003925             MOVE SPACES TO DL100-EVT-DETAIL(DL100-EVT-COUNT)
003926             STRING "RUN " DL100-AUD-RUN-NO
003927                    " REVERSED - LOT BACK TO PENDING"
003928                 DELIMITED BY SIZE
003929                 INTO DL100-EVT-DETAIL(DL100-EVT-COUNT)
003930         END-IF
003931     END-IF.
003940     GO TO 5000-SCAN-AUDIT-LOOP.
003950 5000-SCAN-AUDIT-EXIT.
003951     EXIT.
003952*----------------------------------------------------------*
003953* 5050-OPEN-NEXT-AUDIT - THE SAME AS 4050 FOR THE PWRAUD    *
003954* GENERATIONS, THROUGH AUDGEN.                              *
003955*----------------------------------------------------------*
003956 5050-OPEN-NEXT-AUDIT.
003957     IF DL100-GEN-SUB < DL100-GEN-COUNT
003958         ADD 1 TO DL100-GEN-SUB
003959         IF DL100-GEN-TRAIL(DL100-GEN-SUB) NOT = "PWRAUD"
003960             GO TO 5050-OPEN-NEXT-AUDIT
003961         END-IF
003962         DISPLAY "AUDGEN" UPON ENVIRONMENT-NAME
003963         DISPLAY DL100-GEN-DSN(DL100-GEN-SUB)
003964             UPON ENVIRONMENT-VALUE
003965         OPEN INPUT AUDGEN
003966         IF NOT DL101-GAU-OK
003967             DISPLAY "POWTRC: GENERATION "
003968                 DL100-GEN-DSN(DL100-GEN-SUB)
003969             DISPLAY "POWTRC:   NOT ON FILE, STATUS "
003970                 DL101-GAU-STATUS " - SKIPPED"
003971             MOVE 4 TO RETURN-CODE
003972             GO TO 5050-OPEN-NEXT-AUDIT
003973         END-IF
003974         ADD 1 TO DL100-GEN-READ-COUNT
003975         MOVE "G" TO DL100-SOURCE-SW
003976         GO TO 5050-OPEN-NEXT-AUDIT-EXIT
003977     END-IF.
003978     MOVE "E" TO DL100-SOURCE-SW.
003979     OPEN INPUT PWRAUD.
003980     IF DL100-AUD-OK
003981         MOVE "C" TO DL100-SOURCE-SW
003982     END-IF.
003983 5050-OPEN-NEXT-AUDIT-EXIT.
003984     EXIT.
003985*----------------------------------------------------------*
003986* 5500-SCAN-PALLETS - EVERY PALLET REGISTER LINE NAMING THE *
003987* TRACED NUMBER (OR ITS PRE-REWORK ORIGINAL) AS EITHER LOT  *
003988* ON THE PALLET IS A POWLBL LABEL FOR THE LOT, WITH THE     *
003989* PALLET ID, ITS KIND AND THE LOT'S UNITS ON IT.            *
003990*----------------------------------------------------------*
003991 5500-SCAN-PALLETS.
003992     OPEN INPUT PALREG.
003993     IF NOT DL101-PRG-OK
003994         GO TO 5500-SCAN-PALLETS-EXIT
003995     END-IF.
003996 5500-SCAN-PALLETS-LOOP.
003997     READ PALREG
003998         AT END
003999             CLOSE PALREG
004000             GO TO 5500-SCAN-PALLETS-EXIT
004001     END-READ.
004002     IF DL101-PRG-A-NOMBR = DL100-TRC-LOT-NUM OR
004003        (DL100-TRC-ORIG-NUM > 0 AND
004004         DL101-PRG-A-NOMBR = DL100-TRC-ORIG-NUM)
004005         MOVE DL101-PRG-A-UNITS TO DL100-TRC-PAL-UNITS
004006     ELSE
004007         IF DL101-PRG-B-KEY = 0 OR
004008            (DL101-PRG-B-NOMBR NOT = DL100-TRC-LOT-NUM AND
004009             (DL100-TRC-ORIG-NUM = 0 OR
004010              DL101-PRG-B-NOMBR NOT = DL100-TRC-ORIG-NUM))
004011             GO TO 5500-SCAN-PALLETS-LOOP
004012         END-IF
004013         MOVE DL101-PRG-B-UNITS TO DL100-TRC-PAL-UNITS
004014     END-IF.
004015     PERFORM 1700-ADD-EVENT THRU 1700-ADD-EVENT-EXIT.
004016     IF DL100-EVT-CLAIMED
004017         MOVE DL101-PRG-STAMP TO DL100-EVT-STAMP(DL100-EVT-COUNT)
004018         MOVE "POWLBL" TO DL100-EVT-SOURCE(DL100-EVT-COUNT)
004019         MOVE DL101-PRG-USER TO DL100-EVT-USER(DL100-EVT-COUNT)
004020         MOVE "PALLETIZED" TO DL100-EVT-ACTION(DL100-EVT-COUNT)
004021         MOVE SPACES TO DL100-EVT-DETAIL(DL100-EVT-COUNT)
004022         EVALUATE TRUE
004023             WHEN DL101-PRG-IS-FULL
004024                 MOVE "FULL    " TO DL100-TRC-PAL-KIND
004025             WHEN DL101-PRG-IS-SHARED
004026                 MOVE "SHARED  " TO DL100-TRC-PAL-KIND
004027             WHEN OTHER
004028                 MOVE "PARTIAL " TO DL100-TRC-PAL-KIND
004029         END-EVALUATE
004030         STRING "PALLET " DL101-PRG-PALLET-ID " "
004031                DL100-TRC-PAL-KIND
004032                "LINE " DL101-PRG-LINE-CODE
004033                " UNITS " DL100-TRC-PAL-UNITS
004034             DELIMITED BY SIZE
004035             INTO DL100-EVT-DETAIL(DL100-EVT-COUNT)
004036     END-IF.
004037     GO TO 5500-SCAN-PALLETS-LOOP.
004038 5500-SCAN-PALLETS-EXIT.
004039     EXIT.
004040*----------------------------------------------------------*
004041* 6000-PRINT-TRACE - PULL THE EARLIEST UNPRINTED EVENT      *
004042* UNTIL NONE ARE LEFT, SO THE PAGE READS TOP TO BOTTOM IN   *
004043* TIME ORDER NO MATTER WHICH FILE EACH TOUCH CAME FROM.     *
004044*----------------------------------------------------------*
004045 6000-PRINT-TRACE.
004046     MOVE 0 TO DL100-EVT-PRINTED.
004047     PERFORM 6100-PRINT-NEXT-EVENT
004050         THRU 6100-PRINT-NEXT-EVENT-EXIT
004060         UNTIL DL100-EVT-PRINTED >= DL100-EVT-COUNT.
004070 6000-PRINT-TRACE-EXIT.
004850     MOVE "EVENTS ON THE TRACE.........." TO DL100-TRC-TOT-LABEL.
004860     MOVE DL100-TRC-EVENT-COUNT TO DL100-TRC-TOT-COUNT.
004870     WRITE DL100-TRC-TOT-LINE.
004872     MOVE "GENERATIONS READ............." TO DL100-TRC-TOT-LABEL.
004874     MOVE DL100-GEN-READ-COUNT TO DL100-TRC-TOT-COUNT.
004876     WRITE DL100-TRC-TOT-LINE.
004880     IF DL100-TRC-LOST-COUNT > 0
004890         MOVE "EVENTS PAST THE TABLE LIMIT.."
004900             TO DL100-TRC-TOT-LABEL
