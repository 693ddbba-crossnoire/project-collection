000160* DATES AND TIMES, THE SELECTION CRITERIA IN THE HEADING,  *
000170* AND TOTALS AT THE END.  THE QUESTION IS POSED ON A       *
000180* SINGLE SELECTION CARD IN THE AUDPARM FILE (DL100Q).      *
000181* THE TRAIL IS ROLLED MONTHLY BY POWROL INTO DATED         *
000182* GENERATIONS LISTED ON THE GENCAT CATALOG (DL101N); THE   *
000183* INQUIRY READS EVERY GENERATION WHOSE DATES OVERLAP THE   *
000184* REQUESTED RANGE, OLDEST FIRST, AND THEN THE CURRENT      *
000185* TRAIL, SO AN OPEN RANGE STILL ANSWERS FROM FULL HISTORY. *
000190*========================================================*
000200*  MODIFICATION HISTORY
000210*  ---------------------------------------------------
000240*  2026-08-22 DLO   ORIGINAL PROGRAM.
000242*  2026-08-22 DLO   NINE-DIGIT LOT NUMBERS ON THE AUDIT
000244*                   RECORD AND THE REPORT DETAIL LINE.
000245*  2026-10-15 DLO   READ THE ROLLED PWRAUD GENERATIONS ON
000246*                   GENCAT THAT OVERLAP THE DATE RANGE AHEAD
000247*                   OF THE CURRENT TRAIL.  A CATALOGED
000248*                   GENERATION NOT ON FILE IS REPORTED, RC 4.
000250*========================================================*
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000340     SELECT PWRAUD ASSIGN TO "PWRAUD"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS DL100-AUD-STATUS.
000361     SELECT AUDGEN ASSIGN TO "AUDGEN"
000362         ORGANIZATION IS LINE SEQUENTIAL
000363         FILE STATUS IS DL101-GAU-STATUS.
000364     SELECT GENCAT ASSIGN TO "GENCAT"
000365         ORGANIZATION IS LINE SEQUENTIAL
000366         FILE STATUS IS DL101-CAT-STATUS.
000370     SELECT AUDPARM ASSIGN TO "AUDPARM"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS DL100-PRM-STATUS.
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  PWRAUD.
000452 01  DL101-TRL-AUD-REC           PIC X(105).
000454 FD  AUDGEN.
000456 01  DL101-GEN-AUD-REC           PIC X(105).
000458 FD  GENCAT.
000460 COPY DL101N.
000470 FD  AUDPARM.
000480 COPY DL100Q.
000490 FD  AUDRPT
000560     05  DL100-PRM-STATUS        PIC X(02) VALUE "00".
000570         88  DL100-PRM-OK             VALUE "00".
000580     05  DL100-INQ-RPT-STATUS    PIC X(02) VALUE "00".
000581     05  DL101-GAU-STATUS        PIC X(02) VALUE "00".
000582         88  DL101-GAU-OK             VALUE "00".
000583     05  DL101-CAT-STATUS        PIC X(02) VALUE "00".
000584         88  DL101-CAT-OK             VALUE "00".
000585*  THE CURRENT TRAIL AND ITS GENERATIONS SHARE ONE LAYOUT;
000586*  EACH LINE IS READ INTO IT FROM WHICHEVER FILE IS OPEN.
000587 COPY DL100A.
000590 77  DL100-EOF-SW                PIC X(01) VALUE "N".
000600     88  DL100-AT-EOF                 VALUE "Y".
000610 77  DL100-INQ-READ-COUNT        PIC 9(09) VALUE 0.
000850         10  DL100-ROLL-TALLY    PIC 9(09).
000860 77  DL100-ROLL-FOUND-SUB        PIC 9(03) VALUE 0.
000870 77  DL100-ROLL-SUB              PIC 9(03) VALUE 0.
000871*  THE GENERATIONS TO BE READ, IN CATALOG (OLDEST FIRST)
000872*  ORDER, AND WHICH FILE THE SCAN IS READING NOW.
000873 01  DL100-GEN-TABLE.
000874     05  DL100-GEN-COUNT         PIC 9(03) VALUE 0.
000875     05  DL100-GEN-ENTRY OCCURS 300 TIMES.
000876         10  DL100-GEN-DSN       PIC X(44).
000877 77  DL100-GEN-SUB               PIC 9(03) VALUE 0.
000878 77  DL100-GEN-READ-COUNT        PIC 9(03) VALUE 0.
000879 77  DL100-GEN-FIRST-DATE        PIC 9(08) VALUE 0.
000880 77  DL100-GEN-LAST-DATE         PIC 9(08) VALUE 0.
000881 77  DL100-SOURCE-SW             PIC X(01) VALUE "N".
000882     88  DL100-SOURCE-GEN              VALUE "G".
000883     88  DL100-SOURCE-CURRENT          VALUE "C".
000884 PROCEDURE DIVISION.
000890 0000-MAINLINE.
000900     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
000910     PERFORM 2000-SCAN-AUDIT THRU 2000-SCAN-AUDIT-EXIT
000950 0000-MAINLINE-EXIT.
000960     EXIT.
000970*----------------------------------------------------------*
000976* 1000-INITIALIZE - READ THE SELECTION CARD, PICK THE       *
000982* GENERATIONS IT NEEDS OFF THE CATALOG, OPEN THE REPORT     *
000988* AND PRIME THE HEADING, THEN OPEN THE FIRST FILE OF THE    *
000994* AUDIT TRAIL TO BE READ.                                   *
001000*----------------------------------------------------------*
001010 1000-INITIALIZE.
001020     PERFORM 1100-READ-SELECTION THRU 1100-READ-SELECTION-EXIT.
001022     IF DL100-PRM-TO-DATE = 0
001024         MOVE 99999999 TO DL100-PRM-TO-DATE
001026     END-IF.
001036     PERFORM 1200-LOAD-GENERATIONS
001046         THRU 1200-LOAD-GENERATIONS-EXIT.
001100     OPEN OUTPUT AUDRPT.
001110     PERFORM 1300-WRITE-HEADING THRU 1300-WRITE-HEADING-EXIT.
001112     PERFORM 2060-OPEN-NEXT-SOURCE
001114         THRU 2060-OPEN-NEXT-SOURCE-EXIT.
001120 1000-INITIALIZE-EXIT.
001130     EXIT.
001140*----------------------------------------------------------*
001380         MOVE "D" TO DL100-PRM-FUNCTION
001390     END-IF.
001400 1100-READ-SELECTION-EXIT.
001401     EXIT.
001402*----------------------------------------------------------*
001403* 1200-LOAD-GENERATIONS - LIST THE ROLLED PWRAUD            *
001404* GENERATIONS WHOSE FIRST-TO-LAST DATES OVERLAP THE         *
001405* SELECTION'S RANGE.  ONE WITH NO DATED LINES IN IT IS      *
001406* ALWAYS READ, SINCE NOTHING SAYS IT CAN BE SKIPPED.  NO    *
001407* CATALOG AT ALL MEANS THE TRAIL HAS NEVER BEEN ROLLED.     *
001408*----------------------------------------------------------*
001409 1200-LOAD-GENERATIONS.
001410     OPEN INPUT GENCAT.
001411     IF NOT DL101-CAT-OK
001412         GO TO 1200-LOAD-GENERATIONS-EXIT
001413     END-IF.
001414 1200-LOAD-GENERATIONS-LOOP.
001415     READ GENCAT
001416         AT END
001417             CLOSE GENCAT
001418             GO TO 1200-LOAD-GENERATIONS-EXIT
001419     END-READ.
001420     IF NOT DL101-CAT-IS-AUDIT
001421         GO TO 1200-LOAD-GENERATIONS-LOOP
001422     END-IF.
001423     IF DL101-CAT-LAST-STAMP > 0
001424         MOVE DL101-CAT-FIRST-STAMP(1:8) TO DL100-GEN-FIRST-DATE
001425         MOVE DL101-CAT-LAST-STAMP(1:8) TO DL100-GEN-LAST-DATE
001426         IF DL100-GEN-LAST-DATE < DL100-PRM-FROM-DATE OR
001427            DL100-GEN-FIRST-DATE > DL100-PRM-TO-DATE
001428             GO TO 1200-LOAD-GENERATIONS-LOOP
001429         END-IF
001430     END-IF.
001431     IF DL100-GEN-COUNT >= 300
001432         DISPLAY "POWAUD: GENERATION TABLE FULL, "
001433             DL101-CAT-DSN " NOT READ"
001434         MOVE 4 TO RETURN-CODE
001435         GO TO 1200-LOAD-GENERATIONS-LOOP
001436     END-IF.
001437     ADD 1 TO DL100-GEN-COUNT.
001438     MOVE DL101-CAT-DSN TO DL100-GEN-DSN(DL100-GEN-COUNT).
001439     GO TO 1200-LOAD-GENERATIONS-LOOP.
001440 1200-LOAD-GENERATIONS-EXIT.
001441     EXIT.
001450*----------------------------------------------------------*
001460* 1300-WRITE-HEADING - REPORT DATE HEADING, THE SELECTION   *
001470* CRITERIA LINE, AND COLUMN TITLES.                         *
002280* (MONTHLY FUNCTION) FOLD IT INTO THE ROLL-UP TABLE.        *
002290*----------------------------------------------------------*
002300 2000-SCAN-AUDIT.
002310     PERFORM 2050-READ-AUDIT THRU 2050-READ-AUDIT-EXIT.
002320     IF DL100-AT-EOF
002330         GO TO 2000-SCAN-AUDIT-EXIT
002340     END-IF.
002360     ADD 1 TO DL100-INQ-READ-COUNT.
002370     MOVE DL100-AUD-TIMESTAMP TO DL100-INQ-STAMP.
002380     PERFORM 2100-APPLY-SELECTION
002470         PERFORM 2300-WRITE-DETAIL THRU 2300-WRITE-DETAIL-EXIT
002480     END-IF.
002490 2000-SCAN-AUDIT-EXIT.
002491     EXIT.
002492*----------------------------------------------------------*
002493* 2050-READ-AUDIT - THE NEXT AUDIT LINE, FROM WHICHEVER     *
002494* FILE IS OPEN.  THE END OF A GENERATION MOVES ON TO THE    *
002495* NEXT ONE (OR THE CURRENT TRAIL); THE END OF THE CURRENT   *
002496* TRAIL IS THE END OF THE SCAN.                             *
002497*----------------------------------------------------------*
002498 2050-READ-AUDIT.
002499     IF DL100-AT-EOF
002500         GO TO 2050-READ-AUDIT-EXIT
002501     END-IF.
002502     IF DL100-SOURCE-GEN
002503         READ AUDGEN INTO DL100-AUD-RECORD
002504             AT END
002505                 CLOSE AUDGEN
002506                 PERFORM 2060-OPEN-NEXT-SOURCE
002507                     THRU 2060-OPEN-NEXT-SOURCE-EXIT
002508                 GO TO 2050-READ-AUDIT
002509         END-READ
002510     ELSE
002511         READ PWRAUD INTO DL100-AUD-RECORD
002512             AT END
002513                 CLOSE PWRAUD
002514                 MOVE "Y" TO DL100-EOF-SW
002515         END-READ
002516     END-IF.
002517 2050-READ-AUDIT-EXIT.
002518     EXIT.
002519*----------------------------------------------------------*
002520* 2060-OPEN-NEXT-SOURCE - OPEN THE NEXT GENERATION ON THE   *
002521* LIST, POINTING AUDGEN AT ITS DATED FILE, OR THE CURRENT   *
002522* TRAIL ONCE THE LIST IS USED UP.  A CATALOGED GENERATION   *
002523* THAT IS NOT ON FILE IS SKIPPED WITH A WARNING - THE       *
002524* REPORT IS THEN SHORT OF WHAT IT HELD.                     *
002525*----------------------------------------------------------*
002526 2060-OPEN-NEXT-SOURCE.
002527     IF DL100-GEN-SUB < DL100-GEN-COUNT
002528         ADD 1 TO DL100-GEN-SUB
002529         DISPLAY "AUDGEN" UPON ENVIRONMENT-NAME
002530         DISPLAY DL100-GEN-DSN(DL100-GEN-SUB)
002531             UPON ENVIRONMENT-VALUE
002532         OPEN INPUT AUDGEN
002533         IF NOT DL101-GAU-OK
002534             DISPLAY "POWAUD: GENERATION "
002535                 DL100-GEN-DSN(DL100-GEN-SUB)
002536             DISPLAY "POWAUD:   NOT ON FILE, STATUS "
002537                 DL101-GAU-STATUS " - SKIPPED"
002538             MOVE 4 TO RETURN-CODE
002539             GO TO 2060-OPEN-NEXT-SOURCE
002540         END-IF
002541         ADD 1 TO DL100-GEN-READ-COUNT
002542         MOVE "G" TO DL100-SOURCE-SW
002543         GO TO 2060-OPEN-NEXT-SOURCE-EXIT
002544     END-IF.
002545     OPEN INPUT PWRAUD.
002546     IF NOT DL100-AUD-OK
002547         DISPLAY "POWAUD: UNABLE TO OPEN PWRAUD, STATUS "
002548             DL100-AUD-STATUS
002549         MOVE "Y" TO DL100-EOF-SW
002550         GO TO 2060-OPEN-NEXT-SOURCE-EXIT
002551     END-IF.
002552     MOVE "C" TO DL100-SOURCE-SW.
002553 2060-OPEN-NEXT-SOURCE-EXIT.
002554     EXIT.
002555*----------------------------------------------------------*
002556* 2100-APPLY-SELECTION - DOES THE CARD WANT THIS LINE?      *
002557* EVERY FUNCTION RESPECTS THE DATE RANGE; USER AND LOT      *
002558* ADD THEIR OWN MATCH ON TOP OF IT.                         *
002559*----------------------------------------------------------*
002560 2100-APPLY-SELECTION.
002570     MOVE "N" TO DL100-INQ-PICK-SW.
002580     IF DL100-INQ-STAMP-DATE < DL100-PRM-FROM-DATE OR
003350     EXIT.
003360*----------------------------------------------------------*
003370* 8000-FINISH - PRINT THE ROLL-UP (MONTHLY FUNCTION ONLY),  *
003374* THE SELECTED AND READ TOTALS AND THE NUMBER OF ROLLED     *
003378* GENERATIONS READ, AND CLOSE UP.  THE AUDIT FILES ARE      *
003382* CLOSED AS THE SCAN REACHES THE END OF EACH.               *
003390*----------------------------------------------------------*
003400 8000-FINISH.
003410     IF DL100-PRM-MONTHLY
003490     MOVE "AUDIT LINES READ............." TO DL100-INQ-TOT-LABEL.
003500     MOVE DL100-INQ-READ-COUNT TO DL100-INQ-TOT-COUNT.
003510     WRITE DL100-INQ-TOT-LINE.
003514     MOVE "GENERATIONS READ............." TO DL100-INQ-TOT-LABEL.
003518     MOVE DL100-GEN-READ-COUNT TO DL100-INQ-TOT-COUNT.
003522     WRITE DL100-INQ-TOT-LINE.
003530     CLOSE AUDRPT.
003540     DISPLAY "POWAUD: " DL100-INQ-PICK-COUNT " OF "
003550         DL100-INQ-READ-COUNT " AUDIT LINE(S) SELECTED.".
