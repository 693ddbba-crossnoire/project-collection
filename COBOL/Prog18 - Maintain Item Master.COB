000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. POWITM.
000030 AUTHOR. D. L. OKONKWO.
000040 INSTALLATION. PACKAGING SYSTEMS - PALLET BUILD.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*========================================================*
000080* POWITM IS THE MAINTENANCE SCREEN FOR THE ITEMMAST ITEM  *
000090* MASTER, IN THE MOLD OF POWMNT AND POWDIV.  A LOT RECORD *
000100* ONLY CARRIES A QUANTITY, A LINE CODE AND AN ITEM CODE;  *
000110* THE ITEM MASTER SAYS WHICH PACKING LINES MAY RUN THE    *
000120* ITEM, WHICH CASE PACKS IT MAY SHIP IN, HOW MANY LAYERS  *
000130* ONE PALLET OF IT WILL STAND, AND WHETHER IT IS STILL    *
000140* ACTIVE - POWER REFUSES A LOT THAT FAILS ANY OF IT.      *
000150* EVERY ENTRY IS VALIDATED (CASE PACK 2-99, AT LEAST ONE  *
000160* LINE AND ONE PACK, MAX LAYERS ABOVE ZERO) AND EVERY     *
000170* ADD, CHANGE AND DELETE IS JOURNALED TO CFGJRNL, ONE     *
000180* LINE PER ATTRIBUTE THAT MOVED, WITH BEFORE/AFTER        *
000190* VALUES.  TAKING AN ITEM OUT OF USE IS A CHANGE TO       *
000200* ACTIVE N; DELETE (SUPERVISORS ONLY) IS FOR AN ITEM      *
000210* KEYED IN ERROR.                                         *
000220*========================================================*
000230*  MODIFICATION HISTORY
000240*  ---------------------------------------------------
000250*  DATE       INIT  DESCRIPTION
000260*  ---------- ----  -------------------------------------
000270*  2026-10-15 DLO   ORIGINAL PROGRAM.
000280*========================================================*
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SOURCE-COMPUTER. GENERIC.
000320 OBJECT-COMPUTER. GENERIC.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT ITEMMAST ASSIGN TO "ITEMMAST"
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS DL101-ITM-CODE
000390         FILE STATUS IS DL100-ITM-STATUS.
000400     SELECT OPRAUTH ASSIGN TO "OPRAUTH"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS DL100-OPR-STATUS.
000430     SELECT CFGJRNL ASSIGN TO "CFGJRNL"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS DL100-CFG-STATUS.
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  ITEMMAST.
000490 COPY DL101M.
000500 FD  OPRAUTH.
000510 COPY DL100O.
000520 FD  CFGJRNL.
000530 COPY DL100Z.
000540 WORKING-STORAGE SECTION.
000550 01  DL100-ITM-STATUS             PIC X(02) VALUE "00".
000560     88  DL100-ITM-FILE-OK             VALUE "00".
000570 01  DL100-OPR-STATUS             PIC X(02) VALUE "00".
000580     88  DL100-OPR-FILE-OK             VALUE "00".
000590 01  DL100-CFG-STATUS             PIC X(02) VALUE "00".
000600     88  DL100-CFG-FILE-OK             VALUE "00".
000610 77  DL100-SIGNON-ID              PIC X(08) VALUE SPACES.
000620 77  DL100-SIGNON-CLASS           PIC X(01) VALUE SPACE.
000630     88  DL100-SIGNON-SUPER            VALUE "S".
000640 77  DL100-SIGNON-OK-SW           PIC X(01) VALUE "N".
000650     88  DL100-SIGNED-ON               VALUE "Y".
000660 77  DL100-OPR-EOF-SW             PIC X(01) VALUE "N".
000670     88  DL100-OPR-AT-EOF              VALUE "Y".
000680 77  DL100-MENU-CHOICE            PIC X(01) VALUE SPACE.
000690 77  DL100-DONE-SW                PIC X(01) VALUE "N".
000700     88  DL100-ALL-DONE                VALUE "Y".
000710 77  DL100-ITM-CODE-WK            PIC X(08) VALUE SPACES.
000720 77  DL100-ITM-DESC-ENTRY         PIC X(30) VALUE SPACES.
000730 77  DL100-ITM-MAX-ENTRY          PIC X(03) VALUE SPACES.
000740 77  DL100-ITM-ACT-ENTRY          PIC X(01) VALUE SPACE.
000750 77  DL100-ITM-MAX-NUM            PIC 9(03) VALUE 0.
000760 77  DL100-ITM-SUB                PIC 9(02) VALUE 0.
000770 77  DL100-ITM-SLOT               PIC 9(02) VALUE 0.
000780 77  DL100-ITM-LINE-COUNT         PIC 9(02) VALUE 0.
000790 77  DL100-ITM-PACK-COUNT         PIC 9(02) VALUE 0.
000800 77  DL100-ITM-PACK-NUM           PIC 9(02) VALUE 0.
000810 77  DL100-ITM-VALID-SW           PIC X(01) VALUE "N".
000820     88  DL100-ITM-ENTRY-VALID         VALUE "Y".
000830 77  DL100-ITM-ADDING-SW          PIC X(01) VALUE "N".
000840     88  DL100-ITM-ADDING              VALUE "Y".
000850 77  DL100-CFG-FUNC-WK            PIC X(08) VALUE SPACES.
000860 77  DL100-CFG-TAG-WK             PIC X(03) VALUE SPACES.
000870 77  DL100-CFG-BEFORE-WK          PIC X(20) VALUE SPACES.
000880 77  DL100-CFG-AFTER-WK           PIC X(20) VALUE SPACES.
000890 77  DL100-ITX-SUB                PIC 9(02) VALUE 0.
000900 77  DL100-WS-TIME                PIC 9(08) VALUE 0.
000910 01  DL100-WS-DATE-AREA.
000920     05  DL100-WS-YYYYMMDD        PIC 9(08).
000930*  THE SIX ALLOWED-LINE AND SIX CASE-PACK ENTRY FIELDS.
000940*  ALL SIX BLANK ON A CHANGE KEEPS THE LIST ON FILE; ANY
000950*  ENTRY REPLACES THE WHOLE LIST.
000960 01  DL100-ITM-LINE-ENTRIES.
000970     05  DL100-ITM-LINE-ENTRY     PIC X(03) OCCURS 6 TIMES.
000980 01  DL100-ITM-PACK-ENTRIES.
000990     05  DL100-ITM-PACK-ENTRY     PIC X(02) OCCURS 6 TIMES.
001000*  THE FIVE JOURNALED ATTRIBUTES OF AN ITEM AS TEXT -
001010*  DESCRIPTION, LINES, PACKS, MAX LAYERS, ACTIVE FLAG -
001020*  AS ON FILE BEFORE THE FUNCTION AND AFTER IT, WITH THE
001030*  TAG EACH ONE CARRIES IN THE JOURNAL TARGET.
001040 01  DL100-ITX-BEFORE-AREA.
001050     05  DL100-ITX-BEFORE         PIC X(20) OCCURS 5 TIMES.
001060 01  DL100-ITX-AFTER-AREA.
001070     05  DL100-ITX-AFTER          PIC X(20) OCCURS 5 TIMES.
001080 01  DL100-ITX-TAG-LIST.
001090     05  FILLER                   PIC X(15)
001100             VALUE "DSCLINPAKMAXACT".
001110 01  DL100-ITX-TAG-TABLE REDEFINES DL100-ITX-TAG-LIST.
001120     05  DL100-ITX-TAG            PIC X(03) OCCURS 5 TIMES.
001130 SCREEN SECTION.
001140 01  DL100-SIGNON-SCREEN.
001150     05  BLANK SCREEN.
001160     05  LINE 1 COLUMN 1 VALUE "POWITM - OPERATOR SIGN-ON".
001170     05  LINE 3 COLUMN 1 VALUE "OPERATOR ID: ".
001180     05  COLUMN PLUS 1 PIC X(08) TO DL100-SIGNON-ID.
001190 01  DL100-MENU-SCREEN.
001200     05  BLANK SCREEN.
001210     05  LINE 1 COLUMN 1 VALUE "POWITM - ITEM MASTER MAINT".
001220     05  LINE 3 COLUMN 1 VALUE "1.  ADD AN ITEM".
001230     05  LINE 4 COLUMN 1 VALUE "2.  LIST ITEMS".
001240     05  LINE 5 COLUMN 1 VALUE "3.  CHANGE AN ITEM".
001250     05  LINE 6 COLUMN 1 VALUE "4.  DELETE AN ITEM".
001260     05  LINE 7 COLUMN 1 VALUE "5.  EXIT".
001270     05  LINE 9 COLUMN 1 VALUE "SELECTION: ".
001280     05  COLUMN PLUS 1 PIC X(01) TO DL100-MENU-CHOICE.
001290 01  DL100-ITM-KEY-SCREEN.
001300     05  BLANK SCREEN.
001310     05  LINE 1 COLUMN 1 VALUE "ENTER ITEM CODE: ".
001320     05  COLUMN PLUS 1 PIC X(08) TO DL101-ITM-CODE.
001330 01  DL100-ITM-ENTRY-SCREEN.
001340     05  BLANK SCREEN.
001350     05  LINE 1 COLUMN 1 VALUE "ITEM ENTRY (BLANK = KEEP)".
001360     05  LINE 3 COLUMN 1 VALUE "ITEM CODE: ".
001370     05  COLUMN PLUS 1 PIC X(08) FROM DL100-ITM-CODE-WK.
001380     05  LINE 4 COLUMN 1 VALUE "DESCRIPTION: ".
001390     05  COLUMN PLUS 1 PIC X(30) TO DL100-ITM-DESC-ENTRY.
001400     05  LINE 5 COLUMN 1 VALUE "ALLOWED LINES: ".
001410     05  COLUMN PLUS 1 PIC X(03) TO DL100-ITM-LINE-ENTRY(1).
001420     05  COLUMN PLUS 1 PIC X(03) TO DL100-ITM-LINE-ENTRY(2).
001430     05  COLUMN PLUS 1 PIC X(03) TO DL100-ITM-LINE-ENTRY(3).
001440     05  COLUMN PLUS 1 PIC X(03) TO DL100-ITM-LINE-ENTRY(4).
001450     05  COLUMN PLUS 1 PIC X(03) TO DL100-ITM-LINE-ENTRY(5).
001460     05  COLUMN PLUS 1 PIC X(03) TO DL100-ITM-LINE-ENTRY(6).
001470     05  LINE 6 COLUMN 1 VALUE "CASE PACKS (02-99): ".
001480     05  COLUMN PLUS 1 PIC X(02) TO DL100-ITM-PACK-ENTRY(1).
001490     05  COLUMN PLUS 1 PIC X(02) TO DL100-ITM-PACK-ENTRY(2).
001500     05  COLUMN PLUS 1 PIC X(02) TO DL100-ITM-PACK-ENTRY(3).
001510     05  COLUMN PLUS 1 PIC X(02) TO DL100-ITM-PACK-ENTRY(4).
001520     05  COLUMN PLUS 1 PIC X(02) TO DL100-ITM-PACK-ENTRY(5).
001530     05  COLUMN PLUS 1 PIC X(02) TO DL100-ITM-PACK-ENTRY(6).
001540     05  LINE 7 COLUMN 1 VALUE "MAX LAYERS (001-999): ".
001550     05  COLUMN PLUS 1 PIC X(03) TO DL100-ITM-MAX-ENTRY.
001560     05  LINE 8 COLUMN 1 VALUE "ACTIVE (Y/N): ".
001570     05  COLUMN PLUS 1 PIC X(01) TO DL100-ITM-ACT-ENTRY.
001580     05  LINE 10 COLUMN 1 VALUE "ON FILE NOW:".
001590     05  LINE 11 COLUMN 1 PIC X(30) FROM DL101-ITM-DESC.
001600     05  LINE 12 COLUMN 1 PIC X(18) FROM DL101-ITM-LINE-GROUP.
001610     05  LINE 13 COLUMN 1 PIC X(20) FROM DL100-ITX-BEFORE(3).
001620     05  LINE 14 COLUMN 1 PIC 9(03) FROM DL101-ITM-MAX-LAYERS.
001630     05  COLUMN PLUS 2 PIC X(01) FROM DL101-ITM-ACTIVE.
001640 01  DL100-ITM-LIST-SCREEN.
001650     05  BLANK SCREEN.
001660     05  LINE 1 COLUMN 1 VALUE "ITEM MASTER ENTRY".
001670     05  LINE 3 COLUMN 1 PIC X(08) FROM DL101-ITM-CODE.
001680     05  COLUMN PLUS 2 PIC X(30) FROM DL101-ITM-DESC.
001690     05  COLUMN PLUS 2 PIC X(01) FROM DL101-ITM-ACTIVE.
001700     05  LINE 4 COLUMN 1 PIC X(18) FROM DL101-ITM-LINE-GROUP.
001710     05  COLUMN PLUS 2 PIC X(12) FROM DL101-ITM-PACK-GROUP.
001720     05  COLUMN PLUS 2 PIC 9(03) FROM DL101-ITM-MAX-LAYERS.
001730 PROCEDURE DIVISION.
001740 0000-MAINLINE.
001750     PERFORM 1500-SIGN-ON THRU 1500-SIGN-ON-EXIT.
001760     IF NOT DL100-SIGNED-ON
001770         DISPLAY "POWITM: SIGN-ON REFUSED"
001780         STOP RUN
001790     END-IF.
001800     OPEN I-O ITEMMAST.
001810     IF NOT DL100-ITM-STATUS = "00" AND
001820        NOT DL100-ITM-STATUS = "05"
001830         OPEN OUTPUT ITEMMAST
001840         CLOSE ITEMMAST
001850         OPEN I-O ITEMMAST
001860     END-IF.
001870     OPEN EXTEND CFGJRNL.
001880     IF NOT DL100-CFG-FILE-OK
001890         OPEN OUTPUT CFGJRNL
001900     END-IF.
001910     PERFORM 2000-MENU THRU 2000-MENU-EXIT
001920         UNTIL DL100-ALL-DONE.
001930     CLOSE CFGJRNL.
001940     CLOSE ITEMMAST.
001950     STOP RUN.
001960 0000-MAINLINE-EXIT.
001970     EXIT.
001980*----------------------------------------------------------*
001990* 1500-SIGN-ON - IDENTIFY THE OPERATOR AGAINST THE OPRAUTH  *
002000* AUTHORIZATION FILE, EXACTLY AS POWMNT DOES.  NO MATCH,    *
002010* AN INACTIVE RECORD, OR AN UNAVAILABLE AUTHORIZATION FILE  *
002020* ALL REFUSE THE SIGN-ON.                                   *
002030*----------------------------------------------------------*
002040 1500-SIGN-ON.
002050     DISPLAY DL100-SIGNON-SCREEN.
002060     ACCEPT DL100-SIGNON-SCREEN.
002070     IF DL100-SIGNON-ID = SPACES
002080         GO TO 1500-SIGN-ON-EXIT
002090     END-IF.
002100     OPEN INPUT OPRAUTH.
002110     IF NOT DL100-OPR-FILE-OK
002120         DISPLAY "POWITM: OPERATOR FILE UNAVAILABLE, STATUS "
002130             DL100-OPR-STATUS
002140         GO TO 1500-SIGN-ON-EXIT
002150     END-IF.
002160     MOVE "N" TO DL100-OPR-EOF-SW.
002170     PERFORM 1550-FIND-OPERATOR THRU 1550-FIND-OPERATOR-EXIT
002180         UNTIL DL100-OPR-AT-EOF OR DL100-SIGNED-ON.
002190     CLOSE OPRAUTH.
002200 1500-SIGN-ON-EXIT.
002210     EXIT.
002220*----------------------------------------------------------*
002230* 1550-FIND-OPERATOR - ONE OPRAUTH RECORD PER PASS.         *
002240*----------------------------------------------------------*
002250 1550-FIND-OPERATOR.
002260     READ OPRAUTH
002270         AT END
002280             MOVE "Y" TO DL100-OPR-EOF-SW
002290             GO TO 1550-FIND-OPERATOR-EXIT
002300     END-READ.
002310     IF DL100-OPR-ID = DL100-SIGNON-ID AND DL100-OPR-IS-ACTIVE
002320         MOVE DL100-OPR-CLASS TO DL100-SIGNON-CLASS
002330         MOVE "Y" TO DL100-SIGNON-OK-SW
002340     END-IF.
002350 1550-FIND-OPERATOR-EXIT.
002360     EXIT.
002370*----------------------------------------------------------*
002380* 1800-WRITE-CFG-JOURNAL - APPEND ONE CHANGE LINE: WHO,     *
002390* WHEN, WHICH FUNCTION, WHICH ITEM AND ATTRIBUTE (ITEM CODE *
002400* AND TAG IN THE TARGET), AND THE VALUE BEFORE AND AFTER.   *
002410* CALLERS SET THE FUNCTION, TAG AND BEFORE/AFTER WORK       *
002420* FIELDS FIRST.                                             *
002430*----------------------------------------------------------*
002440 1800-WRITE-CFG-JOURNAL.
002450     MOVE SPACES TO DL100-CFG-RECORD.
002460     ACCEPT DL100-WS-YYYYMMDD FROM DATE YYYYMMDD.
002470     ACCEPT DL100-WS-TIME FROM TIME.
002480     STRING DL100-WS-YYYYMMDD DL100-WS-TIME(1:6)
002490         DELIMITED BY SIZE INTO DL100-CFG-TIMESTAMP.
002500     MOVE DL100-SIGNON-ID TO DL100-CFG-OPERATOR.
002510     MOVE "POWITM" TO DL100-CFG-PROGRAM.
002520     MOVE DL100-CFG-FUNC-WK TO DL100-CFG-FUNCTION.
002530     MOVE SPACES TO DL100-CFG-TARGET.
002540     STRING DL100-ITM-CODE-WK " " DL100-CFG-TAG-WK
002550         DELIMITED BY SIZE INTO DL100-CFG-TARGET.
002560     MOVE DL100-CFG-BEFORE-WK TO DL100-CFG-BEFORE.
002570     MOVE DL100-CFG-AFTER-WK TO DL100-CFG-AFTER.
002580     WRITE DL100-CFG-RECORD.
002590 1800-WRITE-CFG-JOURNAL-EXIT.
002600     EXIT.
002610*----------------------------------------------------------*
002620* 1850-JOURNAL-ITEM - ONE JOURNAL LINE FOR EACH ATTRIBUTE   *
002630* WHOSE TEXT DIFFERS BETWEEN THE BEFORE AND AFTER AREAS -   *
002640* EVERY ATTRIBUTE ON AN ADD OR DELETE, ONLY THE ONES THAT   *
002650* MOVED ON A CHANGE.                                        *
002660*----------------------------------------------------------*
002670 1850-JOURNAL-ITEM.
002680     PERFORM 1860-JOURNAL-ONE-ATTR THRU 1860-JOURNAL-ONE-ATTR-EXIT
002690         VARYING DL100-ITX-SUB FROM 1 BY 1
002700         UNTIL DL100-ITX-SUB > 5.
002710 1850-JOURNAL-ITEM-EXIT.
002720     EXIT.
002730 1860-JOURNAL-ONE-ATTR.
002740     IF DL100-ITX-BEFORE(DL100-ITX-SUB)
002750             = DL100-ITX-AFTER(DL100-ITX-SUB)
002760         GO TO 1860-JOURNAL-ONE-ATTR-EXIT
002770     END-IF.
002780     MOVE DL100-ITX-TAG(DL100-ITX-SUB) TO DL100-CFG-TAG-WK.
002790     MOVE DL100-ITX-BEFORE(DL100-ITX-SUB) TO DL100-CFG-BEFORE-WK.
002800     MOVE DL100-ITX-AFTER(DL100-ITX-SUB) TO DL100-CFG-AFTER-WK.
002810     PERFORM 1800-WRITE-CFG-JOURNAL
002820         THRU 1800-WRITE-CFG-JOURNAL-EXIT.
002830 1860-JOURNAL-ONE-ATTR-EXIT.
002840     EXIT.
002850*----------------------------------------------------------*
002860* 2000-MENU - DISPLAY THE MAIN MENU AND DISPATCH.           *
002870*----------------------------------------------------------*
002880 2000-MENU.
002890     DISPLAY DL100-MENU-SCREEN.
002900     ACCEPT DL100-MENU-SCREEN.
002910     EVALUATE DL100-MENU-CHOICE
002920         WHEN "1"
002930             PERFORM 3000-ADD-ITEM THRU 3000-ADD-ITEM-EXIT
002940         WHEN "2"
002950             PERFORM 4000-LIST-ITEMS THRU 4000-LIST-ITEMS-EXIT
002960         WHEN "3"
002970             PERFORM 5000-CHANGE-ITEM THRU 5000-CHANGE-ITEM-EXIT
002980         WHEN "4"
002990             PERFORM 6000-DELETE-ITEM THRU 6000-DELETE-ITEM-EXIT
003000         WHEN "5"
003010             MOVE "Y" TO DL100-DONE-SW
003020         WHEN OTHER
003030             CONTINUE
003040     END-EVALUATE.
003050 2000-MENU-EXIT.
003060     EXIT.
003070*----------------------------------------------------------*
003080* 3000-ADD-ITEM - KEY A NEW ITEM CODE, THEN ITS DETAILS.    *
003090* AN ITEM ALREADY ON FILE IS REFUSED (CHANGE IT INSTEAD).   *
003100* A BLANK ACTIVE FLAG ON AN ADD MEANS ACTIVE.               *
003110*----------------------------------------------------------*
003120 3000-ADD-ITEM.
003130     MOVE SPACES TO DL101-ITM-CODE.
003140     DISPLAY DL100-ITM-KEY-SCREEN.
003150     ACCEPT DL100-ITM-KEY-SCREEN.
003160     IF DL101-ITM-CODE = SPACES
003170         GO TO 3000-ADD-ITEM-EXIT
003180     END-IF.
003190     MOVE DL101-ITM-CODE TO DL100-ITM-CODE-WK.
003200     READ ITEMMAST
003210         INVALID KEY
003220             CONTINUE
003230         NOT INVALID KEY
003240             DISPLAY "POWITM: ITEM " DL100-ITM-CODE-WK
003250                 " IS ALREADY ON FILE"
003260             GO TO 3000-ADD-ITEM-EXIT
003270     END-READ.
003280     MOVE SPACES TO DL101-ITM-RECORD.
003290     MOVE DL100-ITM-CODE-WK TO DL101-ITM-CODE.
003300     INITIALIZE DL101-ITM-PACK-GROUP.
003310     MOVE 0 TO DL101-ITM-MAX-LAYERS.
003320     MOVE "Y" TO DL100-ITM-ADDING-SW.
003330     MOVE SPACES TO DL100-ITX-BEFORE-AREA.
003340     PERFORM 3050-CLEAR-ENTRIES THRU 3050-CLEAR-ENTRIES-EXIT.
003350     DISPLAY DL100-ITM-ENTRY-SCREEN.
003360     ACCEPT DL100-ITM-ENTRY-SCREEN.
003370     PERFORM 3100-VALIDATE-ENTRY THRU 3100-VALIDATE-ENTRY-EXIT.
003380     IF NOT DL100-ITM-ENTRY-VALID
003390         GO TO 3000-ADD-ITEM-EXIT
003400     END-IF.
003410     PERFORM 3300-APPLY-ENTRY THRU 3300-APPLY-ENTRY-EXIT.
003420     PERFORM 3400-CHECK-COMPLETE THRU 3400-CHECK-COMPLETE-EXIT.
003430     IF NOT DL100-ITM-ENTRY-VALID
003440         GO TO 3000-ADD-ITEM-EXIT
003450     END-IF.
003460     WRITE DL101-ITM-RECORD
003470         INVALID KEY
003480             DISPLAY "POWITM: ITEM " DL100-ITM-CODE-WK
003490                 " IS ALREADY ON FILE"
003500         NOT INVALID KEY
003510             MOVE "ADD" TO DL100-CFG-FUNC-WK
003520             PERFORM 3500-FORMAT-ITEM-TEXT
003530                 THRU 3500-FORMAT-ITEM-TEXT-EXIT
003540             PERFORM 1850-JOURNAL-ITEM THRU 1850-JOURNAL-ITEM-EXIT
003550     END-WRITE.
003560 3000-ADD-ITEM-EXIT.
003570     EXIT.
003580*----------------------------------------------------------*
003590* 3050-CLEAR-ENTRIES - BLANK EVERY ENTRY FIELD BEFORE THE   *
003600* DETAIL SCREEN IS SHOWN.                                   *
003610*----------------------------------------------------------*
003620 3050-CLEAR-ENTRIES.
003630     MOVE SPACES TO DL100-ITM-DESC-ENTRY.
003640     MOVE SPACES TO DL100-ITM-LINE-ENTRIES.
003650     MOVE SPACES TO DL100-ITM-PACK-ENTRIES.
003660     MOVE SPACES TO DL100-ITM-MAX-ENTRY.
003670     MOVE SPACE TO DL100-ITM-ACT-ENTRY.
003680 3050-CLEAR-ENTRIES-EXIT.
003690     EXIT.
003700*----------------------------------------------------------*
003710* 3100-VALIDATE-ENTRY - EACH KEYED CASE PACK MUST BE        *
003720* NUMERIC 02-99 (THE SAME RANGE POWDIV HOLDS DIVCFG TO),    *
003730* MAX LAYERS NUMERIC AND ABOVE ZERO, AND THE ACTIVE FLAG    *
003740* Y, N OR BLANK.  NOTHING IS MOVED TO THE RECORD HERE.      *
003750*----------------------------------------------------------*
003760 3100-VALIDATE-ENTRY.
003770     MOVE "Y" TO DL100-ITM-VALID-SW.
003780     PERFORM 3110-CHECK-PACK-ENTRY THRU 3110-CHECK-PACK-ENTRY-EXIT
003790         VARYING DL100-ITM-SUB FROM 1 BY 1
003800         UNTIL DL100-ITM-SUB > 6.
003810     IF NOT DL100-ITM-ENTRY-VALID
003820         GO TO 3100-VALIDATE-ENTRY-EXIT
003830     END-IF.
003840     IF DL100-ITM-MAX-ENTRY NOT = SPACES
003850         IF DL100-ITM-MAX-ENTRY IS NOT NUMERIC
003860             DISPLAY "POWITM: MAX LAYERS MUST BE NUMERIC 001-999"
003870             MOVE "N" TO DL100-ITM-VALID-SW
003880             GO TO 3100-VALIDATE-ENTRY-EXIT
003890         END-IF
003900         MOVE DL100-ITM-MAX-ENTRY TO DL100-ITM-MAX-NUM
003910         IF DL100-ITM-MAX-NUM = 0
003920             DISPLAY "POWITM: MAX LAYERS MUST BE ABOVE ZERO"
003930             MOVE "N" TO DL100-ITM-VALID-SW
003940             GO TO 3100-VALIDATE-ENTRY-EXIT
003950         END-IF
003960     END-IF.
003970     IF DL100-ITM-ACT-ENTRY NOT = SPACE AND
003980        DL100-ITM-ACT-ENTRY NOT = "Y" AND
003990        DL100-ITM-ACT-ENTRY NOT = "N"
004000         DISPLAY "POWITM: ACTIVE FLAG MUST BE Y OR N"
004010         MOVE "N" TO DL100-ITM-VALID-SW
004020     END-IF.
004030 3100-VALIDATE-ENTRY-EXIT.
004040     EXIT.
004050*----------------------------------------------------------*
004060* 3110-CHECK-PACK-ENTRY - ONE CASE-PACK ENTRY FIELD.  A     *
004070* PACK BELOW 2 COULD NEVER MATCH A DIVCFG DIVISOR.          *
004080*----------------------------------------------------------*
004090 3110-CHECK-PACK-ENTRY.
004100     IF DL100-ITM-PACK-ENTRY(DL100-ITM-SUB) = SPACES
004110         GO TO 3110-CHECK-PACK-ENTRY-EXIT
004120     END-IF.
004130     IF DL100-ITM-PACK-ENTRY(DL100-ITM-SUB) IS NOT NUMERIC
004140         DISPLAY "POWITM: CASE PACK MUST BE NUMERIC 02-99"
004150         MOVE "N" TO DL100-ITM-VALID-SW
004160         GO TO 3110-CHECK-PACK-ENTRY-EXIT
004170     END-IF.
004180     MOVE DL100-ITM-PACK-ENTRY(DL100-ITM-SUB)
004190         TO DL100-ITM-PACK-NUM.
004200     IF DL100-ITM-PACK-NUM < 2
004210         DISPLAY "POWITM: CASE PACK " DL100-ITM-PACK-NUM
004220             " REFUSED - MUST BE 02-99"
004230         MOVE "N" TO DL100-ITM-VALID-SW
004240     END-IF.
004250 3110-CHECK-PACK-ENTRY-EXIT.
004260     EXIT.
004270*----------------------------------------------------------*
004280* 3300-APPLY-ENTRY - MOVE THE VALIDATED ENTRIES ONTO THE    *
004290* RECORD.  A BLANK FIELD KEEPS WHAT IS ON FILE; A KEYED     *
004300* LINE OR PACK LIST REPLACES THE WHOLE LIST, CLOSED UP SO   *
004310* THE USED SLOTS COME FIRST.                                *
004320*----------------------------------------------------------*
004330 3300-APPLY-ENTRY.
004340     IF DL100-ITM-DESC-ENTRY NOT = SPACES
004350         MOVE DL100-ITM-DESC-ENTRY TO DL101-ITM-DESC
004360     END-IF.
004370     IF DL100-ITM-LINE-ENTRIES NOT = SPACES
004380         MOVE SPACES TO DL101-ITM-LINE-GROUP
004390         MOVE 0 TO DL100-ITM-SLOT
004400         PERFORM 3310-APPLY-LINE THRU 3310-APPLY-LINE-EXIT
004410             VARYING DL100-ITM-SUB FROM 1 BY 1
004420             UNTIL DL100-ITM-SUB > 6
004430     END-IF.
004440     IF DL100-ITM-PACK-ENTRIES NOT = SPACES
004450         INITIALIZE DL101-ITM-PACK-GROUP
004460         MOVE 0 TO DL100-ITM-SLOT
004470         PERFORM 3320-APPLY-PACK THRU 3320-APPLY-PACK-EXIT
004480             VARYING DL100-ITM-SUB FROM 1 BY 1
004490             UNTIL DL100-ITM-SUB > 6
004500     END-IF.
004510     IF DL100-ITM-MAX-ENTRY NOT = SPACES
004520         MOVE DL100-ITM-MAX-NUM TO DL101-ITM-MAX-LAYERS
004530     END-IF.
004540     IF DL100-ITM-ACT-ENTRY NOT = SPACE
004550         MOVE DL100-ITM-ACT-ENTRY TO DL101-ITM-ACTIVE
004560     END-IF.
004570     IF DL100-ITM-ADDING AND DL101-ITM-ACTIVE = SPACE
004580         MOVE "Y" TO DL101-ITM-ACTIVE
004590     END-IF.
004600 3300-APPLY-ENTRY-EXIT.
004610     EXIT.
004620 3310-APPLY-LINE.
004630     IF DL100-ITM-LINE-ENTRY(DL100-ITM-SUB) = SPACES
004640         GO TO 3310-APPLY-LINE-EXIT
004650     END-IF.
004660     ADD 1 TO DL100-ITM-SLOT.
004670     MOVE DL100-ITM-LINE-ENTRY(DL100-ITM-SUB)
004680         TO DL101-ITM-LINE-CODE(DL100-ITM-SLOT).
004690 3310-APPLY-LINE-EXIT.
004700     EXIT.
004710 3320-APPLY-PACK.
004720     IF DL100-ITM-PACK-ENTRY(DL100-ITM-SUB) = SPACES
004730         GO TO 3320-APPLY-PACK-EXIT
004740     END-IF.
004750     ADD 1 TO DL100-ITM-SLOT.
004760     MOVE DL100-ITM-PACK-ENTRY(DL100-ITM-SUB)
004770         TO DL101-ITM-PACK(DL100-ITM-SLOT).
004780 3320-APPLY-PACK-EXIT.
004790     EXIT.
004800*----------------------------------------------------------*
004810* 3400-CHECK-COMPLETE - AFTER THE ENTRIES ARE APPLIED, THE  *
004820* RECORD MUST NAME AT LEAST ONE LINE AND ONE CASE PACK AND  *
004830* CARRY A MAX LAYERS - AN ITEM MISSING ANY OF THEM COULD    *
004840* NEVER PASS POWER OR PLAN A PALLET.  A RECORD THAT FAILS   *
004850* IS NOT WRITTEN.                                           *
004860*----------------------------------------------------------*
004870 3400-CHECK-COMPLETE.
004880     MOVE "N" TO DL100-ITM-VALID-SW.
004890     MOVE 0 TO DL100-ITM-LINE-COUNT.
004900     MOVE 0 TO DL100-ITM-PACK-COUNT.
004910     PERFORM VARYING DL100-ITM-SUB FROM 1 BY 1
004920             UNTIL DL100-ITM-SUB > 6
004930         IF DL101-ITM-LINE-CODE(DL100-ITM-SUB) NOT = SPACES
004940             ADD 1 TO DL100-ITM-LINE-COUNT
004950         END-IF
004960         IF DL101-ITM-PACK(DL100-ITM-SUB) > 0
004970             ADD 1 TO DL100-ITM-PACK-COUNT
004980         END-IF
004990     END-PERFORM.
005000     IF DL100-ITM-LINE-COUNT = 0
005010         DISPLAY "POWITM: AN ITEM NEEDS AT LEAST ONE ALLOWED LINE"
005020         GO TO 3400-CHECK-COMPLETE-EXIT
005030     END-IF.
005040     IF DL100-ITM-PACK-COUNT = 0
005050         DISPLAY "POWITM: AN ITEM NEEDS AT LEAST ONE CASE PACK"
005060         GO TO 3400-CHECK-COMPLETE-EXIT
005070     END-IF.
005080     IF DL101-ITM-MAX-LAYERS = 0
005090         DISPLAY "POWITM: AN ITEM NEEDS A MAX LAYERS PER PALLET"
005100         GO TO 3400-CHECK-COMPLETE-EXIT
005110     END-IF.
005120     MOVE "Y" TO DL100-ITM-VALID-SW.
005130 3400-CHECK-COMPLETE-EXIT.
005140     EXIT.
005150*----------------------------------------------------------*
005160* 3500-FORMAT-ITEM-TEXT - THE RECORD AS THE FIVE JOURNAL    *
005170* TEXTS, INTO THE AFTER AREA (CALLERS COPY IT TO THE        *
005180* BEFORE AREA WHEN THEY NEED THE ON-FILE VALUES).           *
005190*----------------------------------------------------------*
005200 3500-FORMAT-ITEM-TEXT.
005210     MOVE SPACES TO DL100-ITX-AFTER-AREA.
005220     MOVE DL101-ITM-DESC TO DL100-ITX-AFTER(1).
005230     MOVE DL101-ITM-LINE-GROUP TO DL100-ITX-AFTER(2).
005240     STRING DL101-ITM-PACK(1) " " DL101-ITM-PACK(2) " "
005250            DL101-ITM-PACK(3) " " DL101-ITM-PACK(4) " "
005260            DL101-ITM-PACK(5) " " DL101-ITM-PACK(6)
005270         DELIMITED BY SIZE INTO DL100-ITX-AFTER(3).
005280     MOVE DL101-ITM-MAX-LAYERS TO DL100-ITX-AFTER(4).
005290     MOVE DL101-ITM-ACTIVE TO DL100-ITX-AFTER(5).
005300 3500-FORMAT-ITEM-TEXT-EXIT.
005310     EXIT.
005320*----------------------------------------------------------*
005330* 4000-LIST-ITEMS - SHOW EVERY ITEM ON FILE IN CODE ORDER,  *
005340* THE WAY POWMNT'S BROWSE LISTS THE QUEUE.                  *
005350*----------------------------------------------------------*
005360 4000-LIST-ITEMS.
005370     MOVE LOW-VALUE TO DL101-ITM-CODE.
005380     START ITEMMAST KEY IS GREATER THAN DL101-ITM-CODE
005390         INVALID KEY
005400             GO TO 4000-LIST-ITEMS-EXIT
005410     END-START.
005420 4000-LIST-ITEMS-LOOP.
005430     READ ITEMMAST NEXT RECORD
005440         AT END
005450             GO TO 4000-LIST-ITEMS-EXIT
005460     END-READ.
005470     DISPLAY DL100-ITM-LIST-SCREEN.
005480     GO TO 4000-LIST-ITEMS-LOOP.
005490 4000-LIST-ITEMS-EXIT.
005500     EXIT.
005510*----------------------------------------------------------*
005520* 5000-CHANGE-ITEM - PICK AN ITEM BY CODE, SHOW IT, KEY     *
005530* THE FIELDS TO CHANGE, AND JOURNAL EACH ATTRIBUTE THAT     *
005540* MOVED.  THE ITEM CODE ITSELF IS NOT CHANGED HERE - LOTS   *
005550* ON THE QUEUE CARRY IT.                                    *
005560*----------------------------------------------------------*
005570 5000-CHANGE-ITEM.
005580     MOVE SPACES TO DL101-ITM-CODE.
005590     DISPLAY DL100-ITM-KEY-SCREEN.
005600     ACCEPT DL100-ITM-KEY-SCREEN.
005610     MOVE DL101-ITM-CODE TO DL100-ITM-CODE-WK.
005620     READ ITEMMAST
005630         INVALID KEY
005640             DISPLAY "POWITM: ITEM " DL100-ITM-CODE-WK
005650                 " IS NOT ON FILE"
005660             GO TO 5000-CHANGE-ITEM-EXIT
005670     END-READ.
005680     MOVE "N" TO DL100-ITM-ADDING-SW.
005690     PERFORM 3500-FORMAT-ITEM-TEXT
005700         THRU 3500-FORMAT-ITEM-TEXT-EXIT.
005710     MOVE DL100-ITX-AFTER-AREA TO DL100-ITX-BEFORE-AREA.
005720     PERFORM 3050-CLEAR-ENTRIES THRU 3050-CLEAR-ENTRIES-EXIT.
005730     DISPLAY DL100-ITM-ENTRY-SCREEN.
005740     ACCEPT DL100-ITM-ENTRY-SCREEN.
005750     PERFORM 3100-VALIDATE-ENTRY THRU 3100-VALIDATE-ENTRY-EXIT.
005760     IF NOT DL100-ITM-ENTRY-VALID
005770         GO TO 5000-CHANGE-ITEM-EXIT
005780     END-IF.
005790     PERFORM 3300-APPLY-ENTRY THRU 3300-APPLY-ENTRY-EXIT.
005800     PERFORM 3400-CHECK-COMPLETE THRU 3400-CHECK-COMPLETE-EXIT.
005810     IF NOT DL100-ITM-ENTRY-VALID
005820         GO TO 5000-CHANGE-ITEM-EXIT
005830     END-IF.
005840     REWRITE DL101-ITM-RECORD
005850         INVALID KEY
005860             DISPLAY "POWITM: REWRITE FAILED"
005870         NOT INVALID KEY
005880             MOVE "CHANGE" TO DL100-CFG-FUNC-WK
005890             PERFORM 3500-FORMAT-ITEM-TEXT
005900                 THRU 3500-FORMAT-ITEM-TEXT-EXIT
005910             PERFORM 1850-JOURNAL-ITEM THRU 1850-JOURNAL-ITEM-EXIT
005920     END-REWRITE.
005930 5000-CHANGE-ITEM-EXIT.
005940     EXIT.
005950*----------------------------------------------------------*
005960* 6000-DELETE-ITEM - REMOVE AN ITEM KEYED IN ERROR,         *
005970* SUPERVISORS ONLY, THE SAME RESTRICTION POWMNT PUTS ON     *
005980* DELETING A LOT.  THE WHOLE RECORD GOES TO THE JOURNAL AS  *
005990* BEFORE VALUES.  AN ITEM THAT IS SIMPLY NO LONGER PACKED   *
006000* SHOULD BE CHANGED TO ACTIVE N INSTEAD.                    *
006010*----------------------------------------------------------*
006020 6000-DELETE-ITEM.
006030     IF NOT DL100-SIGNON-SUPER
006040         DISPLAY "POWITM: DELETE RESTRICTED TO SUPERVISORS"
006050         GO TO 6000-DELETE-ITEM-EXIT
006060     END-IF.
006070     MOVE SPACES TO DL101-ITM-CODE.
006080     DISPLAY DL100-ITM-KEY-SCREEN.
006090     ACCEPT DL100-ITM-KEY-SCREEN.
006100     MOVE DL101-ITM-CODE TO DL100-ITM-CODE-WK.
006110     READ ITEMMAST
006120         INVALID KEY
006130             DISPLAY "POWITM: ITEM " DL100-ITM-CODE-WK
006140                 " IS NOT ON FILE"
006150             GO TO 6000-DELETE-ITEM-EXIT
006160     END-READ.
006170     PERFORM 3500-FORMAT-ITEM-TEXT
006180         THRU 3500-FORMAT-ITEM-TEXT-EXIT.
006190     MOVE DL100-ITX-AFTER-AREA TO DL100-ITX-BEFORE-AREA.
006200     MOVE SPACES TO DL100-ITX-AFTER-AREA.
006210     DELETE ITEMMAST RECORD
006220         INVALID KEY
006230             DISPLAY "POWITM: DELETE FAILED"
006240         NOT INVALID KEY
006250             MOVE "DELETE" TO DL100-CFG-FUNC-WK
006260             PERFORM 1850-JOURNAL-ITEM THRU 1850-JOURNAL-ITEM-EXIT
006270     END-DELETE.
006280 6000-DELETE-ITEM-EXIT.
006290     EXIT.
