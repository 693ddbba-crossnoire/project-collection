000010*========================================================*
000020* DL101R  -  WEEKLY LINE SCORECARD RECORD                 *
000030* ONE RECORD IN THE SCORCARD FILE PER PACKING LINE PER    *
000040* WEEK, APPENDED BY POWSCR.  THE WEEK'S COUNTS ARE KEPT   *
000050* BESIDE THE SEVEN FIGURES AS PRINTED, SO THE PRIOR-WEEK  *
000060* AND FOUR-WEEK COMPARISONS ARE READ FROM HERE INSTEAD OF *
000070* BEING REBUILT FROM THE TRAILS.  A WEEK SCORED AGAIN IS  *
000080* APPENDED AGAIN; THE LAST RECORD FOR A LINE AND WEEK IS  *
000090* THE ONE THAT STANDS.  A BLANK LINE CODE IS THE LOTS     *
000100* THAT CARRY NO LINE.  RATES AND SHARES ARE PERCENTAGES;  *
000110* TURNAROUND IS IN DAYS.                                  *
000120*========================================================*
000130    01  DL101-SCR-RECORD.
000140        05  DL101-SCR-WEEK-END      PIC 9(08).
000150        05  FILLER                  PIC X(01).
000160        05  DL101-SCR-WEEK-START    PIC 9(08).
000170        05  FILLER                  PIC X(01).
000180        05  DL101-SCR-LINE-CODE     PIC X(03).
000190        05  FILLER                  PIC X(01).
000200        05  DL101-SCR-COUNTS.
000210            10  DL101-SCR-DONE      PIC 9(07).
000220            10  FILLER              PIC X(01).
000230            10  DL101-SCR-REJECTS   PIC 9(07).
000240            10  FILLER              PIC X(01).
000250            10  DL101-SCR-DUPLICATES
000260                                    PIC 9(07).
000270            10  FILLER              PIC X(01).
000280            10  DL101-SCR-RESUB-TOTAL
000290                                    PIC 9(07).
000300            10  FILLER              PIC X(01).
000310            10  DL101-SCR-REWORKS   PIC 9(07).
000320            10  FILLER              PIC X(01).
000330            10  DL101-SCR-TURN-DAYS PIC 9(09).
000340            10  FILLER              PIC X(01).
000342*  ZERO-RESID IS THE DONE LOTS WHOSE PALLET PLAN LEFT NO
000344*  RESIDUAL; PLANNED IS THE DONE LOTS WHOSE PLAN WAS ON THEIR
000346*  AUDIT LINE AT ALL, THE BASE OF THE ZERO-RESIDUAL SHARE.
000350            10  DL101-SCR-ZERO-RESID
000360                                    PIC 9(07).
000370            10  FILLER              PIC X(01).
000373            10  DL101-SCR-PLANNED   PIC 9(07).
000376            10  FILLER              PIC X(01).
000380*  THE SEVEN FIGURES IN REPORT ORDER: LOTS CLASSIFIED, REJECT
000390*  RATE, DUPLICATE RATE, AVERAGE RESUBMIT COUNT, AVERAGE
000400*  REJECT-TO-REWORK DAYS, ZERO-RESIDUAL SHARE OF PLANNED DONE
000410*  LOTS, EXPEDITED LOTS.  THE TABLE VIEW LETS THEM BE COMPARED IN
000420*  ONE LOOP.
000430        05  DL101-SCR-FIGURES.
000440            10  DL101-SCR-CLASSIFIED
000450                                    PIC 9(07)V9(02).
000460            10  FILLER              PIC X(01).
000470            10  DL101-SCR-REJECT-RATE
000480                                    PIC 9(07)V9(02).
000490            10  FILLER              PIC X(01).
000500            10  DL101-SCR-DUP-RATE  PIC 9(07)V9(02).
000510            10  FILLER              PIC X(01).
000520            10  DL101-SCR-AVG-RESUB PIC 9(07)V9(02).
000530            10  FILLER              PIC X(01).
000540            10  DL101-SCR-AVG-TURN  PIC 9(07)V9(02).
000550            10  FILLER              PIC X(01).
000560            10  DL101-SCR-ZERO-SHARE
000570                                    PIC 9(07)V9(02).
000580            10  FILLER              PIC X(01).
000590            10  DL101-SCR-EXPEDITE  PIC 9(07)V9(02).
000600            10  FILLER              PIC X(01).
000610        05  DL101-SCR-FIGURE-TABLE REDEFINES DL101-SCR-FIGURES.
000620            10  DL101-SCR-FIG-ENTRY OCCURS 7 TIMES.
000630                15  DL101-SCR-FIGURE
000640                                    PIC 9(07)V9(02).
000650                15  FILLER          PIC X(01).
000660*  Y WHEN A FIGURE MOVED PAST THE TOLERANCE AGAINST THE PRIOR
000670*  WEEK OR THE FOUR-WEEK AVERAGE.
000680        05  DL101-SCR-FLAG          PIC X(01).
000690            88  DL101-SCR-FLAGGED       VALUE "Y".
000700        05  FILLER                  PIC X(01).
000710        05  DL101-SCR-RUN-STAMP     PIC 9(14).
000720        05  FILLER                  PIC X(01).
000730        05  DL101-SCR-RUN-USER      PIC X(08).
000740        05  FILLER                  PIC X(17).
