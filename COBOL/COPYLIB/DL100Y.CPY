000070* PICKED THE FILE UP.  POWER REFUSES TO RETIRE (OVERWRITE) *
000080* A GENERATION THE REGISTER STILL SHOWS AS UNSENT; POWSND  *
000090* RE-PRODUCES A REGISTERED GENERATION FROM THE PWREXG      *
000100* ARCHIVE AND MARKS GENERATIONS PICKED UP.  EACH ENTRY     *
000102* CARRIES THE LINE SET ITS RUN COVERED (ALL SPACES FOR A   *
000104* WHOLE-SHOP RUN), SO ONE LINE'S UNSENT GENERATION HOLDS   *
000106* UP ONLY THE RUNS FOR THAT LINE.                          *
000110*========================================================*
000120    01  DL100-REG-RECORD.
000130        05  DL100-REG-RUN-NO        PIC 9(06).
000270        05  DL100-REG-PICKED        PIC X(01).
000280            88  DL100-REG-PICKED-UP     VALUE "Y".
000290            88  DL100-REG-UNSENT        VALUE "N".
000300        05  FILLER                  PIC X(01).
000310*  DL100-REG-ACKED IS SET TO Y BY POWACK ONCE THE WMS HAS
000320*  SENT BACK ITS ACKNOWLEDGMENT FILE FOR THE GENERATION.
000330*  DL100-REG-VOID IS SET TO V BY POWREV WHEN A SUPERVISOR
000340*  BACKS THE RUN OUT, WITH WHO DID IT AND WHEN; POWSND
000350*  WILL NOT RESEND OR MARK A VOIDED GENERATION, AND A
000360*  VOIDED NEWEST ENTRY DOES NOT HOLD UP THE NEXT RUN.
000370        05  DL100-REG-ACKED         PIC X(01).
000380            88  DL100-REG-ACKNOWLEDGED  VALUE "Y".
000390        05  FILLER                  PIC X(01).
000400        05  DL100-REG-VOID          PIC X(01).
000410            88  DL100-REG-VOIDED        VALUE "V".
000420        05  FILLER                  PIC X(01).
000430        05  DL100-REG-VOID-USER     PIC X(08).
000440        05  FILLER                  PIC X(01).
000450        05  DL100-REG-VOID-DATE     PIC X(08).
000460        05  FILLER                  PIC X(01).
000470        05  DL100-REG-LINE-SET.
000480            10  DL100-REG-SET-LINE  PIC X(03) OCCURS 4 TIMES.
