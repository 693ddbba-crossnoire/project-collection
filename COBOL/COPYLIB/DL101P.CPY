000010*========================================================*
000020* DL101P  -  EXCEPTION EVENT RECORD                      *
000030* ONE RECORD IN THE SHARED EVTLOG FILE FOR EVERY          *
000040* EXCEPTION A SUITE PROGRAM RAISES - A REJECT, A          *
000050* DUPLICATE, A BOUNCE, A HELD LOCK, AN UNSENT GENERATION, *
000060* AN OUT-OF-BALANCE CERTIFICATE AND SO ON.  EVERY PROGRAM *
000070* APPENDS TO EVTLOG THROUGH ITS OWN 9700-WRITE-EVENT      *
000080* PARAGRAPH; POWFWD HANDS THE NEW ONES TO THE PLANT       *
000090* ALERTING SYSTEM IN THE SAME LAYOUT ON ALRTOUT, WITH THE *
000100* FORWARDING SEQUENCE NUMBER FILLED IN.  THE REFERENCE IS *
000110* A LOT KEY (L) OR A RUN NUMBER (R), OR BLANK WHEN THE    *
000120* EVENT IS ABOUT THE JOB ITSELF.  SEVERITY C IS MEANT TO  *
000130* PAGE THE ON-CALL PERSON; E AND W ARE FOR THE SHIFT TO   *
000140* WORK.                                                   *
000150*========================================================*
000160    01  DL101-EVT-RECORD.
000170        05  DL101-EVT-STAMP.
000180            10  DL101-EVT-STAMP-DATE
000190                                    PIC 9(08).
000200            10  DL101-EVT-STAMP-TIME
000210                                    PIC 9(06).
000220        05  FILLER                  PIC X(01).
000230        05  DL101-EVT-PROGRAM       PIC X(08).
000240        05  FILLER                  PIC X(01).
000250        05  DL101-EVT-TYPE          PIC X(08).
000260            88  DL101-EVT-REJECT        VALUE "REJECT".
000270            88  DL101-EVT-DUPLICATE     VALUE "DUPLICAT".
000280            88  DL101-EVT-OUT-OF-BAL    VALUE "OUTOFBAL".
000290            88  DL101-EVT-LOCK-HELD     VALUE "LOCKHELD".
000300            88  DL101-EVT-UNSENT        VALUE "UNSENT".
000310            88  DL101-EVT-BOUNCE        VALUE "BOUNCE".
000320            88  DL101-EVT-UNHEARD       VALUE "UNHEARD".
000330            88  DL101-EVT-ACK-ORPHAN    VALUE "ACKORPH".
000340            88  DL101-EVT-AGING         VALUE "AGING".
000350            88  DL101-EVT-INTEGRITY     VALUE "INTEGRTY".
000360            88  DL101-EVT-REFUSED       VALUE "REFUSED".
000370            88  DL101-EVT-EXCEPTION     VALUE "EXCEPTN".
000375            88  DL101-EVT-TREND         VALUE "TREND".
000380        05  FILLER                  PIC X(01).
000390        05  DL101-EVT-SEVERITY      PIC X(01).
000400            88  DL101-EVT-WARNING       VALUE "W".
000410            88  DL101-EVT-ERROR         VALUE "E".
000420            88  DL101-EVT-CRITICAL      VALUE "C".
000430        05  FILLER                  PIC X(01).
000440        05  DL101-EVT-REF-TYPE      PIC X(01).
000450            88  DL101-EVT-REF-LOT       VALUE "L".
000460            88  DL101-EVT-REF-RUN       VALUE "R".
000470            88  DL101-EVT-REF-NONE      VALUE SPACE.
000480        05  DL101-EVT-REF-NO        PIC 9(06).
000490        05  FILLER                  PIC X(01).
000500        05  DL101-EVT-TEXT          PIC X(60).
000510        05  FILLER                  PIC X(01).
000520        05  DL101-EVT-SEQ           PIC 9(09).
000530        05  FILLER                  PIC X(07).
