000010*========================================================*
000020* DL101K  -  PACKING-LINE CAPACITY RECORD                *
000030* ONE LINE IN THE LINECAP FILE PER PACKING-LINE CODE USED *
000040* IN THE DIVISOR PROFILES: HOW MANY UNITS THE LINE PACKS  *
000050* AN HOUR, AND THE HOURS IT IS AVAILABLE ON EACH OF THE   *
000060* THREE SHIFTS OF THE DAY (ZERO = THE LINE DOES NOT RUN   *
000070* THAT SHIFT).  HOURS CARRY ONE DECIMAL, SO 075 IS 7.5.   *
000080* READ BY POWSCH TO LOAD THE PENDING QUEUE AGAINST THE    *
000090* LINES.  THERE IS NO ENTRY FOR THE BLANK DEFAULT LINE -  *
000100* A LOT WITH NO LINE CODE HAS NO LINE TO BE SCHEDULED ON. *
000110*========================================================*
000120    01  DL101-CAP-RECORD.
000130        05  DL101-CAP-LINE-CODE     PIC X(03).
000140        05  FILLER                  PIC X(01).
000150        05  DL101-CAP-UNITS-HOUR    PIC 9(07).
000160        05  FILLER                  PIC X(01).
000170        05  DL101-CAP-SHIFT OCCURS 3 TIMES.
000180            10  DL101-CAP-HOURS     PIC 9(02)V9(01).
000190            10  FILLER              PIC X(01).
000200        05  FILLER                  PIC X(56).
