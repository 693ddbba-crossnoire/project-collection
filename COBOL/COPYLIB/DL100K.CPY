000010*========================================================*
000020* DL100K  -  BATCH RUN-CONTROL LOCK RECORD                *
000030* ONE RECORD IN THE RUNCTL FILE PER PACKING LINE A POWER   *
000040* RUN HAS EVER LOCKED, KEYED BY DL100-RUN-LINE-CODE, PLUS  *
000050* A *** RECORD FOR A WHOLE-SHOP RUN (A RECORD WITH A BLANK *
000060* LINE CODE, FROM BEFORE THE PER-LINE RUNS, ALSO MEANS THE *
000062* WHOLE SHOP).  POWER STAMPS THE RECORDS OF ITS OWN LINES  *
000064* ACTIVE, WITH ITS RUN NUMBER, AT 1000-INITIALIZE AND      *
000066* CLEARS THEM AT 8000-FINISH; A START FOR ANY LINE ALREADY *
000068* LOCKED REFUSES, AND POWMNT REFUSES CHANGES TO A LOCKED   *
000070* LINE'S LOTS (BROWSE-ONLY WHILE A WHOLE-SHOP RUN IS UP).  *
000072* A LOCK LEFT ACTIVE BY AN ABEND IS CLEARED BY A           *
000080* SUPERVISOR THROUGH POWMNT'S CLEAR-LOCK FUNCTION, WHICH   *
000090* JOURNALS THE OVERRIDE.                                   *
000100*========================================================*
000110    01  DL100-RUN-RECORD.
000120        05  DL100-RUN-ACTIVE        PIC X(01).
000160        05  DL100-RUN-LOCK-USER     PIC X(08).
000170        05  FILLER                  PIC X(01).
000180        05  DL100-RUN-LOCK-STAMP    PIC 9(14).
000182        05  FILLER                  PIC X(01).
000184        05  DL100-RUN-LINE-CODE     PIC X(03).
000186            88  DL100-RUN-ALL-LINES     VALUE "***" SPACES.
000188        05  FILLER                  PIC X(01).
000190        05  DL100-RUN-RUN-NO        PIC 9(06).
000200        05  FILLER                  PIC X(44).
