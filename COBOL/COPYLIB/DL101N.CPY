000010*========================================================*
000020* DL101N  -  TRAIL GENERATION CATALOG RECORD             *
000030* ONE RECORD IN THE GENCAT FILE FOR EVERY GENERATION      *
000040* POWROL HAS CLOSED OFF ONE OF THE APPEND-ONLY TRAILS     *
000050* (PWRAUD, MNTJRNL OR CFGJRNL).  IT IS THE GENERATION'S   *
000060* CONTROL RECORD: THE RECORD COUNT PROVED AGAINST THE     *
000070* TRAIL BEFORE IT WAS EMPTIED, THE EARLIEST AND LATEST    *
000080* TIMESTAMP IN IT, AND THE NAME OF THE DATED FILE THAT    *
000090* HOLDS IT.  READERS TAKE THE GENERATIONS IN CATALOG      *
000100* ORDER, OLDEST FIRST, AND THE CURRENT TRAIL LAST; A      *
000110* DATE-RANGE INQUIRY SKIPS ANY GENERATION WHOSE FIRST     *
000120* AND LAST TIMESTAMPS FALL WHOLLY OUTSIDE ITS RANGE.      *
000130*========================================================*
000140    01  DL101-CAT-RECORD.
000150        05  DL101-CAT-TRAIL         PIC X(08).
000160            88  DL101-CAT-IS-AUDIT      VALUE "PWRAUD".
000170            88  DL101-CAT-IS-MNT-JRNL   VALUE "MNTJRNL".
000180            88  DL101-CAT-IS-CFG-JRNL   VALUE "CFGJRNL".
000190        05  FILLER                  PIC X(01).
000200        05  DL101-CAT-GEN-NO        PIC 9(04).
000210        05  FILLER                  PIC X(01).
000220        05  DL101-CAT-ROLL-STAMP    PIC 9(14).
000230        05  FILLER                  PIC X(01).
000240        05  DL101-CAT-ROLL-USER     PIC X(08).
000250        05  FILLER                  PIC X(01).
000260        05  DL101-CAT-REC-COUNT     PIC 9(09).
000270        05  FILLER                  PIC X(01).
000280        05  DL101-CAT-FIRST-STAMP   PIC 9(14).
000290        05  FILLER                  PIC X(01).
000300        05  DL101-CAT-LAST-STAMP    PIC 9(14).
000310        05  FILLER                  PIC X(01).
000320        05  DL101-CAT-DSN           PIC X(44).
000330        05  FILLER                  PIC X(08).
