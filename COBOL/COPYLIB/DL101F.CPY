000010*========================================================*
000020* DL101F  -  POWER RUN-LOT LOG RECORD                    *
000030* ONE LINE APPENDED TO RUNLOG BY POWER FOR EVERY QUEUE    *
000040* RECORD A RUN CHANGES - CLASSIFIED (D), REJECTED (R) OR  *
000050* PARKED AS A DUPLICATE (Q) - WITH THE RUN NUMBER, THE    *
000060* STATUS AND RESUBMIT COUNT THE RECORD HELD BEFORE THE    *
000070* RUN TOUCHED IT, AND THE STATUS THE RUN LEFT BEHIND.     *
000080* POWREV READS IT TO PUT A BACKED-OUT RUN'S LOTS BACK     *
000090* EXACTLY AS THEY STOOD.                                  *
000100*========================================================*
000110    01  DL101-RLG-RECORD.
000120        05  DL101-RLG-RUN-NO        PIC 9(06).
000130        05  FILLER                  PIC X(01).
000140        05  DL101-RLG-LOT-KEY       PIC 9(06).
000150        05  FILLER                  PIC X(01).
000160        05  DL101-RLG-PRE-STATUS    PIC X(01).
000170        05  FILLER                  PIC X(01).
000180        05  DL101-RLG-PRE-RESUB     PIC 9(02).
000190        05  FILLER                  PIC X(01).
000200        05  DL101-RLG-NEW-STATUS    PIC X(01).
000210            88  DL101-RLG-WAS-DONE      VALUE "D".
000220            88  DL101-RLG-WAS-REJECTED  VALUE "R".
000230            88  DL101-RLG-WAS-DUPLICATE VALUE "Q".
000240        05  FILLER                  PIC X(01).
000250        05  DL101-RLG-NOMBR-RAW     PIC X(09).
000260        05  FILLER                  PIC X(01).
000270        05  DL101-RLG-LINE-CODE     PIC X(03).
000280        05  FILLER                  PIC X(01).
000290        05  DL101-RLG-STAMP         PIC 9(14).
000300        05  FILLER                  PIC X(11).
