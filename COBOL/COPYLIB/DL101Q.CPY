000010*========================================================*
000020* DL101Q  -  EVENT FORWARDING CONTROL RECORD             *
000030* SINGLE RECORD IN THE EVTCTL FILE: HOW MANY EVTLOG       *
000040* RECORDS POWFWD HAS ALREADY HANDED TO THE ALERTING       *
000050* SYSTEM, THE LAST FORWARDING SEQUENCE NUMBER IT ISSUED,  *
000060* AND THE IMAGE OF THE LAST EVENT IT SENT, WHICH MUST     *
000070* STILL BE IN THAT PLACE ON EVTLOG BEFORE ANYTHING AFTER  *
000080* IT IS SENT.  POWFWD REWRITES IT AT THE END OF EVERY RUN *
000090* THAT MOVED IT ON.  NO EVTCTL FILE AT ALL MEANS NOTHING  *
000100* HAS EVER BEEN FORWARDED.                                *
000110*========================================================*
000120    01  DL101-FCT-RECORD.
000130        05  DL101-FCT-LOG-COUNT     PIC 9(09).
000140        05  FILLER                  PIC X(01).
000150        05  DL101-FCT-LAST-SEQ      PIC 9(09).
000160        05  FILLER                  PIC X(01).
000170        05  DL101-FCT-RUN-STAMP     PIC 9(14).
000180        05  FILLER                  PIC X(01).
000190        05  DL101-FCT-RUN-USER      PIC X(08).
000200        05  FILLER                  PIC X(01).
000210        05  DL101-FCT-LAST-EVENT    PIC X(103).
000220        05  FILLER                  PIC X(13).
