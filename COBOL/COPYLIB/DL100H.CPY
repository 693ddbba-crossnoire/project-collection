000171        05  DL100-HST-ORIG-RAW      PIC X(09).
000172        05  DL100-HST-RESUB-COUNT   PIC 9(02).
000174        05  DL100-HST-PRIORITY      PIC X(01).
000176        05  DL100-HST-ITEM-CODE     PIC X(08).
000180        05  FILLER                  PIC X(01).
