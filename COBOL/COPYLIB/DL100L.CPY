000276*  ONES WITHIN A RUN.  ANYTHING ELSE IS NORMAL PRIORITY.
000278        05  DL100-LOT-PRIORITY      PIC X(01).
000279            88  DL100-LOT-EXPEDITE      VALUE "E".
000280*  DL100-LOT-ITEM-CODE NAMES THE ITEM-MASTER (ITEMMAST)
000282*  ITEM THE LOT IS A QUANTITY OF.  POWER REJECTS A LOT
000284*  WHOSE ITEM IS UNKNOWN, INACTIVE OR NOT ALLOWED ON THE
000286*  LOT'S PACKING LINE.
000288        05  DL100-LOT-ITEM-CODE     PIC X(08).
000290        05  FILLER                  PIC X(01).
