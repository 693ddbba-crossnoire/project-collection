000094* LINE; A BLANK CODE MEANS THE DEFAULT DIVISOR PROFILE.
000095* THE PRIORITY BYTE AFTER IT CARRIES "E" FOR AN EXPEDITED
000096* (HOT) LOT, WHICH POWER PROCESSES BEFORE THE NORMAL ONES.
000097* THE ITEM CODE LAST ON THE LINE NAMES THE ITEMMAST ITEM
000098* THE LOT IS A QUANTITY OF.
000100    01  DL100-FEED-RECORD.
000110        05  DL100-FEED-NOMBR-RAW    PIC X(09).
000120        05  FILLER                  PIC X(01).
000130        05  DL100-FEED-LINE-CODE    PIC X(03).
000140        05  FILLER                  PIC X(01).
000150        05  DL100-FEED-PRIORITY     PIC X(01).
000160        05  FILLER                  PIC X(01).
000170        05  DL100-FEED-ITEM-CODE    PIC X(08).
