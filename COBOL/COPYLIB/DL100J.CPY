000180        05  DL100-JRN-BEFORE-RAW    PIC X(09).
000190        05  FILLER                  PIC X(01).
000200        05  DL100-JRN-AFTER-RAW     PIC X(09).
000210*  THE LOT'S ITEM CODE BEFORE AND AFTER, SO A CORRECTION OR
000220*  REWORK THAT ONLY CHANGED THE ITEM CAN STILL BE TRACED.
000230        05  FILLER                  PIC X(01).
000240        05  DL100-JRN-BEFORE-ITEM   PIC X(08).
000250        05  FILLER                  PIC X(01).
000260        05  DL100-JRN-AFTER-ITEM    PIC X(08).
000270        05  FILLER                  PIC X(03).
