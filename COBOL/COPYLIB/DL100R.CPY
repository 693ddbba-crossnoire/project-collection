000470        05  FILLER                  PIC X(07) VALUE "VALUE '".
000480        05  DL100-REJ-RAW           PIC X(09).
000490        05  FILLER                  PIC X(01) VALUE "'".
000492        05  FILLER                  PIC X(03) VALUE SPACES.
000494*  WHY THE LOT WAS REFUSED - A BAD LOT NUMBER, OR AN ITEM
000496*  THAT IS UNKNOWN, INACTIVE OR NOT ALLOWED ON THE LINE.
000498        05  DL100-REJ-REASON        PIC X(30).
000500        05  FILLER                  PIC X(57) VALUE SPACES.
000502*  ONE DUPLICATE LINE PER LOT PARKED BY THE DUPLICATE
000503*  SCREENING, NAMING THE KEY OF THE RECORD IT COLLIDES
000504*  WITH - ON THE QUEUE, OR IN THE LOTHIST HISTORY.
