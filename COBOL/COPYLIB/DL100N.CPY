000060* BUILDABLE AT THAT PACK, AND THE LEFTOVER UNITS THAT GO   *
000070* ON THE PARTIAL PALLET.  A ZERO CASE PACK MEANS NO        *
000080* CONFIGURED DIVISOR FITS THE LOT AT ALL AND THE WHOLE     *
000090* QUANTITY IS RESIDUAL.  ONLY THE CASE PACKS THE LOT'S     *
000092* ITEM MAY SHIP IN ARE CANDIDATES, AND THE FULL LAYERS ARE *
000094* SPLIT INTO PHYSICAL PALLETS AT THE ITEM'S MAX LAYERS.    *
000096* EVERY RECORD CARRIES THE RUN (GENERATION) NUMBER THAT    *
000098* PLANNED IT.                                              *
000100*========================================================*
000110    01  DL100-PLN-RECORD.
000120        05  DL100-PLN-LOT-KEY       PIC 9(06).
000200        05  DL100-PLN-LAYERS        PIC 9(09).
000210        05  FILLER                  PIC X(01).
000220        05  DL100-PLN-RESIDUAL      PIC 9(09).
000230        05  FILLER                  PIC X(01).
000240        05  DL100-PLN-ITEM-CODE     PIC X(08).
000250        05  FILLER                  PIC X(01).
000260        05  DL100-PLN-MAX-LAYERS    PIC 9(03).
000270        05  FILLER                  PIC X(01).
000280        05  DL100-PLN-PALLETS       PIC 9(09).
000290        05  FILLER                  PIC X(01).
000300        05  DL100-PLN-RUN-NO        PIC 9(06).
000310        05  FILLER                  PIC X(07).
