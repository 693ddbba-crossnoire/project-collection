000010*========================================================*
000020* DL101M  -  ITEM MASTER RECORD                           *
000030* ONE RECORD PER PACKED ITEM ON THE KEYED ITEMMAST FILE,  *
000040* MAINTAINED THROUGH POWITM (EVERY CHANGE JOURNALED TO    *
000050* CFGJRNL).  POWER REFUSES A LOT WHOSE ITEM IS NOT ON     *
000060* FILE, IS INACTIVE, OR DOES NOT LIST THE LOT'S PACKING   *
000070* LINE, AND ONLY PLANS THE CASE PACKS THE ITEM MAY SHIP   *
000080* IN.  MAX LAYERS SAYS HOW MANY LAYERS ONE PHYSICAL       *
000090* PALLET OF THE ITEM WILL STAND, SO THE PLAN CAN SAY HOW  *
000100* MANY PALLETS A LOT REALLY NEEDS.  UNUSED LINE SLOTS ARE *
000110* SPACES AND UNUSED PACK SLOTS ARE ZERO.                  *
000120*========================================================*
000130    01  DL101-ITM-RECORD.
000140        05  DL101-ITM-CODE          PIC X(08).
000150        05  FILLER                  PIC X(01).
000160        05  DL101-ITM-DESC          PIC X(30).
000170        05  FILLER                  PIC X(01).
000180        05  DL101-ITM-LINE-GROUP.
000190            10  DL101-ITM-LINE-CODE PIC X(03) OCCURS 6 TIMES.
000200        05  FILLER                  PIC X(01).
000210        05  DL101-ITM-PACK-GROUP.
000220            10  DL101-ITM-PACK      PIC 9(02) OCCURS 6 TIMES.
000230        05  FILLER                  PIC X(01).
000240        05  DL101-ITM-MAX-LAYERS    PIC 9(03).
000250        05  FILLER                  PIC X(01).
000260        05  DL101-ITM-ACTIVE        PIC X(01).
000270            88  DL101-ITM-IS-ACTIVE     VALUE "Y".
000280        05  FILLER                  PIC X(23).
