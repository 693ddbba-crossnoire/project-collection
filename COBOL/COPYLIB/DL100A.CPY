000210        05  DL100-AUD-EXP3          PIC 9(02).
000220        05  FILLER                  PIC X(01) VALUE SPACE.
000230        05  DL100-AUD-EXP4          PIC 9(02).
000240        05  FILLER                  PIC X(01) VALUE SPACE.
000250*  DL100-AUD-ACTION IS SPACE ON A CLASSIFICATION LINE AND V
000260*  ON THE REVERSAL LINE POWREV APPENDS WHEN A RUN IS BACKED
000270*  OUT - THE ORIGINAL LINE IS NEVER REMOVED.  BOTH CARRY
000280*  THE RUN (GENERATION) NUMBER; LINES WRITTEN BEFORE THE
000290*  FIELD WAS ADDED HAVE SPACES THERE.
000300        05  DL100-AUD-ACTION        PIC X(01).
000310            88  DL100-AUD-REVERSAL      VALUE "V".
000320        05  FILLER                  PIC X(01) VALUE SPACE.
000330        05  DL100-AUD-RUN-NO        PIC X(06).
000340*  DL100-AUD-PLN-LAYERS AND DL100-AUD-PLN-RESIDUAL ARE THE
000350*  PALLET PLAN POWER BUILT FOR THE LOT: FULL LAYERS OF THE
000360*  CASE PACK IT CHOSE AND THE UNITS LEFT OVER.  THEY ARE
000370*  SPACES ON A REVERSAL LINE AND ON LINES WRITTEN BEFORE THE
000380*  FIELDS WERE ADDED.
000390        05  FILLER                  PIC X(01) VALUE SPACE.
000400        05  DL100-AUD-PLN-LAYERS    PIC 9(09).
000410        05  FILLER                  PIC X(01) VALUE SPACE.
000420        05  DL100-AUD-PLN-RESIDUAL  PIC 9(09).
000430        05  FILLER                  PIC X(16).
