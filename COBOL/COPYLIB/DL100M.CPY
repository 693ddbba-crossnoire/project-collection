000030* PRINTED BY POWER ALONGSIDE THE PALPLAN FILE, IN THE      *
000040* SAME 132-COLUMN STYLE AS THE SHIFT REPORT, SO THE FLOOR  *
000050* LEADS CAN PICK AND PACK STRAIGHT OFF THE PAGE -          *
000060* INCLUDING THE PARTIAL-PALLET RESIDUE, AND HOW MANY      *
000062* PHYSICAL PALLETS THE FULL LAYERS TAKE AT THE ITEM'S      *
000064* MAX LAYERS PER PALLET.                                   *
000070*========================================================*
000080    01  DL100-PLN-RPT-REC           PIC X(132).
000090    01  DL100-PLN-HDG1-LINE.
000320        05  FILLER                  PIC X(03) VALUE SPACES.
000330        05  FILLER                  PIC X(14)
000340                VALUE "RESIDUAL UNITS".
000342        05  FILLER                  PIC X(03) VALUE SPACES.
000344        05  FILLER                  PIC X(10)
000346                VALUE "MAX LAYERS".
000348        05  FILLER                  PIC X(03) VALUE SPACES.
000350        05  FILLER                  PIC X(12)
000352                VALUE "     PALLETS".
000354        05  FILLER                  PIC X(33) VALUE SPACES.
000360    01  DL100-PLN-DET-LINE.
000370        05  FILLER                  PIC X(01) VALUE SPACE.
000380        05  DL100-PLN-DET-KEY       PIC ZZZZZ9.
000460        05  DL100-PLN-DET-LAYERS    PIC ZZZ,ZZZ,ZZ9.
000470        05  FILLER                  PIC X(03) VALUE SPACES.
000480        05  DL100-PLN-DET-RESIDUAL  PIC ZZZ,ZZZ,ZZ9.
000482        05  FILLER                  PIC X(13) VALUE SPACES.
000484        05  DL100-PLN-DET-MAX-LAYERS
000486                                    PIC ZZ9.
000488        05  FILLER                  PIC X(04) VALUE SPACES.
000490        05  DL100-PLN-DET-PALLETS   PIC ZZZ,ZZZ,ZZ9.
000492        05  FILLER                  PIC X(33) VALUE SPACES.
000500    01  DL100-PLN-TOT-LINE.
000510        05  DL100-PLN-TOT-LABEL     PIC X(30) VALUE SPACES.
000520        05  DL100-PLN-TOT-COUNT     PIC ZZZ,ZZ9.
