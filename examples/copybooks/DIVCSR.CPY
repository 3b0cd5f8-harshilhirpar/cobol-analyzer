000110*    ---------- ----- --------------------------------------    *
000120*    2026-09-01 RLH   ORIGINAL COPYBOOK - COST-CENTER            *
000130*                     STATEMENT LINES.                           *
000132*    2026-10-15 RLH   DETAIL CAPTION IS NOW SET PER LINE SO A    *
000134*                     REVERSED ALLOCATION PRINTS AS SUCH.        *
000140*                                                                *
000150******************************************************************
000160 01  CSR-HEADING-LINE-1.
000390     05  FILLER              PIC X(02) VALUE SPACES.
000400     05  FILLER              PIC X(04) VALUE "SET ".
000410     05  CSR-DET-SET-ID      PIC X(08).
000420     05  CSR-DET-CAPTION     PIC X(13).
000430     05  CSR-DET-AMOUNT      PIC -(11)9.99.
000440     05  FILLER              PIC X(76) VALUE SPACES.
000450 01  CSR-CENTER-TOTAL-LINE.
