000010******************************************************************
000020*                                                                *
000030*    DIVWLR.CPY                                                  *
000040*    PRINT LINE LAYOUTS FOR THE FUTURE-DATED REQUEST WAREHOUSE   *
000050*    LISTING BUILT BY 08_DIVWHL.  EACH LINE IS ASSEMBLED HERE    *
000060*    AND THEN MOVED TO WAREHOUSE-REPORT-RECORD BEFORE IT IS      *
000070*    WRITTEN.                                                    *
000080*                                                                *
000090*    MODIFICATION HISTORY                                        *
000100*    DATE       BY    DESCRIPTION                                *
000110*    ---------- ----- --------------------------------------     *
000120*    2026-10-15 RLH   ORIGINAL COPYBOOK - WAREHOUSE LISTING      *
000130*                     LINES.                                     *
000140*                                                                *
000150******************************************************************
000160 01  WLR-HEADING-LINE-1.
000170     05  FILLER              PIC X(01) VALUE SPACES.
000180     05  FILLER              PIC X(38)
000190         VALUE "FUTURE-DATED REQUESTS AWAITING RELEASE".
000200     05  FILLER              PIC X(12) VALUE "   RUN DATE:".
000210     05  FILLER              PIC X(01) VALUE SPACES.
000220     05  WLR-RUN-DATE        PIC X(10).
000230     05  FILLER              PIC X(08) VALUE "   PAGE ".
000240     05  WLR-PAGE-NO         PIC ZZZ9.
000250     05  FILLER              PIC X(58) VALUE SPACES.
000260 01  WLR-HEADING-LINE-2.
000270     05  FILLER              PIC X(01) VALUE SPACES.
000280     05  FILLER              PIC X(12) VALUE "EFFECTIVE".
000290     05  FILLER              PIC X(10) VALUE "SOURCE".
000300     05  FILLER              PIC X(06) VALUE "TYPE".
000310     05  FILLER              PIC X(10) VALUE "ID".
000320     05  FILLER              PIC X(12) VALUE "RECEIVED".
000330     05  FILLER              PIC X(07) VALUE "RECORDS".
000340     05  FILLER              PIC X(14) VALUE "        AMOUNT".
000350     05  FILLER              PIC X(60) VALUE SPACES.
000360 01  WLR-DETAIL-LINE.
000370     05  FILLER              PIC X(01) VALUE SPACES.
000380     05  WLR-EFFECTIVE-DATE  PIC X(10).
000390     05  FILLER              PIC X(02) VALUE SPACES.
000400     05  WLR-SOURCE          PIC X(08).
000410     05  FILLER              PIC X(02) VALUE SPACES.
000420     05  WLR-TYPE            PIC X(04).
000430     05  FILLER              PIC X(02) VALUE SPACES.
000440     05  WLR-REQUEST-ID      PIC X(08).
000450     05  FILLER              PIC X(02) VALUE SPACES.
000460     05  WLR-RECEIVED-DATE   PIC X(10).
000470     05  FILLER              PIC X(02) VALUE SPACES.
000480     05  WLR-RECORD-COUNT    PIC ZZZZZZ9.
000490     05  FILLER              PIC X(02) VALUE SPACES.
000500     05  WLR-AMOUNT          PIC -(11)9.
000510     05  FILLER              PIC X(60) VALUE SPACES.
000520 01  WLR-TOTAL-LINE.
000530     05  FILLER              PIC X(01) VALUE SPACES.
000540     05  WLR-TOTAL-CAPTION   PIC X(12).
000550     05  WLR-TOTAL-DATE      PIC X(10).
000560     05  FILLER              PIC X(01) VALUE SPACES.
000570     05  WLR-TOTAL-SOURCE    PIC X(08).
000580     05  FILLER              PIC X(09) VALUE "  ITEMS: ".
000590     05  WLR-TOTAL-ITEMS     PIC ZZZ,ZZ9.
000600     05  FILLER              PIC X(03) VALUE SPACES.
000610     05  WLR-TOTAL-RECORDS   PIC ZZZZZZ9.
000620     05  FILLER              PIC X(02) VALUE SPACES.
000630     05  WLR-TOTAL-AMOUNT    PIC -(11)9.
000640     05  FILLER              PIC X(60) VALUE SPACES.
000650 01  WLR-NOTHING-LINE.
000660     05  FILLER              PIC X(01) VALUE SPACES.
000670     05  FILLER              PIC X(37)
000680         VALUE "NOTHING IS SCHEDULED ON THE WAREHOUSE".
000690     05  FILLER              PIC X(94) VALUE SPACES.
