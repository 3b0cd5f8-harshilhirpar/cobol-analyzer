000010******************************************************************
000020*                                                                *
000030*    DIVSGR.CPY                                                  *
000040*    PRINT LINE LAYOUTS FOR THE STANDING-ALLOCATION GENERATION   *
000050*    REGISTER BUILT BY 08_DIVSTG.  ONE DETAIL LINE PER TEMPLATE  *
000060*    ON THE MASTER SHOWS WHETHER IT FIRED FOR THE PERIOD AND,    *
000070*    IF NOT, WHY.  EACH LINE IS ASSEMBLED HERE AND THEN MOVED    *
000080*    TO GENERATION-REPORT-RECORD BEFORE IT IS WRITTEN.           *
000090*                                                                *
000100*    MODIFICATION HISTORY                                       *
000110*    DATE       BY    DESCRIPTION                                *
000120*    ---------- ----- --------------------------------------    *
000130*    2026-10-15 RLH   ORIGINAL COPYBOOK - GENERATION REGISTER    *
000140*                     LINES.                                     *
000150*                                                                *
000160******************************************************************
000170 01  SGR-HEADING-LINE-1.
000180     05  FILLER              PIC X(01) VALUE SPACES.
000190     05  FILLER              PIC X(39)
000200         VALUE "STANDING ALLOCATION GENERATION REGISTER".
000210     05  FILLER              PIC X(11) VALUE "   PERIOD: ".
000220     05  SGR-PERIOD          PIC X(07).
000230     05  FILLER              PIC X(13) VALUE "   RUN DATE: ".
000240     05  SGR-RUN-DATE        PIC X(10).
000250     05  FILLER              PIC X(08) VALUE "   PAGE ".
000260     05  SGR-PAGE-NO         PIC ZZZ9.
000270     05  FILLER              PIC X(39) VALUE SPACES.
000280 01  SGR-HEADING-LINE-2.
000290     05  FILLER              PIC X(01) VALUE SPACES.
000300     05  FILLER              PIC X(06) VALUE "TMPL".
000310     05  FILLER              PIC X(32) VALUE "DESCRIPTION".
000320     05  FILLER              PIC X(05) VALUE "FREQ".
000330     05  FILLER              PIC X(10) VALUE "SET ID".
000340     05  FILLER              PIC X(08) VALUE "SHARES".
000350     05  FILLER              PIC X(14) VALUE "   SET TOTAL".
000360     05  FILLER              PIC X(30) VALUE "DISPOSITION".
000370     05  FILLER              PIC X(08) VALUE "CENTER".
000380     05  FILLER              PIC X(18) VALUE SPACES.
000390 01  SGR-DETAIL-LINE.
000400     05  FILLER              PIC X(01) VALUE SPACES.
000410     05  SGR-TEMPLATE-ID     PIC X(04).
000420     05  FILLER              PIC X(02) VALUE SPACES.
000430     05  SGR-DESCRIPTION     PIC X(30).
000440     05  FILLER              PIC X(02) VALUE SPACES.
000450     05  SGR-FREQUENCY       PIC X(01).
000460     05  FILLER              PIC X(04) VALUE SPACES.
000470     05  SGR-SET-ID          PIC X(08).
000480     05  FILLER              PIC X(02) VALUE SPACES.
000490     05  SGR-SHARES          PIC ZZZZZ9.
000500     05  FILLER              PIC X(02) VALUE SPACES.
000510     05  SGR-SET-TOTAL       PIC -(11)9.
000520     05  FILLER              PIC X(02) VALUE SPACES.
000530     05  SGR-DISPOSITION     PIC X(28).
000540     05  FILLER              PIC X(02) VALUE SPACES.
000550     05  SGR-CENTER          PIC X(08).
000560     05  FILLER              PIC X(18) VALUE SPACES.
000570 01  SGR-TOTAL-LINE.
000580     05  FILLER              PIC X(01) VALUE SPACES.
000590     05  SGR-TOT-CAPTION     PIC X(30).
000600     05  SGR-TOT-COUNT       PIC ZZZ,ZZ9.
000610     05  FILLER              PIC X(94) VALUE SPACES.
000620 01  SGR-BATCH-LINE.
000630     05  FILLER              PIC X(01) VALUE SPACES.
000640     05  FILLER              PIC X(30)
000650         VALUE "BATCH WRITTEN.............: ".
000660     05  SGR-BATCH-SOURCE    PIC X(08).
000670     05  FILLER              PIC X(01) VALUE SPACES.
000680     05  SGR-BATCH-NO        PIC 9(06).
000690     05  FILLER              PIC X(11) VALUE "  RECORDS: ".
000700     05  SGR-BATCH-RECORDS   PIC ZZZ,ZZ9.
000710     05  FILLER              PIC X(68) VALUE SPACES.
