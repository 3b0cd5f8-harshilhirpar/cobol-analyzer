000010******************************************************************
000020*                                                                *
000030*    DIVPGR.CPY                                                  *
000040*    PRINT LINE LAYOUTS FOR THE PENDING-APPROVAL AGING REPORT    *
000050*    BUILT BY 08_DIVPAG.  ONE LINE PER ITEM STILL WAITING FOR    *
000060*    ITS SECOND SIGNATURE OR APPROVED BUT NOT YET POSTED,        *
000070*    FOLLOWED BY THE AGE-BAND AND STATUS TOTALS.  EACH LINE IS   *
000080*    ASSEMBLED HERE AND THEN MOVED TO AGING-REPORT-RECORD        *
000090*    BEFORE IT IS WRITTEN.                                       *
000100*                                                                *
000110*    MODIFICATION HISTORY                                       *
000120*    DATE       BY    DESCRIPTION                                *
000130*    ---------- ----- --------------------------------------    *
000140*    2026-10-15 RLH   ORIGINAL COPYBOOK - PENDING-APPROVAL       *
000150*                     AGING LINES.                               *
000160*                                                                *
000170******************************************************************
000180 01  PGR-HEADING-LINE-1.
000190     05  FILLER              PIC X(01) VALUE SPACES.
000200     05  FILLER              PIC X(29)
000210         VALUE "PENDING APPROVAL AGING REPORT".
000220     05  FILLER              PIC X(13) VALUE "   RUN DATE: ".
000230     05  PGR-RUN-DATE        PIC X(10).
000240     05  FILLER              PIC X(08) VALUE "   PAGE ".
000250     05  PGR-PAGE-NO         PIC ZZZ9.
000260     05  FILLER              PIC X(67) VALUE SPACES.
000270 01  PGR-HEADING-LINE-2.
000280     05  FILLER              PIC X(01) VALUE SPACES.
000290     05  FILLER              PIC X(19) VALUE "PENDING REFERENCE".
000300     05  FILLER              PIC X(05) VALUE "TYPE".
000310     05  FILLER              PIC X(10) VALUE "ID".
000320     05  FILLER              PIC X(10) VALUE "SUBMITTER".
000330     05  FILLER              PIC X(12) VALUE "RECEIVED".
000340     05  FILLER              PIC X(07) VALUE " DAYS".
000350     05  FILLER              PIC X(13) VALUE "     AMOUNT".
000360     05  FILLER              PIC X(40) VALUE "STATUS".
000370     05  FILLER              PIC X(15) VALUE SPACES.
000380 01  PGR-DETAIL-LINE.
000390     05  FILLER              PIC X(01) VALUE SPACES.
000400     05  PGR-REF             PIC X(17).
000410     05  FILLER              PIC X(02) VALUE SPACES.
000420     05  PGR-TYPE            PIC X(03).
000430     05  FILLER              PIC X(02) VALUE SPACES.
000440     05  PGR-ID              PIC X(08).
000450     05  FILLER              PIC X(02) VALUE SPACES.
000460     05  PGR-SUBMITTER       PIC X(08).
000470     05  FILLER              PIC X(02) VALUE SPACES.
000480     05  PGR-RECEIVED        PIC X(10).
000490     05  FILLER              PIC X(02) VALUE SPACES.
000500     05  PGR-DAYS            PIC ZZZZ9.
000510     05  FILLER              PIC X(02) VALUE SPACES.
000520     05  PGR-AMOUNT          PIC -(10)9.
000530     05  FILLER              PIC X(02) VALUE SPACES.
000540     05  PGR-STATUS          PIC X(40).
000550     05  FILLER              PIC X(15) VALUE SPACES.
000560 01  PGR-TOTAL-LINE.
000570     05  FILLER              PIC X(01) VALUE SPACES.
000580     05  PGR-TOT-CAPTION     PIC X(30).
000590     05  FILLER              PIC X(07) VALUE "ITEMS: ".
000600     05  PGR-TOT-COUNT       PIC ZZZ,ZZ9.
000610     05  FILLER              PIC X(11) VALUE "   AMOUNT: ".
000620     05  PGR-TOT-AMOUNT      PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.
000630     05  FILLER              PIC X(58) VALUE SPACES.
