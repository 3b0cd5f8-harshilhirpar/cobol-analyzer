000010******************************************************************
000020*                                                                *
000030*    DIVBVR.CPY                                                  *
000040*    PRINT LINE LAYOUTS FOR THE COST-CENTER BUDGET VARIANCE      *
000050*    REPORT BUILT BY 08_DIVBDV.  ONE DETAIL LINE PER COST        *
000060*    CENTER SHOWS THE PERIOD BUDGET, THE AMOUNT ALLOCATED TO     *
000070*    DATE ON THE AUDIT TRAIL, WHAT REMAINS, AND THE PERCENT      *
000080*    USED.  EACH LINE IS ASSEMBLED HERE AND THEN MOVED TO        *
000090*    VARIANCE-REPORT-RECORD BEFORE IT IS WRITTEN.                *
000100*                                                                *
000110*    MODIFICATION HISTORY                                       *
000120*    DATE       BY    DESCRIPTION                                *
000130*    ---------- ----- --------------------------------------    *
000140*    2026-10-15 RLH   ORIGINAL COPYBOOK - BUDGET VARIANCE        *
000150*                     REPORT LINES.                              *
000160*                                                                *
000170******************************************************************
000180 01  BVR-HEADING-LINE-1.
000190     05  FILLER              PIC X(01) VALUE SPACES.
000200     05  FILLER              PIC X(34)
000210         VALUE "COST-CENTER BUDGET VARIANCE REPORT".
000220     05  FILLER              PIC X(11) VALUE "   PERIOD: ".
000230     05  BVR-PERIOD          PIC X(07).
000240     05  FILLER              PIC X(13) VALUE "   RUN DATE: ".
000250     05  BVR-RUN-DATE        PIC X(10).
000260     05  FILLER              PIC X(08) VALUE "   PAGE ".
000270     05  BVR-PAGE-NO         PIC ZZZ9.
000280     05  FILLER              PIC X(44) VALUE SPACES.
000290 01  BVR-HEADING-LINE-2.
000300     05  FILLER              PIC X(01) VALUE SPACES.
000310     05  FILLER              PIC X(10) VALUE "CENTER".
000320     05  FILLER              PIC X(32) VALUE "DESCRIPTION".
000330     05  FILLER              PIC X(17) VALUE "         BUDGET".
000340     05  FILLER              PIC X(17) VALUE "      ALLOCATED".
000350     05  FILLER              PIC X(17) VALUE "      REMAINING".
000360     05  FILLER              PIC X(10) VALUE "  % USED".
000370     05  FILLER              PIC X(28) VALUE "FLAG".
000380 01  BVR-DETAIL-LINE.
000390     05  FILLER              PIC X(01) VALUE SPACES.
000400     05  BVR-CENTER          PIC X(08).
000410     05  FILLER              PIC X(02) VALUE SPACES.
000420     05  BVR-DESCRIPTION     PIC X(30).
000430     05  FILLER              PIC X(02) VALUE SPACES.
000440     05  BVR-BUDGET          PIC -(11)9.99.
000442     05  BVR-BUDGET-X REDEFINES BVR-BUDGET
000444                             PIC X(15).
000450     05  FILLER              PIC X(02) VALUE SPACES.
000460     05  BVR-ALLOCATED       PIC -(11)9.99.
000470     05  FILLER              PIC X(02) VALUE SPACES.
000480     05  BVR-REMAINING       PIC -(11)9.99.
000482     05  BVR-REMAINING-X REDEFINES BVR-REMAINING
000484                             PIC X(15).
000490     05  FILLER              PIC X(02) VALUE SPACES.
000500     05  BVR-PCT-USED        PIC -ZZZZ9.9.
000502     05  BVR-PCT-USED-X REDEFINES BVR-PCT-USED
000504                             PIC X(08).
000510     05  FILLER              PIC X(02) VALUE SPACES.
000520     05  BVR-FLAG            PIC X(24).
000530     05  FILLER              PIC X(04) VALUE SPACES.
000540 01  BVR-COUNT-LINE.
000550     05  FILLER              PIC X(01) VALUE SPACES.
000560     05  BVR-CNT-CAPTION     PIC X(30).
000570     05  BVR-CNT-COUNT       PIC ZZZ,ZZ9.
000580     05  FILLER              PIC X(94) VALUE SPACES.
000590 01  BVR-AMOUNT-LINE.
000600     05  FILLER              PIC X(01) VALUE SPACES.
000610     05  BVR-AMT-CAPTION     PIC X(30).
000620     05  BVR-AMT-AMOUNT      PIC -(13)9.99.
000630     05  FILLER              PIC X(84) VALUE SPACES.
000640 01  BVR-RULE-LINE.
000650     05  FILLER              PIC X(132) VALUE ALL "-".
