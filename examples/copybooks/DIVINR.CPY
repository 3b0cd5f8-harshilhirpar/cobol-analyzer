000010******************************************************************
000020*                                                                *
000030*    DIVINR.CPY                                                  *
000040*    PRINT LINE LAYOUTS FOR THE SUBMISSION INTAKE                *
000050*    ACKNOWLEDGMENT BUILT BY 08_DIVINT.  EACH SUBMISSION OPENS   *
000060*    WITH ITS SOURCE SYSTEM, LISTS EVERY LINE AS ACCEPTED OR     *
000070*    REFUSED (WITH THE REASON), AND CLOSES WITH ITS COUNTS AND   *
000080*    THE DIVREQ BATCH BUILT FOR IT.  EACH LINE IS ASSEMBLED      *
000090*    HERE AND THEN MOVED TO ACK-REPORT-RECORD BEFORE IT IS       *
000100*    WRITTEN.                                                    *
000110*                                                                *
000120*    MODIFICATION HISTORY                                       *
000130*    DATE       BY    DESCRIPTION                                *
000140*    ---------- ----- --------------------------------------    *
000150*    2026-10-15 RLH   ORIGINAL COPYBOOK - INTAKE ACKNOWLEDGMENT  *
000160*                     LINES.                                     *
000170*                                                                *
000180******************************************************************
000190 01  INR-HEADING-LINE-1.
000200     05  FILLER              PIC X(01) VALUE SPACES.
000210     05  FILLER              PIC X(32)
000220         VALUE "SUBMISSION INTAKE ACKNOWLEDGMENT".
000230     05  FILLER              PIC X(13) VALUE "   RUN DATE: ".
000240     05  INR-RUN-DATE        PIC X(10).
000250     05  FILLER              PIC X(08) VALUE "   PAGE ".
000260     05  INR-PAGE-NO         PIC ZZZ9.
000270     05  FILLER              PIC X(64) VALUE SPACES.
000280 01  INR-HEADING-LINE-2.
000290     05  FILLER              PIC X(01) VALUE SPACES.
000300     05  FILLER              PIC X(08) VALUE "  LINE".
000310     05  FILLER              PIC X(06) VALUE "TYPE".
000320     05  FILLER              PIC X(10) VALUE "ID".
000330     05  FILLER              PIC X(10) VALUE "CENTER".
000340     05  FILLER              PIC X(13) VALUE "     AMOUNT".
000350     05  FILLER              PIC X(60) VALUE "DISPOSITION".
000360     05  FILLER              PIC X(24) VALUE SPACES.
000370 01  INR-SOURCE-LINE.
000380     05  FILLER              PIC X(01) VALUE SPACES.
000390     05  FILLER              PIC X(24)
000400         VALUE "SUBMISSION FROM SOURCE: ".
000410     05  INR-SOURCE          PIC X(08).
000420     05  FILLER              PIC X(99) VALUE SPACES.
000430 01  INR-DETAIL-LINE.
000440     05  FILLER              PIC X(01) VALUE SPACES.
000450     05  INR-LINE-NO         PIC ZZZZZ9.
000460     05  FILLER              PIC X(02) VALUE SPACES.
000470     05  INR-TYPE            PIC X(03).
000480     05  FILLER              PIC X(03) VALUE SPACES.
000490     05  INR-ID              PIC X(08).
000500     05  FILLER              PIC X(02) VALUE SPACES.
000510     05  INR-CENTER          PIC X(08).
000520     05  FILLER              PIC X(02) VALUE SPACES.
000530     05  INR-AMOUNT          PIC -(10)9.
000540     05  INR-AMOUNT-X REDEFINES INR-AMOUNT
000550                             PIC X(11).
000560     05  FILLER              PIC X(02) VALUE SPACES.
000570     05  INR-DISPOSITION     PIC X(60).
000580     05  FILLER              PIC X(24) VALUE SPACES.
000590 01  INR-SUBTOTAL-LINE.
000600     05  FILLER              PIC X(01) VALUE SPACES.
000610     05  FILLER              PIC X(07) VALUE "LINES: ".
000620     05  INR-SUB-LINES       PIC ZZZ,ZZ9.
000630     05  FILLER              PIC X(13) VALUE "   ACCEPTED: ".
000640     05  INR-SUB-ACCEPTED    PIC ZZZ,ZZ9.
000650     05  FILLER              PIC X(12) VALUE "   REFUSED: ".
000660     05  INR-SUB-REFUSED     PIC ZZZ,ZZ9.
000670     05  FILLER              PIC X(03) VALUE SPACES.
000680     05  INR-SUB-BATCH-TEXT  PIC X(70).
000690     05  FILLER              PIC X(05) VALUE SPACES.
000700 01  INR-TOTAL-LINE.
000710     05  FILLER              PIC X(01) VALUE SPACES.
000720     05  INR-TOT-CAPTION     PIC X(30).
000730     05  INR-TOT-COUNT       PIC ZZZ,ZZ9.
000740     05  FILLER              PIC X(94) VALUE SPACES.
