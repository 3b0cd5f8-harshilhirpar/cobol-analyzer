000010******************************************************************
000020*                                                                *
000030*    DIVTRR.CPY                                                  *
000040*    PRINT LINE LAYOUTS FOR THE DAILY TREND CHECK BUILT BY       *
000050*    08_DIVTRD.  EACH LINE IS ASSEMBLED HERE AND THEN MOVED TO   *
000060*    TREND-REPORT-RECORD BEFORE IT IS WRITTEN.                   *
000070*                                                                *
000080*    MODIFICATION HISTORY                                        *
000090*    DATE       BY    DESCRIPTION                                *
000100*    ---------- ----- --------------------------------------     *
000110*    2026-10-15 RLH   ORIGINAL COPYBOOK - TREND CHECK LINES.     *
000120*                                                                *
000130******************************************************************
000140 01  TRR-HEADING-LINE-1.
000150     05  FILLER              PIC X(01) VALUE SPACES.
000160     05  FILLER              PIC X(37)
000170         VALUE "DIVISION TREND CHECK BY SOURCE SYSTEM".
000180     05  FILLER              PIC X(12) VALUE "   RUN DATE:".
000190     05  FILLER              PIC X(01) VALUE SPACES.
000200     05  TRR-RUN-DATE        PIC X(10).
000210     05  FILLER              PIC X(08) VALUE "   PAGE ".
000220     05  TRR-PAGE-NO         PIC ZZZ9.
000230     05  FILLER              PIC X(59) VALUE SPACES.
000240 01  TRR-HEADING-LINE-2.
000250     05  FILLER              PIC X(01) VALUE SPACES.
000260     05  FILLER              PIC X(15) VALUE "BUSINESS DATE: ".
000270     05  TRR-BUS-DATE        PIC X(10).
000280     05  FILLER              PIC X(18) VALUE "   PRIOR DAYS:   ".
000290     05  TRR-DAYS-USED       PIC Z9.
000300     05  FILLER              PIC X(04) VALUE " OF ".
000310     05  TRR-DAYS-WANTED     PIC Z9.
000320     05  FILLER              PIC X(17) VALUE "   BANDS - COUNT ".
000330     05  TRR-CNT-LOW         PIC ZZ9.
000340     05  FILLER              PIC X(01) VALUE "-".
000350     05  TRR-CNT-HIGH        PIC ZZ9.
000360     05  FILLER              PIC X(11) VALUE "%  RESULTS ".
000370     05  TRR-RES-LOW         PIC ZZ9.
000380     05  FILLER              PIC X(01) VALUE "-".
000390     05  TRR-RES-HIGH        PIC ZZ9.
000400     05  FILLER              PIC X(17) VALUE "%  REJECTS UP TO ".
000410     05  TRR-REJ-HIGH        PIC ZZ9.
000420     05  FILLER              PIC X(01) VALUE "%".
000430     05  FILLER              PIC X(17) VALUE SPACES.
000440 01  TRR-HEADING-LINE-3.
000450     05  FILLER              PIC X(01) VALUE SPACES.
000460     05  FILLER              PIC X(10) VALUE "SOURCE".
000470     05  FILLER              PIC X(07) VALUE "TYPE".
000480     05  FILLER              PIC X(11) VALUE "   REQUESTS".
000490     05  FILLER              PIC X(01) VALUE SPACES.
000500     05  FILLER              PIC X(11) VALUE "    AVERAGE".
000510     05  FILLER              PIC X(02) VALUE SPACES.
000520     05  FILLER              PIC X(07) VALUE "REJECTS".
000530     05  FILLER              PIC X(01) VALUE SPACES.
000540     05  FILLER              PIC X(07) VALUE "AVERAGE".
000550     05  FILLER              PIC X(02) VALUE SPACES.
000560     05  FILLER              PIC X(17) VALUE "          RESULTS".
000570     05  FILLER              PIC X(01) VALUE SPACES.
000580     05  FILLER              PIC X(17) VALUE "          AVERAGE".
000590     05  FILLER              PIC X(02) VALUE SPACES.
000600     05  FILLER              PIC X(30) VALUE "FLAGS".
000610     05  FILLER              PIC X(05) VALUE SPACES.
000620 01  TRR-DETAIL-LINE.
000630     05  FILLER              PIC X(01) VALUE SPACES.
000640     05  TRR-SOURCE          PIC X(08).
000650     05  FILLER              PIC X(02) VALUE SPACES.
000660     05  TRR-ROW-TYPE        PIC X(05).
000670     05  FILLER              PIC X(02) VALUE SPACES.
000680     05  TRR-REQUESTS        PIC ZZZ,ZZZ,ZZ9.
000690     05  FILLER              PIC X(01) VALUE SPACES.
000700     05  TRR-AVG-REQUESTS    PIC ZZZ,ZZZ,ZZ9.
000710     05  FILLER              PIC X(02) VALUE SPACES.
000720     05  TRR-REJECTS         PIC ZZZ,ZZ9.
000730     05  FILLER              PIC X(01) VALUE SPACES.
000740     05  TRR-AVG-REJECTS     PIC ZZZ,ZZ9.
000750     05  FILLER              PIC X(02) VALUE SPACES.
000760     05  TRR-RESULTS         PIC -(13)9.99.
000770     05  FILLER              PIC X(01) VALUE SPACES.
000780     05  TRR-AVG-RESULTS     PIC -(13)9.99.
000790     05  FILLER              PIC X(02) VALUE SPACES.
000800     05  TRR-FLAG-TEXT       PIC X(30).
000810     05  FILLER              PIC X(05) VALUE SPACES.
000820 01  TRR-TOTAL-LINE.
000830     05  FILLER              PIC X(01) VALUE SPACES.
000840     05  FILLER              PIC X(15) VALUE "ROWS COMPARED: ".
000850     05  TRR-ROWS-COMPARED   PIC ZZZ9.
000860     05  FILLER              PIC X(12) VALUE "   FLAGGED: ".
000870     05  TRR-ROWS-FLAGGED    PIC ZZZ9.
000880     05  FILLER              PIC X(03) VALUE SPACES.
000890     05  TRR-VERDICT         PIC X(60).
000900     05  FILLER              PIC X(33) VALUE SPACES.
