000010******************************************************************
000020*                                                                *
000030*    DIVRNR.CPY                                                  *
000040*    PRINT LINE LAYOUTS FOR THE NIGHTLY CHAIN RUN-STATUS REPORT  *
000050*    BUILT BY 08_DIVRUN.  ONE PAGE PER BUSINESS DATE - A PAIR    *
000060*    OF LINES PER CHAIN STEP (STATUS, TIMES, RETURN CODE, RUNS,  *
000070*    AND MESSAGE, THEN THE STEP'S KEY COUNTS) AND A CLOSING      *
000080*    LINE SAYING WHERE THE CHAIN STOPPED AND WHY.                *
000090*                                                                *
000100*    MODIFICATION HISTORY                                       *
000110*    DATE       BY    DESCRIPTION                                *
000120*    ---------- ----- --------------------------------------    *
000130*    2026-10-15 RLH   ORIGINAL COPYBOOK - RUN-STATUS REPORT      *
000140*                     LINES.                                     *
000150*                                                                *
000160******************************************************************
000170 01  RNR-HEADING-LINE-1.
000180     05  FILLER              PIC X(01) VALUE SPACES.
000190     05  FILLER              PIC X(36)
000200         VALUE "NIGHTLY DIVISION CHAIN - RUN STATUS".
000210     05  FILLER              PIC X(18) VALUE "   BUSINESS DATE: ".
000220     05  RNR-BUS-DATE        PIC X(10).
000230     05  FILLER              PIC X(14) VALUE "   MONTH END: ".
000240     05  RNR-MONTH-END       PIC X(03).
000250     05  FILLER              PIC X(12) VALUE "   PRINTED: ".
000260     05  RNR-RUN-DATE        PIC X(10).
000270     05  FILLER              PIC X(01) VALUE SPACES.
000280     05  RNR-RUN-TIME        PIC X(08).
000290     05  FILLER              PIC X(19) VALUE SPACES.
000300 01  RNR-HEADING-LINE-2.
000310     05  FILLER              PIC X(01) VALUE SPACES.
000320     05  FILLER              PIC X(14) VALUE "STEP".
000330     05  FILLER              PIC X(20) VALUE "STATUS".
000340     05  FILLER              PIC X(21) VALUE "STARTED".
000350     05  FILLER              PIC X(21) VALUE "ENDED".
000360     05  FILLER              PIC X(08) VALUE "  RC".
000370     05  FILLER              PIC X(05) VALUE "RUNS".
000380     05  FILLER              PIC X(42) VALUE "  MESSAGE".
000390 01  RNR-DETAIL-LINE.
000400     05  FILLER              PIC X(01) VALUE SPACES.
000410     05  RNR-STEP            PIC X(12).
000420     05  FILLER              PIC X(02) VALUE SPACES.
000430     05  RNR-STATUS          PIC X(18).
000440     05  FILLER              PIC X(02) VALUE SPACES.
000450     05  RNR-STARTED         PIC X(19).
000460     05  FILLER              PIC X(02) VALUE SPACES.
000470     05  RNR-ENDED           PIC X(19).
000480     05  FILLER              PIC X(02) VALUE SPACES.
000490     05  RNR-RC              PIC ZZZ9.
000500     05  RNR-RC-X REDEFINES RNR-RC
000510                             PIC X(04).
000520     05  FILLER              PIC X(04) VALUE SPACES.
000530     05  RNR-RUNS            PIC ZZ9.
000540     05  RNR-RUNS-X REDEFINES RNR-RUNS
000550                             PIC X(03).
000560     05  FILLER              PIC X(02) VALUE SPACES.
000570     05  RNR-MESSAGE         PIC X(40).
000580     05  FILLER              PIC X(02) VALUE SPACES.
000590 01  RNR-COUNT-LINE.
000600     05  FILLER              PIC X(15).
000610     05  RNR-CNT-ENTRY OCCURS 3 TIMES.
000620         10  RNR-CNT-LABEL   PIC X(10).
000630         10  FILLER          PIC X(01).
000640         10  RNR-CNT         PIC ZZZ,ZZZ,ZZ9.
000650         10  RNR-CNT-X REDEFINES RNR-CNT
000660                             PIC X(11).
000670         10  FILLER          PIC X(04).
000680     05  FILLER              PIC X(39).
000690 01  RNR-SUMMARY-LINE.
000700     05  FILLER              PIC X(01) VALUE SPACES.
000710     05  FILLER              PIC X(14) VALUE "CHAIN STATUS: ".
000720     05  RNR-SUMMARY         PIC X(110).
000730     05  FILLER              PIC X(07) VALUE SPACES.
000740 01  RNR-RULE-LINE.
000750     05  FILLER              PIC X(132) VALUE ALL "-".
