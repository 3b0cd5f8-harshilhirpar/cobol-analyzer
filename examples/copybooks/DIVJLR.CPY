000010******************************************************************
000020*                                                                *
000030*    DIVJLR.CPY                                                  *
000040*    PRINT LINE LAYOUTS FOR THE GL JOURNAL BUILD AND PROOF       *
000050*    PRODUCED BY 08_DIVJNL.  EACH LINE IS ASSEMBLED HERE AND     *
000060*    THEN MOVED TO JOURNAL-REPORT-RECORD BEFORE IT IS WRITTEN.   *
000070*                                                                *
000080*    MODIFICATION HISTORY                                        *
000090*    DATE       BY    DESCRIPTION                                *
000100*    ---------- ----- --------------------------------------     *
000110*    2026-10-15 RLH   ORIGINAL COPYBOOK - JOURNAL PROOF LINES.   *
000120*                                                                *
000130******************************************************************
000140 01  JLR-HEADING-LINE-1.
000150     05  FILLER              PIC X(01) VALUE SPACES.
000160     05  FILLER              PIC X(35)
000170         VALUE "DIVISION GL JOURNAL BUILD AND PROOF".
000180     05  FILLER              PIC X(12) VALUE "   RUN DATE:".
000190     05  FILLER              PIC X(01) VALUE SPACES.
000200     05  JLR-RUN-DATE        PIC X(10).
000210     05  FILLER              PIC X(08) VALUE "   PAGE ".
000220     05  JLR-PAGE-NO         PIC ZZZ9.
000230     05  FILLER              PIC X(61) VALUE SPACES.
000240 01  JLR-HEADING-LINE-2.
000250     05  FILLER              PIC X(01) VALUE SPACES.
000260     05  FILLER              PIC X(15) VALUE "BUSINESS DATE: ".
000270     05  JLR-BUS-DATE        PIC X(10).
000280     05  FILLER              PIC X(106) VALUE SPACES.
000290 01  JLR-SECTION-LINE.
000300     05  FILLER              PIC X(01) VALUE SPACES.
000310     05  JLR-SECTION-TITLE   PIC X(60).
000320     05  FILLER              PIC X(71) VALUE SPACES.
000330 01  JLR-EXCEPTION-HEADING.
000340     05  FILLER              PIC X(01) VALUE SPACES.
000350     05  FILLER              PIC X(10) VALUE "REQUEST".
000360     05  FILLER              PIC X(07) VALUE "TYPE".
000370     05  FILLER              PIC X(10) VALUE "COST CTR".
000380     05  FILLER              PIC X(10) VALUE "  READ POS".
000390     05  FILLER              PIC X(17) VALUE "           AMOUNT".
000400     05  FILLER              PIC X(02) VALUE SPACES.
000410     05  FILLER              PIC X(30) VALUE "REASON".
000420     05  FILLER              PIC X(45) VALUE SPACES.
000430 01  JLR-EXCEPTION-LINE.
000440     05  FILLER              PIC X(01) VALUE SPACES.
000450     05  JLR-X-REQUEST-ID    PIC X(08).
000460     05  FILLER              PIC X(02) VALUE SPACES.
000470     05  JLR-X-ROW-TYPE      PIC X(05).
000480     05  FILLER              PIC X(02) VALUE SPACES.
000490     05  JLR-X-COST-CENTER   PIC X(08).
000500     05  FILLER              PIC X(02) VALUE SPACES.
000510     05  JLR-X-READNO        PIC Z(07)9.
000520     05  FILLER              PIC X(02) VALUE SPACES.
000530     05  JLR-X-AMOUNT        PIC -(13)9.99.
000540     05  FILLER              PIC X(02) VALUE SPACES.
000550     05  JLR-X-REASON        PIC X(30).
000560     05  FILLER              PIC X(45) VALUE SPACES.
000570 01  JLR-ACCOUNT-HEADING.
000580     05  FILLER              PIC X(01) VALUE SPACES.
000590     05  FILLER              PIC X(14) VALUE "ACCOUNT".
000600     05  FILLER              PIC X(10) VALUE "COST CTR".
000610     05  FILLER              PIC X(07) VALUE "  LINES".
000620     05  FILLER              PIC X(02) VALUE SPACES.
000630     05  FILLER              PIC X(17) VALUE "           DEBITS".
000640     05  FILLER              PIC X(02) VALUE SPACES.
000650     05  FILLER              PIC X(17) VALUE "          CREDITS".
000660     05  FILLER              PIC X(62) VALUE SPACES.
000670 01  JLR-ACCOUNT-LINE.
000680     05  FILLER              PIC X(01) VALUE SPACES.
000690     05  JLR-A-ACCOUNT       PIC X(12).
000700     05  FILLER              PIC X(02) VALUE SPACES.
000710     05  JLR-A-COST-CENTER   PIC X(08).
000720     05  FILLER              PIC X(02) VALUE SPACES.
000730     05  JLR-A-LINES         PIC ZZZ,ZZ9.
000740     05  FILLER              PIC X(02) VALUE SPACES.
000750     05  JLR-A-DEBITS        PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
000760     05  FILLER              PIC X(01) VALUE SPACES.
000770     05  JLR-A-CREDITS       PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
000780     05  FILLER              PIC X(61) VALUE SPACES.
000790 01  JLR-PROOF-LINE.
000800     05  FILLER              PIC X(01) VALUE SPACES.
000810     05  FILLER              PIC X(05) VALUE "DATE ".
000820     05  JLR-P-DATE          PIC X(10).
000830     05  FILLER              PIC X(11) VALUE "  POSTINGS ".
000840     05  JLR-P-POSTINGS      PIC ZZZ,ZZ9.
000850     05  FILLER              PIC X(08) VALUE "  LINES ".
000860     05  JLR-P-LINES         PIC ZZZ,ZZ9.
000870     05  FILLER              PIC X(09) VALUE "  DEBITS ".
000880     05  JLR-P-DEBITS        PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
000890     05  FILLER              PIC X(10) VALUE "  CREDITS ".
000900     05  JLR-P-CREDITS       PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
000910     05  FILLER              PIC X(02) VALUE SPACES.
000920     05  JLR-P-VERDICT       PIC X(14).
000930     05  FILLER              PIC X(12) VALUE SPACES.
000940 01  JLR-TOTAL-LINE.
000950     05  FILLER              PIC X(01) VALUE SPACES.
000960     05  FILLER              PIC X(19)
000970         VALUE "UNMAPPED POSTINGS: ".
000980     05  JLR-UNMAPPED        PIC ZZZ,ZZ9.
000990     05  FILLER              PIC X(03) VALUE SPACES.
001000     05  JLR-VERDICT         PIC X(60).
001010     05  FILLER              PIC X(42) VALUE SPACES.
