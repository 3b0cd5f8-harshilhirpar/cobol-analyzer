000010******************************************************************
000020*                                                                *
000030*    DIVPRR.CPY                                                  *
000040*    PRINT LINE LAYOUTS FOR THE AUDIT RECOMPUTATION PROOF        *
000050*    PRODUCED BY 08_DIVPRV.  EACH LINE IS ASSEMBLED HERE AND     *
000060*    THEN MOVED TO PROOF-REPORT-RECORD BEFORE IT IS WRITTEN.     *
000070*                                                                *
000080*    ON A DISPUTED-SET LINE THE STORED RESULT IS THE SET TOTAL,  *
000090*    THE RECOMPUTED RESULT IS THE SUM OF THE SHARE ROWS SEEN,    *
000100*    NUM2 IS THE SHARE COUNT, AND THE REMAINDERS ARE ZERO.       *
000110*    A ZERO AMOUNT ON A SUMMARY LINE PRINTS AS BLANKS.           *
000120*                                                                *
000130*    MODIFICATION HISTORY                                        *
000140*    DATE       BY    DESCRIPTION                                *
000150*    ---------- ----- --------------------------------------     *
000160*    2026-10-15 RLH   ORIGINAL COPYBOOK - RECOMPUTATION PROOF.   *
000170*                                                                *
000180******************************************************************
000190 01  PRR-HEADING-LINE-1.
000200     05  FILLER              PIC X(01) VALUE SPACES.
000210     05  FILLER              PIC X(34)
000220         VALUE "DIVISION AUDIT RECOMPUTATION PROOF".
000230     05  FILLER              PIC X(12) VALUE "   RUN DATE:".
000240     05  FILLER              PIC X(01) VALUE SPACES.
000250     05  PRR-RUN-DATE        PIC X(10).
000260     05  FILLER              PIC X(08) VALUE "   PAGE ".
000270     05  PRR-PAGE-NO         PIC ZZZ9.
000280     05  FILLER              PIC X(62) VALUE SPACES.
000290 01  PRR-HEADING-LINE-2.
000300     05  FILLER              PIC X(01) VALUE SPACES.
000310     05  FILLER              PIC X(12) VALUE "AUDIT DATES ".
000320     05  PRR-FROM-DATE       PIC X(10).
000330     05  FILLER              PIC X(06) VALUE " THRU ".
000340     05  PRR-TO-DATE         PIC X(10).
000350     05  FILLER              PIC X(93) VALUE SPACES.
000360 01  PRR-SECTION-LINE.
000370     05  FILLER              PIC X(01) VALUE SPACES.
000380     05  PRR-SECTION-TITLE   PIC X(60).
000390     05  FILLER              PIC X(71) VALUE SPACES.
000400 01  PRR-DISPUTE-HEADING.
000410     05  FILLER              PIC X(01) VALUE SPACES.
000420     05  FILLER              PIC X(12) VALUE "AUDIT DATE".
000430     05  FILLER              PIC X(10) VALUE "REQUEST".
000440     05  FILLER              PIC X(06) VALUE "TYPE".
000450     05  FILLER              PIC X(12) VALUE "       NUM1".
000460     05  FILLER              PIC X(12) VALUE "       NUM2".
000470     05  FILLER              PIC X(03) VALUE "R/S".
000480     05  FILLER              PIC X(15) VALUE " STORED RESULT ".
000490     05  FILLER              PIC X(15) VALUE "    RECOMPUTED ".
000500     05  FILLER              PIC X(15) VALUE " STORED REMDR. ".
000510     05  FILLER              PIC X(15) VALUE "    RECOMPUTED ".
000520     05  FILLER              PIC X(16) VALUE "REASON".
000530 01  PRR-DISPUTE-LINE.
000540     05  FILLER              PIC X(01) VALUE SPACES.
000550     05  PRR-D-DATE          PIC X(10).
000560     05  FILLER              PIC X(02) VALUE SPACES.
000570     05  PRR-D-REQUEST-ID    PIC X(08).
000580     05  FILLER              PIC X(02) VALUE SPACES.
000590     05  PRR-D-ROW-TYPE      PIC X(05).
000600     05  FILLER              PIC X(01) VALUE SPACES.
000610     05  PRR-D-NUM1          PIC -(10)9.
000620     05  FILLER              PIC X(01) VALUE SPACES.
000630     05  PRR-D-NUM2          PIC -(10)9.
000640     05  FILLER              PIC X(01) VALUE SPACES.
000650     05  PRR-D-ROUND-SW      PIC X(01).
000660     05  PRR-D-SCALE-CD      PIC X(01).
000670     05  FILLER              PIC X(01) VALUE SPACES.
000680     05  PRR-D-STORED-RESULT PIC -(10)9.99.
000690     05  FILLER              PIC X(01) VALUE SPACES.
000700     05  PRR-D-RECOMP-RESULT PIC -(10)9.99.
000710     05  FILLER              PIC X(01) VALUE SPACES.
000720     05  PRR-D-STORED-REMDR  PIC -(10)9.99.
000730     05  FILLER              PIC X(01) VALUE SPACES.
000740     05  PRR-D-RECOMP-REMDR  PIC -(10)9.99.
000750     05  FILLER              PIC X(01) VALUE SPACES.
000760     05  PRR-D-REASON        PIC X(16).
000770 01  PRR-SUMMARY-HEADING.
000780     05  FILLER              PIC X(01) VALUE SPACES.
000790     05  FILLER              PIC X(44) VALUE SPACES.
000800     05  FILLER              PIC X(11) VALUE "      COUNT".
000810     05  FILLER              PIC X(02) VALUE SPACES.
000820     05  FILLER              PIC X(20)
000830         VALUE "       STORED AMOUNT".
000840     05  FILLER              PIC X(02) VALUE SPACES.
000850     05  FILLER              PIC X(20)
000860         VALUE "   RECOMPUTED AMOUNT".
000870     05  FILLER              PIC X(32) VALUE SPACES.
000880 01  PRR-SUMMARY-LINE.
000890     05  FILLER              PIC X(01) VALUE SPACES.
000900     05  PRR-S-LABEL         PIC X(44).
000910     05  PRR-S-COUNT         PIC ZZZ,ZZZ,ZZ9.
000920     05  FILLER              PIC X(02) VALUE SPACES.
000930     05  PRR-S-STORED        PIC -,---,---,---,--9.99
000940                             BLANK WHEN ZERO.
000950     05  FILLER              PIC X(02) VALUE SPACES.
000960     05  PRR-S-RECOMPUTED    PIC -,---,---,---,--9.99
000970                             BLANK WHEN ZERO.
000980     05  FILLER              PIC X(32) VALUE SPACES.
000990 01  PRR-VERDICT-LINE.
001000     05  FILLER              PIC X(01) VALUE SPACES.
001010     05  FILLER              PIC X(09) VALUE "VERDICT: ".
001020     05  PRR-VERDICT         PIC X(60).
001030     05  FILLER              PIC X(62) VALUE SPACES.
