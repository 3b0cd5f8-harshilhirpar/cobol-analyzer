000127*    2026-09-01 RLH   ADDED THE WEIGHTED SHARE LINE SO A         *
000128*                     WEIGHTED SET PRINTS EACH SHARE'S WEIGHT    *
000129*                     NEXT TO ITS ALLOCATED AMOUNT.              *
000131*    2026-10-15 RLH   ADDED THE REVERSAL LINE AND THE REVERSALS  *
000132*                     TRAILER LINE.                              *
000133*    2026-10-15 RLH   ADDED THE HELD-FOR-APPROVAL AND APPROVED   *
000134*                     RELEASE LINES, THE HELD TRAILER LINE, AND  *
000135*                     THE APPROVAL LIMIT ON THE OPTIONS LINE.    *
000136*    2026-10-15 RLH   ADDED THE PARKED FUTURE-DATED LINE AND     *
000137*                     THE PARKED TRAILER LINE.                   *
000130*                                                                *
000140******************************************************************
000150 01  RPT-HEADING-LINE-1.
000880     05  RPT-OPT-LINES       PIC ZZZ9.
000890     05  FILLER              PIC X(08) VALUE "  MODE: ".
000900     05  RPT-OPT-MODE        PIC X(12).
000902     05  FILLER              PIC X(18)
000904         VALUE "  APPROVAL LIMIT: ".
000906     05  RPT-OPT-LIMIT       PIC Z,ZZZ,ZZZ,ZZ9.
000908     05  RPT-OPT-LIMIT-X REDEFINES RPT-OPT-LIMIT
000909                             PIC X(13).
000910     05  FILLER              PIC X(30) VALUE SPACES.
000920 01  RPT-BATCH-SUB-HEADER.
000930     05  FILLER              PIC X(01) VALUE SPACES.
000940     05  FILLER              PIC X(23)
001170     05  FILLER              PIC X(13) VALUE "  ALLOCATED: ".
001180     05  RPT-WSHARE-AMOUNT   PIC -(11)9.99.
001190     05  FILLER              PIC X(69) VALUE SPACES.
001200 01  RPT-TRAILER-LINE-7.
001210     05  FILLER              PIC X(20)
001220         VALUE "REVERSALS.........: ".
001230     05  RPT-CTL-REVERSED    PIC ZZZ,ZZZ,ZZ9.
001240     05  FILLER              PIC X(100) VALUE SPACES.
001250 01  RPT-REVERSAL-LINE.
001260     05  FILLER              PIC X(01) VALUE SPACES.
001270     05  FILLER              PIC X(12) VALUE "REVERSAL OF ".
001280     05  RPT-REV-ID          PIC X(08).
001290     05  FILLER              PIC X(10) VALUE "  RESULT: ".
001300     05  RPT-REV-RESULT      PIC -(13)9.99.
001310     05  FILLER              PIC X(08) VALUE "  ROWS: ".
001320     05  RPT-REV-ROWS        PIC ZZ9.
001330     05  FILLER              PIC X(02) VALUE SPACES.
001340     05  RPT-REV-REASON      PIC X(30).
001350     05  FILLER              PIC X(41) VALUE SPACES.
001360 01  RPT-TRAILER-LINE-8.
001370     05  FILLER              PIC X(20)
001380         VALUE "HELD FOR APPROVAL.: ".
001390     05  RPT-CTL-HELD        PIC ZZZ,ZZZ,ZZ9.
001400     05  FILLER              PIC X(100) VALUE SPACES.
001410 01  RPT-HELD-LINE.
001420     05  FILLER              PIC X(01) VALUE SPACES.
001430     05  FILLER              PIC X(18) VALUE "HELD FOR APPROVAL ".
001440     05  RPT-HELD-TYPE       PIC X(04).
001450     05  RPT-HELD-ID         PIC X(08).
001460     05  FILLER              PIC X(10) VALUE "  AMOUNT: ".
001470     05  RPT-HELD-AMOUNT     PIC -(11)9.
001480     05  FILLER              PIC X(15) VALUE "  PENDING REF: ".
001490     05  RPT-HELD-REF        PIC X(17).
001500     05  FILLER              PIC X(13) VALUE "  SUBMITTER: ".
001510     05  RPT-HELD-SUBMITTER  PIC X(08).
001520     05  FILLER              PIC X(26) VALUE SPACES.
001530 01  RPT-APPROVED-LINE.
001540     05  FILLER              PIC X(05) VALUE SPACES.
001550     05  FILLER              PIC X(25)
001560         VALUE "RELEASED UNDER APPROVAL  ".
001570     05  RPT-APR-REF         PIC X(17).
001580     05  FILLER              PIC X(16) VALUE "  APPROVED BY:  ".
001590     05  RPT-APR-APPROVER    PIC X(08).
001600     05  FILLER              PIC X(06) VALUE "  ON  ".
001610     05  RPT-APR-DATE        PIC X(10).
001620     05  FILLER              PIC X(45) VALUE SPACES.
001630 01  RPT-TRAILER-LINE-9.
001640     05  FILLER              PIC X(20)
001650         VALUE "PARKED (FUTURE)...: ".
001660     05  RPT-CTL-PARKED      PIC ZZZ,ZZZ,ZZ9.
001670     05  FILLER              PIC X(100) VALUE SPACES.
001680 01  RPT-PARKED-LINE.
001690     05  FILLER              PIC X(01) VALUE SPACES.
001700     05  FILLER              PIC X(18) VALUE "PARKED UNTIL DATE ".
001710     05  RPT-PARK-TYPE       PIC X(04).
001720     05  RPT-PARK-ID         PIC X(08).
001730     05  FILLER              PIC X(10) VALUE "  AMOUNT: ".
001740     05  RPT-PARK-AMOUNT     PIC -(11)9.
001750     05  FILLER              PIC X(18) VALUE "  EFFECTIVE DATE: ".
001760     05  RPT-PARK-DATE       PIC X(10).
001770     05  FILLER              PIC X(10) VALUE "  SOURCE: ".
001780     05  RPT-PARK-SOURCE     PIC X(08).
001790     05  FILLER              PIC X(33) VALUE SPACES.
