000010******************************************************************
000020*                                                                *
000030*    DIVJNL.CPY                                                  *
000040*    GENERAL-LEDGER JOURNAL INTERFACE LAYOUTS BUILT BY           *
000050*    08_DIVJNL - TWO BALANCED LINES (ONE DEBIT, ONE CREDIT) PER  *
000060*    POSTED DIVISION, WRAPPED IN THE GL LOADER'S STANDARD BATCH  *
000070*    HEADER AND TRAILER LIKE THE DIVGLX EXTRACT.  THE TRAILER    *
000080*    CARRIES THE LINE COUNT AND THE DEBIT AND CREDIT TOTALS,     *
000090*    WHICH ARE EQUAL ON A GOOD FILE.                             *
000100*                                                                *
000110*    FIELDS ARE PIPE-DELIMITED AT FIXED POSITIONS.  AMOUNTS ARE  *
000120*    UNSIGNED WITH AN IMPLIED TWO DECIMAL PLACES (THE LOADER     *
000130*    DIVIDES BY 100); JNL-D-SIDE-CD SAYS WHICH SIDE THE LINE IS  *
000140*    ON.  JNL-D-REQUEST-ID IS THE REQUEST ID (THE SET ID FOR A   *
000150*    SHARE; THE ORIGINAL REQUEST ID FOR A REVERSAL) AND          *
000160*    JNL-D-ROW-TYPE-CD THE AUDIT ROW TYPE IT CAME FROM.          *
000170*                                                                *
000180*    MODIFICATION HISTORY                                        *
000190*    DATE       BY    DESCRIPTION                                *
000200*    ---------- ----- --------------------------------------     *
000210*    2026-10-15 RLH   ORIGINAL COPYBOOK - GL JOURNAL INTERFACE.  *
000220*                                                                *
000230******************************************************************
000240 01  JNL-HEADER-LINE.
000250     05  JNL-H-RECORD-TYPE   PIC X(01) VALUE "H".
000260     05  FILLER              PIC X(01) VALUE "|".
000270     05  JNL-H-SYSTEM-ID     PIC X(05) VALUE "GLDIV".
000280     05  FILLER              PIC X(01) VALUE "|".
000290     05  JNL-H-RUN-DATE      PIC 9(08).
000300     05  FILLER              PIC X(01) VALUE "|".
000310     05  JNL-H-FILE-ID       PIC X(07) VALUE "JOURNAL".
000320     05  FILLER              PIC X(76) VALUE SPACES.
000330 01  JNL-DETAIL-LINE.
000340     05  JNL-D-RECORD-TYPE   PIC X(01) VALUE "D".
000350     05  FILLER              PIC X(01) VALUE "|".
000360     05  JNL-D-RUN-DATE      PIC 9(08).
000370     05  FILLER              PIC X(01) VALUE "|".
000380     05  JNL-D-LINE-NO       PIC 9(08).
000390     05  FILLER              PIC X(01) VALUE "|".
000400     05  JNL-D-REQUEST-ID    PIC X(08).
000410     05  FILLER              PIC X(01) VALUE "|".
000420     05  JNL-D-ROW-TYPE-CD   PIC X(01).
000430     05  FILLER              PIC X(01) VALUE "|".
000440     05  JNL-D-ACCOUNT       PIC X(12).
000450     05  FILLER              PIC X(01) VALUE "|".
000460     05  JNL-D-COST-CENTER   PIC X(08).
000470     05  FILLER              PIC X(01) VALUE "|".
000480     05  JNL-D-SIDE-CD       PIC X(01).
000490         88  JNL-D-DEBIT         VALUE "D".
000500         88  JNL-D-CREDIT        VALUE "C".
000510     05  FILLER              PIC X(01) VALUE "|".
000520     05  JNL-D-AMOUNT        PIC 9(10)V99.
000530     05  FILLER              PIC X(33) VALUE SPACES.
000540 01  JNL-TRAILER-LINE.
000550     05  JNL-T-RECORD-TYPE   PIC X(01) VALUE "T".
000560     05  FILLER              PIC X(01) VALUE "|".
000570     05  JNL-T-LINE-COUNT    PIC 9(08).
000580     05  FILLER              PIC X(01) VALUE "|".
000590     05  JNL-T-DEBIT-TOTAL   PIC 9(12)V99.
000600     05  FILLER              PIC X(01) VALUE "|".
000610     05  JNL-T-CREDIT-TOTAL  PIC 9(12)V99.
000620     05  FILLER              PIC X(60) VALUE SPACES.
