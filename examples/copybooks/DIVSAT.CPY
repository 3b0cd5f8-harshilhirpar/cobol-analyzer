000010******************************************************************
000020*                                                                *
000030*    DIVSAT.CPY                                                  *
000040*    STANDING-TEMPLATE-RECORD - THE KEYED STANDING-ALLOCATION    *
000050*    MASTER.  A TEMPLATE IS AN ALLOCATION SET THAT RECURS ON A   *
000060*    FIXED FREQUENCY (RENT, IT CHARGEBACK, SHARED SERVICES)     *
000070*    ACROSS THE SAME COST CENTERS WITH THE SAME WEIGHTS.  IT IS  *
000080*    MAINTAINED BY 08_DIVSTM FROM TRANSACTION CARDS AND TURNED   *
000090*    INTO A SET/SHR BATCH FOR 08_REDEFINES BY 08_DIVSTG.         *
000100*                                                                *
000110*    THE KEY IS THE TEMPLATE ID AND A LINE NUMBER.  LINE 000 IS  *
000120*    THE TEMPLATE HEADER (ST-HEADER-DATA); LINES 001-250 ARE     *
000130*    THE SHARES (ST-SHARE-DATA), ONE COST CENTER EACH, SO A      *
000140*    TEMPLATE READS BACK HEADER FIRST IN KEY SEQUENCE.          *
000150*                                                                *
000160*    ST-FREQUENCY-CD -                                           *
000170*        "M" = EVERY MONTH FROM THE START MONTH                  *
000180*        "Q" = EVERY THIRD MONTH FROM THE START MONTH            *
000190*        "A" = ONCE A YEAR, IN THE START MONTH                   *
000200*    ST-END-DATE IS ZERO WHILE THE TEMPLATE IS OPEN-ENDED AND    *
000210*    IS SET BY THE CLOSE TRANSACTION.  ST-LAST-PERIOD IS THE     *
000220*    YYYYMM THE TEMPLATE WAS LAST GENERATED FOR, SO A RERUN OF   *
000230*    THE GENERATOR CAN NEVER BUILD THE SAME PERIOD TWICE.       *
000240*                                                                *
000250*    MODIFICATION HISTORY                                       *
000260*    DATE       BY    DESCRIPTION                                *
000270*    ---------- ----- --------------------------------------    *
000280*    2026-10-15 RLH   ORIGINAL COPYBOOK - STANDING-ALLOCATION    *
000290*                     TEMPLATE MASTER.                           *
000300*                                                                *
000310******************************************************************
000320 01  STANDING-TEMPLATE-RECORD.
000330     05  ST-KEY.
000340         10  ST-TEMPLATE-ID         PIC X(04).
000350         10  ST-LINE-NO             PIC 9(03).
000360             88  ST-TEMPLATE-HEADER     VALUE ZERO.
000370     05  ST-HEADER-DATA.
000380         10  ST-DESCRIPTION         PIC X(30).
000390         10  ST-ALLOC-TYPE-CD       PIC X(01).
000400             88  ST-ALLOC-EQUAL         VALUES SPACE "E".
000410             88  ST-ALLOC-WEIGHTED      VALUE "W".
000420         10  ST-ROUND-SW            PIC X(01).
000430         10  ST-SCALE-CD            PIC 9(01).
000440         10  ST-FREQUENCY-CD        PIC X(01).
000450             88  ST-MONTHLY             VALUE "M".
000460             88  ST-QUARTERLY           VALUE "Q".
000470             88  ST-ANNUAL              VALUE "A".
000480         10  ST-START-DATE          PIC 9(08).
000490         10  ST-END-DATE            PIC 9(08).
000500         10  ST-TOTAL-AMOUNT        PIC S9(10).
000510         10  ST-LAST-PERIOD         PIC 9(06).
000520         10  FILLER                 PIC X(07).
000530     05  ST-SHARE-DATA REDEFINES ST-HEADER-DATA.
000540         10  ST-COST-CENTER         PIC X(08).
000550         10  ST-WEIGHT              PIC 9(08).
000560         10  FILLER                 PIC X(57).
