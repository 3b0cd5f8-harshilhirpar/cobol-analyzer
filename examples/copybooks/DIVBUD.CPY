000010******************************************************************
000020*                                                                *
000030*    DIVBUD.CPY                                                  *
000040*    BUDGET-RECORD - ONE KEYED ROW PER COST CENTER PER FISCAL    *
000050*    PERIOD ON THE ALLOCATION BUDGET FILE.  THE BUDGET AMOUNT    *
000060*    IS MAINTAINED BY 08_DIVBDM FROM TRANSACTION CARDS; THE      *
000070*    ALLOCATED-TO-DATE AMOUNT IS ACCUMULATED BY 08_REDEFINES     *
000080*    AS EACH SHARE POSTS (AND RELIEVED AS ONE IS REVERSED), SO   *
000090*    A SET THAT WOULD TAKE A CENTER PAST ITS BUDGET CAN BE       *
000100*    HELD BEFORE ANY MONEY IS ALLOCATED.                         *
000110*                                                                *
000120*    THE FISCAL PERIOD IS THE CALENDAR MONTH (YYYYMM) OF THE     *
000130*    AUDIT ROW THE SHARE POSTED UNDER, SO 08_DIVBDV CAN PROVE    *
000140*    THE ACCUMULATOR AGAINST THE "S" AND "V" ROWS ON DIVAUD.     *
000150*                                                                *
000160*    BU-STATUS-CD -                                              *
000170*        "B" = BUDGETED - ALLOCATIONS ARE HELD TO BU-BUDGET-AMT  *
000180*        "U" = UNBUDGETED - ALLOCATED-TO-DATE IS KEPT BUT THE    *
000190*              CENTER IS NOT LIMITED.  08_REDEFINES WRITES THIS  *
000200*              ROW THE FIRST TIME AN UNBUDGETED CENTER IS        *
000210*              CHARGED IN A PERIOD, AND A DELETE CARD RETURNS    *
000220*              A BUDGETED ROW TO IT.                             *
000230*                                                                *
000240*    MODIFICATION HISTORY                                       *
000250*    DATE       BY    DESCRIPTION                                *
000260*    ---------- ----- --------------------------------------    *
000270*    2026-10-15 RLH   ORIGINAL COPYBOOK - COST-CENTER PERIOD     *
000280*                     ALLOCATION BUDGET.                         *
000290*                                                                *
000300******************************************************************
000310 01  BUDGET-RECORD.
000320     05  BU-KEY.
000330         10  BU-COST-CENTER         PIC X(08).
000340         10  BU-PERIOD              PIC 9(06).
000350     05  BU-STATUS-CD               PIC X(01).
000360         88  BU-BUDGETED                VALUE "B".
000370         88  BU-UNBUDGETED              VALUE "U".
000380     05  BU-BUDGET-AMT              PIC S9(12)V99.
000390     05  BU-ALLOCATED-AMT           PIC S9(12)V99.
000400     05  BU-LAST-MAINT-DATE         PIC 9(08).
000410     05  BU-LAST-POSTED-DATE        PIC 9(08).
000420     05  FILLER                     PIC X(21).
