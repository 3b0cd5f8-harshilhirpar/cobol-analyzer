000010******************************************************************
000020*                                                                *
000030*    DIVCOA.CPY                                                  *
000040*    ACCOUNT-MAP-RECORD - ONE KEYED ROW PER CHART-OF-ACCOUNTS    *
000050*    MAPPING, MAINTAINED BY 08_DIVCOM FROM TRANSACTION CARDS.    *
000060*    08_DIVJNL TURNS EACH POSTED DIVISION INTO A DEBIT TO        *
000070*    AM-DEBIT-ACCOUNT AND A CREDIT TO AM-CREDIT-ACCOUNT (THE     *
000080*    CLEARING SIDE) FOR ITS RESULT; A NEGATIVE RESULT, SUCH AS   *
000090*    A REVERSAL, POSTS THE OTHER WAY ROUND.                      *
000100*                                                                *
000110*    AM-MAP-TYPE-CD -                                            *
000120*        "C" = COST CENTER - AM-COST-CENTER IS A DIVCCM CODE;    *
000130*              USED FOR ALLOCATION SET SHARES AND THEIR          *
000140*              REVERSALS                                         *
000150*        "O" = ORDINARY - AM-COST-CENTER IS SPACES; USED FOR     *
000160*              EVERY POSTING THAT IS NOT A SET SHARE (ORDINARY,  *
000170*              INTRADAY, AND THEIR REVERSALS)                    *
000180*                                                                *
000190*    A POSTING IS MAPPED WHEN ITS ROW IS ON FILE AND THE         *
000200*    POSTING DATE FALLS BETWEEN AM-EFF-FROM-DATE AND             *
000210*    AM-EFF-TO-DATE.  AM-EFF-TO-DATE IS ZERO WHILE THE MAPPING   *
000220*    IS OPEN-ENDED AND IS SET BY THE CLOSE TRANSACTION.          *
000230*                                                                *
000240*    MODIFICATION HISTORY                                        *
000250*    DATE       BY    DESCRIPTION                                *
000260*    ---------- ----- --------------------------------------     *
000270*    2026-10-15 RLH   ORIGINAL COPYBOOK - CHART-OF-ACCOUNTS      *
000280*                     MAPPING MASTER.                            *
000290*                                                                *
000300******************************************************************
000310 01  ACCOUNT-MAP-RECORD.
000320     05  AM-KEY.
000330         10  AM-MAP-TYPE-CD         PIC X(01).
000340             88  AM-CENTER-MAP          VALUE "C".
000350             88  AM-ORDINARY-MAP        VALUE "O".
000360         10  AM-COST-CENTER         PIC X(08).
000370     05  AM-DESCRIPTION             PIC X(30).
000380     05  AM-DEBIT-ACCOUNT           PIC X(12).
000390     05  AM-CREDIT-ACCOUNT          PIC X(12).
000400     05  AM-STATUS-CD               PIC X(01).
000410         88  AM-ACTIVE                  VALUE "A".
000420         88  AM-CLOSED                  VALUE "C".
000430     05  AM-EFF-FROM-DATE           PIC 9(08).
000440     05  AM-EFF-TO-DATE             PIC 9(08).
000450     05  AM-LAST-MAINT-DATE         PIC 9(08).
000460     05  FILLER                     PIC X(12).
