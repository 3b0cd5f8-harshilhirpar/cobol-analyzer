000010******************************************************************
000020*                                                                *
000030*    DIVSTP.CPY                                                  *
000040*    STEP-STATUS-RECORD - ONE KEYED ROW PER BUSINESS DATE PER    *
000050*    STEP OF THE NIGHTLY DIVISION CHAIN (08_REDEFINES,           *
000060*    08_DIVBAL, 08_DIVGLR, 08_DIVARC, AND 08_DIVCCS AT MONTH     *
000070*    END).  EVERY STEP CALLS 08_DIVSTP WHEN IT STARTS AND WHEN   *
000080*    IT ENDS, SO THE ROW SHOWS WHEN THE STEP RAN, THE RETURN     *
000090*    CODE IT ENDED WITH, AND ITS KEY COUNTS.  08_DIVRUN PRINTS   *
000100*    THE NIGHT FROM THESE ROWS.                                  *
000110*                                                                *
000120*    SP-STATUS-CD -                                              *
000130*        "S" = STARTED - THE STEP IS RUNNING, OR STOPPED         *
000140*              WITHOUT REACHING ITS END OF JOB                   *
000150*        "E" = ENDED - SP-RETURN-CODE IS THE STEP'S FINAL RC     *
000160*        "R" = REFUSED - THE PREDECESSOR HAD NOT ENDED CLEANLY   *
000170*              FOR THE DATE; SP-MESSAGE SAYS WHICH AND WHY       *
000180*                                                                *
000190*    SP-COUNT-LABEL/SP-COUNT CARRY UP TO THREE OF THE STEP'S     *
000200*    OWN CONTROL COUNTS, CAPTIONED BY THE STEP THAT WROTE THEM.  *
000210*                                                                *
000220*    MODIFICATION HISTORY                                       *
000230*    DATE       BY    DESCRIPTION                                *
000240*    ---------- ----- --------------------------------------    *
000250*    2026-10-15 RLH   ORIGINAL COPYBOOK - NIGHTLY CHAIN STEP     *
000260*                     STATUS.                                    *
000270*                                                                *
000280******************************************************************
000290 01  STEP-STATUS-RECORD.
000300     05  SP-KEY.
000310         10  SP-DATE                PIC 9(08).
000320         10  SP-STEP-NAME           PIC X(12).
000330     05  SP-STATUS-CD               PIC X(01).
000340         88  SP-STARTED                 VALUE "S".
000350         88  SP-ENDED                   VALUE "E".
000360         88  SP-REFUSED                 VALUE "R".
000370     05  SP-START-DATE              PIC 9(08).
000380     05  SP-START-TIME              PIC 9(08).
000390     05  SP-END-DATE                PIC 9(08).
000400     05  SP-END-TIME                PIC 9(08).
000410     05  SP-RETURN-CODE             PIC 9(04).
000420     05  SP-RUN-COUNT               PIC 9(03).
000430     05  SP-COUNT-ENTRY OCCURS 3 TIMES.
000440         10  SP-COUNT-LABEL         PIC X(10).
000450         10  SP-COUNT               PIC 9(09).
000460     05  SP-MESSAGE                 PIC X(40).
000470     05  FILLER                     PIC X(23).
