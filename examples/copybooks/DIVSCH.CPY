000010******************************************************************
000020*                                                                *
000030*    DIVSCH.CPY                                                  *
000040*    THE NIGHTLY DIVISION CHAIN, IN RUN ORDER.  08_DIVSTP USES   *
000050*    IT TO FIND THE STEP THAT MUST HAVE ENDED CLEANLY BEFORE A   *
000060*    STEP MAY START, AND 08_DIVRUN TO PRINT THE NIGHT IN ORDER.  *
000070*                                                                *
000080*    SC-STEP-NAME     - PROGRAM-ID OF THE STEP.                  *
000090*    SC-PRED-NAME     - THE STEP THAT MUST RUN FIRST FOR THE     *
000100*                       SAME BUSINESS DATE (SPACES = NONE).      *
000110*    SC-CLEAN-MAX-RC  - THE HIGHEST RETURN CODE AT WHICH THIS    *
000120*                       STEP STILL COUNTS AS ENDED CLEANLY -     *
000130*                       08_REDEFINES ENDS 8 WHEN A BATCH IS      *
000140*                       REJECTED, WHICH 08_DIVBAL MUST STILL     *
000150*                       PROVE; 08_DIVGLR ENDS 8 ON ITEMS AGED    *
000160*                       PAST THE LIMIT, WHICH ARE CARRIED        *
000170*                       FORWARD AND DO NOT STOP THE ARCHIVE.     *
000180*                       08_DIVBAL'S OUT-OF-BALANCE RC 8 DOES     *
000190*                       STOP THE CHAIN, AND SO DOES ANY FLAG     *
000193*                       RAISED BY THE 08_DIVTRD TREND CHECK      *
000196*                       UNTIL IT IS RERUN WITH THE FLAGS         *
000198*                       ACCEPTED, AND ANY UNMAPPED POSTING OR    *
000199*                       UNBALANCED JOURNAL FROM 08_DIVJNL.       *
000200*    SC-MONTH-END-SW  - "Y" = THE STEP ONLY RUNS ON THE LAST     *
000210*                       BUSINESS DATE OF THE MONTH.              *
000220*                                                                *
000230*    MODIFICATION HISTORY                                       *
000240*    DATE       BY    DESCRIPTION                                *
000250*    ---------- ----- --------------------------------------    *
000260*    2026-10-15 RLH   ORIGINAL COPYBOOK - NIGHTLY CHAIN ORDER.   *
000263*    2026-10-15 RLH   ADDED THE 08_DIVTRD TREND CHECK BETWEEN    *
000266*                     08_DIVBAL AND THE 08_DIVGLR HANDOFF.       *
000267*    2026-10-15 RLH   ADDED THE 08_DIVJNL GL JOURNAL BUILD       *
000268*                     BETWEEN 08_DIVTRD AND 08_DIVGLR.           *
000270*                                                                *
000280******************************************************************
000290 01  STEP-CHAIN-VALUES.
000300     05  FILLER                     PIC X(27)
000310         VALUE "08_REDEFINES            08N".
000320     05  FILLER                     PIC X(27)
000330         VALUE "08_DIVBAL   08_REDEFINES04N".
000340     05  FILLER                     PIC X(27)
000343         VALUE "08_DIVTRD   08_DIVBAL   00N".
000346     05  FILLER                     PIC X(27)
000349         VALUE "08_DIVJNL   08_DIVTRD   00N".
000352     05  FILLER                     PIC X(27)
000355         VALUE "08_DIVGLR   08_DIVJNL   08N".
000360     05  FILLER                     PIC X(27)
000370         VALUE "08_DIVARC   08_DIVGLR   04N".
000380     05  FILLER                     PIC X(27)
000390         VALUE "08_DIVCCS   08_DIVARC   04Y".
000400 01  STEP-CHAIN-TABLE REDEFINES STEP-CHAIN-VALUES.
000410     05  SC-ENTRY OCCURS 7 TIMES.
000420         10  SC-STEP-NAME           PIC X(12).
000430         10  SC-PRED-NAME           PIC X(12).
000440         10  SC-CLEAN-MAX-RC        PIC 9(02).
000450         10  SC-MONTH-END-SW        PIC X(01).
000460             88  SC-MONTH-END-ONLY      VALUE "Y".
000470 01  SC-STEP-LIMIT                  PIC 9(04) COMP VALUE 7.
