000010******************************************************************
000020*                                                                *
000030*    DIVSPL.CPY                                                  *
000040*    PARAMETER LIST FOR THE 08_DIVSTP STEP-CONTROL SUBPROGRAM.   *
000050*    EVERY STEP OF THE NIGHTLY CHAIN COPIES THIS INTO WORKING    *
000060*    STORAGE AND CALLS 08_DIVSTP TWICE - ONCE WITH step-begin    *
000070*    BEFORE IT TOUCHES ANY DATA, AND ONCE WITH step-end AFTER    *
000080*    ITS FINAL RETURN CODE IS SET.                               *
000090*                                                                *
000100*    step-name        - THE CALLER'S PROGRAM-ID.                 *
000110*    step-date        - THE BUSINESS DATE THE STEP IS WORKING.   *
000120*    step-return-code - ON step-end, THE CALLER'S RETURN CODE.   *
000130*    step-count-label/step-count - ON step-end, UP TO THREE      *
000140*                       CAPTIONED CONTROL COUNTS.                *
000150*    step-message     - ON step-end, THE CALLER'S ONE-LINE       *
000160*                       VERDICT; ON A REFUSED step-begin, WHY.   *
000170*                                                                *
000180*    step-verdict ON EXIT -                                      *
000190*        00 = RECORDED - THE STEP MAY PROCEED                    *
000200*        08 = REFUSED - THE PREDECESSOR HAS NOT ENDED CLEANLY    *
000210*             FOR THE DATE; THE CALLER STOPS WITH RC 8           *
000220*        16 = THE DIVSTP FILE COULD NOT BE OPENED                *
000230*                                                                *
000240*    08_DIVSTP IS CALLED LIKE ANY SUBPROGRAM, SO IT RESETS THE   *
000250*    CALLER'S RETURN-CODE - SAVE IT IN step-return-code BEFORE   *
000260*    THE step-end CALL AND RESTORE IT AFTERWARDS.                *
000270*                                                                *
000280*    MODIFICATION HISTORY                                       *
000290*    DATE       BY    DESCRIPTION                                *
000300*    ---------- ----- --------------------------------------    *
000310*    2026-10-15 RLH   ORIGINAL COPYBOOK - STEP-CONTROL           *
000320*                     PARAMETERS.                                *
000330*                                                                *
000340******************************************************************
000350 01  step-parms.
000360     05  step-function              PIC X(01).
000370         88  step-begin                 VALUE "B".
000380         88  step-end                   VALUE "E".
000390     05  step-name                  PIC X(12).
000400     05  step-date                  PIC 9(08).
000410     05  step-return-code           PIC 9(04).
000420     05  step-count-entry OCCURS 3 TIMES.
000430         10  step-count-label       PIC X(10).
000440         10  step-count             PIC 9(09).
000450     05  step-message               PIC X(40).
000460     05  step-verdict               PIC 9(02).
