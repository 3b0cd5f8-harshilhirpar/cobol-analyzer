000010******************************************************************
000020*                                                                *
000030*    DIVOPT.CPY                                                  *
000040*    RUN-OPTIONS-RECORD - THE ONE-CARD DIVOPT FILE OF            *
000050*    OPERATIONAL KNOBS FOR THE DIVISION POSTING PROGRAMS.        *
000060*    08_REDEFINES READS EVERY OPTION; 08_DIVONE READS ONLY THE   *
000070*    APPROVAL LIMIT, SO ONE CARD GOVERNS BOTH POSTING PATHS.     *
000080*                                                                *
000090*    OP-APPROVAL-LIMIT - THE LARGEST AMOUNT (NUM1 OF A DETAIL    *
000100*    REQUEST, OR SET TOTAL, SIGN IGNORED) THAT MAY POST ON ONE   *
000110*    PERSON'S SUBMISSION.  ANYTHING LARGER IS DIVERTED TO THE    *
000120*    DIVPND PENDING-APPROVAL FILE FOR A SECOND PERSON'S          *
000130*    SIGN-OFF.  SPACES OR ZERO = NO DUAL CONTROL.                *
000140*                                                                *
000150*    MODIFICATION HISTORY                                       *
000160*    DATE       BY    DESCRIPTION                                *
000170*    ---------- ----- --------------------------------------    *
000180*    2026-10-15 RLH   MOVED OUT OF 08_REDEFINES INTO A COPYBOOK  *
000190*                     AND ADDED OP-APPROVAL-LIMIT FOR DUAL       *
000200*                     CONTROL OF HIGH-VALUE REQUESTS.            *
000210*                                                                *
000220******************************************************************
000230 01  RUN-OPTIONS-RECORD.
000240     05  OP-CHECKPOINT-INTERVAL     PIC X(06).
000250     05  OP-LINES-PER-PAGE          PIC X(04).
000260     05  OP-PROCESS-MODE            PIC X(01).
000270     05  OP-APPROVAL-LIMIT          PIC X(10).
000280     05  OP-APPROVAL-LIMIT-NUM REDEFINES OP-APPROVAL-LIMIT
000290                                    PIC 9(10).
000300     05  FILLER                     PIC X(59).
