000150*        "P" = POSTED (CONTROL-CHECKED AND PROCESSED)            *
000160*        "B" = REJECTED OUT OF BALANCE (COUNT/HASH/TRAILER)      *
000170*        "Y" = RECYCLED - BUILT BY 08_DIVRCY, AWAITING ITS RUN   *
000175*        "G" = GENERATED - BUILT BY 08_DIVSTG, AWAITING ITS RUN  *
000177*        "I" = INTAKE - BUILT BY 08_DIVINT, AWAITING ITS RUN     *
000178*        "A" = APPROVED RELEASE - BUILT BY 08_DIVAPV, AWAITING   *
000179*              ITS RUN                                           *
000181*        "W" = WAREHOUSE RELEASE - BUILT BY 08_DIVWHR,           *
000183*              AWAITING ITS RUN                                  *
000185*    BR-DUPLICATE-TRIES COUNTS RETRANSMISSIONS OF AN ALREADY-    *
000190*    POSTED BATCH THAT WERE TURNED AWAY.                         *
000191*                                                                *
000192*    BR-RUN-DATE, BR-FIRST-READNO/BR-LAST-READNO, AND            *
000193*    BR-REJECT-COUNT ARE SET BY 08_REDEFINES WHEN IT POSTS OR    *
000194*    REJECTS THE BATCH - THE BUSINESS DATE OF THAT RUN, THE      *
000195*    POSITIONS OF THE BATCH'S FIRST AND LAST DATA RECORDS ON     *
000196*    THAT DAY'S DIVREQ (AS CARRIED IN AU-SOURCE-READNO), AND     *
000197*    HOW MANY OF ITS RECORDS WERE REJECTED.  A TURNED-AWAY       *
000198*    RETRANSMISSION LEAVES THEM ALONE.  ROWS FROM BEFORE THESE   *
000199*    FIELDS CARRY SPACES IN THEM.                                *
000200*                                                                *
000210*    MODIFICATION HISTORY                                       *
000220*    DATE       BY    DESCRIPTION                                *
000230*    ---------- ----- --------------------------------------    *
000240*    2026-09-01 RLH   ORIGINAL COPYBOOK - RECEIVED-BATCH         *
000250*                     REGISTER.                                  *
000252*    2026-10-15 RLH   ADDED DISPOSITION "G" FOR THE STANDING-    *
000254*                     ALLOCATION BATCHES BUILT BY 08_DIVSTG.     *
000256*    2026-10-15 RLH   ADDED DISPOSITION "I" FOR THE BATCHES      *
000258*                     08_DIVINT BUILDS FROM SOURCE SUBMISSIONS.  *
000259*    2026-10-15 RLH   ADDED DISPOSITION "A" FOR THE RELEASE      *
000260*                     BATCHES OF APPROVED ITEMS BUILT BY         *
000261*                     08_DIVAPV.                                 *
000263*    2026-10-15 RLH   ADDED DISPOSITION "W" FOR THE BATCHES OF   *
000265*                     FUTURE-DATED ITEMS RELEASED BY 08_DIVWHR.  *
000267*    2026-10-15 RLH   ADDED BR-RUN-DATE, THE READ-POSITION       *
000269*                     RANGE, AND BR-REJECT-COUNT (FROM FILLER)   *
000271*                     SO 08_DIVTRD CAN TIE AUDIT ROWS TO THEIR   *
000273*                     SOURCE SYSTEM.                             *
000275*                                                                *
000277******************************************************************
000280 01  BATCH-REGISTER-RECORD.
000290     05  BR-KEY.
000300         10  BR-SOURCE-SYSTEM       PIC X(08).
000330         88  BR-POSTED                  VALUE "P".
000340         88  BR-OUT-OF-BALANCE          VALUE "B".
000350         88  BR-RECYCLED                VALUE "Y".
000355         88  BR-GENERATED               VALUE "G".
000357         88  BR-INTAKE                  VALUE "I".
000358         88  BR-APPROVED-RELEASE        VALUE "A".
000359         88  BR-WAREHOUSE-RELEASE       VALUE "W".
000360     05  BR-FIRST-SEEN-DATE         PIC 9(08).
000370     05  BR-LAST-ACTION-DATE        PIC 9(08).
000380     05  BR-RECORD-COUNT            PIC 9(08).
000390     05  BR-DUPLICATE-TRIES         PIC 9(04).
000400     05  BR-RUN-DATE                PIC 9(08).
000410     05  BR-FIRST-READNO            PIC 9(08).
000420     05  BR-LAST-READNO             PIC 9(08).
000430     05  BR-REJECT-COUNT            PIC 9(08).
000440     05  FILLER                     PIC X(05).
