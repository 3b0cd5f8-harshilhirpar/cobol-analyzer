000010******************************************************************
000020*                                                                *
000030*    DIVTRH.CPY                                                  *
000040*    TREND-HISTORY-RECORD - ONE KEYED ROW PER BUSINESS DATE,     *
000050*    SOURCE SYSTEM, AND ROW TYPE, WRITTEN BY THE 08_DIVTRD       *
000060*    TREND CHECK FROM THE RECEIVED-BATCH REGISTER (DIVBRG) AND   *
000070*    THE AUDIT TRAIL (DIVAUD).  A RERUN FOR A DATE REPLACES      *
000080*    THAT DATE'S ROWS.                                           *
000090*                                                                *
000100*    TH-ROW-TYPE-CD -                                            *
000110*        "*" = SOURCE TOTAL - REQUESTS ARE THE DATA RECORDS      *
000120*              RECEIVED IN THE SOURCE'S BATCHES, REJECTS ARE     *
000130*              THOSE REJECTED, RESULTS ARE EVERY AUDIT ROW'S     *
000140*              RESULT FOR THE SOURCE                             *
000150*        "D" "S" "V" "I" = ONE AUDIT ROW TYPE (ORDINARY, SET     *
000160*              SHARE, REVERSAL, INTRADAY) - REQUESTS ARE THE     *
000170*              AUDIT ROWS OF THAT TYPE; REJECTS ARE ZERO         *
000180*                                                                *
000190*    TH-SOURCE-SYSTEM IS THE BATCH HEADER SOURCE SYSTEM, OR      *
000200*    "08DIVONE" FOR ROWS POSTED INTRADAY BY 08_DIVONE, OR        *
000210*    "UNKNOWN" FOR A ROW NOT INSIDE ANY REGISTERED BATCH.        *
000220*                                                                *
000230*    TH-FLAG-CD -                                                *
000240*        SPACE = WITHIN THE TOLERANCE BANDS                      *
000250*        "F"   = FLAGGED - TH-FLAG-TEXT SAYS WHICH BANDS         *
000260*        "A"   = FLAGGED, AND ACCEPTED ON THE PARAMETER CARD     *
000270*                                                                *
000280*    MODIFICATION HISTORY                                        *
000290*    DATE       BY    DESCRIPTION                                *
000300*    ---------- ----- --------------------------------------     *
000310*    2026-10-15 RLH   ORIGINAL COPYBOOK - DAILY TREND HISTORY.   *
000320*                                                                *
000330******************************************************************
000340 01  TREND-HISTORY-RECORD.
000350     05  TH-KEY.
000360         10  TH-BUSINESS-DATE       PIC 9(08).
000370         10  TH-SOURCE-SYSTEM       PIC X(08).
000380         10  TH-ROW-TYPE-CD         PIC X(01).
000390             88  TH-SOURCE-TOTAL        VALUE "*".
000400     05  TH-BATCH-COUNT             PIC 9(04).
000410     05  TH-REQUEST-COUNT           PIC 9(08).
000420     05  TH-REJECT-COUNT            PIC 9(08).
000430     05  TH-RESULT-TOTAL            PIC S9(13)V99.
000440     05  TH-FLAG-CD                 PIC X(01).
000450         88  TH-WITHIN-BANDS            VALUE SPACE.
000460         88  TH-FLAGGED                 VALUE "F".
000470         88  TH-FLAG-ACCEPTED           VALUE "A".
000480     05  TH-FLAG-TEXT               PIC X(30).
000490     05  TH-BUILT-DATE              PIC 9(08).
000500     05  FILLER                     PIC X(09).
