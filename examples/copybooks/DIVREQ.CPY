000212*    NUMBER OF HDR/TRL BATCHES MAY BE STACKED ON ONE FILE;       *
000214*    08_REDEFINES CONTROL-CHECKS AND SUBTOTALS EACH ON ITS OWN.  *
000220*                                                                *
000221*    DR-SUBMITTER-ID IS THE OPERATOR ID KEYED ON AN INTRADAY     *
000222*    (08_DIVONE) CARD; ON DIVREQ THE BATCH'S SOURCE SYSTEM IS    *
000223*    THE SUBMITTER.  DR-PENDING-REF AND SH-PENDING-REF ARE       *
000224*    SPACES ON A NEW REQUEST; 08_DIVAPV FILLS THEM WITH THE      *
000225*    DIVPND REFERENCE WHEN IT RELEASES AN APPROVED REQUEST OR    *
000226*    SET, AND 08_REDEFINES POSTS IT ONLY IF DIVPND AGREES.       *
000227*                                                                *
000228*    DR-EFFECTIVE-DATE AND SH-EFFECTIVE-DATE (YYYYMMDD) ARE THE  *
000229*    BUSINESS DATE A REQUEST OR SET IS TO POST ON.  SPACES OR    *
000230*    ZERO MEAN POST ON RECEIPT.  A LATER DATE IS PARKED BY       *
000231*    08_REDEFINES ON THE DIVWHS WAREHOUSE (A SET WITH ITS        *
000232*    SHARES) AND RELEASED UNCHANGED BY 08_DIVWHR INTO THE        *
000233*    POSTING CYCLE OF THAT DATE.                                 *
000234*                                                                *
000235*    AN ALLOCATION SET IS A SET HEADER ("SET" IN COLS 01-03)     *
000240*    CARRYING ONE TOTAL AMOUNT, FOLLOWED IMMEDIATELY BY          *
000250*    SH-SHARE-COUNT SHARE RECORDS ("SHR") NAMING THE COST        *
000260*    CENTERS.  08_REDEFINES DIVIDES THE TOTAL ACROSS THE         *
000286*    BASIS POINTS - WHATEVER THE SENDER USES).  A WEIGHTED SET   *
000287*    WITH A ZERO OR NON-NUMERIC WEIGHT IS REJECTED WHOLE.        *
000290*                                                                *
000291*    A REVERSAL RECORD ("REV" IN COLS 01-03) BACKS OUT A REQUEST *
000292*    OR SET ALREADY ON THE RESULTS MASTER, NAMED BY ITS ID IN    *
000293*    RV-ORIG-REQUEST-ID, WITH EQUAL-AND-OPPOSITE AUDIT AND GL    *
000294*    ROWS.  A DETAIL OR SET CARRYING THE SAME ID IMMEDIATELY     *
000295*    BEHIND IT IS THE CORRECTED PAIR - IT POSTS NORMALLY AND     *
000296*    THE MASTER IS MARKED REVERSED-AND-REPLACED.  A REVERSAL     *
000297*    COUNTS TOWARD BT-RECORD-COUNT BUT NOT TOWARD THE HASH.      *
000298*                                                                *
000300*    MODIFICATION HISTORY                                     *
000310*    DATE       BY    DESCRIPTION                                *
000320*    ---------- ----- --------------------------------------    *
000330*    2026-08-09 RLH   ORIGINAL COPYBOOK - BATCH INPUT RECORD.    *
000417*    2026-09-01 RLH   ADDED SH-ALLOC-TYPE-CD AND SR-WEIGHT FOR   *
000418*                     WEIGHTED ALLOCATION SETS - THE TOTAL IS    *
000419*                     PRORATED IN PROPORTION TO THE WEIGHTS.     *
000420*    2026-10-15 RLH   ADDED THE REVERSAL RECORD LAYOUT FOR       *
000421*                     BACKING OUT (AND CORRECTING) A REQUEST     *
000422*                     THAT HAS ALREADY POSTED.                   *
000423*    2026-10-15 RLH   ADDED DR-SUBMITTER-ID, DR-PENDING-REF, AND *
000424*                     SH-PENDING-REF FOR DUAL CONTROL OF         *
000425*                     HIGH-VALUE REQUESTS, TAKEN FROM FILLER.    *
000426*    2026-10-15 RLH   ADDED DR-EFFECTIVE-DATE AND                *
000427*                     SH-EFFECTIVE-DATE FOR FUTURE-DATED         *
000428*                     REQUESTS, TAKEN FROM FILLER.               *
000429*                                                                *
000430******************************************************************
000440 01  DIVISION-REQUEST-RECORD.
000450     05  DR-NUM1                    PIC S9(10).
000510         88  DR-SCALE-TWO-DECIMAL       VALUE 2.
000520         88  DR-SCALE-ZERO-DECIMAL      VALUE 0.
000530     05  DR-REQUEST-ID              PIC X(08).
000532     05  DR-SUBMITTER-ID            PIC X(08).
000534     05  DR-PENDING-REF             PIC X(17).
000535     05  DR-EFFECTIVE-DATE          PIC X(08).
000536     05  DR-EFFECTIVE-DATE-NUM REDEFINES DR-EFFECTIVE-DATE
000537                                    PIC 9(08).
000538     05  FILLER                     PIC X(17).
000540 01  BATCH-HEADER-RECORD.
000550     05  BH-RECORD-TYPE             PIC X(03).
000560         88  BH-HEADER                  VALUE "HDR".
000742     05  SH-ALLOC-TYPE-CD           PIC X(01).
000744         88  SH-ALLOC-EQUAL             VALUES SPACE "E".
000746         88  SH-ALLOC-WEIGHTED          VALUE "W".
000748     05  SH-PENDING-REF             PIC X(17).
000749     05  SH-EFFECTIVE-DATE          PIC X(08).
000750     05  SH-EFFECTIVE-DATE-NUM REDEFINES SH-EFFECTIVE-DATE
000751                                    PIC 9(08).
000752     05  FILLER                     PIC X(28).
000760 01  SET-SHARE-RECORD.
000770     05  SR-RECORD-TYPE             PIC X(03).
000780         88  SR-SET-SHARE               VALUE "SHR".
000800     05  SR-COST-CENTER             PIC X(08).
000802     05  SR-WEIGHT                  PIC 9(08).
000810     05  FILLER                     PIC X(53).
000820 01  REVERSAL-RECORD.
000830     05  RV-RECORD-TYPE             PIC X(03).
000840         88  RV-REVERSAL                VALUE "REV".
000850     05  RV-ORIG-REQUEST-ID         PIC X(08).
000860     05  RV-REASON                  PIC X(30).
000870     05  FILLER                     PIC X(39).
