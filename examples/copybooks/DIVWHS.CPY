000010******************************************************************
000020*                                                                *
000030*    DIVWHS.CPY                                                  *
000040*    WAREHOUSE-RECORD - ONE KEYED ENTRY PER FUTURE-DATED         *
000050*    DIVISION REQUEST OR ALLOCATION SET.  08_REDEFINES PARKS     *
000060*    HERE ANY DIVREQ DETAIL OR SET WHOSE EFFECTIVE DATE IS       *
000070*    LATER THAN THE RUN DATE, INSTEAD OF POSTING IT.             *
000080*    08_DIVWHR, RUN AT THE START OF EACH CYCLE, APPLIES THE      *
000090*    CANCEL CARDS AND RELEASES EVERY ENTRY WHOSE DATE HAS        *
000100*    ARRIVED AS A DIVREQ BATCH FOR THAT DAY'S POSTING;           *
000110*    08_DIVWHL LISTS WHAT IS SCHEDULED.                          *
000120*                                                                *
000130*    THE KEY ORDERS THE FILE BY EFFECTIVE DATE AND SOURCE -      *
000140*        WH-EFFECTIVE-DATE  BUSINESS DATE IT IS TO POST ON       *
000150*        WH-SOURCE-SYSTEM   SOURCE SYSTEM OF THE DIVREQ BATCH    *
000160*                           THE ITEM ARRIVED IN                  *
000170*        WH-RECEIVED-DATE   RUN DATE IT WAS PARKED               *
000180*        WH-RECEIVED-NO     ITS POSITION IN THAT DAY'S DIVREQ    *
000190*                           (DATA RECORDS, FROM 1)               *
000200*    WH-LINE-NO 000 IS THE ITEM ITSELF - A DETAIL REQUEST OR A   *
000210*    SET HEADER - AND CARRIES THE STATUS, AMOUNT, AND RELEASE    *
000220*    FIELDS.  A SET'S SHARES FOLLOW AS LINES 001-250, WHICH      *
000230*    CARRY ONLY THE KEY AND THE SHARE IMAGE.                     *
000240*                                                                *
000250*    WH-STATUS-CD -                                              *
000260*        "W" = WAITING FOR ITS EFFECTIVE DATE                    *
000270*        "R" = RELEASED BY 08_DIVWHR ON WH-ACTION-DATE IN        *
000280*              BATCH WH-RELEASE-BATCH-NO                         *
000290*        "C" = CANCELLED BY ITS SOURCE ON WH-ACTION-DATE -       *
000300*              NEVER POSTS                                       *
000310*    WH-AMOUNT IS NUM1 FOR A DETAIL REQUEST AND THE SET TOTAL    *
000320*    FOR A SET.  WH-REQUEST-IMAGE IS THE RECORD AS RECEIVED,     *
000330*    RELEASED UNCHANGED.                                         *
000340*                                                                *
000350*    MODIFICATION HISTORY                                        *
000360*    DATE       BY    DESCRIPTION                                *
000370*    ---------- ----- --------------------------------------     *
000380*    2026-10-15 RLH   ORIGINAL COPYBOOK - FUTURE-DATED REQUEST   *
000390*                     WAREHOUSE.                                 *
000400*                                                                *
000410******************************************************************
000420 01  WAREHOUSE-RECORD.
000430     05  WH-KEY.
000440         10  WH-EFFECTIVE-DATE      PIC 9(08).
000450         10  WH-SOURCE-SYSTEM       PIC X(08).
000460         10  WH-RECEIVED-DATE       PIC 9(08).
000470         10  WH-RECEIVED-NO         PIC 9(08).
000480         10  WH-LINE-NO             PIC 9(03).
000490     05  WH-STATUS-CD               PIC X(01).
000500         88  WH-WAITING                 VALUE "W".
000510         88  WH-RELEASED                VALUE "R".
000520         88  WH-CANCELLED               VALUE "C".
000530     05  WH-REQUEST-TYPE-CD         PIC X(01).
000540         88  WH-DETAIL-REQUEST          VALUE "D".
000550         88  WH-SET-REQUEST             VALUE "S".
000560     05  WH-REQUEST-ID              PIC X(08).
000570     05  WH-AMOUNT                  PIC S9(10).
000580     05  WH-SHARE-COUNT             PIC 9(03).
000590     05  WH-RECEIVED-TIME           PIC 9(08).
000600     05  WH-ACTION-DATE             PIC 9(08).
000610     05  WH-RELEASE-BATCH-NO        PIC 9(06).
000620     05  WH-CANCELLED-BY            PIC X(08).
000630     05  WH-REQUEST-IMAGE           PIC X(80).
000640     05  FILLER                     PIC X(32).
