000010******************************************************************
000020*                                                                *
000030*    DIVPND.CPY                                                  *
000040*    PENDING-APPROVAL-RECORD - ONE KEYED ENTRY PER DIVISION      *
000050*    REQUEST OR ALLOCATION SET WHOSE AMOUNT WAS OVER THE         *
000060*    DUAL-CONTROL APPROVAL LIMIT (OP-APPROVAL-LIMIT ON DIVOPT)   *
000070*    WHEN IT ARRIVED.  08_REDEFINES (NIGHTLY DIVREQ) AND         *
000080*    08_DIVONE (INTRADAY ONEPRM) DIVERT SUCH A REQUEST HERE      *
000090*    INSTEAD OF POSTING IT.  08_DIVAPV APPLIES THE APPROVE AND   *
000100*    DECLINE CARDS AND RELEASES EVERY APPROVED ITEM AS A DIVREQ  *
000110*    BATCH FOR THE NEXT CYCLE; 08_DIVPAG LISTS WHAT IS WAITING.  *
000120*                                                                *
000130*    PN-REF IDENTIFIES THE ITEM ON THE APPROVAL CARDS -          *
000140*        PN-ORIGIN-CD     "B" = NIGHTLY DIVREQ, "I" = ONEPRM     *
000150*        PN-RECEIVED-DATE BUSINESS DATE IT WAS DIVERTED          *
000160*        PN-RECEIVED-NO   ITS POSITION IN THAT DAY'S DIVREQ      *
000170*                         (DATA RECORDS, FROM 1), OR THE TIME    *
000180*                         OF DAY (HHMMSSCC) FOR AN INTRADAY      *
000190*                         CARD.                                  *
000200*    PN-LINE-NO 000 IS THE ITEM ITSELF - A DETAIL REQUEST OR A   *
000210*    SET HEADER - AND CARRIES THE STATUS, AMOUNT, SUBMITTER,     *
000220*    AND APPROVAL FIELDS.  A SET'S SHARES FOLLOW AS LINES        *
000230*    001-250, WHICH CARRY ONLY THE KEY AND THE SHARE IMAGE.      *
000240*                                                                *
000250*    PN-STATUS-CD -                                              *
000260*        "W" = WAITING FOR A SECOND PERSON'S SIGN-OFF            *
000270*        "A" = APPROVED - RELEASED BY 08_DIVAPV, NOT YET POSTED  *
000280*        "D" = DECLINED - NEVER POSTS                            *
000290*        "P" = POSTED BY 08_REDEFINES ON PN-POSTED-DATE          *
000300*    PN-SUBMITTER-ID IS THE SOURCE SYSTEM OF THE DIVREQ BATCH    *
000310*    THE REQUEST ARRIVED IN, OR THE OPERATOR ID KEYED ON THE     *
000320*    ONEPRM CARD.  08_DIVAPV REFUSES AN APPROVAL BY THAT SAME    *
000330*    ID.  PN-AMOUNT IS NUM1 FOR A DETAIL REQUEST AND THE SET     *
000340*    TOTAL FOR A SET.  PN-REQUEST-IMAGE IS THE RECORD AS         *
000350*    RECEIVED, RELEASED UNCHANGED APART FROM ITS PENDING         *
000360*    REFERENCE.                                                  *
000370*                                                                *
000380*    MODIFICATION HISTORY                                       *
000390*    DATE       BY    DESCRIPTION                                *
000400*    ---------- ----- --------------------------------------    *
000410*    2026-10-15 RLH   ORIGINAL COPYBOOK - DUAL-CONTROL PENDING   *
000420*                     APPROVAL FILE.                             *
000430*                                                                *
000440******************************************************************
000450 01  PENDING-APPROVAL-RECORD.
000460     05  PN-KEY.
000470         10  PN-REF.
000480             15  PN-ORIGIN-CD       PIC X(01).
000490                 88  PN-BATCH-ORIGIN    VALUE "B".
000500                 88  PN-INTRADAY-ORIGIN VALUE "I".
000510             15  PN-RECEIVED-DATE   PIC 9(08).
000520             15  PN-RECEIVED-NO     PIC 9(08).
000530         10  PN-LINE-NO             PIC 9(03).
000540     05  PN-STATUS-CD               PIC X(01).
000550         88  PN-WAITING                 VALUE "W".
000560         88  PN-APPROVED                VALUE "A".
000570         88  PN-DECLINED                VALUE "D".
000580         88  PN-POSTED                  VALUE "P".
000590     05  PN-REQUEST-TYPE-CD         PIC X(01).
000600         88  PN-DETAIL-REQUEST          VALUE "D".
000610         88  PN-SET-REQUEST             VALUE "S".
000620     05  PN-REQUEST-ID              PIC X(08).
000630     05  PN-AMOUNT                  PIC S9(10).
000640     05  PN-SHARE-COUNT             PIC 9(03).
000650     05  PN-SUBMITTER-ID            PIC X(08).
000660     05  PN-RECEIVED-TIME           PIC 9(08).
000670     05  PN-APPROVER-ID             PIC X(08).
000680     05  PN-ACTION-DATE             PIC 9(08).
000690     05  PN-POSTED-DATE             PIC 9(08).
000700     05  PN-DECLINE-REASON          PIC X(30).
000710     05  PN-REQUEST-IMAGE           PIC X(80).
000720     05  FILLER                     PIC X(07).
