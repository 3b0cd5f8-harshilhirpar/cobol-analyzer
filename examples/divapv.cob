000010 IDENTIFICATION DIVISION.
000020       PROGRAM-ID. 08_DIVAPV.
000030       AUTHOR. R L HIRPAR.
000040       INSTALLATION. BATCH PRODUCTION SUPPORT.
000050       DATE-WRITTEN. 2026-10-15.
000060       DATE-COMPILED.
000070*****************************************************************
000080*                                                               *
000090*    08_DIVAPV IS THE SECOND-PERSON SIGN-OFF STEP FOR DIVISION  *
000100*    REQUESTS AND ALLOCATION SETS HELD ON THE DIVPND PENDING-   *
000110*    APPROVAL FILE BECAUSE THEIR AMOUNT WAS OVER THE DUAL-      *
000120*    CONTROL LIMIT.  IT READS A FILE OF APPROVAL CARDS, MARKS   *
000130*    EACH NAMED ITEM APPROVED OR DECLINED, AND WRITES EVERY     *
000140*    APPROVED ITEM - A SET WITH ALL ITS SHARES - TO A RELEASE   *
000150*    FILE THAT POSTS ON THE NEXT 08_REDEFINES RUN.              *
000160*                                                               *
000170*    APPROVAL CARD LAYOUT (DIVAPT) -                            *
000180*        AP-ACTION-CD   COL  01     "A" = APPROVE,              *
000190*                                   "D" = DECLINE.              *
000200*        AP-PENDING-REF COLS 02-18  THE ITEM'S PENDING          *
000210*                                   REFERENCE AS SHOWN ON THE   *
000220*                                   HOLD LISTING (ORIGIN, DATE, *
000230*                                   NUMBER).                    *
000240*        AP-APPROVER-ID COLS 19-26  ID OF THE PERSON SIGNING.   *
000250*        AP-REASON      COLS 27-56  REASON FOR A DECLINE, OR    *
000260*                                   SPACES.                     *
000270*                                                               *
000280*    ONLY AN ITEM STILL WAITING CAN BE APPROVED OR DECLINED.    *
000290*    THE APPROVER MUST NOT BE THE ITEM'S SUBMITTER - THAT IS    *
000300*    THE WHOLE POINT OF THE SECOND SIGNATURE - BUT THE          *
000310*    SUBMITTER MAY DECLINE (WITHDRAW) THE ITEM.  A DECLINED     *
000320*    ITEM NEVER POSTS.                                          *
000330*                                                               *
000340*    THE RELEASE FILE (DIVAPO) IS WRAPPED IN THE STANDARD       *
000350*    DIVREQ BATCH HEADER AND TRAILER (SOURCE SYSTEM 08DIVAPV),  *
000360*    NUMBERED FROM THE RECEIVED-BATCH REGISTER AND REGISTERED   *
000370*    THERE WITH DISPOSITION "A".  EACH RELEASED IMAGE IS THE    *
000380*    RECORD AS ORIGINALLY RECEIVED WITH ITS PENDING REFERENCE   *
000390*    FILLED IN, SO 08_REDEFINES CAN MATCH IT BACK TO THE        *
000400*    APPROVAL AND POST IT WITHOUT HOLDING IT A SECOND TIME.     *
000410*                                                               *
000420*    EVERY CARD IN ERROR IS DISPLAYED AND SKIPPED; IF ANY CARD  *
000430*    WAS IN ERROR THE JOB ENDS WITH RETURN CODE 8 SO THE        *
000440*    SCHEDULER FLAGS THE APPROVAL RUN FOR REVIEW.  A FILE       *
000450*    THAT CANNOT BE OPENED ENDS THE JOB WITH RETURN CODE 16.    *
000460*                                                               *
000470*    MODIFICATION HISTORY                                       *
000480*    DATE       BY    DESCRIPTION                               *
000490*    ---------- ----- --------------------------------------    *
000500*    2026-10-15 RLH   ORIGINAL PROGRAM - SECOND-PERSON APPROVAL *
000510*                     AND RELEASE OF HELD DIVISION REQUESTS.    *
000520*                                                               *
000530*****************************************************************
000540
000550 ENVIRONMENT DIVISION.
000560 INPUT-OUTPUT SECTION.
000570 FILE-CONTROL.
000580           SELECT APPROVAL-CARD-FILE ASSIGN TO "DIVAPT"
000590               ORGANIZATION IS SEQUENTIAL
000600               FILE STATUS IS APV-CARD-STATUS.
000610           SELECT PENDING-FILE ASSIGN TO "DIVPND"
000620               ORGANIZATION IS INDEXED
000630               ACCESS MODE IS RANDOM
000640               RECORD KEY IS PN-KEY
000650               FILE STATUS IS APV-PENDING-STATUS.
000660           SELECT REQUEST-OUTPUT-FILE ASSIGN TO "DIVAPO"
000670               ORGANIZATION IS SEQUENTIAL
000680               FILE STATUS IS APV-REQUEST-OUT-STATUS.
000690           SELECT BATCH-REGISTER-FILE ASSIGN TO "DIVBRG"
000700               ORGANIZATION IS INDEXED
000710               ACCESS MODE IS DYNAMIC
000720               RECORD KEY IS BR-KEY
000730               FILE STATUS IS APV-REGISTER-STATUS.
000740
000750 DATA DIVISION.
000760 FILE SECTION.
000770       FD  APPROVAL-CARD-FILE
000780           LABEL RECORDS ARE STANDARD.
000790       01  APPROVAL-CARD-RECORD.
000800           05  AP-ACTION-CD               PIC X(01).
000810               88  AP-ACTION-APPROVE          VALUE "A".
000820               88  AP-ACTION-DECLINE          VALUE "D".
000830           05  AP-PENDING-REF             PIC X(17).
000840           05  AP-APPROVER-ID             PIC X(08).
000850           05  AP-REASON                  PIC X(30).
000860           05  FILLER                     PIC X(24).
000870
000880       FD  PENDING-FILE
000890           LABEL RECORDS ARE STANDARD.
000900       COPY DIVPND.
000910
000920       FD  REQUEST-OUTPUT-FILE
000930           LABEL RECORDS ARE STANDARD.
000940       01  REQUEST-OUTPUT-RECORD          PIC X(80).
000950
000960       FD  BATCH-REGISTER-FILE
000970           LABEL RECORDS ARE STANDARD.
000980       COPY DIVBRG.
000990
001000 WORKING-STORAGE SECTION.
001010       COPY DIVREQ.
001020
001030       01  APV-RUN-DATE-YMD               PIC 9(08) VALUE ZERO.
001040       01  APV-ITEM-IMAGE                 PIC X(80) VALUE SPACES.
001050       01  APV-ITEM-REF                   PIC X(17) VALUE SPACES.
001060       77  APV-HASH-NUM1             PIC 9(12) COMP-3
001070                                     VALUE ZERO.
001080       77  APV-ITEM-SHARES           PIC 9(03) COMP VALUE ZERO.
001090       77  APV-SHARE-IX              PIC 9(03) COMP VALUE ZERO.
001100       77  APV-CARDS-READ            PIC 9(05) COMP VALUE ZERO.
001110       77  APV-ITEMS-APPROVED        PIC 9(05) COMP VALUE ZERO.
001120       77  APV-ITEMS-DECLINED        PIC 9(05) COMP VALUE ZERO.
001130       77  APV-CARDS-IN-ERROR        PIC 9(05) COMP VALUE ZERO.
001140       77  APV-RECORDS-RELEASED      PIC 9(08) COMP VALUE ZERO.
001150       77  APV-CARD-EOF-SWITCH            PIC X(01) VALUE "N".
001160           88  APV-CARD-END-OF-FILE           VALUE "Y".
001170       77  APV-SHARES-OK-SW               PIC X(01) VALUE "Y".
001180           88  APV-SHARES-OK                  VALUE "Y".
001190       77  APV-CARD-STATUS                PIC X(02) VALUE SPACES.
001200       77  APV-PENDING-STATUS             PIC X(02) VALUE SPACES.
001210       77  APV-REQUEST-OUT-STATUS         PIC X(02) VALUE SPACES.
001220       77  APV-REGISTER-STATUS            PIC X(02) VALUE SPACES.
001230       77  APV-REGISTER-NEW-SW            PIC X(01) VALUE "N".
001240           88  APV-REGISTER-NEW               VALUE "Y".
001250       77  APV-REGISTER-EOF-SW            PIC X(01) VALUE "N".
001260           88  APV-REGISTER-AT-END            VALUE "Y".
001270       77  APV-NEXT-BATCH-NO              PIC 9(06) VALUE 1.
001280
001290 PROCEDURE DIVISION.
001300
001310*****************************************************************
001320*    0000-MAINLINE                                              *
001330*****************************************************************
001340       0000-MAINLINE.
001350           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001360           PERFORM 2100-READ-APPROVAL-CARD THRU 2100-EXIT.
001370           PERFORM 2200-MAIN-LOOP THRU 2200-EXIT
001380               UNTIL APV-CARD-END-OF-FILE.
001390           PERFORM 8000-FINALIZE THRU 8000-EXIT.
001400           STOP RUN.
001410
001420*****************************************************************
001430*    1000-INITIALIZE - OPEN THE CARDS, THE PENDING FILE, AND    *
001440*    THE RELEASE FILE, AND START THE RELEASE BATCH.             *
001450*****************************************************************
001460       1000-INITIALIZE.
001470           ACCEPT APV-RUN-DATE-YMD FROM DATE YYYYMMDD.
001480           OPEN INPUT APPROVAL-CARD-FILE.
001490           IF APV-CARD-STATUS NOT = "00"
001500               DISPLAY "08_DIVAPV - DIVAPT OPEN FAILED, STS = "
001510                   APV-CARD-STATUS
001520               MOVE 16 TO RETURN-CODE
001530               STOP RUN
001540           END-IF.
001550           OPEN I-O PENDING-FILE.
001560           IF APV-PENDING-STATUS NOT = "00"
001570               DISPLAY "08_DIVAPV - DIVPND OPEN FAILED, STS = "
001580                   APV-PENDING-STATUS
001590               MOVE 16 TO RETURN-CODE
001600               STOP RUN
001610           END-IF.
001620           OPEN OUTPUT REQUEST-OUTPUT-FILE.
001630           IF APV-REQUEST-OUT-STATUS NOT = "00"
001640               DISPLAY "08_DIVAPV - DIVAPO OPEN FAILED, STS = "
001650                   APV-REQUEST-OUT-STATUS
001660               MOVE 16 TO RETURN-CODE
001670               STOP RUN
001680           END-IF.
001690           PERFORM 1020-OPEN-BATCH-REGISTER THRU 1020-EXIT.
001700           PERFORM 1030-NEXT-BATCH-NUMBER THRU 1030-EXIT.
001710           PERFORM 1050-WRITE-BATCH-HEADER THRU 1050-EXIT.
001720       1000-EXIT.
001730           EXIT.
001740
001750*****************************************************************
001760*    1020-OPEN-BATCH-REGISTER - THE RECEIVED-BATCH REGISTER     *
001770*    SUPPLIES THE NEXT RELEASE BATCH NUMBER AND RECORDS THE     *
001780*    BATCH BUILT HERE.  A MISSING REGISTER IS BUILT FRESH ON    *
001790*    FIRST USE.                                                 *
001800*****************************************************************
001810       1020-OPEN-BATCH-REGISTER.
001820           MOVE "N" TO APV-REGISTER-NEW-SW.
001830           OPEN I-O BATCH-REGISTER-FILE.
001840           IF APV-REGISTER-STATUS = "35"
001850               OR APV-REGISTER-STATUS = "05"
001860               OPEN OUTPUT BATCH-REGISTER-FILE
001870               MOVE "Y" TO APV-REGISTER-NEW-SW
001880           END-IF.
001890           IF APV-REGISTER-STATUS NOT = "00"
001900               DISPLAY "08_DIVAPV - DIVBRG OPEN FAILED, STS = "
001910                   APV-REGISTER-STATUS
001920               MOVE 16 TO RETURN-CODE
001930               STOP RUN
001940           END-IF.
001950       1020-EXIT.
001960           EXIT.
001970
001980*****************************************************************
001990*    1030-NEXT-BATCH-NUMBER - ONE PAST THE HIGHEST 08DIVAPV     *
002000*    BATCH NUMBER ALREADY ON THE REGISTER.                      *
002010*****************************************************************
002020       1030-NEXT-BATCH-NUMBER.
002030           MOVE 1 TO APV-NEXT-BATCH-NO.
002040           IF APV-REGISTER-NEW
002050               GO TO 1030-EXIT
002060           END-IF.
002070           MOVE "N" TO APV-REGISTER-EOF-SW.
002080           MOVE "08DIVAPV" TO BR-SOURCE-SYSTEM.
002090           MOVE ZERO TO BR-BATCH-NO.
002100           START BATCH-REGISTER-FILE
002110               KEY IS NOT LESS THAN BR-KEY
002120               INVALID KEY
002130                   MOVE "Y" TO APV-REGISTER-EOF-SW
002140           END-START.
002150           PERFORM 1040-SCAN-REGISTER-ROW THRU 1040-EXIT
002160               UNTIL APV-REGISTER-AT-END.
002170       1030-EXIT.
002180           EXIT.
002190
002200       1040-SCAN-REGISTER-ROW.
002210           READ BATCH-REGISTER-FILE NEXT RECORD
002220               AT END
002230                   MOVE "Y" TO APV-REGISTER-EOF-SW
002240           END-READ.
002250           IF APV-REGISTER-AT-END
002260               GO TO 1040-EXIT
002270           END-IF.
002280           IF BR-SOURCE-SYSTEM NOT = "08DIVAPV"
002290               MOVE "Y" TO APV-REGISTER-EOF-SW
002300               GO TO 1040-EXIT
002310           END-IF.
002320           COMPUTE APV-NEXT-BATCH-NO = BR-BATCH-NO + 1.
002330       1040-EXIT.
002340           EXIT.
002350
002360*****************************************************************
002370*    1050-WRITE-BATCH-HEADER - THE RELEASE FILE GETS THE        *
002380*    STANDARD DIVREQ BATCH HEADER SO 08_REDEFINES WILL ACCEPT   *
002390*    AND CONTROL-CHECK IT LIKE ANY UPSTREAM FEED.               *
002400*****************************************************************
002410       1050-WRITE-BATCH-HEADER.
002420           MOVE SPACES TO BATCH-HEADER-RECORD.
002430           MOVE "HDR" TO BH-RECORD-TYPE.
002440           MOVE "08DIVAPV" TO BH-SOURCE-SYSTEM.
002450           MOVE APV-RUN-DATE-YMD TO BH-CREATE-DATE.
002460           MOVE APV-NEXT-BATCH-NO TO BH-BATCH-NO.
002470           WRITE REQUEST-OUTPUT-RECORD FROM BATCH-HEADER-RECORD.
002480       1050-EXIT.
002490           EXIT.
002500
002510*****************************************************************
002520*    2100-READ-APPROVAL-CARD - NEXT APPROVE OR DECLINE CARD.    *
002530*****************************************************************
002540       2100-READ-APPROVAL-CARD.
002550           READ APPROVAL-CARD-FILE
002560               AT END
002570                   MOVE "Y" TO APV-CARD-EOF-SWITCH
002580               NOT AT END
002590                   ADD 1 TO APV-CARDS-READ
002600           END-READ.
002610       2100-EXIT.
002620           EXIT.
002630
002640*****************************************************************
002650*    2200-MAIN-LOOP - EDIT THE CARD AND APPLY IT.               *
002660*****************************************************************
002670       2200-MAIN-LOOP.
002680           PERFORM 3000-EDIT-CARD THRU 3000-EXIT.
002690           PERFORM 2100-READ-APPROVAL-CARD THRU 2100-EXIT.
002700       2200-EXIT.
002710           EXIT.
002720
002730*****************************************************************
002740*    3000-EDIT-CARD - THE CARD MUST NAME A WAITING ITEM AND AN  *
002750*    APPROVER, THEN THE ACTION ROUTINE.  A CARD IN ERROR IS     *
002760*    DISPLAYED AND SKIPPED.                                     *
002770*****************************************************************
002780       3000-EDIT-CARD.
002790           IF NOT AP-ACTION-APPROVE AND NOT AP-ACTION-DECLINE
002800               DISPLAY "08_DIVAPV - BAD ACTION CODE " AP-ACTION-CD
002810                   " FOR " AP-PENDING-REF " - CARD SKIPPED"
002820               ADD 1 TO APV-CARDS-IN-ERROR
002830               GO TO 3000-EXIT
002840           END-IF.
002850           IF AP-APPROVER-ID = SPACES
002860               DISPLAY "08_DIVAPV - NO APPROVER ID FOR "
002870                   AP-PENDING-REF " - CARD SKIPPED"
002880               ADD 1 TO APV-CARDS-IN-ERROR
002890               GO TO 3000-EXIT
002900           END-IF.
002910           MOVE AP-PENDING-REF TO PN-REF.
002920           MOVE ZERO TO PN-LINE-NO.
002930           READ PENDING-FILE
002940               INVALID KEY
002950                   DISPLAY "08_DIVAPV - " AP-PENDING-REF
002960                       " NOT ON PENDING FILE - CARD SKIPPED"
002970                   ADD 1 TO APV-CARDS-IN-ERROR
002980                   GO TO 3000-EXIT
002990           END-READ.
003000           IF NOT PN-WAITING
003010               DISPLAY "08_DIVAPV - " AP-PENDING-REF
003020                   " NOT AWAITING APPROVAL, STATUS "
003030                   PN-STATUS-CD " - CARD SKIPPED"
003040               ADD 1 TO APV-CARDS-IN-ERROR
003050               GO TO 3000-EXIT
003060           END-IF.
003070           IF AP-ACTION-DECLINE
003080               PERFORM 5000-APPLY-DECLINE THRU 5000-EXIT
003090               GO TO 3000-EXIT
003100           END-IF.
003110           IF AP-APPROVER-ID = PN-SUBMITTER-ID
003120               DISPLAY "08_DIVAPV - " AP-PENDING-REF
003130                   " CANNOT BE APPROVED BY ITS SUBMITTER "
003140                   PN-SUBMITTER-ID " - CARD SKIPPED"
003150               ADD 1 TO APV-CARDS-IN-ERROR
003160               GO TO 3000-EXIT
003170           END-IF.
003180           PERFORM 4000-APPLY-APPROVE THRU 4000-EXIT.
003190       3000-EXIT.
003200           EXIT.
003210
003220*****************************************************************
003230*    4000-APPLY-APPROVE - A SET IS RELEASED ONLY WHEN EVERY     *
003240*    SHARE LINE IS STILL ON FILE.  THE ITEM IS MARKED APPROVED  *
003250*    AND ITS IMAGE - WITH THE SHARES OF A SET - IS WRITTEN TO   *
003260*    THE RELEASE FILE WITH THE PENDING REFERENCE FILLED IN.     *
003270*****************************************************************
003280       4000-APPLY-APPROVE.
003290           MOVE PN-REF TO APV-ITEM-REF.
003300           MOVE ZERO TO APV-ITEM-SHARES.
003310           IF PN-SET-REQUEST
003320               MOVE PN-SHARE-COUNT TO APV-ITEM-SHARES
003330               PERFORM 4100-CHECK-SHARES THRU 4100-EXIT
003340               IF NOT APV-SHARES-OK
003350                   DISPLAY "08_DIVAPV - " AP-PENDING-REF
003360                       " SHARES MISSING FROM PENDING FILE"
003370                       " - CARD SKIPPED"
003380                   ADD 1 TO APV-CARDS-IN-ERROR
003390                   GO TO 4000-EXIT
003400               END-IF
003410               MOVE APV-ITEM-REF TO PN-REF
003420               MOVE ZERO TO PN-LINE-NO
003430               READ PENDING-FILE
003440                   INVALID KEY
003450                       CONTINUE
003460               END-READ
003470           END-IF.
003480           MOVE "A" TO PN-STATUS-CD.
003490           MOVE AP-APPROVER-ID TO PN-APPROVER-ID.
003500           MOVE APV-RUN-DATE-YMD TO PN-ACTION-DATE.
003510           REWRITE PENDING-APPROVAL-RECORD
003520               INVALID KEY
003530                   DISPLAY "08_DIVAPV - DIVPND REWRITE FAILED, "
003540                       AP-PENDING-REF ", STS = "
003550                       APV-PENDING-STATUS
003560                   MOVE 16 TO RETURN-CODE
003570                   STOP RUN
003580           END-REWRITE.
003590           MOVE PN-REQUEST-IMAGE TO APV-ITEM-IMAGE.
003600           IF PN-SET-REQUEST
003610               MOVE APV-ITEM-IMAGE TO SET-HEADER-RECORD
003620               MOVE APV-ITEM-REF TO SH-PENDING-REF
003630               MOVE SET-HEADER-RECORD TO APV-ITEM-IMAGE
003640           ELSE
003650               MOVE APV-ITEM-IMAGE TO DIVISION-REQUEST-RECORD
003660               MOVE APV-ITEM-REF TO DR-PENDING-REF
003670               MOVE DIVISION-REQUEST-RECORD TO APV-ITEM-IMAGE
003680               IF DR-NUM1 NUMERIC
003690                   IF DR-NUM1 < ZERO
003700                       SUBTRACT DR-NUM1 FROM APV-HASH-NUM1
003710                   ELSE
003720                       ADD DR-NUM1 TO APV-HASH-NUM1
003730                   END-IF
003740               END-IF
003750           END-IF.
003760           WRITE REQUEST-OUTPUT-RECORD FROM APV-ITEM-IMAGE.
003770           ADD 1 TO APV-RECORDS-RELEASED.
003780           PERFORM 4200-RELEASE-SHARE THRU 4200-EXIT
003790               VARYING APV-SHARE-IX FROM 1 BY 1
003800               UNTIL APV-SHARE-IX > APV-ITEM-SHARES.
003810           ADD 1 TO APV-ITEMS-APPROVED.
003820           DISPLAY "08_DIVAPV - " AP-PENDING-REF " APPROVED BY "
003830               AP-APPROVER-ID.
003840       4000-EXIT.
003850           EXIT.
003860
003870*****************************************************************
003880*    4100-CHECK-SHARES - EVERY SHARE LINE 001 THROUGH THE       *
003890*    SHARE COUNT MUST BE ON THE PENDING FILE.                   *
003900*****************************************************************
003910       4100-CHECK-SHARES.
003920           MOVE "Y" TO APV-SHARES-OK-SW.
003930           PERFORM 4150-CHECK-ONE-SHARE THRU 4150-EXIT
003940               VARYING APV-SHARE-IX FROM 1 BY 1
003950               UNTIL APV-SHARE-IX > APV-ITEM-SHARES
003960                   OR NOT APV-SHARES-OK.
003970       4100-EXIT.
003980           EXIT.
003990
004000       4150-CHECK-ONE-SHARE.
004010           MOVE APV-ITEM-REF TO PN-REF.
004020           MOVE APV-SHARE-IX TO PN-LINE-NO.
004030           READ PENDING-FILE
004040               INVALID KEY
004050                   MOVE "N" TO APV-SHARES-OK-SW
004060           END-READ.
004070       4150-EXIT.
004080           EXIT.
004090
004100*****************************************************************
004110*    4200-RELEASE-SHARE - COPY ONE SHARE IMAGE OF AN APPROVED   *
004120*    SET TO THE RELEASE FILE UNCHANGED.  SHARES DO NOT HASH.    *
004130*****************************************************************
004140       4200-RELEASE-SHARE.
004150           MOVE APV-ITEM-REF TO PN-REF.
004160           MOVE APV-SHARE-IX TO PN-LINE-NO.
004170           READ PENDING-FILE
004180               INVALID KEY
004190                   GO TO 4200-EXIT
004200           END-READ.
004210           WRITE REQUEST-OUTPUT-RECORD FROM PN-REQUEST-IMAGE.
004220           ADD 1 TO APV-RECORDS-RELEASED.
004230       4200-EXIT.
004240           EXIT.
004250
004260*****************************************************************
004270*    5000-APPLY-DECLINE - THE ITEM IS MARKED DECLINED WITH WHO  *
004280*    DECLINED IT, WHEN, AND WHY.  IT NEVER POSTS.               *
004290*****************************************************************
004300       5000-APPLY-DECLINE.
004310           MOVE "D" TO PN-STATUS-CD.
004320           MOVE AP-APPROVER-ID TO PN-APPROVER-ID.
004330           MOVE APV-RUN-DATE-YMD TO PN-ACTION-DATE.
004340           IF AP-REASON = SPACES
004350               MOVE "DECLINED BY APPROVER" TO PN-DECLINE-REASON
004360           ELSE
004370               MOVE AP-REASON TO PN-DECLINE-REASON
004380           END-IF.
004390           REWRITE PENDING-APPROVAL-RECORD
004400               INVALID KEY
004410                   DISPLAY "08_DIVAPV - DIVPND REWRITE FAILED, "
004420                       AP-PENDING-REF ", STS = "
004430                       APV-PENDING-STATUS
004440                   MOVE 16 TO RETURN-CODE
004450                   STOP RUN
004460           END-REWRITE.
004470           ADD 1 TO APV-ITEMS-DECLINED.
004480           DISPLAY "08_DIVAPV - " AP-PENDING-REF " DECLINED BY "
004490               AP-APPROVER-ID.
004500       5000-EXIT.
004510           EXIT.
004520
004530*****************************************************************
004540*    8000-FINALIZE - CLOSE THE RELEASE BATCH, REGISTER IT, AND  *
004550*    SHOW THE APPROVAL CONTROL TOTALS ON THE JOB LOG.           *
004560*****************************************************************
004570       8000-FINALIZE.
004580           MOVE SPACES TO BATCH-TRAILER-RECORD.
004590           MOVE "TRL" TO BT-RECORD-TYPE.
004600           MOVE APV-RECORDS-RELEASED TO BT-RECORD-COUNT.
004610           MOVE APV-HASH-NUM1 TO BT-HASH-NUM1.
004620           WRITE REQUEST-OUTPUT-RECORD FROM BATCH-TRAILER-RECORD.
004630           PERFORM 8100-REGISTER-RELEASE-BATCH THRU 8100-EXIT.
004640           CLOSE BATCH-REGISTER-FILE.
004650           CLOSE PENDING-FILE.
004660           CLOSE APPROVAL-CARD-FILE.
004670           CLOSE REQUEST-OUTPUT-FILE.
004680           DISPLAY "08_DIVAPV - CARDS READ........: "
004690               APV-CARDS-READ.
004700           DISPLAY "08_DIVAPV - ITEMS APPROVED....: "
004710               APV-ITEMS-APPROVED.
004720           DISPLAY "08_DIVAPV - ITEMS DECLINED....: "
004730               APV-ITEMS-DECLINED.
004740           DISPLAY "08_DIVAPV - RECORDS RELEASED..: "
004750               APV-RECORDS-RELEASED.
004760           DISPLAY "08_DIVAPV - CARDS IN ERROR....: "
004770               APV-CARDS-IN-ERROR.
004780           IF APV-CARDS-IN-ERROR > ZERO
004790               MOVE 8 TO RETURN-CODE
004800           END-IF.
004810       8000-EXIT.
004820           EXIT.
004830
004840*****************************************************************
004850*    8100-REGISTER-RELEASE-BATCH - RECORD THE RELEASE BATCH ON  *
004860*    THE RECEIVED-BATCH REGISTER WITH DISPOSITION "A"           *
004870*    (APPROVED RELEASE, AWAITING ITS POSTING RUN).              *
004880*****************************************************************
004890       8100-REGISTER-RELEASE-BATCH.
004900           MOVE SPACES TO BATCH-REGISTER-RECORD.
004910           MOVE "08DIVAPV" TO BR-SOURCE-SYSTEM.
004920           MOVE APV-NEXT-BATCH-NO TO BR-BATCH-NO.
004930           MOVE "A" TO BR-DISPOSITION-CD.
004940           MOVE APV-RUN-DATE-YMD TO BR-FIRST-SEEN-DATE.
004950           MOVE APV-RUN-DATE-YMD TO BR-LAST-ACTION-DATE.
004960           MOVE APV-RECORDS-RELEASED TO BR-RECORD-COUNT.
004970           MOVE ZERO TO BR-DUPLICATE-TRIES.
004980           WRITE BATCH-REGISTER-RECORD
004990               INVALID KEY
005000                   REWRITE BATCH-REGISTER-RECORD
005010           END-WRITE.
005020       8100-EXIT.
005030           EXIT.
