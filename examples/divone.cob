000240*        ROUND SWITCH   COL  21                                 *
000250*        SCALE CODE     COL  22                                 *
000260*        REQUEST ID     COLS 23-30                              *
000270*        OPERATOR ID    COLS 31-38  REQUIRED OVER THE APPROVAL  *
000280*                                   LIMIT                       *
000290*    ONLY THE FIRST CARD IS POSTED; EXTRAS ARE REPORTED AND     *
000300*    IGNORED.                                                   *
000310*                                                               *
000320*    REVERSAL CARD LAYOUT (ONEPRM) - SAME AS A DIVREQ REVERSAL  *
000330*    RECORD -                                                   *
000340*        "REV"          COLS 01-03                              *
000350*        REQUEST ID     COLS 04-11  ID OF THE POSTED REQUEST    *
000360*        REASON         COLS 12-41                              *
000370*    ONLY AN INTRADAY POSTING IS REVERSED HERE - IT GETS AN     *
000380*    EQUAL-AND-OPPOSITE "V" AUDIT ROW AND ITS MASTER ROW IS     *
000390*    MARKED REVERSED.  A NIGHTLY POSTING ALSO WENT TO THE GL    *
000400*    AND MUST BE REVERSED ON THE NIGHTLY DIVREQ, WHICH WRITES   *
000410*    THE OFFSETTING DIVGLX LINE.                                *
000420*                                                               *
000430*    A REQUEST WHOSE NUM1 (SIGN IGNORED) IS OVER THE APPROVAL   *
000440*    LIMIT ON DIVOPT IS NOT POSTED - IT IS HELD ON THE DIVPND   *
000450*    PENDING-APPROVAL FILE UNDER THE OPERATOR ID, WAITS FOR A   *
000460*    SECOND PERSON'S SIGN-OFF (08_DIVAPV), AND POSTS ON THE     *
000470*    NIGHTLY RUN AFTER IT IS APPROVED.                          *
000480*                                                               *
000490*    RETURN CODES - 00 POSTED, 04 HELD FOR SECOND APPROVAL,     *
000500*    12 REQUEST REFUSED (EDIT OR DUPLICATE), 16 FILE TROUBLE.   *
000510*                                                               *
000520*    MODIFICATION HISTORY                                       *
000530*    DATE       BY    DESCRIPTION                                *
000540*    ---------- ----- --------------------------------------    *
000550*    2026-09-01 RLH   ORIGINAL PROGRAM - INTRADAY SINGLE-        *
000560*                     REQUEST POSTING WITH FULL EDITS, AUDIT,   *
000570*                     AND RESULTS-MASTER ROW.                   *
000580*    2026-09-01 RLH   THE AUDIT ROW IS NOW SEALED INTO THE      *
000590*                     DIVAUD CHECK CHAIN (08_DIVSEAL), SEEDED   *
000600*                     FROM THE LAST ROW SEEN DURING THE         *
000610*                     DUPLICATE SCAN.                           *
000620*    2026-10-15 RLH   ADDED THE REVERSAL CARD FOR BACKING OUT   *
000630*                     AN INTRADAY POSTING.                      *
000640*    2026-10-15 RLH   DUAL CONTROL - A REQUEST OVER THE DIVOPT  *
000650*                     APPROVAL LIMIT IS HELD ON DIVPND FOR A    *
000660*                     SECOND PERSON'S SIGN-OFF INSTEAD OF       *
000670*                     POSTING (RETURN CODE 04).                 *
000680*    2026-10-15 RLH   THE "I" AUDIT ROW NOW CARRIES THE ROUND   *
000690*                     SWITCH AND SCALE CODE IT WAS DIVIDED      *
000700*                     WITH, SO 08_DIVPRV CAN RECOMPUTE IT.      *
000710*                                                               *
000720*****************************************************************
000730
000740 ENVIRONMENT DIVISION.
000750 INPUT-OUTPUT SECTION.
000760 FILE-CONTROL.
000770           SELECT REQUEST-CARD-FILE ASSIGN TO "ONEPRM"
000780               ORGANIZATION IS SEQUENTIAL
000790               FILE STATUS IS ONE-CARD-STATUS.
000800           SELECT DIVISION-AUDIT-FILE ASSIGN TO "DIVAUD"
000810               ORGANIZATION IS SEQUENTIAL
000820               FILE STATUS IS ONE-AUDIT-STATUS.
000830           SELECT RESULTS-MASTER-FILE ASSIGN TO "DIVRSM"
000840               ORGANIZATION IS INDEXED
000850               ACCESS MODE IS RANDOM
000860               RECORD KEY IS RM-KEY
000870               FILE STATUS IS ONE-MASTER-STATUS.
000880           SELECT RUN-OPTIONS-FILE ASSIGN TO "DIVOPT"
000890               ORGANIZATION IS SEQUENTIAL
000900               FILE STATUS IS ONE-OPTIONS-STATUS.
000910           SELECT PENDING-FILE ASSIGN TO "DIVPND"
000920               ORGANIZATION IS INDEXED
000930               ACCESS MODE IS RANDOM
000940               RECORD KEY IS PN-KEY
000950               FILE STATUS IS ONE-PENDING-STATUS.
000960
000970 DATA DIVISION.
000980 FILE SECTION.
000990       FD  REQUEST-CARD-FILE
001000           LABEL RECORDS ARE STANDARD.
001010       01  REQUEST-CARD-RECORD            PIC X(80).
001020
001030       FD  DIVISION-AUDIT-FILE
001040           LABEL RECORDS ARE STANDARD.
001050       COPY DIVAUD.
001060
001070       FD  RESULTS-MASTER-FILE
001080           LABEL RECORDS ARE STANDARD.
001090       COPY DIVRSM.
001100
001110       FD  RUN-OPTIONS-FILE
001120           LABEL RECORDS ARE STANDARD.
001130       COPY DIVOPT.
001140
001150       FD  PENDING-FILE
001160           LABEL RECORDS ARE STANDARD.
001170       COPY DIVPND.
001180
001190 WORKING-STORAGE SECTION.
001200       COPY DIVRSLT.
001210       COPY DIVREQ.
001220
001230       77  ONE-CARDS-READ            PIC 9(05) COMP VALUE ZERO.
001240       77  ONE-RETURN-CODE                PIC 9(02) VALUE ZERO.
001250       77  ONE-CARD-EOF-SWITCH            PIC X(01) VALUE "N".
001260           88  ONE-CARD-END-OF-FILE           VALUE "Y".
001270       77  ONE-AUDIT-EOF-SWITCH           PIC X(01) VALUE "N".
001280           88  ONE-AUDIT-AT-END               VALUE "Y".
001290       77  ONE-DUP-FOUND-SW               PIC X(01) VALUE "N".
001300           88  ONE-DUPLICATE-FOUND            VALUE "Y".
001310       77  ONE-VALID-SW                   PIC X(01) VALUE "Y".
001320           88  ONE-REQUEST-VALID              VALUE "Y".
001330       77  ONE-REFUSE-REASON              PIC X(40) VALUE SPACES.
001340       77  ONE-AUDIT-SEQ-NO          PIC 9(06) VALUE ZERO.
001350       77  ONE-AUDIT-PRIOR-CHECK     PIC 9(10) VALUE ZERO.
001360       77  ONE-AUDIT-CHECK-WORK      PIC 9(10) VALUE ZERO.
001370       77  ONE-CARD-STATUS                PIC X(02) VALUE SPACES.
001380       77  ONE-AUDIT-STATUS               PIC X(02) VALUE SPACES.
001390       77  ONE-MASTER-STATUS              PIC X(02) VALUE SPACES.
001400       77  ONE-POSTING-OPEN-SW            PIC X(01) VALUE "N".
001410           88  ONE-POSTING-OPEN               VALUE "Y".
001420       77  ONE-OPTIONS-STATUS             PIC X(02) VALUE SPACES.
001430       77  ONE-PENDING-STATUS             PIC X(02) VALUE SPACES.
001440       77  ONE-APPROVAL-LIMIT        PIC 9(10) VALUE ZERO.
001450       77  ONE-APPROVAL-AMT          PIC 9(10) VALUE ZERO.
001460       77  ONE-HELD-SW                    PIC X(01) VALUE "N".
001470           88  ONE-REQUEST-HELD               VALUE "Y".
001480       77  ONE-PENDING-REF                PIC X(17) VALUE SPACES.
001490
001500       01  ONE-RUN-DATE-YMD               PIC 9(08) VALUE ZERO.
001510       01  ONE-CURRENT-DATE-TIME.
001520           05  ONE-CDT-DATE               PIC 9(08).
001530           05  ONE-CDT-TIME               PIC 9(08).
001540
001550 PROCEDURE DIVISION.
001560
001570*****************************************************************
001580*    0000-MAINLINE                                              *
001590*****************************************************************
001600       0000-MAINLINE.
001610           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001620           IF RV-REVERSAL
001630               PERFORM 2000-PROCESS-REVERSAL THRU 2000-EXIT
001640               PERFORM 8000-FINALIZE THRU 8000-EXIT
001650               STOP RUN
001660           END-IF.
001670           PERFORM 3000-VALIDATE-REQUEST THRU 3000-EXIT.
001680           IF ONE-REQUEST-VALID
001690               PERFORM 3100-CHECK-DUPLICATE THRU 3100-EXIT
001700           END-IF.
001710           IF ONE-REQUEST-VALID
001720               PERFORM 4000-CALCULATE THRU 4000-EXIT
001730           END-IF.
001740           IF ONE-REQUEST-VALID
001750               PERFORM 4500-CHECK-DUAL-CONTROL THRU 4500-EXIT
001760           END-IF.
001770           IF ONE-REQUEST-VALID AND NOT ONE-REQUEST-HELD
001780               PERFORM 5000-OPEN-POSTING-FILES THRU 5000-EXIT
001790               PERFORM 6000-WRITE-AUDIT THRU 6000-EXIT
001800               PERFORM 6500-WRITE-RESULTS-MASTER THRU 6500-EXIT
001810           END-IF.
001820           PERFORM 8000-FINALIZE THRU 8000-EXIT.
001830           STOP RUN.
001840
001850*****************************************************************
001860*    1000-INITIALIZE - READ THE ONE REQUEST CARD AND OPEN THE   *
001870*    POSTING FILES.                                             *
001880*****************************************************************
001890       1000-INITIALIZE.
001900           ACCEPT ONE-RUN-DATE-YMD FROM DATE YYYYMMDD.
001910           PERFORM 1200-READ-APPROVAL-LIMIT THRU 1200-EXIT.
001920           OPEN INPUT REQUEST-CARD-FILE.
001930           IF ONE-CARD-STATUS NOT = "00"
001940               DISPLAY "08_DIVONE - ONEPRM OPEN FAILED, STS = "
001950                   ONE-CARD-STATUS
001960               MOVE 16 TO RETURN-CODE
001970               STOP RUN
001980           END-IF.
001990           READ REQUEST-CARD-FILE
002000               AT END
002010                   DISPLAY "08_DIVONE - ONEPRM IS EMPTY"
002020                   MOVE 12 TO RETURN-CODE
002030                   STOP RUN
002040           END-READ.
002050           ADD 1 TO ONE-CARDS-READ.
002060           MOVE REQUEST-CARD-RECORD TO DIVISION-REQUEST-RECORD.
002070           PERFORM 1100-COUNT-EXTRA-CARDS THRU 1100-EXIT
002080               UNTIL ONE-CARD-END-OF-FILE.
002090           IF ONE-CARDS-READ > 1
002100               DISPLAY "08_DIVONE - ONLY THE FIRST OF "
002110                   ONE-CARDS-READ " CARDS IS POSTED - SUBMIT "
002120                   "ONE REQUEST PER RUN"
002130           END-IF.
002140           CLOSE REQUEST-CARD-FILE.
002150       1000-EXIT.
002160           EXIT.
002170
002180       1100-COUNT-EXTRA-CARDS.
002190           READ REQUEST-CARD-FILE
002200               AT END
002210                   MOVE "Y" TO ONE-CARD-EOF-SWITCH
002220               NOT AT END
002230                   ADD 1 TO ONE-CARDS-READ
002240           END-READ.
002250       1100-EXIT.
002260           EXIT.
002270
002280*****************************************************************
002290*    1200-READ-APPROVAL-LIMIT - THE DUAL-CONTROL LIMIT COMES    *
002300*    FROM THE SAME DIVOPT CARD THE NIGHTLY RUN READS, SO BOTH   *
002310*    POSTING PATHS HOLD THE SAME AMOUNTS.  NO DIVOPT, OR A      *
002320*    BLANK OR ZERO LIMIT, MEANS NO DUAL CONTROL.                *
002330*****************************************************************
002340       1200-READ-APPROVAL-LIMIT.
002350           MOVE ZERO TO ONE-APPROVAL-LIMIT.
002360           OPEN INPUT RUN-OPTIONS-FILE.
002370           IF ONE-OPTIONS-STATUS NOT = "00"
002380               GO TO 1200-EXIT
002390           END-IF.
002400           READ RUN-OPTIONS-FILE
002410               AT END
002420                   MOVE SPACES TO OP-APPROVAL-LIMIT
002430           END-READ.
002440           CLOSE RUN-OPTIONS-FILE.
002450           IF OP-APPROVAL-LIMIT = SPACES
002460               GO TO 1200-EXIT
002470           END-IF.
002480           IF OP-APPROVAL-LIMIT NOT NUMERIC
002490               DISPLAY "08_DIVONE - BAD DIVOPT APPROVAL LIMIT: "
002500                   OP-APPROVAL-LIMIT
002510               MOVE 16 TO RETURN-CODE
002520               STOP RUN
002530           END-IF.
002540           MOVE OP-APPROVAL-LIMIT-NUM TO ONE-APPROVAL-LIMIT.
002550       1200-EXIT.
002560           EXIT.
002570
002580*****************************************************************
002590*    2000-PROCESS-REVERSAL - BACK OUT ONE INTRADAY POSTING.     *
002600*    THE AUDIT TRAIL IS SCANNED FIRST ONLY TO SEED THE CHECK    *
002610*    CHAIN; THE MASTER ROW MUST BE ON FILE, INTRADAY, AND NOT   *
002620*    ALREADY REVERSED.                                          *
002630*****************************************************************
002640       2000-PROCESS-REVERSAL.
002650           MOVE "Y" TO ONE-VALID-SW.
002660           MOVE SPACES TO ONE-REFUSE-REASON.
002670           IF RV-ORIG-REQUEST-ID = SPACES
002680               MOVE "N" TO ONE-VALID-SW
002690               MOVE "REVERSAL NAMES NO REQUEST ID"
002700                   TO ONE-REFUSE-REASON
002710               GO TO 2000-EXIT
002720           END-IF.
002730           PERFORM 3100-CHECK-DUPLICATE THRU 3100-EXIT.
002740           PERFORM 5000-OPEN-POSTING-FILES THRU 5000-EXIT.
002750           MOVE RV-ORIG-REQUEST-ID TO RM-REQUEST-ID.
002760           MOVE ZERO TO RM-SHARE-NO.
002770           READ RESULTS-MASTER-FILE
002780               INVALID KEY
002790                   MOVE "N" TO ONE-VALID-SW
002800                   MOVE "ORIGINAL REQUEST NOT ON RESULTS MASTER"
002810                       TO ONE-REFUSE-REASON
002820                   GO TO 2000-EXIT
002830           END-READ.
002840           IF RM-REVERSED
002850               MOVE "N" TO ONE-VALID-SW
002860               MOVE "ORIGINAL REQUEST ALREADY REVERSED"
002870                   TO ONE-REFUSE-REASON
002880               GO TO 2000-EXIT
002890           END-IF.
002900           IF NOT RM-INTRADAY-ORIGIN
002910               MOVE "N" TO ONE-VALID-SW
002920               MOVE "BATCH POSTING - REVERSE ON NIGHTLY DIVREQ"
002930                   TO ONE-REFUSE-REASON
002940               GO TO 2000-EXIT
002950           END-IF.
002960           COMPUTE var-result-signed = ZERO - RM-RESULT-DEC.
002970           COMPUTE var-remainder-signed = ZERO - RM-REMAINDER-DEC.
002980           MOVE var-result-signed TO var-result-dec-signed.
002990           MOVE var-remainder-signed TO var-remainder-dec-signed.
003000           PERFORM 6200-WRITE-REVERSAL-AUDIT THRU 6200-EXIT.
003010           MOVE "R" TO RM-STATUS-CD.
003020           REWRITE RESULTS-MASTER-RECORD.
003030           IF ONE-MASTER-STATUS NOT = "00"
003040               DISPLAY "08_DIVONE - RESULTS MASTER "
003050                   "REWRITE FAILED, STS = "
003060                   ONE-MASTER-STATUS
003070           END-IF.
003080       2000-EXIT.
003090           EXIT.
003100
003110*****************************************************************
003120*    3000-VALIDATE-REQUEST - THE SAME NUMERIC/NON-ZERO GUARDS   *
003130*    08_REDEFINES APPLIES IN 3000-VALIDATE-RECORD.              *
003140*****************************************************************
003150       3000-VALIDATE-REQUEST.
003160           MOVE "Y" TO ONE-VALID-SW.
003170           MOVE SPACES TO ONE-REFUSE-REASON.
003180           IF DR-NUM1 NOT NUMERIC
003190               MOVE "N" TO ONE-VALID-SW
003200               MOVE "NUM1 IS NOT NUMERIC" TO ONE-REFUSE-REASON
003210               GO TO 3000-EXIT
003220           END-IF.
003230           IF DR-NUM2 NOT NUMERIC
003240               MOVE "N" TO ONE-VALID-SW
003250               MOVE "NUM2 IS NOT NUMERIC" TO ONE-REFUSE-REASON
003260               GO TO 3000-EXIT
003270           END-IF.
003280           MOVE DR-NUM1 TO var-num1-signed.
003290           MOVE DR-NUM2 TO var-num2-signed.
003300           IF var-num2-signed = ZERO
003310               MOVE "N" TO ONE-VALID-SW
003320               MOVE "NUM2 IS ZERO - DIVIDE BY ZERO"
003330                   TO ONE-REFUSE-REASON
003340           END-IF.
003350           IF DR-PENDING-REF NOT = SPACES
003360               MOVE "N" TO ONE-VALID-SW
003370               MOVE "RELEASED ITEMS POST ON THE NIGHTLY RUN"
003380                   TO ONE-REFUSE-REASON
003390           END-IF.
003400       3000-EXIT.
003410           EXIT.
003420
003430*****************************************************************
003440*    3100-CHECK-DUPLICATE - A PAIR ALREADY ON THE AUDIT TRAIL   *
003450*    FOR TODAY - BATCH OR INTRADAY - IS A RE-SUBMISSION AND IS  *
003460*    REFUSED.  THE ONE REQUEST IS CHECKED BY SCANNING THE       *
003470*    TRAIL DIRECTLY, SO THE CHECK IS COMPLETE AT ANY VOLUME.    *
003480*****************************************************************
003490       3100-CHECK-DUPLICATE.
003500           MOVE "N" TO ONE-DUP-FOUND-SW.
003510           MOVE "N" TO ONE-AUDIT-EOF-SWITCH.
003520           OPEN INPUT DIVISION-AUDIT-FILE.
003530           IF ONE-AUDIT-STATUS NOT = "00"
003540               GO TO 3100-DONE
003550           END-IF.
003560           PERFORM 3110-READ-AUDIT-ROW THRU 3110-EXIT.
003570           PERFORM 3120-MATCH-AUDIT-ROW THRU 3120-EXIT
003580               UNTIL ONE-AUDIT-AT-END OR ONE-DUPLICATE-FOUND.
003590           CLOSE DIVISION-AUDIT-FILE.
003600       3100-DONE.
003610           IF ONE-DUPLICATE-FOUND
003620               MOVE "N" TO ONE-VALID-SW
003630               MOVE "DUPLICATE OF POSTED REQUEST"
003640                   TO ONE-REFUSE-REASON
003650           END-IF.
003660       3100-EXIT.
003670           EXIT.
003680
003690       3110-READ-AUDIT-ROW.
003700           READ DIVISION-AUDIT-FILE
003710               AT END
003720                   MOVE "Y" TO ONE-AUDIT-EOF-SWITCH
003730           END-READ.
003740       3110-EXIT.
003750           EXIT.
003760
003770       3120-MATCH-AUDIT-ROW.
003780           IF AU-CHECK-VALUE NUMERIC
003790               MOVE AU-CHECK-VALUE TO ONE-AUDIT-PRIOR-CHECK
003800           ELSE
003810               MOVE ZERO TO ONE-AUDIT-PRIOR-CHECK
003820           END-IF.
003830           IF AU-DATE = ONE-RUN-DATE-YMD
003840               AND AU-RUN-SEQ-NO NUMERIC
003850               MOVE AU-RUN-SEQ-NO TO ONE-AUDIT-SEQ-NO
003860           ELSE
003870               MOVE ZERO TO ONE-AUDIT-SEQ-NO
003880           END-IF.
003890           IF AU-DATE = ONE-RUN-DATE-YMD
003900               AND NOT AU-SET-SHARE-ROW
003910               AND NOT AU-REVERSAL-ROW
003920               AND NOT RV-REVERSAL
003930               AND AU-NUM1 = DR-NUM1
003940               AND AU-NUM2 = DR-NUM2
003950               MOVE "Y" TO ONE-DUP-FOUND-SW
003960           END-IF.
003970           IF NOT ONE-DUPLICATE-FOUND
003980               PERFORM 3110-READ-AUDIT-ROW THRU 3110-EXIT
003990           END-IF.
004000       3120-EXIT.
004010           EXIT.
004020
004030*****************************************************************
004040*    5000-OPEN-POSTING-FILES - THE AUDIT TRAIL AND RESULTS     *
004050*    MASTER ARE ONLY OPENED FOR A REQUEST THAT PASSED EVERY    *
004060*    EDIT, SO A REFUSED REQUEST TOUCHES NOTHING.  A REVERSAL   *
004070*    OPENS THEM TO LOOK UP THE ORIGINAL, BUT A REFUSED ONE     *
004080*    WRITES NOTHING.                                           *
004090*****************************************************************
004100       5000-OPEN-POSTING-FILES.
004110           OPEN EXTEND DIVISION-AUDIT-FILE.
004120           IF ONE-AUDIT-STATUS = "35" OR ONE-AUDIT-STATUS = "05"
004130               OPEN OUTPUT DIVISION-AUDIT-FILE
004140           END-IF.
004150           IF ONE-AUDIT-STATUS NOT = "00"
004160               DISPLAY "08_DIVONE - DIVAUD OPEN FAILED, STS = "
004170                   ONE-AUDIT-STATUS
004180               MOVE 16 TO RETURN-CODE
004190               STOP RUN
004200           END-IF.
004210           OPEN I-O RESULTS-MASTER-FILE.
004220           IF ONE-MASTER-STATUS = "35"
004230               OR ONE-MASTER-STATUS = "05"
004240               OPEN OUTPUT RESULTS-MASTER-FILE
004250           END-IF.
004260           IF ONE-MASTER-STATUS NOT = "00"
004270               DISPLAY "08_DIVONE - DIVRSM OPEN FAILED, STS = "
004280                   ONE-MASTER-STATUS
004290               MOVE 16 TO RETURN-CODE
004300               STOP RUN
004310           END-IF.
004320           MOVE "Y" TO ONE-POSTING-OPEN-SW.
004330       5000-EXIT.
004340           EXIT.
004350 
004360*****************************************************************
004370*    4000-CALCULATE - THE SAME CALLABLE DIVIDE THE NIGHTLY      *
004380*    BATCH USES.                                                *
004390*****************************************************************
004400       4000-CALCULATE.
004410           CALL "08_DIVSUB" USING var-num1-signed var-num2-signed
004420               DR-ROUND-SW DR-SCALE-CD var-result-dec
004430               var-result-dec-signed var-result-signed
004440               var-remainder-dec var-remainder-dec-signed
004450               var-remainder-signed ONE-RETURN-CODE.
004460           IF ONE-RETURN-CODE NOT = ZERO
004470               MOVE "N" TO ONE-VALID-SW
004480               MOVE "08_DIVSUB RETURNED A NON-ZERO CODE"
004490                   TO ONE-REFUSE-REASON
004500           END-IF.
004510       4000-EXIT.
004520           EXIT.
004530
004540*****************************************************************
004550*    4500-CHECK-DUAL-CONTROL - A REQUEST OVER THE APPROVAL      *
004560*    LIMIT NEEDS A SECOND PERSON'S SIGN-OFF, SO IT MUST NAME    *
004570*    THE OPERATOR WHO KEYED IT; IT IS THEN WRITTEN TO DIVPND TO *
004580*    WAIT AND NOTHING IS POSTED.  ITS REFERENCE IS THE RUN DATE *
004590*    AND THE TIME OF DAY.                                       *
004600*****************************************************************
004610       4500-CHECK-DUAL-CONTROL.
004620           MOVE "N" TO ONE-HELD-SW.
004630           IF ONE-APPROVAL-LIMIT = ZERO
004640               GO TO 4500-EXIT
004650           END-IF.
004660           MOVE var-num1-signed TO ONE-APPROVAL-AMT.
004670           IF ONE-APPROVAL-AMT NOT > ONE-APPROVAL-LIMIT
004680               GO TO 4500-EXIT
004690           END-IF.
004700           IF DR-SUBMITTER-ID = SPACES
004710               MOVE "N" TO ONE-VALID-SW
004720               MOVE "OPERATOR ID REQUIRED OVER APPROVAL LIMIT"
004730                   TO ONE-REFUSE-REASON
004740               GO TO 4500-EXIT
004750           END-IF.
004760           OPEN I-O PENDING-FILE.
004770           IF ONE-PENDING-STATUS = "35"
004780               OR ONE-PENDING-STATUS = "05"
004790               OPEN OUTPUT PENDING-FILE
004800           END-IF.
004810           IF ONE-PENDING-STATUS NOT = "00"
004820               DISPLAY "08_DIVONE - DIVPND OPEN FAILED, STS = "
004830                   ONE-PENDING-STATUS
004840               MOVE 16 TO RETURN-CODE
004850               STOP RUN
004860           END-IF.
004870           ACCEPT ONE-CDT-TIME FROM TIME.
004880           INITIALIZE PENDING-APPROVAL-RECORD.
004890           MOVE "I" TO PN-ORIGIN-CD.
004900           MOVE ONE-RUN-DATE-YMD TO PN-RECEIVED-DATE.
004910           MOVE ONE-CDT-TIME TO PN-RECEIVED-NO.
004920           MOVE ZERO TO PN-LINE-NO.
004930           MOVE "W" TO PN-STATUS-CD.
004940           MOVE "D" TO PN-REQUEST-TYPE-CD.
004950           MOVE DR-REQUEST-ID TO PN-REQUEST-ID.
004960           MOVE var-num1-signed TO PN-AMOUNT.
004970           MOVE DR-SUBMITTER-ID TO PN-SUBMITTER-ID.
004980           MOVE ONE-CDT-TIME TO PN-RECEIVED-TIME.
004990           MOVE DIVISION-REQUEST-RECORD TO PN-REQUEST-IMAGE.
005000           WRITE PENDING-APPROVAL-RECORD
005010               INVALID KEY
005020                   DISPLAY "08_DIVONE - DIVPND WRITE FAILED, "
005030                       "STS = " ONE-PENDING-STATUS
005040                   CLOSE PENDING-FILE
005050                   MOVE 16 TO RETURN-CODE
005060                   STOP RUN
005070           END-WRITE.
005080           MOVE PN-REF TO ONE-PENDING-REF.
005090           CLOSE PENDING-FILE.
005100           MOVE "Y" TO ONE-HELD-SW.
005110       4500-EXIT.
005120           EXIT.
005130
005140*****************************************************************
005150*    6000-WRITE-AUDIT - THE SAME TIMESTAMPED DIVAUD ROW THE     *
005160*    NIGHTLY RUN WOULD APPEND, FLAGGED ROW TYPE "I" WITH NO     *
005170*    SOURCE POSITION.                                           *
005180*****************************************************************
005190       6000-WRITE-AUDIT.
005200           INITIALIZE AUDIT-TRAIL-RECORD.
005210           ACCEPT ONE-CDT-DATE FROM DATE YYYYMMDD.
005220           ACCEPT ONE-CDT-TIME FROM TIME.
005230           MOVE var-num1-signed TO AU-NUM1.
005240           MOVE var-num2-signed TO AU-NUM2.
005250           MOVE var-result-signed TO AU-RESULT-DEC.
005260           MOVE var-remainder-signed TO AU-REMAINDER-DEC.
005270           MOVE DR-REQUEST-ID TO AU-REQUEST-ID.
005280           MOVE "I" TO AU-ROW-TYPE-CD.
005290           MOVE DR-ROUND-SW TO AU-ROUND-SW.
005300           MOVE DR-SCALE-CD TO AU-SCALE-CD.
005310           MOVE ZERO TO AU-SOURCE-READNO.
005320           MOVE ONE-CDT-DATE TO AU-DATE.
005330           MOVE ONE-CDT-TIME TO AU-TIME.
005340           ADD 1 TO ONE-AUDIT-SEQ-NO.
005350           MOVE ONE-AUDIT-SEQ-NO TO AU-RUN-SEQ-NO.
005360           MOVE ZERO TO AU-CHECK-VALUE.
005370           CALL "08_DIVSEAL" USING AUDIT-TRAIL-RECORD
005380               ONE-AUDIT-PRIOR-CHECK ONE-AUDIT-CHECK-WORK.
005390           MOVE ONE-AUDIT-CHECK-WORK TO AU-CHECK-VALUE.
005400           WRITE AUDIT-TRAIL-RECORD.
005410       6000-EXIT.
005420           EXIT.
005430
005440*****************************************************************
005450*    6200-WRITE-REVERSAL-AUDIT - THE EQUAL-AND-OPPOSITE "V" ROW *
005460*    FOR THE REVERSED POSTING, UNDER ITS ORIGINAL REQUEST ID,   *
005470*    WITH NO SOURCE POSITION LIKE ANY INTRADAY ROW.             *
005480*****************************************************************
005490       6200-WRITE-REVERSAL-AUDIT.
005500           INITIALIZE AUDIT-TRAIL-RECORD.
005510           ACCEPT ONE-CDT-DATE FROM DATE YYYYMMDD.
005520           ACCEPT ONE-CDT-TIME FROM TIME.
005530           COMPUTE AU-NUM1 = ZERO - RM-NUM1.
005540           MOVE RM-NUM2 TO AU-NUM2.
005550           MOVE var-result-signed TO AU-RESULT-DEC.
005560           MOVE var-remainder-signed TO AU-REMAINDER-DEC.
005570           MOVE RV-ORIG-REQUEST-ID TO AU-REQUEST-ID.
005580           MOVE "V" TO AU-ROW-TYPE-CD.
005590           MOVE ZERO TO AU-SOURCE-READNO.
005600           MOVE ONE-CDT-DATE TO AU-DATE.
005610           MOVE ONE-CDT-TIME TO AU-TIME.
005620           ADD 1 TO ONE-AUDIT-SEQ-NO.
005630           MOVE ONE-AUDIT-SEQ-NO TO AU-RUN-SEQ-NO.
005640           MOVE ZERO TO AU-CHECK-VALUE.
005650           CALL "08_DIVSEAL" USING AUDIT-TRAIL-RECORD
005660               ONE-AUDIT-PRIOR-CHECK ONE-AUDIT-CHECK-WORK.
005670           MOVE ONE-AUDIT-CHECK-WORK TO AU-CHECK-VALUE.
005680           WRITE AUDIT-TRAIL-RECORD.
005690       6200-EXIT.
005700           EXIT.
005710
005720*****************************************************************
005730*    6500-WRITE-RESULTS-MASTER - SAME KEYED ROW AS THE NIGHTLY  *
005740*    RUN SO 08_DIVINQ FINDS THE RESULT, MARKED ORIGIN "I".      *
005750*    A REQUEST WITHOUT AN ID IS AUDITED BUT NOT MASTERED.       *
005760*****************************************************************
005770       6500-WRITE-RESULTS-MASTER.
005780           IF DR-REQUEST-ID = SPACES
005790               GO TO 6500-EXIT
005800           END-IF.
005810           MOVE SPACES TO RESULTS-MASTER-RECORD.
005820           MOVE DR-REQUEST-ID TO RM-REQUEST-ID.
005830           MOVE ZERO TO RM-SHARE-NO.
005840           MOVE var-num1-signed TO RM-NUM1.
005850           MOVE var-num2-signed TO RM-NUM2.
005860           MOVE var-result-signed TO RM-RESULT-DEC.
005870           MOVE var-remainder-signed TO RM-REMAINDER-DEC.
005880           MOVE ONE-RUN-DATE-YMD TO RM-RUN-DATE.
005890           MOVE "I" TO RM-ORIGIN-CD.
005900           WRITE RESULTS-MASTER-RECORD
005910               INVALID KEY
005920                   REWRITE RESULTS-MASTER-RECORD
005930                   IF ONE-MASTER-STATUS NOT = "00"
005940                       DISPLAY "08_DIVONE - RESULTS MASTER "
005950                           "REWRITE FAILED, STS = "
005960                           ONE-MASTER-STATUS
005970                   END-IF
005980           END-WRITE.
005990       6500-EXIT.
006000           EXIT.
006010
006020*****************************************************************
006030*    8000-FINALIZE - SHOW THE ANSWER (OR THE REFUSAL) ON THE    *
006040*    JOB LOG, CLOSE, AND SET THE RETURN CODE.                   *
006050*****************************************************************
006060       8000-FINALIZE.
006070           IF ONE-POSTING-OPEN
006080               CLOSE DIVISION-AUDIT-FILE
006090               CLOSE RESULTS-MASTER-FILE
006100           END-IF.
006110           IF ONE-REQUEST-VALID
006120               AND RV-REVERSAL
006130               DISPLAY "08_DIVONE - REQUEST " RV-ORIG-REQUEST-ID
006140                   " REVERSED INTRADAY"
006150               DISPLAY "08_DIVONE - RESULT.....: "
006160                   var-result-dec-signed
006170               DISPLAY "08_DIVONE - REMAINDER..: "
006180                   var-remainder-dec-signed
006190               GO TO 8000-EXIT
006200           END-IF.
006210           IF ONE-REQUEST-VALID
006220               AND ONE-REQUEST-HELD
006230               DISPLAY "08_DIVONE - REQUEST " DR-REQUEST-ID
006240                   " HELD FOR SECOND APPROVAL"
006250               DISPLAY "08_DIVONE - PENDING REF: " ONE-PENDING-REF
006260               DISPLAY "08_DIVONE - SUBMITTER..: " DR-SUBMITTER-ID
006270               MOVE 4 TO RETURN-CODE
006280               GO TO 8000-EXIT
006290           END-IF.
006300           IF ONE-REQUEST-VALID
006310               DISPLAY "08_DIVONE - REQUEST " DR-REQUEST-ID
006320                   " POSTED INTRADAY"
006330               DISPLAY "08_DIVONE - RESULT.....: "
006340                   var-result-dec-signed
006350               DISPLAY "08_DIVONE - REMAINDER..: "
006360                   var-remainder-dec-signed
006370           ELSE
006380               DISPLAY "08_DIVONE - REQUEST REFUSED - "
006390                   ONE-REFUSE-REASON
006400               MOVE 12 TO RETURN-CODE
006410           END-IF.
006420       8000-EXIT.
006430           EXIT.
