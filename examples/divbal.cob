000140*    CONTROL RECORD -                                           *
000150*        1. THE RUN MUST HAVE COMPLETED (RC-STATUS-SW "C").     *
000160*        2. DATA RECORDS ON DIVREQ = RECORDS READ (RC).         *
000170*        3. RECORDS READ = PROCESSED + REJECTED + HELD FOR      *
000180*           APPROVAL + PARKED FUTURE-DATED (RC).                *
000190*        4. REJECT ROWS ON DIVREJ = RECORDS REJECTED (RC).      *
000200*        5. AUDIT RESULTS FOR THE RUN DATE SUM TO               *
000210*           RC-SUM-OF-RESULTS.                                  *
000220*    ANY MISMATCH PRINTS OUT-OF-BALANCE AND SETS RETURN CODE    *
000230*    8 SO THE SCHEDULER HOLDS THE DOWNSTREAM JOBS.              *
000240*                                                               *
000250*    THE AUDIT CHECK ASSUMES ONE COMPLETED POSTING CYCLE PER    *
000260*    RUN DATE - A SECOND FULL RUN ON THE SAME DATE DOUBLES THE  *
000270*    DAY'S AUDIT ROWS AND WILL (CORRECTLY) REPORT OUT OF        *
000280*    BALANCE FOR THE AUDITORS TO RESOLVE.  THE DIVDAY DAY-      *
000290*    STATUS FILE NOW PREVENTS THAT SECOND RUN AT THE SOURCE;    *
000300*    WHEN ALL CONTROLS PROVE IN BALANCE THIS JOB MARKS THE      *
000310*    DATE BALANCED SO THE ARCHIVE AND GL HANDOFF STEPS MAY      *
000320*    PROCEED.                                                   *
000330*                                                               *
000340*    MODIFICATION HISTORY                                       *
000350*    DATE       BY    DESCRIPTION                                *
000360*    ---------- ----- --------------------------------------    *
000370*    2026-08-21 RLH   ORIGINAL PROGRAM - INDEPENDENT END-OF-DAY  *
000380*                     BALANCING ACROSS DIVREQ, DIVAUD, DIVREJ,  *
000390*                     AND THE RESTART-CONTROL RECORD.           *
000400*    2026-09-01 RLH   INTRADAY ("I") AUDIT ROWS POSTED BY       *
000410*                     08_DIVONE ARE NOW TALLIED APART FROM THE  *
000420*                     BATCH CYCLE, SO AN URGENT INTRADAY        *
000430*                     POSTING CANNOT CALL THE DAY OUT OF        *
000440*                     BALANCE.                                  *
000450*    2026-09-01 RLH   THE DIVAUD CHECK CHAIN IS NOW WALKED      *
000460*                     END TO END (08_DIVSEAL) - THE FIRST       *
000470*                     BROKEN ROW IS REPORTED AND THE DAY IS     *
000480*                     CALLED OUT OF BALANCE (RC 8) SO           *
000490*                     DOWNSTREAM JOBS HOLD.                     *
000500*    2026-09-01 RLH   A DAY THAT PROVES IN BALANCE IS NOW       *
000510*                     MARKED "B" ON THE DIVDAY DAY-STATUS       *
000520*                     FILE, RELEASING THE ARCHIVE AND GL        *
000530*                     HANDOFF STEPS FOR THE DATE.               *
000540*    2026-10-15 RLH   REVERSAL ("V") ROWS NET INTO THE BUCKET   *
000550*                     OF THE POSTING THEY BACK OUT - INTRADAY   *
000560*                     WHEN WRITTEN BY 08_DIVONE, BATCH WHEN     *
000570*                     WRITTEN BY THE NIGHTLY RUN - AND ARE      *
000580*                     SHOWN ON THEIR OWN INFORMATIONAL LINE.    *
000590*    2026-10-15 RLH   START AND END OF THE STEP ARE RECORDED ON *
000600*                     THE DIVSTP STEP-STATUS FILE (08_DIVSTP);  *
000610*                     THE STEP IS REFUSED (RC 8) UNLESS         *
000620*                     08_REDEFINES ENDED CLEANLY FOR THE DATE.  *
000630*    2026-10-15 RLH   RECORDS HELD ON DIVPND FOR DUAL-CONTROL   *
000640*                     APPROVAL ARE NOW PART OF THE READ PROOF,  *
000650*                     SO A HELD ITEM CANNOT CALL THE DAY OUT OF *
000660*                     BALANCE.                                  *
000670*    2026-10-15 RLH   RECORDS PARKED ON THE DIVWHS WAREHOUSE    *
000680*                     FOR A LATER EFFECTIVE DATE ARE NOW PART   *
000690*                     OF THE READ PROOF AS WELL.                *
000700*                                                               *
000710*****************************************************************
000720
000730 ENVIRONMENT DIVISION.
000740 INPUT-OUTPUT SECTION.
000750 FILE-CONTROL.
000760           SELECT DIVISION-REQUEST-FILE ASSIGN TO "DIVREQ"
000770               ORGANIZATION IS SEQUENTIAL
000780               FILE STATUS IS BAL-REQUEST-STATUS.
000790           SELECT DIVISION-AUDIT-FILE ASSIGN TO "DIVAUD"
000800               ORGANIZATION IS SEQUENTIAL
000810               FILE STATUS IS BAL-AUDIT-STATUS.
000820           SELECT DIVISION-REJECT-FILE ASSIGN TO "DIVREJ"
000830               ORGANIZATION IS SEQUENTIAL
000840               FILE STATUS IS BAL-REJECT-STATUS.
000850           SELECT RESTART-CONTROL-FILE ASSIGN TO "DIVCTL"
000860               ORGANIZATION IS SEQUENTIAL
000870               FILE STATUS IS BAL-CONTROL-STATUS.
000880           SELECT BALANCE-REPORT-FILE ASSIGN TO "BALRPT"
000890               ORGANIZATION IS SEQUENTIAL
000900               FILE STATUS IS BAL-REPORT-STATUS.
000910           SELECT DAY-STATUS-FILE ASSIGN TO "DIVDAY"
000920               ORGANIZATION IS INDEXED
000930               ACCESS MODE IS RANDOM
000940               RECORD KEY IS DS-DATE
000950               FILE STATUS IS BAL-DAY-STATUS.
000960
000970 DATA DIVISION.
000980 FILE SECTION.
000990       FD  DIVISION-REQUEST-FILE
001000           LABEL RECORDS ARE STANDARD.
001010       COPY DIVREQ.
001020
001030       FD  DIVISION-AUDIT-FILE
001040           LABEL RECORDS ARE STANDARD.
001050       COPY DIVAUD.
001060
001070       FD  DIVISION-REJECT-FILE
001080           LABEL RECORDS ARE STANDARD.
001090       COPY DIVREJ.
001100
001110       FD  RESTART-CONTROL-FILE
001120           LABEL RECORDS ARE STANDARD.
001130       COPY DIVCTL.
001140
001150       FD  BALANCE-REPORT-FILE
001160           LABEL RECORDS ARE STANDARD.
001170       01  BALANCE-REPORT-RECORD          PIC X(132).
001180
001190       FD  DAY-STATUS-FILE
001200           LABEL RECORDS ARE STANDARD.
001210       COPY DIVDAY.
001220
001230 WORKING-STORAGE SECTION.
001240       COPY DIVBLR.
001250       COPY DIVSPL.
001260
001270       77  BAL-REQUEST-COUNT         PIC 9(08) COMP VALUE ZERO.
001280       77  BAL-REJECT-COUNT          PIC 9(08) COMP VALUE ZERO.
001290       77  BAL-AUDIT-COUNT           PIC 9(08) COMP VALUE ZERO.
001300       77  BAL-AUDIT-RESULTS         PIC S9(12)V99 COMP-3
001310                                     VALUE ZERO.
001320       77  BAL-INTRADAY-COUNT        PIC 9(08) COMP VALUE ZERO.
001330       77  BAL-INTRADAY-RESULTS      PIC S9(12)V99 COMP-3
001340                                     VALUE ZERO.
001350       77  BAL-REVERSAL-COUNT        PIC 9(08) COMP VALUE ZERO.
001360       77  BAL-REVERSAL-RESULTS      PIC S9(12)V99 COMP-3
001370                                     VALUE ZERO.
001380       77  BAL-CHAIN-PRIOR           PIC 9(10) VALUE ZERO.
001390       77  BAL-CHAIN-CHECK           PIC 9(10) VALUE ZERO.
001400       77  BAL-CHAIN-ROW             PIC 9(08) COMP VALUE ZERO.
001410       77  BAL-CHAIN-BREAK-ROW       PIC 9(08) COMP VALUE ZERO.
001420       77  BAL-BREAK-ROW-ED               PIC ZZZ,ZZZ,ZZ9.
001430       77  BAL-CHAIN-SW                   PIC X(01) VALUE "N".
001440           88  BAL-CHAIN-BROKEN               VALUE "Y".
001450       77  BAL-READ-PLUS-REJ         PIC 9(08) COMP VALUE ZERO.
001460       77  BAL-HELD-COUNT            PIC 9(08) COMP VALUE ZERO.
001470       77  BAL-PARKED-COUNT          PIC 9(08) COMP VALUE ZERO.
001480       77  BAL-OOB-SWITCH                 PIC X(01) VALUE "N".
001490           88  BAL-OUT-OF-BALANCE             VALUE "Y".
001500       77  BAL-EOF-SWITCH                 PIC X(01) VALUE "N".
001510           88  BAL-END-OF-FILE                VALUE "Y".
001520       77  BAL-REQUEST-STATUS             PIC X(02) VALUE SPACES.
001530       77  BAL-AUDIT-STATUS               PIC X(02) VALUE SPACES.
001540       77  BAL-REJECT-STATUS              PIC X(02) VALUE SPACES.
001550       77  BAL-CONTROL-STATUS             PIC X(02) VALUE SPACES.
001560       77  BAL-REPORT-STATUS              PIC X(02) VALUE SPACES.
001570       77  BAL-DAY-STATUS                 PIC X(02) VALUE SPACES.
001580
001590       01  BAL-RUN-DATE-YMD               PIC 9(08) VALUE ZERO.
001600       01  BAL-RUN-DATE-PARTS REDEFINES BAL-RUN-DATE-YMD.
001610           05  BAL-RUN-YYYY               PIC 9(04).
001620           05  BAL-RUN-MM                 PIC 9(02).
001630           05  BAL-RUN-DD                 PIC 9(02).
001640
001650 PROCEDURE DIVISION.
001660
001670*****************************************************************
001680*    0000-MAINLINE                                              *
001690*****************************************************************
001700       0000-MAINLINE.
001710           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001720           PERFORM 2000-COUNT-REQUESTS THRU 2000-EXIT.
001730           PERFORM 3000-SUM-AUDIT-ROWS THRU 3000-EXIT.
001740           PERFORM 4000-COUNT-REJECTS THRU 4000-EXIT.
001750           PERFORM 5000-BALANCE-CHECKS THRU 5000-EXIT.
001760           PERFORM 8000-FINALIZE THRU 8000-EXIT.
001770           STOP RUN.
001780
001790*****************************************************************
001800*    1000-INITIALIZE - OPEN THE DAY'S FILES, PICK UP THE FINAL  *
001810*    RESTART-CONTROL RECORD, AND PRINT THE HEADING.             *
001820*****************************************************************
001830       1000-INITIALIZE.
001840           ACCEPT BAL-RUN-DATE-YMD FROM DATE YYYYMMDD.
001850           OPEN INPUT RESTART-CONTROL-FILE.
001860           IF BAL-CONTROL-STATUS NOT = "00"
001870               DISPLAY "08_DIVBAL - DIVCTL OPEN FAILED, STS = "
001880                   BAL-CONTROL-STATUS
001890               MOVE 16 TO RETURN-CODE
001900               STOP RUN
001910           END-IF.
001920           READ RESTART-CONTROL-FILE
001930               AT END
001940                   DISPLAY "08_DIVBAL - DIVCTL IS EMPTY"
001950                   MOVE 16 TO RETURN-CODE
001960                   STOP RUN
001970           END-READ.
001980           CLOSE RESTART-CONTROL-FILE.
001990           PERFORM 1050-BEGIN-STEP THRU 1050-EXIT.
002000           OPEN INPUT DIVISION-REQUEST-FILE.
002010           IF BAL-REQUEST-STATUS NOT = "00"
002020               DISPLAY "08_DIVBAL - DIVREQ OPEN FAILED, STS = "
002030                   BAL-REQUEST-STATUS
002040               MOVE 16 TO RETURN-CODE
002050               STOP RUN
002060           END-IF.
002070           OPEN INPUT DIVISION-AUDIT-FILE.
002080           IF BAL-AUDIT-STATUS NOT = "00"
002090               DISPLAY "08_DIVBAL - DIVAUD OPEN FAILED, STS = "
002100                   BAL-AUDIT-STATUS
002110               MOVE 16 TO RETURN-CODE
002120               STOP RUN
002130           END-IF.
002140           OPEN INPUT DIVISION-REJECT-FILE.
002150           IF BAL-REJECT-STATUS NOT = "00"
002160               DISPLAY "08_DIVBAL - DIVREJ OPEN FAILED, STS = "
002170                   BAL-REJECT-STATUS
002180               MOVE 16 TO RETURN-CODE
002190               STOP RUN
002200           END-IF.
002210           OPEN OUTPUT BALANCE-REPORT-FILE.
002220           IF BAL-REPORT-STATUS NOT = "00"
002230               DISPLAY "08_DIVBAL - BALRPT OPEN FAILED, STS = "
002240                   BAL-REPORT-STATUS
002250               MOVE 16 TO RETURN-CODE
002260               STOP RUN
002270           END-IF.
002280           MOVE RC-RUN-DATE TO BLR-FOR-DATE.
002290           STRING BAL-RUN-YYYY "-" BAL-RUN-MM "-" BAL-RUN-DD
002300               DELIMITED BY SIZE INTO BLR-RUN-DATE.
002310           MOVE BLR-HEADING-LINE-1 TO BALANCE-REPORT-RECORD.
002320           WRITE BALANCE-REPORT-RECORD AFTER ADVANCING PAGE.
002330           MOVE BLR-RULE-LINE TO BALANCE-REPORT-RECORD.
002340           WRITE BALANCE-REPORT-RECORD AFTER ADVANCING 2 LINES.
002350       1000-EXIT.
002360           EXIT.
002370
002380*****************************************************************
002390*    1050-BEGIN-STEP - RECORD THE START OF THE STEP FOR THE     *
002400*    CONTROL RECORD'S RUN DATE; 08_DIVSTP REFUSES IT UNLESS     *
002410*    08_REDEFINES ENDED CLEANLY FOR THAT DATE.                  *
002420*****************************************************************
002430       1050-BEGIN-STEP.
002440           MOVE SPACES TO step-parms.
002450           MOVE "B" TO step-function.
002460           MOVE "08_DIVBAL" TO step-name.
002470           MOVE RC-RUN-DATE TO step-date.
002480           MOVE ZERO TO step-return-code.
002490           CALL "08_DIVSTP" USING step-parms.
002500           IF step-verdict NOT = ZERO
002510               DISPLAY "08_DIVBAL - STEP NOT RELEASED FOR DATE "
002520                   RC-RUN-DATE " - BALANCING HELD"
002530               MOVE step-verdict TO RETURN-CODE
002540               STOP RUN
002550           END-IF.
002560       1050-EXIT.
002570           EXIT.
002580
002590*****************************************************************
002600*    2000-COUNT-REQUESTS - INDEPENDENT COUNT OF THE DATA        *
002610*    RECORDS ON DIVREQ (EVERYTHING BETWEEN THE BATCH HEADER     *
002620*    AND TRAILER, INCLUDING SET AND SHARE RECORDS).             *
002630*****************************************************************
002640       2000-COUNT-REQUESTS.
002650           MOVE "N" TO BAL-EOF-SWITCH.
002660           PERFORM 2100-READ-REQUEST THRU 2100-EXIT.
002670           PERFORM 2200-TALLY-REQUEST THRU 2200-EXIT
002680               UNTIL BAL-END-OF-FILE.
002690           CLOSE DIVISION-REQUEST-FILE.
002700       2000-EXIT.
002710           EXIT.
002720
002730       2100-READ-REQUEST.
002740           READ DIVISION-REQUEST-FILE
002750               AT END
002760                   MOVE "Y" TO BAL-EOF-SWITCH
002770           END-READ.
002780       2100-EXIT.
002790           EXIT.
002800
002810       2200-TALLY-REQUEST.
002820           IF BH-HEADER OR BT-TRAILER
002830               CONTINUE
002840           ELSE
002850               ADD 1 TO BAL-REQUEST-COUNT
002860           END-IF.
002870           PERFORM 2100-READ-REQUEST THRU 2100-EXIT.
002880       2200-EXIT.
002890           EXIT.
002900
002910*****************************************************************
002920*    3000-SUM-AUDIT-ROWS - COUNT AND SUM THE AUDIT ROWS FOR     *
002930*    THE RUN DATE ON THE RESTART-CONTROL RECORD.                *
002940*****************************************************************
002950       3000-SUM-AUDIT-ROWS.
002960           MOVE "N" TO BAL-EOF-SWITCH.
002970           PERFORM 3100-READ-AUDIT THRU 3100-EXIT.
002980           PERFORM 3200-TALLY-AUDIT THRU 3200-EXIT
002990               UNTIL BAL-END-OF-FILE.
003000           CLOSE DIVISION-AUDIT-FILE.
003010       3000-EXIT.
003020           EXIT.
003030
003040       3100-READ-AUDIT.
003050           READ DIVISION-AUDIT-FILE
003060               AT END
003070                   MOVE "Y" TO BAL-EOF-SWITCH
003080           END-READ.
003090       3100-EXIT.
003100           EXIT.
003110
003120       3200-TALLY-AUDIT.
003130           ADD 1 TO BAL-CHAIN-ROW.
003140           CALL "08_DIVSEAL" USING AUDIT-TRAIL-RECORD
003150               BAL-CHAIN-PRIOR BAL-CHAIN-CHECK.
003160           IF NOT BAL-CHAIN-BROKEN
003170               IF AU-CHECK-VALUE NOT NUMERIC
003180                   OR AU-CHECK-VALUE NOT = BAL-CHAIN-CHECK
003190                   MOVE "Y" TO BAL-CHAIN-SW
003200                   MOVE BAL-CHAIN-ROW TO BAL-CHAIN-BREAK-ROW
003210               END-IF
003220           END-IF.
003230           IF AU-CHECK-VALUE NUMERIC
003240               MOVE AU-CHECK-VALUE TO BAL-CHAIN-PRIOR
003250           ELSE
003260               MOVE BAL-CHAIN-CHECK TO BAL-CHAIN-PRIOR
003270           END-IF.
003280           IF AU-DATE = RC-RUN-DATE
003290               IF AU-INTRADAY-ROW
003300                   OR (AU-REVERSAL-ROW
003310                       AND AU-SOURCE-READNO = ZERO)
003320                   ADD 1 TO BAL-INTRADAY-COUNT
003330                   ADD AU-RESULT-DEC TO BAL-INTRADAY-RESULTS
003340               ELSE
003350                   ADD 1 TO BAL-AUDIT-COUNT
003360                   ADD AU-RESULT-DEC TO BAL-AUDIT-RESULTS
003370               END-IF
003380               IF AU-REVERSAL-ROW
003390                   ADD 1 TO BAL-REVERSAL-COUNT
003400                   ADD AU-RESULT-DEC TO BAL-REVERSAL-RESULTS
003410               END-IF
003420           END-IF.
003430           PERFORM 3100-READ-AUDIT THRU 3100-EXIT.
003440       3200-EXIT.
003450           EXIT.
003460
003470*****************************************************************
003480*    4000-COUNT-REJECTS - INDEPENDENT COUNT OF THE DAY'S        *
003490*    REJECT ROWS.                                               *
003500*****************************************************************
003510       4000-COUNT-REJECTS.
003520           MOVE "N" TO BAL-EOF-SWITCH.
003530           PERFORM 4100-READ-REJECT THRU 4100-EXIT.
003540           PERFORM 4200-TALLY-REJECT THRU 4200-EXIT
003550               UNTIL BAL-END-OF-FILE.
003560           CLOSE DIVISION-REJECT-FILE.
003570       4000-EXIT.
003580           EXIT.
003590
003600       4100-READ-REJECT.
003610           READ DIVISION-REJECT-FILE
003620               AT END
003630                   MOVE "Y" TO BAL-EOF-SWITCH
003640           END-READ.
003650       4100-EXIT.
003660           EXIT.
003670
003680       4200-TALLY-REJECT.
003690           ADD 1 TO BAL-REJECT-COUNT.
003700           PERFORM 4100-READ-REJECT THRU 4100-EXIT.
003710       4200-EXIT.
003720           EXIT.
003730
003740*****************************************************************
003750*    5000-BALANCE-CHECKS - EVERY FIGURE DERIVED FROM THE DAY'S  *
003760*    FILES AGAINST THE RESTART-CONTROL RECORD.                  *
003770*****************************************************************
003780       5000-BALANCE-CHECKS.
003790           MOVE "RUN STATUS (C = COMPLETE).........."
003800               TO BLR-INFO-CAPTION.
003810           IF RC-RUN-COMPLETE
003820               MOVE "COMPLETE" TO BLR-INFO-TEXT
003830           ELSE
003840               MOVE "RUN DID NOT COMPLETE - OUT OF BALANCE"
003850                   TO BLR-INFO-TEXT
003860               MOVE "Y" TO BAL-OOB-SWITCH
003870           END-IF.
003880           MOVE BLR-INFO-LINE TO BALANCE-REPORT-RECORD.
003890           WRITE BALANCE-REPORT-RECORD AFTER ADVANCING 1 LINES.
003900           MOVE "DIVREQ DATA RECORDS VS READ......."
003910               TO BLR-CNT-CAPTION.
003920           MOVE RC-LAST-COUNT TO BLR-CNT-EXPECTED.
003930           MOVE BAL-REQUEST-COUNT TO BLR-CNT-ACTUAL.
003940           IF BAL-REQUEST-COUNT = RC-LAST-COUNT
003950               MOVE "OK" TO BLR-CNT-STATUS
003960           ELSE
003970               MOVE "OUT OF BALANCE" TO BLR-CNT-STATUS
003980               MOVE "Y" TO BAL-OOB-SWITCH
003990           END-IF.
004000           MOVE BLR-COUNT-LINE TO BALANCE-REPORT-RECORD.
004010           WRITE BALANCE-REPORT-RECORD AFTER ADVANCING 1 LINES.
004020           IF RC-RECORDS-HELD NUMERIC
004030               MOVE RC-RECORDS-HELD TO BAL-HELD-COUNT
004040           ELSE
004050               MOVE ZERO TO BAL-HELD-COUNT
004060           END-IF.
004070           IF RC-RECORDS-PARKED NUMERIC
004080               MOVE RC-RECORDS-PARKED TO BAL-PARKED-COUNT
004090           ELSE
004100               MOVE ZERO TO BAL-PARKED-COUNT
004110           END-IF.
004120           COMPUTE BAL-READ-PLUS-REJ =
004130               RC-RECORDS-PROCESSED + RC-RECORDS-REJECTED
004140               + BAL-HELD-COUNT + BAL-PARKED-COUNT.
004150           MOVE "READ VS PROC+REJ+HELD+PARKED......"
004160               TO BLR-CNT-CAPTION.
004170           MOVE RC-LAST-COUNT TO BLR-CNT-EXPECTED.
004180           MOVE BAL-READ-PLUS-REJ TO BLR-CNT-ACTUAL.
004190           IF BAL-READ-PLUS-REJ = RC-LAST-COUNT
004200               MOVE "OK" TO BLR-CNT-STATUS
004210           ELSE
004220               MOVE "OUT OF BALANCE" TO BLR-CNT-STATUS
004230               MOVE "Y" TO BAL-OOB-SWITCH
004240           END-IF.
004250           MOVE BLR-COUNT-LINE TO BALANCE-REPORT-RECORD.
004260           WRITE BALANCE-REPORT-RECORD AFTER ADVANCING 1 LINES.
004270           MOVE "DIVREJ ROWS VS REJECTED..........."
004280               TO BLR-CNT-CAPTION.
004290           MOVE RC-RECORDS-REJECTED TO BLR-CNT-EXPECTED.
004300           MOVE BAL-REJECT-COUNT TO BLR-CNT-ACTUAL.
004310           IF BAL-REJECT-COUNT = RC-RECORDS-REJECTED
004320               MOVE "OK" TO BLR-CNT-STATUS
004330           ELSE
004340               MOVE "OUT OF BALANCE" TO BLR-CNT-STATUS
004350               MOVE "Y" TO BAL-OOB-SWITCH
004360           END-IF.
004370           MOVE BLR-COUNT-LINE TO BALANCE-REPORT-RECORD.
004380           WRITE BALANCE-REPORT-RECORD AFTER ADVANCING 1 LINES.
004390           MOVE "AUDIT RESULTS VS CONTROL SUM......"
004400               TO BLR-AMT-CAPTION.
004410           MOVE RC-SUM-OF-RESULTS TO BLR-AMT-EXPECTED.
004420           MOVE BAL-AUDIT-RESULTS TO BLR-AMT-ACTUAL.
004430           IF BAL-AUDIT-RESULTS = RC-SUM-OF-RESULTS
004440               MOVE "OK" TO BLR-AMT-STATUS
004450           ELSE
004460               MOVE "OUT OF BALANCE" TO BLR-AMT-STATUS
004470               MOVE "Y" TO BAL-OOB-SWITCH
004480           END-IF.
004490           MOVE BLR-AMOUNT-LINE TO BALANCE-REPORT-RECORD.
004500           WRITE BALANCE-REPORT-RECORD AFTER ADVANCING 1 LINES.
004510           MOVE "AUDIT ROWS FOR THE DATE..........."
004520               TO BLR-CNT-CAPTION.
004530           MOVE RC-RECORDS-PROCESSED TO BLR-CNT-EXPECTED.
004540           MOVE BAL-AUDIT-COUNT TO BLR-CNT-ACTUAL.
004550           MOVE "INFORMATIONAL" TO BLR-CNT-STATUS.
004560           MOVE BLR-COUNT-LINE TO BALANCE-REPORT-RECORD.
004570           WRITE BALANCE-REPORT-RECORD AFTER ADVANCING 1 LINES.
004580           MOVE "INTRADAY ROWS FOR THE DATE........"
004590               TO BLR-AMT-CAPTION.
004600           MOVE BAL-INTRADAY-COUNT TO BLR-AMT-EXPECTED.
004610           MOVE BAL-INTRADAY-RESULTS TO BLR-AMT-ACTUAL.
004620           MOVE "INFORMATIONAL" TO BLR-AMT-STATUS.
004630           MOVE BLR-AMOUNT-LINE TO BALANCE-REPORT-RECORD.
004640           WRITE BALANCE-REPORT-RECORD AFTER ADVANCING 1 LINES.
004650           MOVE "REVERSAL ROWS FOR THE DATE........"
004660               TO BLR-AMT-CAPTION.
004670           MOVE BAL-REVERSAL-COUNT TO BLR-AMT-EXPECTED.
004680           MOVE BAL-REVERSAL-RESULTS TO BLR-AMT-ACTUAL.
004690           MOVE "INFORMATIONAL" TO BLR-AMT-STATUS.
004700           MOVE BLR-AMOUNT-LINE TO BALANCE-REPORT-RECORD.
004710           WRITE BALANCE-REPORT-RECORD AFTER ADVANCING 1 LINES.
004720           MOVE "AUDIT CHAIN INTEGRITY............."
004730               TO BLR-INFO-CAPTION.
004740           IF BAL-CHAIN-BROKEN
004750               MOVE BAL-CHAIN-BREAK-ROW TO BAL-BREAK-ROW-ED
004760               MOVE SPACES TO BLR-INFO-TEXT
004770               STRING "FIRST BREAK AT ROW " BAL-BREAK-ROW-ED
004780                   " - OUT OF BALANCE" DELIMITED BY SIZE
004790                   INTO BLR-INFO-TEXT
004800               MOVE "Y" TO BAL-OOB-SWITCH
004810           ELSE
004820               MOVE "INTACT" TO BLR-INFO-TEXT
004830           END-IF.
004840           MOVE BLR-INFO-LINE TO BALANCE-REPORT-RECORD.
004850           WRITE BALANCE-REPORT-RECORD AFTER ADVANCING 1 LINES.
004860       5000-EXIT.
004870           EXIT.
004880
004890*****************************************************************
004900*    8000-FINALIZE - PRINT THE VERDICT, CLOSE, AND SET THE      *
004910*    RETURN CODE THE SCHEDULER KEYS ON.                         *
004920*****************************************************************
004930       8000-FINALIZE.
004940           IF NOT BAL-OUT-OF-BALANCE
004950               PERFORM 8100-MARK-DATE-BALANCED THRU 8100-EXIT
004960           END-IF.
004970           MOVE BLR-RULE-LINE TO BALANCE-REPORT-RECORD.
004980           WRITE BALANCE-REPORT-RECORD AFTER ADVANCING 1 LINES.
004990           IF BAL-OUT-OF-BALANCE
005000               MOVE "*** OUT OF BALANCE - HOLD DOWNSTREAM ***"
005010                   TO BLR-FINAL-TEXT
005020               MOVE 8 TO RETURN-CODE
005030           ELSE
005040               MOVE "ALL CONTROLS IN BALANCE" TO BLR-FINAL-TEXT
005050           END-IF.
005060           MOVE BLR-FINAL-LINE TO BALANCE-REPORT-RECORD.
005070           WRITE BALANCE-REPORT-RECORD AFTER ADVANCING 2 LINES.
005080           CLOSE BALANCE-REPORT-FILE.
005090           DISPLAY "08_DIVBAL - " BLR-FINAL-TEXT.
005100           PERFORM 8900-END-STEP THRU 8900-EXIT.
005110       8000-EXIT.
005120           EXIT.
005130
005140*****************************************************************
005150*    8100-MARK-DATE-BALANCED - RECORD THE CLEAN VERDICT ON THE  *
005160*    DIVDAY DAY-STATUS FILE SO THE ARCHIVE AND GL HANDOFF       *
005170*    STEPS KNOW THE DATE IS SAFE TO WORK AGAINST.               *
005180*****************************************************************
005190       8100-MARK-DATE-BALANCED.
005200           OPEN I-O DAY-STATUS-FILE.
005210           IF BAL-DAY-STATUS NOT = "00"
005220               DISPLAY "08_DIVBAL - DIVDAY OPEN FAILED, STS = "
005230                   BAL-DAY-STATUS " - DATE NOT MARKED BALANCED"
005240               GO TO 8100-EXIT
005250           END-IF.
005260           MOVE RC-RUN-DATE TO DS-DATE.
005270           READ DAY-STATUS-FILE
005280               INVALID KEY
005290                   DISPLAY "08_DIVBAL - NO DIVDAY ROW FOR DATE "
005300                       RC-RUN-DATE " - DATE NOT MARKED BALANCED"
005310                   CLOSE DAY-STATUS-FILE
005320                   GO TO 8100-EXIT
005330           END-READ.
005340           MOVE "B" TO DS-STATUS-CD.
005350           MOVE BAL-RUN-DATE-YMD TO DS-BALANCED-DATE.
005360           REWRITE DAY-STATUS-RECORD.
005370           CLOSE DAY-STATUS-FILE.
005380           DISPLAY "08_DIVBAL - DATE " RC-RUN-DATE
005390               " MARKED BALANCED".
005400       8100-EXIT.
005410           EXIT.
005420
005430*****************************************************************
005440*    8900-END-STEP - RECORD THE FINAL RETURN CODE AND COUNTS    *
005450*    ON THE STEP-STATUS FILE.  THE CALL RESETS RETURN-CODE, SO  *
005460*    IT IS PUT BACK AFTERWARDS.                                 *
005470*****************************************************************
005480       8900-END-STEP.
005490           MOVE "E" TO step-function.
005500           MOVE RETURN-CODE TO step-return-code.
005510           MOVE "REQUESTS" TO step-count-label (1).
005520           MOVE BAL-REQUEST-COUNT TO step-count (1).
005530           MOVE "AUDIT ROWS" TO step-count-label (2).
005540           MOVE BAL-AUDIT-COUNT TO step-count (2).
005550           MOVE "REJECTS" TO step-count-label (3).
005560           MOVE BAL-REJECT-COUNT TO step-count (3).
005570           MOVE BLR-FINAL-TEXT TO step-message.
005580           CALL "08_DIVSTP" USING step-parms.
005590           MOVE step-return-code TO RETURN-CODE.
005600       8900-EXIT.
005610           EXIT.
