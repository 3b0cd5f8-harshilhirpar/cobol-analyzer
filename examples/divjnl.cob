000010 IDENTIFICATION DIVISION.
000020       PROGRAM-ID. 08_DIVJNL.
000030       AUTHOR. R L HIRPAR.
000040       INSTALLATION. BATCH PRODUCTION SUPPORT.
000050       DATE-WRITTEN. 2026-10-15.
000060       DATE-COMPILED.
000070*****************************************************************
000080*                                                               *
000090*    08_DIVJNL IS THE NIGHTLY GL JOURNAL BUILD.  THE DIVGLX     *
000100*    EXTRACT CARRIES ONLY THE DIVISION ITSELF; THIS STEP TURNS  *
000110*    EVERY ROW POSTED ON THE BUSINESS DATE (DIVAUD) INTO TWO    *
000120*    BALANCED JOURNAL LINES ON DIVJNL - A DEBIT AND A CREDIT OF *
000130*    THE RESULT, WITH THE GL ACCOUNTS TAKEN FROM THE CHART-OF-  *
000140*    ACCOUNTS MAPPING MASTER (DIVCOA) AND THE COST CENTER FROM  *
000150*    THE ROW.  A SET SHARE (OR ITS REVERSAL) USES THE MAPPING   *
000160*    FOR ITS COST CENTER; EVERY OTHER ROW USES THE ORDINARY     *
000170*    MAPPING.  A NEGATIVE RESULT POSTS THE OTHER WAY ROUND; A   *
000180*    ZERO RESULT WRITES NO LINES.                               *
000190*                                                               *
000200*    THE DEBIT AND CREDIT TOTALS ARE ADDED UP FROM THE LINES AS *
000210*    THEY ARE WRITTEN AND PROVED EQUAL FOR THE DATE.  A POSTING *
000220*    WITH NO MAPPING IN EFFECT ON THE DATE IS LISTED AND LEFT   *
000230*    OFF THE JOURNAL.  EITHER CONDITION HOLDS THE 08_DIVGLR     *
000240*    HANDOFF UNTIL THE MAPPING IS ADDED WITH 08_DIVCOM AND THIS *
000250*    STEP IS RERUN.                                             *
000260*                                                               *
000270*    JNLRPT LISTS THE UNMAPPED POSTINGS, THE DEBIT AND CREDIT   *
000280*    TOTALS BY ACCOUNT AND COST CENTER, AND THE PROOF LINE.     *
000290*                                                               *
000300*    RETURN CODES -                                             *
000310*        00 = JOURNAL BUILT AND BALANCED                        *
000320*        08 = POSTINGS WITHOUT A MAPPING, OR DEBITS NOT EQUAL   *
000330*             TO CREDITS - THE HANDOFF IS HELD; OR STEP         *
000340*             REFUSED BECAUSE 08_DIVTRD DID NOT END CLEANLY     *
000350*        16 = A FILE COULD NOT BE OPENED                        *
000360*                                                               *
000370*    MODIFICATION HISTORY                                       *
000380*    DATE       BY    DESCRIPTION                               *
000390*    ---------- ----- --------------------------------------    *
000400*    2026-10-15 RLH   ORIGINAL PROGRAM - DOUBLE-ENTRY GL        *
000410*                     JOURNAL BUILD AND DEBIT/CREDIT PROOF.     *
000420*                                                               *
000430*****************************************************************
000440
000450 ENVIRONMENT DIVISION.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480           SELECT RESTART-CONTROL-FILE ASSIGN TO "DIVCTL"
000490               ORGANIZATION IS SEQUENTIAL
000500               FILE STATUS IS JNL-CONTROL-STATUS.
000510           SELECT DIVISION-AUDIT-FILE ASSIGN TO "DIVAUD"
000520               ORGANIZATION IS SEQUENTIAL
000530               FILE STATUS IS JNL-AUDIT-STATUS.
000540           SELECT ACCOUNT-MAP-FILE ASSIGN TO "DIVCOA"
000550               ORGANIZATION IS INDEXED
000560               ACCESS MODE IS RANDOM
000570               RECORD KEY IS AM-KEY
000580               FILE STATUS IS JNL-MAP-STATUS.
000590           SELECT JOURNAL-FILE ASSIGN TO "DIVJNL"
000600               ORGANIZATION IS SEQUENTIAL
000610               FILE STATUS IS JNL-JOURNAL-STATUS.
000620           SELECT JOURNAL-REPORT-FILE ASSIGN TO "JNLRPT"
000630               ORGANIZATION IS SEQUENTIAL
000640               FILE STATUS IS JNL-REPORT-STATUS.
000650
000660 DATA DIVISION.
000670 FILE SECTION.
000680       FD  RESTART-CONTROL-FILE
000690           LABEL RECORDS ARE STANDARD.
000700       COPY DIVCTL.
000710
000720       FD  DIVISION-AUDIT-FILE
000730           LABEL RECORDS ARE STANDARD.
000740       COPY DIVAUD.
000750
000760       FD  ACCOUNT-MAP-FILE
000770           LABEL RECORDS ARE STANDARD.
000780       COPY DIVCOA.
000790
000800       FD  JOURNAL-FILE
000810           LABEL RECORDS ARE STANDARD.
000820       01  JOURNAL-RECORD                 PIC X(100).
000830
000840       FD  JOURNAL-REPORT-FILE
000850           LABEL RECORDS ARE STANDARD.
000860       01  JOURNAL-REPORT-RECORD          PIC X(132).
000870
000880 WORKING-STORAGE SECTION.
000890       COPY DIVJNL.
000900       COPY DIVJLR.
000910       COPY DIVSPL.
000920
000930       77  JNL-AUDIT-ROWS            PIC 9(08) COMP VALUE ZERO.
000940       77  JNL-POSTINGS              PIC 9(08) COMP VALUE ZERO.
000950       77  JNL-ZERO-POSTINGS         PIC 9(08) COMP VALUE ZERO.
000960       77  JNL-UNMAPPED-COUNT        PIC 9(08) COMP VALUE ZERO.
000970       77  JNL-LINE-NO               PIC 9(08) COMP VALUE ZERO.
000980       77  JNL-ACCT-COUNT            PIC 9(04) COMP VALUE ZERO.
000990       77  JNL-AX                    PIC 9(04) COMP VALUE ZERO.
001000       77  JNL-ACCT-FOUND-IX         PIC 9(04) COMP VALUE ZERO.
001010       77  JNL-LINE-COUNT            PIC 9(04) COMP VALUE ZERO.
001020       77  JNL-PAGE-NO               PIC 9(04) COMP VALUE ZERO.
001030       77  JNL-LINES-PER-PAGE        PIC 9(04) COMP VALUE 50.
001040       77  JNL-AMOUNT                PIC 9(10)V99 COMP-3
001050                                     VALUE ZERO.
001060       77  JNL-DEBIT-TOTAL           PIC 9(12)V99 COMP-3
001070                                     VALUE ZERO.
001080       77  JNL-CREDIT-TOTAL          PIC 9(12)V99 COMP-3
001090                                     VALUE ZERO.
001100       77  JNL-UNMAPPED-AMOUNT       PIC S9(12)V99 COMP-3
001110                                     VALUE ZERO.
001120       77  JNL-DEBIT-ACCOUNT              PIC X(12) VALUE SPACES.
001130       77  JNL-CREDIT-ACCOUNT             PIC X(12) VALUE SPACES.
001140       77  JNL-LINE-ACCOUNT               PIC X(12) VALUE SPACES.
001150       77  JNL-LINE-SIDE                  PIC X(01) VALUE SPACE.
001160       77  JNL-COST-CENTER                PIC X(08) VALUE SPACES.
001170       77  JNL-UNMAPPED-REASON            PIC X(30) VALUE SPACES.
001180       77  JNL-MAP-OPEN-SW                PIC X(01) VALUE "N".
001190           88  JNL-MAP-OPEN                   VALUE "Y".
001200       77  JNL-EOF-SWITCH                 PIC X(01) VALUE "N".
001210           88  JNL-END-OF-FILE                VALUE "Y".
001220       77  JNL-CONTROL-STATUS             PIC X(02) VALUE SPACES.
001230       77  JNL-AUDIT-STATUS               PIC X(02) VALUE SPACES.
001240       77  JNL-MAP-STATUS                 PIC X(02) VALUE SPACES.
001250       77  JNL-JOURNAL-STATUS             PIC X(02) VALUE SPACES.
001260       77  JNL-REPORT-STATUS              PIC X(02) VALUE SPACES.
001270
001280       01  JNL-RUN-DATE-YMD               PIC 9(08) VALUE ZERO.
001290       01  JNL-BUS-DATE-YMD               PIC 9(08) VALUE ZERO.
001300       01  JNL-FMT-DATE-YMD               PIC 9(08) VALUE ZERO.
001310       01  JNL-FMT-DATE-PARTS REDEFINES JNL-FMT-DATE-YMD.
001320           05  JNL-FMT-YYYY               PIC 9(04).
001330           05  JNL-FMT-MM                 PIC 9(02).
001340           05  JNL-FMT-DD                 PIC 9(02).
001350       01  JNL-FMT-DATE                   PIC X(10) VALUE SPACES.
001360
001370       01  JNL-ACCOUNT-TABLE.
001380           05  JNL-ACCT-ENTRY OCCURS 500 TIMES.
001390               10  JNL-AC-KEY.
001400                   15  JNL-AC-ACCOUNT     PIC X(12).
001410                   15  JNL-AC-COST-CENTER PIC X(08).
001420               10  JNL-AC-LINES           PIC 9(08) COMP.
001430               10  JNL-AC-DEBITS          PIC 9(12)V99 COMP-3.
001440               10  JNL-AC-CREDITS         PIC 9(12)V99 COMP-3.
001450       01  JNL-FIND-KEY.
001460           05  JNL-FIND-ACCOUNT           PIC X(12).
001470           05  JNL-FIND-COST-CENTER       PIC X(08).
001480
001490 PROCEDURE DIVISION.
001500
001510*****************************************************************
001520*    0000-MAINLINE                                              *
001530*****************************************************************
001540       0000-MAINLINE.
001550           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001560           PERFORM 2000-BUILD-JOURNAL THRU 2000-EXIT.
001570           PERFORM 3000-PROVE-JOURNAL THRU 3000-EXIT.
001580           PERFORM 8000-FINALIZE THRU 8000-EXIT.
001590           STOP RUN.
001600
001610*****************************************************************
001620*    1000-INITIALIZE - TAKE THE BUSINESS DATE FROM DIVCTL AS    *
001630*    08_DIVBAL DOES, RECORD THE START OF THE STEP, OPEN THE     *
001640*    FILES, AND START THE JOURNAL AND THE REPORT.               *
001650*****************************************************************
001660       1000-INITIALIZE.
001670           ACCEPT JNL-RUN-DATE-YMD FROM DATE YYYYMMDD.
001680           OPEN INPUT RESTART-CONTROL-FILE.
001690           IF JNL-CONTROL-STATUS NOT = "00"
001700               DISPLAY "08_DIVJNL - DIVCTL OPEN FAILED, STS = "
001710                   JNL-CONTROL-STATUS
001720               MOVE 16 TO RETURN-CODE
001730               STOP RUN
001740           END-IF.
001750           READ RESTART-CONTROL-FILE
001760               AT END
001770                   DISPLAY "08_DIVJNL - DIVCTL IS EMPTY"
001780                   MOVE 16 TO RETURN-CODE
001790                   STOP RUN
001800           END-READ.
001810           CLOSE RESTART-CONTROL-FILE.
001820           MOVE RC-RUN-DATE TO JNL-BUS-DATE-YMD.
001830           PERFORM 1050-BEGIN-STEP THRU 1050-EXIT.
001840           OPEN INPUT DIVISION-AUDIT-FILE.
001850           IF JNL-AUDIT-STATUS NOT = "00"
001860               DISPLAY "08_DIVJNL - DIVAUD OPEN FAILED, STS = "
001870                   JNL-AUDIT-STATUS
001880               MOVE 16 TO RETURN-CODE
001890               STOP RUN
001900           END-IF.
001910           OPEN INPUT ACCOUNT-MAP-FILE.
001920           IF JNL-MAP-STATUS = "00"
001930               MOVE "Y" TO JNL-MAP-OPEN-SW
001940           ELSE
001950               IF JNL-MAP-STATUS NOT = "35"
001960                   DISPLAY "08_DIVJNL - DIVCOA OPEN FAILED, "
001970                       "STS = " JNL-MAP-STATUS
001980                   MOVE 16 TO RETURN-CODE
001990                   STOP RUN
002000               END-IF
002010           END-IF.
002020           OPEN OUTPUT JOURNAL-FILE.
002030           IF JNL-JOURNAL-STATUS NOT = "00"
002040               DISPLAY "08_DIVJNL - DIVJNL OPEN FAILED, STS = "
002050                   JNL-JOURNAL-STATUS
002060               MOVE 16 TO RETURN-CODE
002070               STOP RUN
002080           END-IF.
002090           OPEN OUTPUT JOURNAL-REPORT-FILE.
002100           IF JNL-REPORT-STATUS NOT = "00"
002110               DISPLAY "08_DIVJNL - JNLRPT OPEN FAILED, STS = "
002120                   JNL-REPORT-STATUS
002130               MOVE 16 TO RETURN-CODE
002140               STOP RUN
002150           END-IF.
002160           MOVE JNL-BUS-DATE-YMD TO JNL-H-RUN-DATE.
002170           WRITE JOURNAL-RECORD FROM JNL-HEADER-LINE.
002180           PERFORM 7050-WRITE-REPORT-HEADING THRU 7050-EXIT.
002190           MOVE "POSTINGS WITH NO ACCOUNT MAPPING"
002200               TO JLR-SECTION-TITLE.
002210           MOVE JLR-SECTION-LINE TO JOURNAL-REPORT-RECORD.
002220           WRITE JOURNAL-REPORT-RECORD AFTER ADVANCING 2 LINES.
002230           MOVE JLR-EXCEPTION-HEADING TO JOURNAL-REPORT-RECORD.
002240           WRITE JOURNAL-REPORT-RECORD AFTER ADVANCING 1 LINES.
002250           ADD 3 TO JNL-LINE-COUNT.
002260       1000-EXIT.
002270           EXIT.
002280
002290*****************************************************************
002300*    1050-BEGIN-STEP - RECORD THE START OF THE STEP FOR THE     *
002310*    BUSINESS DATE; 08_DIVSTP REFUSES IT UNLESS 08_DIVTRD       *
002320*    ENDED CLEANLY FOR THAT DATE.                               *
002330*****************************************************************
002340       1050-BEGIN-STEP.
002350           MOVE SPACES TO step-parms.
002360           MOVE "B" TO step-function.
002370           MOVE "08_DIVJNL" TO step-name.
002380           MOVE JNL-BUS-DATE-YMD TO step-date.
002390           MOVE ZERO TO step-return-code.
002400           CALL "08_DIVSTP" USING step-parms.
002410           IF step-verdict NOT = ZERO
002420               DISPLAY "08_DIVJNL - STEP NOT RELEASED FOR DATE "
002430                   JNL-BUS-DATE-YMD " - JOURNAL NOT BUILT"
002440               MOVE step-verdict TO RETURN-CODE
002450               STOP RUN
002460           END-IF.
002470       1050-EXIT.
002480           EXIT.
002490
002500*****************************************************************
002510*    2000-BUILD-JOURNAL - ONE PASS OF THE AUDIT TRAIL FOR THE   *
002520*    BUSINESS DATE.                                             *
002530*****************************************************************
002540       2000-BUILD-JOURNAL.
002550           MOVE "N" TO JNL-EOF-SWITCH.
002560           PERFORM 2100-JOURNAL-ONE-ROW THRU 2100-EXIT
002570               UNTIL JNL-END-OF-FILE.
002580           CLOSE DIVISION-AUDIT-FILE.
002590           IF JNL-UNMAPPED-COUNT = ZERO
002600               MOVE "    NONE" TO JLR-SECTION-TITLE
002610               MOVE JLR-SECTION-LINE TO JOURNAL-REPORT-RECORD
002620               WRITE JOURNAL-REPORT-RECORD AFTER ADVANCING 1 LINES
002630               ADD 1 TO JNL-LINE-COUNT
002640           END-IF.
002650       2000-EXIT.
002660           EXIT.
002670
002680*****************************************************************
002690*    2100-JOURNAL-ONE-ROW - FIND THE ROW'S MAPPING; AN UNMAPPED *
002700*    ROW IS LISTED, A MAPPED ONE WRITES ITS DEBIT AND CREDIT.   *
002710*****************************************************************
002720       2100-JOURNAL-ONE-ROW.
002730           READ DIVISION-AUDIT-FILE
002740               AT END
002750                   MOVE "Y" TO JNL-EOF-SWITCH
002760           END-READ.
002770           IF JNL-END-OF-FILE
002780               GO TO 2100-EXIT
002790           END-IF.
002800           IF AU-DATE NOT = JNL-BUS-DATE-YMD
002810               GO TO 2100-EXIT
002820           END-IF.
002830           ADD 1 TO JNL-AUDIT-ROWS.
002840           PERFORM 2200-FIND-MAPPING THRU 2200-EXIT.
002850           IF JNL-UNMAPPED-REASON NOT = SPACES
002860               PERFORM 2300-LIST-UNMAPPED THRU 2300-EXIT
002870               GO TO 2100-EXIT
002880           END-IF.
002890           IF AU-RESULT-DEC = ZERO
002900               ADD 1 TO JNL-ZERO-POSTINGS
002910               GO TO 2100-EXIT
002920           END-IF.
002930           ADD 1 TO JNL-POSTINGS.
002940           IF AU-RESULT-DEC > ZERO
002950               MOVE AU-RESULT-DEC TO JNL-AMOUNT
002960               MOVE AM-DEBIT-ACCOUNT TO JNL-DEBIT-ACCOUNT
002970               MOVE AM-CREDIT-ACCOUNT TO JNL-CREDIT-ACCOUNT
002980           ELSE
002990               COMPUTE JNL-AMOUNT = ZERO - AU-RESULT-DEC
003000               MOVE AM-CREDIT-ACCOUNT TO JNL-DEBIT-ACCOUNT
003010               MOVE AM-DEBIT-ACCOUNT TO JNL-CREDIT-ACCOUNT
003020           END-IF.
003030           MOVE JNL-DEBIT-ACCOUNT TO JNL-LINE-ACCOUNT.
003040           MOVE "D" TO JNL-LINE-SIDE.
003050           PERFORM 2500-WRITE-JOURNAL-LINE THRU 2500-EXIT.
003060           MOVE JNL-CREDIT-ACCOUNT TO JNL-LINE-ACCOUNT.
003070           MOVE "C" TO JNL-LINE-SIDE.
003080           PERFORM 2500-WRITE-JOURNAL-LINE THRU 2500-EXIT.
003090       2100-EXIT.
003100           EXIT.
003110
003120*****************************************************************
003130*    2200-FIND-MAPPING - A ROW CARRYING A COST CENTER (A SET    *
003140*    SHARE OR ITS REVERSAL) TAKES THAT CENTER'S MAPPING; ANY    *
003150*    OTHER ROW TAKES THE ORDINARY MAPPING.  THE MAPPING MUST BE *
003160*    IN EFFECT ON THE BUSINESS DATE.  JNL-UNMAPPED-REASON IS    *
003170*    SPACES WHEN A MAPPING WAS FOUND.                           *
003180*****************************************************************
003190       2200-FIND-MAPPING.
003200           MOVE SPACES TO JNL-UNMAPPED-REASON.
003210           MOVE AU-COST-CENTER TO JNL-COST-CENTER.
003220           IF JNL-COST-CENTER = SPACES
003230               MOVE "O" TO AM-MAP-TYPE-CD
003240               MOVE "NO ORDINARY POSTING MAPPING"
003250                   TO JNL-UNMAPPED-REASON
003260           ELSE
003270               MOVE "C" TO AM-MAP-TYPE-CD
003280               MOVE "NO MAPPING FOR COST CENTER"
003290                   TO JNL-UNMAPPED-REASON
003300           END-IF.
003310           MOVE JNL-COST-CENTER TO AM-COST-CENTER.
003320           IF NOT JNL-MAP-OPEN
003330               GO TO 2200-EXIT
003340           END-IF.
003350           READ ACCOUNT-MAP-FILE
003360               INVALID KEY
003370                   GO TO 2200-EXIT
003380           END-READ.
003390           IF JNL-BUS-DATE-YMD < AM-EFF-FROM-DATE
003400               OR (AM-EFF-TO-DATE NOT = ZERO
003410                   AND JNL-BUS-DATE-YMD > AM-EFF-TO-DATE)
003420               MOVE "MAPPING NOT IN EFFECT" TO JNL-UNMAPPED-REASON
003430               GO TO 2200-EXIT
003440           END-IF.
003450           MOVE SPACES TO JNL-UNMAPPED-REASON.
003460       2200-EXIT.
003470           EXIT.
003480
003490       2300-LIST-UNMAPPED.
003500           ADD 1 TO JNL-UNMAPPED-COUNT.
003510           ADD AU-RESULT-DEC TO JNL-UNMAPPED-AMOUNT.
003520           IF JNL-LINE-COUNT >= JNL-LINES-PER-PAGE
003530               PERFORM 7050-WRITE-REPORT-HEADING THRU 7050-EXIT
003540               MOVE JLR-EXCEPTION-HEADING TO JOURNAL-REPORT-RECORD
003550               WRITE JOURNAL-REPORT-RECORD AFTER ADVANCING 2 LINES
003560               ADD 2 TO JNL-LINE-COUNT
003570           END-IF.
003580           MOVE AU-REQUEST-ID TO JLR-X-REQUEST-ID.
003590           EVALUATE AU-ROW-TYPE-CD
003600               WHEN "S"
003610                   MOVE "SHARE" TO JLR-X-ROW-TYPE
003620               WHEN "V"
003630                   MOVE "REV" TO JLR-X-ROW-TYPE
003640               WHEN "I"
003650                   MOVE "INTRA" TO JLR-X-ROW-TYPE
003660               WHEN OTHER
003670                   MOVE "ORD" TO JLR-X-ROW-TYPE
003680           END-EVALUATE.
003690           MOVE JNL-COST-CENTER TO JLR-X-COST-CENTER.
003700           MOVE ZERO TO JLR-X-READNO.
003710           IF AU-SOURCE-READNO NUMERIC
003720               MOVE AU-SOURCE-READNO TO JLR-X-READNO
003730           END-IF.
003740           MOVE AU-RESULT-DEC TO JLR-X-AMOUNT.
003750           MOVE JNL-UNMAPPED-REASON TO JLR-X-REASON.
003760           MOVE JLR-EXCEPTION-LINE TO JOURNAL-REPORT-RECORD.
003770           WRITE JOURNAL-REPORT-RECORD AFTER ADVANCING 1 LINES.
003780           ADD 1 TO JNL-LINE-COUNT.
003790       2300-EXIT.
003800           EXIT.
003810
003820*****************************************************************
003830*    2500-WRITE-JOURNAL-LINE - ONE SIDE OF A POSTING.  THE      *
003840*    PROOF TOTALS AND THE ACCOUNT TOTALS ARE BOTH ADDED UP FROM *
003850*    THE LINE AS WRITTEN.                                       *
003860*****************************************************************
003870       2500-WRITE-JOURNAL-LINE.
003880           ADD 1 TO JNL-LINE-NO.
003890           MOVE JNL-BUS-DATE-YMD TO JNL-D-RUN-DATE.
003900           MOVE JNL-LINE-NO TO JNL-D-LINE-NO.
003910           MOVE AU-REQUEST-ID TO JNL-D-REQUEST-ID.
003920           MOVE AU-ROW-TYPE-CD TO JNL-D-ROW-TYPE-CD.
003930           IF JNL-D-ROW-TYPE-CD = SPACE
003940               MOVE "D" TO JNL-D-ROW-TYPE-CD
003950           END-IF.
003960           MOVE JNL-LINE-ACCOUNT TO JNL-D-ACCOUNT.
003970           MOVE JNL-COST-CENTER TO JNL-D-COST-CENTER.
003980           MOVE JNL-LINE-SIDE TO JNL-D-SIDE-CD.
003990           MOVE JNL-AMOUNT TO JNL-D-AMOUNT.
004000           WRITE JOURNAL-RECORD FROM JNL-DETAIL-LINE.
004010           MOVE JNL-D-ACCOUNT TO JNL-FIND-ACCOUNT.
004020           MOVE JNL-D-COST-CENTER TO JNL-FIND-COST-CENTER.
004030           PERFORM 2600-FIND-ACCOUNT THRU 2600-EXIT.
004040           ADD 1 TO JNL-AC-LINES (JNL-ACCT-FOUND-IX).
004050           IF JNL-D-DEBIT
004060               ADD JNL-D-AMOUNT TO JNL-DEBIT-TOTAL
004070               ADD JNL-D-AMOUNT
004080                   TO JNL-AC-DEBITS (JNL-ACCT-FOUND-IX)
004090           ELSE
004100               ADD JNL-D-AMOUNT TO JNL-CREDIT-TOTAL
004110               ADD JNL-D-AMOUNT
004120                   TO JNL-AC-CREDITS (JNL-ACCT-FOUND-IX)
004130           END-IF.
004140       2500-EXIT.
004150           EXIT.
004160
004170*****************************************************************
004180*    2600-FIND-ACCOUNT - JNL-ACCT-FOUND-IX IS THE TABLE ENTRY   *
004190*    FOR JNL-FIND-KEY.  A NEW KEY IS SLOTTED IN ACCOUNT AND     *
004200*    COST-CENTER ORDER SO THE REPORT NEEDS NO SORT.             *
004210*****************************************************************
004220       2600-FIND-ACCOUNT.
004230           MOVE ZERO TO JNL-ACCT-FOUND-IX.
004240           PERFORM 2610-SCAN-ACCOUNT THRU 2610-EXIT
004250               VARYING JNL-AX FROM 1 BY 1
004260               UNTIL JNL-AX > JNL-ACCT-COUNT
004270               OR JNL-ACCT-FOUND-IX > ZERO.
004280           IF JNL-ACCT-FOUND-IX > ZERO
004290               IF JNL-AC-KEY (JNL-ACCT-FOUND-IX) = JNL-FIND-KEY
004300                   GO TO 2600-EXIT
004310               END-IF
004320           ELSE
004330               COMPUTE JNL-ACCT-FOUND-IX = JNL-ACCT-COUNT + 1
004340           END-IF.
004350           IF JNL-ACCT-COUNT = 500
004360               DISPLAY "08_DIVJNL - MORE THAN 500 ACCOUNT AND "
004370                   "COST-CENTER TOTALS"
004380               MOVE 16 TO RETURN-CODE
004390               STOP RUN
004400           END-IF.
004410           PERFORM 2620-SHIFT-ACCOUNT THRU 2620-EXIT
004420               VARYING JNL-AX FROM JNL-ACCT-COUNT BY -1
004430               UNTIL JNL-AX < JNL-ACCT-FOUND-IX.
004440           ADD 1 TO JNL-ACCT-COUNT.
004450           MOVE JNL-FIND-KEY TO JNL-AC-KEY (JNL-ACCT-FOUND-IX).
004460           MOVE ZERO TO JNL-AC-LINES (JNL-ACCT-FOUND-IX).
004470           MOVE ZERO TO JNL-AC-DEBITS (JNL-ACCT-FOUND-IX).
004480           MOVE ZERO TO JNL-AC-CREDITS (JNL-ACCT-FOUND-IX).
004490       2600-EXIT.
004500           EXIT.
004510
004520       2610-SCAN-ACCOUNT.
004530           IF JNL-AC-KEY (JNL-AX) NOT < JNL-FIND-KEY
004540               MOVE JNL-AX TO JNL-ACCT-FOUND-IX
004550           END-IF.
004560       2610-EXIT.
004570           EXIT.
004580
004590       2620-SHIFT-ACCOUNT.
004600           MOVE JNL-ACCT-ENTRY (JNL-AX)
004610               TO JNL-ACCT-ENTRY (JNL-AX + 1).
004620       2620-EXIT.
004630           EXIT.
004640
004650*****************************************************************
004660*    3000-PROVE-JOURNAL - CLOSE THE JOURNAL WITH ITS TRAILER,   *
004670*    PRINT THE ACCOUNT TOTALS, AND PROVE DEBITS EQUAL CREDITS   *
004680*    FOR THE DATE.                                              *
004690*****************************************************************
004700       3000-PROVE-JOURNAL.
004710           MOVE JNL-LINE-NO TO JNL-T-LINE-COUNT.
004720           MOVE JNL-DEBIT-TOTAL TO JNL-T-DEBIT-TOTAL.
004730           MOVE JNL-CREDIT-TOTAL TO JNL-T-CREDIT-TOTAL.
004740           WRITE JOURNAL-RECORD FROM JNL-TRAILER-LINE.
004750           IF JNL-LINE-COUNT + 4 > JNL-LINES-PER-PAGE
004760               PERFORM 7050-WRITE-REPORT-HEADING THRU 7050-EXIT
004770           END-IF.
004780           MOVE "JOURNAL TOTALS BY ACCOUNT AND COST CENTER"
004790               TO JLR-SECTION-TITLE.
004800           MOVE JLR-SECTION-LINE TO JOURNAL-REPORT-RECORD.
004810           WRITE JOURNAL-REPORT-RECORD AFTER ADVANCING 2 LINES.
004820           MOVE JLR-ACCOUNT-HEADING TO JOURNAL-REPORT-RECORD.
004830           WRITE JOURNAL-REPORT-RECORD AFTER ADVANCING 1 LINES.
004840           ADD 3 TO JNL-LINE-COUNT.
004850           PERFORM 3100-PRINT-ACCOUNT THRU 3100-EXIT
004860               VARYING JNL-AX FROM 1 BY 1
004870               UNTIL JNL-AX > JNL-ACCT-COUNT.
004880           IF JNL-LINE-COUNT + 4 > JNL-LINES-PER-PAGE
004890               PERFORM 7050-WRITE-REPORT-HEADING THRU 7050-EXIT
004900           END-IF.
004910           MOVE JNL-BUS-DATE-YMD TO JNL-FMT-DATE-YMD.
004920           PERFORM 7900-FORMAT-DATE THRU 7900-EXIT.
004930           MOVE JNL-FMT-DATE TO JLR-P-DATE.
004940           MOVE JNL-POSTINGS TO JLR-P-POSTINGS.
004950           MOVE JNL-LINE-NO TO JLR-P-LINES.
004960           MOVE JNL-DEBIT-TOTAL TO JLR-P-DEBITS.
004970           MOVE JNL-CREDIT-TOTAL TO JLR-P-CREDITS.
004980           IF JNL-DEBIT-TOTAL = JNL-CREDIT-TOTAL
004990               MOVE "IN BALANCE" TO JLR-P-VERDICT
005000           ELSE
005010               MOVE "OUT OF BALANCE" TO JLR-P-VERDICT
005020           END-IF.
005030           MOVE JLR-PROOF-LINE TO JOURNAL-REPORT-RECORD.
005040           WRITE JOURNAL-REPORT-RECORD AFTER ADVANCING 2 LINES.
005050           MOVE JNL-UNMAPPED-COUNT TO JLR-UNMAPPED.
005060           IF JNL-UNMAPPED-COUNT > ZERO
005070               MOVE "UNMAPPED POSTINGS - HANDOFF HELD"
005080                   TO JLR-VERDICT
005090           ELSE
005100               IF JNL-DEBIT-TOTAL NOT = JNL-CREDIT-TOTAL
005110                   MOVE "DEBITS NOT EQUAL CREDITS - HANDOFF HELD"
005120                       TO JLR-VERDICT
005130               ELSE
005140                   MOVE "JOURNAL BALANCED - READY FOR HANDOFF"
005150                       TO JLR-VERDICT
005160               END-IF
005170           END-IF.
005180           MOVE JLR-TOTAL-LINE TO JOURNAL-REPORT-RECORD.
005190           WRITE JOURNAL-REPORT-RECORD AFTER ADVANCING 1 LINES.
005200       3000-EXIT.
005210           EXIT.
005220
005230       3100-PRINT-ACCOUNT.
005240           IF JNL-LINE-COUNT >= JNL-LINES-PER-PAGE
005250               PERFORM 7050-WRITE-REPORT-HEADING THRU 7050-EXIT
005260               MOVE JLR-ACCOUNT-HEADING TO JOURNAL-REPORT-RECORD
005270               WRITE JOURNAL-REPORT-RECORD AFTER ADVANCING 2 LINES
005280               ADD 2 TO JNL-LINE-COUNT
005290           END-IF.
005300           MOVE JNL-AC-ACCOUNT (JNL-AX) TO JLR-A-ACCOUNT.
005310           MOVE JNL-AC-COST-CENTER (JNL-AX) TO JLR-A-COST-CENTER.
005320           MOVE JNL-AC-LINES (JNL-AX) TO JLR-A-LINES.
005330           MOVE JNL-AC-DEBITS (JNL-AX) TO JLR-A-DEBITS.
005340           MOVE JNL-AC-CREDITS (JNL-AX) TO JLR-A-CREDITS.
005350           MOVE JLR-ACCOUNT-LINE TO JOURNAL-REPORT-RECORD.
005360           WRITE JOURNAL-REPORT-RECORD AFTER ADVANCING 1 LINES.
005370           ADD 1 TO JNL-LINE-COUNT.
005380       3100-EXIT.
005390           EXIT.
005400
005410*****************************************************************
005420*    7050-WRITE-REPORT-HEADING - TITLE AND DATES, REPRINTED AT  *
005430*    THE TOP OF EVERY PAGE.                                     *
005440*****************************************************************
005450       7050-WRITE-REPORT-HEADING.
005460           ADD 1 TO JNL-PAGE-NO.
005470           MOVE ZERO TO JNL-LINE-COUNT.
005480           MOVE JNL-RUN-DATE-YMD TO JNL-FMT-DATE-YMD.
005490           PERFORM 7900-FORMAT-DATE THRU 7900-EXIT.
005500           MOVE JNL-FMT-DATE TO JLR-RUN-DATE.
005510           MOVE JNL-PAGE-NO TO JLR-PAGE-NO.
005520           MOVE JNL-BUS-DATE-YMD TO JNL-FMT-DATE-YMD.
005530           PERFORM 7900-FORMAT-DATE THRU 7900-EXIT.
005540           MOVE JNL-FMT-DATE TO JLR-BUS-DATE.
005550           MOVE JLR-HEADING-LINE-1 TO JOURNAL-REPORT-RECORD.
005560           WRITE JOURNAL-REPORT-RECORD AFTER ADVANCING PAGE.
005570           MOVE JLR-HEADING-LINE-2 TO JOURNAL-REPORT-RECORD.
005580           WRITE JOURNAL-REPORT-RECORD AFTER ADVANCING 1 LINES.
005590           ADD 2 TO JNL-LINE-COUNT.
005600       7050-EXIT.
005610           EXIT.
005620
005630*****************************************************************
005640*    7900-FORMAT-DATE - YYYYMMDD TO YYYY-MM-DD FOR PRINTING.    *
005650*****************************************************************
005660       7900-FORMAT-DATE.
005670           MOVE SPACES TO JNL-FMT-DATE.
005680           STRING JNL-FMT-YYYY "-" JNL-FMT-MM "-" JNL-FMT-DD
005690               DELIMITED BY SIZE INTO JNL-FMT-DATE.
005700       7900-EXIT.
005710           EXIT.
005720
005730*****************************************************************
005740*    8000-FINALIZE - CLOSE THE FILES, SET THE RETURN CODE, SHOW *
005750*    THE TOTALS ON THE JOB LOG, AND RECORD THE END OF THE STEP. *
005760*****************************************************************
005770       8000-FINALIZE.
005780           IF JNL-MAP-OPEN
005790               CLOSE ACCOUNT-MAP-FILE
005800           END-IF.
005810           CLOSE JOURNAL-FILE.
005820           CLOSE JOURNAL-REPORT-FILE.
005830           IF JNL-UNMAPPED-COUNT > ZERO
005840               OR JNL-DEBIT-TOTAL NOT = JNL-CREDIT-TOTAL
005850               MOVE 8 TO RETURN-CODE
005860           END-IF.
005870           DISPLAY "08_DIVJNL - BUSINESS DATE.....: "
005880               JNL-BUS-DATE-YMD.
005890           DISPLAY "08_DIVJNL - AUDIT ROWS........: "
005900               JNL-AUDIT-ROWS.
005910           DISPLAY "08_DIVJNL - POSTINGS JOURNALED: "
005920               JNL-POSTINGS.
005930           DISPLAY "08_DIVJNL - ZERO RESULTS......: "
005940               JNL-ZERO-POSTINGS.
005950           DISPLAY "08_DIVJNL - UNMAPPED POSTINGS.: "
005960               JNL-UNMAPPED-COUNT.
005970           DISPLAY "08_DIVJNL - JOURNAL LINES.....: "
005980               JNL-LINE-NO.
005990           DISPLAY "08_DIVJNL - DEBIT TOTAL.......: "
006000               JLR-P-DEBITS.
006010           DISPLAY "08_DIVJNL - CREDIT TOTAL......: "
006020               JLR-P-CREDITS.
006030           DISPLAY "08_DIVJNL - " JLR-VERDICT.
006040           PERFORM 8900-END-STEP THRU 8900-EXIT.
006050       8000-EXIT.
006060           EXIT.
006070
006080*****************************************************************
006090*    8900-END-STEP - RECORD THE FINAL RETURN CODE AND COUNTS    *
006100*    ON THE STEP-STATUS FILE.  THE CALL RESETS RETURN-CODE, SO  *
006110*    IT IS PUT BACK AFTERWARDS.                                 *
006120*****************************************************************
006130       8900-END-STEP.
006140           MOVE "E" TO step-function.
006150           MOVE RETURN-CODE TO step-return-code.
006160           MOVE "POSTINGS" TO step-count-label (1).
006170           MOVE JNL-POSTINGS TO step-count (1).
006180           MOVE "JNL LINES" TO step-count-label (2).
006190           MOVE JNL-LINE-NO TO step-count (2).
006200           MOVE "UNMAPPED" TO step-count-label (3).
006210           MOVE JNL-UNMAPPED-COUNT TO step-count (3).
006220           MOVE JLR-VERDICT TO step-message.
006230           CALL "08_DIVSTP" USING step-parms.
006240           MOVE step-return-code TO RETURN-CODE.
006250       8900-EXIT.
006260           EXIT.
