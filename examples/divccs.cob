000380*    ---------- ----- --------------------------------------    *
000390*    2026-09-01 RLH   ORIGINAL PROGRAM - MONTHLY COST-CENTER     *
000400*                     ALLOCATION STATEMENT WITH CROSS-FOOT.      *
000410*    2026-10-15 RLH   A REVERSED ALLOCATION SET'S "V" ROWS NOW   *
000420*                     PRINT AS REVERSALS AGAINST THE CENTER AND  *
000430*                     NET ITS TOTAL; THE NEGATED SET TOTAL       *
000440*                     THEY CARRY NETS THE CROSS-FOOT THE SAME    *
000450*                     WAY.                                       *
000460*    2026-10-15 RLH   START AND END OF THE STEP ARE RECORDED ON  *
000470*                     THE DIVSTP STEP-STATUS FILE (08_DIVSTP)    *
000480*                     UNDER THE STATEMENT'S TO DATE; THE RUN IS  *
000490*                     REFUSED (RC 8) UNLESS 08_DIVARC ENDED      *
000500*                     CLEANLY FOR THAT DATE.                     *
000510*                                                               *
000520*****************************************************************
000530
000540 ENVIRONMENT DIVISION.
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570           SELECT AUDIT-INPUT-FILE ASSIGN TO "DIVAUD"
000580               ORGANIZATION IS SEQUENTIAL
000590               FILE STATUS IS CCS-AUDIT-STATUS.
000600           SELECT STATEMENT-PARM-FILE ASSIGN TO "CCSPRM"
000610               ORGANIZATION IS SEQUENTIAL
000620               FILE STATUS IS CCS-PARM-STATUS.
000630           SELECT COST-CENTER-FILE ASSIGN TO "DIVCCM"
000640               ORGANIZATION IS INDEXED
000650               ACCESS MODE IS RANDOM
000660               RECORD KEY IS CC-CODE
000670               FILE STATUS IS CCS-CENTER-STATUS.
000680           SELECT STATEMENT-REPORT-FILE ASSIGN TO "CCSRPT"
000690               ORGANIZATION IS SEQUENTIAL
000700               FILE STATUS IS CCS-REPORT-STATUS.
000710           SELECT STATEMENT-SORT-FILE ASSIGN TO "SORTWK".
000720
000730 DATA DIVISION.
000740 FILE SECTION.
000750       FD  AUDIT-INPUT-FILE
000760           LABEL RECORDS ARE STANDARD.
000770       COPY DIVAUD.
000780
000790       FD  STATEMENT-PARM-FILE
000800           LABEL RECORDS ARE STANDARD.
000810       01  STATEMENT-PARM-RECORD.
000820           05  CP-FROM-DATE               PIC X(08).
000830           05  CP-TO-DATE                 PIC X(08).
000840           05  FILLER                     PIC X(64).
000850
000860       FD  COST-CENTER-FILE
000870           LABEL RECORDS ARE STANDARD.
000880       COPY DIVCCM.
000890
000900       FD  STATEMENT-REPORT-FILE
000910           LABEL RECORDS ARE STANDARD.
000920       01  STATEMENT-REPORT-RECORD        PIC X(132).
000930
000940       SD  STATEMENT-SORT-FILE.
000950       01  SORT-WORK-RECORD.
000960           05  SRT-COST-CENTER            PIC X(08).
000970           05  SRT-DATE                   PIC 9(08).
000980           05  SRT-SET-ID                 PIC X(08).
000990           05  SRT-AMOUNT                 PIC S9(10)V99 COMP-3.
001000           05  SRT-ROW-TYPE               PIC X(01).
001010           05  FILLER                     PIC X(08).
001020
001030 WORKING-STORAGE SECTION.
001040       COPY DIVCSR.
001050       COPY DIVSPL.
001060
001070       77  CCS-ROWS-SELECTED         PIC 9(08) COMP VALUE ZERO.
001080       77  CCS-CENTER-COUNT          PIC 9(08) COMP VALUE ZERO.
001090       77  CCS-CC-ALLOC-COUNT        PIC 9(08) COMP VALUE ZERO.
001100       77  CCS-CC-ALLOC-AMOUNT       PIC S9(12)V99 COMP-3
001110                                     VALUE ZERO.
001120       77  CCS-GRAND-COUNT           PIC 9(08) COMP VALUE ZERO.
001130       77  CCS-GRAND-AMOUNT          PIC S9(12)V99 COMP-3
001140                                     VALUE ZERO.
001150       77  CCS-SET-TOTAL-SUM         PIC S9(12)V99 COMP-3
001160                                     VALUE ZERO.
001170       77  CCS-SET-COUNT             PIC 9(08) COMP VALUE ZERO.
001180       77  CCS-PREV-SET-ID                PIC X(08)
001190                                          VALUE LOW-VALUES.
001200       77  CCS-PREV-SET-DATE         PIC 9(08) VALUE ZERO.
001210       77  CCS-PREV-ROW-TYPE              PIC X(01) VALUE SPACE.
001220       77  CCS-CURRENT-CC                 PIC X(08)
001230                                          VALUE LOW-VALUES.
001240       77  CCS-LINE-COUNT            PIC 9(04) COMP VALUE ZERO.
001250       77  CCS-PAGE-NO               PIC 9(04) COMP VALUE ZERO.
001260       77  CCS-LINES-PER-PAGE        PIC 9(04) COMP VALUE 50.
001270       77  CCS-AUDIT-EOF-SWITCH           PIC X(01) VALUE "N".
001280           88  CCS-AUDIT-AT-END               VALUE "Y".
001290       77  CCS-SORT-EOF-SWITCH            PIC X(01) VALUE "N".
001300           88  CCS-SORT-AT-END                VALUE "Y".
001310       77  CCS-AUDIT-STATUS               PIC X(02) VALUE SPACES.
001320       77  CCS-PARM-STATUS                PIC X(02) VALUE SPACES.
001330       77  CCS-CENTER-STATUS              PIC X(02) VALUE SPACES.
001340       77  CCS-REPORT-STATUS              PIC X(02) VALUE SPACES.
001350
001360       01  CCS-FROM-DATE-YMD              PIC 9(08) VALUE ZERO.
001370       01  CCS-FROM-DATE-PARTS REDEFINES CCS-FROM-DATE-YMD.
001380           05  CCS-FROM-YYYY              PIC 9(04).
001390           05  CCS-FROM-MM                PIC 9(02).
001400           05  CCS-FROM-DD                PIC 9(02).
001410       01  CCS-TO-DATE-YMD                PIC 9(08) VALUE ZERO.
001420       01  CCS-TO-DATE-PARTS REDEFINES CCS-TO-DATE-YMD.
001430           05  CCS-TO-YYYY                PIC 9(04).
001440           05  CCS-TO-MM                  PIC 9(02).
001450           05  CCS-TO-DD                  PIC 9(02).
001460
001470 PROCEDURE DIVISION.
001480
001490*****************************************************************
001500*    0000-MAINLINE                                              *
001510*****************************************************************
001520       0000-MAINLINE.
001530           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001540           SORT STATEMENT-SORT-FILE
001550               ON ASCENDING KEY SRT-COST-CENTER
001560                                SRT-DATE
001570                                SRT-SET-ID
001580               INPUT PROCEDURE IS 2000-SELECT-SHARE-ROWS
001590                   THRU 2000-EXIT
001600               OUTPUT PROCEDURE IS 3000-PRINT-STATEMENT
001610                   THRU 3000-EXIT.
001620           PERFORM 8000-FINALIZE THRU 8000-EXIT.
001630           STOP RUN.
001640
001650*****************************************************************
001660*    1000-INITIALIZE - READ AND EDIT THE DATE-RANGE PARAMETER   *
001670*    CARD, OPEN THE FILES, AND PRINT THE FIRST HEADING.         *
001680*****************************************************************
001690       1000-INITIALIZE.
001700           PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT.
001710           PERFORM 1150-BEGIN-STEP THRU 1150-EXIT.
001720           OPEN INPUT AUDIT-INPUT-FILE.
001730           IF CCS-AUDIT-STATUS NOT = "00"
001740               DISPLAY "08_DIVCCS - DIVAUD OPEN FAILED, STS = "
001750                   CCS-AUDIT-STATUS
001760               MOVE 16 TO RETURN-CODE
001770               STOP RUN
001780           END-IF.
001790           OPEN INPUT COST-CENTER-FILE.
001800           IF CCS-CENTER-STATUS NOT = "00"
001810               DISPLAY "08_DIVCCS - DIVCCM OPEN FAILED, STS = "
001820                   CCS-CENTER-STATUS
001830               MOVE 16 TO RETURN-CODE
001840               STOP RUN
001850           END-IF.
001860           OPEN OUTPUT STATEMENT-REPORT-FILE.
001870           IF CCS-REPORT-STATUS NOT = "00"
001880               DISPLAY "08_DIVCCS - CCSRPT OPEN FAILED, STS = "
001890                   CCS-REPORT-STATUS
001900               MOVE 16 TO RETURN-CODE
001910               STOP RUN
001920           END-IF.
001930           PERFORM 1200-WRITE-REPORT-HEADING THRU 1200-EXIT.
001940       1000-EXIT.
001950           EXIT.
001960
001970*****************************************************************
001980*    1100-READ-PARM-CARD - THE FROM DATE IS REQUIRED; A BLANK   *
001990*    OR ZERO TO DATE MEANS A SINGLE-DAY STATEMENT.  A BAD       *
002000*    CARD STOPS THE RUN BEFORE ANY REPORTING STARTS.            *
002010*****************************************************************
002020       1100-READ-PARM-CARD.
002030           OPEN INPUT STATEMENT-PARM-FILE.
002040           IF CCS-PARM-STATUS NOT = "00"
002050               DISPLAY "08_DIVCCS - CCSPRM OPEN FAILED, STS = "
002060                   CCS-PARM-STATUS
002070               MOVE 16 TO RETURN-CODE
002080               STOP RUN
002090           END-IF.
002100           READ STATEMENT-PARM-FILE
002110               AT END
002120                   DISPLAY "08_DIVCCS - CCSPRM IS EMPTY"
002130                   MOVE 12 TO RETURN-CODE
002140                   STOP RUN
002150           END-READ.
002160           IF CP-FROM-DATE NOT NUMERIC
002170               DISPLAY "08_DIVCCS - FROM DATE NOT NUMERIC: "
002180                   CP-FROM-DATE
002190               MOVE 12 TO RETURN-CODE
002200               STOP RUN
002210           END-IF.
002220           MOVE CP-FROM-DATE TO CCS-FROM-DATE-YMD.
002230           IF CP-TO-DATE = SPACES OR CP-TO-DATE = "00000000"
002240               MOVE CCS-FROM-DATE-YMD TO CCS-TO-DATE-YMD
002250           ELSE
002260               IF CP-TO-DATE NOT NUMERIC
002270                   DISPLAY "08_DIVCCS - TO DATE NOT NUMERIC: "
002280                       CP-TO-DATE
002290                   MOVE 12 TO RETURN-CODE
002300                   STOP RUN
002310               END-IF
002320               MOVE CP-TO-DATE TO CCS-TO-DATE-YMD
002330           END-IF.
002340           IF CCS-FROM-DATE-YMD > CCS-TO-DATE-YMD
002350               DISPLAY "08_DIVCCS - FROM DATE "
002360                   CCS-FROM-DATE-YMD " IS AFTER TO DATE "
002370                   CCS-TO-DATE-YMD
002380               MOVE 12 TO RETURN-CODE
002390               STOP RUN
002400           END-IF.
002410           CLOSE STATEMENT-PARM-FILE.
002420       1100-EXIT.
002430           EXIT.
002440
002450*****************************************************************
002460*    1150-BEGIN-STEP - RECORD THE START OF THE STEP UNDER THE   *
002470*    STATEMENT'S TO DATE (THE MONTH-END BUSINESS DATE);         *
002480*    08_DIVSTP REFUSES IT UNLESS 08_DIVARC ENDED CLEANLY FOR    *
002490*    THAT DATE.                                                 *
002500*****************************************************************
002510       1150-BEGIN-STEP.
002520           MOVE SPACES TO step-parms.
002530           MOVE "B" TO step-function.
002540           MOVE "08_DIVCCS" TO step-name.
002550           MOVE CCS-TO-DATE-YMD TO step-date.
002560           MOVE ZERO TO step-return-code.
002570           CALL "08_DIVSTP" USING step-parms.
002580           IF step-verdict NOT = ZERO
002590               DISPLAY "08_DIVCCS - STEP NOT RELEASED FOR DATE "
002600                   CCS-TO-DATE-YMD " - STATEMENT HELD"
002610               MOVE step-verdict TO RETURN-CODE
002620               STOP RUN
002630           END-IF.
002640       1150-EXIT.
002650           EXIT.
002660
002670*****************************************************************
002680*    1200-WRITE-REPORT-HEADING - DATE-RANGE HEADING,            *
002690*    REPRINTED AT THE TOP OF EVERY PAGE.                        *
002700*****************************************************************
002710       1200-WRITE-REPORT-HEADING.
002720           ADD 1 TO CCS-PAGE-NO.
002730           MOVE ZERO TO CCS-LINE-COUNT.
002740           STRING CCS-FROM-YYYY "-" CCS-FROM-MM "-" CCS-FROM-DD
002750               DELIMITED BY SIZE INTO CSR-FROM-DATE.
002760           STRING CCS-TO-YYYY "-" CCS-TO-MM "-" CCS-TO-DD
002770               DELIMITED BY SIZE INTO CSR-TO-DATE.
002780           MOVE CCS-PAGE-NO TO CSR-PAGE-NO.
002790           MOVE CSR-HEADING-LINE-1 TO STATEMENT-REPORT-RECORD.
002800           WRITE STATEMENT-REPORT-RECORD AFTER ADVANCING PAGE.
002810           ADD 1 TO CCS-LINE-COUNT.
002820       1200-EXIT.
002830           EXIT.
002840
002850*****************************************************************
002860*    2000-SELECT-SHARE-ROWS - RELEASE EVERY SHARE ROW IN THE    *
002870*    PERIOD TO THE SORT, AND ADD EACH SET'S TOTAL (AU-NUM1)     *
002880*    ONCE ON THE CHANGE OF SET FOR THE CROSS-FOOT.              *
002890*****************************************************************
002900       2000-SELECT-SHARE-ROWS.
002910           MOVE "N" TO CCS-AUDIT-EOF-SWITCH.
002920           PERFORM 2100-READ-AUDIT THRU 2100-EXIT.
002930           PERFORM 2200-RELEASE-SHARE-ROW THRU 2200-EXIT
002940               UNTIL CCS-AUDIT-AT-END.
002950           CLOSE AUDIT-INPUT-FILE.
002960       2000-EXIT.
002970           EXIT.
002980
002990       2100-READ-AUDIT.
003000           READ AUDIT-INPUT-FILE
003010               AT END
003020                   MOVE "Y" TO CCS-AUDIT-EOF-SWITCH
003030           END-READ.
003040       2100-EXIT.
003050           EXIT.
003060
003070       2200-RELEASE-SHARE-ROW.
003080           IF (AU-SET-SHARE-ROW
003090               OR (AU-REVERSAL-ROW
003100                   AND AU-COST-CENTER NOT = SPACES))
003110               AND AU-DATE >= CCS-FROM-DATE-YMD
003120               AND AU-DATE <= CCS-TO-DATE-YMD
003130               IF AU-REQUEST-ID NOT = CCS-PREV-SET-ID
003140                   OR AU-DATE NOT = CCS-PREV-SET-DATE
003150                   OR AU-ROW-TYPE-CD NOT = CCS-PREV-ROW-TYPE
003160                   ADD AU-NUM1 TO CCS-SET-TOTAL-SUM
003170                   ADD 1 TO CCS-SET-COUNT
003180                   MOVE AU-REQUEST-ID TO CCS-PREV-SET-ID
003190                   MOVE AU-DATE TO CCS-PREV-SET-DATE
003200                   MOVE AU-ROW-TYPE-CD TO CCS-PREV-ROW-TYPE
003210               END-IF
003220               MOVE AU-COST-CENTER TO SRT-COST-CENTER
003230               MOVE AU-DATE TO SRT-DATE
003240               MOVE AU-REQUEST-ID TO SRT-SET-ID
003250               MOVE AU-RESULT-DEC TO SRT-AMOUNT
003260               MOVE AU-ROW-TYPE-CD TO SRT-ROW-TYPE
003270               RELEASE SORT-WORK-RECORD
003280               ADD 1 TO CCS-ROWS-SELECTED
003290           END-IF.
003300           PERFORM 2100-READ-AUDIT THRU 2100-EXIT.
003310       2200-EXIT.
003320           EXIT.
003330
003340*****************************************************************
003350*    3000-PRINT-STATEMENT - CONTROL BREAK ON COST CENTER -      *
003360*    A CENTER HEADER WITH ITS MASTER DESCRIPTION, ONE LINE      *
003370*    PER ALLOCATION, A CENTER TOTAL, AND THE GRAND TOTAL        *
003380*    CROSS-FOOTED TO THE PERIOD'S SET TOTALS.                   *
003390*****************************************************************
003400       3000-PRINT-STATEMENT.
003410           MOVE "N" TO CCS-SORT-EOF-SWITCH.
003420           MOVE LOW-VALUES TO CCS-CURRENT-CC.
003430           PERFORM 3100-RETURN-SORTED-ROW THRU 3100-EXIT.
003440           PERFORM 3200-PRINT-ONE-ROW THRU 3200-EXIT
003450               UNTIL CCS-SORT-AT-END.
003460           IF CCS-CURRENT-CC NOT = LOW-VALUES
003470               PERFORM 3500-WRITE-CENTER-TOTAL THRU 3500-EXIT
003480           END-IF.
003490       3000-EXIT.
003500           EXIT.
003510
003520       3100-RETURN-SORTED-ROW.
003530           RETURN STATEMENT-SORT-FILE
003540               AT END
003550                   MOVE "Y" TO CCS-SORT-EOF-SWITCH
003560           END-RETURN.
003570       3100-EXIT.
003580           EXIT.
003590
003600       3200-PRINT-ONE-ROW.
003610           IF SRT-COST-CENTER NOT = CCS-CURRENT-CC
003620               IF CCS-CURRENT-CC NOT = LOW-VALUES
003630                   PERFORM 3500-WRITE-CENTER-TOTAL THRU 3500-EXIT
003640               END-IF
003650               MOVE SRT-COST-CENTER TO CCS-CURRENT-CC
003660               MOVE ZERO TO CCS-CC-ALLOC-COUNT
003670               MOVE ZERO TO CCS-CC-ALLOC-AMOUNT
003680               ADD 1 TO CCS-CENTER-COUNT
003690               PERFORM 3300-WRITE-CENTER-HEADER THRU 3300-EXIT
003700           END-IF.
003710           PERFORM 3400-WRITE-DETAIL-LINE THRU 3400-EXIT.
003720           ADD 1 TO CCS-CC-ALLOC-COUNT.
003730           ADD SRT-AMOUNT TO CCS-CC-ALLOC-AMOUNT.
003740           ADD 1 TO CCS-GRAND-COUNT.
003750           ADD SRT-AMOUNT TO CCS-GRAND-AMOUNT.
003760           PERFORM 3100-RETURN-SORTED-ROW THRU 3100-EXIT.
003770       3200-EXIT.
003780           EXIT.
003790
003800       3300-WRITE-CENTER-HEADER.
003810           IF CCS-LINE-COUNT >= CCS-LINES-PER-PAGE
003820               PERFORM 1200-WRITE-REPORT-HEADING THRU 1200-EXIT
003830           END-IF.
003840           MOVE CCS-CURRENT-CC TO CSR-CC-CODE.
003850           MOVE CCS-CURRENT-CC TO CC-CODE.
003860           READ COST-CENTER-FILE
003870               INVALID KEY
003880                   MOVE "(NOT ON REFERENCE MASTER)"
003890                       TO CSR-CC-DESC
003900               NOT INVALID KEY
003910                   MOVE CC-DESCRIPTION TO CSR-CC-DESC
003920           END-READ.
003930           MOVE CSR-CENTER-HEADER-LINE
003940               TO STATEMENT-REPORT-RECORD.
003950           WRITE STATEMENT-REPORT-RECORD AFTER ADVANCING 2 LINES.
003960           ADD 2 TO CCS-LINE-COUNT.
003970       3300-EXIT.
003980           EXIT.
003990
004000       3400-WRITE-DETAIL-LINE.
004010           IF CCS-LINE-COUNT >= CCS-LINES-PER-PAGE
004020               PERFORM 1200-WRITE-REPORT-HEADING THRU 1200-EXIT
004030           END-IF.
004040           MOVE SRT-DATE TO CSR-DET-DATE.
004050           MOVE SRT-SET-ID TO CSR-DET-SET-ID.
004060           IF SRT-ROW-TYPE = "V"
004070               MOVE "  REVERSED:  " TO CSR-DET-CAPTION
004080           ELSE
004090               MOVE "  ALLOCATED: " TO CSR-DET-CAPTION
004100           END-IF.
004110           MOVE SRT-AMOUNT TO CSR-DET-AMOUNT.
004120           MOVE CSR-DETAIL-LINE TO STATEMENT-REPORT-RECORD.
004130           WRITE STATEMENT-REPORT-RECORD AFTER ADVANCING 1 LINES.
004140           ADD 1 TO CCS-LINE-COUNT.
004150       3400-EXIT.
004160           EXIT.
004170
004180       3500-WRITE-CENTER-TOTAL.
004190           IF CCS-LINE-COUNT >= CCS-LINES-PER-PAGE
004200               PERFORM 1200-WRITE-REPORT-HEADING THRU 1200-EXIT
004210           END-IF.
004220           MOVE CCS-CC-ALLOC-COUNT TO CSR-CTOT-COUNT.
004230           MOVE CCS-CC-ALLOC-AMOUNT TO CSR-CTOT-AMOUNT.
004240           MOVE CSR-CENTER-TOTAL-LINE
004250               TO STATEMENT-REPORT-RECORD.
004260           WRITE STATEMENT-REPORT-RECORD AFTER ADVANCING 1 LINES.
004270           ADD 1 TO CCS-LINE-COUNT.
004280       3500-EXIT.
004290           EXIT.
004300
004310*****************************************************************
004320*    8000-FINALIZE - GRAND TOTAL, CROSS-FOOT TO THE PERIOD'S    *
004330*    SET TOTALS, CLOSE, AND SET THE RETURN CODE.                *
004340*****************************************************************
004350       8000-FINALIZE.
004360           MOVE CSR-RULE-LINE TO STATEMENT-REPORT-RECORD.
004370           WRITE STATEMENT-REPORT-RECORD AFTER ADVANCING 2 LINES.
004380           MOVE "ALLOCATIONS PRINTED.......: "
004390               TO CSR-GTOT-CAPTION.
004400           MOVE CCS-GRAND-COUNT TO CSR-GTOT-COUNT.
004410           MOVE CCS-GRAND-AMOUNT TO CSR-GTOT-AMOUNT.
004420           MOVE SPACES TO CSR-GTOT-STATUS.
004430           MOVE CSR-GRAND-TOTAL-LINE TO STATEMENT-REPORT-RECORD.
004440           WRITE STATEMENT-REPORT-RECORD AFTER ADVANCING 1 LINES.
004450           MOVE "PERIOD SET TOTALS.........: "
004460               TO CSR-GTOT-CAPTION.
004470           MOVE CCS-SET-COUNT TO CSR-GTOT-COUNT.
004480           MOVE CCS-SET-TOTAL-SUM TO CSR-GTOT-AMOUNT.
004490           IF CCS-SET-TOTAL-SUM = CCS-GRAND-AMOUNT
004500               MOVE "CROSS-FOOTS" TO CSR-GTOT-STATUS
004510           ELSE
004520               MOVE "OUT OF BALANCE" TO CSR-GTOT-STATUS
004530               MOVE 8 TO RETURN-CODE
004540           END-IF.
004550           MOVE CSR-GRAND-TOTAL-LINE TO STATEMENT-REPORT-RECORD.
004560           WRITE STATEMENT-REPORT-RECORD AFTER ADVANCING 1 LINES.
004570           CLOSE COST-CENTER-FILE.
004580           CLOSE STATEMENT-REPORT-FILE.
004590           DISPLAY "08_DIVCCS - SHARE ROWS SELECTED: "
004600               CCS-ROWS-SELECTED.
004610           DISPLAY "08_DIVCCS - COST CENTERS.......: "
004620               CCS-CENTER-COUNT.
004630           IF CCS-ROWS-SELECTED = ZERO
004640               DISPLAY "08_DIVCCS - NO ALLOCATIONS IN PERIOD "
004650                   CCS-FROM-DATE-YMD " - " CCS-TO-DATE-YMD
004660           END-IF.
004670           PERFORM 8900-END-STEP THRU 8900-EXIT.
004680       8000-EXIT.
004690           EXIT.
004700
004710*****************************************************************
004720*    8900-END-STEP - RECORD THE FINAL RETURN CODE AND COUNTS    *
004730*    ON THE STEP-STATUS FILE.  THE CALL RESETS RETURN-CODE, SO  *
004740*    IT IS PUT BACK AFTERWARDS.                                 *
004750*****************************************************************
004760       8900-END-STEP.
004770           MOVE "E" TO step-function.
004780           MOVE RETURN-CODE TO step-return-code.
004790           MOVE "ROWS" TO step-count-label (1).
004800           MOVE CCS-ROWS-SELECTED TO step-count (1).
004810           MOVE "CENTERS" TO step-count-label (2).
004820           MOVE CCS-CENTER-COUNT TO step-count (2).
004830           MOVE "SETS" TO step-count-label (3).
004840           MOVE CCS-SET-COUNT TO step-count (3).
004850           IF CCS-SET-TOTAL-SUM = CCS-GRAND-AMOUNT
004860               MOVE "STATEMENT CROSS-FOOTS" TO step-message
004870           ELSE
004880               MOVE "STATEMENT OUT OF BALANCE" TO step-message
004890           END-IF.
004900           CALL "08_DIVSTP" USING step-parms.
004910           MOVE step-return-code TO RETURN-CODE.
004920       8900-EXIT.
004930           EXIT.
