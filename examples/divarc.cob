000400*                     SO ARCHIVED HISTORY AND THE REWRITTEN     *
000410*                     LIVE FILE STAY INDEPENDENTLY              *
000420*                     VERIFIABLE.                               *
000430*    2026-10-15 RLH   START AND END OF THE STEP ARE RECORDED ON *
000440*                     THE DIVSTP STEP-STATUS FILE (08_DIVSTP)   *
000450*                     UNDER THE LATEST BUSINESS DATE ON DIVDAY; *
000460*                     THE PURGE IS REFUSED (RC 8) UNLESS        *
000470*                     08_DIVGLR ENDED CLEANLY FOR THAT DATE.    *
000480*                                                               *
000490*****************************************************************
000500
000510 ENVIRONMENT DIVISION.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540           SELECT AUDIT-INPUT-FILE ASSIGN TO "DIVAUD"
000550               ORGANIZATION IS SEQUENTIAL
000560               FILE STATUS IS ARC-AUDIT-STATUS.
000570           SELECT ARCHIVE-PARM-FILE ASSIGN TO "ARCPRM"
000580               ORGANIZATION IS SEQUENTIAL
000590               FILE STATUS IS ARC-PARM-STATUS.
000600           SELECT ARCHIVE-OUTPUT-FILE ASSIGN TO "DIVARC"
000610               ORGANIZATION IS SEQUENTIAL
000620               FILE STATUS IS ARC-ARCHIVE-STATUS.
000630           SELECT RETAINED-OUTPUT-FILE ASSIGN TO "DIVNEW"
000640               ORGANIZATION IS SEQUENTIAL
000650               FILE STATUS IS ARC-RETAINED-STATUS.
000660           SELECT ARCHIVE-REPORT-FILE ASSIGN TO "DIVARP"
000670               ORGANIZATION IS SEQUENTIAL
000680               FILE STATUS IS ARC-REPORT-STATUS.
000690           SELECT DAY-STATUS-FILE ASSIGN TO "DIVDAY"
000700               ORGANIZATION IS INDEXED
000710               ACCESS MODE IS DYNAMIC
000720               RECORD KEY IS DS-DATE
000730               FILE STATUS IS ARC-DAY-STATUS.
000740
000750 DATA DIVISION.
000760 FILE SECTION.
000770       FD  AUDIT-INPUT-FILE
000780           LABEL RECORDS ARE STANDARD.
000790       COPY DIVAUD.
000800
000810       FD  ARCHIVE-PARM-FILE
000820           LABEL RECORDS ARE STANDARD.
000830       01  ARCHIVE-PARM-RECORD.
000840           05  AP-RETAIN-DAYS             PIC X(05).
000850           05  FILLER                     PIC X(75).
000860
000870       FD  ARCHIVE-OUTPUT-FILE
000880           LABEL RECORDS ARE STANDARD.
000890       01  ARCHIVE-OUTPUT-RECORD          PIC X(104).
000900
000910       FD  RETAINED-OUTPUT-FILE
000920           LABEL RECORDS ARE STANDARD.
000930       01  RETAINED-OUTPUT-RECORD         PIC X(104).
000940
000950       FD  ARCHIVE-REPORT-FILE
000960           LABEL RECORDS ARE STANDARD.
000970       01  ARCHIVE-REPORT-RECORD          PIC X(132).
000980
000990       FD  DAY-STATUS-FILE
001000           LABEL RECORDS ARE STANDARD.
001010       COPY DIVDAY.
001020
001030 WORKING-STORAGE SECTION.
001040       COPY DIVARR.
001050       COPY DIVSPL.
001060
001070       77  ARC-ROWS-READ             PIC 9(08) COMP VALUE ZERO.
001080       77  ARC-ROWS-KEPT             PIC 9(08) COMP VALUE ZERO.
001090       77  ARC-ROWS-ARCHIVED         PIC 9(08) COMP VALUE ZERO.
001100       77  ARC-KEPT-RESULTS          PIC S9(12)V99 COMP-3
001110                                     VALUE ZERO.
001120       77  ARC-KEPT-REMAINDERS       PIC S9(12)V99 COMP-3
001130                                     VALUE ZERO.
001140       77  ARC-ARCH-RESULTS          PIC S9(12)V99 COMP-3
001150                                     VALUE ZERO.
001160       77  ARC-ARCH-REMAINDERS       PIC S9(12)V99 COMP-3
001170                                     VALUE ZERO.
001180       77  ARC-RETAIN-DAYS           PIC 9(05) VALUE ZERO.
001190       77  ARC-CUTOFF-DATE           PIC 9(08) VALUE ZERO.
001200       77  ARC-DAY-NUMBER            PIC 9(07) COMP VALUE ZERO.
001210       77  ARC-EOF-SWITCH                 PIC X(01) VALUE "N".
001220           88  ARC-END-OF-FILE                VALUE "Y".
001230       77  ARC-AUDIT-STATUS               PIC X(02) VALUE SPACES.
001240       77  ARC-PARM-STATUS                PIC X(02) VALUE SPACES.
001250       77  ARC-ARCHIVE-STATUS             PIC X(02) VALUE SPACES.
001260       77  ARC-RETAINED-STATUS            PIC X(02) VALUE SPACES.
001270       77  ARC-REPORT-STATUS              PIC X(02) VALUE SPACES.
001280       77  ARC-DAY-STATUS                 PIC X(02) VALUE SPACES.
001290       77  ARC-DAY-EOF-SWITCH             PIC X(01) VALUE "N".
001300           88  ARC-DAY-END-OF-FILE            VALUE "Y".
001310       77  ARC-ARCH-PRIOR-CHECK      PIC 9(10) VALUE ZERO.
001320       77  ARC-KEPT-PRIOR-CHECK      PIC 9(10) VALUE ZERO.
001330       77  ARC-CHECK-WORK            PIC 9(10) VALUE ZERO.
001340       77  ARC-DAY-HELD-SW                PIC X(01) VALUE "N".
001350           88  ARC-DAY-HELD                   VALUE "Y".
001360       77  ARC-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
001370
001380       01  ARC-RUN-DATE-YMD               PIC 9(08) VALUE ZERO.
001390       01  ARC-RUN-DATE-PARTS REDEFINES ARC-RUN-DATE-YMD.
001400           05  ARC-RUN-YYYY               PIC 9(04).
001410           05  ARC-RUN-MM                 PIC 9(02).
001420           05  ARC-RUN-DD                 PIC 9(02).
001430
001440 PROCEDURE DIVISION.
001450
001460*****************************************************************
001470*    0000-MAINLINE                                              *
001480*****************************************************************
001490       0000-MAINLINE.
001500           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001510           PERFORM 2100-READ-AUDIT THRU 2100-EXIT.
001520           PERFORM 2200-MAIN-LOOP THRU 2200-EXIT
001530               UNTIL ARC-END-OF-FILE.
001540           PERFORM 8000-FINALIZE THRU 8000-EXIT.
001550           STOP RUN.
001560
001570*****************************************************************
001580*    1000-INITIALIZE - READ AND EDIT THE RETENTION PARAMETER,   *
001590*    DERIVE THE CUTOFF DATE, OPEN THE FILES, PRINT HEADINGS.    *
001600*    CALENDAR ARITHMETIC (RUN DATE MINUS RETENTION DAYS) USES   *
001610*    THE INTEGER-OF-DATE/DATE-OF-INTEGER FUNCTIONS - ORDINARY   *
001620*    VERBS CANNOT CROSS MONTH AND YEAR BOUNDARIES.              *
001630*****************************************************************
001640       1000-INITIALIZE.
001650           ACCEPT ARC-RUN-DATE-YMD FROM DATE YYYYMMDD.
001660           PERFORM 1150-CHECK-DAY-STATUS THRU 1150-EXIT.
001670           PERFORM 1180-BEGIN-STEP THRU 1180-EXIT.
001680           PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT.
001690           COMPUTE ARC-DAY-NUMBER =
001700               FUNCTION INTEGER-OF-DATE (ARC-RUN-DATE-YMD)
001710               - ARC-RETAIN-DAYS.
001720           COMPUTE ARC-CUTOFF-DATE =
001730               FUNCTION DATE-OF-INTEGER (ARC-DAY-NUMBER).
001740           OPEN INPUT AUDIT-INPUT-FILE.
001750           IF ARC-AUDIT-STATUS NOT = "00"
001760               DISPLAY "08_DIVARC - DIVAUD OPEN FAILED, STS = "
001770                   ARC-AUDIT-STATUS
001780               MOVE 16 TO RETURN-CODE
001790               STOP RUN
001800           END-IF.
001810           OPEN OUTPUT ARCHIVE-OUTPUT-FILE.
001820           IF ARC-ARCHIVE-STATUS NOT = "00"
001830               DISPLAY "08_DIVARC - DIVARC OPEN FAILED, STS = "
001840                   ARC-ARCHIVE-STATUS
001850               MOVE 16 TO RETURN-CODE
001860               STOP RUN
001870           END-IF.
001880           OPEN OUTPUT RETAINED-OUTPUT-FILE.
001890           IF ARC-RETAINED-STATUS NOT = "00"
001900               DISPLAY "08_DIVARC - DIVNEW OPEN FAILED, STS = "
001910                   ARC-RETAINED-STATUS
001920               MOVE 16 TO RETURN-CODE
001930               STOP RUN
001940           END-IF.
001950           OPEN OUTPUT ARCHIVE-REPORT-FILE.
001960           IF ARC-REPORT-STATUS NOT = "00"
001970               DISPLAY "08_DIVARC - DIVARP OPEN FAILED, STS = "
001980                   ARC-REPORT-STATUS
001990               MOVE 16 TO RETURN-CODE
002000               STOP RUN
002010           END-IF.
002020           PERFORM 1200-WRITE-REPORT-HEADING THRU 1200-EXIT.
002030       1000-EXIT.
002040           EXIT.
002050
002060*****************************************************************
002070*    1100-READ-PARM-CARD - THE RETENTION PERIOD MUST BE A       *
002080*    NUMERIC DAY COUNT FROM 1 TO 99999; A BAD CARD STOPS THE    *
002090*    RUN BEFORE ANY ROW IS MOVED.                               *
002100*****************************************************************
002110       1100-READ-PARM-CARD.
002120           OPEN INPUT ARCHIVE-PARM-FILE.
002130           IF ARC-PARM-STATUS NOT = "00"
002140               DISPLAY "08_DIVARC - ARCPRM OPEN FAILED, STS = "
002150                   ARC-PARM-STATUS
002160               MOVE 16 TO RETURN-CODE
002170               STOP RUN
002180           END-IF.
002190           READ ARCHIVE-PARM-FILE
002200               AT END
002210                   DISPLAY "08_DIVARC - ARCPRM IS EMPTY"
002220                   MOVE 12 TO RETURN-CODE
002230                   STOP RUN
002240           END-READ.
002250           IF AP-RETAIN-DAYS NOT NUMERIC
002260               DISPLAY "08_DIVARC - RETAIN DAYS NOT NUMERIC: "
002270                   AP-RETAIN-DAYS
002280               MOVE 12 TO RETURN-CODE
002290               STOP RUN
002300           END-IF.
002310           MOVE AP-RETAIN-DAYS TO ARC-RETAIN-DAYS.
002320           IF ARC-RETAIN-DAYS = ZERO
002330               DISPLAY "08_DIVARC - RETAIN DAYS MUST BE 1-99999"
002340               MOVE 12 TO RETURN-CODE
002350               STOP RUN
002360           END-IF.
002370           CLOSE ARCHIVE-PARM-FILE.
002380       1100-EXIT.
002390           EXIT.
002400
002410*****************************************************************
002420*    1150-CHECK-DAY-STATUS - THE PURGE ONLY RUNS WHEN EVERY     *
002430*    POSTING CYCLE ON THE DIVDAY DAY-STATUS FILE HAS BEEN       *
002440*    BALANCED BY 08_DIVBAL; AN OPEN OR UNBALANCED DATE HOLDS    *
002450*    THE ARCHIVE WITH RETURN CODE 8.                            *
002460*****************************************************************
002470       1150-CHECK-DAY-STATUS.
002480           OPEN INPUT DAY-STATUS-FILE.
002490           IF ARC-DAY-STATUS NOT = "00"
002500               DISPLAY "08_DIVARC - DIVDAY OPEN FAILED, STS = "
002510                   ARC-DAY-STATUS " - ARCHIVE HELD"
002520               MOVE 8 TO RETURN-CODE
002530               STOP RUN
002540           END-IF.
002550           MOVE "N" TO ARC-DAY-EOF-SWITCH.
002560           MOVE "N" TO ARC-DAY-HELD-SW.
002570           PERFORM 1160-READ-DAY-STATUS THRU 1160-EXIT.
002580           PERFORM 1170-CHECK-DAY-ROW THRU 1170-EXIT
002590               UNTIL ARC-DAY-END-OF-FILE.
002600           CLOSE DAY-STATUS-FILE.
002610           IF ARC-DAY-HELD
002620               DISPLAY "08_DIVARC - UNBALANCED POSTING CYCLE "
002630                   "ON FILE - ARCHIVE HELD"
002640               MOVE 8 TO RETURN-CODE
002650               STOP RUN
002660           END-IF.
002670       1150-EXIT.
002680           EXIT.
002690
002700       1160-READ-DAY-STATUS.
002710           READ DAY-STATUS-FILE NEXT RECORD
002720               AT END
002730                   MOVE "Y" TO ARC-DAY-EOF-SWITCH
002740           END-READ.
002750       1160-EXIT.
002760           EXIT.
002770
002780       1170-CHECK-DAY-ROW.
002790           IF DS-DATE > ARC-BUSINESS-DATE
002800               MOVE DS-DATE TO ARC-BUSINESS-DATE
002810           END-IF.
002820           IF NOT DS-BALANCED
002830               MOVE "Y" TO ARC-DAY-HELD-SW
002840               DISPLAY "08_DIVARC - DATE " DS-DATE
002850                   " STATUS " DS-STATUS-CD
002860                   " IS NOT BALANCED"
002870           END-IF.
002880           PERFORM 1160-READ-DAY-STATUS THRU 1160-EXIT.
002890       1170-EXIT.
002900           EXIT.
002910
002920*****************************************************************
002930*    1180-BEGIN-STEP - RECORD THE START OF THE STEP UNDER THE   *
002940*    LATEST BUSINESS DATE ON DIVDAY; 08_DIVSTP REFUSES IT       *
002950*    UNLESS 08_DIVGLR ENDED CLEANLY FOR THAT DATE.              *
002960*****************************************************************
002970       1180-BEGIN-STEP.
002980           MOVE SPACES TO step-parms.
002990           MOVE "B" TO step-function.
003000           MOVE "08_DIVARC" TO step-name.
003010           MOVE ARC-BUSINESS-DATE TO step-date.
003020           MOVE ZERO TO step-return-code.
003030           CALL "08_DIVSTP" USING step-parms.
003040           IF step-verdict NOT = ZERO
003050               DISPLAY "08_DIVARC - STEP NOT RELEASED FOR DATE "
003060                   ARC-BUSINESS-DATE " - ARCHIVE HELD"
003070               MOVE step-verdict TO RETURN-CODE
003080               STOP RUN
003090           END-IF.
003100       1180-EXIT.
003110           EXIT.
003120
003130*****************************************************************
003140*    1200-WRITE-REPORT-HEADING - RUN DATE, RETENTION, CUTOFF.   *
003150*****************************************************************
003160       1200-WRITE-REPORT-HEADING.
003170           STRING ARC-RUN-YYYY "-" ARC-RUN-MM "-" ARC-RUN-DD
003180               DELIMITED BY SIZE INTO ARR-RUN-DATE.
003190           MOVE ARR-HEADING-LINE-1 TO ARCHIVE-REPORT-RECORD.
003200           WRITE ARCHIVE-REPORT-RECORD AFTER ADVANCING PAGE.
003210           MOVE ARC-RETAIN-DAYS TO ARR-RETAIN-DAYS.
003220           MOVE ARC-CUTOFF-DATE TO ARR-CUTOFF-DATE.
003230           MOVE ARR-HEADING-LINE-2 TO ARCHIVE-REPORT-RECORD.
003240           WRITE ARCHIVE-REPORT-RECORD AFTER ADVANCING 2 LINES.
003250       1200-EXIT.
003260           EXIT.
003270
003280*****************************************************************
003290*    2100-READ-AUDIT - NEXT AUDIT TRAIL ROW.                    *
003300*****************************************************************
003310       2100-READ-AUDIT.
003320           READ AUDIT-INPUT-FILE
003330               AT END
003340                   MOVE "Y" TO ARC-EOF-SWITCH
003350               NOT AT END
003360                   ADD 1 TO ARC-ROWS-READ
003370           END-READ.
003380       2100-EXIT.
003390           EXIT.
003400
003410*****************************************************************
003420*    2200-MAIN-LOOP - ROWS DATED BEFORE THE CUTOFF GO TO THE    *
003430*    ARCHIVE; EVERYTHING ELSE STAYS ON THE LIVE FILE.           *
003440*****************************************************************
003450       2200-MAIN-LOOP.
003460           IF AU-DATE < ARC-CUTOFF-DATE
003470               CALL "08_DIVSEAL" USING AUDIT-TRAIL-RECORD
003480                   ARC-ARCH-PRIOR-CHECK ARC-CHECK-WORK
003490               MOVE ARC-CHECK-WORK TO AU-CHECK-VALUE
003500               MOVE ARC-CHECK-WORK TO ARC-ARCH-PRIOR-CHECK
003510               WRITE ARCHIVE-OUTPUT-RECORD
003520                   FROM AUDIT-TRAIL-RECORD
003530               ADD 1 TO ARC-ROWS-ARCHIVED
003540               ADD AU-RESULT-DEC TO ARC-ARCH-RESULTS
003550               ADD AU-REMAINDER-DEC TO ARC-ARCH-REMAINDERS
003560           ELSE
003570               CALL "08_DIVSEAL" USING AUDIT-TRAIL-RECORD
003580                   ARC-KEPT-PRIOR-CHECK ARC-CHECK-WORK
003590               MOVE ARC-CHECK-WORK TO AU-CHECK-VALUE
003600               MOVE ARC-CHECK-WORK TO ARC-KEPT-PRIOR-CHECK
003610               WRITE RETAINED-OUTPUT-RECORD
003620                   FROM AUDIT-TRAIL-RECORD
003630               ADD 1 TO ARC-ROWS-KEPT
003640               ADD AU-RESULT-DEC TO ARC-KEPT-RESULTS
003650               ADD AU-REMAINDER-DEC TO ARC-KEPT-REMAINDERS
003660           END-IF.
003670           PERFORM 2100-READ-AUDIT THRU 2100-EXIT.
003680       2200-EXIT.
003690           EXIT.
003700
003710*****************************************************************
003720*    8000-FINALIZE - PRINT THE KEPT/ARCHIVED/TOTAL PROOF        *
003730*    LINES AND CLOSE THE FILES.                                 *
003740*****************************************************************
003750       8000-FINALIZE.
003760           MOVE "ROWS KEPT.........: " TO ARR-TOT-CAPTION.
003770           MOVE ARC-ROWS-KEPT TO ARR-TOT-COUNT.
003780           MOVE ARC-KEPT-RESULTS TO ARR-TOT-RESULTS.
003790           MOVE ARC-KEPT-REMAINDERS TO ARR-TOT-REMAINDERS.
003800           MOVE ARR-TOTAL-LINE TO ARCHIVE-REPORT-RECORD.
003810           WRITE ARCHIVE-REPORT-RECORD AFTER ADVANCING 2 LINES.
003820           MOVE "ROWS ARCHIVED.....: " TO ARR-TOT-CAPTION.
003830           MOVE ARC-ROWS-ARCHIVED TO ARR-TOT-COUNT.
003840           MOVE ARC-ARCH-RESULTS TO ARR-TOT-RESULTS.
003850           MOVE ARC-ARCH-REMAINDERS TO ARR-TOT-REMAINDERS.
003860           MOVE ARR-TOTAL-LINE TO ARCHIVE-REPORT-RECORD.
003870           WRITE ARCHIVE-REPORT-RECORD AFTER ADVANCING 1 LINES.
003880           MOVE ARR-RULE-LINE TO ARCHIVE-REPORT-RECORD.
003890           WRITE ARCHIVE-REPORT-RECORD AFTER ADVANCING 1 LINES.
003900           MOVE "ROWS READ.........: " TO ARR-TOT-CAPTION.
003910           MOVE ARC-ROWS-READ TO ARR-TOT-COUNT.
003920           COMPUTE ARR-TOT-RESULTS ROUNDED =
003930               ARC-KEPT-RESULTS + ARC-ARCH-RESULTS.
003940           COMPUTE ARR-TOT-REMAINDERS ROUNDED =
003950               ARC-KEPT-REMAINDERS + ARC-ARCH-REMAINDERS.
003960           MOVE ARR-TOTAL-LINE TO ARCHIVE-REPORT-RECORD.
003970           WRITE ARCHIVE-REPORT-RECORD AFTER ADVANCING 1 LINES.
003980           CLOSE AUDIT-INPUT-FILE.
003990           CLOSE ARCHIVE-OUTPUT-FILE.
004000           CLOSE RETAINED-OUTPUT-FILE.
004010           CLOSE ARCHIVE-REPORT-FILE.
004020           DISPLAY "08_DIVARC - ROWS READ " ARC-ROWS-READ
004030               " KEPT " ARC-ROWS-KEPT
004040               " ARCHIVED " ARC-ROWS-ARCHIVED.
004050           PERFORM 8900-END-STEP THRU 8900-EXIT.
004060       8000-EXIT.
004070           EXIT.
004080
004090*****************************************************************
004100*    8900-END-STEP - RECORD THE FINAL RETURN CODE AND COUNTS    *
004110*    ON THE STEP-STATUS FILE.  THE CALL RESETS RETURN-CODE, SO  *
004120*    IT IS PUT BACK AFTERWARDS.                                 *
004130*****************************************************************
004140       8900-END-STEP.
004150           MOVE "E" TO step-function.
004160           MOVE RETURN-CODE TO step-return-code.
004170           MOVE "READ" TO step-count-label (1).
004180           MOVE ARC-ROWS-READ TO step-count (1).
004190           MOVE "KEPT" TO step-count-label (2).
004200           MOVE ARC-ROWS-KEPT TO step-count (2).
004210           MOVE "ARCHIVED" TO step-count-label (3).
004220           MOVE ARC-ROWS-ARCHIVED TO step-count (3).
004230           MOVE "ARCHIVE COMPLETE - DIVNEW READY TO SWAP"
004240               TO step-message.
004250           CALL "08_DIVSTP" USING step-parms.
004260           MOVE step-return-code TO RETURN-CODE.
004270       8900-EXIT.
004280           EXIT.
