000010 IDENTIFICATION DIVISION.
000020       PROGRAM-ID. 08_DIVTRD.
000030       AUTHOR. R L HIRPAR.
000040       INSTALLATION. BATCH PRODUCTION SUPPORT.
000050       DATE-WRITTEN. 2026-10-15.
000060       DATE-COMPILED.
000070*****************************************************************
000080*                                                               *
000090*    08_DIVTRD IS THE NIGHTLY TREND CHECK.  08_DIVBAL PROVES    *
000100*    THAT THE DAY'S FILES AGREE WITH EACH OTHER; THIS STEP      *
000110*    ASKS WHETHER THE DAY LOOKS NORMAL BEFORE 08_DIVGLR HANDS   *
000120*    IT TO THE GENERAL LEDGER.                                  *
000130*                                                               *
000140*    FOR THE BUSINESS DATE IT BUILDS, BY SOURCE SYSTEM AND      *
000150*    AUDIT ROW TYPE, THE REQUEST COUNT, REJECT COUNT, AND       *
000160*    TOTAL RESULTS - BATCH FIGURES FROM THE RECEIVED-BATCH      *
000170*    REGISTER (DIVBRG), ROW FIGURES FROM THE AUDIT TRAIL        *
000180*    (DIVAUD), EACH ROW TIED TO ITS BATCH BY ITS DIVREQ         *
000190*    POSITION - AND KEEPS THEM ON THE KEYED DIVTRH HISTORY.     *
000200*    EACH FIGURE IS COMPARED WITH ITS AVERAGE OVER THE PRIOR    *
000210*    BUSINESS DAYS ON THE HISTORY (A DAY A SOURCE DID NOT SEND  *
000220*    COUNTS AS ZERO) AND FLAGGED WHEN IT FALLS OUTSIDE THE      *
000230*    TOLERANCE BANDS.  A SOURCE THAT SENT ON A PRIOR DAY BUT    *
000240*    NOT TODAY IS FLAGGED "NOT SENT"; ONE WITH NO HISTORY IN    *
000250*    THE WINDOW IS FLAGGED "NEW".  RESULTS ARE COMPARED SIGN    *
000260*    IGNORED.  THE FIRST NIGHT, WITH NO HISTORY, ONLY RECORDS.  *
000270*                                                               *
000280*    PARAMETER CARD LAYOUT (TRDPRM, OPTIONAL) -                 *
000290*        TP-BUSINESS-DATE   COLS 01-08  YYYYMMDD; SPACES = THE  *
000300*                                       RUN DATE ON DIVCTL.     *
000310*        TP-AVERAGE-DAYS    COLS 09-10  PRIOR BUSINESS DAYS IN  *
000320*                                       THE AVERAGE, 01-20      *
000330*                                       (DEFAULT 05).           *
000340*        TP-COUNT-LOW-PCT   COLS 11-13  REQUEST COUNT BAND AS A *
000350*        TP-COUNT-HIGH-PCT  COLS 14-16  PERCENT OF THE AVERAGE  *
000360*                                       (DEFAULT 050-150).      *
000370*        TP-RESULT-LOW-PCT  COLS 17-19  RESULT TOTAL BAND       *
000380*        TP-RESULT-HIGH-PCT COLS 20-22  (DEFAULT 050-150).      *
000390*        TP-REJECT-HIGH-PCT COLS 23-25  REJECT CEILING (DEFAULT *
000400*                                       200).                   *
000410*        TP-ACCEPTED-BY     COLS 26-33  ID OF WHOEVER HAS       *
000420*                                       REVIEWED THE FLAGS AND  *
000430*                                       LETS THE HANDOFF GO.    *
000440*    A BAND OF 000 IS NOT CHECKED.                              *
000450*                                                               *
000460*    RETURN CODES -                                             *
000470*        00 = NOTHING FLAGGED, OR THE FLAGS WERE ACCEPTED       *
000480*        04 = SOMETHING FLAGGED - 08_DIVGLR IS HELD UNTIL THE   *
000490*             STEP IS RERUN WITH TP-ACCEPTED-BY                 *
000500*        08 = STEP REFUSED - 08_DIVBAL NOT CLEAN FOR THE DATE   *
000510*        16 = BAD PARAMETER CARD OR A FILE COULD NOT BE OPENED  *
000520*                                                               *
000530*    MODIFICATION HISTORY                                       *
000540*    DATE       BY    DESCRIPTION                               *
000550*    ---------- ----- --------------------------------------    *
000560*    2026-10-15 RLH   ORIGINAL PROGRAM - DAILY VOLUME AND       *
000570*                     AMOUNT TREND CHECK BY SOURCE SYSTEM.      *
000580*                                                               *
000590*****************************************************************
000600
000610 ENVIRONMENT DIVISION.
000620 INPUT-OUTPUT SECTION.
000630 FILE-CONTROL.
000640           SELECT PARAMETER-CARD-FILE ASSIGN TO "TRDPRM"
000650               ORGANIZATION IS SEQUENTIAL
000660               FILE STATUS IS TRD-CARD-STATUS.
000670           SELECT RESTART-CONTROL-FILE ASSIGN TO "DIVCTL"
000680               ORGANIZATION IS SEQUENTIAL
000690               FILE STATUS IS TRD-CONTROL-STATUS.
000700           SELECT BATCH-REGISTER-FILE ASSIGN TO "DIVBRG"
000710               ORGANIZATION IS INDEXED
000720               ACCESS MODE IS DYNAMIC
000730               RECORD KEY IS BR-KEY
000740               FILE STATUS IS TRD-REGISTER-STATUS.
000750           SELECT DIVISION-AUDIT-FILE ASSIGN TO "DIVAUD"
000760               ORGANIZATION IS SEQUENTIAL
000770               FILE STATUS IS TRD-AUDIT-STATUS.
000780           SELECT TREND-HISTORY-FILE ASSIGN TO "DIVTRH"
000790               ORGANIZATION IS INDEXED
000800               ACCESS MODE IS DYNAMIC
000810               RECORD KEY IS TH-KEY
000820               FILE STATUS IS TRD-HISTORY-STATUS.
000830           SELECT TREND-REPORT-FILE ASSIGN TO "TRDRPT"
000840               ORGANIZATION IS SEQUENTIAL
000850               FILE STATUS IS TRD-REPORT-STATUS.
000860
000870 DATA DIVISION.
000880 FILE SECTION.
000890       FD  PARAMETER-CARD-FILE
000900           LABEL RECORDS ARE STANDARD.
000910       01  PARAMETER-CARD-RECORD.
000920           05  TP-BUSINESS-DATE           PIC X(08).
000930           05  TP-AVERAGE-DAYS            PIC X(02).
000940           05  TP-COUNT-LOW-PCT           PIC X(03).
000950           05  TP-COUNT-HIGH-PCT          PIC X(03).
000960           05  TP-RESULT-LOW-PCT          PIC X(03).
000970           05  TP-RESULT-HIGH-PCT         PIC X(03).
000980           05  TP-REJECT-HIGH-PCT         PIC X(03).
000990           05  TP-ACCEPTED-BY             PIC X(08).
001000           05  FILLER                     PIC X(47).
001010
001020       FD  RESTART-CONTROL-FILE
001030           LABEL RECORDS ARE STANDARD.
001040       COPY DIVCTL.
001050
001060       FD  BATCH-REGISTER-FILE
001070           LABEL RECORDS ARE STANDARD.
001080       COPY DIVBRG.
001090
001100       FD  DIVISION-AUDIT-FILE
001110           LABEL RECORDS ARE STANDARD.
001120       COPY DIVAUD.
001130
001140       FD  TREND-HISTORY-FILE
001150           LABEL RECORDS ARE STANDARD.
001160       COPY DIVTRH.
001170
001180       FD  TREND-REPORT-FILE
001190           LABEL RECORDS ARE STANDARD.
001200       01  TREND-REPORT-RECORD            PIC X(132).
001210
001220 WORKING-STORAGE SECTION.
001230       COPY DIVTRR.
001240       COPY DIVSPL.
001250
001260       77  TRD-AUDIT-ROWS            PIC 9(08) COMP VALUE ZERO.
001270       77  TRD-RANGE-COUNT           PIC 9(04) COMP VALUE ZERO.
001280       77  TRD-RX                    PIC 9(04) COMP VALUE ZERO.
001290       77  TRD-RANGE-FOUND-IX        PIC 9(04) COMP VALUE ZERO.
001300       77  TRD-ENTRY-COUNT           PIC 9(04) COMP VALUE ZERO.
001310       77  TRD-IX                    PIC 9(04) COMP VALUE ZERO.
001320       77  TRD-FIND-IX               PIC 9(04) COMP VALUE ZERO.
001330       77  TRD-PRIOR-COUNT           PIC 9(04) COMP VALUE ZERO.
001340       77  TRD-PX                    PIC 9(04) COMP VALUE ZERO.
001350       77  TRD-SOURCE-COUNT          PIC 9(04) COMP VALUE ZERO.
001360       77  TRD-FLAG-COUNT            PIC 9(04) COMP VALUE ZERO.
001370       77  TRD-ROWS-WRITTEN          PIC 9(04) COMP VALUE ZERO.
001380       77  TRD-ROWS-REPLACED         PIC 9(04) COMP VALUE ZERO.
001390       77  TRD-ROWS-PRINTED          PIC 9(04) COMP VALUE ZERO.
001400       77  TRD-FLAG-PTR              PIC 9(04) COMP VALUE ZERO.
001410       77  TRD-LINE-COUNT            PIC 9(04) COMP VALUE ZERO.
001420       77  TRD-PAGE-NO               PIC 9(04) COMP VALUE ZERO.
001430       77  TRD-LINES-PER-PAGE        PIC 9(04) COMP VALUE 50.
001440       77  TRD-READNO                PIC 9(08) VALUE ZERO.
001450       77  TRD-LIMIT-COUNT           PIC 9(11)V99 COMP-3
001460                                     VALUE ZERO.
001470       77  TRD-LIMIT-AMOUNT          PIC S9(15)V99 COMP-3
001480                                     VALUE ZERO.
001490       77  TRD-ABS-TODAY             PIC S9(15)V99 COMP-3
001500                                     VALUE ZERO.
001510       77  TRD-ABS-AVERAGE           PIC S9(15)V99 COMP-3
001520                                     VALUE ZERO.
001530       77  TRD-AVG-DAYS              PIC 9(02) VALUE 5.
001540       77  TRD-CNT-LOW-PCT           PIC 9(03) VALUE 50.
001550       77  TRD-CNT-HIGH-PCT          PIC 9(03) VALUE 150.
001560       77  TRD-RES-LOW-PCT           PIC 9(03) VALUE 50.
001570       77  TRD-RES-HIGH-PCT          PIC 9(03) VALUE 150.
001580       77  TRD-REJ-HIGH-PCT          PIC 9(03) VALUE 200.
001590       77  TRD-ACCEPTED-BY                PIC X(08) VALUE SPACES.
001600       77  TRD-FIND-SOURCE                PIC X(08) VALUE SPACES.
001610       77  TRD-FIND-TYPE                  PIC X(01) VALUE SPACE.
001620       77  TRD-ROW-SOURCE                 PIC X(08) VALUE SPACES.
001630       77  TRD-CARD-BAD-SW                PIC X(01) VALUE "N".
001640           88  TRD-CARD-BAD                   VALUE "Y".
001650       77  TRD-EOF-SWITCH                 PIC X(01) VALUE "N".
001660           88  TRD-END-OF-FILE                VALUE "Y".
001670       77  TRD-CARD-STATUS                PIC X(02) VALUE SPACES.
001680       77  TRD-CONTROL-STATUS             PIC X(02) VALUE SPACES.
001690       77  TRD-REGISTER-STATUS            PIC X(02) VALUE SPACES.
001700       77  TRD-AUDIT-STATUS               PIC X(02) VALUE SPACES.
001710       77  TRD-HISTORY-STATUS             PIC X(02) VALUE SPACES.
001720       77  TRD-REPORT-STATUS              PIC X(02) VALUE SPACES.
001730
001740       01  TRD-RUN-DATE-YMD               PIC 9(08) VALUE ZERO.
001750       01  TRD-BUS-DATE-YMD               PIC 9(08) VALUE ZERO.
001760       01  TRD-BUS-DATE-PARTS REDEFINES TRD-BUS-DATE-YMD.
001770           05  TRD-BUS-YYYY               PIC 9(04).
001780           05  TRD-BUS-MM                 PIC 9(02).
001790           05  TRD-BUS-DD                 PIC 9(02).
001800       01  TRD-SCAN-FROM-DATE             PIC 9(08) VALUE ZERO.
001810       01  TRD-LAST-HIST-DATE             PIC 9(08) VALUE ZERO.
001820       01  TRD-FMT-DATE-YMD               PIC 9(08) VALUE ZERO.
001830       01  TRD-FMT-DATE-PARTS REDEFINES TRD-FMT-DATE-YMD.
001840           05  TRD-FMT-YYYY               PIC 9(04).
001850           05  TRD-FMT-MM                 PIC 9(02).
001860           05  TRD-FMT-DD                 PIC 9(02).
001870       01  TRD-FMT-DATE                   PIC X(10) VALUE SPACES.
001880
001890       01  TRD-PRIOR-TABLE.
001900           05  TRD-PRIOR-DATE             PIC 9(08)
001910                                          OCCURS 20 TIMES.
001920
001930       01  TRD-RANGE-TABLE.
001940           05  TRD-RANGE-ENTRY OCCURS 200 TIMES.
001950               10  TRD-RG-SOURCE          PIC X(08).
001960               10  TRD-RG-FIRST           PIC 9(08) COMP.
001970               10  TRD-RG-LAST            PIC 9(08) COMP.
001980
001990       01  TRD-ENTRY-TABLE.
002000           05  TRD-ENTRY OCCURS 300 TIMES.
002010               10  TRD-EN-SOURCE          PIC X(08).
002020               10  TRD-EN-TYPE            PIC X(01).
002030               10  TRD-EN-BATCHES         PIC 9(04) COMP.
002040               10  TRD-EN-REQUESTS        PIC 9(08) COMP.
002050               10  TRD-EN-REJECTS         PIC 9(08) COMP.
002060               10  TRD-EN-RESULTS         PIC S9(13)V99 COMP-3.
002070               10  TRD-EN-SUM-REQUESTS    PIC 9(09) COMP.
002080               10  TRD-EN-SUM-REJECTS     PIC 9(09) COMP.
002090               10  TRD-EN-SUM-RESULTS     PIC S9(15)V99 COMP-3.
002100               10  TRD-EN-AVG-REQUESTS    PIC 9(08) COMP.
002110               10  TRD-EN-AVG-REJECTS     PIC 9(08) COMP.
002120               10  TRD-EN-AVG-RESULTS     PIC S9(13)V99 COMP-3.
002130               10  TRD-EN-FLAG-TEXT       PIC X(30).
002140
002150 PROCEDURE DIVISION.
002160
002170*****************************************************************
002180*    0000-MAINLINE                                              *
002190*****************************************************************
002200       0000-MAINLINE.
002210           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002220           PERFORM 2000-LOAD-BATCH-RANGES THRU 2000-EXIT.
002230           PERFORM 3000-SUM-AUDIT-ROWS THRU 3000-EXIT.
002240           PERFORM 4000-LOAD-HISTORY THRU 4000-EXIT.
002250           PERFORM 5000-COMPARE THRU 5000-EXIT.
002260           PERFORM 6000-REPLACE-HISTORY THRU 6000-EXIT.
002270           PERFORM 7000-PRINT-REPORT THRU 7000-EXIT.
002280           PERFORM 8000-FINALIZE THRU 8000-EXIT.
002290           STOP RUN.
002300
002310*****************************************************************
002320*    1000-INITIALIZE - SETTLE THE BUSINESS DATE AND BANDS,      *
002330*    RECORD THE START OF THE STEP, AND OPEN THE FILES.          *
002340*****************************************************************
002350       1000-INITIALIZE.
002360           ACCEPT TRD-RUN-DATE-YMD FROM DATE YYYYMMDD.
002370           PERFORM 1100-READ-PARAMETER-CARD THRU 1100-EXIT.
002380           IF TRD-BUS-DATE-YMD = ZERO
002390               PERFORM 1200-READ-CONTROL-DATE THRU 1200-EXIT
002400           END-IF.
002410           PERFORM 1050-BEGIN-STEP THRU 1050-EXIT.
002420           OPEN INPUT DIVISION-AUDIT-FILE.
002430           IF TRD-AUDIT-STATUS NOT = "00"
002440               DISPLAY "08_DIVTRD - DIVAUD OPEN FAILED, STS = "
002450                   TRD-AUDIT-STATUS
002460               MOVE 16 TO RETURN-CODE
002470               STOP RUN
002480           END-IF.
002490           OPEN I-O TREND-HISTORY-FILE.
002500           IF TRD-HISTORY-STATUS = "35"
002510               OR TRD-HISTORY-STATUS = "05"
002520               OPEN OUTPUT TREND-HISTORY-FILE
002530               CLOSE TREND-HISTORY-FILE
002540               OPEN I-O TREND-HISTORY-FILE
002550           END-IF.
002560           IF TRD-HISTORY-STATUS NOT = "00"
002570               DISPLAY "08_DIVTRD - DIVTRH OPEN FAILED, STS = "
002580                   TRD-HISTORY-STATUS
002590               MOVE 16 TO RETURN-CODE
002600               STOP RUN
002610           END-IF.
002620           OPEN OUTPUT TREND-REPORT-FILE.
002630           IF TRD-REPORT-STATUS NOT = "00"
002640               DISPLAY "08_DIVTRD - TRDRPT OPEN FAILED, STS = "
002650                   TRD-REPORT-STATUS
002660               MOVE 16 TO RETURN-CODE
002670               STOP RUN
002680           END-IF.
002690       1000-EXIT.
002700           EXIT.
002710
002720*****************************************************************
002730*    1050-BEGIN-STEP - RECORD THE START OF THE STEP FOR THE     *
002740*    BUSINESS DATE; 08_DIVSTP REFUSES IT UNLESS 08_DIVBAL       *
002750*    ENDED CLEANLY FOR THAT DATE.                               *
002760*****************************************************************
002770       1050-BEGIN-STEP.
002780           MOVE SPACES TO step-parms.
002790           MOVE "B" TO step-function.
002800           MOVE "08_DIVTRD" TO step-name.
002810           MOVE TRD-BUS-DATE-YMD TO step-date.
002820           MOVE ZERO TO step-return-code.
002830           CALL "08_DIVSTP" USING step-parms.
002840           IF step-verdict NOT = ZERO
002850               DISPLAY "08_DIVTRD - STEP NOT RELEASED FOR DATE "
002860                   TRD-BUS-DATE-YMD " - TREND CHECK HELD"
002870               MOVE step-verdict TO RETURN-CODE
002880               STOP RUN
002890           END-IF.
002900       1050-EXIT.
002910           EXIT.
002920
002930*****************************************************************
002940*    1100-READ-PARAMETER-CARD - A MISSING CARD, OR A BLANK      *
002950*    FIELD, TAKES THE DEFAULT.  A FIELD THAT IS NOT NUMERIC, A  *
002960*    DAY COUNT OUTSIDE 01-20, OR A LOW BAND ABOVE ITS HIGH      *
002970*    BAND STOPS THE JOB.                                        *
002980*****************************************************************
002990       1100-READ-PARAMETER-CARD.
003000           MOVE ZERO TO TRD-BUS-DATE-YMD.
003010           OPEN INPUT PARAMETER-CARD-FILE.
003020           IF TRD-CARD-STATUS NOT = "00"
003030               GO TO 1100-EXIT
003040           END-IF.
003050           READ PARAMETER-CARD-FILE
003060               AT END
003070                   MOVE SPACES TO PARAMETER-CARD-RECORD
003080           END-READ.
003090           CLOSE PARAMETER-CARD-FILE.
003100           IF TP-BUSINESS-DATE NOT = SPACES
003110               AND TP-BUSINESS-DATE NOT = "00000000"
003120               IF TP-BUSINESS-DATE NOT NUMERIC
003130                   GO TO 1100-BAD-CARD
003140               END-IF
003150               MOVE TP-BUSINESS-DATE TO TRD-BUS-DATE-YMD
003160               IF TRD-BUS-MM < 1 OR TRD-BUS-MM > 12
003170                   OR TRD-BUS-DD < 1 OR TRD-BUS-DD > 31
003180                   GO TO 1100-BAD-CARD
003190               END-IF
003200           END-IF.
003210           IF TP-AVERAGE-DAYS NOT = SPACES
003220               IF TP-AVERAGE-DAYS NOT NUMERIC
003230                   GO TO 1100-BAD-CARD
003240               END-IF
003250               MOVE TP-AVERAGE-DAYS TO TRD-AVG-DAYS
003260               IF TRD-AVG-DAYS < 1 OR TRD-AVG-DAYS > 20
003270                   GO TO 1100-BAD-CARD
003280               END-IF
003290           END-IF.
003300           IF TP-COUNT-LOW-PCT NOT = SPACES
003310               IF TP-COUNT-LOW-PCT NOT NUMERIC
003320                   GO TO 1100-BAD-CARD
003330               END-IF
003340               MOVE TP-COUNT-LOW-PCT TO TRD-CNT-LOW-PCT
003350           END-IF.
003360           IF TP-COUNT-HIGH-PCT NOT = SPACES
003370               IF TP-COUNT-HIGH-PCT NOT NUMERIC
003380                   GO TO 1100-BAD-CARD
003390               END-IF
003400               MOVE TP-COUNT-HIGH-PCT TO TRD-CNT-HIGH-PCT
003410           END-IF.
003420           IF TP-RESULT-LOW-PCT NOT = SPACES
003430               IF TP-RESULT-LOW-PCT NOT NUMERIC
003440                   GO TO 1100-BAD-CARD
003450               END-IF
003460               MOVE TP-RESULT-LOW-PCT TO TRD-RES-LOW-PCT
003470           END-IF.
003480           IF TP-RESULT-HIGH-PCT NOT = SPACES
003490               IF TP-RESULT-HIGH-PCT NOT NUMERIC
003500                   GO TO 1100-BAD-CARD
003510               END-IF
003520               MOVE TP-RESULT-HIGH-PCT TO TRD-RES-HIGH-PCT
003530           END-IF.
003540           IF TP-REJECT-HIGH-PCT NOT = SPACES
003550               IF TP-REJECT-HIGH-PCT NOT NUMERIC
003560                   GO TO 1100-BAD-CARD
003570               END-IF
003580               MOVE TP-REJECT-HIGH-PCT TO TRD-REJ-HIGH-PCT
003590           END-IF.
003600           IF TRD-CNT-HIGH-PCT > ZERO
003610               AND TRD-CNT-LOW-PCT > TRD-CNT-HIGH-PCT
003620               GO TO 1100-BAD-CARD
003630           END-IF.
003640           IF TRD-RES-HIGH-PCT > ZERO
003650               AND TRD-RES-LOW-PCT > TRD-RES-HIGH-PCT
003660               GO TO 1100-BAD-CARD
003670           END-IF.
003680           MOVE TP-ACCEPTED-BY TO TRD-ACCEPTED-BY.
003690           GO TO 1100-EXIT.
003700       1100-BAD-CARD.
003710           DISPLAY "08_DIVTRD - BAD PARAMETER CARD "
003720               PARAMETER-CARD-RECORD.
003730           MOVE 16 TO RETURN-CODE.
003740           STOP RUN.
003750       1100-EXIT.
003760           EXIT.
003770
003780*****************************************************************
003790*    1200-READ-CONTROL-DATE - WITH NO DATE ON THE CARD THE      *
003800*    STEP WORKS THE DATE OF THE LAST POSTING RUN, AS 08_DIVBAL  *
003810*    DOES.                                                      *
003820*****************************************************************
003830       1200-READ-CONTROL-DATE.
003840           OPEN INPUT RESTART-CONTROL-FILE.
003850           IF TRD-CONTROL-STATUS NOT = "00"
003860               DISPLAY "08_DIVTRD - DIVCTL OPEN FAILED, STS = "
003870                   TRD-CONTROL-STATUS
003880               MOVE 16 TO RETURN-CODE
003890               STOP RUN
003900           END-IF.
003910           READ RESTART-CONTROL-FILE
003920               AT END
003930                   DISPLAY "08_DIVTRD - DIVCTL IS EMPTY"
003940                   MOVE 16 TO RETURN-CODE
003950                   STOP RUN
003960           END-READ.
003970           CLOSE RESTART-CONTROL-FILE.
003980           MOVE RC-RUN-DATE TO TRD-BUS-DATE-YMD.
003990       1200-EXIT.
004000           EXIT.
004010
004020*****************************************************************
004030*    2000-LOAD-BATCH-RANGES - EVERY BATCH 08_REDEFINES POSTED   *
004040*    OR REJECTED ON THE BUSINESS DATE: ITS DIVREQ POSITIONS GO  *
004050*    IN THE RANGE TABLE, AND ITS RECEIVED AND REJECTED COUNTS   *
004060*    INTO ITS SOURCE'S TOTAL.  NO REGISTER MEANS NO BATCHES.    *
004070*****************************************************************
004080       2000-LOAD-BATCH-RANGES.
004090           MOVE ZERO TO TRD-RANGE-COUNT.
004100           OPEN INPUT BATCH-REGISTER-FILE.
004110           IF TRD-REGISTER-STATUS = "35"
004120               GO TO 2000-EXIT
004130           END-IF.
004140           IF TRD-REGISTER-STATUS NOT = "00"
004150               DISPLAY "08_DIVTRD - DIVBRG OPEN FAILED, STS = "
004160                   TRD-REGISTER-STATUS
004170               MOVE 16 TO RETURN-CODE
004180               STOP RUN
004190           END-IF.
004200           MOVE "N" TO TRD-EOF-SWITCH.
004210           PERFORM 2100-LOAD-ONE-BATCH THRU 2100-EXIT
004220               UNTIL TRD-END-OF-FILE.
004230           CLOSE BATCH-REGISTER-FILE.
004240       2000-EXIT.
004250           EXIT.
004260
004270       2100-LOAD-ONE-BATCH.
004280           READ BATCH-REGISTER-FILE NEXT RECORD
004290               AT END
004300                   MOVE "Y" TO TRD-EOF-SWITCH
004310           END-READ.
004320           IF TRD-END-OF-FILE
004330               GO TO 2100-EXIT
004340           END-IF.
004350           IF BR-RUN-DATE NOT NUMERIC
004360               GO TO 2100-EXIT
004370           END-IF.
004380           IF BR-RUN-DATE NOT = TRD-BUS-DATE-YMD
004390               GO TO 2100-EXIT
004400           END-IF.
004410           IF NOT BR-POSTED AND NOT BR-OUT-OF-BALANCE
004420               GO TO 2100-EXIT
004430           END-IF.
004440           IF TRD-RANGE-COUNT = 200
004450               DISPLAY "08_DIVTRD - MORE THAN 200 BATCHES FOR "
004460                   TRD-BUS-DATE-YMD
004470               MOVE 16 TO RETURN-CODE
004480               STOP RUN
004490           END-IF.
004500           ADD 1 TO TRD-RANGE-COUNT.
004510           MOVE BR-SOURCE-SYSTEM
004520               TO TRD-RG-SOURCE (TRD-RANGE-COUNT).
004530           MOVE ZERO TO TRD-RG-FIRST (TRD-RANGE-COUNT).
004540           MOVE ZERO TO TRD-RG-LAST (TRD-RANGE-COUNT).
004550           IF BR-FIRST-READNO NUMERIC AND BR-LAST-READNO NUMERIC
004560               MOVE BR-FIRST-READNO
004570                   TO TRD-RG-FIRST (TRD-RANGE-COUNT)
004580               MOVE BR-LAST-READNO
004590                   TO TRD-RG-LAST (TRD-RANGE-COUNT)
004600           END-IF.
004610           MOVE BR-SOURCE-SYSTEM TO TRD-FIND-SOURCE.
004620           MOVE "*" TO TRD-FIND-TYPE.
004630           PERFORM 2900-FIND-ENTRY THRU 2900-EXIT.
004640           ADD 1 TO TRD-EN-BATCHES (TRD-FIND-IX).
004650           ADD BR-RECORD-COUNT TO TRD-EN-REQUESTS (TRD-FIND-IX).
004660           IF BR-REJECT-COUNT NUMERIC
004670               ADD BR-REJECT-COUNT TO TRD-EN-REJECTS (TRD-FIND-IX)
004680           END-IF.
004690       2100-EXIT.
004700           EXIT.
004710
004720*****************************************************************
004730*    2900-FIND-ENTRY - TRD-FIND-IX IS THE TABLE ENTRY FOR       *
004740*    TRD-FIND-SOURCE AND TRD-FIND-TYPE, ADDED EMPTY WHEN IT IS  *
004750*    NOT THERE YET.                                             *
004760*****************************************************************
004770       2900-FIND-ENTRY.
004780           MOVE ZERO TO TRD-FIND-IX.
004790           PERFORM 2910-SCAN-ENTRY THRU 2910-EXIT
004800               VARYING TRD-IX FROM 1 BY 1
004810               UNTIL TRD-IX > TRD-ENTRY-COUNT
004820               OR TRD-FIND-IX > ZERO.
004830           IF TRD-FIND-IX > ZERO
004840               GO TO 2900-EXIT
004850           END-IF.
004860           IF TRD-ENTRY-COUNT = 300
004870               DISPLAY "08_DIVTRD - MORE THAN 300 SOURCE AND "
004880                   "ROW-TYPE ENTRIES"
004890               MOVE 16 TO RETURN-CODE
004900               STOP RUN
004910           END-IF.
004920           ADD 1 TO TRD-ENTRY-COUNT.
004930           MOVE TRD-ENTRY-COUNT TO TRD-FIND-IX.
004940           INITIALIZE TRD-ENTRY (TRD-FIND-IX).
004950           MOVE TRD-FIND-SOURCE TO TRD-EN-SOURCE (TRD-FIND-IX).
004960           MOVE TRD-FIND-TYPE TO TRD-EN-TYPE (TRD-FIND-IX).
004970           IF TRD-FIND-TYPE = "*"
004980               ADD 1 TO TRD-SOURCE-COUNT
004990           END-IF.
005000       2900-EXIT.
005010           EXIT.
005020
005030       2910-SCAN-ENTRY.
005040           IF TRD-EN-SOURCE (TRD-IX) = TRD-FIND-SOURCE
005050               AND TRD-EN-TYPE (TRD-IX) = TRD-FIND-TYPE
005060               MOVE TRD-IX TO TRD-FIND-IX
005070           END-IF.
005080       2910-EXIT.
005090           EXIT.
005100
005110*****************************************************************
005120*    3000-SUM-AUDIT-ROWS - EVERY AUDIT ROW FOR THE BUSINESS     *
005130*    DATE COUNTS UNDER ITS SOURCE AND ROW TYPE AND UNDER ITS    *
005140*    SOURCE'S TOTAL.  A ROW'S SOURCE IS THE BATCH WHOSE DIVREQ  *
005150*    POSITIONS HOLD ITS AU-SOURCE-READNO; INTRADAY ROWS CARRY   *
005160*    ZERO AND COUNT UNDER 08DIVONE.  A SOURCE WITH NO BATCH ON  *
005170*    THE REGISTER COUNTS ITS ROWS AS ITS REQUESTS.              *
005180*****************************************************************
005190       3000-SUM-AUDIT-ROWS.
005200           MOVE "N" TO TRD-EOF-SWITCH.
005210           PERFORM 3100-SUM-ONE-ROW THRU 3100-EXIT
005220               UNTIL TRD-END-OF-FILE.
005230           CLOSE DIVISION-AUDIT-FILE.
005240       3000-EXIT.
005250           EXIT.
005260
005270       3100-SUM-ONE-ROW.
005280           READ DIVISION-AUDIT-FILE
005290               AT END
005300                   MOVE "Y" TO TRD-EOF-SWITCH
005310           END-READ.
005320           IF TRD-END-OF-FILE
005330               GO TO 3100-EXIT
005340           END-IF.
005350           IF AU-DATE NOT = TRD-BUS-DATE-YMD
005360               GO TO 3100-EXIT
005370           END-IF.
005380           ADD 1 TO TRD-AUDIT-ROWS.
005390           MOVE "UNKNOWN" TO TRD-ROW-SOURCE.
005400           IF AU-SOURCE-READNO NUMERIC
005410               IF AU-SOURCE-READNO = ZERO
005420                   MOVE "08DIVONE" TO TRD-ROW-SOURCE
005430               ELSE
005440                   MOVE AU-SOURCE-READNO TO TRD-READNO
005450                   PERFORM 3200-FIND-RANGE THRU 3200-EXIT
005460                   IF TRD-RANGE-FOUND-IX > ZERO
005470                       MOVE TRD-RG-SOURCE (TRD-RANGE-FOUND-IX)
005480                           TO TRD-ROW-SOURCE
005490                   END-IF
005500               END-IF
005510           END-IF.
005520           MOVE TRD-ROW-SOURCE TO TRD-FIND-SOURCE.
005530           MOVE AU-ROW-TYPE-CD TO TRD-FIND-TYPE.
005540           IF TRD-FIND-TYPE = SPACE
005550               MOVE "D" TO TRD-FIND-TYPE
005560           END-IF.
005570           PERFORM 2900-FIND-ENTRY THRU 2900-EXIT.
005580           ADD 1 TO TRD-EN-REQUESTS (TRD-FIND-IX).
005590           ADD AU-RESULT-DEC TO TRD-EN-RESULTS (TRD-FIND-IX).
005600           MOVE "*" TO TRD-FIND-TYPE.
005610           PERFORM 2900-FIND-ENTRY THRU 2900-EXIT.
005620           ADD AU-RESULT-DEC TO TRD-EN-RESULTS (TRD-FIND-IX).
005630           IF TRD-EN-BATCHES (TRD-FIND-IX) = ZERO
005640               ADD 1 TO TRD-EN-REQUESTS (TRD-FIND-IX)
005650           END-IF.
005660       3100-EXIT.
005670           EXIT.
005680
005690       3200-FIND-RANGE.
005700           MOVE ZERO TO TRD-RANGE-FOUND-IX.
005710           PERFORM 3210-SCAN-RANGE THRU 3210-EXIT
005720               VARYING TRD-RX FROM 1 BY 1
005730               UNTIL TRD-RX > TRD-RANGE-COUNT
005740               OR TRD-RANGE-FOUND-IX > ZERO.
005750       3200-EXIT.
005760           EXIT.
005770
005780       3210-SCAN-RANGE.
005790           IF TRD-READNO NOT < TRD-RG-FIRST (TRD-RX)
005800               AND TRD-READNO NOT > TRD-RG-LAST (TRD-RX)
005810               MOVE TRD-RX TO TRD-RANGE-FOUND-IX
005820           END-IF.
005830       3210-EXIT.
005840           EXIT.
005850
005860*****************************************************************
005870*    4000-LOAD-HISTORY - FIND THE PRIOR BUSINESS DAYS ON THE    *
005880*    HISTORY (THE LATEST TRD-AVG-DAYS DATES BEFORE THE          *
005890*    BUSINESS DATE, LOOKING BACK AT MOST A YEAR), THEN ADD      *
005900*    THEIR ROWS INTO THE TABLE AND AVERAGE THEM OVER THE DAYS   *
005910*    FOUND.  A SOURCE OR ROW TYPE SEEN ONLY IN THOSE DAYS GETS  *
005920*    AN ENTRY WITH NOTHING FOR TODAY.                           *
005930*****************************************************************
005940       4000-LOAD-HISTORY.
005950           MOVE ZERO TO TRD-PRIOR-COUNT.
005960           MOVE ZERO TO TRD-LAST-HIST-DATE.
005970           MOVE ZERO TO TRD-SCAN-FROM-DATE.
005980           IF TRD-BUS-DATE-YMD > 10000
005990               COMPUTE TRD-SCAN-FROM-DATE =
006000                   TRD-BUS-DATE-YMD - 10000
006010           END-IF.
006020           MOVE "N" TO TRD-EOF-SWITCH.
006030           MOVE LOW-VALUES TO TH-KEY.
006040           MOVE TRD-SCAN-FROM-DATE TO TH-BUSINESS-DATE.
006050           START TREND-HISTORY-FILE
006060               KEY IS NOT LESS THAN TH-KEY
006070               INVALID KEY
006080                   MOVE "Y" TO TRD-EOF-SWITCH
006090           END-START.
006100           PERFORM 4100-NOTE-PRIOR-DATE THRU 4100-EXIT
006110               UNTIL TRD-END-OF-FILE.
006120           IF TRD-PRIOR-COUNT = ZERO
006130               GO TO 4000-EXIT
006140           END-IF.
006150           MOVE "N" TO TRD-EOF-SWITCH.
006160           MOVE LOW-VALUES TO TH-KEY.
006170           MOVE TRD-PRIOR-DATE (1) TO TH-BUSINESS-DATE.
006180           START TREND-HISTORY-FILE
006190               KEY IS NOT LESS THAN TH-KEY
006200               INVALID KEY
006210                   MOVE "Y" TO TRD-EOF-SWITCH
006220           END-START.
006230           PERFORM 4200-ADD-PRIOR-ROW THRU 4200-EXIT
006240               UNTIL TRD-END-OF-FILE.
006250           PERFORM 4300-SET-AVERAGE THRU 4300-EXIT
006260               VARYING TRD-IX FROM 1 BY 1
006270               UNTIL TRD-IX > TRD-ENTRY-COUNT.
006280       4000-EXIT.
006290           EXIT.
006300
006310       4100-NOTE-PRIOR-DATE.
006320           READ TREND-HISTORY-FILE NEXT RECORD
006330               AT END
006340                   MOVE "Y" TO TRD-EOF-SWITCH
006350           END-READ.
006360           IF TRD-END-OF-FILE
006370               GO TO 4100-EXIT
006380           END-IF.
006390           IF TH-BUSINESS-DATE NOT < TRD-BUS-DATE-YMD
006400               MOVE "Y" TO TRD-EOF-SWITCH
006410               GO TO 4100-EXIT
006420           END-IF.
006430           IF TH-BUSINESS-DATE = TRD-LAST-HIST-DATE
006440               GO TO 4100-EXIT
006450           END-IF.
006460           MOVE TH-BUSINESS-DATE TO TRD-LAST-HIST-DATE.
006470           IF TRD-PRIOR-COUNT < TRD-AVG-DAYS
006480               ADD 1 TO TRD-PRIOR-COUNT
006490           ELSE
006500               PERFORM 4110-SHIFT-PRIOR-DATE THRU 4110-EXIT
006510                   VARYING TRD-PX FROM 1 BY 1
006520                   UNTIL TRD-PX = TRD-PRIOR-COUNT
006530           END-IF.
006540           MOVE TH-BUSINESS-DATE
006550               TO TRD-PRIOR-DATE (TRD-PRIOR-COUNT).
006560       4100-EXIT.
006570           EXIT.
006580
006590       4110-SHIFT-PRIOR-DATE.
006600           MOVE TRD-PRIOR-DATE (TRD-PX + 1)
006610               TO TRD-PRIOR-DATE (TRD-PX).
006620       4110-EXIT.
006630           EXIT.
006640
006650       4200-ADD-PRIOR-ROW.
006660           READ TREND-HISTORY-FILE NEXT RECORD
006670               AT END
006680                   MOVE "Y" TO TRD-EOF-SWITCH
006690           END-READ.
006700           IF TRD-END-OF-FILE
006710               GO TO 4200-EXIT
006720           END-IF.
006730           IF TH-BUSINESS-DATE NOT < TRD-BUS-DATE-YMD
006740               MOVE "Y" TO TRD-EOF-SWITCH
006750               GO TO 4200-EXIT
006760           END-IF.
006770           MOVE TH-SOURCE-SYSTEM TO TRD-FIND-SOURCE.
006780           MOVE TH-ROW-TYPE-CD TO TRD-FIND-TYPE.
006790           PERFORM 2900-FIND-ENTRY THRU 2900-EXIT.
006800           ADD TH-REQUEST-COUNT
006810               TO TRD-EN-SUM-REQUESTS (TRD-FIND-IX).
006820           ADD TH-REJECT-COUNT
006830               TO TRD-EN-SUM-REJECTS (TRD-FIND-IX).
006840           ADD TH-RESULT-TOTAL
006850               TO TRD-EN-SUM-RESULTS (TRD-FIND-IX).
006860       4200-EXIT.
006870           EXIT.
006880
006890       4300-SET-AVERAGE.
006900           COMPUTE TRD-EN-AVG-REQUESTS (TRD-IX) ROUNDED =
006910               TRD-EN-SUM-REQUESTS (TRD-IX) / TRD-PRIOR-COUNT.
006920           COMPUTE TRD-EN-AVG-REJECTS (TRD-IX) ROUNDED =
006930               TRD-EN-SUM-REJECTS (TRD-IX) / TRD-PRIOR-COUNT.
006940           COMPUTE TRD-EN-AVG-RESULTS (TRD-IX) ROUNDED =
006950               TRD-EN-SUM-RESULTS (TRD-IX) / TRD-PRIOR-COUNT.
006960       4300-EXIT.
006970           EXIT.
006980
006990*****************************************************************
007000*    5000-COMPARE - CHECK EVERY ENTRY AGAINST ITS AVERAGE.      *
007010*    WITH NO PRIOR DAY ON THE HISTORY NOTHING IS COMPARED.      *
007020*****************************************************************
007030       5000-COMPARE.
007040           MOVE ZERO TO TRD-FLAG-COUNT.
007050           IF TRD-PRIOR-COUNT = ZERO
007060               GO TO 5000-EXIT
007070           END-IF.
007080           PERFORM 5100-CHECK-ONE-ENTRY THRU 5100-EXIT
007090               VARYING TRD-IX FROM 1 BY 1
007100               UNTIL TRD-IX > TRD-ENTRY-COUNT.
007110       5000-EXIT.
007120           EXIT.
007130
007140*****************************************************************
007150*    5100-CHECK-ONE-ENTRY - NOT SENT AND NEW STAND ALONE;       *
007160*    OTHERWISE EACH BAND THAT IS BROKEN IS NAMED.  A BAND IS    *
007170*    THE PERCENTAGE OF THE AVERAGE BELOW OR ABOVE WHICH THE     *
007180*    FIGURE IS FLAGGED.  REJECTS ARE CHECKED ON SOURCE TOTALS   *
007190*    ONLY, AND ONLY WHEN THERE ARE ANY.                         *
007200*****************************************************************
007210       5100-CHECK-ONE-ENTRY.
007220           MOVE SPACES TO TRD-EN-FLAG-TEXT (TRD-IX).
007230           MOVE 1 TO TRD-FLAG-PTR.
007240           IF TRD-EN-TYPE (TRD-IX) = "*"
007250               AND TRD-EN-BATCHES (TRD-IX) = ZERO
007260               AND TRD-EN-REQUESTS (TRD-IX) = ZERO
007270               AND TRD-EN-SUM-REQUESTS (TRD-IX) > ZERO
007280               MOVE "NOT SENT" TO TRD-EN-FLAG-TEXT (TRD-IX)
007290               GO TO 5100-FLAGGED
007300           END-IF.
007310           IF TRD-EN-SUM-REQUESTS (TRD-IX) = ZERO
007320               AND TRD-EN-REQUESTS (TRD-IX) > ZERO
007330               MOVE "NEW" TO TRD-EN-FLAG-TEXT (TRD-IX)
007340               GO TO 5100-FLAGGED
007350           END-IF.
007360           IF TRD-CNT-LOW-PCT > ZERO
007370               COMPUTE TRD-LIMIT-COUNT =
007380                   TRD-EN-AVG-REQUESTS (TRD-IX) * TRD-CNT-LOW-PCT
007390                   / 100
007400               IF TRD-EN-REQUESTS (TRD-IX) < TRD-LIMIT-COUNT
007410                   STRING "CNT LOW " DELIMITED BY SIZE
007420                       INTO TRD-EN-FLAG-TEXT (TRD-IX)
007430                       WITH POINTER TRD-FLAG-PTR
007440               END-IF
007450           END-IF.
007460           IF TRD-CNT-HIGH-PCT > ZERO
007470               COMPUTE TRD-LIMIT-COUNT =
007480                   TRD-EN-AVG-REQUESTS (TRD-IX) * TRD-CNT-HIGH-PCT
007490                   / 100
007500               IF TRD-EN-REQUESTS (TRD-IX) > TRD-LIMIT-COUNT
007510                   STRING "CNT HIGH " DELIMITED BY SIZE
007520                       INTO TRD-EN-FLAG-TEXT (TRD-IX)
007530                       WITH POINTER TRD-FLAG-PTR
007540               END-IF
007550           END-IF.
007560           MOVE TRD-EN-RESULTS (TRD-IX) TO TRD-ABS-TODAY.
007570           IF TRD-ABS-TODAY < ZERO
007580               MULTIPLY -1 BY TRD-ABS-TODAY
007590           END-IF.
007600           MOVE TRD-EN-AVG-RESULTS (TRD-IX) TO TRD-ABS-AVERAGE.
007610           IF TRD-ABS-AVERAGE < ZERO
007620               MULTIPLY -1 BY TRD-ABS-AVERAGE
007630           END-IF.
007640           IF TRD-RES-LOW-PCT > ZERO
007650               COMPUTE TRD-LIMIT-AMOUNT =
007660                   TRD-ABS-AVERAGE * TRD-RES-LOW-PCT / 100
007670               IF TRD-ABS-TODAY < TRD-LIMIT-AMOUNT
007680                   STRING "RES LOW " DELIMITED BY SIZE
007690                       INTO TRD-EN-FLAG-TEXT (TRD-IX)
007700                       WITH POINTER TRD-FLAG-PTR
007710               END-IF
007720           END-IF.
007730           IF TRD-RES-HIGH-PCT > ZERO
007740               COMPUTE TRD-LIMIT-AMOUNT =
007750                   TRD-ABS-AVERAGE * TRD-RES-HIGH-PCT / 100
007760               IF TRD-ABS-TODAY > TRD-LIMIT-AMOUNT
007770                   STRING "RES HIGH " DELIMITED BY SIZE
007780                       INTO TRD-EN-FLAG-TEXT (TRD-IX)
007790                       WITH POINTER TRD-FLAG-PTR
007800               END-IF
007810           END-IF.
007820           IF TRD-EN-TYPE (TRD-IX) = "*"
007830               AND TRD-REJ-HIGH-PCT > ZERO
007840               AND TRD-EN-REJECTS (TRD-IX) > ZERO
007850               COMPUTE TRD-LIMIT-COUNT =
007860                   TRD-EN-AVG-REJECTS (TRD-IX) * TRD-REJ-HIGH-PCT
007870                   / 100
007880               IF TRD-EN-REJECTS (TRD-IX) > TRD-LIMIT-COUNT
007890                   STRING "REJ HIGH " DELIMITED BY SIZE
007900                       INTO TRD-EN-FLAG-TEXT (TRD-IX)
007910                       WITH POINTER TRD-FLAG-PTR
007920               END-IF
007930           END-IF.
007940           IF TRD-EN-FLAG-TEXT (TRD-IX) = SPACES
007950               GO TO 5100-EXIT
007960           END-IF.
007970       5100-FLAGGED.
007980           ADD 1 TO TRD-FLAG-COUNT.
007990           DISPLAY "08_DIVTRD - FLAGGED "
008000               TRD-EN-SOURCE (TRD-IX) " "
008010               TRD-EN-TYPE (TRD-IX) " " TRD-EN-FLAG-TEXT (TRD-IX).
008020       5100-EXIT.
008030           EXIT.
008040
008050*****************************************************************
008060*    6000-REPLACE-HISTORY - A RERUN REPLACES THE DATE'S ROWS.   *
008070*    AN ENTRY IS WRITTEN WHEN IT HAD ACTIVITY TODAY OR WAS      *
008080*    FLAGGED; A SOURCE THAT STOPS SENDING DROPS OFF ONCE ITS    *
008090*    AVERAGE HAS RUN OUT.                                       *
008100*****************************************************************
008110       6000-REPLACE-HISTORY.
008120           MOVE "N" TO TRD-EOF-SWITCH.
008130           MOVE LOW-VALUES TO TH-KEY.
008140           MOVE TRD-BUS-DATE-YMD TO TH-BUSINESS-DATE.
008150           START TREND-HISTORY-FILE
008160               KEY IS NOT LESS THAN TH-KEY
008170               INVALID KEY
008180                   MOVE "Y" TO TRD-EOF-SWITCH
008190           END-START.
008200           PERFORM 6100-DELETE-OLD-ROW THRU 6100-EXIT
008210               UNTIL TRD-END-OF-FILE.
008220           PERFORM 6200-WRITE-ENTRY THRU 6200-EXIT
008230               VARYING TRD-IX FROM 1 BY 1
008240               UNTIL TRD-IX > TRD-ENTRY-COUNT.
008250       6000-EXIT.
008260           EXIT.
008270
008280       6100-DELETE-OLD-ROW.
008290           READ TREND-HISTORY-FILE NEXT RECORD
008300               AT END
008310                   MOVE "Y" TO TRD-EOF-SWITCH
008320           END-READ.
008330           IF TRD-END-OF-FILE
008340               GO TO 6100-EXIT
008350           END-IF.
008360           IF TH-BUSINESS-DATE NOT = TRD-BUS-DATE-YMD
008370               MOVE "Y" TO TRD-EOF-SWITCH
008380               GO TO 6100-EXIT
008390           END-IF.
008400           DELETE TREND-HISTORY-FILE RECORD
008410               INVALID KEY
008420                   DISPLAY "08_DIVTRD - DIVTRH DELETE FAILED, "
008430                       "STS = "
008440                       TRD-HISTORY-STATUS
008450                   MOVE 16 TO RETURN-CODE
008460                   STOP RUN
008470           END-DELETE.
008480           ADD 1 TO TRD-ROWS-REPLACED.
008490       6100-EXIT.
008500           EXIT.
008510
008520       6200-WRITE-ENTRY.
008530           IF TRD-EN-BATCHES (TRD-IX) = ZERO
008540               AND TRD-EN-REQUESTS (TRD-IX) = ZERO
008550               AND TRD-EN-RESULTS (TRD-IX) = ZERO
008560               AND TRD-EN-FLAG-TEXT (TRD-IX) = SPACES
008570               GO TO 6200-EXIT
008580           END-IF.
008590           MOVE SPACES TO TREND-HISTORY-RECORD.
008600           MOVE TRD-BUS-DATE-YMD TO TH-BUSINESS-DATE.
008610           MOVE TRD-EN-SOURCE (TRD-IX) TO TH-SOURCE-SYSTEM.
008620           MOVE TRD-EN-TYPE (TRD-IX) TO TH-ROW-TYPE-CD.
008630           MOVE TRD-EN-BATCHES (TRD-IX) TO TH-BATCH-COUNT.
008640           MOVE TRD-EN-REQUESTS (TRD-IX) TO TH-REQUEST-COUNT.
008650           MOVE TRD-EN-REJECTS (TRD-IX) TO TH-REJECT-COUNT.
008660           MOVE TRD-EN-RESULTS (TRD-IX) TO TH-RESULT-TOTAL.
008670           MOVE TRD-EN-FLAG-TEXT (TRD-IX) TO TH-FLAG-TEXT.
008680           IF TRD-EN-FLAG-TEXT (TRD-IX) NOT = SPACES
008690               IF TRD-ACCEPTED-BY NOT = SPACES
008700                   MOVE "A" TO TH-FLAG-CD
008710               ELSE
008720                   MOVE "F" TO TH-FLAG-CD
008730               END-IF
008740           END-IF.
008750           MOVE TRD-RUN-DATE-YMD TO TH-BUILT-DATE.
008760           WRITE TREND-HISTORY-RECORD
008770               INVALID KEY
008780                   DISPLAY "08_DIVTRD - DIVTRH WRITE FAILED, "
008790                       "STS = "
008800                       TRD-HISTORY-STATUS
008810                   MOVE 16 TO RETURN-CODE
008820                   STOP RUN
008830           END-WRITE.
008840           ADD 1 TO TRD-ROWS-WRITTEN.
008850       6200-EXIT.
008860           EXIT.
008870
008880*****************************************************************
008890*    7000-PRINT-REPORT - THE DATE'S HISTORY ROWS IN KEY ORDER   *
008900*    (SOURCE, THEN ITS TOTAL AHEAD OF ITS ROW TYPES), EACH      *
008910*    BESIDE ITS AVERAGE, THEN THE VERDICT.                      *
008920*****************************************************************
008930       7000-PRINT-REPORT.
008940           PERFORM 7050-WRITE-REPORT-HEADING THRU 7050-EXIT.
008950           MOVE "N" TO TRD-EOF-SWITCH.
008960           MOVE LOW-VALUES TO TH-KEY.
008970           MOVE TRD-BUS-DATE-YMD TO TH-BUSINESS-DATE.
008980           START TREND-HISTORY-FILE
008990               KEY IS NOT LESS THAN TH-KEY
009000               INVALID KEY
009010                   MOVE "Y" TO TRD-EOF-SWITCH
009020           END-START.
009030           PERFORM 7100-PRINT-ONE-ROW THRU 7100-EXIT
009040               UNTIL TRD-END-OF-FILE.
009050           MOVE TRD-ROWS-PRINTED TO TRR-ROWS-COMPARED.
009060           MOVE TRD-FLAG-COUNT TO TRR-ROWS-FLAGGED.
009070           MOVE SPACES TO TRR-VERDICT.
009080           IF TRD-PRIOR-COUNT = ZERO
009090               MOVE "NO PRIOR HISTORY - NOTHING COMPARED"
009100                   TO TRR-VERDICT
009110           ELSE
009120               IF TRD-FLAG-COUNT = ZERO
009130                   MOVE "WITHIN ALL BANDS" TO TRR-VERDICT
009140               ELSE
009150                   IF TRD-ACCEPTED-BY NOT = SPACES
009160                       STRING "FLAGS ACCEPTED BY " TRD-ACCEPTED-BY
009170                           DELIMITED BY SIZE INTO TRR-VERDICT
009180                   ELSE
009190                       MOVE "FLAGGED - HANDOFF HELD FOR REVIEW"
009200                           TO TRR-VERDICT
009210                   END-IF
009220               END-IF
009230           END-IF.
009240           MOVE TRR-TOTAL-LINE TO TREND-REPORT-RECORD.
009250           WRITE TREND-REPORT-RECORD AFTER ADVANCING 2 LINES.
009260       7000-EXIT.
009270           EXIT.
009280
009290*****************************************************************
009300*    7050-WRITE-REPORT-HEADING - DATES AND BANDS, REPRINTED AT  *
009310*    THE TOP OF EVERY PAGE.                                     *
009320*****************************************************************
009330       7050-WRITE-REPORT-HEADING.
009340           ADD 1 TO TRD-PAGE-NO.
009350           MOVE ZERO TO TRD-LINE-COUNT.
009360           MOVE TRD-RUN-DATE-YMD TO TRD-FMT-DATE-YMD.
009370           PERFORM 7900-FORMAT-DATE THRU 7900-EXIT.
009380           MOVE TRD-FMT-DATE TO TRR-RUN-DATE.
009390           MOVE TRD-PAGE-NO TO TRR-PAGE-NO.
009400           MOVE TRD-BUS-DATE-YMD TO TRD-FMT-DATE-YMD.
009410           PERFORM 7900-FORMAT-DATE THRU 7900-EXIT.
009420           MOVE TRD-FMT-DATE TO TRR-BUS-DATE.
009430           MOVE TRD-PRIOR-COUNT TO TRR-DAYS-USED.
009440           MOVE TRD-AVG-DAYS TO TRR-DAYS-WANTED.
009450           MOVE TRD-CNT-LOW-PCT TO TRR-CNT-LOW.
009460           MOVE TRD-CNT-HIGH-PCT TO TRR-CNT-HIGH.
009470           MOVE TRD-RES-LOW-PCT TO TRR-RES-LOW.
009480           MOVE TRD-RES-HIGH-PCT TO TRR-RES-HIGH.
009490           MOVE TRD-REJ-HIGH-PCT TO TRR-REJ-HIGH.
009500           MOVE TRR-HEADING-LINE-1 TO TREND-REPORT-RECORD.
009510           WRITE TREND-REPORT-RECORD AFTER ADVANCING PAGE.
009520           MOVE TRR-HEADING-LINE-2 TO TREND-REPORT-RECORD.
009530           WRITE TREND-REPORT-RECORD AFTER ADVANCING 1 LINES.
009540           MOVE TRR-HEADING-LINE-3 TO TREND-REPORT-RECORD.
009550           WRITE TREND-REPORT-RECORD AFTER ADVANCING 2 LINES.
009560           ADD 4 TO TRD-LINE-COUNT.
009570       7050-EXIT.
009580           EXIT.
009590
009600       7100-PRINT-ONE-ROW.
009610           READ TREND-HISTORY-FILE NEXT RECORD
009620               AT END
009630                   MOVE "Y" TO TRD-EOF-SWITCH
009640           END-READ.
009650           IF TRD-END-OF-FILE
009660               GO TO 7100-EXIT
009670           END-IF.
009680           IF TH-BUSINESS-DATE NOT = TRD-BUS-DATE-YMD
009690               MOVE "Y" TO TRD-EOF-SWITCH
009700               GO TO 7100-EXIT
009710           END-IF.
009720           IF TRD-LINE-COUNT >= TRD-LINES-PER-PAGE
009730               PERFORM 7050-WRITE-REPORT-HEADING THRU 7050-EXIT
009740           END-IF.
009750           MOVE TH-SOURCE-SYSTEM TO TRD-FIND-SOURCE.
009760           MOVE TH-ROW-TYPE-CD TO TRD-FIND-TYPE.
009770           PERFORM 2900-FIND-ENTRY THRU 2900-EXIT.
009780           MOVE TH-SOURCE-SYSTEM TO TRR-SOURCE.
009790           EVALUATE TH-ROW-TYPE-CD
009800               WHEN "*"
009810                   MOVE "TOTAL" TO TRR-ROW-TYPE
009820               WHEN "D"
009830                   MOVE "ORD" TO TRR-ROW-TYPE
009840               WHEN "S"
009850                   MOVE "SHARE" TO TRR-ROW-TYPE
009860               WHEN "V"
009870                   MOVE "REV" TO TRR-ROW-TYPE
009880               WHEN "I"
009890                   MOVE "INTRA" TO TRR-ROW-TYPE
009900               WHEN OTHER
009910                   MOVE TH-ROW-TYPE-CD TO TRR-ROW-TYPE
009920           END-EVALUATE.
009930           MOVE TH-REQUEST-COUNT TO TRR-REQUESTS.
009940           MOVE TRD-EN-AVG-REQUESTS (TRD-FIND-IX)
009950               TO TRR-AVG-REQUESTS.
009960           MOVE TH-REJECT-COUNT TO TRR-REJECTS.
009970           MOVE TRD-EN-AVG-REJECTS (TRD-FIND-IX)
009980               TO TRR-AVG-REJECTS.
009990           MOVE TH-RESULT-TOTAL TO TRR-RESULTS.
010000           MOVE TRD-EN-AVG-RESULTS (TRD-FIND-IX)
010010               TO TRR-AVG-RESULTS.
010020           MOVE TH-FLAG-TEXT TO TRR-FLAG-TEXT.
010030           MOVE TRR-DETAIL-LINE TO TREND-REPORT-RECORD.
010040           WRITE TREND-REPORT-RECORD AFTER ADVANCING 1 LINES.
010050           ADD 1 TO TRD-LINE-COUNT.
010060           ADD 1 TO TRD-ROWS-PRINTED.
010070       7100-EXIT.
010080           EXIT.
010090
010100*****************************************************************
010110*    7900-FORMAT-DATE - YYYYMMDD TO YYYY-MM-DD FOR PRINTING.    *
010120*****************************************************************
010130       7900-FORMAT-DATE.
010140           MOVE SPACES TO TRD-FMT-DATE.
010150           STRING TRD-FMT-YYYY "-" TRD-FMT-MM "-" TRD-FMT-DD
010160               DELIMITED BY SIZE INTO TRD-FMT-DATE.
010170       7900-EXIT.
010180           EXIT.
010190
010200*****************************************************************
010210*    8000-FINALIZE - CLOSE THE FILES, SET THE RETURN CODE, SHOW *
010220*    THE TOTALS ON THE JOB LOG, AND RECORD THE END OF THE STEP. *
010230*****************************************************************
010240       8000-FINALIZE.
010250           CLOSE TREND-HISTORY-FILE.
010260           CLOSE TREND-REPORT-FILE.
010270           IF TRD-FLAG-COUNT > ZERO
010280               AND TRD-ACCEPTED-BY = SPACES
010290               MOVE 4 TO RETURN-CODE
010300           END-IF.
010310           DISPLAY "08_DIVTRD - BUSINESS DATE.....: "
010320               TRD-BUS-DATE-YMD.
010330           DISPLAY "08_DIVTRD - PRIOR DAYS USED...: "
010340               TRD-PRIOR-COUNT.
010350           DISPLAY "08_DIVTRD - BATCHES...........: "
010360               TRD-RANGE-COUNT.
010370           DISPLAY "08_DIVTRD - AUDIT ROWS........: "
010380               TRD-AUDIT-ROWS.
010390           DISPLAY "08_DIVTRD - HISTORY ROWS......: "
010400               TRD-ROWS-WRITTEN.
010410           DISPLAY "08_DIVTRD - ROWS REPLACED.....: "
010420               TRD-ROWS-REPLACED.
010430           DISPLAY "08_DIVTRD - ROWS FLAGGED......: "
010440               TRD-FLAG-COUNT.
010450           DISPLAY "08_DIVTRD - " TRR-VERDICT.
010460           PERFORM 8900-END-STEP THRU 8900-EXIT.
010470       8000-EXIT.
010480           EXIT.
010490
010500*****************************************************************
010510*    8900-END-STEP - RECORD THE FINAL RETURN CODE AND COUNTS    *
010520*    ON THE STEP-STATUS FILE.  THE CALL RESETS RETURN-CODE, SO  *
010530*    IT IS PUT BACK AFTERWARDS.                                 *
010540*****************************************************************
010550       8900-END-STEP.
010560           MOVE "E" TO step-function.
010570           MOVE RETURN-CODE TO step-return-code.
010580           MOVE "SOURCES" TO step-count-label (1).
010590           MOVE TRD-SOURCE-COUNT TO step-count (1).
010600           MOVE "AUDIT ROWS" TO step-count-label (2).
010610           MOVE TRD-AUDIT-ROWS TO step-count (2).
010620           MOVE "FLAGGED" TO step-count-label (3).
010630           MOVE TRD-FLAG-COUNT TO step-count (3).
010640           MOVE TRR-VERDICT TO step-message.
010650           CALL "08_DIVSTP" USING step-parms.
010660           MOVE step-return-code TO RETURN-CODE.
010670       8900-EXIT.
010680           EXIT.
