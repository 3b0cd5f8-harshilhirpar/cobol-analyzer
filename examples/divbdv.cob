000010 IDENTIFICATION DIVISION.
000020       PROGRAM-ID. 08_DIVBDV.
000030       AUTHOR. R L HIRPAR.
000040       INSTALLATION. BATCH PRODUCTION SUPPORT.
000050       DATE-WRITTEN. 2026-10-15.
000060       DATE-COMPILED.
000070*****************************************************************
000080*                                                               *
000090*    08_DIVBDV IS THE COST-CENTER BUDGET-VERSUS-ACTUAL          *
000100*    VARIANCE REPORT.  FOR ONE FISCAL PERIOD IT PRINTS, PER     *
000110*    COST CENTER, THE BUDGET FROM THE DIVBUD BUDGET FILE, THE   *
000120*    AMOUNT ALLOCATED TO DATE - THE "S" SHARE ROWS ON THE       *
000130*    DIVISION-AUDIT TRAIL NETTED BY ANY "V" REVERSAL ROWS THAT  *
000140*    CARRY THE CENTER - THE AMOUNT REMAINING, AND THE PERCENT   *
000150*    OF THE BUDGET USED.                                        *
000160*                                                               *
000170*    EVERY ACTIVE CENTER ON THE DIVCCM REFERENCE MASTER IS      *
000180*    LISTED, AS IS ANY OTHER CENTER WITH A BUDGET OR A CHARGE   *
000190*    IN THE PERIOD.  THE MASTER, THE PERIOD'S BUDGET ROWS, AND  *
000200*    THE PERIOD'S AUDIT ROWS ARE RELEASED TOGETHER TO AN        *
000210*    INTERNAL SORT BY COST CENTER AND PRINTED ON THE CONTROL    *
000220*    BREAK.  A CENTER IS FLAGGED -                              *
000230*        "OVER BUDGET"       ALLOCATED TO DATE EXCEEDS THE      *
000240*                            BUDGET (THE BUDGET WAS LOWERED,    *
000250*                            OR A SET POSTED BEFORE IT WAS SET) *
000260*        "NO BUDGET"         NO BUDGET FOR THE PERIOD - THE     *
000270*                            CENTER IS NOT LIMITED              *
000280*        "BUDGET FILE DIFFERS" THE ALLOCATED-TO-DATE KEPT ON    *
000290*                            DIVBUD BY 08_REDEFINES DOES NOT    *
000300*                            AGREE WITH THE AUDIT TRAIL         *
000310*    THE TRAIL IS ONLY COMPLETE FOR A PERIOD STILL INSIDE THE   *
000320*    08_DIVARC RETENTION WINDOW; RUN THE REPORT BEFORE THE      *
000330*    PERIOD IS ARCHIVED.                                        *
000340*                                                               *
000350*    PARAMETER CARD LAYOUT (BDVPRM) -                           *
000360*        BP-PERIOD      COLS 01-06  YYYYMM TO REPORT ON; A      *
000370*                                   MISSING OR BLANK CARD       *
000380*                                   MEANS THE RUN MONTH.        *
000390*                                                               *
000400*    RETURN CODE 8 IF ANY CENTER'S BUDGET FILE ACCUMULATOR      *
000410*    DISAGREES WITH THE AUDIT TRAIL.                            *
000420*                                                               *
000430*    MODIFICATION HISTORY                                       *
000440*    DATE       BY    DESCRIPTION                                *
000450*    ---------- ----- --------------------------------------    *
000460*    2026-10-15 RLH   ORIGINAL PROGRAM - COST-CENTER BUDGET      *
000470*                     VARIANCE REPORT.                           *
000480*                                                               *
000490*****************************************************************
000500
000510 ENVIRONMENT DIVISION.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540           SELECT AUDIT-INPUT-FILE ASSIGN TO "DIVAUD"
000550               ORGANIZATION IS SEQUENTIAL
000560               FILE STATUS IS BDV-AUDIT-STATUS.
000570           SELECT PERIOD-CARD-FILE ASSIGN TO "BDVPRM"
000580               ORGANIZATION IS SEQUENTIAL
000590               FILE STATUS IS BDV-CARD-STATUS.
000600           SELECT COST-CENTER-FILE ASSIGN TO "DIVCCM"
000610               ORGANIZATION IS INDEXED
000620               ACCESS MODE IS SEQUENTIAL
000630               RECORD KEY IS CC-CODE
000640               FILE STATUS IS BDV-CENTER-STATUS.
000650           SELECT BUDGET-FILE ASSIGN TO "DIVBUD"
000660               ORGANIZATION IS INDEXED
000670               ACCESS MODE IS SEQUENTIAL
000680               RECORD KEY IS BU-KEY
000690               FILE STATUS IS BDV-BUDGET-STATUS.
000700           SELECT VARIANCE-REPORT-FILE ASSIGN TO "BDVRPT"
000710               ORGANIZATION IS SEQUENTIAL
000720               FILE STATUS IS BDV-REPORT-STATUS.
000730           SELECT VARIANCE-SORT-FILE ASSIGN TO "SORTWK".
000740
000750 DATA DIVISION.
000760 FILE SECTION.
000770       FD  AUDIT-INPUT-FILE
000780           LABEL RECORDS ARE STANDARD.
000790       COPY DIVAUD.
000800
000810       FD  PERIOD-CARD-FILE
000820           LABEL RECORDS ARE STANDARD.
000830       01  PERIOD-CARD-RECORD.
000840           05  BP-PERIOD                  PIC X(06).
000850           05  FILLER                     PIC X(74).
000860
000870       FD  COST-CENTER-FILE
000880           LABEL RECORDS ARE STANDARD.
000890       COPY DIVCCM.
000900
000910       FD  BUDGET-FILE
000920           LABEL RECORDS ARE STANDARD.
000930       COPY DIVBUD.
000940
000950       FD  VARIANCE-REPORT-FILE
000960           LABEL RECORDS ARE STANDARD.
000970       01  VARIANCE-REPORT-RECORD         PIC X(132).
000980
000990       SD  VARIANCE-SORT-FILE.
001000       01  SORT-WORK-RECORD.
001010           05  SRT-COST-CENTER            PIC X(08).
001020           05  SRT-KIND-CD                PIC X(01).
001030               88  SRT-CENTER-ROW             VALUE "C".
001040               88  SRT-BUDGET-ROW             VALUE "B".
001050               88  SRT-AUDIT-ROW              VALUE "A".
001060           05  SRT-DESCRIPTION            PIC X(30).
001070           05  SRT-BUDGET-STATUS-CD       PIC X(01).
001080           05  SRT-AMOUNT                 PIC S9(12)V99 COMP-3.
001090           05  SRT-ALLOCATED              PIC S9(12)V99 COMP-3.
001100           05  FILLER                     PIC X(08).
001110
001120 WORKING-STORAGE SECTION.
001130       COPY DIVBVR.
001140
001150       77  BDV-AUDIT-ROWS-SELECTED   PIC 9(08) COMP VALUE ZERO.
001160       77  BDV-BUDGET-ROWS-SELECTED  PIC 9(08) COMP VALUE ZERO.
001170       77  BDV-CENTERS-LISTED        PIC 9(08) COMP VALUE ZERO.
001180       77  BDV-CENTERS-BUDGETED      PIC 9(08) COMP VALUE ZERO.
001190       77  BDV-CENTERS-OVER          PIC 9(08) COMP VALUE ZERO.
001200       77  BDV-CENTERS-UNBUDGETED    PIC 9(08) COMP VALUE ZERO.
001210       77  BDV-CENTERS-DIFFER        PIC 9(08) COMP VALUE ZERO.
001220       77  BDV-TOTAL-BUDGET          PIC S9(14)V99 COMP-3
001230                                     VALUE ZERO.
001240       77  BDV-TOTAL-ALLOCATED       PIC S9(14)V99 COMP-3
001250                                     VALUE ZERO.
001260       77  BDV-TOTAL-REMAINING       PIC S9(14)V99 COMP-3
001270                                     VALUE ZERO.
001280       77  BDV-CC-BUDGET             PIC S9(12)V99 COMP-3
001290                                     VALUE ZERO.
001300       77  BDV-CC-ALLOCATED          PIC S9(12)V99 COMP-3
001310                                     VALUE ZERO.
001320       77  BDV-CC-ACCUMULATED        PIC S9(12)V99 COMP-3
001330                                     VALUE ZERO.
001340       77  BDV-CC-REMAINING          PIC S9(12)V99 COMP-3
001350                                     VALUE ZERO.
001360       77  BDV-CC-PCT-USED           PIC S9(05)V9 COMP-3
001370                                     VALUE ZERO.
001380       77  BDV-CC-DESCRIPTION             PIC X(30) VALUE SPACES.
001390       77  BDV-CC-BUDGET-SW               PIC X(01) VALUE "N".
001400           88  BDV-CC-HAS-BUDGET-ROW          VALUE "Y".
001410       77  BDV-CC-BUDGETED-SW             PIC X(01) VALUE "N".
001420           88  BDV-CC-BUDGETED                VALUE "Y".
001430       77  BDV-CURRENT-CC                 PIC X(08)
001440                                          VALUE LOW-VALUES.
001450       77  BDV-LINE-COUNT            PIC 9(04) COMP VALUE ZERO.
001460       77  BDV-PAGE-NO               PIC 9(04) COMP VALUE ZERO.
001470       77  BDV-LINES-PER-PAGE        PIC 9(04) COMP VALUE 50.
001480       77  BDV-AUDIT-EOF-SWITCH           PIC X(01) VALUE "N".
001490           88  BDV-AUDIT-AT-END               VALUE "Y".
001500       77  BDV-CENTER-EOF-SWITCH          PIC X(01) VALUE "N".
001510           88  BDV-CENTER-AT-END              VALUE "Y".
001520       77  BDV-BUDGET-EOF-SWITCH          PIC X(01) VALUE "N".
001530           88  BDV-BUDGET-AT-END              VALUE "Y".
001540       77  BDV-SORT-EOF-SWITCH            PIC X(01) VALUE "N".
001550           88  BDV-SORT-AT-END                VALUE "Y".
001560       77  BDV-BUDGET-FILE-SW             PIC X(01) VALUE "N".
001570           88  BDV-BUDGET-FILE-PRESENT        VALUE "Y".
001580       77  BDV-AUDIT-STATUS               PIC X(02) VALUE SPACES.
001590       77  BDV-CARD-STATUS                PIC X(02) VALUE SPACES.
001600       77  BDV-CENTER-STATUS              PIC X(02) VALUE SPACES.
001610       77  BDV-BUDGET-STATUS              PIC X(02) VALUE SPACES.
001620       77  BDV-REPORT-STATUS              PIC X(02) VALUE SPACES.
001630
001640       01  BDV-RUN-DATE-YMD               PIC 9(08) VALUE ZERO.
001650       01  BDV-RUN-DATE-PARTS REDEFINES BDV-RUN-DATE-YMD.
001660           05  BDV-RUN-YYYY               PIC 9(04).
001670           05  BDV-RUN-MM                 PIC 9(02).
001680           05  BDV-RUN-DD                 PIC 9(02).
001690       01  BDV-PERIOD                     PIC 9(06) VALUE ZERO.
001700       01  BDV-PERIOD-PARTS REDEFINES BDV-PERIOD.
001710           05  BDV-PERIOD-YYYY            PIC 9(04).
001720           05  BDV-PERIOD-MM              PIC 9(02).
001730       01  BDV-FROM-DATE-YMD              PIC 9(08) VALUE ZERO.
001740       01  BDV-TO-DATE-YMD                PIC 9(08) VALUE ZERO.
001750
001760 PROCEDURE DIVISION.
001770
001780*****************************************************************
001790*    0000-MAINLINE                                              *
001800*****************************************************************
001810       0000-MAINLINE.
001820           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001830           SORT VARIANCE-SORT-FILE
001840               ON ASCENDING KEY SRT-COST-CENTER
001850                                SRT-KIND-CD
001860               INPUT PROCEDURE IS 2000-SELECT-ROWS
001870                   THRU 2000-EXIT
001880               OUTPUT PROCEDURE IS 3000-PRINT-VARIANCE
001890                   THRU 3000-EXIT.
001900           PERFORM 8000-FINALIZE THRU 8000-EXIT.
001910           STOP RUN.
001920
001930*****************************************************************
001940*    1000-INITIALIZE - READ THE PERIOD CARD, OPEN THE FILES,    *
001950*    AND PRINT THE FIRST HEADING.  WITHOUT A BUDGET FILE EVERY  *
001960*    CENTER PRINTS AS UNBUDGETED.                               *
001970*****************************************************************
001980       1000-INITIALIZE.
001990           ACCEPT BDV-RUN-DATE-YMD FROM DATE YYYYMMDD.
002000           PERFORM 1100-READ-PERIOD-CARD THRU 1100-EXIT.
002010           COMPUTE BDV-FROM-DATE-YMD = BDV-PERIOD * 100 + 1.
002020           COMPUTE BDV-TO-DATE-YMD = BDV-PERIOD * 100 + 31.
002030           OPEN INPUT AUDIT-INPUT-FILE.
002040           IF BDV-AUDIT-STATUS NOT = "00"
002050               DISPLAY "08_DIVBDV - DIVAUD OPEN FAILED, STS = "
002060                   BDV-AUDIT-STATUS
002070               MOVE 16 TO RETURN-CODE
002080               STOP RUN
002090           END-IF.
002100           OPEN INPUT COST-CENTER-FILE.
002110           IF BDV-CENTER-STATUS NOT = "00"
002120               DISPLAY "08_DIVBDV - DIVCCM OPEN FAILED, STS = "
002130                   BDV-CENTER-STATUS
002140               MOVE 16 TO RETURN-CODE
002150               STOP RUN
002160           END-IF.
002170           OPEN INPUT BUDGET-FILE.
002180           IF BDV-BUDGET-STATUS = "35"
002190               DISPLAY "08_DIVBDV - NO DIVBUD FILE - EVERY "
002200                   "CENTER REPORTS AS UNBUDGETED"
002210           ELSE
002220               IF BDV-BUDGET-STATUS NOT = "00"
002230                   DISPLAY "08_DIVBDV - DIVBUD OPEN FAILED, "
002240                       "STS = " BDV-BUDGET-STATUS
002250                   MOVE 16 TO RETURN-CODE
002260                   STOP RUN
002270               END-IF
002280               MOVE "Y" TO BDV-BUDGET-FILE-SW
002290           END-IF.
002300           OPEN OUTPUT VARIANCE-REPORT-FILE.
002310           IF BDV-REPORT-STATUS NOT = "00"
002320               DISPLAY "08_DIVBDV - BDVRPT OPEN FAILED, STS = "
002330                   BDV-REPORT-STATUS
002340               MOVE 16 TO RETURN-CODE
002350               STOP RUN
002360           END-IF.
002370           PERFORM 1200-WRITE-REPORT-HEADING THRU 1200-EXIT.
002380       1000-EXIT.
002390           EXIT.
002400
002410*****************************************************************
002420*    1100-READ-PERIOD-CARD - THE PERIOD TO REPORT ON.  A        *
002430*    MISSING OR BLANK CARD MEANS THE RUN MONTH; A CARD THAT IS  *
002440*    NOT A VALID YYYYMM STOPS THE JOB BEFORE ANYTHING PRINTS.   *
002450*****************************************************************
002460       1100-READ-PERIOD-CARD.
002470           COMPUTE BDV-PERIOD = BDV-RUN-YYYY * 100 + BDV-RUN-MM.
002480           OPEN INPUT PERIOD-CARD-FILE.
002490           IF BDV-CARD-STATUS NOT = "00"
002500               GO TO 1100-EXIT
002510           END-IF.
002520           READ PERIOD-CARD-FILE
002530               AT END
002540                   MOVE SPACES TO BP-PERIOD
002550           END-READ.
002560           CLOSE PERIOD-CARD-FILE.
002570           IF BP-PERIOD = SPACES
002580               GO TO 1100-EXIT
002590           END-IF.
002600           IF BP-PERIOD NOT NUMERIC
002610               DISPLAY "08_DIVBDV - BAD PERIOD CARD " BP-PERIOD
002620               MOVE 16 TO RETURN-CODE
002630               STOP RUN
002640           END-IF.
002650           MOVE BP-PERIOD TO BDV-PERIOD.
002660           IF BDV-PERIOD-MM < 1 OR BDV-PERIOD-MM > 12
002670               DISPLAY "08_DIVBDV - BAD PERIOD CARD " BP-PERIOD
002680               MOVE 16 TO RETURN-CODE
002690               STOP RUN
002700           END-IF.
002710       1100-EXIT.
002720           EXIT.
002730
002740*****************************************************************
002750*    1200-WRITE-REPORT-HEADING - PERIOD HEADING AND COLUMN      *
002760*    CAPTIONS, REPRINTED AT THE TOP OF EVERY PAGE.              *
002770*****************************************************************
002780       1200-WRITE-REPORT-HEADING.
002790           ADD 1 TO BDV-PAGE-NO.
002800           MOVE ZERO TO BDV-LINE-COUNT.
002810           STRING BDV-PERIOD-YYYY "-" BDV-PERIOD-MM
002820               DELIMITED BY SIZE INTO BVR-PERIOD.
002830           STRING BDV-RUN-YYYY "-" BDV-RUN-MM "-" BDV-RUN-DD
002840               DELIMITED BY SIZE INTO BVR-RUN-DATE.
002850           MOVE BDV-PAGE-NO TO BVR-PAGE-NO.
002860           MOVE BVR-HEADING-LINE-1 TO VARIANCE-REPORT-RECORD.
002870           WRITE VARIANCE-REPORT-RECORD AFTER ADVANCING PAGE.
002880           MOVE BVR-HEADING-LINE-2 TO VARIANCE-REPORT-RECORD.
002890           WRITE VARIANCE-REPORT-RECORD AFTER ADVANCING 2 LINES.
002900           MOVE BVR-RULE-LINE TO VARIANCE-REPORT-RECORD.
002910           WRITE VARIANCE-REPORT-RECORD AFTER ADVANCING 1 LINES.
002920           ADD 4 TO BDV-LINE-COUNT.
002930       1200-EXIT.
002940           EXIT.
002950
002960*****************************************************************
002970*    2000-SELECT-ROWS - RELEASE EVERY ACTIVE CENTER ON THE      *
002980*    MASTER, EVERY BUDGET ROW FOR THE PERIOD, AND EVERY SHARE   *
002990*    OR SHARE-REVERSAL ROW ON THE TRAIL DATED IN THE PERIOD.    *
003000*****************************************************************
003010       2000-SELECT-ROWS.
003020           PERFORM 2100-READ-CENTER THRU 2100-EXIT.
003030           PERFORM 2200-RELEASE-CENTER THRU 2200-EXIT
003040               UNTIL BDV-CENTER-AT-END.
003050           IF BDV-BUDGET-FILE-PRESENT
003060               PERFORM 2300-READ-BUDGET THRU 2300-EXIT
003070               PERFORM 2400-RELEASE-BUDGET THRU 2400-EXIT
003080                   UNTIL BDV-BUDGET-AT-END
003090           END-IF.
003100           PERFORM 2500-READ-AUDIT THRU 2500-EXIT.
003110           PERFORM 2600-RELEASE-AUDIT THRU 2600-EXIT
003120               UNTIL BDV-AUDIT-AT-END.
003130           CLOSE AUDIT-INPUT-FILE.
003140       2000-EXIT.
003150           EXIT.
003160
003170       2100-READ-CENTER.
003180           READ COST-CENTER-FILE
003190               AT END
003200                   MOVE "Y" TO BDV-CENTER-EOF-SWITCH
003210           END-READ.
003220       2100-EXIT.
003230           EXIT.
003240
003250       2200-RELEASE-CENTER.
003260           IF CC-ACTIVE
003270               MOVE SPACES TO SORT-WORK-RECORD
003280               MOVE CC-CODE TO SRT-COST-CENTER
003290               MOVE "C" TO SRT-KIND-CD
003300               MOVE CC-DESCRIPTION TO SRT-DESCRIPTION
003310               MOVE ZERO TO SRT-AMOUNT
003320               MOVE ZERO TO SRT-ALLOCATED
003330               RELEASE SORT-WORK-RECORD
003340           END-IF.
003350           PERFORM 2100-READ-CENTER THRU 2100-EXIT.
003360       2200-EXIT.
003370           EXIT.
003380
003390       2300-READ-BUDGET.
003400           READ BUDGET-FILE
003410               AT END
003420                   MOVE "Y" TO BDV-BUDGET-EOF-SWITCH
003430           END-READ.
003440       2300-EXIT.
003450           EXIT.
003460
003470       2400-RELEASE-BUDGET.
003480           IF BU-PERIOD = BDV-PERIOD
003490               MOVE SPACES TO SORT-WORK-RECORD
003500               MOVE BU-COST-CENTER TO SRT-COST-CENTER
003510               MOVE "B" TO SRT-KIND-CD
003520               MOVE BU-STATUS-CD TO SRT-BUDGET-STATUS-CD
003530               MOVE BU-BUDGET-AMT TO SRT-AMOUNT
003540               MOVE BU-ALLOCATED-AMT TO SRT-ALLOCATED
003550               RELEASE SORT-WORK-RECORD
003560               ADD 1 TO BDV-BUDGET-ROWS-SELECTED
003570           END-IF.
003580           PERFORM 2300-READ-BUDGET THRU 2300-EXIT.
003590       2400-EXIT.
003600           EXIT.
003610
003620       2500-READ-AUDIT.
003630           READ AUDIT-INPUT-FILE
003640               AT END
003650                   MOVE "Y" TO BDV-AUDIT-EOF-SWITCH
003660           END-READ.
003670       2500-EXIT.
003680           EXIT.
003690
003700       2600-RELEASE-AUDIT.
003710           IF (AU-SET-SHARE-ROW
003720               OR (AU-REVERSAL-ROW
003730                   AND AU-COST-CENTER NOT = SPACES))
003740               AND AU-DATE >= BDV-FROM-DATE-YMD
003750               AND AU-DATE <= BDV-TO-DATE-YMD
003760               MOVE SPACES TO SORT-WORK-RECORD
003770               MOVE AU-COST-CENTER TO SRT-COST-CENTER
003780               MOVE "A" TO SRT-KIND-CD
003790               MOVE AU-RESULT-DEC TO SRT-AMOUNT
003800               MOVE ZERO TO SRT-ALLOCATED
003810               RELEASE SORT-WORK-RECORD
003820               ADD 1 TO BDV-AUDIT-ROWS-SELECTED
003830           END-IF.
003840           PERFORM 2500-READ-AUDIT THRU 2500-EXIT.
003850       2600-EXIT.
003860           EXIT.
003870
003880*****************************************************************
003890*    3000-PRINT-VARIANCE - CONTROL BREAK ON COST CENTER.  THE   *
003900*    SORT BRINGS EACH CENTER'S AUDIT ROWS ("A"), BUDGET ROW     *
003910*    ("B"), AND MASTER ROW ("C") TOGETHER; ONE LINE PRINTS PER  *
003920*    CENTER ON THE CHANGE OF CENTER.                            *
003930*****************************************************************
003940       3000-PRINT-VARIANCE.
003950           MOVE LOW-VALUES TO BDV-CURRENT-CC.
003960           PERFORM 3100-RETURN-SORTED-ROW THRU 3100-EXIT.
003970           PERFORM 3200-TAKE-ONE-ROW THRU 3200-EXIT
003980               UNTIL BDV-SORT-AT-END.
003990           IF BDV-CURRENT-CC NOT = LOW-VALUES
004000               PERFORM 3500-WRITE-CENTER-LINE THRU 3500-EXIT
004010           END-IF.
004020       3000-EXIT.
004030           EXIT.
004040
004050       3100-RETURN-SORTED-ROW.
004060           RETURN VARIANCE-SORT-FILE
004070               AT END
004080                   MOVE "Y" TO BDV-SORT-EOF-SWITCH
004090           END-RETURN.
004100       3100-EXIT.
004110           EXIT.
004120
004130       3200-TAKE-ONE-ROW.
004140           IF SRT-COST-CENTER NOT = BDV-CURRENT-CC
004150               IF BDV-CURRENT-CC NOT = LOW-VALUES
004160                   PERFORM 3500-WRITE-CENTER-LINE THRU 3500-EXIT
004170               END-IF
004180               MOVE SRT-COST-CENTER TO BDV-CURRENT-CC
004190               MOVE "(NOT ON REFERENCE MASTER)"
004200                   TO BDV-CC-DESCRIPTION
004210               MOVE "N" TO BDV-CC-BUDGET-SW
004220               MOVE "N" TO BDV-CC-BUDGETED-SW
004230               MOVE ZERO TO BDV-CC-BUDGET
004240               MOVE ZERO TO BDV-CC-ALLOCATED
004250               MOVE ZERO TO BDV-CC-ACCUMULATED
004260           END-IF.
004270           IF SRT-CENTER-ROW
004280               MOVE SRT-DESCRIPTION TO BDV-CC-DESCRIPTION
004290           END-IF.
004300           IF SRT-BUDGET-ROW
004310               MOVE "Y" TO BDV-CC-BUDGET-SW
004320               MOVE SRT-ALLOCATED TO BDV-CC-ACCUMULATED
004330               IF SRT-BUDGET-STATUS-CD = "B"
004340                   MOVE "Y" TO BDV-CC-BUDGETED-SW
004350                   MOVE SRT-AMOUNT TO BDV-CC-BUDGET
004360               END-IF
004370           END-IF.
004380           IF SRT-AUDIT-ROW
004390               ADD SRT-AMOUNT TO BDV-CC-ALLOCATED
004400           END-IF.
004410           PERFORM 3100-RETURN-SORTED-ROW THRU 3100-EXIT.
004420       3200-EXIT.
004430           EXIT.
004440
004450*****************************************************************
004460*    3500-WRITE-CENTER-LINE - BUDGET, ALLOCATED TO DATE,        *
004470*    REMAINING, AND PERCENT USED FOR THE CENTER JUST ENDED,     *
004480*    WITH ITS FLAG.  AN UNBUDGETED CENTER SHOWS ONLY WHAT WAS   *
004490*    ALLOCATED.                                                 *
004500*****************************************************************
004510       3500-WRITE-CENTER-LINE.
004520           IF BDV-LINE-COUNT >= BDV-LINES-PER-PAGE
004530               PERFORM 1200-WRITE-REPORT-HEADING THRU 1200-EXIT
004540           END-IF.
004550           ADD 1 TO BDV-CENTERS-LISTED.
004560           ADD BDV-CC-ALLOCATED TO BDV-TOTAL-ALLOCATED.
004570           MOVE BDV-CURRENT-CC TO BVR-CENTER.
004580           MOVE BDV-CC-DESCRIPTION TO BVR-DESCRIPTION.
004590           MOVE BDV-CC-ALLOCATED TO BVR-ALLOCATED.
004600           MOVE SPACES TO BVR-FLAG.
004610           IF BDV-CC-BUDGETED
004620               ADD 1 TO BDV-CENTERS-BUDGETED
004630               COMPUTE BDV-CC-REMAINING =
004640                   BDV-CC-BUDGET - BDV-CC-ALLOCATED
004650               ADD BDV-CC-BUDGET TO BDV-TOTAL-BUDGET
004660               ADD BDV-CC-REMAINING TO BDV-TOTAL-REMAINING
004670               MOVE BDV-CC-BUDGET TO BVR-BUDGET
004680               MOVE BDV-CC-REMAINING TO BVR-REMAINING
004690               PERFORM 3550-COMPUTE-PCT-USED THRU 3550-EXIT
004700               IF BDV-CC-REMAINING < ZERO
004710                   MOVE "OVER BUDGET" TO BVR-FLAG
004720                   ADD 1 TO BDV-CENTERS-OVER
004730               END-IF
004740           ELSE
004750               ADD 1 TO BDV-CENTERS-UNBUDGETED
004760               MOVE SPACES TO BVR-BUDGET-X
004770               MOVE SPACES TO BVR-REMAINING-X
004780               MOVE SPACES TO BVR-PCT-USED-X
004790               MOVE "NO BUDGET" TO BVR-FLAG
004800           END-IF.
004810           IF BDV-CC-HAS-BUDGET-ROW
004820               AND BDV-CC-ACCUMULATED NOT = BDV-CC-ALLOCATED
004830               MOVE "BUDGET FILE DIFFERS" TO BVR-FLAG
004840               ADD 1 TO BDV-CENTERS-DIFFER
004850               DISPLAY "08_DIVBDV - CENTER " BDV-CURRENT-CC
004860                   " BUDGET FILE ALLOCATED " BDV-CC-ACCUMULATED
004870                   " AUDIT TRAIL " BDV-CC-ALLOCATED
004880           END-IF.
004890           MOVE BVR-DETAIL-LINE TO VARIANCE-REPORT-RECORD.
004900           WRITE VARIANCE-REPORT-RECORD AFTER ADVANCING 1 LINES.
004910           ADD 1 TO BDV-LINE-COUNT.
004920       3500-EXIT.
004930           EXIT.
004940
004950*****************************************************************
004960*    3550-COMPUTE-PCT-USED - PERCENT OF THE BUDGET ALLOCATED,   *
004970*    TO ONE DECIMAL.  A ZERO BUDGET THAT HAS BEEN CHARGED (OR   *
004980*    A PERCENT TOO LARGE TO PRINT) SHOWS AS 99999.9.            *
004990*****************************************************************
005000       3550-COMPUTE-PCT-USED.
005010           IF BDV-CC-BUDGET = ZERO
005020               IF BDV-CC-ALLOCATED = ZERO
005030                   MOVE ZERO TO BDV-CC-PCT-USED
005040               ELSE
005050                   MOVE 99999.9 TO BDV-CC-PCT-USED
005060               END-IF
005070           ELSE
005080               COMPUTE BDV-CC-PCT-USED ROUNDED =
005090                   BDV-CC-ALLOCATED * 100 / BDV-CC-BUDGET
005100                   ON SIZE ERROR
005110                       MOVE 99999.9 TO BDV-CC-PCT-USED
005120               END-COMPUTE
005130           END-IF.
005140           MOVE BDV-CC-PCT-USED TO BVR-PCT-USED.
005150       3550-EXIT.
005160           EXIT.
005170
005180*****************************************************************
005190*    8000-FINALIZE - PERIOD TOTALS, CLOSE, AND SET THE RETURN   *
005200*    CODE.                                                      *
005210*****************************************************************
005220       8000-FINALIZE.
005230           MOVE BVR-RULE-LINE TO VARIANCE-REPORT-RECORD.
005240           WRITE VARIANCE-REPORT-RECORD AFTER ADVANCING 2 LINES.
005250           MOVE "CENTERS LISTED.............: "
005260               TO BVR-CNT-CAPTION.
005270           MOVE BDV-CENTERS-LISTED TO BVR-CNT-COUNT.
005280           PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.
005290           MOVE "CENTERS WITH A BUDGET......: "
005300               TO BVR-CNT-CAPTION.
005310           MOVE BDV-CENTERS-BUDGETED TO BVR-CNT-COUNT.
005320           PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.
005330           MOVE "CENTERS OVER BUDGET........: "
005340               TO BVR-CNT-CAPTION.
005350           MOVE BDV-CENTERS-OVER TO BVR-CNT-COUNT.
005360           PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.
005370           MOVE "CENTERS WITHOUT A BUDGET...: "
005380               TO BVR-CNT-CAPTION.
005390           MOVE BDV-CENTERS-UNBUDGETED TO BVR-CNT-COUNT.
005400           PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.
005410           MOVE "BUDGET FILE DIFFERS........: "
005420               TO BVR-CNT-CAPTION.
005430           MOVE BDV-CENTERS-DIFFER TO BVR-CNT-COUNT.
005440           PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.
005450           MOVE "TOTAL BUDGET...............: "
005460               TO BVR-AMT-CAPTION.
005470           MOVE BDV-TOTAL-BUDGET TO BVR-AMT-AMOUNT.
005480           PERFORM 8200-WRITE-AMOUNT-LINE THRU 8200-EXIT.
005490           MOVE "TOTAL ALLOCATED TO DATE....: "
005500               TO BVR-AMT-CAPTION.
005510           MOVE BDV-TOTAL-ALLOCATED TO BVR-AMT-AMOUNT.
005520           PERFORM 8200-WRITE-AMOUNT-LINE THRU 8200-EXIT.
005530           MOVE "TOTAL REMAINING (BUDGETED).: "
005540               TO BVR-AMT-CAPTION.
005550           MOVE BDV-TOTAL-REMAINING TO BVR-AMT-AMOUNT.
005560           PERFORM 8200-WRITE-AMOUNT-LINE THRU 8200-EXIT.
005570           CLOSE COST-CENTER-FILE.
005580           IF BDV-BUDGET-FILE-PRESENT
005590               CLOSE BUDGET-FILE
005600           END-IF.
005610           CLOSE VARIANCE-REPORT-FILE.
005620           DISPLAY "08_DIVBDV - PERIOD.............: " BDV-PERIOD.
005630           DISPLAY "08_DIVBDV - BUDGET ROWS........: "
005640               BDV-BUDGET-ROWS-SELECTED.
005650           DISPLAY "08_DIVBDV - AUDIT ROWS.........: "
005660               BDV-AUDIT-ROWS-SELECTED.
005670           DISPLAY "08_DIVBDV - CENTERS LISTED.....: "
005680               BDV-CENTERS-LISTED.
005690           IF BDV-CENTERS-DIFFER > ZERO
005700               DISPLAY "08_DIVBDV - BUDGET FILE DISAGREES WITH "
005710                   "THE AUDIT TRAIL FOR " BDV-CENTERS-DIFFER
005720                   " CENTER(S)"
005730               MOVE 8 TO RETURN-CODE
005740           END-IF.
005750       8000-EXIT.
005760           EXIT.
005770
005780       8100-WRITE-COUNT-LINE.
005790           MOVE BVR-COUNT-LINE TO VARIANCE-REPORT-RECORD.
005800           WRITE VARIANCE-REPORT-RECORD AFTER ADVANCING 1 LINES.
005810       8100-EXIT.
005820           EXIT.
005830
005840       8200-WRITE-AMOUNT-LINE.
005850           MOVE BVR-AMOUNT-LINE TO VARIANCE-REPORT-RECORD.
005860           WRITE VARIANCE-REPORT-RECORD AFTER ADVANCING 1 LINES.
005870       8200-EXIT.
005880           EXIT.
