000010 IDENTIFICATION DIVISION.
000020       PROGRAM-ID. 08_DIVWHL.
000030       AUTHOR. R L HIRPAR.
000040       INSTALLATION. BATCH PRODUCTION SUPPORT.
000050       DATE-WRITTEN. 2026-10-15.
000060       DATE-COMPILED.
000070*****************************************************************
000080*                                                               *
000090*    08_DIVWHL LISTS EVERYTHING STILL SCHEDULED ON THE DIVWHS   *
000100*    FUTURE-DATED REQUEST WAREHOUSE - EVERY DETAIL REQUEST AND  *
000110*    ALLOCATION SET PARKED BY 08_REDEFINES THAT HAS NEITHER     *
000120*    BEEN RELEASED NOR CANCELLED.  ONE LINE IS PRINTED PER      *
000130*    ITEM IN EFFECTIVE-DATE AND SOURCE ORDER, WITH ITS TYPE,    *
000140*    ID, RECEIVED DATE, RECORD COUNT (A SET COUNTS ITS HEADER   *
000150*    AND SHARES), AND AMOUNT (NUM1, OR THE SET TOTAL), FOLLOWED *
000160*    BY A TOTAL FOR EACH SOURCE WITHIN A DATE, EACH DATE, AND   *
000170*    THE WHOLE WAREHOUSE.                                       *
000180*                                                               *
000190*    NO WAREHOUSE FILE, OR NOTHING WAITING ON IT, PRINTS A      *
000200*    SINGLE "NOTHING IS SCHEDULED" LINE.  A FILE THAT CANNOT    *
000210*    BE OPENED ENDS THE JOB WITH RETURN CODE 16.                *
000220*                                                               *
000230*    MODIFICATION HISTORY                                       *
000240*    DATE       BY    DESCRIPTION                               *
000250*    ---------- ----- --------------------------------------    *
000260*    2026-10-15 RLH   ORIGINAL PROGRAM - LISTING OF FUTURE-     *
000270*                     DATED REQUESTS BY DATE AND SOURCE.        *
000280*                                                               *
000290*****************************************************************
000300
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340           SELECT WAREHOUSE-FILE ASSIGN TO "DIVWHS"
000350               ORGANIZATION IS INDEXED
000360               ACCESS MODE IS SEQUENTIAL
000370               RECORD KEY IS WH-KEY
000380               FILE STATUS IS WHL-WAREHOUSE-STATUS.
000390           SELECT WAREHOUSE-REPORT-FILE ASSIGN TO "WHLRPT"
000400               ORGANIZATION IS SEQUENTIAL
000410               FILE STATUS IS WHL-REPORT-STATUS.
000420
000430 DATA DIVISION.
000440 FILE SECTION.
000450       FD  WAREHOUSE-FILE
000460           LABEL RECORDS ARE STANDARD.
000470       COPY DIVWHS.
000480
000490       FD  WAREHOUSE-REPORT-FILE
000500           LABEL RECORDS ARE STANDARD.
000510       01  WAREHOUSE-REPORT-RECORD        PIC X(132).
000520
000530 WORKING-STORAGE SECTION.
000540       COPY DIVWLR.
000550
000560       77  WHL-ROWS-READ             PIC 9(08) COMP VALUE ZERO.
000570       77  WHL-LINE-COUNT            PIC 9(04) COMP VALUE ZERO.
000580       77  WHL-PAGE-NO               PIC 9(04) COMP VALUE ZERO.
000590       77  WHL-LINES-PER-PAGE        PIC 9(04) COMP VALUE 50.
000600       77  WHL-ITEM-RECORDS          PIC 9(05) COMP VALUE ZERO.
000610       77  WHL-SOURCE-ITEMS          PIC 9(06) COMP VALUE ZERO.
000620       77  WHL-SOURCE-RECORDS        PIC 9(07) COMP VALUE ZERO.
000630       77  WHL-SOURCE-AMOUNT         PIC S9(12) COMP-3 VALUE ZERO.
000640       77  WHL-DATE-ITEMS            PIC 9(06) COMP VALUE ZERO.
000650       77  WHL-DATE-RECORDS          PIC 9(07) COMP VALUE ZERO.
000660       77  WHL-DATE-AMOUNT           PIC S9(12) COMP-3 VALUE ZERO.
000670       77  WHL-GRAND-ITEMS           PIC 9(06) COMP VALUE ZERO.
000680       77  WHL-GRAND-RECORDS         PIC 9(07) COMP VALUE ZERO.
000690       77  WHL-GRAND-AMOUNT          PIC S9(12) COMP-3 VALUE ZERO.
000700       77  WHL-EOF-SWITCH                 PIC X(01) VALUE "N".
000710           88  WHL-END-OF-FILE                VALUE "Y".
000720       77  WHL-FIRST-SW                   PIC X(01) VALUE "Y".
000730           88  WHL-FIRST-ITEM                 VALUE "Y".
000740       77  WHL-FILE-SW                    PIC X(01) VALUE "N".
000750           88  WHL-FILE-OPEN                  VALUE "Y".
000760       77  WHL-WAREHOUSE-STATUS           PIC X(02) VALUE SPACES.
000770       77  WHL-REPORT-STATUS              PIC X(02) VALUE SPACES.
000780       77  WHL-CURR-DATE                  PIC 9(08) VALUE ZERO.
000790       77  WHL-CURR-SOURCE                PIC X(08) VALUE SPACES.
000800
000810       01  WHL-RUN-DATE-YMD               PIC 9(08) VALUE ZERO.
000820       01  WHL-FMT-DATE-YMD               PIC 9(08) VALUE ZERO.
000830       01  WHL-FMT-DATE-PARTS REDEFINES WHL-FMT-DATE-YMD.
000840           05  WHL-FMT-YYYY               PIC 9(04).
000850           05  WHL-FMT-MM                 PIC 9(02).
000860           05  WHL-FMT-DD                 PIC 9(02).
000870       01  WHL-FMT-DATE                   PIC X(10) VALUE SPACES.
000880
000890 PROCEDURE DIVISION.
000900
000910*****************************************************************
000920*    0000-MAINLINE                                              *
000930*****************************************************************
000940       0000-MAINLINE.
000950           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000960           PERFORM 2100-READ-WAREHOUSE THRU 2100-EXIT.
000970           PERFORM 2200-MAIN-LOOP THRU 2200-EXIT
000980               UNTIL WHL-END-OF-FILE.
000990           PERFORM 8000-FINALIZE THRU 8000-EXIT.
001000           STOP RUN.
001010
001020*****************************************************************
001030*    1000-INITIALIZE - OPEN THE FILES AND PRINT THE HEADING.    *
001040*    A WAREHOUSE THAT HAS NEVER BEEN BUILT HAS NOTHING ON IT.   *
001050*****************************************************************
001060       1000-INITIALIZE.
001070           ACCEPT WHL-RUN-DATE-YMD FROM DATE YYYYMMDD.
001080           OPEN INPUT WAREHOUSE-FILE.
001090           IF WHL-WAREHOUSE-STATUS = "35"
001100               MOVE "Y" TO WHL-EOF-SWITCH
001110           ELSE
001120               IF WHL-WAREHOUSE-STATUS NOT = "00"
001130                   DISPLAY "08_DIVWHL - DIVWHS OPEN FAILED, "
001140                       "STS = " WHL-WAREHOUSE-STATUS
001150                   MOVE 16 TO RETURN-CODE
001160                   STOP RUN
001170               END-IF
001180               MOVE "Y" TO WHL-FILE-SW
001190           END-IF.
001200           OPEN OUTPUT WAREHOUSE-REPORT-FILE.
001210           IF WHL-REPORT-STATUS NOT = "00"
001220               DISPLAY "08_DIVWHL - WHLRPT OPEN FAILED, STS = "
001230                   WHL-REPORT-STATUS
001240               MOVE 16 TO RETURN-CODE
001250               STOP RUN
001260           END-IF.
001270           PERFORM 1200-WRITE-REPORT-HEADING THRU 1200-EXIT.
001280       1000-EXIT.
001290           EXIT.
001300
001310*****************************************************************
001320*    1200-WRITE-REPORT-HEADING - RUN-DATE HEADING, REPRINTED    *
001330*    AT THE TOP OF EVERY PAGE.                                  *
001340*****************************************************************
001350       1200-WRITE-REPORT-HEADING.
001360           ADD 1 TO WHL-PAGE-NO.
001370           MOVE ZERO TO WHL-LINE-COUNT.
001380           MOVE WHL-RUN-DATE-YMD TO WHL-FMT-DATE-YMD.
001390           PERFORM 5900-FORMAT-DATE THRU 5900-EXIT.
001400           MOVE WHL-FMT-DATE TO WLR-RUN-DATE.
001410           MOVE WHL-PAGE-NO TO WLR-PAGE-NO.
001420           MOVE WLR-HEADING-LINE-1 TO WAREHOUSE-REPORT-RECORD.
001430           WRITE WAREHOUSE-REPORT-RECORD AFTER ADVANCING PAGE.
001440           MOVE WLR-HEADING-LINE-2 TO WAREHOUSE-REPORT-RECORD.
001450           WRITE WAREHOUSE-REPORT-RECORD AFTER ADVANCING 2 LINES.
001460           ADD 2 TO WHL-LINE-COUNT.
001470       1200-EXIT.
001480           EXIT.
001490
001500*****************************************************************
001510*    2100-READ-WAREHOUSE - NEXT WAREHOUSE ROW IN KEY ORDER.     *
001520*****************************************************************
001530       2100-READ-WAREHOUSE.
001540           IF WHL-END-OF-FILE
001550               GO TO 2100-EXIT
001560           END-IF.
001570           READ WAREHOUSE-FILE NEXT RECORD
001580               AT END
001590                   MOVE "Y" TO WHL-EOF-SWITCH
001600               NOT AT END
001610                   ADD 1 TO WHL-ROWS-READ
001620           END-READ.
001630       2100-EXIT.
001640           EXIT.
001650
001660*****************************************************************
001670*    2200-MAIN-LOOP - ONLY ITEM ENTRIES (LINE 000) STILL        *
001680*    WAITING ARE LISTED; SHARE ENTRIES ARE COUNTED THROUGH      *
001690*    THEIR SET.  A CHANGE OF DATE CLOSES THE SOURCE AND DATE    *
001700*    TOTALS; A CHANGE OF SOURCE CLOSES THE SOURCE TOTAL.        *
001710*****************************************************************
001720       2200-MAIN-LOOP.
001730           IF WH-LINE-NO NOT = ZERO
001740               OR NOT WH-WAITING
001750               GO TO 2200-NEXT
001760           END-IF.
001770           IF WHL-FIRST-ITEM
001780               MOVE "N" TO WHL-FIRST-SW
001790               MOVE WH-EFFECTIVE-DATE TO WHL-CURR-DATE
001800               MOVE WH-SOURCE-SYSTEM TO WHL-CURR-SOURCE
001810           END-IF.
001820           IF WH-EFFECTIVE-DATE NOT = WHL-CURR-DATE
001830               PERFORM 6000-WRITE-SOURCE-TOTAL THRU 6000-EXIT
001840               PERFORM 6100-WRITE-DATE-TOTAL THRU 6100-EXIT
001850               MOVE WH-EFFECTIVE-DATE TO WHL-CURR-DATE
001860               MOVE WH-SOURCE-SYSTEM TO WHL-CURR-SOURCE
001870           ELSE
001880               IF WH-SOURCE-SYSTEM NOT = WHL-CURR-SOURCE
001890                   PERFORM 6000-WRITE-SOURCE-TOTAL THRU 6000-EXIT
001900                   MOVE WH-SOURCE-SYSTEM TO WHL-CURR-SOURCE
001910               END-IF
001920           END-IF.
001930           PERFORM 5000-WRITE-ITEM-LINE THRU 5000-EXIT.
001940       2200-NEXT.
001950           PERFORM 2100-READ-WAREHOUSE THRU 2100-EXIT.
001960       2200-EXIT.
001970           EXIT.
001980
001990*****************************************************************
002000*    5000-WRITE-ITEM-LINE - ONE PRINTED LINE PER WAITING ITEM,  *
002010*    ADDED INTO THE SOURCE TOTAL.                               *
002020*****************************************************************
002030       5000-WRITE-ITEM-LINE.
002040           IF WHL-LINE-COUNT >= WHL-LINES-PER-PAGE
002050               PERFORM 1200-WRITE-REPORT-HEADING THRU 1200-EXIT
002060           END-IF.
002070           MOVE 1 TO WHL-ITEM-RECORDS.
002080           IF WH-SET-REQUEST
002090               MOVE "SET" TO WLR-TYPE
002100               ADD WH-SHARE-COUNT TO WHL-ITEM-RECORDS
002110           ELSE
002120               MOVE "REQ" TO WLR-TYPE
002130           END-IF.
002140           MOVE WH-EFFECTIVE-DATE TO WHL-FMT-DATE-YMD.
002150           PERFORM 5900-FORMAT-DATE THRU 5900-EXIT.
002160           MOVE WHL-FMT-DATE TO WLR-EFFECTIVE-DATE.
002170           MOVE WH-SOURCE-SYSTEM TO WLR-SOURCE.
002180           MOVE WH-REQUEST-ID TO WLR-REQUEST-ID.
002190           MOVE WH-RECEIVED-DATE TO WHL-FMT-DATE-YMD.
002200           PERFORM 5900-FORMAT-DATE THRU 5900-EXIT.
002210           MOVE WHL-FMT-DATE TO WLR-RECEIVED-DATE.
002220           MOVE WHL-ITEM-RECORDS TO WLR-RECORD-COUNT.
002230           MOVE WH-AMOUNT TO WLR-AMOUNT.
002240           MOVE WLR-DETAIL-LINE TO WAREHOUSE-REPORT-RECORD.
002250           WRITE WAREHOUSE-REPORT-RECORD AFTER ADVANCING 1 LINES.
002260           ADD 1 TO WHL-LINE-COUNT.
002270           ADD 1 TO WHL-SOURCE-ITEMS.
002280           ADD WHL-ITEM-RECORDS TO WHL-SOURCE-RECORDS.
002290           ADD WH-AMOUNT TO WHL-SOURCE-AMOUNT.
002300       5000-EXIT.
002310           EXIT.
002320
002330*****************************************************************
002340*    5900-FORMAT-DATE - YYYYMMDD TO YYYY-MM-DD FOR PRINTING.    *
002350*****************************************************************
002360       5900-FORMAT-DATE.
002370           MOVE SPACES TO WHL-FMT-DATE.
002380           STRING WHL-FMT-YYYY "-" WHL-FMT-MM "-" WHL-FMT-DD
002390               DELIMITED BY SIZE INTO WHL-FMT-DATE.
002400       5900-EXIT.
002410           EXIT.
002420
002430*****************************************************************
002440*    6000-WRITE-SOURCE-TOTAL - TOTAL FOR ONE SOURCE ON ONE      *
002450*    EFFECTIVE DATE, ROLLED INTO THE DATE TOTAL.                *
002460*****************************************************************
002470       6000-WRITE-SOURCE-TOTAL.
002480           IF WHL-LINE-COUNT >= WHL-LINES-PER-PAGE
002490               PERFORM 1200-WRITE-REPORT-HEADING THRU 1200-EXIT
002500           END-IF.
002510           MOVE SPACES TO WLR-TOTAL-CAPTION.
002520           MOVE "  SOURCE" TO WLR-TOTAL-CAPTION.
002530           MOVE SPACES TO WLR-TOTAL-DATE.
002540           MOVE WHL-CURR-SOURCE TO WLR-TOTAL-SOURCE.
002550           MOVE WHL-SOURCE-ITEMS TO WLR-TOTAL-ITEMS.
002560           MOVE WHL-SOURCE-RECORDS TO WLR-TOTAL-RECORDS.
002570           MOVE WHL-SOURCE-AMOUNT TO WLR-TOTAL-AMOUNT.
002580           MOVE WLR-TOTAL-LINE TO WAREHOUSE-REPORT-RECORD.
002590           WRITE WAREHOUSE-REPORT-RECORD AFTER ADVANCING 1 LINES.
002600           ADD 1 TO WHL-LINE-COUNT.
002610           ADD WHL-SOURCE-ITEMS TO WHL-DATE-ITEMS.
002620           ADD WHL-SOURCE-RECORDS TO WHL-DATE-RECORDS.
002630           ADD WHL-SOURCE-AMOUNT TO WHL-DATE-AMOUNT.
002640           MOVE ZERO TO WHL-SOURCE-ITEMS.
002650           MOVE ZERO TO WHL-SOURCE-RECORDS.
002660           MOVE ZERO TO WHL-SOURCE-AMOUNT.
002670       6000-EXIT.
002680           EXIT.
002690
002700*****************************************************************
002710*    6100-WRITE-DATE-TOTAL - TOTAL FOR ONE EFFECTIVE DATE,      *
002720*    ROLLED INTO THE WAREHOUSE TOTAL, WITH A BLANK LINE AFTER.  *
002730*****************************************************************
002740       6100-WRITE-DATE-TOTAL.
002750           IF WHL-LINE-COUNT >= WHL-LINES-PER-PAGE
002760               PERFORM 1200-WRITE-REPORT-HEADING THRU 1200-EXIT
002770           END-IF.
002780           MOVE "DATE TOTAL" TO WLR-TOTAL-CAPTION.
002790           MOVE WHL-CURR-DATE TO WHL-FMT-DATE-YMD.
002800           PERFORM 5900-FORMAT-DATE THRU 5900-EXIT.
002810           MOVE WHL-FMT-DATE TO WLR-TOTAL-DATE.
002820           MOVE SPACES TO WLR-TOTAL-SOURCE.
002830           MOVE WHL-DATE-ITEMS TO WLR-TOTAL-ITEMS.
002840           MOVE WHL-DATE-RECORDS TO WLR-TOTAL-RECORDS.
002850           MOVE WHL-DATE-AMOUNT TO WLR-TOTAL-AMOUNT.
002860           MOVE WLR-TOTAL-LINE TO WAREHOUSE-REPORT-RECORD.
002870           WRITE WAREHOUSE-REPORT-RECORD AFTER ADVANCING 1 LINES.
002880           MOVE SPACES TO WAREHOUSE-REPORT-RECORD.
002890           WRITE WAREHOUSE-REPORT-RECORD AFTER ADVANCING 1 LINES.
002900           ADD 2 TO WHL-LINE-COUNT.
002910           ADD WHL-DATE-ITEMS TO WHL-GRAND-ITEMS.
002920           ADD WHL-DATE-RECORDS TO WHL-GRAND-RECORDS.
002930           ADD WHL-DATE-AMOUNT TO WHL-GRAND-AMOUNT.
002940           MOVE ZERO TO WHL-DATE-ITEMS.
002950           MOVE ZERO TO WHL-DATE-RECORDS.
002960           MOVE ZERO TO WHL-DATE-AMOUNT.
002970       6100-EXIT.
002980           EXIT.
002990
003000*****************************************************************
003010*    8000-FINALIZE - CLOSE THE LAST SOURCE AND DATE, PRINT THE  *
003020*    WAREHOUSE TOTAL (OR THE NOTHING-SCHEDULED LINE), CLOSE     *
003030*    THE FILES, AND SHOW THE TOTALS ON THE JOB LOG.             *
003040*****************************************************************
003050       8000-FINALIZE.
003060           IF WHL-FIRST-ITEM
003070               MOVE WLR-NOTHING-LINE TO WAREHOUSE-REPORT-RECORD
003080               WRITE WAREHOUSE-REPORT-RECORD
003090                   AFTER ADVANCING 1 LINES
003100           ELSE
003110               PERFORM 6000-WRITE-SOURCE-TOTAL THRU 6000-EXIT
003120               PERFORM 6100-WRITE-DATE-TOTAL THRU 6100-EXIT
003130               MOVE "GRAND TOTAL" TO WLR-TOTAL-CAPTION
003140               MOVE SPACES TO WLR-TOTAL-DATE
003150               MOVE SPACES TO WLR-TOTAL-SOURCE
003160               MOVE WHL-GRAND-ITEMS TO WLR-TOTAL-ITEMS
003170               MOVE WHL-GRAND-RECORDS TO WLR-TOTAL-RECORDS
003180               MOVE WHL-GRAND-AMOUNT TO WLR-TOTAL-AMOUNT
003190               MOVE WLR-TOTAL-LINE TO WAREHOUSE-REPORT-RECORD
003200               WRITE WAREHOUSE-REPORT-RECORD
003210                   AFTER ADVANCING 1 LINES
003220           END-IF.
003230           IF WHL-FILE-OPEN
003240               CLOSE WAREHOUSE-FILE
003250           END-IF.
003260           CLOSE WAREHOUSE-REPORT-FILE.
003270           DISPLAY "08_DIVWHL - WAREHOUSE ROWS READ: "
003280               WHL-ROWS-READ.
003290           DISPLAY "08_DIVWHL - ITEMS SCHEDULED...: "
003300               WHL-GRAND-ITEMS.
003310           DISPLAY "08_DIVWHL - RECORDS SCHEDULED.: "
003320               WHL-GRAND-RECORDS.
003330       8000-EXIT.
003340           EXIT.
