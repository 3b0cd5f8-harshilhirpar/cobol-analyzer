000010 IDENTIFICATION DIVISION.
000020       PROGRAM-ID. 08_DIVPAG.
000030       AUTHOR. R L HIRPAR.
000040       INSTALLATION. BATCH PRODUCTION SUPPORT.
000050       DATE-WRITTEN. 2026-10-15.
000060       DATE-COMPILED.
000070*****************************************************************
000080*                                                               *
000090*    08_DIVPAG IS THE AGING REPORT FOR THE DIVPND PENDING-      *
000100*    APPROVAL FILE.  IT LISTS EVERY HELD DIVISION REQUEST OR    *
000110*    ALLOCATION SET THAT IS STILL WAITING FOR ITS SECOND        *
000120*    SIGNATURE, AND EVERY ONE APPROVED BY 08_DIVAPV BUT NOT YET *
000130*    POSTED BY 08_REDEFINES, WITH THE NUMBER OF DAYS SINCE IT   *
000140*    WAS RECEIVED, SO NOTHING SITS UNNOTICED IN THE QUEUE.      *
000150*    DECLINED AND POSTED ITEMS ARE NOT LISTED.                  *
000160*                                                               *
000170*    THE ITEMS ARE TOTALLED INTO AGE BANDS OF 0-2, 3-5, 6-10,   *
000180*    AND OVER 10 DAYS, AND BY STATUS.  AMOUNTS IN THE TOTALS    *
000190*    IGNORE SIGN, AS THE APPROVAL LIMIT DOES.                   *
000200*                                                               *
000210*    CALENDAR ARITHMETIC (RUN DATE MINUS RECEIVED DATE) USES    *
000220*    THE INTEGER-OF-DATE FUNCTION - ORDINARY VERBS CANNOT       *
000230*    CROSS MONTH AND YEAR BOUNDARIES.                           *
000240*                                                               *
000250*    RETURN CODES -                                             *
000260*        00  REPORT PRODUCED.                                   *
000270*        16  A FILE COULD NOT BE OPENED.                        *
000280*                                                               *
000290*    MODIFICATION HISTORY                                       *
000300*    DATE       BY    DESCRIPTION                               *
000310*    ---------- ----- --------------------------------------    *
000320*    2026-10-15 RLH   ORIGINAL PROGRAM - PENDING-APPROVAL       *
000330*                     AGING REPORT.                             *
000340*                                                               *
000350*****************************************************************
000360
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400           SELECT PENDING-FILE ASSIGN TO "DIVPND"
000410               ORGANIZATION IS INDEXED
000420               ACCESS MODE IS SEQUENTIAL
000430               RECORD KEY IS PN-KEY
000440               FILE STATUS IS PAG-PENDING-STATUS.
000450           SELECT AGING-REPORT-FILE ASSIGN TO "PAGRPT"
000460               ORGANIZATION IS SEQUENTIAL
000470               FILE STATUS IS PAG-REPORT-STATUS.
000480
000490 DATA DIVISION.
000500 FILE SECTION.
000510       FD  PENDING-FILE
000520           LABEL RECORDS ARE STANDARD.
000530       COPY DIVPND.
000540
000550       FD  AGING-REPORT-FILE
000560           LABEL RECORDS ARE STANDARD.
000570       01  AGING-REPORT-RECORD            PIC X(132).
000580
000590 WORKING-STORAGE SECTION.
000600       COPY DIVPGR.
000610
000620       77  PAG-ROWS-READ             PIC 9(07) COMP VALUE ZERO.
000630       77  PAG-ITEMS-LISTED          PIC 9(05) COMP VALUE ZERO.
000640       77  PAG-WAITING-COUNT         PIC 9(05) COMP VALUE ZERO.
000650       77  PAG-APPROVED-COUNT        PIC 9(05) COMP VALUE ZERO.
000660       77  PAG-WAITING-AMT           PIC 9(15) COMP-3 VALUE ZERO.
000670       77  PAG-APPROVED-AMT          PIC 9(15) COMP-3 VALUE ZERO.
000680       77  PAG-ITEM-AMT              PIC 9(10) VALUE ZERO.
000690       77  PAG-DAYS-WAITING          PIC 9(05) COMP VALUE ZERO.
000700       77  PAG-RUN-DAY-NUMBER        PIC 9(07) COMP VALUE ZERO.
000710       77  PAG-RECEIVED-DAY-NUMBER   PIC 9(07) COMP VALUE ZERO.
000720       77  PAG-BAND-IX               PIC 9(01) COMP VALUE ZERO.
000730       77  PAG-LINE-COUNT            PIC 9(04) COMP VALUE ZERO.
000740       77  PAG-PAGE-NO               PIC 9(04) COMP VALUE ZERO.
000750       77  PAG-LINES-PER-PAGE        PIC 9(04) COMP VALUE 50.
000760       77  PAG-PENDING-EOF-SWITCH         PIC X(01) VALUE "N".
000770           88  PAG-PENDING-END-OF-FILE        VALUE "Y".
000780       77  PAG-PENDING-STATUS             PIC X(02) VALUE SPACES.
000790       77  PAG-REPORT-STATUS              PIC X(02) VALUE SPACES.
000800
000810       01  PAG-RUN-DATE-YMD               PIC 9(08) VALUE ZERO.
000820       01  PAG-RUN-DATE-PARTS REDEFINES PAG-RUN-DATE-YMD.
000830           05  PAG-RUN-YYYY               PIC 9(04).
000840           05  PAG-RUN-MM                 PIC 9(02).
000850           05  PAG-RUN-DD                 PIC 9(02).
000860       01  PAG-DATE-WORK                  PIC 9(08) VALUE ZERO.
000870       01  PAG-DATE-PARTS REDEFINES PAG-DATE-WORK.
000880           05  PAG-DATE-YYYY              PIC 9(04).
000890           05  PAG-DATE-MM                PIC 9(02).
000900           05  PAG-DATE-DD                PIC 9(02).
000910
000920       01  PAG-BAND-CAPTIONS.
000930           05  FILLER                     PIC X(30)
000940               VALUE "WAITING 0-2 DAYS..............".
000950           05  FILLER                     PIC X(30)
000960               VALUE "WAITING 3-5 DAYS..............".
000970           05  FILLER                     PIC X(30)
000980               VALUE "WAITING 6-10 DAYS.............".
000990           05  FILLER                     PIC X(30)
001000               VALUE "WAITING OVER 10 DAYS..........".
001010       01  PAG-BAND-CAPTION-TABLE REDEFINES PAG-BAND-CAPTIONS.
001020           05  PAG-BAND-CAPTION           PIC X(30)
001030                                          OCCURS 4 TIMES.
001040       01  PAG-BAND-TOTALS.
001050           05  PAG-BAND-ENTRY OCCURS 4 TIMES.
001060               10  PAG-BAND-COUNT         PIC 9(05) COMP.
001070               10  PAG-BAND-AMT           PIC 9(15) COMP-3.
001080
001090 PROCEDURE DIVISION.
001100
001110*****************************************************************
001120*    0000-MAINLINE                                              *
001130*****************************************************************
001140       0000-MAINLINE.
001150           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001160           PERFORM 2100-READ-PENDING THRU 2100-EXIT.
001170           PERFORM 2200-MAIN-LOOP THRU 2200-EXIT
001180               UNTIL PAG-PENDING-END-OF-FILE.
001190           PERFORM 8000-FINALIZE THRU 8000-EXIT.
001200           STOP RUN.
001210
001220*****************************************************************
001230*    1000-INITIALIZE - OPEN THE FILES AND PRINT THE HEADING.  A *
001240*    PENDING FILE THAT HAS NEVER BEEN BUILT MEANS NOTHING HAS   *
001250*    EVER BEEN HELD - THE REPORT SAYS SO AND ENDS CLEAN.        *
001260*****************************************************************
001270       1000-INITIALIZE.
001280           ACCEPT PAG-RUN-DATE-YMD FROM DATE YYYYMMDD.
001290           COMPUTE PAG-RUN-DAY-NUMBER =
001300               FUNCTION INTEGER-OF-DATE (PAG-RUN-DATE-YMD).
001310           INITIALIZE PAG-BAND-TOTALS.
001320           OPEN OUTPUT AGING-REPORT-FILE.
001330           IF PAG-REPORT-STATUS NOT = "00"
001340               DISPLAY "08_DIVPAG - PAGRPT OPEN FAILED, STS = "
001350                   PAG-REPORT-STATUS
001360               MOVE 16 TO RETURN-CODE
001370               STOP RUN
001380           END-IF.
001390           PERFORM 1200-WRITE-REPORT-HEADING THRU 1200-EXIT.
001400           OPEN INPUT PENDING-FILE.
001410           IF PAG-PENDING-STATUS = "35"
001420               DISPLAY "08_DIVPAG - NO DIVPND FILE - NOTHING HELD"
001430               MOVE "Y" TO PAG-PENDING-EOF-SWITCH
001440               GO TO 1000-EXIT
001450           END-IF.
001460           IF PAG-PENDING-STATUS NOT = "00"
001470               DISPLAY "08_DIVPAG - DIVPND OPEN FAILED, STS = "
001480                   PAG-PENDING-STATUS
001490               MOVE 16 TO RETURN-CODE
001500               STOP RUN
001510           END-IF.
001520       1000-EXIT.
001530           EXIT.
001540
001550*****************************************************************
001560*    1200-WRITE-REPORT-HEADING - RUN-DATE HEADING, REPRINTED    *
001570*    AT THE TOP OF EVERY PAGE.                                  *
001580*****************************************************************
001590       1200-WRITE-REPORT-HEADING.
001600           ADD 1 TO PAG-PAGE-NO.
001610           MOVE ZERO TO PAG-LINE-COUNT.
001620           STRING PAG-RUN-YYYY "-" PAG-RUN-MM "-" PAG-RUN-DD
001630               DELIMITED BY SIZE INTO PGR-RUN-DATE.
001640           MOVE PAG-PAGE-NO TO PGR-PAGE-NO.
001650           MOVE PGR-HEADING-LINE-1 TO AGING-REPORT-RECORD.
001660           WRITE AGING-REPORT-RECORD AFTER ADVANCING PAGE.
001670           MOVE PGR-HEADING-LINE-2 TO AGING-REPORT-RECORD.
001680           WRITE AGING-REPORT-RECORD AFTER ADVANCING 2 LINES.
001690           ADD 2 TO PAG-LINE-COUNT.
001700       1200-EXIT.
001710           EXIT.
001720
001730*****************************************************************
001740*    2100-READ-PENDING - NEXT ROW OF THE PENDING FILE, IN       *
001750*    REFERENCE ORDER.                                           *
001760*****************************************************************
001770       2100-READ-PENDING.
001780           READ PENDING-FILE NEXT RECORD
001790               AT END
001800                   MOVE "Y" TO PAG-PENDING-EOF-SWITCH
001810               NOT AT END
001820                   ADD 1 TO PAG-ROWS-READ
001830           END-READ.
001840       2100-EXIT.
001850           EXIT.
001860
001870*****************************************************************
001880*    2200-MAIN-LOOP - ONLY THE ITEM ROW (LINE 000) OF AN ITEM   *
001890*    WAITING OR APPROVED-NOT-POSTED IS LISTED; SHARE LINES AND  *
001900*    FINISHED ITEMS ARE PASSED OVER.                            *
001910*****************************************************************
001920       2200-MAIN-LOOP.
001930           IF PN-LINE-NO = ZERO
001940               IF PN-WAITING OR PN-APPROVED
001950                   PERFORM 3000-AGE-ITEM THRU 3000-EXIT
001960                   PERFORM 5000-WRITE-ITEM-LINE THRU 5000-EXIT
001970               END-IF
001980           END-IF.
001990           PERFORM 2100-READ-PENDING THRU 2100-EXIT.
002000       2200-EXIT.
002010           EXIT.
002020
002030*****************************************************************
002040*    3000-AGE-ITEM - DAYS SINCE THE ITEM WAS RECEIVED, AND THE  *
002050*    AGE BAND AND STATUS TOTALS IT FALLS INTO.                  *
002060*****************************************************************
002070       3000-AGE-ITEM.
002080           MOVE ZERO TO PAG-DAYS-WAITING.
002090           IF PN-RECEIVED-DATE NUMERIC
002100               AND PN-RECEIVED-DATE > ZERO
002110               AND PN-RECEIVED-DATE < PAG-RUN-DATE-YMD
002120               COMPUTE PAG-RECEIVED-DAY-NUMBER =
002130                   FUNCTION INTEGER-OF-DATE (PN-RECEIVED-DATE)
002140               COMPUTE PAG-DAYS-WAITING =
002150                   PAG-RUN-DAY-NUMBER - PAG-RECEIVED-DAY-NUMBER
002160           END-IF.
002170           IF PAG-DAYS-WAITING < 3
002180               MOVE 1 TO PAG-BAND-IX
002190           ELSE
002200               IF PAG-DAYS-WAITING < 6
002210                   MOVE 2 TO PAG-BAND-IX
002220               ELSE
002230                   IF PAG-DAYS-WAITING < 11
002240                       MOVE 3 TO PAG-BAND-IX
002250                   ELSE
002260                       MOVE 4 TO PAG-BAND-IX
002270                   END-IF
002280               END-IF
002290           END-IF.
002300           MOVE PN-AMOUNT TO PAG-ITEM-AMT.
002310           ADD 1 TO PAG-BAND-COUNT (PAG-BAND-IX).
002320           ADD PAG-ITEM-AMT TO PAG-BAND-AMT (PAG-BAND-IX).
002330           IF PN-WAITING
002340               ADD 1 TO PAG-WAITING-COUNT
002350               ADD PAG-ITEM-AMT TO PAG-WAITING-AMT
002360           ELSE
002370               ADD 1 TO PAG-APPROVED-COUNT
002380               ADD PAG-ITEM-AMT TO PAG-APPROVED-AMT
002390           END-IF.
002400       3000-EXIT.
002410           EXIT.
002420
002430*****************************************************************
002440*    5000-WRITE-ITEM-LINE - ONE PRINTED LINE PER LISTED ITEM.   *
002450*****************************************************************
002460       5000-WRITE-ITEM-LINE.
002470           IF PAG-LINE-COUNT >= PAG-LINES-PER-PAGE
002480               PERFORM 1200-WRITE-REPORT-HEADING THRU 1200-EXIT
002490           END-IF.
002500           MOVE PN-REF TO PGR-REF.
002510           IF PN-SET-REQUEST
002520               MOVE "SET" TO PGR-TYPE
002530           ELSE
002540               MOVE "REQ" TO PGR-TYPE
002550           END-IF.
002560           MOVE PN-REQUEST-ID TO PGR-ID.
002570           MOVE PN-SUBMITTER-ID TO PGR-SUBMITTER.
002580           MOVE PN-RECEIVED-DATE TO PAG-DATE-WORK.
002590           MOVE SPACES TO PGR-RECEIVED.
002600           STRING PAG-DATE-YYYY "-" PAG-DATE-MM "-" PAG-DATE-DD
002610               DELIMITED BY SIZE INTO PGR-RECEIVED.
002620           MOVE PAG-DAYS-WAITING TO PGR-DAYS.
002630           MOVE PN-AMOUNT TO PGR-AMOUNT.
002640           MOVE SPACES TO PGR-STATUS.
002650           IF PN-WAITING
002660               MOVE "AWAITING APPROVAL" TO PGR-STATUS
002670           ELSE
002680               STRING "APPROVED BY " PN-APPROVER-ID
002690                   " - NOT YET POSTED"
002700                   DELIMITED BY SIZE INTO PGR-STATUS
002710           END-IF.
002720           MOVE PGR-DETAIL-LINE TO AGING-REPORT-RECORD.
002730           WRITE AGING-REPORT-RECORD AFTER ADVANCING 1 LINES.
002740           ADD 1 TO PAG-LINE-COUNT.
002750           ADD 1 TO PAG-ITEMS-LISTED.
002760       5000-EXIT.
002770           EXIT.
002780
002790*****************************************************************
002800*    8000-FINALIZE - PRINT THE AGE-BAND AND STATUS TOTALS,      *
002810*    CLOSE THE FILES, AND SHOW THE COUNTS ON THE JOB LOG.       *
002820*****************************************************************
002830       8000-FINALIZE.
002840           IF PAG-LINE-COUNT + 10 > PAG-LINES-PER-PAGE
002850               PERFORM 1200-WRITE-REPORT-HEADING THRU 1200-EXIT
002860           END-IF.
002870           PERFORM 8100-WRITE-BAND-TOTAL THRU 8100-EXIT
002880               VARYING PAG-BAND-IX FROM 1 BY 1
002890               UNTIL PAG-BAND-IX > 4.
002900           MOVE "AWAITING APPROVAL.............."
002910               TO PGR-TOT-CAPTION.
002920           MOVE PAG-WAITING-COUNT TO PGR-TOT-COUNT.
002930           MOVE PAG-WAITING-AMT TO PGR-TOT-AMOUNT.
002940           MOVE PGR-TOTAL-LINE TO AGING-REPORT-RECORD.
002950           WRITE AGING-REPORT-RECORD AFTER ADVANCING 2 LINES.
002960           MOVE "APPROVED - NOT YET POSTED....."
002970               TO PGR-TOT-CAPTION.
002980           MOVE PAG-APPROVED-COUNT TO PGR-TOT-COUNT.
002990           MOVE PAG-APPROVED-AMT TO PGR-TOT-AMOUNT.
003000           MOVE PGR-TOTAL-LINE TO AGING-REPORT-RECORD.
003010           WRITE AGING-REPORT-RECORD AFTER ADVANCING 1 LINES.
003020           IF PAG-PENDING-STATUS NOT = "35"
003030               CLOSE PENDING-FILE
003040           END-IF.
003050           CLOSE AGING-REPORT-FILE.
003060           DISPLAY "08_DIVPAG - PENDING ROWS READ.: "
003070               PAG-ROWS-READ.
003080           DISPLAY "08_DIVPAG - ITEMS LISTED......: "
003090               PAG-ITEMS-LISTED.
003100           DISPLAY "08_DIVPAG - AWAITING APPROVAL.: "
003110               PAG-WAITING-COUNT.
003120           DISPLAY "08_DIVPAG - APPROVED UNPOSTED.: "
003130               PAG-APPROVED-COUNT.
003140       8000-EXIT.
003150           EXIT.
003160
003170       8100-WRITE-BAND-TOTAL.
003180           MOVE PAG-BAND-CAPTION (PAG-BAND-IX) TO PGR-TOT-CAPTION.
003190           MOVE PAG-BAND-COUNT (PAG-BAND-IX) TO PGR-TOT-COUNT.
003200           MOVE PAG-BAND-AMT (PAG-BAND-IX) TO PGR-TOT-AMOUNT.
003210           MOVE PGR-TOTAL-LINE TO AGING-REPORT-RECORD.
003220           IF PAG-BAND-IX = 1
003230               WRITE AGING-REPORT-RECORD AFTER ADVANCING 2 LINES
003240           ELSE
003250               WRITE AGING-REPORT-RECORD AFTER ADVANCING 1 LINES
003260           END-IF.
003270       8100-EXIT.
003280           EXIT.
