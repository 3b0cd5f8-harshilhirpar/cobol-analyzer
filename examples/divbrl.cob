000280*    ---------- ----- --------------------------------------    *
000290*    2026-09-01 RLH   ORIGINAL PROGRAM - BATCH REGISTER          *
000300*                     INQUIRY AND LISTING.                       *
000310*    2026-10-15 RLH   SPELLS OUT THE "G" (GENERATED) DISPOSITION *
000320*                     WRITTEN BY 08_DIVSTG.                      *
000330*    2026-10-15 RLH   SPELLS OUT THE "I" (INTAKE) DISPOSITION    *
000340*                     WRITTEN BY 08_DIVINT.                      *
000350*    2026-10-15 RLH   SPELLS OUT THE "A" (APPROVED RELEASE)      *
000360*                     DISPOSITION WRITTEN BY 08_DIVAPV.          *
000370*    2026-10-15 RLH   SPELLS OUT THE "W" (WAREHOUSE RELEASE)    *
000380*                     DISPOSITION WRITTEN BY 08_DIVWHR.         *
000390*                                                               *
000400*****************************************************************
000410
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450           SELECT BATCH-REGISTER-FILE ASSIGN TO "DIVBRG"
000460               ORGANIZATION IS INDEXED
000470               ACCESS MODE IS DYNAMIC
000480               RECORD KEY IS BR-KEY
000490               FILE STATUS IS BRL-REGISTER-STATUS.
000500           SELECT INQUIRY-CARD-FILE ASSIGN TO "BRLPRM"
000510               ORGANIZATION IS SEQUENTIAL
000520               FILE STATUS IS BRL-CARD-STATUS.
000530           SELECT REGISTER-REPORT-FILE ASSIGN TO "BRLRPT"
000540               ORGANIZATION IS SEQUENTIAL
000550               FILE STATUS IS BRL-REPORT-STATUS.
000560
000570 DATA DIVISION.
000580 FILE SECTION.
000590       FD  BATCH-REGISTER-FILE
000600           LABEL RECORDS ARE STANDARD.
000610       COPY DIVBRG.
000620
000630       FD  INQUIRY-CARD-FILE
000640           LABEL RECORDS ARE STANDARD.
000650       01  INQUIRY-CARD-RECORD.
000660           05  BQ-SOURCE-SYSTEM           PIC X(08).
000670           05  BQ-BATCH-NO                PIC X(06).
000680           05  FILLER                     PIC X(66).
000690
000700       FD  REGISTER-REPORT-FILE
000710           LABEL RECORDS ARE STANDARD.
000720       01  REGISTER-REPORT-RECORD         PIC X(132).
000730
000740 WORKING-STORAGE SECTION.
000750       COPY DIVBRR.
000760
000770       77  BRL-CARDS-READ            PIC 9(05) COMP VALUE ZERO.
000780       77  BRL-ROWS-LISTED           PIC 9(05) COMP VALUE ZERO.
000790       77  BRL-ROWS-THIS-CARD        PIC 9(05) COMP VALUE ZERO.
000800       77  BRL-LINE-COUNT            PIC 9(04) COMP VALUE ZERO.
000810       77  BRL-PAGE-NO               PIC 9(04) COMP VALUE ZERO.
000820       77  BRL-LINES-PER-PAGE        PIC 9(04) COMP VALUE 50.
000830       77  BRL-CARD-EOF-SWITCH            PIC X(01) VALUE "N".
000840           88  BRL-CARD-END-OF-FILE           VALUE "Y".
000850       77  BRL-REGISTER-EOF-SWITCH        PIC X(01) VALUE "N".
000860           88  BRL-REGISTER-AT-END            VALUE "Y".
000870       77  BRL-REGISTER-STATUS            PIC X(02) VALUE SPACES.
000880       77  BRL-CARD-STATUS                PIC X(02) VALUE SPACES.
000890       77  BRL-REPORT-STATUS              PIC X(02) VALUE SPACES.
000900
000910       01  BRL-RUN-DATE-YMD               PIC 9(08) VALUE ZERO.
000920       01  BRL-RUN-DATE-PARTS REDEFINES BRL-RUN-DATE-YMD.
000930           05  BRL-RUN-YYYY               PIC 9(04).
000940           05  BRL-RUN-MM                 PIC 9(02).
000950           05  BRL-RUN-DD                 PIC 9(02).
000960
000970 PROCEDURE DIVISION.
000980
000990*****************************************************************
001000*    0000-MAINLINE                                              *
001010*****************************************************************
001020       0000-MAINLINE.
001030           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001040           PERFORM 2100-READ-INQUIRY-CARD THRU 2100-EXIT.
001050           PERFORM 2200-MAIN-LOOP THRU 2200-EXIT
001060               UNTIL BRL-CARD-END-OF-FILE.
001070           PERFORM 8000-FINALIZE THRU 8000-EXIT.
001080           STOP RUN.
001090
001100*****************************************************************
001110*    1000-INITIALIZE - OPEN THE FILES AND PRINT THE HEADING.    *
001120*****************************************************************
001130       1000-INITIALIZE.
001140           ACCEPT BRL-RUN-DATE-YMD FROM DATE YYYYMMDD.
001150           OPEN INPUT BATCH-REGISTER-FILE.
001160           IF BRL-REGISTER-STATUS NOT = "00"
001170               DISPLAY "08_DIVBRL - DIVBRG OPEN FAILED, STS = "
001180                   BRL-REGISTER-STATUS
001190               MOVE 16 TO RETURN-CODE
001200               STOP RUN
001210           END-IF.
001220           OPEN INPUT INQUIRY-CARD-FILE.
001230           IF BRL-CARD-STATUS NOT = "00"
001240               DISPLAY "08_DIVBRL - BRLPRM OPEN FAILED, STS = "
001250                   BRL-CARD-STATUS
001260               MOVE 16 TO RETURN-CODE
001270               STOP RUN
001280           END-IF.
001290           OPEN OUTPUT REGISTER-REPORT-FILE.
001300           IF BRL-REPORT-STATUS NOT = "00"
001310               DISPLAY "08_DIVBRL - BRLRPT OPEN FAILED, STS = "
001320                   BRL-REPORT-STATUS
001330               MOVE 16 TO RETURN-CODE
001340               STOP RUN
001350           END-IF.
001360           PERFORM 1200-WRITE-REPORT-HEADING THRU 1200-EXIT.
001370       1000-EXIT.
001380           EXIT.
001390
001400*****************************************************************
001410*    1200-WRITE-REPORT-HEADING - RUN-DATE HEADING, REPRINTED    *
001420*    AT THE TOP OF EVERY PAGE.                                  *
001430*****************************************************************
001440       1200-WRITE-REPORT-HEADING.
001450           ADD 1 TO BRL-PAGE-NO.
001460           MOVE ZERO TO BRL-LINE-COUNT.
001470           STRING BRL-RUN-YYYY "-" BRL-RUN-MM "-" BRL-RUN-DD
001480               DELIMITED BY SIZE INTO BRR-RUN-DATE.
001490           MOVE BRL-PAGE-NO TO BRR-PAGE-NO.
001500           MOVE BRR-HEADING-LINE-1 TO REGISTER-REPORT-RECORD.
001510           WRITE REGISTER-REPORT-RECORD AFTER ADVANCING PAGE.
001520           MOVE BRR-HEADING-LINE-2 TO REGISTER-REPORT-RECORD.
001530           WRITE REGISTER-REPORT-RECORD AFTER ADVANCING 2 LINES.
001540           ADD 2 TO BRL-LINE-COUNT.
001550       1200-EXIT.
001560           EXIT.
001570
001580*****************************************************************
001590*    2100-READ-INQUIRY-CARD - NEXT SOURCE/BATCH TO LOOK UP.     *
001600*****************************************************************
001610       2100-READ-INQUIRY-CARD.
001620           READ INQUIRY-CARD-FILE
001630               AT END
001640                   MOVE "Y" TO BRL-CARD-EOF-SWITCH
001650               NOT AT END
001660                   ADD 1 TO BRL-CARDS-READ
001670           END-READ.
001680       2100-EXIT.
001690           EXIT.
001700
001710*****************************************************************
001720*    2200-MAIN-LOOP - A BLANK SOURCE LISTS THE WHOLE REGISTER;  *
001730*    A BLANK OR ZERO BATCH NUMBER LISTS EVERY BATCH FROM THE    *
001740*    SOURCE; OTHERWISE THE ONE KEYED ROW IS FETCHED.            *
001750*****************************************************************
001760       2200-MAIN-LOOP.
001770           MOVE ZERO TO BRL-ROWS-THIS-CARD.
001780           IF BQ-SOURCE-SYSTEM = SPACES
001790               PERFORM 3000-LIST-REGISTER-RANGE THRU 3000-EXIT
001800           ELSE
001810               IF BQ-BATCH-NO = SPACES
001820                   OR BQ-BATCH-NO = "000000"
001830                   PERFORM 3000-LIST-REGISTER-RANGE
001840                       THRU 3000-EXIT
001850               ELSE
001860                   PERFORM 4000-FETCH-ONE-BATCH THRU 4000-EXIT
001870               END-IF
001880           END-IF.
001890           IF BRL-ROWS-THIS-CARD = ZERO
001900               PERFORM 5100-WRITE-NOT-FOUND THRU 5100-EXIT
001910           END-IF.
001920           PERFORM 2100-READ-INQUIRY-CARD THRU 2100-EXIT.
001930       2200-EXIT.
001940           EXIT.
001950
001960*****************************************************************
001970*    3000-LIST-REGISTER-RANGE - POSITION AT THE FIRST ROW FOR   *
001980*    THE REQUESTED SOURCE (OR THE FIRST ROW OF THE REGISTER)    *
001990*    AND LIST FORWARD UNTIL THE SOURCE CHANGES OR THE FILE      *
002000*    ENDS.                                                      *
002010*****************************************************************
002020       3000-LIST-REGISTER-RANGE.
002030           MOVE "N" TO BRL-REGISTER-EOF-SWITCH.
002040           MOVE BQ-SOURCE-SYSTEM TO BR-SOURCE-SYSTEM.
002050           MOVE ZERO TO BR-BATCH-NO.
002060           START BATCH-REGISTER-FILE
002070               KEY IS NOT LESS THAN BR-KEY
002080               INVALID KEY
002090                   MOVE "Y" TO BRL-REGISTER-EOF-SWITCH
002100           END-START.
002110           PERFORM 3100-LIST-REGISTER-ROW THRU 3100-EXIT
002120               UNTIL BRL-REGISTER-AT-END.
002130       3000-EXIT.
002140           EXIT.
002150
002160       3100-LIST-REGISTER-ROW.
002170           READ BATCH-REGISTER-FILE NEXT RECORD
002180               AT END
002190                   MOVE "Y" TO BRL-REGISTER-EOF-SWITCH
002200           END-READ.
002210           IF BRL-REGISTER-AT-END
002220               GO TO 3100-EXIT
002230           END-IF.
002240           IF BQ-SOURCE-SYSTEM NOT = SPACES
002250               AND BR-SOURCE-SYSTEM NOT = BQ-SOURCE-SYSTEM
002260               MOVE "Y" TO BRL-REGISTER-EOF-SWITCH
002270               GO TO 3100-EXIT
002280           END-IF.
002290           PERFORM 5000-WRITE-REGISTER-LINE THRU 5000-EXIT.
002300       3100-EXIT.
002310           EXIT.
002320
002330*****************************************************************
002340*    4000-FETCH-ONE-BATCH - THE SINGLE KEYED ROW FOR A FULLY    *
002350*    QUALIFIED SOURCE/BATCH INQUIRY.                            *
002360*****************************************************************
002370       4000-FETCH-ONE-BATCH.
002380           IF BQ-BATCH-NO NOT NUMERIC
002390               DISPLAY "08_DIVBRL - BATCH NUMBER NOT NUMERIC: "
002400                   BQ-BATCH-NO " - CARD SKIPPED"
002410               GO TO 4000-EXIT
002420           END-IF.
002430           MOVE BQ-SOURCE-SYSTEM TO BR-SOURCE-SYSTEM.
002440           MOVE BQ-BATCH-NO TO BR-BATCH-NO.
002450           READ BATCH-REGISTER-FILE
002460               INVALID KEY
002470                   GO TO 4000-EXIT
002480           END-READ.
002490           PERFORM 5000-WRITE-REGISTER-LINE THRU 5000-EXIT.
002500       4000-EXIT.
002510           EXIT.
002520
002530*****************************************************************
002540*    5000-WRITE-REGISTER-LINE - ONE PRINTED LINE PER REGISTER   *
002550*    ROW, WITH THE DISPOSITION SPELLED OUT.                     *
002560*****************************************************************
002570       5000-WRITE-REGISTER-LINE.
002580           IF BRL-LINE-COUNT >= BRL-LINES-PER-PAGE
002590               PERFORM 1200-WRITE-REPORT-HEADING THRU 1200-EXIT
002600           END-IF.
002610           MOVE BR-SOURCE-SYSTEM TO BRR-SOURCE.
002620           MOVE BR-BATCH-NO TO BRR-BATCH-NO.
002630           IF BR-POSTED
002640               MOVE "POSTED" TO BRR-DISPOSITION
002650           ELSE
002660               IF BR-OUT-OF-BALANCE
002670                   MOVE "REJECTED OUT OF BALANCE"
002680                       TO BRR-DISPOSITION
002690               ELSE
002700                   IF BR-RECYCLED
002710                       MOVE "RECYCLED - AWAITING RUN"
002720                           TO BRR-DISPOSITION
002730                   ELSE
002740                       IF BR-GENERATED
002750                           MOVE "GENERATED - AWAITING RUN"
002760                               TO BRR-DISPOSITION
002770                       ELSE
002780                           IF BR-INTAKE
002790                               MOVE "INTAKE - AWAITING RUN"
002800                                   TO BRR-DISPOSITION
002810                           ELSE
002820                               IF BR-APPROVED-RELEASE
002830                                   MOVE "APPROVED - AWAITING RUN"
002840                                       TO BRR-DISPOSITION
002850                               ELSE
002860                                   IF BR-WAREHOUSE-RELEASE
002870                                       MOVE
002880                                       "WAREHOUSE - AWAITING RUN"
002890                                           TO BRR-DISPOSITION
002900                                   ELSE
002910                                       MOVE "UNKNOWN"
002920                                           TO BRR-DISPOSITION
002930                                   END-IF
002940                               END-IF
002950                           END-IF
002960                       END-IF
002970                   END-IF
002980               END-IF
002990           END-IF.
003000           MOVE BR-FIRST-SEEN-DATE TO BRR-FIRST-SEEN.
003010           MOVE BR-LAST-ACTION-DATE TO BRR-LAST-ACTION.
003020           MOVE BR-RECORD-COUNT TO BRR-RECORD-COUNT.
003030           MOVE BR-DUPLICATE-TRIES TO BRR-DUP-TRIES.
003040           MOVE BRR-DETAIL-LINE TO REGISTER-REPORT-RECORD.
003050           WRITE REGISTER-REPORT-RECORD AFTER ADVANCING 1 LINES.
003060           ADD 1 TO BRL-LINE-COUNT.
003070           ADD 1 TO BRL-ROWS-THIS-CARD.
003080           ADD 1 TO BRL-ROWS-LISTED.
003090       5000-EXIT.
003100           EXIT.
003110
003120       5100-WRITE-NOT-FOUND.
003130           IF BRL-LINE-COUNT >= BRL-LINES-PER-PAGE
003140               PERFORM 1200-WRITE-REPORT-HEADING THRU 1200-EXIT
003150           END-IF.
003160           MOVE BQ-SOURCE-SYSTEM TO BRR-NF-SOURCE.
003170           MOVE BQ-BATCH-NO TO BRR-NF-BATCH-NO.
003180           MOVE BRR-NOT-FOUND-LINE TO REGISTER-REPORT-RECORD.
003190           WRITE REGISTER-REPORT-RECORD AFTER ADVANCING 1 LINES.
003200           ADD 1 TO BRL-LINE-COUNT.
003210       5100-EXIT.
003220           EXIT.
003230
003240*****************************************************************
003250*    8000-FINALIZE - CLOSE THE FILES AND SHOW THE LOOKUP        *
003260*    TOTALS ON THE JOB LOG.                                     *
003270*****************************************************************
003280       8000-FINALIZE.
003290           CLOSE BATCH-REGISTER-FILE.
003300           CLOSE INQUIRY-CARD-FILE.
003310           CLOSE REGISTER-REPORT-FILE.
003320           DISPLAY "08_DIVBRL - INQUIRIES READ....: "
003330               BRL-CARDS-READ.
003340           DISPLAY "08_DIVBRL - ROWS LISTED.......: "
003350               BRL-ROWS-LISTED.
003360       8000-EXIT.
003370           EXIT.
