000350*    ---------- ----- --------------------------------------    *
000360*    2026-09-01 RLH   ORIGINAL PROGRAM - GL ACKNOWLEDGMENT       *
000370*                     RECONCILIATION WITH AGED OPEN ITEMS.       *
000380*    2026-10-15 RLH   START AND END OF THE STEP ARE RECORDED ON  *
000390*                     THE DIVSTP STEP-STATUS FILE (08_DIVSTP);   *
000400*                     THE HANDOFF IS REFUSED (RC 8) UNLESS       *
000410*                     08_DIVBAL ENDED CLEANLY FOR THE EXTRACT'S  *
000420*                     RUN DATE.                                  *
000430*    2026-10-15 RLH   THE HANDOFF NOW WAITS ON THE 08_DIVTRD     *
000440*                     TREND CHECK, WHICH RUNS AFTER 08_DIVBAL.   *
000450*    2026-10-15 RLH   THE HANDOFF NOW WAITS ON THE 08_DIVJNL     *
000460*                     JOURNAL BUILD, WHICH RUNS AFTER 08_DIVTRD. *
000470*                                                               *
000480*****************************************************************
000490
000500 ENVIRONMENT DIVISION.
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530           SELECT EXTRACT-INPUT-FILE ASSIGN TO "DIVGLX"
000540               ORGANIZATION IS SEQUENTIAL
000550               FILE STATUS IS GLR-EXTRACT-STATUS.
000560           SELECT ACK-INPUT-FILE ASSIGN TO "GLACK"
000570               ORGANIZATION IS SEQUENTIAL
000580               FILE STATUS IS GLR-ACK-STATUS.
000590           SELECT OPEN-ITEMS-IN-FILE ASSIGN TO "DIVGLO"
000600               ORGANIZATION IS SEQUENTIAL
000610               FILE STATUS IS GLR-OPEN-IN-STATUS.
000620           SELECT OPEN-ITEMS-OUT-FILE ASSIGN TO "DIVGLN"
000630               ORGANIZATION IS SEQUENTIAL
000640               FILE STATUS IS GLR-OPEN-OUT-STATUS.
000650           SELECT RECON-PARM-FILE ASSIGN TO "GLRPRM"
000660               ORGANIZATION IS SEQUENTIAL
000670               FILE STATUS IS GLR-PARM-STATUS.
000680           SELECT RECON-REPORT-FILE ASSIGN TO "GLRRPT"
000690               ORGANIZATION IS SEQUENTIAL
000700               FILE STATUS IS GLR-REPORT-STATUS.
000710           SELECT DAY-STATUS-FILE ASSIGN TO "DIVDAY"
000720               ORGANIZATION IS INDEXED
000730               ACCESS MODE IS RANDOM
000740               RECORD KEY IS DS-DATE
000750               FILE STATUS IS GLR-DAY-STATUS.
000760
000770 DATA DIVISION.
000780 FILE SECTION.
000790       FD  EXTRACT-INPUT-FILE
000800           LABEL RECORDS ARE STANDARD.
000810       01  EXTRACT-INPUT-RECORD           PIC X(100).
000820
000830       FD  ACK-INPUT-FILE
000840           LABEL RECORDS ARE STANDARD.
000850       COPY DIVGLA.
000860
000870       FD  OPEN-ITEMS-IN-FILE
000880           LABEL RECORDS ARE STANDARD.
000890       01  OPEN-ITEMS-IN-RECORD           PIC X(80).
000900
000910       FD  OPEN-ITEMS-OUT-FILE
000920           LABEL RECORDS ARE STANDARD.
000930       01  OPEN-ITEMS-OUT-RECORD          PIC X(80).
000940
000950       FD  RECON-PARM-FILE
000960           LABEL RECORDS ARE STANDARD.
000970       01  RECON-PARM-RECORD.
000980           05  GP-AGE-DAYS                PIC X(05).
000990           05  FILLER                     PIC X(75).
001000
001010       FD  RECON-REPORT-FILE
001020           LABEL RECORDS ARE STANDARD.
001030       01  RECON-REPORT-RECORD            PIC X(132).
001040
001050       FD  DAY-STATUS-FILE
001060           LABEL RECORDS ARE STANDARD.
001070       COPY DIVDAY.
001080
001090 WORKING-STORAGE SECTION.
001100       COPY DIVGLX.
001110       COPY DIVGLO.
001120       COPY DIVGRR.
001130       COPY DIVSPL.
001140
001150       77  GLR-ITEM-COUNT            PIC 9(04) COMP VALUE ZERO.
001160       77  GLR-ITEM-IX               PIC 9(04) COMP VALUE ZERO.
001170       77  GLR-ITEM-USE              PIC 9(04) COMP VALUE ZERO.
001180       77  GLR-SENT-COUNT            PIC 9(08) COMP VALUE ZERO.
001190       77  GLR-SENT-AMOUNT           PIC S9(12)V99 COMP-3
001200                                     VALUE ZERO.
001210       77  GLR-ACK-COUNT             PIC 9(08) COMP VALUE ZERO.
001220       77  GLR-ACK-AMOUNT            PIC S9(12)V99 COMP-3
001230                                     VALUE ZERO.
001240       77  GLR-REJ-COUNT             PIC 9(08) COMP VALUE ZERO.
001250       77  GLR-REJ-AMOUNT            PIC S9(12)V99 COMP-3
001260                                     VALUE ZERO.
001270       77  GLR-OPEN-COUNT            PIC 9(08) COMP VALUE ZERO.
001280       77  GLR-OPEN-AMOUNT           PIC S9(12)V99 COMP-3
001290                                     VALUE ZERO.
001300       77  GLR-AGED-COUNT            PIC 9(08) COMP VALUE ZERO.
001310       77  GLR-AGED-AMOUNT           PIC S9(12)V99 COMP-3
001320                                     VALUE ZERO.
001330       77  GLR-UNEXPECTED-ACKS       PIC 9(08) COMP VALUE ZERO.
001340       77  GLR-ROW-OPEN-CNT          PIC S9(08) COMP VALUE ZERO.
001350       77  GLR-ROW-OPEN-AMT          PIC S9(12)V99 COMP-3
001360                                     VALUE ZERO.
001370       77  GLR-TRL-COUNT             PIC 9(08) COMP VALUE ZERO.
001380       77  GLR-TRL-AMOUNT            PIC S9(12)V99 COMP-3
001390                                     VALUE ZERO.
001400       77  GLR-TRL-SEEN-SW                PIC X(01) VALUE "N".
001410           88  GLR-TRL-SEEN                   VALUE "Y".
001420       77  GLR-AGE-DAYS              PIC 9(05) VALUE ZERO.
001430       77  GLR-CUTOFF-DATE           PIC 9(08) VALUE ZERO.
001440       77  GLR-DAY-NUMBER            PIC 9(07) COMP VALUE ZERO.
001450       77  GLR-LINE-COUNT            PIC 9(04) COMP VALUE ZERO.
001460       77  GLR-PAGE-NO               PIC 9(04) COMP VALUE ZERO.
001470       77  GLR-LINES-PER-PAGE        PIC 9(04) COMP VALUE 50.
001480       77  GLR-EOF-SWITCH                 PIC X(01) VALUE "N".
001490           88  GLR-END-OF-FILE                VALUE "Y".
001500       77  GLR-FOUND-SW                   PIC X(01) VALUE "N".
001510           88  GLR-ITEM-FOUND                 VALUE "Y".
001520       77  GLR-OPEN-IN-SW                 PIC X(01) VALUE "N".
001530           88  GLR-OPEN-IN-PRESENT            VALUE "Y".
001540       77  GLR-EXTRACT-STATUS             PIC X(02) VALUE SPACES.
001550       77  GLR-ACK-STATUS                 PIC X(02) VALUE SPACES.
001560       77  GLR-OPEN-IN-STATUS             PIC X(02) VALUE SPACES.
001570       77  GLR-OPEN-OUT-STATUS            PIC X(02) VALUE SPACES.
001580       77  GLR-PARM-STATUS                PIC X(02) VALUE SPACES.
001590       77  GLR-REPORT-STATUS              PIC X(02) VALUE SPACES.
001600       77  GLR-DAY-STATUS                 PIC X(02) VALUE SPACES.
001610
001620       01  GLR-KEY-WORK.
001630           05  GLR-KW-RUN-DATE            PIC 9(08).
001640           05  GLR-KW-REQUEST-ID          PIC X(08).
001650
001660       01  GLR-ITEM-TABLE.
001670           05  GLR-ITEM-ENTRY OCCURS 5000 TIMES.
001680               10  GLR-IT-KEY.
001690                   15  GLR-IT-RUN-DATE    PIC 9(08).
001700                   15  GLR-IT-REQUEST-ID  PIC X(08).
001710               10  GLR-IT-SENT-CNT        PIC 9(08) COMP.
001720               10  GLR-IT-SENT-AMT        PIC S9(12)V99 COMP-3.
001730               10  GLR-IT-ACK-CNT         PIC 9(08) COMP.
001740               10  GLR-IT-ACK-AMT         PIC S9(12)V99 COMP-3.
001750               10  GLR-IT-REJ-CNT         PIC 9(08) COMP.
001760               10  GLR-IT-REJ-AMT         PIC S9(12)V99 COMP-3.
001770               10  GLR-IT-FIRST-DATE      PIC 9(08).
001780
001790       01  GLR-RUN-DATE-YMD               PIC 9(08) VALUE ZERO.
001800       01  GLR-RUN-DATE-PARTS REDEFINES GLR-RUN-DATE-YMD.
001810           05  GLR-RUN-YYYY               PIC 9(04).
001820           05  GLR-RUN-MM                 PIC 9(02).
001830           05  GLR-RUN-DD                 PIC 9(02).
001840
001850 PROCEDURE DIVISION.
001860
001870*****************************************************************
001880*    0000-MAINLINE                                              *
001890*****************************************************************
001900       0000-MAINLINE.
001910           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001920           PERFORM 2000-LOAD-EXTRACT THRU 2000-EXIT.
001930           PERFORM 2500-LOAD-OPEN-ITEMS THRU 2500-EXIT.
001940           PERFORM 3000-APPLY-ACKS THRU 3000-EXIT.
001950           PERFORM 4000-RECONCILE THRU 4000-EXIT.
001960           PERFORM 8000-FINALIZE THRU 8000-EXIT.
001970           STOP RUN.
001980
001990*****************************************************************
002000*    1000-INITIALIZE - EDIT THE AGE PARAMETER, VERIFY THE       *
002010*    EXTRACT'S RUN DATE IS BALANCED ON DIVDAY, OPEN THE FILES,  *
002020*    AND PRINT THE FIRST HEADING.                               *
002030*****************************************************************
002040       1000-INITIALIZE.
002050           ACCEPT GLR-RUN-DATE-YMD FROM DATE YYYYMMDD.
002060           PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT.
002070           COMPUTE GLR-DAY-NUMBER =
002080               FUNCTION INTEGER-OF-DATE (GLR-RUN-DATE-YMD)
002090               - GLR-AGE-DAYS.
002100           COMPUTE GLR-CUTOFF-DATE =
002110               FUNCTION DATE-OF-INTEGER (GLR-DAY-NUMBER).
002120           OPEN INPUT EXTRACT-INPUT-FILE.
002130           IF GLR-EXTRACT-STATUS NOT = "00"
002140               DISPLAY "08_DIVGLR - DIVGLX OPEN FAILED, STS = "
002150                   GLR-EXTRACT-STATUS
002160               MOVE 16 TO RETURN-CODE
002170               STOP RUN
002180           END-IF.
002190           PERFORM 1200-CHECK-EXTRACT-HEADER THRU 1200-EXIT.
002200           PERFORM 1250-BEGIN-STEP THRU 1250-EXIT.
002210           OPEN INPUT ACK-INPUT-FILE.
002220           IF GLR-ACK-STATUS NOT = "00"
002230               DISPLAY "08_DIVGLR - GLACK OPEN FAILED, STS = "
002240                   GLR-ACK-STATUS
002250               MOVE 16 TO RETURN-CODE
002260               STOP RUN
002270           END-IF.
002280           MOVE "N" TO GLR-OPEN-IN-SW.
002290           OPEN INPUT OPEN-ITEMS-IN-FILE.
002300           IF GLR-OPEN-IN-STATUS = "00"
002310               MOVE "Y" TO GLR-OPEN-IN-SW
002320           ELSE
002330               DISPLAY "08_DIVGLR - NO DIVGLO FILE, STS = "
002340                   GLR-OPEN-IN-STATUS
002350                   " - NO ITEMS BROUGHT FORWARD"
002360           END-IF.
002370           OPEN OUTPUT OPEN-ITEMS-OUT-FILE.
002380           IF GLR-OPEN-OUT-STATUS NOT = "00"
002390               DISPLAY "08_DIVGLR - DIVGLN OPEN FAILED, STS = "
002400                   GLR-OPEN-OUT-STATUS
002410               MOVE 16 TO RETURN-CODE
002420               STOP RUN
002430           END-IF.
002440           OPEN OUTPUT RECON-REPORT-FILE.
002450           IF GLR-REPORT-STATUS NOT = "00"
002460               DISPLAY "08_DIVGLR - GLRRPT OPEN FAILED, STS = "
002470                   GLR-REPORT-STATUS
002480               MOVE 16 TO RETURN-CODE
002490               STOP RUN
002500           END-IF.
002510           PERFORM 1300-WRITE-REPORT-HEADING THRU 1300-EXIT.
002520       1000-EXIT.
002530           EXIT.
002540
002550*****************************************************************
002560*    1100-READ-PARM-CARD - THE AGE LIMIT MUST BE A NUMERIC DAY  *
002570*    COUNT FROM 1 TO 99999; A BAD CARD STOPS THE RUN.           *
002580*****************************************************************
002590       1100-READ-PARM-CARD.
002600           OPEN INPUT RECON-PARM-FILE.
002610           IF GLR-PARM-STATUS NOT = "00"
002620               DISPLAY "08_DIVGLR - GLRPRM OPEN FAILED, STS = "
002630                   GLR-PARM-STATUS
002640               MOVE 16 TO RETURN-CODE
002650               STOP RUN
002660           END-IF.
002670           READ RECON-PARM-FILE
002680               AT END
002690                   DISPLAY "08_DIVGLR - GLRPRM IS EMPTY"
002700                   MOVE 12 TO RETURN-CODE
002710                   STOP RUN
002720           END-READ.
002730           IF GP-AGE-DAYS NOT NUMERIC
002740               DISPLAY "08_DIVGLR - AGE DAYS NOT NUMERIC: "
002750                   GP-AGE-DAYS
002760               MOVE 12 TO RETURN-CODE
002770               STOP RUN
002780           END-IF.
002790           MOVE GP-AGE-DAYS TO GLR-AGE-DAYS.
002800           IF GLR-AGE-DAYS = ZERO
002810               DISPLAY "08_DIVGLR - AGE DAYS MUST BE 1-99999"
002820               MOVE 12 TO RETURN-CODE
002830               STOP RUN
002840           END-IF.
002850           CLOSE RECON-PARM-FILE.
002860       1100-EXIT.
002870           EXIT.
002880
002890*****************************************************************
002900*    1200-CHECK-EXTRACT-HEADER - THE FIRST EXTRACT ROW MUST BE  *
002910*    THE "H" HEADER, AND ITS RUN DATE MUST BE MARKED BALANCED   *
002920*    ON THE DIVDAY DAY-STATUS FILE BEFORE THE HANDOFF IS        *
002930*    RECONCILED.                                                *
002940*****************************************************************
002950       1200-CHECK-EXTRACT-HEADER.
002960           READ EXTRACT-INPUT-FILE
002970               AT END
002980                   DISPLAY "08_DIVGLR - DIVGLX IS EMPTY"
002990                   MOVE 12 TO RETURN-CODE
003000                   STOP RUN
003010           END-READ.
003020           IF EXTRACT-INPUT-RECORD (1:1) NOT = "H"
003030               DISPLAY "08_DIVGLR - DIVGLX HAS NO HEADER ROW"
003040               MOVE 12 TO RETURN-CODE
003050               STOP RUN
003060           END-IF.
003070           MOVE EXTRACT-INPUT-RECORD TO GLX-HEADER-LINE.
003080           OPEN INPUT DAY-STATUS-FILE.
003090           IF GLR-DAY-STATUS NOT = "00"
003100               DISPLAY "08_DIVGLR - DIVDAY OPEN FAILED, STS = "
003110                   GLR-DAY-STATUS " - HANDOFF HELD"
003120               MOVE 8 TO RETURN-CODE
003130               STOP RUN
003140           END-IF.
003150           MOVE GLX-H-RUN-DATE TO DS-DATE.
003160           READ DAY-STATUS-FILE
003170               INVALID KEY
003180                   DISPLAY "08_DIVGLR - NO DIVDAY ROW FOR DATE "
003190                       GLX-H-RUN-DATE " - HANDOFF HELD"
003200                   MOVE 8 TO RETURN-CODE
003210                   STOP RUN
003220           END-READ.
003230           IF NOT DS-BALANCED
003240               DISPLAY "08_DIVGLR - DATE " GLX-H-RUN-DATE
003250                   " IS NOT BALANCED - HANDOFF HELD"
003260               MOVE 8 TO RETURN-CODE
003270               STOP RUN
003280           END-IF.
003290           CLOSE DAY-STATUS-FILE.
003300       1200-EXIT.
003310           EXIT.
003320
003330*****************************************************************
003340*    1250-BEGIN-STEP - RECORD THE START OF THE STEP FOR THE     *
003350*    EXTRACT'S RUN DATE; 08_DIVSTP REFUSES IT UNLESS THE        *
003360*    08_DIVJNL JOURNAL BUILD ENDED CLEANLY FOR THAT DATE.       *
003370*****************************************************************
003380       1250-BEGIN-STEP.
003390           MOVE SPACES TO step-parms.
003400           MOVE "B" TO step-function.
003410           MOVE "08_DIVGLR" TO step-name.
003420           MOVE GLX-H-RUN-DATE TO step-date.
003430           MOVE ZERO TO step-return-code.
003440           CALL "08_DIVSTP" USING step-parms.
003450           IF step-verdict NOT = ZERO
003460               DISPLAY "08_DIVGLR - STEP NOT RELEASED FOR DATE "
003470                   GLX-H-RUN-DATE " - HANDOFF HELD"
003480               MOVE step-verdict TO RETURN-CODE
003490               STOP RUN
003500           END-IF.
003510       1250-EXIT.
003520           EXIT.
003530
003540*****************************************************************
003550*    1300-WRITE-REPORT-HEADING - RUN-DATE HEADING, REPRINTED    *
003560*    AT THE TOP OF EVERY PAGE.                                  *
003570*****************************************************************
003580       1300-WRITE-REPORT-HEADING.
003590           ADD 1 TO GLR-PAGE-NO.
003600           MOVE ZERO TO GLR-LINE-COUNT.
003610           STRING GLR-RUN-YYYY "-" GLR-RUN-MM "-" GLR-RUN-DD
003620               DELIMITED BY SIZE INTO GRR-RUN-DATE.
003630           MOVE GLR-PAGE-NO TO GRR-PAGE-NO.
003640           MOVE GRR-HEADING-LINE-1 TO RECON-REPORT-RECORD.
003650           WRITE RECON-REPORT-RECORD AFTER ADVANCING PAGE.
003660           MOVE GRR-HEADING-LINE-2 TO RECON-REPORT-RECORD.
003670           WRITE RECON-REPORT-RECORD AFTER ADVANCING 2 LINES.
003680           ADD 2 TO GLR-LINE-COUNT.
003690       1300-EXIT.
003700           EXIT.
003710
003720*****************************************************************
003730*    2000-LOAD-EXTRACT - TALLY EVERY "D" ROW BY RUN DATE AND    *
003740*    REQUEST ID AND VERIFY THE EXTRACT'S OWN TRAILER TOTALS     *
003750*    BEFORE TRUSTING THE FILE.                                  *
003760*****************************************************************
003770       2000-LOAD-EXTRACT.
003780           MOVE "N" TO GLR-EOF-SWITCH.
003790           PERFORM 2100-READ-EXTRACT THRU 2100-EXIT.
003800           PERFORM 2200-TALLY-EXTRACT-ROW THRU 2200-EXIT
003810               UNTIL GLR-END-OF-FILE.
003820           CLOSE EXTRACT-INPUT-FILE.
003830           IF NOT GLR-TRL-SEEN
003840               DISPLAY "08_DIVGLR - DIVGLX HAS NO TRAILER ROW"
003850               MOVE 12 TO RETURN-CODE
003860               STOP RUN
003870           END-IF.
003880           IF GLR-SENT-COUNT NOT = GLR-TRL-COUNT
003890               OR GLR-SENT-AMOUNT NOT = GLR-TRL-AMOUNT
003900               DISPLAY "08_DIVGLR - DIVGLX TRAILER DOES NOT "
003910                   "MATCH ITS DETAILS - FILE NOT TRUSTED"
003920               MOVE 12 TO RETURN-CODE
003930               STOP RUN
003940           END-IF.
003950       2000-EXIT.
003960           EXIT.
003970
003980       2100-READ-EXTRACT.
003990           READ EXTRACT-INPUT-FILE
004000               AT END
004010                   MOVE "Y" TO GLR-EOF-SWITCH
004020           END-READ.
004030       2100-EXIT.
004040           EXIT.
004050
004060       2200-TALLY-EXTRACT-ROW.
004070           IF EXTRACT-INPUT-RECORD (1:1) = "T"
004080               MOVE EXTRACT-INPUT-RECORD TO GLX-TRAILER-LINE
004090               MOVE "Y" TO GLR-TRL-SEEN-SW
004100               MOVE GLX-T-RECORD-COUNT TO GLR-TRL-COUNT
004110               MOVE GLX-T-AMOUNT-TOTAL TO GLR-TRL-AMOUNT
004120           ELSE
004130               IF EXTRACT-INPUT-RECORD (1:1) = "D"
004140                   MOVE EXTRACT-INPUT-RECORD TO GLX-DETAIL-LINE
004150                   MOVE GLX-D-RUN-DATE TO GLR-KW-RUN-DATE
004160                   MOVE GLX-D-REQUEST-ID TO GLR-KW-REQUEST-ID
004170                   PERFORM 5000-FIND-OR-ADD-ITEM THRU 5000-EXIT
004180                   ADD 1 TO GLR-IT-SENT-CNT (GLR-ITEM-USE)
004190                   ADD GLX-D-RESULT
004200                       TO GLR-IT-SENT-AMT (GLR-ITEM-USE)
004210                   ADD 1 TO GLR-SENT-COUNT
004220                   ADD GLX-D-RESULT TO GLR-SENT-AMOUNT
004230               END-IF
004240           END-IF.
004250           PERFORM 2100-READ-EXTRACT THRU 2100-EXIT.
004260       2200-EXIT.
004270           EXIT.
004280
004290*****************************************************************
004300*    2500-LOAD-OPEN-ITEMS - ITEMS STILL OPEN FROM EARLIER       *
004310*    EXTRACTS JOIN THE MATCH, KEEPING THEIR ORIGINAL            *
004320*    FIRST-SENT DATE SO AGING IS HONEST.                        *
004330*****************************************************************
004340       2500-LOAD-OPEN-ITEMS.
004350           IF NOT GLR-OPEN-IN-PRESENT
004360               GO TO 2500-EXIT
004370           END-IF.
004380           MOVE "N" TO GLR-EOF-SWITCH.
004390           PERFORM 2600-READ-OPEN-ITEM THRU 2600-EXIT.
004400           PERFORM 2700-TALLY-OPEN-ITEM THRU 2700-EXIT
004410               UNTIL GLR-END-OF-FILE.
004420           CLOSE OPEN-ITEMS-IN-FILE.
004430       2500-EXIT.
004440           EXIT.
004450
004460       2600-READ-OPEN-ITEM.
004470           READ OPEN-ITEMS-IN-FILE INTO GL-OPEN-ITEM-RECORD
004480               AT END
004490                   MOVE "Y" TO GLR-EOF-SWITCH
004500           END-READ.
004510       2600-EXIT.
004520           EXIT.
004530
004540       2700-TALLY-OPEN-ITEM.
004550           MOVE GO-RUN-DATE TO GLR-KW-RUN-DATE.
004560           MOVE GO-REQUEST-ID TO GLR-KW-REQUEST-ID.
004570           PERFORM 5000-FIND-OR-ADD-ITEM THRU 5000-EXIT.
004580           ADD GO-OPEN-COUNT TO GLR-IT-SENT-CNT (GLR-ITEM-USE).
004590           ADD GO-OPEN-AMOUNT TO GLR-IT-SENT-AMT (GLR-ITEM-USE).
004600           ADD GO-OPEN-COUNT TO GLR-SENT-COUNT.
004610           ADD GO-OPEN-AMOUNT TO GLR-SENT-AMOUNT.
004620           IF GO-FIRST-SENT-DATE
004630               < GLR-IT-FIRST-DATE (GLR-ITEM-USE)
004640               MOVE GO-FIRST-SENT-DATE
004650                   TO GLR-IT-FIRST-DATE (GLR-ITEM-USE)
004660           END-IF.
004670           PERFORM 2600-READ-OPEN-ITEM THRU 2600-EXIT.
004680       2700-EXIT.
004690           EXIT.
004700
004710*****************************************************************
004720*    3000-APPLY-ACKS - POST EVERY ACCEPTED AND GL-REJECTED      *
004730*    ACKNOWLEDGMENT ROW AGAINST ITS SENT ITEM; AN ACK FOR       *
004740*    SOMETHING NEVER SENT IS COUNTED AND SHOWN ON THE LOG.      *
004750*****************************************************************
004760       3000-APPLY-ACKS.
004770           MOVE "N" TO GLR-EOF-SWITCH.
004780           PERFORM 3100-READ-ACK THRU 3100-EXIT.
004790           PERFORM 3200-TALLY-ACK THRU 3200-EXIT
004800               UNTIL GLR-END-OF-FILE.
004810           CLOSE ACK-INPUT-FILE.
004820       3000-EXIT.
004830           EXIT.
004840
004850       3100-READ-ACK.
004860           READ ACK-INPUT-FILE
004870               AT END
004880                   MOVE "Y" TO GLR-EOF-SWITCH
004890           END-READ.
004900       3100-EXIT.
004910           EXIT.
004920
004930       3200-TALLY-ACK.
004940           IF NOT GLA-ACCEPTED AND NOT GLA-GL-REJECTED
004950               GO TO 3200-NEXT
004960           END-IF.
004970           MOVE GLA-RUN-DATE TO GLR-KW-RUN-DATE.
004980           MOVE GLA-REQUEST-ID TO GLR-KW-REQUEST-ID.
004990           PERFORM 5100-FIND-ITEM THRU 5100-EXIT.
005000           IF NOT GLR-ITEM-FOUND
005010               ADD 1 TO GLR-UNEXPECTED-ACKS
005020               DISPLAY "08_DIVGLR - ACK FOR ITEM NEVER SENT: "
005030                   GLA-RUN-DATE " " GLA-REQUEST-ID
005040               GO TO 3200-NEXT
005050           END-IF.
005060           IF GLA-ACCEPTED
005070               ADD 1 TO GLR-IT-ACK-CNT (GLR-ITEM-USE)
005080               ADD GLA-AMOUNT TO GLR-IT-ACK-AMT (GLR-ITEM-USE)
005090               ADD 1 TO GLR-ACK-COUNT
005100               ADD GLA-AMOUNT TO GLR-ACK-AMOUNT
005110           ELSE
005120               ADD 1 TO GLR-IT-REJ-CNT (GLR-ITEM-USE)
005130               ADD GLA-AMOUNT TO GLR-IT-REJ-AMT (GLR-ITEM-USE)
005140               ADD 1 TO GLR-REJ-COUNT
005150               ADD GLA-AMOUNT TO GLR-REJ-AMOUNT
005160           END-IF.
005170       3200-NEXT.
005180           PERFORM 3100-READ-ACK THRU 3100-EXIT.
005190       3200-EXIT.
005200           EXIT.
005210
005220*****************************************************************
005230*    4000-RECONCILE - WHAT WAS SENT LESS WHAT WAS ACKED OR      *
005240*    GL-REJECTED IS STILL OPEN; OPEN ITEMS ARE CARRIED          *
005250*    FORWARD AND AGED AGAINST THE CUTOFF DATE.                  *
005260*****************************************************************
005270       4000-RECONCILE.
005280           PERFORM 4100-RECONCILE-ONE-ITEM THRU 4100-EXIT
005290               VARYING GLR-ITEM-IX FROM 1 BY 1
005300               UNTIL GLR-ITEM-IX > GLR-ITEM-COUNT.
005310       4000-EXIT.
005320           EXIT.
005330
005340       4100-RECONCILE-ONE-ITEM.
005350           COMPUTE GLR-ROW-OPEN-CNT =
005360               GLR-IT-SENT-CNT (GLR-ITEM-IX)
005370               - GLR-IT-ACK-CNT (GLR-ITEM-IX)
005380               - GLR-IT-REJ-CNT (GLR-ITEM-IX).
005390           COMPUTE GLR-ROW-OPEN-AMT =
005400               GLR-IT-SENT-AMT (GLR-ITEM-IX)
005410               - GLR-IT-ACK-AMT (GLR-ITEM-IX)
005420               - GLR-IT-REJ-AMT (GLR-ITEM-IX).
005430           IF GLR-ROW-OPEN-CNT < ZERO
005440               DISPLAY "08_DIVGLR - MORE ACKS THAN SENT FOR "
005450                   GLR-IT-RUN-DATE (GLR-ITEM-IX) " "
005460                   GLR-IT-REQUEST-ID (GLR-ITEM-IX)
005470               MOVE ZERO TO GLR-ROW-OPEN-CNT
005480               MOVE ZERO TO GLR-ROW-OPEN-AMT
005490           END-IF.
005500           IF GLR-ROW-OPEN-CNT = ZERO
005510               AND GLR-IT-REJ-CNT (GLR-ITEM-IX) = ZERO
005520               GO TO 4100-EXIT
005530           END-IF.
005540           PERFORM 4200-WRITE-DETAIL-LINE THRU 4200-EXIT.
005550           IF GLR-ROW-OPEN-CNT > ZERO
005560               ADD GLR-ROW-OPEN-CNT TO GLR-OPEN-COUNT
005570               ADD GLR-ROW-OPEN-AMT TO GLR-OPEN-AMOUNT
005580               PERFORM 4300-WRITE-OPEN-ITEM THRU 4300-EXIT
005590               IF GLR-IT-FIRST-DATE (GLR-ITEM-IX)
005600                   < GLR-CUTOFF-DATE
005610                   ADD GLR-ROW-OPEN-CNT TO GLR-AGED-COUNT
005620                   ADD GLR-ROW-OPEN-AMT TO GLR-AGED-AMOUNT
005630               END-IF
005640           END-IF.
005650       4100-EXIT.
005660           EXIT.
005670
005680       4200-WRITE-DETAIL-LINE.
005690           IF GLR-LINE-COUNT >= GLR-LINES-PER-PAGE
005700               PERFORM 1300-WRITE-REPORT-HEADING THRU 1300-EXIT
005710           END-IF.
005720           MOVE GLR-IT-RUN-DATE (GLR-ITEM-IX)
005730               TO GRR-DET-RUN-DATE.
005740           MOVE GLR-IT-REQUEST-ID (GLR-ITEM-IX)
005750               TO GRR-DET-REQUEST-ID.
005760           MOVE GLR-IT-SENT-CNT (GLR-ITEM-IX)
005770               TO GRR-DET-SENT-CNT.
005780           MOVE GLR-IT-SENT-AMT (GLR-ITEM-IX)
005790               TO GRR-DET-SENT-AMT.
005800           MOVE GLR-IT-ACK-CNT (GLR-ITEM-IX)
005810               TO GRR-DET-ACK-CNT.
005820           MOVE GLR-IT-ACK-AMT (GLR-ITEM-IX)
005830               TO GRR-DET-ACK-AMT.
005840           MOVE GLR-IT-REJ-CNT (GLR-ITEM-IX)
005850               TO GRR-DET-REJ-CNT.
005860           MOVE GLR-IT-REJ-AMT (GLR-ITEM-IX)
005870               TO GRR-DET-REJ-AMT.
005880           MOVE GLR-ROW-OPEN-CNT TO GRR-DET-OPEN-CNT.
005890           MOVE GLR-ROW-OPEN-AMT TO GRR-DET-OPEN-AMT.
005900           IF GLR-ROW-OPEN-CNT > ZERO
005910               AND GLR-IT-FIRST-DATE (GLR-ITEM-IX)
005920                   < GLR-CUTOFF-DATE
005930               MOVE "AGED" TO GRR-DET-AGE-FLAG
005940           ELSE
005950               MOVE SPACES TO GRR-DET-AGE-FLAG
005960           END-IF.
005970           MOVE GRR-DETAIL-LINE TO RECON-REPORT-RECORD.
005980           WRITE RECON-REPORT-RECORD AFTER ADVANCING 1 LINES.
005990           ADD 1 TO GLR-LINE-COUNT.
006000       4200-EXIT.
006010           EXIT.
006020
006030       4300-WRITE-OPEN-ITEM.
006040           MOVE SPACES TO GL-OPEN-ITEM-RECORD.
006050           MOVE GLR-IT-RUN-DATE (GLR-ITEM-IX) TO GO-RUN-DATE.
006060           MOVE GLR-IT-REQUEST-ID (GLR-ITEM-IX)
006070               TO GO-REQUEST-ID.
006080           MOVE GLR-ROW-OPEN-CNT TO GO-OPEN-COUNT.
006090           MOVE GLR-ROW-OPEN-AMT TO GO-OPEN-AMOUNT.
006100           MOVE GLR-IT-FIRST-DATE (GLR-ITEM-IX)
006110               TO GO-FIRST-SENT-DATE.
006120           WRITE OPEN-ITEMS-OUT-RECORD
006130               FROM GL-OPEN-ITEM-RECORD.
006140       4300-EXIT.
006150           EXIT.
006160
006170*****************************************************************
006180*    5000-FIND-OR-ADD-ITEM - LOOK THE KEY UP IN THE MATCH       *
006190*    TABLE, ADDING A FRESH ENTRY WHEN IT IS NEW.  A FULL TABLE  *
006200*    STOPS THE RUN - THE MATCH IS NEVER SILENTLY PARTIAL.       *
006210*****************************************************************
006220       5000-FIND-OR-ADD-ITEM.
006230           PERFORM 5100-FIND-ITEM THRU 5100-EXIT.
006240           IF GLR-ITEM-FOUND
006250               GO TO 5000-EXIT
006260           END-IF.
006270           IF GLR-ITEM-COUNT = 5000
006280               DISPLAY "08_DIVGLR - MATCH TABLE FULL - SPLIT "
006290                   "THE INPUT AND RERUN"
006300               MOVE 12 TO RETURN-CODE
006310               STOP RUN
006320           END-IF.
006330           ADD 1 TO GLR-ITEM-COUNT.
006340           MOVE GLR-ITEM-COUNT TO GLR-ITEM-USE.
006350           MOVE GLR-KEY-WORK TO GLR-IT-KEY (GLR-ITEM-USE).
006360           MOVE ZERO TO GLR-IT-SENT-CNT (GLR-ITEM-USE).
006370           MOVE ZERO TO GLR-IT-SENT-AMT (GLR-ITEM-USE).
006380           MOVE ZERO TO GLR-IT-ACK-CNT (GLR-ITEM-USE).
006390           MOVE ZERO TO GLR-IT-ACK-AMT (GLR-ITEM-USE).
006400           MOVE ZERO TO GLR-IT-REJ-CNT (GLR-ITEM-USE).
006410           MOVE ZERO TO GLR-IT-REJ-AMT (GLR-ITEM-USE).
006420           MOVE GLR-KW-RUN-DATE
006430               TO GLR-IT-FIRST-DATE (GLR-ITEM-USE).
006440       5000-EXIT.
006450           EXIT.
006460
006470       5100-FIND-ITEM.
006480           MOVE "N" TO GLR-FOUND-SW.
006490           MOVE ZERO TO GLR-ITEM-USE.
006500           PERFORM 5200-SCAN-ITEM-TABLE THRU 5200-EXIT
006510               VARYING GLR-ITEM-IX FROM 1 BY 1
006520               UNTIL GLR-ITEM-IX > GLR-ITEM-COUNT
006530                   OR GLR-ITEM-FOUND.
006540       5100-EXIT.
006550           EXIT.
006560
006570       5200-SCAN-ITEM-TABLE.
006580           IF GLR-IT-KEY (GLR-ITEM-IX) = GLR-KEY-WORK
006590               MOVE "Y" TO GLR-FOUND-SW
006600               MOVE GLR-ITEM-IX TO GLR-ITEM-USE
006610           END-IF.
006620       5200-EXIT.
006630           EXIT.
006640
006650*****************************************************************
006660*    8000-FINALIZE - MATCHED/GL-REJECTED/OPEN TOTALS, THE       *
006670*    VERDICT, AND THE RETURN CODE THE SCHEDULER KEYS ON.        *
006680*****************************************************************
006690       8000-FINALIZE.
006700           MOVE GRR-RULE-LINE TO RECON-REPORT-RECORD.
006710           WRITE RECON-REPORT-RECORD AFTER ADVANCING 2 LINES.
006720           MOVE "SENT......................: "
006730               TO GRR-TOT-CAPTION.
006740           MOVE GLR-SENT-COUNT TO GRR-TOT-COUNT.
006750           MOVE GLR-SENT-AMOUNT TO GRR-TOT-AMOUNT.
006760           MOVE GRR-TOTAL-LINE TO RECON-REPORT-RECORD.
006770           WRITE RECON-REPORT-RECORD AFTER ADVANCING 1 LINES.
006780           MOVE "MATCHED...................: "
006790               TO GRR-TOT-CAPTION.
006800           MOVE GLR-ACK-COUNT TO GRR-TOT-COUNT.
006810           MOVE GLR-ACK-AMOUNT TO GRR-TOT-AMOUNT.
006820           MOVE GRR-TOTAL-LINE TO RECON-REPORT-RECORD.
006830           WRITE RECON-REPORT-RECORD AFTER ADVANCING 1 LINES.
006840           MOVE "GL-REJECTED...............: "
006850               TO GRR-TOT-CAPTION.
006860           MOVE GLR-REJ-COUNT TO GRR-TOT-COUNT.
006870           MOVE GLR-REJ-AMOUNT TO GRR-TOT-AMOUNT.
006880           MOVE GRR-TOTAL-LINE TO RECON-REPORT-RECORD.
006890           WRITE RECON-REPORT-RECORD AFTER ADVANCING 1 LINES.
006900           MOVE "UNMATCHED - CARRIED FWD...: "
006910               TO GRR-TOT-CAPTION.
006920           MOVE GLR-OPEN-COUNT TO GRR-TOT-COUNT.
006930           MOVE GLR-OPEN-AMOUNT TO GRR-TOT-AMOUNT.
006940           MOVE GRR-TOTAL-LINE TO RECON-REPORT-RECORD.
006950           WRITE RECON-REPORT-RECORD AFTER ADVANCING 1 LINES.
006960           MOVE "OPEN PAST AGE LIMIT.......: "
006970               TO GRR-TOT-CAPTION.
006980           MOVE GLR-AGED-COUNT TO GRR-TOT-COUNT.
006990           MOVE GLR-AGED-AMOUNT TO GRR-TOT-AMOUNT.
007000           MOVE GRR-TOTAL-LINE TO RECON-REPORT-RECORD.
007010           WRITE RECON-REPORT-RECORD AFTER ADVANCING 1 LINES.
007020           MOVE "ACKS FOR ITEMS NEVER SENT.: "
007030               TO GRR-TOT-CAPTION.
007040           MOVE GLR-UNEXPECTED-ACKS TO GRR-TOT-COUNT.
007050           MOVE ZERO TO GRR-TOT-AMOUNT.
007060           MOVE GRR-TOTAL-LINE TO RECON-REPORT-RECORD.
007070           WRITE RECON-REPORT-RECORD AFTER ADVANCING 1 LINES.
007080           IF GLR-AGED-COUNT > ZERO
007090               MOVE "*** ITEMS OPEN PAST THE AGE LIMIT - HOLD ***"
007100                   TO GRR-FINAL-TEXT
007110               MOVE 8 TO RETURN-CODE
007120           ELSE
007130               MOVE "ALL SENT ITEMS ACCOUNTED FOR"
007140                   TO GRR-FINAL-TEXT
007150           END-IF.
007160           MOVE GRR-FINAL-LINE TO RECON-REPORT-RECORD.
007170           WRITE RECON-REPORT-RECORD AFTER ADVANCING 2 LINES.
007180           CLOSE RECON-REPORT-FILE.
007190           CLOSE OPEN-ITEMS-OUT-FILE.
007200           DISPLAY "08_DIVGLR - " GRR-FINAL-TEXT.
007210           PERFORM 8900-END-STEP THRU 8900-EXIT.
007220       8000-EXIT.
007230           EXIT.
007240
007250*****************************************************************
007260*    8900-END-STEP - RECORD THE FINAL RETURN CODE AND COUNTS    *
007270*    ON THE STEP-STATUS FILE.  THE CALL RESETS RETURN-CODE, SO  *
007280*    IT IS PUT BACK AFTERWARDS.                                 *
007290*****************************************************************
007300       8900-END-STEP.
007310           MOVE "E" TO step-function.
007320           MOVE RETURN-CODE TO step-return-code.
007330           MOVE "SENT" TO step-count-label (1).
007340           MOVE GLR-SENT-COUNT TO step-count (1).
007350           MOVE "MATCHED" TO step-count-label (2).
007360           MOVE GLR-ACK-COUNT TO step-count (2).
007370           MOVE "OPEN" TO step-count-label (3).
007380           MOVE GLR-OPEN-COUNT TO step-count (3).
007390           IF GLR-AGED-COUNT > ZERO
007400               MOVE "ITEMS OPEN PAST THE AGE LIMIT"
007410                   TO step-message
007420           ELSE
007430               MOVE "ALL SENT ITEMS ACCOUNTED FOR"
007440                   TO step-message
007450           END-IF.
007460           CALL "08_DIVSTP" USING step-parms.
007470           MOVE step-return-code TO RETURN-CODE.
007480       8900-EXIT.
007490           EXIT.
