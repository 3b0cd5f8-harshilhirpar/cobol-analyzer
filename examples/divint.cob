000010 IDENTIFICATION DIVISION.
000020       PROGRAM-ID. 08_DIVINT.
000030       AUTHOR. R L HIRPAR.
000040       INSTALLATION. BATCH PRODUCTION SUPPORT.
000050       DATE-WRITTEN. 2026-10-15.
000060       DATE-COMPILED.
000070*****************************************************************
000080*                                                               *
000090*    08_DIVINT IS THE SUBMISSION INTAKE STEP.  A SOURCE SYSTEM  *
000100*    NO LONGER HAS TO BUILD THE FIXED-FORMAT DIVREQ LAYOUT,     *
000110*    ITS HDR/TRL WRAPPER, OR THE TRAILER COUNT AND NUM1 HASH -  *
000120*    IT SENDS A SIMPLE COMMA-DELIMITED FILE, ONE LINE PER       *
000130*    REQUEST OR SHARE, EACH CARRYING ITS SOURCE ID.  EVERY      *
000140*    LINE IS EDITED HERE WITH THE SAME RULES 08_REDEFINES       *
000150*    APPLIES, AND THE ACCEPTED LINES ARE WRITTEN AS A           *
000160*    CORRECTLY WRAPPED DIVREQ BATCH WHOSE TRAILER COUNT AND     *
000170*    HASH ARE COMPUTED HERE, SO THE BATCH CANNOT FAIL           *
000180*    1305-VERIFY-ONE-BATCH ON TRAILER ARITHMETIC.               *
000190*                                                               *
000200*    A SUBMISSION IS A RUN OF CONSECUTIVE LINES FROM ONE        *
000210*    SOURCE; SEVERAL MAY BE STACKED ON ONE FILE.  EACH          *
000220*    SUBMISSION WITH AT LEAST ONE ACCEPTED LINE BECOMES ONE     *
000230*    BATCH, NUMBERED ONE PAST THE SOURCE'S HIGHEST BATCH ON     *
000240*    THE RECEIVED-BATCH REGISTER AND REGISTERED THERE WITH      *
000250*    DISPOSITION "I" (INTAKE, AWAITING ITS POSTING RUN).  A     *
000260*    SUBMISSION WITH NOTHING ACCEPTED WRITES NO BATCH AND USES  *
000270*    NO BATCH NUMBER.  THE BATCHES GO TO DIVINO, TO BE ADDED    *
000280*    TO THE NIGHT'S DIVREQ.                                     *
000290*                                                               *
000300*    A SET IS ACCEPTED OR REFUSED WHOLE - ONE BAD SHARE (OR A   *
000310*    BAD SET LINE) REFUSES THE SET LINE AND EVERY SHARE BEHIND  *
000320*    IT, JUST AS 08_REDEFINES WOULD REJECT IT WHOLE.  THE SHARE *
000330*    COUNT ON THE DIVREQ SET HEADER IS COUNTED HERE.            *
000340*                                                               *
000350*    SUBMISSION LINE LAYOUT (DIVSBM) - FIELDS SEPARATED BY      *
000360*    COMMAS; SPACES AROUND A FIELD ARE IGNORED; AMOUNTS ARE     *
000370*    WHOLE NUMBERS IN THE SMALLEST CURRENCY UNIT, WITH AN       *
000380*    OPTIONAL LEADING SIGN.  A BLANK LINE IS SKIPPED.           *
000390*        REQ,SOURCE,REQUEST-ID,NUM1,NUM2,ROUND,SCALE            *
000400*        SET,SOURCE,SET-ID,TOTAL,ROUND,SCALE,ALLOC-TYPE         *
000410*        SHR,SOURCE,SET-ID,COST-CENTER,WEIGHT                   *
000420*    ROUND IS Y, N, OR EMPTY (08_DIVSUB DEFAULTS IT); SCALE IS  *
000430*    0, 2, OR EMPTY (= 2); ALLOC-TYPE IS E, W, OR EMPTY (= E);  *
000440*    WEIGHT IS REQUIRED ON THE SHARES OF A "W" SET.  THE        *
000450*    SHARES OF A SET FOLLOW ITS SET LINE IMMEDIATELY.           *
000460*                                                               *
000470*    THE INTAKE ACKNOWLEDGMENT LISTS EVERY LINE OF EVERY        *
000480*    SUBMISSION AS ACCEPTED OR REFUSED WITH THE REASON, AND     *
000490*    THE BATCH NUMBER, RECORD COUNT AND HASH BUILT FOR IT.      *
000500*                                                               *
000510*    RETURN CODES - 00 EVERY LINE ACCEPTED, 08 ONE OR MORE      *
000520*    LINES REFUSED, 16 FILE ERROR.                              *
000530*                                                               *
000540*    MODIFICATION HISTORY                                       *
000550*    DATE       BY    DESCRIPTION                                *
000560*    ---------- ----- --------------------------------------    *
000570*    2026-10-15 RLH   ORIGINAL PROGRAM - DELIMITED SUBMISSION   *
000580*                     INTAKE AND DIVREQ BATCH BUILD.            *
000590*                                                               *
000600*****************************************************************
000610
000620 ENVIRONMENT DIVISION.
000630 INPUT-OUTPUT SECTION.
000640 FILE-CONTROL.
000650           SELECT SUBMISSION-FILE ASSIGN TO "DIVSBM"
000660               ORGANIZATION IS SEQUENTIAL
000670               FILE STATUS IS INT-SUBMISSION-STATUS.
000680           SELECT COST-CENTER-FILE ASSIGN TO "DIVCCM"
000690               ORGANIZATION IS INDEXED
000700               ACCESS MODE IS RANDOM
000710               RECORD KEY IS CC-CODE
000720               FILE STATUS IS INT-CENTER-STATUS.
000730           SELECT BATCH-REGISTER-FILE ASSIGN TO "DIVBRG"
000740               ORGANIZATION IS INDEXED
000750               ACCESS MODE IS DYNAMIC
000760               RECORD KEY IS BR-KEY
000770               FILE STATUS IS INT-REGISTER-STATUS.
000780           SELECT REQUEST-OUTPUT-FILE ASSIGN TO "DIVINO"
000790               ORGANIZATION IS SEQUENTIAL
000800               FILE STATUS IS INT-REQUEST-OUT-STATUS.
000810           SELECT ACK-REPORT-FILE ASSIGN TO "INTRPT"
000820               ORGANIZATION IS SEQUENTIAL
000830               FILE STATUS IS INT-REPORT-STATUS.
000840
000850 DATA DIVISION.
000860 FILE SECTION.
000870       FD  SUBMISSION-FILE
000880           LABEL RECORDS ARE STANDARD.
000890       01  SUBMISSION-RECORD              PIC X(200).
000900
000910       FD  COST-CENTER-FILE
000920           LABEL RECORDS ARE STANDARD.
000930       COPY DIVCCM.
000940
000950       FD  BATCH-REGISTER-FILE
000960           LABEL RECORDS ARE STANDARD.
000970       COPY DIVBRG.
000980
000990       FD  REQUEST-OUTPUT-FILE
001000           LABEL RECORDS ARE STANDARD.
001010       01  REQUEST-OUTPUT-RECORD          PIC X(80).
001020
001030       FD  ACK-REPORT-FILE
001040           LABEL RECORDS ARE STANDARD.
001050       01  ACK-REPORT-RECORD              PIC X(132).
001060
001070 WORKING-STORAGE SECTION.
001080       COPY DIVREQ.
001090       COPY DIVINR.
001100
001110       01  INT-RUN-DATE-YMD               PIC 9(08) VALUE ZERO.
001120       01  INT-RUN-DATE-PARTS REDEFINES INT-RUN-DATE-YMD.
001130           05  INT-RUN-YYYY               PIC 9(04).
001140           05  INT-RUN-MM                 PIC 9(02).
001150           05  INT-RUN-DD                 PIC 9(02).
001160
001170       01  INT-FIELD-TABLE.
001180           05  INT-FIELD OCCURS 8 TIMES   PIC X(20).
001190       01  INT-TRIM-WORK                  PIC X(20) VALUE SPACES.
001200       01  INT-LINE-TYPE                  PIC X(03) VALUE SPACES.
001210           88  INT-LINE-REQUEST               VALUE "REQ".
001220           88  INT-LINE-SET                   VALUE "SET".
001230           88  INT-LINE-SHARE                 VALUE "SHR".
001240       01  INT-LINE-SOURCE                PIC X(08) VALUE SPACES.
001250       01  INT-LINE-REASON                PIC X(50) VALUE SPACES.
001260
001270       01  INT-CONV-TEXT                  PIC X(20) VALUE SPACES.
001280       01  INT-CONV-DIGITS                PIC X(10)
001290                                          JUSTIFIED RIGHT
001300                                          VALUE SPACES.
001310       01  INT-CONV-DIGITS-N REDEFINES INT-CONV-DIGITS
001320                                          PIC 9(10).
001330       01  INT-CONV-VALUE                 PIC S9(10) VALUE ZERO.
001340
001350       01  INT-HELD-SET.
001360           05  INT-HS-LINE-NO             PIC 9(06).
001370           05  INT-HS-SET-ID              PIC X(08).
001380           05  INT-HS-TOTAL               PIC S9(10).
001390           05  INT-HS-TOTAL-SW            PIC X(01).
001400               88  INT-HS-TOTAL-KNOWN         VALUE "Y".
001410           05  INT-HS-ROUND-SW            PIC X(01).
001420           05  INT-HS-SCALE-CD            PIC 9(01).
001430           05  INT-HS-ALLOC-TYPE-CD       PIC X(01).
001440               88  INT-HS-WEIGHTED            VALUE "W".
001450           05  INT-HS-REASON              PIC X(50).
001460       01  INT-SHARE-TABLE.
001470           05  INT-SHARE-ENTRY OCCURS 250 TIMES.
001480               10  INT-SH-LINE-NO         PIC 9(06).
001490               10  INT-SH-COST-CENTER     PIC X(08).
001500               10  INT-SH-WEIGHT          PIC 9(08).
001510               10  INT-SH-REASON          PIC X(50).
001520
001530       01  INT-ACK-ITEM.
001540           05  INT-ACK-LINE-NO            PIC 9(06).
001550           05  INT-ACK-TYPE               PIC X(03).
001560           05  INT-ACK-ID                 PIC X(08).
001570           05  INT-ACK-CENTER             PIC X(08).
001580           05  INT-ACK-AMOUNT             PIC S9(10).
001590           05  INT-ACK-AMOUNT-SW          PIC X(01).
001600               88  INT-ACK-AMOUNT-KNOWN       VALUE "Y".
001610           05  INT-ACK-REASON             PIC X(50).
001620
001630       01  INT-PENDING-RECORD             PIC X(80) VALUE SPACES.
001640       01  INT-BATCH-TEXT                 PIC X(70) VALUE SPACES.
001650       01  INT-BATCH-RECORDS-DSP          PIC 9(08) VALUE ZERO.
001660
001670       77  INT-FIELD-IX              PIC 9(04) COMP VALUE ZERO.
001680       77  INT-LEAD-COUNT            PIC 9(04) COMP VALUE ZERO.
001690       77  INT-CONV-START            PIC 9(04) COMP VALUE ZERO.
001700       77  INT-CONV-LEN              PIC 9(04) COMP VALUE ZERO.
001710       77  INT-SHARE-COUNT           PIC 9(04) COMP VALUE ZERO.
001720       77  INT-SHARE-IX              PIC 9(04) COMP VALUE ZERO.
001730       77  INT-BAD-SHARE-IX          PIC 9(04) COMP VALUE ZERO.
001740       77  INT-LINE-NO               PIC 9(06) VALUE ZERO.
001750       77  INT-LINES-READ            PIC 9(08) COMP VALUE ZERO.
001760       77  INT-LINES-ACCEPTED        PIC 9(08) COMP VALUE ZERO.
001770       77  INT-LINES-REFUSED         PIC 9(08) COMP VALUE ZERO.
001780       77  INT-SUBMISSIONS           PIC 9(08) COMP VALUE ZERO.
001790       77  INT-BATCHES-WRITTEN       PIC 9(08) COMP VALUE ZERO.
001800       77  INT-SUB-LINES             PIC 9(08) COMP VALUE ZERO.
001810       77  INT-SUB-ACCEPTED          PIC 9(08) COMP VALUE ZERO.
001820       77  INT-SUB-REFUSED           PIC 9(08) COMP VALUE ZERO.
001830       77  INT-BATCH-RECORDS         PIC 9(08) COMP VALUE ZERO.
001840       77  INT-BATCH-HASH-NUM1       PIC 9(12) VALUE ZERO.
001850       77  INT-LINE-COUNT            PIC 9(04) COMP VALUE ZERO.
001860       77  INT-PAGE-NO               PIC 9(04) COMP VALUE ZERO.
001870       77  INT-LINES-PER-PAGE        PIC 9(04) COMP VALUE 50.
001880       77  INT-SUB-SOURCE                 PIC X(08) VALUE SPACES.
001890       77  INT-NEXT-BATCH-NO              PIC 9(06) VALUE ZERO.
001900       77  INT-EOF-SWITCH                 PIC X(01) VALUE "N".
001910           88  INT-END-OF-FILE                VALUE "Y".
001920       77  INT-OVERFLOW-SW                PIC X(01) VALUE "N".
001930           88  INT-TOO-MANY-FIELDS            VALUE "Y".
001940       77  INT-SUB-OPEN-SW                PIC X(01) VALUE "N".
001950           88  INT-SUB-OPEN                   VALUE "Y".
001960       77  INT-BATCH-OPEN-SW              PIC X(01) VALUE "N".
001970           88  INT-BATCH-OPEN                 VALUE "Y".
001980       77  INT-SET-HELD-SW                PIC X(01) VALUE "N".
001990           88  INT-SET-HELD                   VALUE "Y".
002000       77  INT-CONV-SW                    PIC X(01) VALUE "N".
002010           88  INT-CONV-OK                    VALUE "Y".
002020       77  INT-CONV-NEGATIVE-SW           PIC X(01) VALUE "N".
002030           88  INT-CONV-NEGATIVE              VALUE "Y".
002040       77  INT-REGISTER-EOF-SW            PIC X(01) VALUE "N".
002050           88  INT-REGISTER-AT-END            VALUE "Y".
002060       77  INT-SUBMISSION-STATUS          PIC X(02) VALUE SPACES.
002070       77  INT-CENTER-STATUS              PIC X(02) VALUE SPACES.
002080       77  INT-REGISTER-STATUS            PIC X(02) VALUE SPACES.
002090       77  INT-REQUEST-OUT-STATUS         PIC X(02) VALUE SPACES.
002100       77  INT-REPORT-STATUS              PIC X(02) VALUE SPACES.
002110
002120 PROCEDURE DIVISION.
002130
002140*****************************************************************
002150*    0000-MAINLINE                                              *
002160*****************************************************************
002170       0000-MAINLINE.
002180           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002190           PERFORM 2100-READ-LINE THRU 2100-EXIT.
002200           PERFORM 2200-MAIN-LOOP THRU 2200-EXIT
002210               UNTIL INT-END-OF-FILE.
002220           PERFORM 3000-FINISH-SET THRU 3000-EXIT.
002230           PERFORM 6000-FINISH-SUBMISSION THRU 6000-EXIT.
002240           PERFORM 8000-FINALIZE THRU 8000-EXIT.
002250           STOP RUN.
002260
002270*****************************************************************
002280*    1000-INITIALIZE - OPEN THE FILES AND START THE             *
002290*    ACKNOWLEDGMENT.                                            *
002300*****************************************************************
002310       1000-INITIALIZE.
002320           ACCEPT INT-RUN-DATE-YMD FROM DATE YYYYMMDD.
002330           OPEN INPUT SUBMISSION-FILE.
002340           IF INT-SUBMISSION-STATUS NOT = "00"
002350               DISPLAY "08_DIVINT - DIVSBM OPEN FAILED, STS = "
002360                   INT-SUBMISSION-STATUS
002370               MOVE 16 TO RETURN-CODE
002380               STOP RUN
002390           END-IF.
002400           OPEN INPUT COST-CENTER-FILE.
002410           IF INT-CENTER-STATUS NOT = "00"
002420               DISPLAY "08_DIVINT - DIVCCM OPEN FAILED, STS = "
002430                   INT-CENTER-STATUS
002440               MOVE 16 TO RETURN-CODE
002450               STOP RUN
002460           END-IF.
002470           OPEN OUTPUT REQUEST-OUTPUT-FILE.
002480           IF INT-REQUEST-OUT-STATUS NOT = "00"
002490               DISPLAY "08_DIVINT - DIVINO OPEN FAILED, STS = "
002500                   INT-REQUEST-OUT-STATUS
002510               MOVE 16 TO RETURN-CODE
002520               STOP RUN
002530           END-IF.
002540           OPEN OUTPUT ACK-REPORT-FILE.
002550           IF INT-REPORT-STATUS NOT = "00"
002560               DISPLAY "08_DIVINT - INTRPT OPEN FAILED, STS = "
002570                   INT-REPORT-STATUS
002580               MOVE 16 TO RETURN-CODE
002590               STOP RUN
002600           END-IF.
002610           PERFORM 1020-OPEN-BATCH-REGISTER THRU 1020-EXIT.
002620           PERFORM 1200-WRITE-REPORT-HEADING THRU 1200-EXIT.
002630       1000-EXIT.
002640           EXIT.
002650
002660*****************************************************************
002670*    1020-OPEN-BATCH-REGISTER - THE RECEIVED-BATCH REGISTER     *
002680*    SUPPLIES EACH SOURCE'S NEXT BATCH NUMBER AND RECORDS EVERY *
002690*    BATCH BUILT HERE.  A MISSING REGISTER IS BUILT FRESH AND   *
002700*    RE-OPENED FOR UPDATE, SINCE A LATER SUBMISSION MUST SEE    *
002710*    THE BATCHES REGISTERED BEFORE IT.                          *
002720*****************************************************************
002730       1020-OPEN-BATCH-REGISTER.
002740           OPEN I-O BATCH-REGISTER-FILE.
002750           IF INT-REGISTER-STATUS = "35"
002760               OR INT-REGISTER-STATUS = "05"
002770               OPEN OUTPUT BATCH-REGISTER-FILE
002780               CLOSE BATCH-REGISTER-FILE
002790               OPEN I-O BATCH-REGISTER-FILE
002800           END-IF.
002810           IF INT-REGISTER-STATUS NOT = "00"
002820               DISPLAY "08_DIVINT - DIVBRG OPEN FAILED, STS = "
002830                   INT-REGISTER-STATUS
002840               MOVE 16 TO RETURN-CODE
002850               STOP RUN
002860           END-IF.
002870       1020-EXIT.
002880           EXIT.
002890
002900*****************************************************************
002910*    1200-WRITE-REPORT-HEADING - RUN-DATE HEADING, REPRINTED AT *
002920*    THE TOP OF EVERY PAGE WITH THE CURRENT SOURCE UNDER IT.    *
002930*****************************************************************
002940       1200-WRITE-REPORT-HEADING.
002950           ADD 1 TO INT-PAGE-NO.
002960           MOVE ZERO TO INT-LINE-COUNT.
002970           STRING INT-RUN-YYYY "-" INT-RUN-MM "-" INT-RUN-DD
002980               DELIMITED BY SIZE INTO INR-RUN-DATE.
002990           MOVE INT-PAGE-NO TO INR-PAGE-NO.
003000           MOVE INR-HEADING-LINE-1 TO ACK-REPORT-RECORD.
003010           WRITE ACK-REPORT-RECORD AFTER ADVANCING PAGE.
003020           IF INT-SUB-OPEN
003030               MOVE INT-SUB-SOURCE TO INR-SOURCE
003040               MOVE INR-SOURCE-LINE TO ACK-REPORT-RECORD
003050               WRITE ACK-REPORT-RECORD AFTER ADVANCING 2 LINES
003060               ADD 2 TO INT-LINE-COUNT
003070           END-IF.
003080           MOVE INR-HEADING-LINE-2 TO ACK-REPORT-RECORD.
003090           WRITE ACK-REPORT-RECORD AFTER ADVANCING 2 LINES.
003100           ADD 2 TO INT-LINE-COUNT.
003110       1200-EXIT.
003120           EXIT.
003130
003140*****************************************************************
003150*    2100-READ-LINE - NEXT SUBMISSION LINE.  BLANK LINES ARE    *
003160*    COUNTED FOR THE LINE NUMBER BUT OTHERWISE PASSED OVER.     *
003170*****************************************************************
003180       2100-READ-LINE.
003190           READ SUBMISSION-FILE
003200               AT END
003210                   MOVE "Y" TO INT-EOF-SWITCH
003220                   GO TO 2100-EXIT
003230           END-READ.
003240           ADD 1 TO INT-LINE-NO.
003250           IF SUBMISSION-RECORD = SPACES
003260               GO TO 2100-READ-LINE
003270           END-IF.
003280           ADD 1 TO INT-LINES-READ.
003290       2100-EXIT.
003300           EXIT.
003310
003320*****************************************************************
003330*    2200-MAIN-LOOP - A CHANGE OF SOURCE ENDS THE SUBMISSION    *
003340*    (AND ANY SET) IN PROGRESS.  A SHARE LINE JOINS THE HELD    *
003350*    SET; ANY OTHER LINE ENDS IT FIRST.                         *
003360*****************************************************************
003370       2200-MAIN-LOOP.
003380           PERFORM 2300-SPLIT-LINE THRU 2300-EXIT.
003390           IF NOT INT-SUB-OPEN
003400               OR INT-LINE-SOURCE NOT = INT-SUB-SOURCE
003410               PERFORM 3000-FINISH-SET THRU 3000-EXIT
003420               PERFORM 6000-FINISH-SUBMISSION THRU 6000-EXIT
003430               PERFORM 2400-START-SUBMISSION THRU 2400-EXIT
003440           END-IF.
003450           IF INT-LINE-SHARE
003460               PERFORM 4000-PROCESS-SHARE THRU 4000-EXIT
003470           ELSE
003480               PERFORM 3000-FINISH-SET THRU 3000-EXIT
003490               EVALUATE TRUE
003500                   WHEN INT-LINE-REQUEST
003510                       PERFORM 3500-PROCESS-REQUEST THRU 3500-EXIT
003520                   WHEN INT-LINE-SET
003530                       PERFORM 3200-START-SET THRU 3200-EXIT
003540                   WHEN OTHER
003550                       PERFORM 3800-REFUSE-UNKNOWN THRU 3800-EXIT
003560               END-EVALUATE
003570           END-IF.
003580           PERFORM 2100-READ-LINE THRU 2100-EXIT.
003590       2200-EXIT.
003600           EXIT.
003610
003620*****************************************************************
003630*    2300-SPLIT-LINE - BREAK THE LINE AT ITS COMMAS, DROP THE   *
003640*    LEADING SPACES FROM EVERY FIELD, AND EDIT THE TWO FIELDS   *
003650*    EVERY LINE CARRIES.  A FAULT HERE IS HELD IN               *
003660*    INT-LINE-REASON AND REFUSES THE LINE WHATEVER ITS TYPE.    *
003670*****************************************************************
003680       2300-SPLIT-LINE.
003690           MOVE SPACES TO INT-FIELD-TABLE.
003700           MOVE SPACES TO INT-LINE-REASON.
003710           MOVE "N" TO INT-OVERFLOW-SW.
003720           UNSTRING SUBMISSION-RECORD DELIMITED BY ","
003730               INTO INT-FIELD (1) INT-FIELD (2) INT-FIELD (3)
003740                    INT-FIELD (4) INT-FIELD (5) INT-FIELD (6)
003750                    INT-FIELD (7) INT-FIELD (8)
003760               ON OVERFLOW
003770                   MOVE "Y" TO INT-OVERFLOW-SW
003780           END-UNSTRING.
003790           PERFORM 2310-TRIM-FIELD THRU 2310-EXIT
003800               VARYING INT-FIELD-IX FROM 1 BY 1
003810               UNTIL INT-FIELD-IX > 8.
003820           MOVE INT-FIELD (1) TO INT-LINE-TYPE.
003830           MOVE INT-FIELD (2) TO INT-LINE-SOURCE.
003840           IF INT-TOO-MANY-FIELDS
003850               MOVE "TOO MANY FIELDS ON LINE" TO INT-LINE-REASON
003860               GO TO 2300-EXIT
003870           END-IF.
003880           IF INT-FIELD (1) (4:17) NOT = SPACES
003890               MOVE "LINE TYPE MUST BE REQ, SET OR SHR"
003900                   TO INT-LINE-REASON
003910               GO TO 2300-EXIT
003920           END-IF.
003930           IF INT-FIELD (2) = SPACES
003940               MOVE "SOURCE ID MISSING" TO INT-LINE-REASON
003950               GO TO 2300-EXIT
003960           END-IF.
003970           IF INT-FIELD (2) (9:12) NOT = SPACES
003980               MOVE "SOURCE ID LONGER THAN 8" TO INT-LINE-REASON
003990           END-IF.
004000       2300-EXIT.
004010           EXIT.
004020
004030       2310-TRIM-FIELD.
004040           MOVE ZERO TO INT-LEAD-COUNT.
004050           INSPECT INT-FIELD (INT-FIELD-IX)
004060               TALLYING INT-LEAD-COUNT FOR LEADING SPACES.
004070           IF INT-LEAD-COUNT > ZERO AND INT-LEAD-COUNT < 20
004080               MOVE INT-FIELD (INT-FIELD-IX) (INT-LEAD-COUNT + 1:)
004090                   TO INT-TRIM-WORK
004100               MOVE INT-TRIM-WORK TO INT-FIELD (INT-FIELD-IX)
004110           END-IF.
004120       2310-EXIT.
004130           EXIT.
004140
004150*****************************************************************
004160*    2400-START-SUBMISSION - A NEW SOURCE BEGINS A NEW          *
004170*    SUBMISSION.  ITS BATCH IS NOT STARTED UNTIL A LINE IS      *
004180*    ACCEPTED (SEE 7100).                                       *
004190*****************************************************************
004200       2400-START-SUBMISSION.
004210           MOVE "Y" TO INT-SUB-OPEN-SW.
004220           MOVE "N" TO INT-BATCH-OPEN-SW.
004230           MOVE INT-LINE-SOURCE TO INT-SUB-SOURCE.
004240           MOVE ZERO TO INT-SUB-LINES.
004250           MOVE ZERO TO INT-SUB-ACCEPTED.
004260           MOVE ZERO TO INT-SUB-REFUSED.
004270           ADD 1 TO INT-SUBMISSIONS.
004280           IF INT-LINE-COUNT + 4 > INT-LINES-PER-PAGE
004290               PERFORM 1200-WRITE-REPORT-HEADING THRU 1200-EXIT
004300           ELSE
004310               MOVE INT-SUB-SOURCE TO INR-SOURCE
004320               MOVE INR-SOURCE-LINE TO ACK-REPORT-RECORD
004330               WRITE ACK-REPORT-RECORD AFTER ADVANCING 2 LINES
004340               ADD 2 TO INT-LINE-COUNT
004350           END-IF.
004360       2400-EXIT.
004370           EXIT.
004380
004390*****************************************************************
004400*    3000-FINISH-SET - THE HELD SET IS COMPLETE.  IT IS         *
004410*    ACCEPTED ONLY WHEN ITS SET LINE AND EVERY SHARE ARE GOOD   *
004420*    AND IT HAS BETWEEN 1 AND 250 SHARES; OTHERWISE EVERY LINE  *
004430*    OF IT IS REFUSED, THE GOOD ONES POINTING AT THE FAULT.     *
004440*****************************************************************
004450       3000-FINISH-SET.
004460           IF NOT INT-SET-HELD
004470               GO TO 3000-EXIT
004480           END-IF.
004490           MOVE "N" TO INT-SET-HELD-SW.
004500           IF INT-HS-REASON = SPACES
004510               AND INT-SHARE-COUNT = ZERO
004520               MOVE "SET HAS NO SHARE LINES" TO INT-HS-REASON
004530           END-IF.
004540           IF INT-HS-REASON = SPACES
004550               AND INT-SHARE-COUNT > 250
004560               MOVE "SET HAS MORE THAN 250 SHARES"
004570                   TO INT-HS-REASON
004580           END-IF.
004590           MOVE ZERO TO INT-BAD-SHARE-IX.
004600           IF INT-HS-REASON = SPACES
004610               PERFORM 3050-FIND-BAD-SHARE THRU 3050-EXIT
004620                   VARYING INT-SHARE-IX FROM 1 BY 1
004630                   UNTIL INT-SHARE-IX > INT-SHARE-COUNT
004640                       OR INT-BAD-SHARE-IX > ZERO
004650           END-IF.
004660           IF INT-BAD-SHARE-IX > ZERO
004670               MOVE SPACES TO INT-HS-REASON
004680               STRING "SHARE ON LINE "
004690                   INT-SH-LINE-NO (INT-BAD-SHARE-IX)
004700                   " IN ERROR" DELIMITED BY SIZE
004710                   INTO INT-HS-REASON
004720           END-IF.
004730           IF INT-HS-REASON = SPACES
004740               PERFORM 3070-WRITE-SET THRU 3070-EXIT
004750           END-IF.
004760           MOVE INT-HS-LINE-NO TO INT-ACK-LINE-NO.
004770           MOVE "SET" TO INT-ACK-TYPE.
004780           MOVE INT-HS-SET-ID TO INT-ACK-ID.
004790           MOVE SPACES TO INT-ACK-CENTER.
004800           MOVE INT-HS-TOTAL TO INT-ACK-AMOUNT.
004810           MOVE INT-HS-TOTAL-SW TO INT-ACK-AMOUNT-SW.
004820           MOVE INT-HS-REASON TO INT-ACK-REASON.
004830           PERFORM 5000-WRITE-ACK-LINE THRU 5000-EXIT.
004840           IF INT-SHARE-COUNT > 250
004850               MOVE 250 TO INT-SHARE-COUNT
004860           END-IF.
004870           PERFORM 3060-ACK-SET-SHARE THRU 3060-EXIT
004880               VARYING INT-SHARE-IX FROM 1 BY 1
004890               UNTIL INT-SHARE-IX > INT-SHARE-COUNT.
004900       3000-EXIT.
004910           EXIT.
004920
004930       3050-FIND-BAD-SHARE.
004940           IF INT-SH-REASON (INT-SHARE-IX) NOT = SPACES
004950               MOVE INT-SHARE-IX TO INT-BAD-SHARE-IX
004960           END-IF.
004970       3050-EXIT.
004980           EXIT.
004990
005000*****************************************************************
005010*    3060-ACK-SET-SHARE - A SHARE OF A REFUSED SET CARRIES ITS  *
005020*    OWN FAULT, OR ELSE POINTS BACK AT THE SET.                 *
005030*****************************************************************
005040       3060-ACK-SET-SHARE.
005050           MOVE INT-SH-LINE-NO (INT-SHARE-IX) TO INT-ACK-LINE-NO.
005060           MOVE "SHR" TO INT-ACK-TYPE.
005070           MOVE INT-HS-SET-ID TO INT-ACK-ID.
005080           MOVE INT-SH-COST-CENTER (INT-SHARE-IX)
005090               TO INT-ACK-CENTER.
005100           MOVE INT-SH-WEIGHT (INT-SHARE-IX) TO INT-ACK-AMOUNT.
005110           MOVE "Y" TO INT-ACK-AMOUNT-SW.
005120           IF INT-SH-WEIGHT (INT-SHARE-IX) = ZERO
005130               MOVE "N" TO INT-ACK-AMOUNT-SW
005140           END-IF.
005150           MOVE INT-SH-REASON (INT-SHARE-IX) TO INT-ACK-REASON.
005160           IF INT-ACK-REASON = SPACES
005170               AND INT-HS-REASON NOT = SPACES
005180               MOVE SPACES TO INT-ACK-REASON
005190               STRING "SET ON LINE " INT-HS-LINE-NO
005200                   " REFUSED" DELIMITED BY SIZE
005210                   INTO INT-ACK-REASON
005220           END-IF.
005230           PERFORM 5000-WRITE-ACK-LINE THRU 5000-EXIT.
005240       3060-EXIT.
005250           EXIT.
005260
005270*****************************************************************
005280*    3070-WRITE-SET - THE SET HEADER, WITH THE SHARE COUNT      *
005290*    COUNTED HERE, AND ITS SHARES IN THE DIVREQ LAYOUT.         *
005300*****************************************************************
005310       3070-WRITE-SET.
005320           MOVE SPACES TO SET-HEADER-RECORD.
005330           MOVE "SET" TO SH-RECORD-TYPE.
005340           MOVE INT-HS-SET-ID TO SH-SET-ID.
005350           MOVE INT-HS-TOTAL TO SH-TOTAL-AMOUNT.
005360           MOVE INT-SHARE-COUNT TO SH-SHARE-COUNT.
005370           MOVE INT-HS-ROUND-SW TO SH-ROUND-SW.
005380           MOVE INT-HS-SCALE-CD TO SH-SCALE-CD.
005390           MOVE INT-HS-ALLOC-TYPE-CD TO SH-ALLOC-TYPE-CD.
005400           MOVE SET-HEADER-RECORD TO INT-PENDING-RECORD.
005410           PERFORM 7000-WRITE-DATA-RECORD THRU 7000-EXIT.
005420           PERFORM 3080-WRITE-SHARE THRU 3080-EXIT
005430               VARYING INT-SHARE-IX FROM 1 BY 1
005440               UNTIL INT-SHARE-IX > INT-SHARE-COUNT.
005450       3070-EXIT.
005460           EXIT.
005470
005480       3080-WRITE-SHARE.
005490           MOVE SPACES TO SET-SHARE-RECORD.
005500           MOVE "SHR" TO SR-RECORD-TYPE.
005510           MOVE INT-HS-SET-ID TO SR-SET-ID.
005520           MOVE INT-SH-COST-CENTER (INT-SHARE-IX)
005530               TO SR-COST-CENTER.
005540           MOVE INT-SH-WEIGHT (INT-SHARE-IX) TO SR-WEIGHT.
005550           MOVE SET-SHARE-RECORD TO INT-PENDING-RECORD.
005560           PERFORM 7000-WRITE-DATA-RECORD THRU 7000-EXIT.
005570       3080-EXIT.
005580           EXIT.
005590
005600*****************************************************************
005610*    3200-START-SET - EDIT THE SET LINE AND HOLD IT FOR ITS     *
005620*    SHARES.  A BAD SET LINE IS STILL HELD, SO ITS SHARES ARE   *
005630*    REFUSED WITH IT RATHER THAN AS ORPHANS.                    *
005640*****************************************************************
005650       3200-START-SET.
005660           MOVE "Y" TO INT-SET-HELD-SW.
005670           MOVE ZERO TO INT-SHARE-COUNT.
005680           MOVE INT-LINE-NO TO INT-HS-LINE-NO.
005690           MOVE INT-FIELD (3) TO INT-HS-SET-ID.
005700           MOVE ZERO TO INT-HS-TOTAL.
005710           MOVE "N" TO INT-HS-TOTAL-SW.
005720           MOVE INT-FIELD (5) TO INT-HS-ROUND-SW.
005730           MOVE 2 TO INT-HS-SCALE-CD.
005740           IF INT-FIELD (6) = "0"
005750               MOVE 0 TO INT-HS-SCALE-CD
005760           END-IF.
005770           MOVE INT-FIELD (7) TO INT-HS-ALLOC-TYPE-CD.
005780           MOVE INT-FIELD (4) TO INT-CONV-TEXT.
005790           PERFORM 3900-CONVERT-NUMBER THRU 3900-EXIT.
005800           IF INT-CONV-OK
005810               MOVE INT-CONV-VALUE TO INT-HS-TOTAL
005820               MOVE "Y" TO INT-HS-TOTAL-SW
005830           END-IF.
005840           MOVE INT-LINE-REASON TO INT-HS-REASON.
005850           IF INT-HS-REASON = SPACES
005860               PERFORM 3210-EDIT-SET-LINE THRU 3210-EXIT
005870           END-IF.
005880       3200-EXIT.
005890           EXIT.
005900
005910       3210-EDIT-SET-LINE.
005920           IF INT-FIELD (3) = SPACES
005930               MOVE "SET ID MISSING" TO INT-HS-REASON
005940               GO TO 3210-EXIT
005950           END-IF.
005960           IF INT-FIELD (3) (9:12) NOT = SPACES
005970               MOVE "SET ID LONGER THAN 8" TO INT-HS-REASON
005980               GO TO 3210-EXIT
005990           END-IF.
006000           IF NOT INT-HS-TOTAL-KNOWN
006010               MOVE "SET TOTAL IS NOT A WHOLE NUMBER"
006020                   TO INT-HS-REASON
006030               GO TO 3210-EXIT
006040           END-IF.
006050           IF INT-FIELD (5) NOT = SPACES AND NOT = "Y"
006060               AND NOT = "N"
006070               MOVE "ROUND SWITCH MUST BE Y OR N"
006080                   TO INT-HS-REASON
006090               GO TO 3210-EXIT
006100           END-IF.
006110           IF INT-FIELD (6) NOT = SPACES AND NOT = "0"
006120               AND NOT = "2"
006130               MOVE "SCALE CODE MUST BE 0 OR 2" TO INT-HS-REASON
006140               GO TO 3210-EXIT
006150           END-IF.
006160           IF INT-FIELD (7) NOT = SPACES AND NOT = "E"
006170               AND NOT = "W"
006180               MOVE "ALLOCATION TYPE MUST BE E OR W"
006190                   TO INT-HS-REASON
006200               GO TO 3210-EXIT
006210           END-IF.
006220           IF INT-FIELD (8) NOT = SPACES
006230               MOVE "TOO MANY FIELDS ON LINE" TO INT-HS-REASON
006240           END-IF.
006250       3210-EXIT.
006260           EXIT.
006270
006280*****************************************************************
006290*    3500-PROCESS-REQUEST - EDIT A REQUEST LINE AND, IF IT IS   *
006300*    GOOD, WRITE IT AS A DIVREQ DETAIL RECORD.                  *
006310*****************************************************************
006320       3500-PROCESS-REQUEST.
006330           MOVE INT-LINE-NO TO INT-ACK-LINE-NO.
006340           MOVE "REQ" TO INT-ACK-TYPE.
006350           MOVE INT-FIELD (3) TO INT-ACK-ID.
006360           MOVE SPACES TO INT-ACK-CENTER.
006370           MOVE "N" TO INT-ACK-AMOUNT-SW.
006380           MOVE INT-LINE-REASON TO INT-ACK-REASON.
006390           MOVE INT-FIELD (4) TO INT-CONV-TEXT.
006400           PERFORM 3900-CONVERT-NUMBER THRU 3900-EXIT.
006410           IF INT-CONV-OK
006420               MOVE INT-CONV-VALUE TO INT-ACK-AMOUNT
006430               MOVE "Y" TO INT-ACK-AMOUNT-SW
006440           END-IF.
006450           IF INT-ACK-REASON = SPACES
006460               PERFORM 3510-EDIT-REQUEST THRU 3510-EXIT
006470           END-IF.
006480           IF INT-ACK-REASON = SPACES
006490               PERFORM 3550-WRITE-REQUEST THRU 3550-EXIT
006500           END-IF.
006510           PERFORM 5000-WRITE-ACK-LINE THRU 5000-EXIT.
006520       3500-EXIT.
006530           EXIT.
006540
006550*****************************************************************
006560*    3510-EDIT-REQUEST - THE FIRST FAULT FOUND IS THE ONE       *
006570*    REPORTED.  NUM1 AND NUM2 GET THE SAME GUARDS AS            *
006580*    3000-VALIDATE-RECORD IN 08_REDEFINES.                      *
006590*****************************************************************
006600       3510-EDIT-REQUEST.
006610           IF INT-FIELD (3) = SPACES
006620               MOVE "REQUEST ID MISSING" TO INT-ACK-REASON
006630               GO TO 3510-EXIT
006640           END-IF.
006650           IF INT-FIELD (3) (9:12) NOT = SPACES
006660               MOVE "REQUEST ID LONGER THAN 8" TO INT-ACK-REASON
006670               GO TO 3510-EXIT
006680           END-IF.
006690           IF NOT INT-ACK-AMOUNT-KNOWN
006700               MOVE "NUM1 IS NOT A WHOLE NUMBER" TO INT-ACK-REASON
006710               GO TO 3510-EXIT
006720           END-IF.
006730           MOVE INT-FIELD (5) TO INT-CONV-TEXT.
006740           PERFORM 3900-CONVERT-NUMBER THRU 3900-EXIT.
006750           IF NOT INT-CONV-OK
006760               MOVE "NUM2 IS NOT A WHOLE NUMBER" TO INT-ACK-REASON
006770               GO TO 3510-EXIT
006780           END-IF.
006790           IF INT-CONV-VALUE = ZERO
006800               MOVE "NUM2 IS ZERO - DIVIDE BY ZERO"
006810                   TO INT-ACK-REASON
006820               GO TO 3510-EXIT
006830           END-IF.
006840           IF INT-FIELD (6) NOT = SPACES AND NOT = "Y"
006850               AND NOT = "N"
006860               MOVE "ROUND SWITCH MUST BE Y OR N"
006870                   TO INT-ACK-REASON
006880               GO TO 3510-EXIT
006890           END-IF.
006900           IF INT-FIELD (7) NOT = SPACES AND NOT = "0"
006910               AND NOT = "2"
006920               MOVE "SCALE CODE MUST BE 0 OR 2" TO INT-ACK-REASON
006930               GO TO 3510-EXIT
006940           END-IF.
006950           IF INT-FIELD (8) NOT = SPACES
006960               MOVE "TOO MANY FIELDS ON LINE" TO INT-ACK-REASON
006970           END-IF.
006980       3510-EXIT.
006990           EXIT.
007000
007010       3550-WRITE-REQUEST.
007020           MOVE SPACES TO DIVISION-REQUEST-RECORD.
007030           MOVE INT-ACK-AMOUNT TO DR-NUM1.
007040           MOVE INT-CONV-VALUE TO DR-NUM2.
007050           MOVE INT-FIELD (6) TO DR-ROUND-SW.
007060           MOVE 2 TO DR-SCALE-CD.
007070           IF INT-FIELD (7) = "0"
007080               MOVE 0 TO DR-SCALE-CD
007090           END-IF.
007100           MOVE INT-FIELD (3) TO DR-REQUEST-ID.
007110           MOVE DIVISION-REQUEST-RECORD TO INT-PENDING-RECORD.
007120           PERFORM 7000-WRITE-DATA-RECORD THRU 7000-EXIT.
007130           IF DR-NUM1 < ZERO
007140               SUBTRACT DR-NUM1 FROM INT-BATCH-HASH-NUM1
007150           ELSE
007160               ADD DR-NUM1 TO INT-BATCH-HASH-NUM1
007170           END-IF.
007180       3550-EXIT.
007190           EXIT.
007200
007210*****************************************************************
007220*    3800-REFUSE-UNKNOWN - A LINE THAT IS NOT REQ, SET OR SHR.  *
007230*****************************************************************
007240       3800-REFUSE-UNKNOWN.
007250           MOVE INT-LINE-NO TO INT-ACK-LINE-NO.
007260           MOVE INT-LINE-TYPE TO INT-ACK-TYPE.
007270           MOVE INT-FIELD (3) TO INT-ACK-ID.
007280           MOVE SPACES TO INT-ACK-CENTER.
007290           MOVE "N" TO INT-ACK-AMOUNT-SW.
007300           MOVE INT-LINE-REASON TO INT-ACK-REASON.
007310           IF INT-ACK-REASON = SPACES
007320               MOVE "LINE TYPE MUST BE REQ, SET OR SHR"
007330                   TO INT-ACK-REASON
007340           END-IF.
007350           PERFORM 5000-WRITE-ACK-LINE THRU 5000-EXIT.
007360       3800-EXIT.
007370           EXIT.
007380
007390*****************************************************************
007400*    3900-CONVERT-NUMBER - TURN INT-CONV-TEXT (A WHOLE NUMBER   *
007410*    OF UP TO 10 DIGITS, OPTIONAL LEADING SIGN, NO EMBEDDED     *
007420*    SPACES) INTO INT-CONV-VALUE.  INT-CONV-OK IS LEFT OFF      *
007430*    WHEN THE TEXT IS NOT SUCH A NUMBER.                        *
007440*****************************************************************
007450       3900-CONVERT-NUMBER.
007460           MOVE "N" TO INT-CONV-SW.
007470           MOVE "N" TO INT-CONV-NEGATIVE-SW.
007480           MOVE ZERO TO INT-CONV-VALUE.
007490           IF INT-CONV-TEXT = SPACES
007500               GO TO 3900-EXIT
007510           END-IF.
007520           MOVE 1 TO INT-CONV-START.
007530           IF INT-CONV-TEXT (1:1) = "-"
007540               MOVE "Y" TO INT-CONV-NEGATIVE-SW
007550               MOVE 2 TO INT-CONV-START
007560           END-IF.
007570           IF INT-CONV-TEXT (1:1) = "+"
007580               MOVE 2 TO INT-CONV-START
007590           END-IF.
007600           MOVE ZERO TO INT-CONV-LEN.
007610           INSPECT INT-CONV-TEXT (INT-CONV-START:)
007620               TALLYING INT-CONV-LEN
007630               FOR CHARACTERS BEFORE INITIAL SPACE.
007640           IF INT-CONV-LEN = ZERO OR INT-CONV-LEN > 10
007650               GO TO 3900-EXIT
007660           END-IF.
007670           IF INT-CONV-TEXT (INT-CONV-START + INT-CONV-LEN:)
007680               NOT = SPACES
007690               GO TO 3900-EXIT
007700           END-IF.
007710           MOVE INT-CONV-TEXT (INT-CONV-START:INT-CONV-LEN)
007720               TO INT-CONV-DIGITS.
007730           INSPECT INT-CONV-DIGITS
007740               REPLACING LEADING SPACES BY ZEROS.
007750           IF INT-CONV-DIGITS NOT NUMERIC
007760               GO TO 3900-EXIT
007770           END-IF.
007780           MOVE INT-CONV-DIGITS-N TO INT-CONV-VALUE.
007790           IF INT-CONV-NEGATIVE
007800               COMPUTE INT-CONV-VALUE = ZERO - INT-CONV-VALUE
007810           END-IF.
007820           MOVE "Y" TO INT-CONV-SW.
007830       3900-EXIT.
007840           EXIT.
007850
007860*****************************************************************
007870*    4000-PROCESS-SHARE - A SHARE FOR THE HELD SET IS EDITED    *
007880*    AND ADDED TO IT.  A SHARE WITH NO SET LINE AHEAD OF IT     *
007890*    (OR NAMING ANOTHER SET) ENDS THE HELD SET AND IS REFUSED   *
007900*    ON ITS OWN.                                                *
007910*****************************************************************
007920       4000-PROCESS-SHARE.
007930           IF NOT INT-SET-HELD
007940               OR INT-FIELD (3) NOT = INT-HS-SET-ID
007950               PERFORM 3000-FINISH-SET THRU 3000-EXIT
007960               PERFORM 4300-REFUSE-ORPHAN THRU 4300-EXIT
007970               GO TO 4000-EXIT
007980           END-IF.
007990           ADD 1 TO INT-SHARE-COUNT.
008000           IF INT-SHARE-COUNT > 250
008010               PERFORM 4400-REFUSE-EXTRA-SHARE THRU 4400-EXIT
008020               GO TO 4000-EXIT
008030           END-IF.
008040           MOVE INT-LINE-NO TO INT-SH-LINE-NO (INT-SHARE-COUNT).
008050           MOVE INT-FIELD (4)
008060               TO INT-SH-COST-CENTER (INT-SHARE-COUNT).
008070           MOVE ZERO TO INT-SH-WEIGHT (INT-SHARE-COUNT).
008080           MOVE INT-LINE-REASON
008090               TO INT-SH-REASON (INT-SHARE-COUNT).
008100           IF INT-LINE-REASON = SPACES
008110               PERFORM 4100-EDIT-SHARE THRU 4100-EXIT
008120           END-IF.
008130       4000-EXIT.
008140           EXIT.
008150
008160       4100-EDIT-SHARE.
008170           IF INT-FIELD (4) = SPACES
008180               MOVE "COST CENTER MISSING"
008190                   TO INT-SH-REASON (INT-SHARE-COUNT)
008200               GO TO 4100-EXIT
008210           END-IF.
008220           IF INT-FIELD (4) (9:12) NOT = SPACES
008230               MOVE "COST CENTER LONGER THAN 8"
008240                   TO INT-SH-REASON (INT-SHARE-COUNT)
008250               GO TO 4100-EXIT
008260           END-IF.
008270           IF INT-FIELD (5) NOT = SPACES
008280               MOVE INT-FIELD (5) TO INT-CONV-TEXT
008290               PERFORM 3900-CONVERT-NUMBER THRU 3900-EXIT
008300               IF NOT INT-CONV-OK OR INT-CONV-NEGATIVE
008310                   OR INT-CONV-VALUE > 99999999
008320                   MOVE "SHARE WEIGHT IS NOT A WHOLE NUMBER"
008330                       TO INT-SH-REASON (INT-SHARE-COUNT)
008340                   GO TO 4100-EXIT
008350               END-IF
008360               MOVE INT-CONV-VALUE
008370                   TO INT-SH-WEIGHT (INT-SHARE-COUNT)
008380           END-IF.
008390           IF INT-HS-WEIGHTED
008400               AND INT-SH-WEIGHT (INT-SHARE-COUNT) = ZERO
008410               MOVE "WEIGHTED SET SHARE NEEDS A WEIGHT"
008420                   TO INT-SH-REASON (INT-SHARE-COUNT)
008430               GO TO 4100-EXIT
008440           END-IF.
008450           IF INT-FIELD (6) NOT = SPACES
008460               MOVE "TOO MANY FIELDS ON LINE"
008470                   TO INT-SH-REASON (INT-SHARE-COUNT)
008480               GO TO 4100-EXIT
008490           END-IF.
008500           PERFORM 4200-EDIT-COST-CENTER THRU 4200-EXIT.
008510       4100-EXIT.
008520           EXIT.
008530
008540*****************************************************************
008550*    4200-EDIT-COST-CENTER - THE SAME CENTER EDIT 08_REDEFINES  *
008560*    APPLIES IN 4650: ON THE MASTER, ACTIVE, AND INSIDE ITS     *
008570*    EFFECTIVE DATES ON THE RUN DATE.                           *
008580*****************************************************************
008590       4200-EDIT-COST-CENTER.
008600           MOVE INT-FIELD (4) TO CC-CODE.
008610           READ COST-CENTER-FILE
008620               INVALID KEY
008630                   MOVE "UNKNOWN COST CENTER ON SHARE"
008640                       TO INT-SH-REASON (INT-SHARE-COUNT)
008650                   GO TO 4200-EXIT
008660           END-READ.
008670           IF NOT CC-ACTIVE
008680               OR INT-RUN-DATE-YMD < CC-EFF-FROM-DATE
008690               OR (CC-EFF-TO-DATE NOT = ZERO
008700                   AND INT-RUN-DATE-YMD > CC-EFF-TO-DATE)
008710               MOVE "CLOSED COST CENTER ON SHARE"
008720                   TO INT-SH-REASON (INT-SHARE-COUNT)
008730           END-IF.
008740       4200-EXIT.
008750           EXIT.
008760
008770       4300-REFUSE-ORPHAN.
008780           MOVE INT-LINE-NO TO INT-ACK-LINE-NO.
008790           MOVE "SHR" TO INT-ACK-TYPE.
008800           MOVE INT-FIELD (3) TO INT-ACK-ID.
008810           MOVE INT-FIELD (4) TO INT-ACK-CENTER.
008820           MOVE "N" TO INT-ACK-AMOUNT-SW.
008830           MOVE INT-LINE-REASON TO INT-ACK-REASON.
008840           IF INT-ACK-REASON = SPACES
008850               MOVE "SHARE HAS NO SET LINE AHEAD OF IT"
008860                   TO INT-ACK-REASON
008870           END-IF.
008880           PERFORM 5000-WRITE-ACK-LINE THRU 5000-EXIT.
008890       4300-EXIT.
008900           EXIT.
008910
008920*****************************************************************
008930*    4400-REFUSE-EXTRA-SHARE - SHARES PAST THE 250TH ARE        *
008940*    REFUSED AS THEY ARRIVE; 3000 THEN REFUSES THE WHOLE SET.   *
008950*****************************************************************
008960       4400-REFUSE-EXTRA-SHARE.
008970           MOVE INT-LINE-NO TO INT-ACK-LINE-NO.
008980           MOVE "SHR" TO INT-ACK-TYPE.
008990           MOVE INT-FIELD (3) TO INT-ACK-ID.
009000           MOVE INT-FIELD (4) TO INT-ACK-CENTER.
009010           MOVE "N" TO INT-ACK-AMOUNT-SW.
009020           MOVE "SET HAS MORE THAN 250 SHARES" TO INT-ACK-REASON.
009030           PERFORM 5000-WRITE-ACK-LINE THRU 5000-EXIT.
009040       4400-EXIT.
009050           EXIT.
009060
009070*****************************************************************
009080*    5000-WRITE-ACK-LINE - ONE ACKNOWLEDGMENT LINE FROM         *
009090*    INT-ACK-ITEM, COUNTED AS ACCEPTED OR REFUSED.              *
009100*****************************************************************
009110       5000-WRITE-ACK-LINE.
009120           IF INT-LINE-COUNT >= INT-LINES-PER-PAGE
009130               PERFORM 1200-WRITE-REPORT-HEADING THRU 1200-EXIT
009140           END-IF.
009150           MOVE INT-ACK-LINE-NO TO INR-LINE-NO.
009160           MOVE INT-ACK-TYPE TO INR-TYPE.
009170           MOVE INT-ACK-ID TO INR-ID.
009180           MOVE INT-ACK-CENTER TO INR-CENTER.
009190           IF INT-ACK-AMOUNT-KNOWN
009200               MOVE INT-ACK-AMOUNT TO INR-AMOUNT
009210           ELSE
009220               MOVE SPACES TO INR-AMOUNT-X
009230           END-IF.
009240           ADD 1 TO INT-SUB-LINES.
009250           IF INT-ACK-REASON = SPACES
009260               MOVE "ACCEPTED" TO INR-DISPOSITION
009270               ADD 1 TO INT-SUB-ACCEPTED
009280               ADD 1 TO INT-LINES-ACCEPTED
009290           ELSE
009300               MOVE SPACES TO INR-DISPOSITION
009310               STRING "REFUSED - " INT-ACK-REASON
009320                   DELIMITED BY SIZE INTO INR-DISPOSITION
009330               ADD 1 TO INT-SUB-REFUSED
009340               ADD 1 TO INT-LINES-REFUSED
009350           END-IF.
009360           MOVE INR-DETAIL-LINE TO ACK-REPORT-RECORD.
009370           WRITE ACK-REPORT-RECORD AFTER ADVANCING 1 LINES.
009380           ADD 1 TO INT-LINE-COUNT.
009390       5000-EXIT.
009400           EXIT.
009410
009420*****************************************************************
009430*    6000-FINISH-SUBMISSION - CLOSE THE SUBMISSION'S BATCH WITH *
009440*    ITS TRAILER, REGISTER IT, AND PRINT THE SUBMISSION'S       *
009450*    COUNTS.                                                    *
009460*****************************************************************
009470       6000-FINISH-SUBMISSION.
009480           IF NOT INT-SUB-OPEN
009490               GO TO 6000-EXIT
009500           END-IF.
009510           MOVE "N" TO INT-SUB-OPEN-SW.
009520           MOVE SPACES TO INT-BATCH-TEXT.
009530           IF INT-BATCH-OPEN
009540               MOVE SPACES TO BATCH-TRAILER-RECORD
009550               MOVE "TRL" TO BT-RECORD-TYPE
009560               MOVE INT-BATCH-RECORDS TO BT-RECORD-COUNT
009570               MOVE INT-BATCH-HASH-NUM1 TO BT-HASH-NUM1
009580               WRITE REQUEST-OUTPUT-RECORD
009590                   FROM BATCH-TRAILER-RECORD
009600               PERFORM 6100-REGISTER-BATCH THRU 6100-EXIT
009610               ADD 1 TO INT-BATCHES-WRITTEN
009620               MOVE INT-BATCH-RECORDS TO INT-BATCH-RECORDS-DSP
009630               STRING "BATCH " INT-NEXT-BATCH-NO " WRITTEN - "
009640                   INT-BATCH-RECORDS-DSP " RECORDS, HASH "
009650                   INT-BATCH-HASH-NUM1 DELIMITED BY SIZE
009660                   INTO INT-BATCH-TEXT
009670               MOVE "N" TO INT-BATCH-OPEN-SW
009680           ELSE
009690               MOVE "NO BATCH WRITTEN - NO LINE ACCEPTED"
009700                   TO INT-BATCH-TEXT
009710           END-IF.
009720           MOVE INT-SUB-LINES TO INR-SUB-LINES.
009730           MOVE INT-SUB-ACCEPTED TO INR-SUB-ACCEPTED.
009740           MOVE INT-SUB-REFUSED TO INR-SUB-REFUSED.
009750           MOVE INT-BATCH-TEXT TO INR-SUB-BATCH-TEXT.
009760           MOVE INR-SUBTOTAL-LINE TO ACK-REPORT-RECORD.
009770           WRITE ACK-REPORT-RECORD AFTER ADVANCING 2 LINES.
009780           ADD 2 TO INT-LINE-COUNT.
009790           DISPLAY "08_DIVINT - SOURCE " INT-SUB-SOURCE " - "
009800               INT-BATCH-TEXT.
009810       6000-EXIT.
009820           EXIT.
009830
009840*****************************************************************
009850*    6100-REGISTER-BATCH - RECORD THE BATCH ON THE RECEIVED-    *
009860*    BATCH REGISTER WITH DISPOSITION "I" (INTAKE, AWAITING ITS  *
009870*    POSTING RUN).                                              *
009880*****************************************************************
009890       6100-REGISTER-BATCH.
009900           MOVE SPACES TO BATCH-REGISTER-RECORD.
009910           MOVE INT-SUB-SOURCE TO BR-SOURCE-SYSTEM.
009920           MOVE INT-NEXT-BATCH-NO TO BR-BATCH-NO.
009930           MOVE "I" TO BR-DISPOSITION-CD.
009940           MOVE INT-RUN-DATE-YMD TO BR-FIRST-SEEN-DATE.
009950           MOVE INT-RUN-DATE-YMD TO BR-LAST-ACTION-DATE.
009960           MOVE INT-BATCH-RECORDS TO BR-RECORD-COUNT.
009970           MOVE ZERO TO BR-DUPLICATE-TRIES.
009980           WRITE BATCH-REGISTER-RECORD
009990               INVALID KEY
010000                   REWRITE BATCH-REGISTER-RECORD
010010           END-WRITE.
010020       6100-EXIT.
010030           EXIT.
010040
010050*****************************************************************
010060*    7000-WRITE-DATA-RECORD - WRITE THE ACCEPTED RECORD IN      *
010070*    INT-PENDING-RECORD, STARTING THE SUBMISSION'S BATCH FIRST  *
010080*    IF THIS IS ITS FIRST.                                      *
010090*****************************************************************
010100       7000-WRITE-DATA-RECORD.
010110           IF NOT INT-BATCH-OPEN
010120               PERFORM 7100-OPEN-BATCH THRU 7100-EXIT
010130           END-IF.
010140           WRITE REQUEST-OUTPUT-RECORD FROM INT-PENDING-RECORD.
010150           ADD 1 TO INT-BATCH-RECORDS.
010160       7000-EXIT.
010170           EXIT.
010180
010190*****************************************************************
010200*    7100-OPEN-BATCH - TAKE THE SOURCE'S NEXT BATCH NUMBER AND  *
010210*    WRITE THE STANDARD DIVREQ BATCH HEADER.                    *
010220*****************************************************************
010230       7100-OPEN-BATCH.
010240           MOVE "Y" TO INT-BATCH-OPEN-SW.
010250           MOVE ZERO TO INT-BATCH-RECORDS.
010260           MOVE ZERO TO INT-BATCH-HASH-NUM1.
010270           PERFORM 7200-NEXT-BATCH-NUMBER THRU 7200-EXIT.
010280           MOVE SPACES TO BATCH-HEADER-RECORD.
010290           MOVE "HDR" TO BH-RECORD-TYPE.
010300           MOVE INT-SUB-SOURCE TO BH-SOURCE-SYSTEM.
010310           MOVE INT-RUN-DATE-YMD TO BH-CREATE-DATE.
010320           MOVE INT-NEXT-BATCH-NO TO BH-BATCH-NO.
010330           WRITE REQUEST-OUTPUT-RECORD FROM BATCH-HEADER-RECORD.
010340       7100-EXIT.
010350           EXIT.
010360
010370*****************************************************************
010380*    7200-NEXT-BATCH-NUMBER - ONE PAST THE HIGHEST BATCH        *
010390*    NUMBER THE SOURCE ALREADY HAS ON THE REGISTER.             *
010400*****************************************************************
010410       7200-NEXT-BATCH-NUMBER.
010420           MOVE 1 TO INT-NEXT-BATCH-NO.
010430           MOVE "N" TO INT-REGISTER-EOF-SW.
010440           MOVE INT-SUB-SOURCE TO BR-SOURCE-SYSTEM.
010450           MOVE ZERO TO BR-BATCH-NO.
010460           START BATCH-REGISTER-FILE
010470               KEY IS NOT LESS THAN BR-KEY
010480               INVALID KEY
010490                   MOVE "Y" TO INT-REGISTER-EOF-SW
010500           END-START.
010510           PERFORM 7210-SCAN-REGISTER-ROW THRU 7210-EXIT
010520               UNTIL INT-REGISTER-AT-END.
010530       7200-EXIT.
010540           EXIT.
010550
010560       7210-SCAN-REGISTER-ROW.
010570           READ BATCH-REGISTER-FILE NEXT RECORD
010580               AT END
010590                   MOVE "Y" TO INT-REGISTER-EOF-SW
010600           END-READ.
010610           IF INT-REGISTER-AT-END
010620               GO TO 7210-EXIT
010630           END-IF.
010640           IF BR-SOURCE-SYSTEM NOT = INT-SUB-SOURCE
010650               MOVE "Y" TO INT-REGISTER-EOF-SW
010660               GO TO 7210-EXIT
010670           END-IF.
010680           COMPUTE INT-NEXT-BATCH-NO = BR-BATCH-NO + 1.
010690       7210-EXIT.
010700           EXIT.
010710
010720*****************************************************************
010730*    8000-FINALIZE - PRINT THE RUN TOTALS, CLOSE, AND SET THE   *
010740*    RETURN CODE.                                               *
010750*****************************************************************
010760       8000-FINALIZE.
010770           PERFORM 8300-WRITE-REPORT-TOTALS THRU 8300-EXIT.
010780           CLOSE SUBMISSION-FILE.
010790           CLOSE COST-CENTER-FILE.
010800           CLOSE BATCH-REGISTER-FILE.
010810           CLOSE REQUEST-OUTPUT-FILE.
010820           CLOSE ACK-REPORT-FILE.
010830           DISPLAY "08_DIVINT - LINES READ........: "
010840               INT-LINES-READ.
010850           DISPLAY "08_DIVINT - LINES ACCEPTED....: "
010860               INT-LINES-ACCEPTED.
010870           DISPLAY "08_DIVINT - LINES REFUSED.....: "
010880               INT-LINES-REFUSED.
010890           DISPLAY "08_DIVINT - SUBMISSIONS.......: "
010900               INT-SUBMISSIONS.
010910           DISPLAY "08_DIVINT - BATCHES WRITTEN...: "
010920               INT-BATCHES-WRITTEN.
010930           IF INT-LINES-REFUSED > ZERO
010940               MOVE 8 TO RETURN-CODE
010950           END-IF.
010960       8000-EXIT.
010970           EXIT.
010980
010990       8300-WRITE-REPORT-TOTALS.
011000           MOVE SPACES TO ACK-REPORT-RECORD.
011010           WRITE ACK-REPORT-RECORD AFTER ADVANCING 1 LINES.
011020           MOVE "LINES READ................: " TO INR-TOT-CAPTION.
011030           MOVE INT-LINES-READ TO INR-TOT-COUNT.
011040           MOVE INR-TOTAL-LINE TO ACK-REPORT-RECORD.
011050           WRITE ACK-REPORT-RECORD AFTER ADVANCING 2 LINES.
011060           MOVE "LINES ACCEPTED............: " TO INR-TOT-CAPTION.
011070           MOVE INT-LINES-ACCEPTED TO INR-TOT-COUNT.
011080           MOVE INR-TOTAL-LINE TO ACK-REPORT-RECORD.
011090           WRITE ACK-REPORT-RECORD AFTER ADVANCING 1 LINES.
011100           MOVE "LINES REFUSED.............: " TO INR-TOT-CAPTION.
011110           MOVE INT-LINES-REFUSED TO INR-TOT-COUNT.
011120           MOVE INR-TOTAL-LINE TO ACK-REPORT-RECORD.
011130           WRITE ACK-REPORT-RECORD AFTER ADVANCING 1 LINES.
011140           MOVE "SUBMISSIONS...............: " TO INR-TOT-CAPTION.
011150           MOVE INT-SUBMISSIONS TO INR-TOT-COUNT.
011160           MOVE INR-TOTAL-LINE TO ACK-REPORT-RECORD.
011170           WRITE ACK-REPORT-RECORD AFTER ADVANCING 1 LINES.
011180           MOVE "BATCHES WRITTEN...........: " TO INR-TOT-CAPTION.
011190           MOVE INT-BATCHES-WRITTEN TO INR-TOT-COUNT.
011200           MOVE INR-TOTAL-LINE TO ACK-REPORT-RECORD.
011210           WRITE ACK-REPORT-RECORD AFTER ADVANCING 1 LINES.
011220       8300-EXIT.
011230           EXIT.
