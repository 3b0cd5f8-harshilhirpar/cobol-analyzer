000010 IDENTIFICATION DIVISION.
000020       PROGRAM-ID. 08_DIVSTG.
000030       AUTHOR. R L HIRPAR.
000040       INSTALLATION. BATCH PRODUCTION SUPPORT.
000050       DATE-WRITTEN. 2026-10-15.
000060       DATE-COMPILED.
000070*****************************************************************
000080*                                                               *
000090*    08_DIVSTG IS THE STANDING-ALLOCATION SET GENERATOR.  IT    *
000100*    READS THE TEMPLATE MASTER MAINTAINED BY 08_DIVSTM AND, FOR *
000110*    EVERY TEMPLATE DUE IN THE PERIOD, WRITES ONE ALLOCATION    *
000120*    SET ("SET" HEADER AND ITS "SHR" SHARES) ONTO A DIVREQ      *
000130*    BATCH FOR 08_REDEFINES TO POST, SO RENT, IT CHARGEBACK,    *
000140*    AND SHARED SERVICES ARE NO LONGER RE-KEYED EVERY MONTH.    *
000150*                                                               *
000160*    A TEMPLATE FIRES WHEN THE PERIOD IS ON OR AFTER ITS START  *
000170*    MONTH, ITS END DATE (IF ANY) HAS NOT PASSED BEFORE THE     *
000180*    PERIOD BEGINS, ITS FREQUENCY FALLS DUE (MONTHLY, EVERY     *
000190*    THIRD MONTH, OR YEARLY COUNTED FROM THE START MONTH), AND  *
000200*    IT HAS NOT ALREADY BEEN GENERATED FOR THE PERIOD OR A      *
000210*    LATER ONE.  EVERY SHARE'S COST CENTER IS VALIDATED         *
000220*    AGAINST THE DIVCCM REFERENCE MASTER WITH THE SAME EDIT     *
000230*    08_REDEFINES APPLIES; A TEMPLATE WITH AN UNKNOWN OR        *
000240*    CLOSED CENTER (OR A ZERO WEIGHT ON A WEIGHTED TEMPLATE)    *
000250*    IS HELD BACK WHOLE RATHER THAN SENT IN TO BE REJECTED.     *
000260*                                                               *
000270*    THE SET ID IS THE TEMPLATE ID FOLLOWED BY THE PERIOD'S     *
000280*    YYMM, SO EACH PERIOD'S POSTING CAN BE LOOKED UP ON THE     *
000290*    RESULTS MASTER AND CANNOT POST TWICE.                      *
000300*                                                               *
000310*    PERIOD CARD LAYOUT (STGPRM) -                              *
000320*        SP-PERIOD      COLS 01-06  YYYYMM TO GENERATE FOR;     *
000330*                                   SPACES (OR NO CARD) MEAN    *
000340*                                   THE RUN MONTH.              *
000350*                                                               *
000360*    THE OUTPUT FILE IS WRAPPED IN THE STANDARD DIVREQ BATCH    *
000370*    HEADER AND TRAILER (SOURCE SYSTEM 08DIVSTG), NUMBERED      *
000380*    FROM THE RECEIVED-BATCH REGISTER AND REGISTERED THERE      *
000390*    WITH DISPOSITION "G" SO THE SAME BATCH CAN NEVER POST      *
000400*    TWICE.  THE GENERATION REGISTER LISTS EVERY TEMPLATE       *
000410*    WITH WHAT HAPPENED TO IT FOR THE PERIOD.                   *
000420*                                                               *
000430*    RETURN CODES - 00 ALL DUE TEMPLATES GENERATED, 08 ONE OR   *
000440*    MORE TEMPLATES HELD BACK, 16 FILE OR PERIOD CARD ERROR.    *
000450*                                                               *
000460*    MODIFICATION HISTORY                                       *
000470*    DATE       BY    DESCRIPTION                                *
000480*    ---------- ----- --------------------------------------    *
000490*    2026-10-15 RLH   ORIGINAL PROGRAM - STANDING-ALLOCATION     *
000500*                     SET GENERATOR AND GENERATION REGISTER.     *
000510*                                                               *
000520*****************************************************************
000530
000540 ENVIRONMENT DIVISION.
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570           SELECT TEMPLATE-FILE ASSIGN TO "DIVSAT"
000580               ORGANIZATION IS INDEXED
000590               ACCESS MODE IS DYNAMIC
000600               RECORD KEY IS ST-KEY
000610               FILE STATUS IS STG-TEMPLATE-STATUS.
000620           SELECT COST-CENTER-FILE ASSIGN TO "DIVCCM"
000630               ORGANIZATION IS INDEXED
000640               ACCESS MODE IS RANDOM
000650               RECORD KEY IS CC-CODE
000660               FILE STATUS IS STG-CENTER-STATUS.
000670           SELECT BATCH-REGISTER-FILE ASSIGN TO "DIVBRG"
000680               ORGANIZATION IS INDEXED
000690               ACCESS MODE IS DYNAMIC
000700               RECORD KEY IS BR-KEY
000710               FILE STATUS IS STG-REGISTER-STATUS.
000720           SELECT PERIOD-CARD-FILE ASSIGN TO "STGPRM"
000730               ORGANIZATION IS SEQUENTIAL
000740               FILE STATUS IS STG-CARD-STATUS.
000750           SELECT REQUEST-OUTPUT-FILE ASSIGN TO "DIVSTO"
000760               ORGANIZATION IS SEQUENTIAL
000770               FILE STATUS IS STG-REQUEST-OUT-STATUS.
000780           SELECT GENERATION-REPORT-FILE ASSIGN TO "STGRPT"
000790               ORGANIZATION IS SEQUENTIAL
000800               FILE STATUS IS STG-REPORT-STATUS.
000810
000820 DATA DIVISION.
000830 FILE SECTION.
000840       FD  TEMPLATE-FILE
000850           LABEL RECORDS ARE STANDARD.
000860       COPY DIVSAT.
000870
000880       FD  COST-CENTER-FILE
000890           LABEL RECORDS ARE STANDARD.
000900       COPY DIVCCM.
000910
000920       FD  BATCH-REGISTER-FILE
000930           LABEL RECORDS ARE STANDARD.
000940       COPY DIVBRG.
000950
000960       FD  PERIOD-CARD-FILE
000970           LABEL RECORDS ARE STANDARD.
000980       01  PERIOD-CARD-RECORD.
000990           05  SP-PERIOD                  PIC X(06).
001000           05  FILLER                     PIC X(74).
001010
001020       FD  REQUEST-OUTPUT-FILE
001030           LABEL RECORDS ARE STANDARD.
001040       01  REQUEST-OUTPUT-RECORD          PIC X(80).
001050
001060       FD  GENERATION-REPORT-FILE
001070           LABEL RECORDS ARE STANDARD.
001080       01  GENERATION-REPORT-RECORD       PIC X(132).
001090
001100 WORKING-STORAGE SECTION.
001110       COPY DIVREQ.
001120       COPY DIVSGR.
001130
001140       01  STG-RUN-DATE-YMD               PIC 9(08) VALUE ZERO.
001150       01  STG-RUN-DATE-PARTS REDEFINES STG-RUN-DATE-YMD.
001160           05  STG-RUN-YYYY               PIC 9(04).
001170           05  STG-RUN-MM                 PIC 9(02).
001180           05  STG-RUN-DD                 PIC 9(02).
001190
001200       01  STG-PERIOD                     PIC 9(06) VALUE ZERO.
001210       01  STG-PERIOD-PARTS REDEFINES STG-PERIOD.
001220           05  STG-PERIOD-YYYY            PIC 9(04).
001230           05  STG-PERIOD-MM              PIC 9(02).
001240       01  STG-PERIOD-SHORT REDEFINES STG-PERIOD.
001250           05  FILLER                     PIC X(02).
001260           05  STG-PERIOD-YYMM            PIC X(04).
001270       77  STG-PERIOD-FIRST-DAY      PIC 9(08) VALUE ZERO.
001280
001290       01  STG-HELD-TEMPLATE.
001300           05  STG-HT-TEMPLATE-ID         PIC X(04).
001310           05  STG-HT-DESCRIPTION         PIC X(30).
001320           05  STG-HT-ALLOC-TYPE-CD       PIC X(01).
001330               88  STG-HT-WEIGHTED            VALUE "W".
001340           05  STG-HT-ROUND-SW            PIC X(01).
001350           05  STG-HT-SCALE-CD            PIC 9(01).
001360           05  STG-HT-FREQUENCY-CD        PIC X(01).
001370               88  STG-HT-QUARTERLY           VALUE "Q".
001380               88  STG-HT-ANNUAL              VALUE "A".
001390           05  STG-HT-START-DATE          PIC 9(08).
001400           05  STG-HT-START-PARTS REDEFINES STG-HT-START-DATE.
001410               10  STG-HT-START-YYYY      PIC 9(04).
001420               10  STG-HT-START-MM        PIC 9(02).
001430               10  STG-HT-START-DD        PIC 9(02).
001440           05  STG-HT-END-DATE            PIC 9(08).
001450           05  STG-HT-TOTAL-AMOUNT        PIC S9(10).
001460           05  STG-HT-LAST-PERIOD         PIC 9(06).
001470
001480       01  STG-SET-ID.
001490           05  STG-SET-TEMPLATE-ID        PIC X(04).
001500           05  STG-SET-YYMM               PIC X(04).
001510
001520       01  STG-SHARE-TABLE.
001530           05  STG-SHARE-ENTRY OCCURS 250 TIMES.
001540               10  STG-SH-COST-CENTER     PIC X(08).
001550               10  STG-SH-WEIGHT          PIC 9(08).
001560
001570       01  STG-FIRED-TABLE.
001580           05  STG-FIRED-ID OCCURS 500 TIMES
001590                                          PIC X(04).
001600
001610       77  STG-SHARE-COUNT           PIC 9(03) COMP VALUE ZERO.
001620       77  STG-SHARE-IX              PIC 9(03) COMP VALUE ZERO.
001630       77  STG-FIRED-COUNT           PIC 9(03) COMP VALUE ZERO.
001640       77  STG-FIRED-IX              PIC 9(03) COMP VALUE ZERO.
001650       77  STG-MONTH-DIFF            PIC S9(05) COMP VALUE ZERO.
001660       77  STG-CYCLE-QUOTIENT        PIC S9(05) COMP VALUE ZERO.
001670       77  STG-CYCLE-REMAINDER       PIC S9(05) COMP VALUE ZERO.
001680       77  STG-TEMPLATES-READ        PIC 9(08) COMP VALUE ZERO.
001690       77  STG-TEMPLATES-FIRED       PIC 9(08) COMP VALUE ZERO.
001700       77  STG-TEMPLATES-SKIPPED     PIC 9(08) COMP VALUE ZERO.
001710       77  STG-TEMPLATES-HELD        PIC 9(08) COMP VALUE ZERO.
001720       77  STG-ORPHAN-SHARES         PIC 9(08) COMP VALUE ZERO.
001730       77  STG-RECORDS-WRITTEN       PIC 9(08) COMP VALUE ZERO.
001740       77  STG-LINE-COUNT            PIC 9(04) COMP VALUE ZERO.
001750       77  STG-PAGE-NO               PIC 9(04) COMP VALUE ZERO.
001760       77  STG-LINES-PER-PAGE        PIC 9(04) COMP VALUE 50.
001770       77  STG-DISPOSITION           PIC X(28) VALUE SPACES.
001780       77  STG-HELD-CENTER           PIC X(08) VALUE SPACES.
001790       77  STG-TEMPLATE-EOF-SWITCH        PIC X(01) VALUE "N".
001800           88  STG-TEMPLATE-END-OF-FILE       VALUE "Y".
001810       77  STG-HOLDING-SW                 PIC X(01) VALUE "N".
001820           88  STG-HOLDING-TEMPLATE           VALUE "Y".
001830       77  STG-DUE-SW                     PIC X(01) VALUE "N".
001840           88  STG-TEMPLATE-DUE               VALUE "Y".
001850       77  STG-VALID-SW                   PIC X(01) VALUE "Y".
001860           88  STG-TEMPLATE-VALID             VALUE "Y".
001870       77  STG-TEMPLATE-STATUS            PIC X(02) VALUE SPACES.
001880       77  STG-CENTER-STATUS              PIC X(02) VALUE SPACES.
001890       77  STG-CARD-STATUS                PIC X(02) VALUE SPACES.
001900       77  STG-REQUEST-OUT-STATUS         PIC X(02) VALUE SPACES.
001910       77  STG-REPORT-STATUS              PIC X(02) VALUE SPACES.
001920       77  STG-REGISTER-STATUS            PIC X(02) VALUE SPACES.
001930       77  STG-REGISTER-NEW-SW            PIC X(01) VALUE "N".
001940           88  STG-REGISTER-NEW               VALUE "Y".
001950       77  STG-REGISTER-EOF-SW            PIC X(01) VALUE "N".
001960           88  STG-REGISTER-AT-END            VALUE "Y".
001970       77  STG-NEXT-BATCH-NO              PIC 9(06) VALUE 1.
001980
001990 PROCEDURE DIVISION.
002000
002010*****************************************************************
002020*    0000-MAINLINE                                              *
002030*****************************************************************
002040       0000-MAINLINE.
002050           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002060           PERFORM 2100-READ-TEMPLATE THRU 2100-EXIT.
002070           PERFORM 2200-MAIN-LOOP THRU 2200-EXIT
002080               UNTIL STG-TEMPLATE-END-OF-FILE.
002090           PERFORM 3000-FINISH-TEMPLATE THRU 3000-EXIT.
002100           PERFORM 8000-FINALIZE THRU 8000-EXIT.
002110           STOP RUN.
002120
002130*****************************************************************
002140*    1000-INITIALIZE - SETTLE THE PERIOD, OPEN THE FILES, TAKE  *
002150*    THE NEXT BATCH NUMBER, AND START THE OUTPUT BATCH AND THE  *
002160*    GENERATION REGISTER.                                       *
002170*****************************************************************
002180       1000-INITIALIZE.
002190           ACCEPT STG-RUN-DATE-YMD FROM DATE YYYYMMDD.
002200           PERFORM 1010-READ-PERIOD-CARD THRU 1010-EXIT.
002210           COMPUTE STG-PERIOD-FIRST-DAY = STG-PERIOD * 100 + 1.
002220           MOVE STG-PERIOD-YYMM TO STG-SET-YYMM.
002230           OPEN I-O TEMPLATE-FILE.
002240           IF STG-TEMPLATE-STATUS NOT = "00"
002250               DISPLAY "08_DIVSTG - DIVSAT OPEN FAILED, STS = "
002260                   STG-TEMPLATE-STATUS
002270               MOVE 16 TO RETURN-CODE
002280               STOP RUN
002290           END-IF.
002300           OPEN INPUT COST-CENTER-FILE.
002310           IF STG-CENTER-STATUS NOT = "00"
002320               DISPLAY "08_DIVSTG - DIVCCM OPEN FAILED, STS = "
002330                   STG-CENTER-STATUS
002340               MOVE 16 TO RETURN-CODE
002350               STOP RUN
002360           END-IF.
002370           OPEN OUTPUT REQUEST-OUTPUT-FILE.
002380           IF STG-REQUEST-OUT-STATUS NOT = "00"
002390               DISPLAY "08_DIVSTG - DIVSTO OPEN FAILED, STS = "
002400                   STG-REQUEST-OUT-STATUS
002410               MOVE 16 TO RETURN-CODE
002420               STOP RUN
002430           END-IF.
002440           OPEN OUTPUT GENERATION-REPORT-FILE.
002450           IF STG-REPORT-STATUS NOT = "00"
002460               DISPLAY "08_DIVSTG - STGRPT OPEN FAILED, STS = "
002470                   STG-REPORT-STATUS
002480               MOVE 16 TO RETURN-CODE
002490               STOP RUN
002500           END-IF.
002510           PERFORM 1020-OPEN-BATCH-REGISTER THRU 1020-EXIT.
002520           PERFORM 1030-NEXT-BATCH-NUMBER THRU 1030-EXIT.
002530           PERFORM 1050-WRITE-BATCH-HEADER THRU 1050-EXIT.
002540           PERFORM 1200-WRITE-REPORT-HEADING THRU 1200-EXIT.
002550       1000-EXIT.
002560           EXIT.
002570
002580*****************************************************************
002590*    1010-READ-PERIOD-CARD - THE PERIOD TO GENERATE FOR.  A     *
002600*    MISSING OR BLANK CARD MEANS THE RUN MONTH; A CARD THAT IS  *
002610*    NOT A VALID YYYYMM STOPS THE JOB BEFORE ANYTHING IS        *
002620*    WRITTEN.                                                   *
002630*****************************************************************
002640       1010-READ-PERIOD-CARD.
002650           COMPUTE STG-PERIOD = STG-RUN-YYYY * 100 + STG-RUN-MM.
002660           OPEN INPUT PERIOD-CARD-FILE.
002670           IF STG-CARD-STATUS NOT = "00"
002680               GO TO 1010-EXIT
002690           END-IF.
002700           READ PERIOD-CARD-FILE
002710               AT END
002720                   MOVE SPACES TO SP-PERIOD
002730           END-READ.
002740           CLOSE PERIOD-CARD-FILE.
002750           IF SP-PERIOD = SPACES
002760               GO TO 1010-EXIT
002770           END-IF.
002780           IF SP-PERIOD NOT NUMERIC
002790               DISPLAY "08_DIVSTG - BAD PERIOD CARD " SP-PERIOD
002800               MOVE 16 TO RETURN-CODE
002810               STOP RUN
002820           END-IF.
002830           MOVE SP-PERIOD TO STG-PERIOD.
002840           IF STG-PERIOD-MM < 1 OR STG-PERIOD-MM > 12
002850               DISPLAY "08_DIVSTG - BAD PERIOD CARD " SP-PERIOD
002860               MOVE 16 TO RETURN-CODE
002870               STOP RUN
002880           END-IF.
002890       1010-EXIT.
002900           EXIT.
002910
002920*****************************************************************
002930*    1020-OPEN-BATCH-REGISTER - THE RECEIVED-BATCH REGISTER     *
002940*    SUPPLIES THE NEXT GENERATED BATCH NUMBER AND RECORDS THE   *
002950*    BATCH BUILT HERE.  A MISSING REGISTER IS BUILT FRESH ON    *
002960*    FIRST USE.                                                 *
002970*****************************************************************
002980       1020-OPEN-BATCH-REGISTER.
002990           MOVE "N" TO STG-REGISTER-NEW-SW.
003000           OPEN I-O BATCH-REGISTER-FILE.
003010           IF STG-REGISTER-STATUS = "35"
003020               OR STG-REGISTER-STATUS = "05"
003030               OPEN OUTPUT BATCH-REGISTER-FILE
003040               MOVE "Y" TO STG-REGISTER-NEW-SW
003050           END-IF.
003060           IF STG-REGISTER-STATUS NOT = "00"
003070               DISPLAY "08_DIVSTG - DIVBRG OPEN FAILED, STS = "
003080                   STG-REGISTER-STATUS
003090               MOVE 16 TO RETURN-CODE
003100               STOP RUN
003110           END-IF.
003120       1020-EXIT.
003130           EXIT.
003140
003150*****************************************************************
003160*    1030-NEXT-BATCH-NUMBER - ONE PAST THE HIGHEST 08DIVSTG     *
003170*    BATCH NUMBER ALREADY ON THE REGISTER.                      *
003180*****************************************************************
003190       1030-NEXT-BATCH-NUMBER.
003200           MOVE 1 TO STG-NEXT-BATCH-NO.
003210           IF STG-REGISTER-NEW
003220               GO TO 1030-EXIT
003230           END-IF.
003240           MOVE "N" TO STG-REGISTER-EOF-SW.
003250           MOVE "08DIVSTG" TO BR-SOURCE-SYSTEM.
003260           MOVE ZERO TO BR-BATCH-NO.
003270           START BATCH-REGISTER-FILE
003280               KEY IS NOT LESS THAN BR-KEY
003290               INVALID KEY
003300                   MOVE "Y" TO STG-REGISTER-EOF-SW
003310           END-START.
003320           PERFORM 1040-SCAN-REGISTER-ROW THRU 1040-EXIT
003330               UNTIL STG-REGISTER-AT-END.
003340       1030-EXIT.
003350           EXIT.
003360
003370       1040-SCAN-REGISTER-ROW.
003380           READ BATCH-REGISTER-FILE NEXT RECORD
003390               AT END
003400                   MOVE "Y" TO STG-REGISTER-EOF-SW
003410           END-READ.
003420           IF STG-REGISTER-AT-END
003430               GO TO 1040-EXIT
003440           END-IF.
003450           IF BR-SOURCE-SYSTEM NOT = "08DIVSTG"
003460               MOVE "Y" TO STG-REGISTER-EOF-SW
003470               GO TO 1040-EXIT
003480           END-IF.
003490           COMPUTE STG-NEXT-BATCH-NO = BR-BATCH-NO + 1.
003500       1040-EXIT.
003510           EXIT.
003520
003530*****************************************************************
003540*    1050-WRITE-BATCH-HEADER - THE GENERATED FILE GETS THE      *
003550*    STANDARD DIVREQ BATCH HEADER SO 08_REDEFINES WILL ACCEPT   *
003560*    AND CONTROL-CHECK IT LIKE ANY UPSTREAM FEED.               *
003570*****************************************************************
003580       1050-WRITE-BATCH-HEADER.
003590           MOVE SPACES TO BATCH-HEADER-RECORD.
003600           MOVE "HDR" TO BH-RECORD-TYPE.
003610           MOVE "08DIVSTG" TO BH-SOURCE-SYSTEM.
003620           MOVE STG-RUN-DATE-YMD TO BH-CREATE-DATE.
003630           MOVE STG-NEXT-BATCH-NO TO BH-BATCH-NO.
003640           WRITE REQUEST-OUTPUT-RECORD FROM BATCH-HEADER-RECORD.
003650       1050-EXIT.
003660           EXIT.
003670
003680*****************************************************************
003690*    1200-WRITE-REPORT-HEADING - PERIOD AND RUN-DATE HEADING,   *
003700*    REPRINTED AT THE TOP OF EVERY PAGE.                        *
003710*****************************************************************
003720       1200-WRITE-REPORT-HEADING.
003730           ADD 1 TO STG-PAGE-NO.
003740           MOVE ZERO TO STG-LINE-COUNT.
003750           STRING STG-PERIOD-YYYY "-" STG-PERIOD-MM
003760               DELIMITED BY SIZE INTO SGR-PERIOD.
003770           STRING STG-RUN-YYYY "-" STG-RUN-MM "-" STG-RUN-DD
003780               DELIMITED BY SIZE INTO SGR-RUN-DATE.
003790           MOVE STG-PAGE-NO TO SGR-PAGE-NO.
003800           MOVE SGR-HEADING-LINE-1 TO GENERATION-REPORT-RECORD.
003810           WRITE GENERATION-REPORT-RECORD AFTER ADVANCING PAGE.
003820           MOVE SGR-HEADING-LINE-2 TO GENERATION-REPORT-RECORD.
003830           WRITE GENERATION-REPORT-RECORD
003840               AFTER ADVANCING 2 LINES.
003850           ADD 2 TO STG-LINE-COUNT.
003860       1200-EXIT.
003870           EXIT.
003880
003890*****************************************************************
003900*    2100-READ-TEMPLATE - NEXT ROW OF THE TEMPLATE MASTER, IN   *
003910*    KEY SEQUENCE (EACH HEADER AHEAD OF ITS SHARE LINES).       *
003920*****************************************************************
003930       2100-READ-TEMPLATE.
003940           READ TEMPLATE-FILE NEXT RECORD
003950               AT END
003960                   MOVE "Y" TO STG-TEMPLATE-EOF-SWITCH
003970           END-READ.
003980       2100-EXIT.
003990           EXIT.
004000
004010*****************************************************************
004020*    2200-MAIN-LOOP - A HEADER ROW FINISHES THE TEMPLATE BEING  *
004030*    HELD AND STARTS THE NEXT ONE; A SHARE ROW IS ADDED TO THE  *
004040*    HELD TEMPLATE'S SHARE TABLE.                               *
004050*****************************************************************
004060       2200-MAIN-LOOP.
004070           IF ST-TEMPLATE-HEADER
004080               PERFORM 3000-FINISH-TEMPLATE THRU 3000-EXIT
004090               PERFORM 2300-HOLD-TEMPLATE THRU 2300-EXIT
004100           ELSE
004110               PERFORM 2400-HOLD-SHARE THRU 2400-EXIT
004120           END-IF.
004130           PERFORM 2100-READ-TEMPLATE THRU 2100-EXIT.
004140       2200-EXIT.
004150           EXIT.
004160
004170       2300-HOLD-TEMPLATE.
004180           MOVE "Y" TO STG-HOLDING-SW.
004190           MOVE ZERO TO STG-SHARE-COUNT.
004200           MOVE ST-TEMPLATE-ID TO STG-HT-TEMPLATE-ID.
004210           MOVE ST-DESCRIPTION TO STG-HT-DESCRIPTION.
004220           MOVE ST-ALLOC-TYPE-CD TO STG-HT-ALLOC-TYPE-CD.
004230           MOVE ST-ROUND-SW TO STG-HT-ROUND-SW.
004240           MOVE ST-SCALE-CD TO STG-HT-SCALE-CD.
004250           MOVE ST-FREQUENCY-CD TO STG-HT-FREQUENCY-CD.
004260           MOVE ST-START-DATE TO STG-HT-START-DATE.
004270           MOVE ST-END-DATE TO STG-HT-END-DATE.
004280           MOVE ST-TOTAL-AMOUNT TO STG-HT-TOTAL-AMOUNT.
004290           MOVE ST-LAST-PERIOD TO STG-HT-LAST-PERIOD.
004300       2300-EXIT.
004310           EXIT.
004320
004330*****************************************************************
004340*    2400-HOLD-SHARE - A SHARE ROW WITH NO HEADER AHEAD OF IT   *
004350*    CANNOT BE GENERATED AND IS ONLY NOTED ON THE JOB LOG.      *
004360*****************************************************************
004370       2400-HOLD-SHARE.
004380           IF NOT STG-HOLDING-TEMPLATE
004390               OR ST-TEMPLATE-ID NOT = STG-HT-TEMPLATE-ID
004400               DISPLAY "08_DIVSTG - SHARE LINE " ST-TEMPLATE-ID
004410                   "/" ST-LINE-NO " HAS NO TEMPLATE HEADER"
004420               ADD 1 TO STG-ORPHAN-SHARES
004430               GO TO 2400-EXIT
004440           END-IF.
004450           IF STG-SHARE-COUNT < 250
004460               ADD 1 TO STG-SHARE-COUNT
004470               MOVE ST-COST-CENTER
004480                   TO STG-SH-COST-CENTER (STG-SHARE-COUNT)
004490               MOVE ST-WEIGHT TO STG-SH-WEIGHT (STG-SHARE-COUNT)
004500           END-IF.
004510       2400-EXIT.
004520           EXIT.
004530
004540*****************************************************************
004550*    3000-FINISH-TEMPLATE - DECIDE WHAT HAPPENS TO THE HELD     *
004560*    TEMPLATE: SKIPPED AS NOT DUE, HELD BACK IN ERROR, OR       *
004570*    GENERATED ONTO THE BATCH - AND LIST IT ON THE REGISTER.    *
004580*****************************************************************
004590       3000-FINISH-TEMPLATE.
004600           IF NOT STG-HOLDING-TEMPLATE
004610               GO TO 3000-EXIT
004620           END-IF.
004630           MOVE "N" TO STG-HOLDING-SW.
004640           ADD 1 TO STG-TEMPLATES-READ.
004650           MOVE STG-HT-TEMPLATE-ID TO STG-SET-TEMPLATE-ID.
004660           MOVE SPACES TO STG-HELD-CENTER.
004670           PERFORM 3100-CHECK-DUE THRU 3100-EXIT.
004680           IF NOT STG-TEMPLATE-DUE
004690               ADD 1 TO STG-TEMPLATES-SKIPPED
004700               PERFORM 5000-WRITE-REGISTER-LINE THRU 5000-EXIT
004710               GO TO 3000-EXIT
004720           END-IF.
004730           PERFORM 3200-VALIDATE-TEMPLATE THRU 3200-EXIT.
004740           IF NOT STG-TEMPLATE-VALID
004750               ADD 1 TO STG-TEMPLATES-HELD
004760               DISPLAY "08_DIVSTG - TEMPLATE " STG-HT-TEMPLATE-ID
004770                   " " STG-DISPOSITION " " STG-HELD-CENTER
004780               PERFORM 5000-WRITE-REGISTER-LINE THRU 5000-EXIT
004790               GO TO 3000-EXIT
004800           END-IF.
004810           PERFORM 4000-WRITE-SET THRU 4000-EXIT.
004820           ADD 1 TO STG-TEMPLATES-FIRED.
004830           ADD 1 TO STG-FIRED-COUNT.
004840           MOVE STG-HT-TEMPLATE-ID
004850               TO STG-FIRED-ID (STG-FIRED-COUNT).
004860           MOVE "GENERATED" TO STG-DISPOSITION.
004870           PERFORM 5000-WRITE-REGISTER-LINE THRU 5000-EXIT.
004880       3000-EXIT.
004890           EXIT.
004900
004910*****************************************************************
004920*    3100-CHECK-DUE - A TEMPLATE IS DUE WHEN THE PERIOD FALLS   *
004930*    INSIDE ITS START/END DATES, ON ITS FREQUENCY COUNTED FROM  *
004940*    THE START MONTH, AND AFTER THE LAST PERIOD IT WAS BUILT    *
004950*    FOR.                                                       *
004960*****************************************************************
004970       3100-CHECK-DUE.
004980           MOVE "N" TO STG-DUE-SW.
004990           IF STG-HT-END-DATE NOT = ZERO
005000               AND STG-HT-END-DATE < STG-PERIOD-FIRST-DAY
005010               MOVE "EXPIRED" TO STG-DISPOSITION
005020               GO TO 3100-EXIT
005030           END-IF.
005040           COMPUTE STG-MONTH-DIFF =
005050               (STG-PERIOD-YYYY * 12 + STG-PERIOD-MM)
005060             - (STG-HT-START-YYYY * 12 + STG-HT-START-MM).
005070           IF STG-MONTH-DIFF < ZERO
005080               MOVE "NOT YET STARTED" TO STG-DISPOSITION
005090               GO TO 3100-EXIT
005100           END-IF.
005110           IF STG-HT-LAST-PERIOD NOT < STG-PERIOD
005120               MOVE "ALREADY GENERATED" TO STG-DISPOSITION
005130               GO TO 3100-EXIT
005140           END-IF.
005150           MOVE ZERO TO STG-CYCLE-REMAINDER.
005160           IF STG-HT-QUARTERLY
005170               DIVIDE STG-MONTH-DIFF BY 3
005180                   GIVING STG-CYCLE-QUOTIENT
005190                   REMAINDER STG-CYCLE-REMAINDER
005200           END-IF.
005210           IF STG-HT-ANNUAL
005220               DIVIDE STG-MONTH-DIFF BY 12
005230                   GIVING STG-CYCLE-QUOTIENT
005240                   REMAINDER STG-CYCLE-REMAINDER
005250           END-IF.
005260           IF STG-CYCLE-REMAINDER NOT = ZERO
005270               MOVE "NOT DUE THIS PERIOD" TO STG-DISPOSITION
005280               GO TO 3100-EXIT
005290           END-IF.
005300           MOVE "Y" TO STG-DUE-SW.
005310       3100-EXIT.
005320           EXIT.
005330
005340*****************************************************************
005350*    3200-VALIDATE-TEMPLATE - A DUE TEMPLATE MUST HAVE SHARES,  *
005360*    ROOM ON THE GENERATED-TEMPLATE TABLE, AND A GOOD COST      *
005370*    CENTER (AND WEIGHT, IF WEIGHTED) ON EVERY SHARE.  THE      *
005380*    FIRST FAULT FOUND IS THE ONE REPORTED.                     *
005390*****************************************************************
005400       3200-VALIDATE-TEMPLATE.
005410           MOVE "Y" TO STG-VALID-SW.
005420           IF STG-SHARE-COUNT = ZERO
005430               MOVE "N" TO STG-VALID-SW
005440               MOVE "HELD - NO SHARE LINES" TO STG-DISPOSITION
005450               GO TO 3200-EXIT
005460           END-IF.
005470           IF STG-FIRED-COUNT NOT < 500
005480               MOVE "N" TO STG-VALID-SW
005490               MOVE "HELD - TOO MANY TEMPLATES" TO STG-DISPOSITION
005500               GO TO 3200-EXIT
005510           END-IF.
005520           PERFORM 3300-EDIT-SHARE-CENTER THRU 3300-EXIT
005530               VARYING STG-SHARE-IX FROM 1 BY 1
005540               UNTIL STG-SHARE-IX > STG-SHARE-COUNT
005550                   OR NOT STG-TEMPLATE-VALID.
005560       3200-EXIT.
005570           EXIT.
005580
005590*****************************************************************
005600*    3300-EDIT-SHARE-CENTER - THE SAME CENTER EDIT 08_REDEFINES *
005610*    APPLIES: ON THE MASTER, ACTIVE, AND INSIDE ITS EFFECTIVE   *
005620*    DATES ON THE RUN DATE.                                     *
005630*****************************************************************
005640       3300-EDIT-SHARE-CENTER.
005650           MOVE STG-SH-COST-CENTER (STG-SHARE-IX) TO CC-CODE.
005660           READ COST-CENTER-FILE
005670               INVALID KEY
005680                   MOVE "N" TO STG-VALID-SW
005690                   MOVE "HELD - UNKNOWN COST CENTER"
005700                       TO STG-DISPOSITION
005710                   MOVE CC-CODE TO STG-HELD-CENTER
005720                   GO TO 3300-EXIT
005730           END-READ.
005740           IF NOT CC-ACTIVE
005750               OR STG-RUN-DATE-YMD < CC-EFF-FROM-DATE
005760               OR (CC-EFF-TO-DATE NOT = ZERO
005770                   AND STG-RUN-DATE-YMD > CC-EFF-TO-DATE)
005780               MOVE "N" TO STG-VALID-SW
005790               MOVE "HELD - CLOSED COST CENTER" TO STG-DISPOSITION
005800               MOVE CC-CODE TO STG-HELD-CENTER
005810               GO TO 3300-EXIT
005820           END-IF.
005830           IF STG-HT-WEIGHTED
005840               AND STG-SH-WEIGHT (STG-SHARE-IX) = ZERO
005850               MOVE "N" TO STG-VALID-SW
005860               MOVE "HELD - ZERO WEIGHT ON SHARE"
005870                   TO STG-DISPOSITION
005880               MOVE CC-CODE TO STG-HELD-CENTER
005890           END-IF.
005900       3300-EXIT.
005910           EXIT.
005920
005930*****************************************************************
005940*    4000-WRITE-SET - THE SET HEADER AND ITS SHARES, IN THE     *
005950*    DIVREQ LAYOUT 08_REDEFINES EXPECTS.                        *
005960*****************************************************************
005970       4000-WRITE-SET.
005980           MOVE SPACES TO SET-HEADER-RECORD.
005990           MOVE "SET" TO SH-RECORD-TYPE.
006000           MOVE STG-SET-ID TO SH-SET-ID.
006010           MOVE STG-HT-TOTAL-AMOUNT TO SH-TOTAL-AMOUNT.
006020           MOVE STG-SHARE-COUNT TO SH-SHARE-COUNT.
006030           MOVE STG-HT-ROUND-SW TO SH-ROUND-SW.
006040           MOVE STG-HT-SCALE-CD TO SH-SCALE-CD.
006050           MOVE STG-HT-ALLOC-TYPE-CD TO SH-ALLOC-TYPE-CD.
006060           WRITE REQUEST-OUTPUT-RECORD FROM SET-HEADER-RECORD.
006070           ADD 1 TO STG-RECORDS-WRITTEN.
006080           PERFORM 4100-WRITE-SHARE THRU 4100-EXIT
006090               VARYING STG-SHARE-IX FROM 1 BY 1
006100               UNTIL STG-SHARE-IX > STG-SHARE-COUNT.
006110       4000-EXIT.
006120           EXIT.
006130
006140       4100-WRITE-SHARE.
006150           MOVE SPACES TO SET-SHARE-RECORD.
006160           MOVE "SHR" TO SR-RECORD-TYPE.
006170           MOVE STG-SET-ID TO SR-SET-ID.
006180           MOVE STG-SH-COST-CENTER (STG-SHARE-IX)
006190               TO SR-COST-CENTER.
006200           MOVE STG-SH-WEIGHT (STG-SHARE-IX) TO SR-WEIGHT.
006210           WRITE REQUEST-OUTPUT-RECORD FROM SET-SHARE-RECORD.
006220           ADD 1 TO STG-RECORDS-WRITTEN.
006230       4100-EXIT.
006240           EXIT.
006250
006260*****************************************************************
006270*    5000-WRITE-REGISTER-LINE - ONE LINE PER TEMPLATE WITH ITS  *
006280*    DISPOSITION FOR THE PERIOD.                                *
006290*****************************************************************
006300       5000-WRITE-REGISTER-LINE.
006310           IF STG-LINE-COUNT >= STG-LINES-PER-PAGE
006320               PERFORM 1200-WRITE-REPORT-HEADING THRU 1200-EXIT
006330           END-IF.
006340           MOVE STG-HT-TEMPLATE-ID TO SGR-TEMPLATE-ID.
006350           MOVE STG-HT-DESCRIPTION TO SGR-DESCRIPTION.
006360           MOVE STG-HT-FREQUENCY-CD TO SGR-FREQUENCY.
006370           IF STG-TEMPLATE-DUE AND STG-TEMPLATE-VALID
006380               MOVE STG-SET-ID TO SGR-SET-ID
006390           ELSE
006400               MOVE SPACES TO SGR-SET-ID
006410           END-IF.
006420           MOVE STG-SHARE-COUNT TO SGR-SHARES.
006430           MOVE STG-HT-TOTAL-AMOUNT TO SGR-SET-TOTAL.
006440           MOVE STG-DISPOSITION TO SGR-DISPOSITION.
006450           MOVE STG-HELD-CENTER TO SGR-CENTER.
006460           MOVE SGR-DETAIL-LINE TO GENERATION-REPORT-RECORD.
006470           WRITE GENERATION-REPORT-RECORD AFTER ADVANCING 1 LINES.
006480           ADD 1 TO STG-LINE-COUNT.
006490       5000-EXIT.
006500           EXIT.
006510
006520*****************************************************************
006530*    8000-FINALIZE - CLOSE THE BATCH WITH ITS TRAILER, REGISTER *
006540*    IT, MARK EVERY FIRED TEMPLATE WITH THE PERIOD, PRINT THE   *
006550*    REGISTER TOTALS, AND SET THE RETURN CODE.                  *
006560*****************************************************************
006570       8000-FINALIZE.
006580           MOVE SPACES TO BATCH-TRAILER-RECORD.
006590           MOVE "TRL" TO BT-RECORD-TYPE.
006600           MOVE STG-RECORDS-WRITTEN TO BT-RECORD-COUNT.
006610           MOVE ZERO TO BT-HASH-NUM1.
006620           WRITE REQUEST-OUTPUT-RECORD FROM BATCH-TRAILER-RECORD.
006630           PERFORM 8100-REGISTER-GENERATED-BATCH THRU 8100-EXIT.
006640           PERFORM 8200-MARK-TEMPLATE-FIRED THRU 8200-EXIT
006650               VARYING STG-FIRED-IX FROM 1 BY 1
006660               UNTIL STG-FIRED-IX > STG-FIRED-COUNT.
006670           PERFORM 8300-WRITE-REGISTER-TOTALS THRU 8300-EXIT.
006680           CLOSE TEMPLATE-FILE.
006690           CLOSE COST-CENTER-FILE.
006700           CLOSE BATCH-REGISTER-FILE.
006710           CLOSE REQUEST-OUTPUT-FILE.
006720           CLOSE GENERATION-REPORT-FILE.
006730           DISPLAY "08_DIVSTG - PERIOD............: " STG-PERIOD.
006740           DISPLAY "08_DIVSTG - TEMPLATES READ....: "
006750               STG-TEMPLATES-READ.
006760           DISPLAY "08_DIVSTG - TEMPLATES FIRED...: "
006770               STG-TEMPLATES-FIRED.
006780           DISPLAY "08_DIVSTG - NOT DUE/EXPIRED...: "
006790               STG-TEMPLATES-SKIPPED.
006800           DISPLAY "08_DIVSTG - HELD IN ERROR.....: "
006810               STG-TEMPLATES-HELD.
006820           DISPLAY "08_DIVSTG - ORPHAN SHARES.....: "
006830               STG-ORPHAN-SHARES.
006840           DISPLAY "08_DIVSTG - RECORDS WRITTEN...: "
006850               STG-RECORDS-WRITTEN.
006860           IF STG-TEMPLATES-HELD > ZERO
006870               MOVE 8 TO RETURN-CODE
006880           END-IF.
006890       8000-EXIT.
006900           EXIT.
006910
006920*****************************************************************
006930*    8100-REGISTER-GENERATED-BATCH - RECORD THE BATCH ON THE    *
006940*    RECEIVED-BATCH REGISTER WITH DISPOSITION "G" (GENERATED,   *
006950*    AWAITING ITS POSTING RUN).                                 *
006960*****************************************************************
006970       8100-REGISTER-GENERATED-BATCH.
006980           MOVE SPACES TO BATCH-REGISTER-RECORD.
006990           MOVE "08DIVSTG" TO BR-SOURCE-SYSTEM.
007000           MOVE STG-NEXT-BATCH-NO TO BR-BATCH-NO.
007010           MOVE "G" TO BR-DISPOSITION-CD.
007020           MOVE STG-RUN-DATE-YMD TO BR-FIRST-SEEN-DATE.
007030           MOVE STG-RUN-DATE-YMD TO BR-LAST-ACTION-DATE.
007040           MOVE STG-RECORDS-WRITTEN TO BR-RECORD-COUNT.
007050           MOVE ZERO TO BR-DUPLICATE-TRIES.
007060           WRITE BATCH-REGISTER-RECORD
007070               INVALID KEY
007080                   REWRITE BATCH-REGISTER-RECORD
007090           END-WRITE.
007100       8100-EXIT.
007110           EXIT.
007120
007130*****************************************************************
007140*    8200-MARK-TEMPLATE-FIRED - STAMP THE PERIOD ON EACH FIRED  *
007150*    TEMPLATE'S HEADER SO A RERUN CANNOT BUILD IT AGAIN.        *
007160*****************************************************************
007170       8200-MARK-TEMPLATE-FIRED.
007180           MOVE STG-FIRED-ID (STG-FIRED-IX) TO ST-TEMPLATE-ID.
007190           MOVE ZERO TO ST-LINE-NO.
007200           READ TEMPLATE-FILE
007210               INVALID KEY
007220                   GO TO 8200-EXIT
007230           END-READ.
007240           MOVE STG-PERIOD TO ST-LAST-PERIOD.
007250           REWRITE STANDING-TEMPLATE-RECORD.
007260       8200-EXIT.
007270           EXIT.
007280
007290*****************************************************************
007300*    8300-WRITE-REGISTER-TOTALS - CONTROL COUNTS AND THE BATCH  *
007310*    IDENTITY AT THE FOOT OF THE GENERATION REGISTER.           *
007320*****************************************************************
007330       8300-WRITE-REGISTER-TOTALS.
007340           MOVE SPACES TO GENERATION-REPORT-RECORD.
007350           WRITE GENERATION-REPORT-RECORD AFTER ADVANCING 1 LINES.
007360           MOVE "TEMPLATES READ............: " TO SGR-TOT-CAPTION.
007370           MOVE STG-TEMPLATES-READ TO SGR-TOT-COUNT.
007380           MOVE SGR-TOTAL-LINE TO GENERATION-REPORT-RECORD.
007390           WRITE GENERATION-REPORT-RECORD AFTER ADVANCING 1 LINES.
007400           MOVE "TEMPLATES GENERATED.......: " TO SGR-TOT-CAPTION.
007410           MOVE STG-TEMPLATES-FIRED TO SGR-TOT-COUNT.
007420           MOVE SGR-TOTAL-LINE TO GENERATION-REPORT-RECORD.
007430           WRITE GENERATION-REPORT-RECORD AFTER ADVANCING 1 LINES.
007440           MOVE "NOT DUE OR EXPIRED........: " TO SGR-TOT-CAPTION.
007450           MOVE STG-TEMPLATES-SKIPPED TO SGR-TOT-COUNT.
007460           MOVE SGR-TOTAL-LINE TO GENERATION-REPORT-RECORD.
007470           WRITE GENERATION-REPORT-RECORD AFTER ADVANCING 1 LINES.
007480           MOVE "HELD BACK IN ERROR........: " TO SGR-TOT-CAPTION.
007490           MOVE STG-TEMPLATES-HELD TO SGR-TOT-COUNT.
007500           MOVE SGR-TOTAL-LINE TO GENERATION-REPORT-RECORD.
007510           WRITE GENERATION-REPORT-RECORD AFTER ADVANCING 1 LINES.
007520           MOVE "08DIVSTG" TO SGR-BATCH-SOURCE.
007530           MOVE STG-NEXT-BATCH-NO TO SGR-BATCH-NO.
007540           MOVE STG-RECORDS-WRITTEN TO SGR-BATCH-RECORDS.
007550           MOVE SGR-BATCH-LINE TO GENERATION-REPORT-RECORD.
007560           WRITE GENERATION-REPORT-RECORD AFTER ADVANCING 2 LINES.
007570       8300-EXIT.
007580           EXIT.
