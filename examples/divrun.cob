000010 IDENTIFICATION DIVISION.
000020       PROGRAM-ID. 08_DIVRUN.
000030       AUTHOR. R L HIRPAR.
000040       INSTALLATION. BATCH PRODUCTION SUPPORT.
000050       DATE-WRITTEN. 2026-10-15.
000060       DATE-COMPILED.
000070*****************************************************************
000080*                                                               *
000090*    08_DIVRUN PRINTS THE NIGHTLY DIVISION CHAIN FOR ONE        *
000100*    BUSINESS DATE ON ONE PAGE, FROM THE DIVSTP STEP-STATUS     *
000110*    FILE WRITTEN BY 08_DIVSTP.  EVERY STEP ON THE CHAIN        *
000120*    (DIVSCH.CPY) GETS A LINE IN RUN ORDER - STATUS, START AND  *
000130*    END TIMES, RETURN CODE, NUMBER OF RUNS FOR THE DATE, ITS   *
000140*    OWN ONE-LINE MESSAGE - AND A SECOND LINE OF ITS KEY        *
000150*    COUNTS.  THE LAST LINE SAYS WHERE THE CHAIN STOPPED AND    *
000160*    WHY, SO THE MORNING SHIFT NEED NOT PIECE THE NIGHT         *
000170*    TOGETHER FROM THE JOB LOGS.                                *
000180*                                                               *
000190*    STEP STATUS -                                              *
000200*        ENDED CLEAN       ENDED AT OR BELOW ITS CLEAN RC       *
000210*        ENDED - NOT CLEAN ENDED ABOVE ITS CLEAN RC - THE NEXT  *
000220*                          STEP WILL BE REFUSED                 *
000230*        STARTED - NO END  STILL RUNNING, OR STOPPED BEFORE     *
000240*                          END OF JOB (SEE THE JOB LOG)         *
000250*        REFUSED           ITS PREDECESSOR HAD NOT ENDED        *
000260*                          CLEANLY - THE MESSAGE SAYS WHICH     *
000270*        NOT RUN           NO ROW FOR THE DATE                  *
000280*        NOT DUE           A MONTH-END STEP ON ANY OTHER DATE   *
000290*                                                               *
000300*    PARAMETER CARD LAYOUT (RUNPRM) -                           *
000310*        RP-DATE        COLS 01-08  YYYYMMDD BUSINESS DATE; A   *
000320*                                   MISSING OR BLANK CARD       *
000330*                                   MEANS THE LATEST DATE ON    *
000340*                                   THE STEP-STATUS FILE.       *
000350*                                                               *
000360*    MODIFICATION HISTORY                                       *
000370*    DATE       BY    DESCRIPTION                                *
000380*    ---------- ----- --------------------------------------    *
000390*    2026-10-15 RLH   ORIGINAL PROGRAM - ONE-PAGE NIGHTLY       *
000400*                     CHAIN RUN-STATUS REPORT.                  *
000410*    2026-10-15 RLH   ROOM FOR THE SIXTH STEP (08_DIVTRD).      *
000420*    2026-10-15 RLH   ROOM FOR THE SEVENTH STEP (08_DIVJNL).    *
000430*                                                               *
000440*****************************************************************
000450
000460 ENVIRONMENT DIVISION.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490           SELECT STEP-STATUS-FILE ASSIGN TO "DIVSTP"
000500               ORGANIZATION IS INDEXED
000510               ACCESS MODE IS DYNAMIC
000520               RECORD KEY IS SP-KEY
000530               FILE STATUS IS RUN-STEP-STATUS.
000540           SELECT DATE-CARD-FILE ASSIGN TO "RUNPRM"
000550               ORGANIZATION IS SEQUENTIAL
000560               FILE STATUS IS RUN-CARD-STATUS.
000570           SELECT STATUS-REPORT-FILE ASSIGN TO "RUNRPT"
000580               ORGANIZATION IS SEQUENTIAL
000590               FILE STATUS IS RUN-REPORT-STATUS.
000600
000610 DATA DIVISION.
000620 FILE SECTION.
000630       FD  STEP-STATUS-FILE
000640           LABEL RECORDS ARE STANDARD.
000650       COPY DIVSTP.
000660
000670       FD  DATE-CARD-FILE
000680           LABEL RECORDS ARE STANDARD.
000690       01  DATE-CARD-RECORD.
000700           05  RP-DATE                    PIC X(08).
000710           05  FILLER                     PIC X(72).
000720
000730       FD  STATUS-REPORT-FILE
000740           LABEL RECORDS ARE STANDARD.
000750       01  STATUS-REPORT-RECORD           PIC X(132).
000760
000770 WORKING-STORAGE SECTION.
000780       COPY DIVSCH.
000790       COPY DIVRNR.
000800
000810       77  RUN-IX                    PIC 9(04) COMP VALUE ZERO.
000820       77  RUN-CNT-IX                PIC 9(04) COMP VALUE ZERO.
000830       77  RUN-STOP-IX               PIC 9(04) COMP VALUE ZERO.
000840       77  RUN-LEAP-QUOT             PIC 9(04) COMP VALUE ZERO.
000850       77  RUN-LEAP-REM              PIC 9(04) COMP VALUE ZERO.
000860       77  RUN-LAST-DAY              PIC 9(02) VALUE ZERO.
000870       77  RUN-RC-ED                      PIC Z(03)9.
000880       77  RUN-MONTH-END-SW               PIC X(01) VALUE "N".
000890           88  RUN-MONTH-END                  VALUE "Y".
000900       77  RUN-EOF-SWITCH                 PIC X(01) VALUE "N".
000910           88  RUN-END-OF-FILE                VALUE "Y".
000920       77  RUN-STEP-STATUS                PIC X(02) VALUE SPACES.
000930       77  RUN-CARD-STATUS                PIC X(02) VALUE SPACES.
000940       77  RUN-REPORT-STATUS              PIC X(02) VALUE SPACES.
000950
000960       01  RUN-STEP-RESULT-TABLE.
000970           05  RUN-STEP-RESULT OCCURS 7 TIMES.
000980               10  RUN-RESULT-CD          PIC X(01).
000990                   88  RUN-RESULT-CLEAN       VALUE "C".
001000                   88  RUN-RESULT-NOT-CLEAN   VALUE "X".
001010                   88  RUN-RESULT-STARTED     VALUE "S".
001020                   88  RUN-RESULT-REFUSED     VALUE "R".
001030                   88  RUN-RESULT-NOT-RUN     VALUE "N".
001040                   88  RUN-RESULT-NOT-DUE     VALUE "D".
001050               10  RUN-RESULT-RC          PIC 9(04).
001060               10  RUN-RESULT-MESSAGE     PIC X(40).
001070
001080       01  RUN-DAYS-IN-MONTH-VALUES       PIC X(24)
001090           VALUE "312831303130313130313031".
001100       01  RUN-DAYS-IN-MONTH-TABLE
001110               REDEFINES RUN-DAYS-IN-MONTH-VALUES.
001120           05  RUN-DAYS-IN-MONTH          PIC 9(02) OCCURS 12.
001130
001140       01  RUN-BUS-DATE-YMD               PIC 9(08) VALUE ZERO.
001150       01  RUN-BUS-DATE-PARTS REDEFINES RUN-BUS-DATE-YMD.
001160           05  RUN-BUS-YYYY               PIC 9(04).
001170           05  RUN-BUS-MM                 PIC 9(02).
001180           05  RUN-BUS-DD                 PIC 9(02).
001190
001200       01  RUN-RUN-DATE-YMD               PIC 9(08) VALUE ZERO.
001210       01  RUN-RUN-DATE-PARTS REDEFINES RUN-RUN-DATE-YMD.
001220           05  RUN-RUN-YYYY               PIC 9(04).
001230           05  RUN-RUN-MM                 PIC 9(02).
001240           05  RUN-RUN-DD                 PIC 9(02).
001250
001260       01  RUN-RUN-TIME                   PIC 9(08) VALUE ZERO.
001270       01  RUN-RUN-TIME-PARTS REDEFINES RUN-RUN-TIME.
001280           05  RUN-RUN-HH                 PIC 9(02).
001290           05  RUN-RUN-MI                 PIC 9(02).
001300           05  RUN-RUN-SS                 PIC 9(02).
001310           05  FILLER                     PIC 9(02).
001320
001330       01  RUN-STAMP-DATE                 PIC 9(08) VALUE ZERO.
001340       01  RUN-STAMP-DATE-PARTS REDEFINES RUN-STAMP-DATE.
001350           05  RUN-STAMP-YYYY             PIC 9(04).
001360           05  RUN-STAMP-MM               PIC 9(02).
001370           05  RUN-STAMP-DD               PIC 9(02).
001380       01  RUN-STAMP-TIME                 PIC 9(08) VALUE ZERO.
001390       01  RUN-STAMP-TIME-PARTS REDEFINES RUN-STAMP-TIME.
001400           05  RUN-STAMP-HH               PIC 9(02).
001410           05  RUN-STAMP-MI               PIC 9(02).
001420           05  RUN-STAMP-SS               PIC 9(02).
001430           05  FILLER                     PIC 9(02).
001440       01  RUN-STAMP-TEXT                 PIC X(19) VALUE SPACES.
001450
001460 PROCEDURE DIVISION.
001470
001480*****************************************************************
001490*    0000-MAINLINE                                              *
001500*****************************************************************
001510       0000-MAINLINE.
001520           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001530           PERFORM 2000-PRINT-ONE-STEP THRU 2000-EXIT
001540               VARYING RUN-IX FROM 1 BY 1
001550               UNTIL RUN-IX > SC-STEP-LIMIT.
001560           PERFORM 8000-FINALIZE THRU 8000-EXIT.
001570           STOP RUN.
001580
001590*****************************************************************
001600*    1000-INITIALIZE - PICK THE BUSINESS DATE, OPEN THE FILES,  *
001610*    AND PRINT THE HEADING.                                     *
001620*****************************************************************
001630       1000-INITIALIZE.
001640           ACCEPT RUN-RUN-DATE-YMD FROM DATE YYYYMMDD.
001650           ACCEPT RUN-RUN-TIME FROM TIME.
001660           OPEN INPUT STEP-STATUS-FILE.
001670           IF RUN-STEP-STATUS NOT = "00"
001680               DISPLAY "08_DIVRUN - DIVSTP OPEN FAILED, STS = "
001690                   RUN-STEP-STATUS
001700               MOVE 16 TO RETURN-CODE
001710               STOP RUN
001720           END-IF.
001730           PERFORM 1100-READ-DATE-CARD THRU 1100-EXIT.
001740           IF RUN-BUS-DATE-YMD = ZERO
001750               PERFORM 1200-FIND-LATEST-DATE THRU 1200-EXIT
001760           END-IF.
001770           PERFORM 1300-CHECK-MONTH-END THRU 1300-EXIT.
001780           OPEN OUTPUT STATUS-REPORT-FILE.
001790           IF RUN-REPORT-STATUS NOT = "00"
001800               DISPLAY "08_DIVRUN - RUNRPT OPEN FAILED, STS = "
001810                   RUN-REPORT-STATUS
001820               MOVE 16 TO RETURN-CODE
001830               STOP RUN
001840           END-IF.
001850           PERFORM 1400-WRITE-REPORT-HEADING THRU 1400-EXIT.
001860       1000-EXIT.
001870           EXIT.
001880
001890*****************************************************************
001900*    1100-READ-DATE-CARD - THE BUSINESS DATE TO REPORT ON.  A   *
001910*    MISSING OR BLANK CARD LEAVES IT ZERO FOR 1200 TO FILL IN;  *
001920*    A CARD THAT IS NOT A YYYYMMDD DATE STOPS THE JOB.          *
001930*****************************************************************
001940       1100-READ-DATE-CARD.
001950           MOVE ZERO TO RUN-BUS-DATE-YMD.
001960           OPEN INPUT DATE-CARD-FILE.
001970           IF RUN-CARD-STATUS NOT = "00"
001980               GO TO 1100-EXIT
001990           END-IF.
002000           READ DATE-CARD-FILE
002010               AT END
002020                   MOVE SPACES TO RP-DATE
002030           END-READ.
002040           CLOSE DATE-CARD-FILE.
002050           IF RP-DATE = SPACES OR RP-DATE = "00000000"
002060               GO TO 1100-EXIT
002070           END-IF.
002080           IF RP-DATE NOT NUMERIC
002090               DISPLAY "08_DIVRUN - BAD DATE CARD " RP-DATE
002100               MOVE 16 TO RETURN-CODE
002110               STOP RUN
002120           END-IF.
002130           MOVE RP-DATE TO RUN-BUS-DATE-YMD.
002140           IF RUN-BUS-MM < 1 OR RUN-BUS-MM > 12
002150               OR RUN-BUS-DD < 1 OR RUN-BUS-DD > 31
002160               DISPLAY "08_DIVRUN - BAD DATE CARD " RP-DATE
002170               MOVE 16 TO RETURN-CODE
002180               STOP RUN
002190           END-IF.
002200       1100-EXIT.
002210           EXIT.
002220
002230*****************************************************************
002240*    1200-FIND-LATEST-DATE - THE FILE IS KEYED DATE FIRST, SO   *
002250*    THE LAST ROW READ CARRIES THE LATEST BUSINESS DATE.        *
002260*****************************************************************
002270       1200-FIND-LATEST-DATE.
002280           MOVE "N" TO RUN-EOF-SWITCH.
002290           PERFORM 1210-READ-NEXT-STEP THRU 1210-EXIT
002300               UNTIL RUN-END-OF-FILE.
002310           IF RUN-BUS-DATE-YMD = ZERO
002320               DISPLAY "08_DIVRUN - DIVSTP IS EMPTY"
002330               MOVE 12 TO RETURN-CODE
002340               STOP RUN
002350           END-IF.
002360       1200-EXIT.
002370           EXIT.
002380
002390       1210-READ-NEXT-STEP.
002400           READ STEP-STATUS-FILE NEXT RECORD
002410               AT END
002420                   MOVE "Y" TO RUN-EOF-SWITCH
002430               NOT AT END
002440                   MOVE SP-DATE TO RUN-BUS-DATE-YMD
002450           END-READ.
002460       1210-EXIT.
002470           EXIT.
002480
002490*****************************************************************
002500*    1300-CHECK-MONTH-END - THE BUSINESS DATE IS MONTH END      *
002510*    WHEN IT IS THE LAST DAY OF ITS MONTH (FEBRUARY HAS 29      *
002520*    DAYS IN A LEAP YEAR).                                      *
002530*****************************************************************
002540       1300-CHECK-MONTH-END.
002550           MOVE "N" TO RUN-MONTH-END-SW.
002560           MOVE RUN-DAYS-IN-MONTH (RUN-BUS-MM) TO RUN-LAST-DAY.
002570           IF RUN-BUS-MM = 2
002580               DIVIDE RUN-BUS-YYYY BY 4
002590                   GIVING RUN-LEAP-QUOT REMAINDER RUN-LEAP-REM
002600               IF RUN-LEAP-REM = ZERO
002610                   MOVE 29 TO RUN-LAST-DAY
002620                   DIVIDE RUN-BUS-YYYY BY 100
002630                       GIVING RUN-LEAP-QUOT REMAINDER RUN-LEAP-REM
002640                   IF RUN-LEAP-REM = ZERO
002650                       MOVE 28 TO RUN-LAST-DAY
002660                       DIVIDE RUN-BUS-YYYY BY 400
002670                           GIVING RUN-LEAP-QUOT
002680                           REMAINDER RUN-LEAP-REM
002690                       IF RUN-LEAP-REM = ZERO
002700                           MOVE 29 TO RUN-LAST-DAY
002710                       END-IF
002720                   END-IF
002730               END-IF
002740           END-IF.
002750           IF RUN-BUS-DD = RUN-LAST-DAY
002760               MOVE "Y" TO RUN-MONTH-END-SW
002770           END-IF.
002780       1300-EXIT.
002790           EXIT.
002800
002810*****************************************************************
002820*    1400-WRITE-REPORT-HEADING - BUSINESS DATE, MONTH-END       *
002830*    FLAG, WHEN PRINTED, AND THE COLUMN HEADINGS.               *
002840*****************************************************************
002850       1400-WRITE-REPORT-HEADING.
002860           STRING RUN-BUS-YYYY "-" RUN-BUS-MM "-" RUN-BUS-DD
002870               DELIMITED BY SIZE INTO RNR-BUS-DATE.
002880           IF RUN-MONTH-END
002890               MOVE "YES" TO RNR-MONTH-END
002900           ELSE
002910               MOVE "NO" TO RNR-MONTH-END
002920           END-IF.
002930           STRING RUN-RUN-YYYY "-" RUN-RUN-MM "-" RUN-RUN-DD
002940               DELIMITED BY SIZE INTO RNR-RUN-DATE.
002950           STRING RUN-RUN-HH ":" RUN-RUN-MI ":" RUN-RUN-SS
002960               DELIMITED BY SIZE INTO RNR-RUN-TIME.
002970           MOVE RNR-HEADING-LINE-1 TO STATUS-REPORT-RECORD.
002980           WRITE STATUS-REPORT-RECORD AFTER ADVANCING PAGE.
002990           MOVE RNR-HEADING-LINE-2 TO STATUS-REPORT-RECORD.
003000           WRITE STATUS-REPORT-RECORD AFTER ADVANCING 2 LINES.
003010           MOVE RNR-RULE-LINE TO STATUS-REPORT-RECORD.
003020           WRITE STATUS-REPORT-RECORD AFTER ADVANCING 1 LINES.
003030       1400-EXIT.
003040           EXIT.
003050
003060*****************************************************************
003070*    2000-PRINT-ONE-STEP - LOOK UP THE CHAIN STEP'S ROW FOR     *
003080*    THE DATE, CLASSIFY IT, AND PRINT ITS TWO LINES.            *
003090*****************************************************************
003100       2000-PRINT-ONE-STEP.
003110           MOVE SPACES TO RNR-DETAIL-LINE.
003120           MOVE SPACES TO RUN-RESULT-MESSAGE (RUN-IX).
003130           MOVE ZERO TO RUN-RESULT-RC (RUN-IX).
003140           MOVE SC-STEP-NAME (RUN-IX) TO RNR-STEP.
003150           MOVE RUN-BUS-DATE-YMD TO SP-DATE.
003160           MOVE SC-STEP-NAME (RUN-IX) TO SP-STEP-NAME.
003170           READ STEP-STATUS-FILE
003180               INVALID KEY
003190                   PERFORM 2100-STEP-NOT-FOUND THRU 2100-EXIT
003200                   GO TO 2000-EXIT
003210           END-READ.
003220           EVALUATE TRUE
003230               WHEN SP-STARTED
003240                   MOVE "S" TO RUN-RESULT-CD (RUN-IX)
003250                   MOVE "STARTED - NO END" TO RNR-STATUS
003260               WHEN SP-REFUSED
003270                   MOVE "R" TO RUN-RESULT-CD (RUN-IX)
003280                   MOVE "REFUSED" TO RNR-STATUS
003290               WHEN SP-RETURN-CODE > SC-CLEAN-MAX-RC (RUN-IX)
003300                   MOVE "X" TO RUN-RESULT-CD (RUN-IX)
003310                   MOVE "ENDED - NOT CLEAN" TO RNR-STATUS
003320               WHEN OTHER
003330                   MOVE "C" TO RUN-RESULT-CD (RUN-IX)
003340                   MOVE "ENDED CLEAN" TO RNR-STATUS
003350           END-EVALUATE.
003360           MOVE SP-RETURN-CODE TO RUN-RESULT-RC (RUN-IX).
003370           MOVE SP-MESSAGE TO RUN-RESULT-MESSAGE (RUN-IX).
003380           MOVE SP-START-DATE TO RUN-STAMP-DATE.
003390           MOVE SP-START-TIME TO RUN-STAMP-TIME.
003400           PERFORM 2200-FORMAT-STAMP THRU 2200-EXIT.
003410           MOVE RUN-STAMP-TEXT TO RNR-STARTED.
003420           MOVE SP-END-DATE TO RUN-STAMP-DATE.
003430           MOVE SP-END-TIME TO RUN-STAMP-TIME.
003440           PERFORM 2200-FORMAT-STAMP THRU 2200-EXIT.
003450           MOVE RUN-STAMP-TEXT TO RNR-ENDED.
003460           IF SP-STARTED
003470               MOVE SPACES TO RNR-RC-X
003480           ELSE
003490               MOVE SP-RETURN-CODE TO RNR-RC
003500           END-IF.
003510           MOVE SP-RUN-COUNT TO RNR-RUNS.
003520           MOVE SP-MESSAGE TO RNR-MESSAGE.
003530           MOVE RNR-DETAIL-LINE TO STATUS-REPORT-RECORD.
003540           WRITE STATUS-REPORT-RECORD AFTER ADVANCING 2 LINES.
003550           MOVE SPACES TO RNR-COUNT-LINE.
003560           PERFORM 2300-MOVE-COUNT THRU 2300-EXIT
003570               VARYING RUN-CNT-IX FROM 1 BY 1
003580               UNTIL RUN-CNT-IX > 3.
003590           MOVE RNR-COUNT-LINE TO STATUS-REPORT-RECORD.
003600           WRITE STATUS-REPORT-RECORD AFTER ADVANCING 1 LINES.
003610       2000-EXIT.
003620           EXIT.
003630
003640*****************************************************************
003650*    2100-STEP-NOT-FOUND - NO ROW FOR THE DATE.  A MONTH-END    *
003660*    STEP IS NOT DUE ON ANY OTHER DATE; ANY OTHER STEP HAS NOT  *
003670*    RUN.                                                       *
003680*****************************************************************
003690       2100-STEP-NOT-FOUND.
003700           IF SC-MONTH-END-ONLY (RUN-IX) AND NOT RUN-MONTH-END
003710               MOVE "D" TO RUN-RESULT-CD (RUN-IX)
003720               MOVE "NOT DUE" TO RNR-STATUS
003730               MOVE "MONTH-END STEP" TO RNR-MESSAGE
003740           ELSE
003750               MOVE "N" TO RUN-RESULT-CD (RUN-IX)
003760               MOVE "NOT RUN" TO RNR-STATUS
003770           END-IF.
003780           MOVE SPACES TO RNR-RC-X.
003790           MOVE SPACES TO RNR-RUNS-X.
003800           MOVE RNR-DETAIL-LINE TO STATUS-REPORT-RECORD.
003810           WRITE STATUS-REPORT-RECORD AFTER ADVANCING 2 LINES.
003820           MOVE SPACES TO STATUS-REPORT-RECORD.
003830           WRITE STATUS-REPORT-RECORD AFTER ADVANCING 1 LINES.
003840       2100-EXIT.
003850           EXIT.
003860
003870*****************************************************************
003880*    2200-FORMAT-STAMP - YYYY-MM-DD HH:MM:SS, OR BLANK WHEN     *
003890*    THE STEP HAS NOT GOT THAT FAR.                             *
003900*****************************************************************
003910       2200-FORMAT-STAMP.
003920           MOVE SPACES TO RUN-STAMP-TEXT.
003930           IF RUN-STAMP-DATE = ZERO
003940               GO TO 2200-EXIT
003950           END-IF.
003960           STRING RUN-STAMP-YYYY "-" RUN-STAMP-MM "-" RUN-STAMP-DD
003970               " " RUN-STAMP-HH ":" RUN-STAMP-MI ":" RUN-STAMP-SS
003980               DELIMITED BY SIZE INTO RUN-STAMP-TEXT.
003990       2200-EXIT.
004000           EXIT.
004010
004020       2300-MOVE-COUNT.
004030           IF SP-COUNT-LABEL (RUN-CNT-IX) = SPACES
004040               MOVE SPACES TO RNR-CNT-X (RUN-CNT-IX)
004050           ELSE
004060               MOVE SP-COUNT-LABEL (RUN-CNT-IX)
004070                   TO RNR-CNT-LABEL (RUN-CNT-IX)
004080               MOVE SP-COUNT (RUN-CNT-IX) TO RNR-CNT (RUN-CNT-IX)
004090           END-IF.
004100       2300-EXIT.
004110           EXIT.
004120
004130*****************************************************************
004140*    8000-FINALIZE - FIND THE FIRST STEP THAT DID NOT END       *
004150*    CLEANLY (A STEP NOT DUE IS PASSED OVER), PRINT WHERE THE   *
004160*    CHAIN STOPPED AND WHY, AND CLOSE.                          *
004170*****************************************************************
004180       8000-FINALIZE.
004190           MOVE ZERO TO RUN-STOP-IX.
004200           PERFORM 8100-FIND-STOP THRU 8100-EXIT
004210               VARYING RUN-IX FROM 1 BY 1
004220               UNTIL RUN-IX > SC-STEP-LIMIT
004230               OR RUN-STOP-IX > ZERO.
004240           MOVE SPACES TO RNR-SUMMARY.
004250           IF RUN-STOP-IX = ZERO
004260               MOVE "CHAIN COMPLETE - ALL STEPS DUE ENDED CLEANLY"
004270                   TO RNR-SUMMARY
004280           ELSE
004290               PERFORM 8200-DESCRIBE-STOP THRU 8200-EXIT
004300           END-IF.
004310           MOVE RNR-RULE-LINE TO STATUS-REPORT-RECORD.
004320           WRITE STATUS-REPORT-RECORD AFTER ADVANCING 2 LINES.
004330           MOVE RNR-SUMMARY-LINE TO STATUS-REPORT-RECORD.
004340           WRITE STATUS-REPORT-RECORD AFTER ADVANCING 1 LINES.
004350           CLOSE STEP-STATUS-FILE.
004360           CLOSE STATUS-REPORT-FILE.
004370           DISPLAY "08_DIVRUN - " RUN-BUS-DATE-YMD " - "
004380               RNR-SUMMARY.
004390       8000-EXIT.
004400           EXIT.
004410
004420       8100-FIND-STOP.
004430           IF NOT RUN-RESULT-CLEAN (RUN-IX)
004440               AND NOT RUN-RESULT-NOT-DUE (RUN-IX)
004450               MOVE RUN-IX TO RUN-STOP-IX
004460           END-IF.
004470       8100-EXIT.
004480           EXIT.
004490
004500       8200-DESCRIBE-STOP.
004510           MOVE RUN-RESULT-RC (RUN-STOP-IX) TO RUN-RC-ED.
004520           EVALUATE TRUE
004530               WHEN RUN-RESULT-NOT-RUN (RUN-STOP-IX)
004540                   STRING "STOPPED BEFORE " DELIMITED BY SIZE
004550                       SC-STEP-NAME (RUN-STOP-IX)
004560                           DELIMITED BY SPACE
004570                       " - STEP HAS NOT RUN FOR THE DATE"
004580                           DELIMITED BY SIZE
004590                       INTO RNR-SUMMARY
004600               WHEN RUN-RESULT-STARTED (RUN-STOP-IX)
004610                   STRING "STOPPED IN " DELIMITED BY SIZE
004620                       SC-STEP-NAME (RUN-STOP-IX)
004630                           DELIMITED BY SPACE
004640                       " - STARTED BUT NO END RECORDED (STILL "
004650                       "RUNNING, OR ABENDED - SEE THE JOB LOG)"
004660                           DELIMITED BY SIZE
004670                       INTO RNR-SUMMARY
004680               WHEN RUN-RESULT-REFUSED (RUN-STOP-IX)
004690                   STRING "STOPPED AT " DELIMITED BY SIZE
004700                       SC-STEP-NAME (RUN-STOP-IX)
004710                           DELIMITED BY SPACE
004720                       " - REFUSED: " DELIMITED BY SIZE
004730                       RUN-RESULT-MESSAGE (RUN-STOP-IX)
004740                           DELIMITED BY SIZE
004750                       INTO RNR-SUMMARY
004760               WHEN OTHER
004770                   STRING "STOPPED AFTER " DELIMITED BY SIZE
004780                       SC-STEP-NAME (RUN-STOP-IX)
004790                           DELIMITED BY SPACE
004800                       " - ENDED RC " RUN-RC-ED ": "
004810                           DELIMITED BY SIZE
004820                       RUN-RESULT-MESSAGE (RUN-STOP-IX)
004830                           DELIMITED BY SIZE
004840                       INTO RNR-SUMMARY
004850           END-EVALUATE.
004860       8200-EXIT.
004870           EXIT.
