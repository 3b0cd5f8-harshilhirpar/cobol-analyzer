000600*                     CENTER MUST BE ACTIVE ON THE DIVCCM       *
000610*                     REFERENCE MASTER OR THE REJECT STAYS ON   *
000620*                     THE FILE AWAITING ANOTHER REPAIR PASS.    *
000630*    2026-10-15 RLH   A REJECTED REVERSAL IMAGE IS RESUBMITTED  *
000640*                     AS IS (IT HAS NO FIELDS TO REPAIR) ONCE   *
000650*                     IT NAMES A REQUEST ID, AND DOES NOT HASH. *
000660*                                                               *
000670*****************************************************************
000680
000690 ENVIRONMENT DIVISION.
000700 INPUT-OUTPUT SECTION.
000710 FILE-CONTROL.
000720           SELECT REJECT-INPUT-FILE ASSIGN TO "DIVREJ"
000730               ORGANIZATION IS SEQUENTIAL
000740               FILE STATUS IS RCY-REJECT-IN-STATUS.
000750           SELECT REPAIR-CARD-FILE ASSIGN TO "DIVFIX"
000760               ORGANIZATION IS SEQUENTIAL
000770               FILE STATUS IS RCY-REPAIR-STATUS.
000780           SELECT REQUEST-OUTPUT-FILE ASSIGN TO "DIVRQO"
000790               ORGANIZATION IS SEQUENTIAL
000800               FILE STATUS IS RCY-REQUEST-OUT-STATUS.
000810           SELECT REJECT-OUTPUT-FILE ASSIGN TO "DIVRJO"
000820               ORGANIZATION IS SEQUENTIAL
000830               FILE STATUS IS RCY-REJECT-OUT-STATUS.
000840           SELECT BATCH-REGISTER-FILE ASSIGN TO "DIVBRG"
000850               ORGANIZATION IS INDEXED
000860               ACCESS MODE IS DYNAMIC
000870               RECORD KEY IS BR-KEY
000880               FILE STATUS IS RCY-REGISTER-STATUS.
000890           SELECT COST-CENTER-FILE ASSIGN TO "DIVCCM"
000900               ORGANIZATION IS INDEXED
000910               ACCESS MODE IS RANDOM
000920               RECORD KEY IS CC-CODE
000930               FILE STATUS IS RCY-CENTER-STATUS.
000940
000950 DATA DIVISION.
000960 FILE SECTION.
000970       FD  REJECT-INPUT-FILE
000980           LABEL RECORDS ARE STANDARD.
000990       COPY DIVREJ.
001000
001010       FD  REPAIR-CARD-FILE
001020           LABEL RECORDS ARE STANDARD.
001030       01  REPAIR-CARD-RECORD.
001040           05  RP-REJECT-SEQ              PIC X(05).
001050           05  RP-NUM1                    PIC X(10).
001060           05  RP-NUM2                    PIC X(10).
001070           05  RP-ROUND-SW                PIC X(01).
001080           05  RP-SCALE-CD                PIC X(01).
001090           05  RP-COST-CENTER             PIC X(08).
001100           05  RP-WEIGHT                  PIC X(08).
001110           05  FILLER                     PIC X(37).
001120
001130       FD  REQUEST-OUTPUT-FILE
001140           LABEL RECORDS ARE STANDARD.
001150       01  REQUEST-OUTPUT-RECORD          PIC X(80).
001160
001170       FD  REJECT-OUTPUT-FILE
001180           LABEL RECORDS ARE STANDARD.
001190       01  REJECT-OUTPUT-RECORD           PIC X(160).
001200
001210       FD  BATCH-REGISTER-FILE
001220           LABEL RECORDS ARE STANDARD.
001230       COPY DIVBRG.
001240
001250       FD  COST-CENTER-FILE
001260           LABEL RECORDS ARE STANDARD.
001270       COPY DIVCCM.
001280
001290 WORKING-STORAGE SECTION.
001300       COPY DIVREQ.
001310       01  RCY-REQUEST-CHARS.
001320           05  RCY-CHAR-NUM1              PIC X(10).
001330           05  RCY-CHAR-NUM2              PIC X(10).
001340           05  RCY-CHAR-ROUND-SW          PIC X(01).
001350           05  RCY-CHAR-SCALE-CD          PIC X(01).
001360           05  FILLER                     PIC X(58).
001370       01  RCY-SHARE-CHARS.
001380           05  RCY-SHR-TYPE               PIC X(03).
001390           05  RCY-SHR-SET-ID             PIC X(08).
001400           05  RCY-SHR-COST-CENTER        PIC X(08).
001410           05  RCY-SHR-WEIGHT             PIC X(08).
001420           05  FILLER                     PIC X(53).
001430       01  RCY-HEADER-CHARS.
001440           05  RCY-HDR-TYPE               PIC X(03).
001450           05  FILLER                     PIC X(77).
001460
001470       01  RCY-RUN-DATE-YMD               PIC 9(08) VALUE ZERO.
001480       77  RCY-HASH-NUM1             PIC 9(12) COMP-3
001490                                     VALUE ZERO.
001500
001510       01  RCY-REPAIR-TABLE.
001520           05  RCY-REPAIR-ENTRY OCCURS 500 TIMES.
001530               10  RCY-RT-SEQ             PIC 9(05).
001540               10  RCY-RT-NUM1            PIC X(10).
001550               10  RCY-RT-NUM2            PIC X(10).
001560               10  RCY-RT-ROUND-SW        PIC X(01).
001570               10  RCY-RT-SCALE-CD        PIC X(01).
001580               10  RCY-RT-COST-CENTER     PIC X(08).
001590               10  RCY-RT-WEIGHT          PIC X(08).
001600
001610       77  RCY-REPAIR-COUNT          PIC 9(03) COMP VALUE ZERO.
001620       77  RCY-REPAIR-IX             PIC 9(03) COMP VALUE ZERO.
001630       77  RCY-REPAIR-USE            PIC 9(03) COMP VALUE ZERO.
001640       77  RCY-REJECT-SEQ            PIC 9(05) COMP VALUE ZERO.
001650       77  RCY-REJECTS-READ          PIC 9(05) COMP VALUE ZERO.
001660       77  RCY-RESUBMITTED           PIC 9(05) COMP VALUE ZERO.
001670       77  RCY-STILL-BAD             PIC 9(05) COMP VALUE ZERO.
001680       77  RCY-CARRIED-FORWARD       PIC 9(05) COMP VALUE ZERO.
001690       77  RCY-PRIOR-RESUBMITS       PIC 9(05) COMP VALUE ZERO.
001700       77  RCY-CENTER-STATUS              PIC X(02) VALUE SPACES.
001710       77  RCY-REJECT-EOF-SWITCH          PIC X(01) VALUE "N".
001720           88  RCY-REJECT-END-OF-FILE         VALUE "Y".
001730       77  RCY-REPAIR-EOF-SWITCH          PIC X(01) VALUE "N".
001740           88  RCY-REPAIR-END-OF-FILE         VALUE "Y".
001750       77  RCY-REPAIR-FOUND-SW            PIC X(01) VALUE "N".
001760           88  RCY-REPAIR-FOUND               VALUE "Y".
001770       77  RCY-REPAIR-VALID-SW            PIC X(01) VALUE "Y".
001780           88  RCY-REPAIR-VALID               VALUE "Y".
001790           88  RCY-REPAIR-INVALID             VALUE "N".
001800       77  RCY-REJECT-IN-STATUS           PIC X(02) VALUE SPACES.
001810       77  RCY-REPAIR-STATUS              PIC X(02) VALUE SPACES.
001820       77  RCY-REQUEST-OUT-STATUS         PIC X(02) VALUE SPACES.
001830       77  RCY-REJECT-OUT-STATUS          PIC X(02) VALUE SPACES.
001840       77  RCY-REGISTER-STATUS            PIC X(02) VALUE SPACES.
001850       77  RCY-REGISTER-NEW-SW            PIC X(01) VALUE "N".
001860           88  RCY-REGISTER-NEW               VALUE "Y".
001870       77  RCY-REGISTER-EOF-SW            PIC X(01) VALUE "N".
001880           88  RCY-REGISTER-AT-END            VALUE "Y".
001890       77  RCY-NEXT-BATCH-NO              PIC 9(06) VALUE 1.
001900
001910 PROCEDURE DIVISION.
001920
001930*****************************************************************
001940*    0000-MAINLINE                                              *
001950*****************************************************************
001960       0000-MAINLINE.
001970           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001980           PERFORM 2100-READ-REJECT THRU 2100-EXIT.
001990           PERFORM 2200-MAIN-LOOP THRU 2200-EXIT
002000               UNTIL RCY-REJECT-END-OF-FILE.
002010           PERFORM 8000-FINALIZE THRU 8000-EXIT.
002020           STOP RUN.
002030
002040*****************************************************************
002050*    1000-INITIALIZE - OPEN THE FILES AND LOAD THE REPAIR CARD  *
002060*    TABLE.  A MISSING REPAIR CARD FILE IS NOT AN ERROR - THE   *
002070*    REJECTS ARE SIMPLY CARRIED FORWARD UNCHANGED.              *
002080*****************************************************************
002090       1000-INITIALIZE.
002100           OPEN INPUT REJECT-INPUT-FILE.
002110           IF RCY-REJECT-IN-STATUS NOT = "00"
002120               DISPLAY "08_DIVRCY - DIVREJ OPEN FAILED, STS = "
002130                   RCY-REJECT-IN-STATUS
002140               MOVE 16 TO RETURN-CODE
002150               STOP RUN
002160           END-IF.
002170           OPEN OUTPUT REQUEST-OUTPUT-FILE.
002180           IF RCY-REQUEST-OUT-STATUS NOT = "00"
002190               DISPLAY "08_DIVRCY - DIVRQO OPEN FAILED, STS = "
002200                   RCY-REQUEST-OUT-STATUS
002210               MOVE 16 TO RETURN-CODE
002220               STOP RUN
002230           END-IF.
002240           OPEN OUTPUT REJECT-OUTPUT-FILE.
002250           IF RCY-REJECT-OUT-STATUS NOT = "00"
002260               DISPLAY "08_DIVRCY - DIVRJO OPEN FAILED, STS = "
002270                   RCY-REJECT-OUT-STATUS
002280               MOVE 16 TO RETURN-CODE
002290               STOP RUN
002300           END-IF.
002310           OPEN INPUT COST-CENTER-FILE.
002320           IF RCY-CENTER-STATUS NOT = "00"
002330               DISPLAY "08_DIVRCY - DIVCCM OPEN FAILED, STS = "
002340                   RCY-CENTER-STATUS
002350               MOVE 16 TO RETURN-CODE
002360               STOP RUN
002370           END-IF.
002380           ACCEPT RCY-RUN-DATE-YMD FROM DATE YYYYMMDD.
002390           PERFORM 1020-OPEN-BATCH-REGISTER THRU 1020-EXIT.
002400           PERFORM 1030-NEXT-BATCH-NUMBER THRU 1030-EXIT.
002410           PERFORM 1050-WRITE-BATCH-HEADER THRU 1050-EXIT.
002420           PERFORM 1100-LOAD-REPAIR-CARDS THRU 1100-EXIT.
002430       1000-EXIT.
002440           EXIT.
002450
002460*****************************************************************
002470*    1050-WRITE-BATCH-HEADER - THE RESUBMISSION FILE GETS THE   *
002480*    STANDARD DIVREQ BATCH HEADER SO 08_REDEFINES WILL ACCEPT   *
002490*    AND CONTROL-CHECK IT LIKE ANY UPSTREAM FEED.               *
002500*****************************************************************
002510       1050-WRITE-BATCH-HEADER.
002520           MOVE SPACES TO BATCH-HEADER-RECORD.
002530           MOVE "HDR" TO BH-RECORD-TYPE.
002540           MOVE "08DIVRCY" TO BH-SOURCE-SYSTEM.
002550           MOVE RCY-RUN-DATE-YMD TO BH-CREATE-DATE.
002560           MOVE RCY-NEXT-BATCH-NO TO BH-BATCH-NO.
002570           WRITE REQUEST-OUTPUT-RECORD FROM BATCH-HEADER-RECORD.
002580       1050-EXIT.
002590           EXIT.
002600
002610*****************************************************************
002620*    1020-OPEN-BATCH-REGISTER - THE RECEIVED-BATCH REGISTER     *
002630*    SUPPLIES THE NEXT RESUBMISSION BATCH NUMBER AND RECORDS    *
002640*    THE BATCH BUILT HERE, SO 08_REDEFINES CAN TELL A FRESH     *
002650*    RECYCLE FROM A RETRANSMISSION.  A MISSING REGISTER IS      *
002660*    BUILT FRESH ON FIRST USE.                                  *
002670*****************************************************************
002680       1020-OPEN-BATCH-REGISTER.
002690           MOVE "N" TO RCY-REGISTER-NEW-SW.
002700           OPEN I-O BATCH-REGISTER-FILE.
002710           IF RCY-REGISTER-STATUS = "35"
002720               OR RCY-REGISTER-STATUS = "05"
002730               OPEN OUTPUT BATCH-REGISTER-FILE
002740               MOVE "Y" TO RCY-REGISTER-NEW-SW
002750           END-IF.
002760           IF RCY-REGISTER-STATUS NOT = "00"
002770               DISPLAY "08_DIVRCY - DIVBRG OPEN FAILED, STS = "
002780                   RCY-REGISTER-STATUS
002790               MOVE 16 TO RETURN-CODE
002800               STOP RUN
002810           END-IF.
002820       1020-EXIT.
002830           EXIT.
002840
002850*****************************************************************
002860*    1030-NEXT-BATCH-NUMBER - ONE PAST THE HIGHEST 08DIVRCY     *
002870*    BATCH NUMBER ALREADY ON THE REGISTER.                      *
002880*****************************************************************
002890       1030-NEXT-BATCH-NUMBER.
002900           MOVE 1 TO RCY-NEXT-BATCH-NO.
002910           IF RCY-REGISTER-NEW
002920               GO TO 1030-EXIT
002930           END-IF.
002940           MOVE "N" TO RCY-REGISTER-EOF-SW.
002950           MOVE "08DIVRCY" TO BR-SOURCE-SYSTEM.
002960           MOVE ZERO TO BR-BATCH-NO.
002970           START BATCH-REGISTER-FILE
002980               KEY IS NOT LESS THAN BR-KEY
002990               INVALID KEY
003000                   MOVE "Y" TO RCY-REGISTER-EOF-SW
003010           END-START.
003020           PERFORM 1040-SCAN-REGISTER-ROW THRU 1040-EXIT
003030               UNTIL RCY-REGISTER-AT-END.
003040       1030-EXIT.
003050           EXIT.
003060
003070       1040-SCAN-REGISTER-ROW.
003080           READ BATCH-REGISTER-FILE NEXT RECORD
003090               AT END
003100                   MOVE "Y" TO RCY-REGISTER-EOF-SW
003110           END-READ.
003120           IF RCY-REGISTER-AT-END
003130               GO TO 1040-EXIT
003140           END-IF.
003150           IF BR-SOURCE-SYSTEM NOT = "08DIVRCY"
003160               MOVE "Y" TO RCY-REGISTER-EOF-SW
003170               GO TO 1040-EXIT
003180           END-IF.
003190           COMPUTE RCY-NEXT-BATCH-NO = BR-BATCH-NO + 1.
003200       1040-EXIT.
003210           EXIT.
003220
003230*****************************************************************
003240*    1100-LOAD-REPAIR-CARDS - READ THE WHOLE REPAIR CARD FILE   *
003250*    INTO THE REPAIR TABLE SO THE CARDS NEED NOT ARRIVE IN      *
003260*    REJECT-SEQUENCE ORDER.                                     *
003270*****************************************************************
003280       1100-LOAD-REPAIR-CARDS.
003290           OPEN INPUT REPAIR-CARD-FILE.
003300           IF RCY-REPAIR-STATUS NOT = "00"
003310               DISPLAY "08_DIVRCY - NO REPAIR CARDS, STS = "
003320                   RCY-REPAIR-STATUS
003330                   " - REJECTS CARRIED FORWARD UNCHANGED"
003340               MOVE "Y" TO RCY-REPAIR-EOF-SWITCH
003350               GO TO 1100-EXIT
003360           END-IF.
003370           PERFORM 1110-READ-REPAIR-CARD THRU 1110-EXIT.
003380           PERFORM 1120-STORE-REPAIR-CARD THRU 1120-EXIT
003390               UNTIL RCY-REPAIR-END-OF-FILE.
003400           CLOSE REPAIR-CARD-FILE.
003410       1100-EXIT.
003420           EXIT.
003430
003440       1110-READ-REPAIR-CARD.
003450           READ REPAIR-CARD-FILE
003460               AT END
003470                   MOVE "Y" TO RCY-REPAIR-EOF-SWITCH
003480           END-READ.
003490       1110-EXIT.
003500           EXIT.
003510
003520       1120-STORE-REPAIR-CARD.
003530           IF RP-REJECT-SEQ NOT NUMERIC
003540               DISPLAY "08_DIVRCY - REPAIR CARD SEQ NOT NUMERIC: "
003550                   RP-REJECT-SEQ " - CARD IGNORED"
003560           ELSE
003570               IF RCY-REPAIR-COUNT < 500
003580                   ADD 1 TO RCY-REPAIR-COUNT
003590                   MOVE RP-REJECT-SEQ
003600                       TO RCY-RT-SEQ (RCY-REPAIR-COUNT)
003610                   MOVE RP-NUM1
003620                       TO RCY-RT-NUM1 (RCY-REPAIR-COUNT)
003630                   MOVE RP-NUM2
003640                       TO RCY-RT-NUM2 (RCY-REPAIR-COUNT)
003650                   MOVE RP-ROUND-SW
003660                       TO RCY-RT-ROUND-SW (RCY-REPAIR-COUNT)
003670                   MOVE RP-SCALE-CD
003680                       TO RCY-RT-SCALE-CD (RCY-REPAIR-COUNT)
003690                   MOVE RP-COST-CENTER
003700                       TO RCY-RT-COST-CENTER (RCY-REPAIR-COUNT)
003710                   MOVE RP-WEIGHT
003720                       TO RCY-RT-WEIGHT (RCY-REPAIR-COUNT)
003730               ELSE
003740                   DISPLAY "08_DIVRCY - REPAIR TABLE FULL, CARD "
003750                       RP-REJECT-SEQ " IGNORED"
003760               END-IF
003770           END-IF.
003780           PERFORM 1110-READ-REPAIR-CARD THRU 1110-EXIT.
003790       1120-EXIT.
003800           EXIT.
003810
003820*****************************************************************
003830*    2100-READ-REJECT - READ THE NEXT REJECT AND ASSIGN ITS     *
003840*    SEQUENCE NUMBER (POSITION IN THE FILE, FROM 1).            *
003850*****************************************************************
003860       2100-READ-REJECT.
003870           READ REJECT-INPUT-FILE
003880               AT END
003890                   MOVE "Y" TO RCY-REJECT-EOF-SWITCH
003900               NOT AT END
003910                   ADD 1 TO RCY-REJECTS-READ
003920                   ADD 1 TO RCY-REJECT-SEQ
003930           END-READ.
003940       2100-EXIT.
003950           EXIT.
003960
003970*****************************************************************
003980*    2200-MAIN-LOOP - ONE ITERATION PER REJECT.  A REJECT       *
003990*    ALREADY MARKED RESUBMITTED IS NEVER RECYCLED AGAIN; AN     *
004000*    UNREPAIRED ONE IS CARRIED FORWARD STILL AWAITING REPAIR.   *
004010*****************************************************************
004020       2200-MAIN-LOOP.
004030           IF RJ-RESUBMITTED
004040               ADD 1 TO RCY-PRIOR-RESUBMITS
004050           ELSE
004060               PERFORM 3000-FIND-REPAIR-CARD THRU 3000-EXIT
004070               IF RCY-REPAIR-FOUND
004080                   PERFORM 3100-APPLY-REPAIR THRU 3100-EXIT
004090                   PERFORM 3200-VALIDATE-REPAIR THRU 3200-EXIT
004100                   IF RCY-REPAIR-VALID
004110                       PERFORM 4000-WRITE-REQUEST-OUT
004120                           THRU 4000-EXIT
004130                       MOVE "X" TO RJ-STATUS-CD
004140                       ADD 1 TO RCY-RESUBMITTED
004150                   ELSE
004160                       MOVE "R" TO RJ-STATUS-CD
004170                       ADD 1 TO RCY-STILL-BAD
004180                   END-IF
004190               ELSE
004200                   MOVE "R" TO RJ-STATUS-CD
004210                   ADD 1 TO RCY-CARRIED-FORWARD
004220               END-IF
004230           END-IF.
004240           PERFORM 5000-WRITE-REJECT-OUT THRU 5000-EXIT.
004250           PERFORM 2100-READ-REJECT THRU 2100-EXIT.
004260       2200-EXIT.
004270           EXIT.
004280
004290*****************************************************************
004300*    3000-FIND-REPAIR-CARD - SCAN THE REPAIR TABLE FOR A CARD   *
004310*    ADDRESSED TO THE CURRENT REJECT SEQUENCE NUMBER.           *
004320*****************************************************************
004330       3000-FIND-REPAIR-CARD.
004340           MOVE "N" TO RCY-REPAIR-FOUND-SW.
004350           MOVE ZERO TO RCY-REPAIR-USE.
004360           PERFORM 3050-SCAN-REPAIR-TABLE THRU 3050-EXIT
004370               VARYING RCY-REPAIR-IX FROM 1 BY 1
004380               UNTIL RCY-REPAIR-IX > RCY-REPAIR-COUNT
004390                   OR RCY-REPAIR-FOUND.
004400       3000-EXIT.
004410           EXIT.
004420
004430       3050-SCAN-REPAIR-TABLE.
004440           IF RCY-RT-SEQ (RCY-REPAIR-IX) = RCY-REJECT-SEQ
004450               MOVE "Y" TO RCY-REPAIR-FOUND-SW
004460               MOVE RCY-REPAIR-IX TO RCY-REPAIR-USE
004470           END-IF.
004480       3050-EXIT.
004490           EXIT.
004500
004510*****************************************************************
004520*    3100-APPLY-REPAIR - LAY THE NON-SPACE REPAIR CARD FIELDS   *
004530*    OVER THE ORIGINAL REQUEST IMAGE.  THE CHARACTER REDEFINES  *
004540*    VIEW LETS A CORRECTION LAND BYTE-FOR-BYTE EVEN WHEN THE    *
004550*    ORIGINAL FIELD CONTENT IS NOT NUMERIC.                     *
004560*****************************************************************
004570       3100-APPLY-REPAIR.
004580           MOVE RJ-REQUEST-IMAGE TO RCY-SHARE-CHARS.
004590           IF RCY-SHR-TYPE = "REV"
004600               MOVE RCY-SHARE-CHARS
004610                   TO DIVISION-REQUEST-RECORD
004620               GO TO 3100-EXIT
004630           END-IF.
004640           IF RCY-SHR-TYPE = "SHR"
004650               IF RCY-RT-COST-CENTER (RCY-REPAIR-USE)
004660                   NOT = SPACES
004670                   MOVE RCY-RT-COST-CENTER (RCY-REPAIR-USE)
004680                       TO RCY-SHR-COST-CENTER
004690               END-IF
004700               IF RCY-RT-WEIGHT (RCY-REPAIR-USE) NOT = SPACES
004710                   MOVE RCY-RT-WEIGHT (RCY-REPAIR-USE)
004720                       TO RCY-SHR-WEIGHT
004730               END-IF
004740               MOVE RCY-SHARE-CHARS
004750                   TO DIVISION-REQUEST-RECORD
004760               GO TO 3100-EXIT
004770           END-IF.
004780           MOVE RJ-REQUEST-IMAGE TO RCY-REQUEST-CHARS.
004790           IF RCY-RT-NUM1 (RCY-REPAIR-USE) NOT = SPACES
004800               MOVE RCY-RT-NUM1 (RCY-REPAIR-USE)
004810                   TO RCY-CHAR-NUM1
004820           END-IF.
004830           IF RCY-RT-NUM2 (RCY-REPAIR-USE) NOT = SPACES
004840               MOVE RCY-RT-NUM2 (RCY-REPAIR-USE)
004850                   TO RCY-CHAR-NUM2
004860           END-IF.
004870           IF RCY-RT-ROUND-SW (RCY-REPAIR-USE) NOT = SPACE
004880               MOVE RCY-RT-ROUND-SW (RCY-REPAIR-USE)
004890                   TO RCY-CHAR-ROUND-SW
004900           END-IF.
004910           IF RCY-RT-SCALE-CD (RCY-REPAIR-USE) NOT = SPACE
004920               MOVE RCY-RT-SCALE-CD (RCY-REPAIR-USE)
004930                   TO RCY-CHAR-SCALE-CD
004940           END-IF.
004950           MOVE RCY-REQUEST-CHARS TO DIVISION-REQUEST-RECORD.
004960       3100-EXIT.
004970           EXIT.
004980
004990*****************************************************************
005000*    3200-VALIDATE-REPAIR - THE REPAIRED IMAGE MUST PASS THE    *
005010*    SAME NUMERIC/NON-ZERO EDITS 08_REDEFINES APPLIES, OR IT    *
005020*    STAYS ON THE REJECTS FILE AWAITING ANOTHER REPAIR PASS.    *
005030*****************************************************************
005040       3200-VALIDATE-REPAIR.
005050           MOVE "Y" TO RCY-REPAIR-VALID-SW.
005060           MOVE DIVISION-REQUEST-RECORD TO RCY-SHARE-CHARS.
005070           IF RCY-SHR-TYPE = "SHR"
005080               PERFORM 3250-EDIT-SHARE-CENTER THRU 3250-EXIT
005090               GO TO 3200-EXIT
005100           END-IF.
005110           IF RCY-SHR-TYPE = "SET"
005120               PERFORM 3270-EDIT-SET-HEADER THRU 3270-EXIT
005130               GO TO 3200-EXIT
005140           END-IF.
005150           IF RV-REVERSAL
005160               IF RV-ORIG-REQUEST-ID = SPACES
005170                   MOVE "N" TO RCY-REPAIR-VALID-SW
005180                   DISPLAY "08_DIVRCY - SEQ " RCY-REJECT-SEQ
005190                       " REVERSAL NAMES NO REQUEST ID"
005200               END-IF
005210               GO TO 3200-EXIT
005220           END-IF.
005230           IF DR-NUM1 NOT NUMERIC
005240               MOVE "N" TO RCY-REPAIR-VALID-SW
005250               DISPLAY "08_DIVRCY - SEQ " RCY-REJECT-SEQ
005260                   " STILL HAS NON-NUMERIC NUM1"
005270           END-IF.
005280           IF DR-NUM2 NOT NUMERIC
005290               MOVE "N" TO RCY-REPAIR-VALID-SW
005300               DISPLAY "08_DIVRCY - SEQ " RCY-REJECT-SEQ
005310                   " STILL HAS NON-NUMERIC NUM2"
005320           ELSE
005330               IF DR-NUM2 = ZERO
005340                   MOVE "N" TO RCY-REPAIR-VALID-SW
005350                   DISPLAY "08_DIVRCY - SEQ " RCY-REJECT-SEQ
005360                       " STILL HAS A ZERO DIVISOR"
005370               END-IF
005380           END-IF.
005390       3200-EXIT.
005400           EXIT.
005410
005420*****************************************************************
005430*    3250-EDIT-SHARE-CENTER - A REPAIRED SHARE IMAGE MUST      *
005440*    NAME A COST CENTER THAT IS ON THE REFERENCE MASTER,       *
005450*    ACTIVE, AND INSIDE ITS EFFECTIVE DATES - THE SAME EDIT    *
005460*    08_REDEFINES APPLIES - SO A REPAIRED SET CANNOT           *
005470*    RESUBMIT A BAD CENTER.                                    *
005480*****************************************************************
005490       3250-EDIT-SHARE-CENTER.
005500           MOVE RCY-SHR-COST-CENTER TO CC-CODE.
005510           READ COST-CENTER-FILE
005520               INVALID KEY
005530                   MOVE "N" TO RCY-REPAIR-VALID-SW
005540                   DISPLAY "08_DIVRCY - SEQ " RCY-REJECT-SEQ
005550                       " NAMES UNKNOWN COST CENTER "
005560                       RCY-SHR-COST-CENTER
005570                   GO TO 3250-EXIT
005580           END-READ.
005590           IF NOT CC-ACTIVE
005600               OR RCY-RUN-DATE-YMD < CC-EFF-FROM-DATE
005610               OR (CC-EFF-TO-DATE NOT = ZERO
005620                   AND RCY-RUN-DATE-YMD > CC-EFF-TO-DATE)
005630               MOVE "N" TO RCY-REPAIR-VALID-SW
005640               DISPLAY "08_DIVRCY - SEQ " RCY-REJECT-SEQ
005650                   " NAMES CLOSED COST CENTER "
005660                   RCY-SHR-COST-CENTER
005670           END-IF.
005680           IF RCY-SHR-WEIGHT NOT = SPACES
005690               AND RCY-SHR-WEIGHT NOT NUMERIC
005700               MOVE "N" TO RCY-REPAIR-VALID-SW
005710               DISPLAY "08_DIVRCY - SEQ " RCY-REJECT-SEQ
005720                   " STILL HAS A NON-NUMERIC WEIGHT"
005730           END-IF.
005740       3250-EXIT.
005750           EXIT.
005760
005770*****************************************************************
005780*    3270-EDIT-SET-HEADER - A REPAIRED SET HEADER IMAGE MUST   *
005790*    CARRY A NUMERIC TOTAL AND A USABLE SHARE COUNT BEFORE IT  *
005800*    IS RESUBMITTED.                                           *
005810*****************************************************************
005820       3270-EDIT-SET-HEADER.
005830           MOVE DIVISION-REQUEST-RECORD TO SET-HEADER-RECORD.
005840           IF SH-TOTAL-AMOUNT NOT NUMERIC
005850               MOVE "N" TO RCY-REPAIR-VALID-SW
005860               DISPLAY "08_DIVRCY - SEQ " RCY-REJECT-SEQ
005870                   " STILL HAS A NON-NUMERIC SET TOTAL"
005880           END-IF.
005890           IF SH-SHARE-COUNT NOT NUMERIC
005900               MOVE "N" TO RCY-REPAIR-VALID-SW
005910               DISPLAY "08_DIVRCY - SEQ " RCY-REJECT-SEQ
005920                   " STILL HAS A BAD SHARE COUNT"
005930           ELSE
005940               IF SH-SHARE-COUNT = ZERO
005950                   MOVE "N" TO RCY-REPAIR-VALID-SW
005960                   DISPLAY "08_DIVRCY - SEQ " RCY-REJECT-SEQ
005970                       " STILL HAS A BAD SHARE COUNT"
005980               END-IF
005990           END-IF.
006000       3270-EXIT.
006010           EXIT.
006020
006030*****************************************************************
006040*    4000-WRITE-REQUEST-OUT - ADD THE REPAIRED RECORD TO THE    *
006050*    RESUBMISSION DIVISION-REQUEST FILE FOR THE NEXT RUN.       *
006060*    THE NUM1 HASH FOLLOWS THE SAME RULE AS 08_REDEFINES'S      *
006070*    BATCH TALLY - SET, SHARE, AND REVERSAL IMAGES DO NOT       *
006080*    HASH, AND A NON-NUMERIC NUM1 IS SKIPPED.                   *
006090*****************************************************************
006100       4000-WRITE-REQUEST-OUT.
006110           WRITE REQUEST-OUTPUT-RECORD
006120               FROM DIVISION-REQUEST-RECORD.
006130           MOVE DIVISION-REQUEST-RECORD TO RCY-SHARE-CHARS.
006140           IF RCY-SHR-TYPE = "SET" OR RCY-SHR-TYPE = "SHR"
006150               OR RCY-SHR-TYPE = "REV"
006160               GO TO 4000-EXIT
006170           END-IF.
006180           IF DR-NUM1 NUMERIC
006190               IF DR-NUM1 < ZERO
006200                   SUBTRACT DR-NUM1 FROM RCY-HASH-NUM1
006210               ELSE
006220                   ADD DR-NUM1 TO RCY-HASH-NUM1
006230               END-IF
006240           END-IF.
006250       4000-EXIT.
006260           EXIT.
006270
006280*****************************************************************
006290*    5000-WRITE-REJECT-OUT - CARRY EVERY REJECT FORWARD TO THE  *
006300*    UPDATED REJECTS FILE WITH ITS CURRENT REPAIR STATUS.       *
006310*****************************************************************
006320       5000-WRITE-REJECT-OUT.
006330           WRITE REJECT-OUTPUT-RECORD FROM REJECT-RECORD.
006340       5000-EXIT.
006350           EXIT.
006360
006370*****************************************************************
006380*    8000-FINALIZE - CLOSE THE FILES AND SHOW THE RECYCLE       *
006390*    CONTROL TOTALS ON THE JOB LOG.                             *
006400*****************************************************************
006410       8000-FINALIZE.
006420           MOVE SPACES TO BATCH-TRAILER-RECORD.
006430           MOVE "TRL" TO BT-RECORD-TYPE.
006440           MOVE RCY-RESUBMITTED TO BT-RECORD-COUNT.
006450           MOVE RCY-HASH-NUM1 TO BT-HASH-NUM1.
006460           WRITE REQUEST-OUTPUT-RECORD FROM BATCH-TRAILER-RECORD.
006470           PERFORM 8100-REGISTER-RECYCLE-BATCH THRU 8100-EXIT.
006480           CLOSE BATCH-REGISTER-FILE.
006490           CLOSE COST-CENTER-FILE.
006500           CLOSE REJECT-INPUT-FILE.
006510           CLOSE REQUEST-OUTPUT-FILE.
006520           CLOSE REJECT-OUTPUT-FILE.
006530           DISPLAY "08_DIVRCY - REJECTS READ.......: "
006540               RCY-REJECTS-READ.
006550           DISPLAY "08_DIVRCY - RESUBMITTED.......: "
006560               RCY-RESUBMITTED.
006570           DISPLAY "08_DIVRCY - STILL IN ERROR....: "
006580               RCY-STILL-BAD.
006590           DISPLAY "08_DIVRCY - AWAITING REPAIR...: "
006600               RCY-CARRIED-FORWARD.
006610           DISPLAY "08_DIVRCY - PRIOR RESUBMITS...: "
006620               RCY-PRIOR-RESUBMITS.
006630       8000-EXIT.
006640           EXIT.
006650
006660*****************************************************************
006670*    8100-REGISTER-RECYCLE-BATCH - RECORD THE RESUBMISSION      *
006680*    BATCH ON THE RECEIVED-BATCH REGISTER WITH DISPOSITION      *
006690*    "Y" (RECYCLED, AWAITING ITS POSTING RUN).                  *
006700*****************************************************************
006710       8100-REGISTER-RECYCLE-BATCH.
006720           MOVE SPACES TO BATCH-REGISTER-RECORD.
006730           MOVE "08DIVRCY" TO BR-SOURCE-SYSTEM.
006740           MOVE RCY-NEXT-BATCH-NO TO BR-BATCH-NO.
006750           MOVE "Y" TO BR-DISPOSITION-CD.
006760           MOVE RCY-RUN-DATE-YMD TO BR-FIRST-SEEN-DATE.
006770           MOVE RCY-RUN-DATE-YMD TO BR-LAST-ACTION-DATE.
006780           MOVE RCY-RESUBMITTED TO BR-RECORD-COUNT.
006790           MOVE ZERO TO BR-DUPLICATE-TRIES.
006800           WRITE BATCH-REGISTER-RECORD
006810               INVALID KEY
006820                   REWRITE BATCH-REGISTER-RECORD
006830           END-WRITE.
006840       8100-EXIT.
006850           EXIT.
