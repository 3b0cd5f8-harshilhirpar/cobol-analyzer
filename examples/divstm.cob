000010 IDENTIFICATION DIVISION.
000020       PROGRAM-ID. 08_DIVSTM.
000030       AUTHOR. R L HIRPAR.
000040       INSTALLATION. BATCH PRODUCTION SUPPORT.
000050       DATE-WRITTEN. 2026-10-15.
000060       DATE-COMPILED.
000070*****************************************************************
000080*                                                               *
000090*    08_DIVSTM IS THE MAINTENANCE BATCH FOR THE STANDING-       *
000100*    ALLOCATION TEMPLATE MASTER.  IT READS A FILE OF            *
000110*    TRANSACTION CARDS AND ADDS OR REPLACES TEMPLATE HEADERS,   *
000120*    ADDS, REPLACES, OR DELETES THEIR SHARE LINES, AND CLOSES   *
000130*    TEMPLATES THAT ARE NO LONGER WANTED - THE MASTER IS WHAT   *
000140*    LETS 08_DIVSTG BUILD THE RECURRING ALLOCATION SETS SO THE  *
000150*    SOURCE TEAMS NO LONGER RE-KEY THEM EVERY MONTH.            *
000160*                                                               *
000170*    TRANSACTION CARD LAYOUT (DIVSTT) -                         *
000180*        TT-ACTION-CD   COL  01     "H" = ADD OR REPLACE THE    *
000190*                                   TEMPLATE HEADER, "S" = ADD  *
000200*                                   OR REPLACE A SHARE LINE,    *
000210*                                   "D" = DELETE A SHARE LINE,  *
000220*                                   "C" = CLOSE THE TEMPLATE.   *
000230*        TT-TEMPLATE-ID COLS 02-05  TEMPLATE ID.                *
000240*        TT-LINE-NO     COLS 06-08  SHARE LINE 001-250 ("S" AND *
000250*                                   "D" ONLY).                  *
000260*      HEADER ("H") AND CLOSE ("C") CARDS -                     *
000270*        TT-DESCRIPTION COLS 09-38  DESCRIPTION (KEPT ON A      *
000280*                                   REPLACE WHEN SPACES).       *
000290*        TT-ALLOC-TYPE  COL  39     SPACE/"E" = EQUAL SPLIT,    *
000300*                                   "W" = WEIGHTED.             *
000310*        TT-ROUND-SW    COL  40     "Y", "N", OR SPACE.         *
000320*        TT-SCALE-CD    COL  41     "2" (SPACE) OR "0".         *
000330*        TT-FREQUENCY   COL  42     "M" (SPACE), "Q", OR "A".   *
000340*        TT-START-DATE  COLS 43-50  YYYYMMDD FIRST PERIOD;      *
000350*                                   SPACES OR ZEROS MEAN THE    *
000360*                                   RUN DATE.                   *
000370*        TT-END-DATE    COLS 51-58  YYYYMMDD LAST DAY THE       *
000380*                                   TEMPLATE MAY FIRE; SPACES   *
000390*                                   OR ZEROS MEAN OPEN-ENDED    *
000400*                                   (HEADER) OR THE RUN DATE    *
000410*                                   (CLOSE).                    *
000420*        TT-TOTAL-AMT   COLS 59-68  SET TOTAL, UNSIGNED, SAME   *
000430*                                   UNITS AS SH-TOTAL-AMOUNT.   *
000440*      SHARE ("S") CARDS -                                      *
000450*        TT-COST-CENTER COLS 09-16  COST-CENTER CODE.           *
000460*        TT-WEIGHT      COLS 17-24  WEIGHT FOR A WEIGHTED       *
000470*                                   TEMPLATE, OR SPACES.        *
000480*                                                               *
000490*    A SHARE CARD NEEDS ITS TEMPLATE HEADER ON THE MASTER (OR   *
000500*    EARLIER IN THE SAME DECK).  COST CENTERS ARE NOT CHECKED   *
000510*    HERE - 08_DIVSTG VALIDATES THEM AGAINST DIVCCM WHEN THE    *
000520*    SET IS GENERATED, SINCE A CENTER CAN CLOSE IN BETWEEN.     *
000530*                                                               *
000540*    EVERY CARD IN ERROR IS DISPLAYED AND SKIPPED; IF ANY CARD  *
000550*    WAS IN ERROR THE JOB ENDS WITH RETURN CODE 8 SO THE        *
000560*    SCHEDULER FLAGS THE MAINTENANCE RUN FOR REVIEW.            *
000570*                                                               *
000580*    MODIFICATION HISTORY                                       *
000590*    DATE       BY    DESCRIPTION                                *
000600*    ---------- ----- --------------------------------------    *
000610*    2026-10-15 RLH   ORIGINAL PROGRAM - STANDING-ALLOCATION     *
000620*                     TEMPLATE MAINTENANCE.                      *
000630*                                                               *
000640*****************************************************************
000650
000660 ENVIRONMENT DIVISION.
000670 INPUT-OUTPUT SECTION.
000680 FILE-CONTROL.
000690           SELECT TEMPLATE-FILE ASSIGN TO "DIVSAT"
000700               ORGANIZATION IS INDEXED
000710               ACCESS MODE IS RANDOM
000720               RECORD KEY IS ST-KEY
000730               FILE STATUS IS STM-MASTER-STATUS.
000740           SELECT TEMPLATE-CARD-FILE ASSIGN TO "DIVSTT"
000750               ORGANIZATION IS SEQUENTIAL
000760               FILE STATUS IS STM-CARD-STATUS.
000770
000780 DATA DIVISION.
000790 FILE SECTION.
000800       FD  TEMPLATE-FILE
000810           LABEL RECORDS ARE STANDARD.
000820       COPY DIVSAT.
000830
000840       FD  TEMPLATE-CARD-FILE
000850           LABEL RECORDS ARE STANDARD.
000860       01  TEMPLATE-CARD-RECORD.
000870           05  TT-ACTION-CD               PIC X(01).
000880               88  TT-ACTION-HEADER           VALUE "H".
000890               88  TT-ACTION-SHARE            VALUE "S".
000900               88  TT-ACTION-DELETE           VALUE "D".
000910               88  TT-ACTION-CLOSE            VALUE "C".
000920           05  TT-TEMPLATE-ID             PIC X(04).
000930           05  TT-LINE-NO                 PIC X(03).
000940           05  TT-HEADER-FIELDS.
000950               10  TT-DESCRIPTION         PIC X(30).
000960               10  TT-ALLOC-TYPE-CD       PIC X(01).
000970               10  TT-ROUND-SW            PIC X(01).
000980               10  TT-SCALE-CD            PIC X(01).
000990               10  TT-FREQUENCY-CD        PIC X(01).
001000               10  TT-START-DATE          PIC X(08).
001010               10  TT-END-DATE            PIC X(08).
001020               10  TT-TOTAL-AMOUNT        PIC X(10).
001030               10  FILLER                 PIC X(12).
001040           05  TT-SHARE-FIELDS REDEFINES TT-HEADER-FIELDS.
001050               10  TT-COST-CENTER         PIC X(08).
001060               10  TT-WEIGHT              PIC X(08).
001070               10  FILLER                 PIC X(56).
001080
001090 WORKING-STORAGE SECTION.
001100       77  STM-CARDS-READ            PIC 9(05) COMP VALUE ZERO.
001110       77  STM-TEMPLATES-ADDED       PIC 9(05) COMP VALUE ZERO.
001120       77  STM-TEMPLATES-UPDATED     PIC 9(05) COMP VALUE ZERO.
001130       77  STM-TEMPLATES-CLOSED      PIC 9(05) COMP VALUE ZERO.
001140       77  STM-SHARES-ADDED          PIC 9(05) COMP VALUE ZERO.
001150       77  STM-SHARES-UPDATED        PIC 9(05) COMP VALUE ZERO.
001160       77  STM-SHARES-DELETED        PIC 9(05) COMP VALUE ZERO.
001170       77  STM-CARDS-IN-ERROR        PIC 9(05) COMP VALUE ZERO.
001180       77  STM-START-DATE-WORK       PIC 9(08) VALUE ZERO.
001190       77  STM-END-DATE-WORK         PIC 9(08) VALUE ZERO.
001200       77  STM-TOTAL-WORK            PIC 9(10) VALUE ZERO.
001210       77  STM-WEIGHT-WORK           PIC 9(08) VALUE ZERO.
001220       77  STM-LINE-NO-WORK          PIC 9(03) VALUE ZERO.
001230       77  STM-SHARE-LINE-NO         PIC 9(03) VALUE ZERO.
001240       77  STM-SCALE-WORK            PIC 9(01) VALUE ZERO.
001250       77  STM-FREQUENCY-WORK        PIC X(01) VALUE SPACES.
001260       77  STM-CARD-EOF-SWITCH            PIC X(01) VALUE "N".
001270           88  STM-CARD-END-OF-FILE           VALUE "Y".
001280       77  STM-MASTER-FOUND-SW            PIC X(01) VALUE "N".
001290           88  STM-MASTER-FOUND               VALUE "Y".
001300       77  STM-MASTER-STATUS              PIC X(02) VALUE SPACES.
001310       77  STM-CARD-STATUS                PIC X(02) VALUE SPACES.
001320
001330       01  STM-RUN-DATE-YMD               PIC 9(08) VALUE ZERO.
001340
001350 PROCEDURE DIVISION.
001360
001370*****************************************************************
001380*    0000-MAINLINE                                              *
001390*****************************************************************
001400       0000-MAINLINE.
001410           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001420           PERFORM 2100-READ-TEMPLATE-CARD THRU 2100-EXIT.
001430           PERFORM 2200-MAIN-LOOP THRU 2200-EXIT
001440               UNTIL STM-CARD-END-OF-FILE.
001450           PERFORM 8000-FINALIZE THRU 8000-EXIT.
001460           STOP RUN.
001470
001480*****************************************************************
001490*    1000-INITIALIZE - OPEN THE MASTER (BUILDING IT FRESH ON    *
001500*    FIRST USE) AND THE TRANSACTION CARD FILE.                  *
001510*****************************************************************
001520       1000-INITIALIZE.
001530           ACCEPT STM-RUN-DATE-YMD FROM DATE YYYYMMDD.
001540           OPEN I-O TEMPLATE-FILE.
001550           IF STM-MASTER-STATUS = "35" OR STM-MASTER-STATUS = "05"
001560               OPEN OUTPUT TEMPLATE-FILE
001570           END-IF.
001580           IF STM-MASTER-STATUS NOT = "00"
001590               DISPLAY "08_DIVSTM - DIVSAT OPEN FAILED, STS = "
001600                   STM-MASTER-STATUS
001610               MOVE 16 TO RETURN-CODE
001620               STOP RUN
001630           END-IF.
001640           OPEN INPUT TEMPLATE-CARD-FILE.
001650           IF STM-CARD-STATUS NOT = "00"
001660               DISPLAY "08_DIVSTM - DIVSTT OPEN FAILED, STS = "
001670                   STM-CARD-STATUS
001680               MOVE 16 TO RETURN-CODE
001690               STOP RUN
001700           END-IF.
001710       1000-EXIT.
001720           EXIT.
001730
001740*****************************************************************
001750*    2100-READ-TEMPLATE-CARD - NEXT MAINTENANCE TRANSACTION.    *
001760*****************************************************************
001770       2100-READ-TEMPLATE-CARD.
001780           READ TEMPLATE-CARD-FILE
001790               AT END
001800                   MOVE "Y" TO STM-CARD-EOF-SWITCH
001810               NOT AT END
001820                   ADD 1 TO STM-CARDS-READ
001830           END-READ.
001840       2100-EXIT.
001850           EXIT.
001860
001870*****************************************************************
001880*    2200-MAIN-LOOP - EDIT THE CARD AND APPLY IT.               *
001890*****************************************************************
001900       2200-MAIN-LOOP.
001910           PERFORM 3000-EDIT-CARD THRU 3000-EXIT.
001920           PERFORM 2100-READ-TEMPLATE-CARD THRU 2100-EXIT.
001930       2200-EXIT.
001940           EXIT.
001950
001960*****************************************************************
001970*    3000-EDIT-CARD - COMMON CARD EDITS, THEN THE ACTION        *
001980*    ROUTINE.  A CARD IN ERROR IS DISPLAYED AND SKIPPED.        *
001990*****************************************************************
002000       3000-EDIT-CARD.
002010           IF TT-TEMPLATE-ID = SPACES
002020               DISPLAY "08_DIVSTM - CARD WITHOUT A TEMPLATE ID "
002030                   "SKIPPED"
002040               ADD 1 TO STM-CARDS-IN-ERROR
002050               GO TO 3000-EXIT
002060           END-IF.
002070           IF TT-ACTION-HEADER
002080               PERFORM 4000-APPLY-HEADER THRU 4000-EXIT
002090               GO TO 3000-EXIT
002100           END-IF.
002110           IF TT-ACTION-SHARE
002120               PERFORM 5000-APPLY-SHARE THRU 5000-EXIT
002130               GO TO 3000-EXIT
002140           END-IF.
002150           IF TT-ACTION-DELETE
002160               PERFORM 6000-APPLY-DELETE THRU 6000-EXIT
002170               GO TO 3000-EXIT
002180           END-IF.
002190           IF TT-ACTION-CLOSE
002200               PERFORM 7000-APPLY-CLOSE THRU 7000-EXIT
002210               GO TO 3000-EXIT
002220           END-IF.
002230           DISPLAY "08_DIVSTM - BAD ACTION CODE "
002240               TT-ACTION-CD " FOR " TT-TEMPLATE-ID
002250               " - CARD SKIPPED".
002260           ADD 1 TO STM-CARDS-IN-ERROR.
002270       3000-EXIT.
002280           EXIT.
002290
002300       3100-FETCH-MASTER-ROW.
002310           MOVE "N" TO STM-MASTER-FOUND-SW.
002320           MOVE TT-TEMPLATE-ID TO ST-TEMPLATE-ID.
002330           MOVE STM-LINE-NO-WORK TO ST-LINE-NO.
002340           READ TEMPLATE-FILE
002350               INVALID KEY
002360                   CONTINUE
002370               NOT INVALID KEY
002380                   MOVE "Y" TO STM-MASTER-FOUND-SW
002390           END-READ.
002400       3100-EXIT.
002410           EXIT.
002420
002430*****************************************************************
002440*    3200-EDIT-SHARE-LINE-NO - A SHARE OR DELETE CARD MUST      *
002450*    NAME A LINE FROM 001 TO 250, THE MOST SHARES ONE SET MAY   *
002460*    CARRY INTO 08_REDEFINES.                                   *
002470*****************************************************************
002480       3200-EDIT-SHARE-LINE-NO.
002490           MOVE ZERO TO STM-SHARE-LINE-NO.
002500           IF TT-LINE-NO NOT NUMERIC
002510               GO TO 3200-EXIT
002520           END-IF.
002530           MOVE TT-LINE-NO TO STM-SHARE-LINE-NO.
002540           IF STM-SHARE-LINE-NO > 250
002550               MOVE ZERO TO STM-SHARE-LINE-NO
002560           END-IF.
002570       3200-EXIT.
002580           EXIT.
002590
002600*****************************************************************
002610*    4000-APPLY-HEADER - EDIT THE HEADER FIELDS, THEN WRITE A   *
002620*    NEW TEMPLATE OR REPLACE AN EXISTING ONE.  A REPLACE KEEPS  *
002630*    THE LAST GENERATED PERIOD SO THE TEMPLATE DOES NOT FIRE    *
002640*    TWICE FOR A PERIOD ALREADY BUILT.                          *
002650*****************************************************************
002660       4000-APPLY-HEADER.
002670           IF TT-LINE-NO NOT = SPACES AND TT-LINE-NO NOT = "000"
002680               DISPLAY "08_DIVSTM - HEADER CARD FOR "
002690                   TT-TEMPLATE-ID " CARRIES LINE " TT-LINE-NO
002700                   " - CARD SKIPPED"
002710               ADD 1 TO STM-CARDS-IN-ERROR
002720               GO TO 4000-EXIT
002730           END-IF.
002740           IF TT-ALLOC-TYPE-CD NOT = SPACE
002750               AND TT-ALLOC-TYPE-CD NOT = "E"
002760               AND TT-ALLOC-TYPE-CD NOT = "W"
002770               DISPLAY "08_DIVSTM - BAD ALLOCATION TYPE "
002780                   TT-ALLOC-TYPE-CD " FOR " TT-TEMPLATE-ID
002790                   " - CARD SKIPPED"
002800               ADD 1 TO STM-CARDS-IN-ERROR
002810               GO TO 4000-EXIT
002820           END-IF.
002830           IF TT-ROUND-SW NOT = SPACE
002840               AND TT-ROUND-SW NOT = "Y"
002850               AND TT-ROUND-SW NOT = "N"
002860               DISPLAY "08_DIVSTM - BAD ROUND SWITCH "
002870                   TT-ROUND-SW " FOR " TT-TEMPLATE-ID
002880                   " - CARD SKIPPED"
002890               ADD 1 TO STM-CARDS-IN-ERROR
002900               GO TO 4000-EXIT
002910           END-IF.
002920           IF TT-SCALE-CD = SPACE OR TT-SCALE-CD = "2"
002930               MOVE 2 TO STM-SCALE-WORK
002940           ELSE
002950               IF TT-SCALE-CD = "0"
002960                   MOVE ZERO TO STM-SCALE-WORK
002970               ELSE
002980                   DISPLAY "08_DIVSTM - BAD SCALE CODE "
002990                       TT-SCALE-CD " FOR " TT-TEMPLATE-ID
003000                       " - CARD SKIPPED"
003010                   ADD 1 TO STM-CARDS-IN-ERROR
003020                   GO TO 4000-EXIT
003030               END-IF
003040           END-IF.
003050           IF TT-FREQUENCY-CD = SPACE
003060               MOVE "M" TO STM-FREQUENCY-WORK
003070           ELSE
003080               MOVE TT-FREQUENCY-CD TO STM-FREQUENCY-WORK
003090           END-IF.
003100           IF STM-FREQUENCY-WORK NOT = "M"
003110               AND STM-FREQUENCY-WORK NOT = "Q"
003120               AND STM-FREQUENCY-WORK NOT = "A"
003130               DISPLAY "08_DIVSTM - BAD FREQUENCY "
003140                   TT-FREQUENCY-CD " FOR " TT-TEMPLATE-ID
003150                   " - CARD SKIPPED"
003160               ADD 1 TO STM-CARDS-IN-ERROR
003170               GO TO 4000-EXIT
003180           END-IF.
003190           IF TT-START-DATE = SPACES OR TT-START-DATE = "00000000"
003200               MOVE STM-RUN-DATE-YMD TO STM-START-DATE-WORK
003210           ELSE
003220               IF TT-START-DATE NOT NUMERIC
003230                   DISPLAY "08_DIVSTM - BAD START DATE "
003240                       TT-START-DATE " FOR " TT-TEMPLATE-ID
003250                       " - CARD SKIPPED"
003260                   ADD 1 TO STM-CARDS-IN-ERROR
003270                   GO TO 4000-EXIT
003280               END-IF
003290               MOVE TT-START-DATE TO STM-START-DATE-WORK
003300           END-IF.
003310           IF TT-END-DATE = SPACES OR TT-END-DATE = "00000000"
003320               MOVE ZERO TO STM-END-DATE-WORK
003330           ELSE
003340               IF TT-END-DATE NOT NUMERIC
003350                   DISPLAY "08_DIVSTM - BAD END DATE "
003360                       TT-END-DATE " FOR " TT-TEMPLATE-ID
003370                       " - CARD SKIPPED"
003380                   ADD 1 TO STM-CARDS-IN-ERROR
003390                   GO TO 4000-EXIT
003400               END-IF
003410               MOVE TT-END-DATE TO STM-END-DATE-WORK
003420               IF STM-END-DATE-WORK < STM-START-DATE-WORK
003430                   DISPLAY "08_DIVSTM - END DATE BEFORE START "
003440                       "DATE FOR " TT-TEMPLATE-ID
003450                       " - CARD SKIPPED"
003460                   ADD 1 TO STM-CARDS-IN-ERROR
003470                   GO TO 4000-EXIT
003480               END-IF
003490           END-IF.
003500           IF TT-TOTAL-AMOUNT NOT NUMERIC
003510               DISPLAY "08_DIVSTM - BAD SET TOTAL "
003520                   TT-TOTAL-AMOUNT " FOR " TT-TEMPLATE-ID
003530                   " - CARD SKIPPED"
003540               ADD 1 TO STM-CARDS-IN-ERROR
003550               GO TO 4000-EXIT
003560           END-IF.
003570           MOVE TT-TOTAL-AMOUNT TO STM-TOTAL-WORK.
003580           IF STM-TOTAL-WORK = ZERO
003590               DISPLAY "08_DIVSTM - ZERO SET TOTAL FOR "
003600                   TT-TEMPLATE-ID " - CARD SKIPPED"
003610               ADD 1 TO STM-CARDS-IN-ERROR
003620               GO TO 4000-EXIT
003630           END-IF.
003640           MOVE ZERO TO STM-LINE-NO-WORK.
003650           PERFORM 3100-FETCH-MASTER-ROW THRU 3100-EXIT.
003660           IF NOT STM-MASTER-FOUND
003670               MOVE SPACES TO STANDING-TEMPLATE-RECORD
003680               MOVE TT-TEMPLATE-ID TO ST-TEMPLATE-ID
003690               MOVE ZERO TO ST-LINE-NO
003700               MOVE ZERO TO ST-LAST-PERIOD
003710           END-IF.
003720           IF TT-DESCRIPTION NOT = SPACES
003730               MOVE TT-DESCRIPTION TO ST-DESCRIPTION
003740           END-IF.
003750           MOVE TT-ALLOC-TYPE-CD TO ST-ALLOC-TYPE-CD.
003760           MOVE TT-ROUND-SW TO ST-ROUND-SW.
003770           MOVE STM-SCALE-WORK TO ST-SCALE-CD.
003780           MOVE STM-FREQUENCY-WORK TO ST-FREQUENCY-CD.
003790           MOVE STM-START-DATE-WORK TO ST-START-DATE.
003800           MOVE STM-END-DATE-WORK TO ST-END-DATE.
003810           MOVE STM-TOTAL-WORK TO ST-TOTAL-AMOUNT.
003820           IF STM-MASTER-FOUND
003830               REWRITE STANDING-TEMPLATE-RECORD
003840               ADD 1 TO STM-TEMPLATES-UPDATED
003850           ELSE
003860               WRITE STANDING-TEMPLATE-RECORD
003870               ADD 1 TO STM-TEMPLATES-ADDED
003880           END-IF.
003890       4000-EXIT.
003900           EXIT.
003910
003920*****************************************************************
003930*    5000-APPLY-SHARE - ADD A SHARE LINE TO A TEMPLATE, OR      *
003940*    REPLACE THE CENTER AND WEIGHT ON AN EXISTING LINE.  THE    *
003950*    TEMPLATE HEADER MUST ALREADY BE ON THE MASTER.             *
003960*****************************************************************
003970       5000-APPLY-SHARE.
003980           PERFORM 3200-EDIT-SHARE-LINE-NO THRU 3200-EXIT.
003990           IF STM-SHARE-LINE-NO = ZERO
004000               DISPLAY "08_DIVSTM - BAD SHARE LINE " TT-LINE-NO
004010                   " FOR " TT-TEMPLATE-ID " - CARD SKIPPED"
004020               ADD 1 TO STM-CARDS-IN-ERROR
004030               GO TO 5000-EXIT
004040           END-IF.
004050           IF TT-COST-CENTER = SPACES
004060               DISPLAY "08_DIVSTM - SHARE LINE " TT-LINE-NO
004070                   " FOR " TT-TEMPLATE-ID
004080                   " HAS NO COST CENTER - CARD SKIPPED"
004090               ADD 1 TO STM-CARDS-IN-ERROR
004100               GO TO 5000-EXIT
004110           END-IF.
004120           IF TT-WEIGHT = SPACES
004130               MOVE ZERO TO STM-WEIGHT-WORK
004140           ELSE
004150               IF TT-WEIGHT NOT NUMERIC
004160                   DISPLAY "08_DIVSTM - BAD WEIGHT " TT-WEIGHT
004170                       " FOR " TT-TEMPLATE-ID " LINE "
004180                       TT-LINE-NO " - CARD SKIPPED"
004190                   ADD 1 TO STM-CARDS-IN-ERROR
004200                   GO TO 5000-EXIT
004210               END-IF
004220               MOVE TT-WEIGHT TO STM-WEIGHT-WORK
004230           END-IF.
004240           MOVE ZERO TO STM-LINE-NO-WORK.
004250           PERFORM 3100-FETCH-MASTER-ROW THRU 3100-EXIT.
004260           IF NOT STM-MASTER-FOUND
004270               DISPLAY "08_DIVSTM - SHARE FOR UNKNOWN TEMPLATE "
004280                   TT-TEMPLATE-ID " - CARD SKIPPED"
004290               ADD 1 TO STM-CARDS-IN-ERROR
004300               GO TO 5000-EXIT
004310           END-IF.
004320           MOVE STM-SHARE-LINE-NO TO STM-LINE-NO-WORK.
004330           PERFORM 3100-FETCH-MASTER-ROW THRU 3100-EXIT.
004340           IF NOT STM-MASTER-FOUND
004350               MOVE SPACES TO STANDING-TEMPLATE-RECORD
004360               MOVE TT-TEMPLATE-ID TO ST-TEMPLATE-ID
004370               MOVE STM-LINE-NO-WORK TO ST-LINE-NO
004380           END-IF.
004390           MOVE TT-COST-CENTER TO ST-COST-CENTER.
004400           MOVE STM-WEIGHT-WORK TO ST-WEIGHT.
004410           IF STM-MASTER-FOUND
004420               REWRITE STANDING-TEMPLATE-RECORD
004430               ADD 1 TO STM-SHARES-UPDATED
004440           ELSE
004450               WRITE STANDING-TEMPLATE-RECORD
004460               ADD 1 TO STM-SHARES-ADDED
004470           END-IF.
004480       5000-EXIT.
004490           EXIT.
004500
004510*****************************************************************
004520*    6000-APPLY-DELETE - REMOVE ONE SHARE LINE; DELETING A      *
004530*    LINE THAT IS NOT ON THE MASTER IS AN ERROR.                *
004540*****************************************************************
004550       6000-APPLY-DELETE.
004560           PERFORM 3200-EDIT-SHARE-LINE-NO THRU 3200-EXIT.
004570           IF STM-SHARE-LINE-NO = ZERO
004580               DISPLAY "08_DIVSTM - BAD SHARE LINE " TT-LINE-NO
004590                   " FOR " TT-TEMPLATE-ID " - CARD SKIPPED"
004600               ADD 1 TO STM-CARDS-IN-ERROR
004610               GO TO 6000-EXIT
004620           END-IF.
004630           MOVE STM-SHARE-LINE-NO TO STM-LINE-NO-WORK.
004640           PERFORM 3100-FETCH-MASTER-ROW THRU 3100-EXIT.
004650           IF NOT STM-MASTER-FOUND
004660               DISPLAY "08_DIVSTM - DELETE FOR UNKNOWN LINE "
004670                   TT-TEMPLATE-ID "/" TT-LINE-NO
004680                   " - CARD SKIPPED"
004690               ADD 1 TO STM-CARDS-IN-ERROR
004700               GO TO 6000-EXIT
004710           END-IF.
004720           DELETE TEMPLATE-FILE RECORD.
004730           ADD 1 TO STM-SHARES-DELETED.
004740       6000-EXIT.
004750           EXIT.
004760
004770*****************************************************************
004780*    7000-APPLY-CLOSE - SET THE TEMPLATE'S END DATE SO THE      *
004790*    GENERATOR STOPS FIRING IT; CLOSING AN UNKNOWN TEMPLATE IS  *
004800*    AN ERROR.                                                  *
004810*****************************************************************
004820       7000-APPLY-CLOSE.
004830           IF TT-END-DATE = SPACES OR TT-END-DATE = "00000000"
004840               MOVE STM-RUN-DATE-YMD TO STM-END-DATE-WORK
004850           ELSE
004860               IF TT-END-DATE NOT NUMERIC
004870                   DISPLAY "08_DIVSTM - BAD END DATE "
004880                       TT-END-DATE " FOR " TT-TEMPLATE-ID
004890                       " - CARD SKIPPED"
004900                   ADD 1 TO STM-CARDS-IN-ERROR
004910                   GO TO 7000-EXIT
004920               END-IF
004930               MOVE TT-END-DATE TO STM-END-DATE-WORK
004940           END-IF.
004950           MOVE ZERO TO STM-LINE-NO-WORK.
004960           PERFORM 3100-FETCH-MASTER-ROW THRU 3100-EXIT.
004970           IF NOT STM-MASTER-FOUND
004980               DISPLAY "08_DIVSTM - CLOSE FOR UNKNOWN TEMPLATE "
004990                   TT-TEMPLATE-ID " - CARD SKIPPED"
005000               ADD 1 TO STM-CARDS-IN-ERROR
005010               GO TO 7000-EXIT
005020           END-IF.
005030           MOVE STM-END-DATE-WORK TO ST-END-DATE.
005040           REWRITE STANDING-TEMPLATE-RECORD.
005050           ADD 1 TO STM-TEMPLATES-CLOSED.
005060       7000-EXIT.
005070           EXIT.
005080
005090*****************************************************************
005100*    8000-FINALIZE - CLOSE THE FILES AND SHOW THE MAINTENANCE   *
005110*    CONTROL TOTALS ON THE JOB LOG.                             *
005120*****************************************************************
005130       8000-FINALIZE.
005140           CLOSE TEMPLATE-FILE.
005150           CLOSE TEMPLATE-CARD-FILE.
005160           DISPLAY "08_DIVSTM - CARDS READ........: "
005170               STM-CARDS-READ.
005180           DISPLAY "08_DIVSTM - TEMPLATES ADDED...: "
005190               STM-TEMPLATES-ADDED.
005200           DISPLAY "08_DIVSTM - TEMPLATES UPDATED.: "
005210               STM-TEMPLATES-UPDATED.
005220           DISPLAY "08_DIVSTM - TEMPLATES CLOSED..: "
005230               STM-TEMPLATES-CLOSED.
005240           DISPLAY "08_DIVSTM - SHARES ADDED......: "
005250               STM-SHARES-ADDED.
005260           DISPLAY "08_DIVSTM - SHARES UPDATED....: "
005270               STM-SHARES-UPDATED.
005280           DISPLAY "08_DIVSTM - SHARES DELETED....: "
005290               STM-SHARES-DELETED.
005300           DISPLAY "08_DIVSTM - CARDS IN ERROR....: "
005310               STM-CARDS-IN-ERROR.
005320           IF STM-CARDS-IN-ERROR > ZERO
005330               MOVE 8 TO RETURN-CODE
005340           END-IF.
005350       8000-EXIT.
005360           EXIT.
