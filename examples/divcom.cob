000010 IDENTIFICATION DIVISION.
000020       PROGRAM-ID. 08_DIVCOM.
000030       AUTHOR. R L HIRPAR.
000040       INSTALLATION. BATCH PRODUCTION SUPPORT.
000050       DATE-WRITTEN. 2026-10-15.
000060       DATE-COMPILED.
000070*****************************************************************
000080*                                                               *
000090*    08_DIVCOM IS THE MAINTENANCE BATCH FOR THE CHART-OF-       *
000100*    ACCOUNTS MAPPING MASTER (DIVCOA).  IT READS A FILE OF      *
000110*    TRANSACTION CARDS AND ADDS, CHANGES, OR CLOSES MAPPINGS -  *
000120*    THE MASTER IS WHAT LETS 08_DIVJNL TURN EACH POSTED         *
000130*    DIVISION INTO BALANCED DEBIT AND CREDIT JOURNAL LINES.     *
000140*                                                               *
000150*    TRANSACTION CARD LAYOUT (DIVCOT) -                         *
000160*        MT-ACTION-CD      COL  01     "A" = ADD, OR CHANGE     *
000170*                                      AND REACTIVATE (ACCOUNTS *
000180*                                      AND DESCRIPTION REPLACED *
000190*                                      WHEN SUPPLIED), "C" =    *
000200*                                      CLOSE.                   *
000210*        MT-MAP-TYPE-CD    COL  02     "C" = COST CENTER,       *
000220*                                      "O" = ORDINARY POSTINGS. *
000230*        MT-COST-CENTER    COLS 03-10  DIVCCM CODE (TYPE "C");  *
000240*                                      SPACES (TYPE "O").       *
000250*        MT-DEBIT-ACCOUNT  COLS 11-22  DEBIT ACCOUNT.           *
000260*        MT-CREDIT-ACCOUNT COLS 23-34  CREDIT/CLEARING ACCOUNT. *
000270*        MT-DESCRIPTION    COLS 35-64  DESCRIPTION (ADD ONLY).  *
000280*        MT-EFF-DATE       COLS 65-72  YYYYMMDD EFFECTIVE-FROM  *
000290*                                      (ADD) OR EFFECTIVE-TO    *
000300*                                      (CLOSE); SPACES OR ZEROS *
000310*                                      MEAN THE RUN DATE.       *
000320*                                                               *
000330*    A NEW MAPPING NEEDS BOTH ACCOUNTS, AND THE TWO ACCOUNTS    *
000340*    MAY NOT BE THE SAME.  A COST-CENTER MAPPING MUST NAME A    *
000350*    CODE ON THE COST-CENTER MASTER.                            *
000360*                                                               *
000370*    EVERY CARD IN ERROR IS DISPLAYED AND SKIPPED; IF ANY CARD  *
000380*    WAS IN ERROR THE JOB ENDS WITH RETURN CODE 8 SO THE        *
000390*    SCHEDULER FLAGS THE MAINTENANCE RUN FOR REVIEW.            *
000400*                                                               *
000410*    MODIFICATION HISTORY                                       *
000420*    DATE       BY    DESCRIPTION                               *
000430*    ---------- ----- --------------------------------------    *
000440*    2026-10-15 RLH   ORIGINAL PROGRAM - CHART-OF-ACCOUNTS      *
000450*                     MAPPING ADD/CHANGE/CLOSE MAINTENANCE.     *
000460*                                                               *
000470*****************************************************************
000480
000490 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520           SELECT ACCOUNT-MAP-FILE ASSIGN TO "DIVCOA"
000530               ORGANIZATION IS INDEXED
000540               ACCESS MODE IS RANDOM
000550               RECORD KEY IS AM-KEY
000560               FILE STATUS IS COM-MASTER-STATUS.
000570           SELECT COST-CENTER-FILE ASSIGN TO "DIVCCM"
000580               ORGANIZATION IS INDEXED
000590               ACCESS MODE IS RANDOM
000600               RECORD KEY IS CC-CODE
000610               FILE STATUS IS COM-CENTER-STATUS.
000620           SELECT MAP-CARD-FILE ASSIGN TO "DIVCOT"
000630               ORGANIZATION IS SEQUENTIAL
000640               FILE STATUS IS COM-CARD-STATUS.
000650
000660 DATA DIVISION.
000670 FILE SECTION.
000680       FD  ACCOUNT-MAP-FILE
000690           LABEL RECORDS ARE STANDARD.
000700       COPY DIVCOA.
000710
000720       FD  COST-CENTER-FILE
000730           LABEL RECORDS ARE STANDARD.
000740       COPY DIVCCM.
000750
000760       FD  MAP-CARD-FILE
000770           LABEL RECORDS ARE STANDARD.
000780       01  MAP-CARD-RECORD.
000790           05  MT-ACTION-CD               PIC X(01).
000800               88  MT-ACTION-ADD              VALUE "A".
000810               88  MT-ACTION-CLOSE            VALUE "C".
000820           05  MT-MAP-TYPE-CD             PIC X(01).
000830               88  MT-CENTER-MAP              VALUE "C".
000840               88  MT-ORDINARY-MAP            VALUE "O".
000850           05  MT-COST-CENTER             PIC X(08).
000860           05  MT-DEBIT-ACCOUNT           PIC X(12).
000870           05  MT-CREDIT-ACCOUNT          PIC X(12).
000880           05  MT-DESCRIPTION             PIC X(30).
000890           05  MT-EFF-DATE                PIC X(08).
000900           05  FILLER                     PIC X(08).
000910
000920 WORKING-STORAGE SECTION.
000930       77  COM-CARDS-READ            PIC 9(05) COMP VALUE ZERO.
000940       77  COM-MAPS-ADDED            PIC 9(05) COMP VALUE ZERO.
000950       77  COM-MAPS-UPDATED          PIC 9(05) COMP VALUE ZERO.
000960       77  COM-MAPS-CLOSED           PIC 9(05) COMP VALUE ZERO.
000970       77  COM-CARDS-IN-ERROR        PIC 9(05) COMP VALUE ZERO.
000980       77  COM-EFF-DATE-WORK         PIC 9(08) VALUE ZERO.
000990       77  COM-CARD-EOF-SWITCH            PIC X(01) VALUE "N".
001000           88  COM-CARD-END-OF-FILE           VALUE "Y".
001010       77  COM-MASTER-FOUND-SW            PIC X(01) VALUE "N".
001020           88  COM-MASTER-FOUND               VALUE "Y".
001030       77  COM-CENTER-OPEN-SW             PIC X(01) VALUE "N".
001040           88  COM-CENTER-OPEN                VALUE "Y".
001050       77  COM-MASTER-STATUS              PIC X(02) VALUE SPACES.
001060       77  COM-CENTER-STATUS              PIC X(02) VALUE SPACES.
001070       77  COM-CARD-STATUS                PIC X(02) VALUE SPACES.
001080
001090       01  COM-RUN-DATE-YMD               PIC 9(08) VALUE ZERO.
001100
001110 PROCEDURE DIVISION.
001120
001130*****************************************************************
001140*    0000-MAINLINE                                              *
001150*****************************************************************
001160       0000-MAINLINE.
001170           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001180           PERFORM 2100-READ-MAP-CARD THRU 2100-EXIT.
001190           PERFORM 2200-MAIN-LOOP THRU 2200-EXIT
001200               UNTIL COM-CARD-END-OF-FILE.
001210           PERFORM 8000-FINALIZE THRU 8000-EXIT.
001220           STOP RUN.
001230
001240*****************************************************************
001250*    1000-INITIALIZE - OPEN THE MAPPING MASTER (BUILDING IT     *
001260*    FRESH ON FIRST USE), THE COST-CENTER MASTER (WHEN THERE    *
001270*    IS ONE), AND THE TRANSACTION CARD FILE.                    *
001280*****************************************************************
001290       1000-INITIALIZE.
001300           ACCEPT COM-RUN-DATE-YMD FROM DATE YYYYMMDD.
001310           OPEN I-O ACCOUNT-MAP-FILE.
001320           IF COM-MASTER-STATUS = "35" OR COM-MASTER-STATUS = "05"
001330               OPEN OUTPUT ACCOUNT-MAP-FILE
001340               CLOSE ACCOUNT-MAP-FILE
001350               OPEN I-O ACCOUNT-MAP-FILE
001360           END-IF.
001370           IF COM-MASTER-STATUS NOT = "00"
001380               DISPLAY "08_DIVCOM - DIVCOA OPEN FAILED, STS = "
001390                   COM-MASTER-STATUS
001400               MOVE 16 TO RETURN-CODE
001410               STOP RUN
001420           END-IF.
001430           OPEN INPUT COST-CENTER-FILE.
001440           IF COM-CENTER-STATUS = "00"
001450               MOVE "Y" TO COM-CENTER-OPEN-SW
001460           ELSE
001470               IF COM-CENTER-STATUS NOT = "35"
001480                   DISPLAY "08_DIVCOM - DIVCCM OPEN FAILED, "
001490                       "STS = " COM-CENTER-STATUS
001500                   MOVE 16 TO RETURN-CODE
001510                   STOP RUN
001520               END-IF
001530           END-IF.
001540           OPEN INPUT MAP-CARD-FILE.
001550           IF COM-CARD-STATUS NOT = "00"
001560               DISPLAY "08_DIVCOM - DIVCOT OPEN FAILED, STS = "
001570                   COM-CARD-STATUS
001580               MOVE 16 TO RETURN-CODE
001590               STOP RUN
001600           END-IF.
001610       1000-EXIT.
001620           EXIT.
001630
001640*****************************************************************
001650*    2100-READ-MAP-CARD - NEXT MAINTENANCE TRANSACTION.         *
001660*****************************************************************
001670       2100-READ-MAP-CARD.
001680           READ MAP-CARD-FILE
001690               AT END
001700                   MOVE "Y" TO COM-CARD-EOF-SWITCH
001710               NOT AT END
001720                   ADD 1 TO COM-CARDS-READ
001730           END-READ.
001740       2100-EXIT.
001750           EXIT.
001760
001770*****************************************************************
001780*    2200-MAIN-LOOP - EDIT THE CARD, FETCH THE MASTER ROW, AND  *
001790*    APPLY THE ADD OR CLOSE.                                    *
001800*****************************************************************
001810       2200-MAIN-LOOP.
001820           PERFORM 3000-EDIT-CARD THRU 3000-EXIT.
001830           PERFORM 2100-READ-MAP-CARD THRU 2100-EXIT.
001840       2200-EXIT.
001850           EXIT.
001860
001870*****************************************************************
001880*    3000-EDIT-CARD - COMMON CARD EDITS, THEN THE ACTION        *
001890*    ROUTINE.  A CARD IN ERROR IS DISPLAYED AND SKIPPED.        *
001900*****************************************************************
001910       3000-EDIT-CARD.
001920           IF NOT MT-CENTER-MAP AND NOT MT-ORDINARY-MAP
001930               DISPLAY "08_DIVCOM - BAD MAP TYPE " MT-MAP-TYPE-CD
001940                   " FOR " MT-COST-CENTER " - CARD SKIPPED"
001950               ADD 1 TO COM-CARDS-IN-ERROR
001960               GO TO 3000-EXIT
001970           END-IF.
001980           IF MT-CENTER-MAP AND MT-COST-CENTER = SPACES
001990               DISPLAY "08_DIVCOM - COST-CENTER MAPPING WITHOUT "
002000                   "A COST-CENTER CODE SKIPPED"
002010               ADD 1 TO COM-CARDS-IN-ERROR
002020               GO TO 3000-EXIT
002030           END-IF.
002040           IF MT-ORDINARY-MAP AND MT-COST-CENTER NOT = SPACES
002050               DISPLAY "08_DIVCOM - ORDINARY MAPPING NAMES COST "
002060                   "CENTER " MT-COST-CENTER " - CARD SKIPPED"
002070               ADD 1 TO COM-CARDS-IN-ERROR
002080               GO TO 3000-EXIT
002090           END-IF.
002100           IF MT-EFF-DATE = SPACES OR MT-EFF-DATE = "00000000"
002110               MOVE COM-RUN-DATE-YMD TO COM-EFF-DATE-WORK
002120           ELSE
002130               IF MT-EFF-DATE NOT NUMERIC
002140                   DISPLAY "08_DIVCOM - BAD EFFECTIVE DATE "
002150                       MT-EFF-DATE " FOR " MT-MAP-TYPE-CD
002160                       MT-COST-CENTER " - CARD SKIPPED"
002170                   ADD 1 TO COM-CARDS-IN-ERROR
002180                   GO TO 3000-EXIT
002190               END-IF
002200               MOVE MT-EFF-DATE TO COM-EFF-DATE-WORK
002210           END-IF.
002220           PERFORM 3100-FETCH-MASTER-ROW THRU 3100-EXIT.
002230           IF MT-ACTION-ADD
002240               PERFORM 4000-APPLY-ADD THRU 4000-EXIT
002250           ELSE
002260               IF MT-ACTION-CLOSE
002270                   PERFORM 5000-APPLY-CLOSE THRU 5000-EXIT
002280               ELSE
002290                   DISPLAY "08_DIVCOM - BAD ACTION CODE "
002300                       MT-ACTION-CD " FOR " MT-MAP-TYPE-CD
002310                       MT-COST-CENTER " - CARD SKIPPED"
002320                   ADD 1 TO COM-CARDS-IN-ERROR
002330               END-IF
002340           END-IF.
002350       3000-EXIT.
002360           EXIT.
002370
002380       3100-FETCH-MASTER-ROW.
002390           MOVE "N" TO COM-MASTER-FOUND-SW.
002400           MOVE MT-MAP-TYPE-CD TO AM-MAP-TYPE-CD.
002410           MOVE MT-COST-CENTER TO AM-COST-CENTER.
002420           READ ACCOUNT-MAP-FILE
002430               INVALID KEY
002440                   CONTINUE
002450               NOT INVALID KEY
002460                   MOVE "Y" TO COM-MASTER-FOUND-SW
002470           END-READ.
002480       3100-EXIT.
002490           EXIT.
002500
002510*****************************************************************
002520*    4000-APPLY-ADD - A NEW MAPPING IS WRITTEN ACTIVE WITH BOTH *
002530*    ACCOUNTS; AN EXISTING ONE IS REACTIVATED WITH THE CARD'S   *
002540*    EFFECTIVE-FROM DATE AND WHATEVER ACCOUNTS AND DESCRIPTION  *
002550*    THE CARD SUPPLIES.  A COST-CENTER MAPPING IS ONLY ADDED    *
002560*    FOR A CODE ON THE COST-CENTER MASTER.                      *
002570*****************************************************************
002580       4000-APPLY-ADD.
002590           IF MT-CENTER-MAP
002600               PERFORM 4100-CHECK-COST-CENTER THRU 4100-EXIT
002610               IF COM-CENTER-STATUS NOT = "00"
002620                   DISPLAY "08_DIVCOM - COST CENTER "
002630                       MT-COST-CENTER " NOT ON DIVCCM - "
002640                       "CARD SKIPPED"
002650                   ADD 1 TO COM-CARDS-IN-ERROR
002660                   GO TO 4000-EXIT
002670               END-IF
002680           END-IF.
002690           IF NOT COM-MASTER-FOUND
002700               IF MT-DEBIT-ACCOUNT = SPACES
002710                   OR MT-CREDIT-ACCOUNT = SPACES
002720                   DISPLAY "08_DIVCOM - NEW MAPPING "
002730                       MT-MAP-TYPE-CD MT-COST-CENTER
002740                       " NEEDS BOTH ACCOUNTS - CARD SKIPPED"
002750                   ADD 1 TO COM-CARDS-IN-ERROR
002760                   GO TO 4000-EXIT
002770               END-IF
002780               MOVE SPACES TO ACCOUNT-MAP-RECORD
002790               MOVE MT-MAP-TYPE-CD TO AM-MAP-TYPE-CD
002800               MOVE MT-COST-CENTER TO AM-COST-CENTER
002810           END-IF.
002820           IF MT-DEBIT-ACCOUNT NOT = SPACES
002830               MOVE MT-DEBIT-ACCOUNT TO AM-DEBIT-ACCOUNT
002840           END-IF.
002850           IF MT-CREDIT-ACCOUNT NOT = SPACES
002860               MOVE MT-CREDIT-ACCOUNT TO AM-CREDIT-ACCOUNT
002870           END-IF.
002880           IF AM-DEBIT-ACCOUNT = AM-CREDIT-ACCOUNT
002890               DISPLAY "08_DIVCOM - MAPPING " MT-MAP-TYPE-CD
002900                   MT-COST-CENTER " DEBITS AND CREDITS ACCOUNT "
002910                   AM-DEBIT-ACCOUNT " - CARD SKIPPED"
002920               ADD 1 TO COM-CARDS-IN-ERROR
002930               GO TO 4000-EXIT
002940           END-IF.
002950           IF MT-DESCRIPTION NOT = SPACES
002960               MOVE MT-DESCRIPTION TO AM-DESCRIPTION
002970           END-IF.
002980           MOVE "A" TO AM-STATUS-CD.
002990           MOVE COM-EFF-DATE-WORK TO AM-EFF-FROM-DATE.
003000           MOVE ZERO TO AM-EFF-TO-DATE.
003010           MOVE COM-RUN-DATE-YMD TO AM-LAST-MAINT-DATE.
003020           IF COM-MASTER-FOUND
003030               REWRITE ACCOUNT-MAP-RECORD
003040               ADD 1 TO COM-MAPS-UPDATED
003050           ELSE
003060               WRITE ACCOUNT-MAP-RECORD
003070               ADD 1 TO COM-MAPS-ADDED
003080           END-IF.
003090       4000-EXIT.
003100           EXIT.
003110
003120       4100-CHECK-COST-CENTER.
003130           MOVE "23" TO COM-CENTER-STATUS.
003140           IF NOT COM-CENTER-OPEN
003150               GO TO 4100-EXIT
003160           END-IF.
003170           MOVE MT-COST-CENTER TO CC-CODE.
003180           READ COST-CENTER-FILE
003190               INVALID KEY
003200                   CONTINUE
003210           END-READ.
003220       4100-EXIT.
003230           EXIT.
003240
003250*****************************************************************
003260*    5000-APPLY-CLOSE - MARK AN EXISTING MAPPING CLOSED WITH    *
003270*    ITS EFFECTIVE-TO DATE; CLOSING AN UNKNOWN MAPPING IS AN    *
003280*    ERROR.                                                     *
003290*****************************************************************
003300       5000-APPLY-CLOSE.
003310           IF NOT COM-MASTER-FOUND
003320               DISPLAY "08_DIVCOM - CLOSE FOR UNKNOWN MAPPING "
003330                   MT-MAP-TYPE-CD MT-COST-CENTER " - CARD SKIPPED"
003340               ADD 1 TO COM-CARDS-IN-ERROR
003350               GO TO 5000-EXIT
003360           END-IF.
003370           MOVE "C" TO AM-STATUS-CD.
003380           MOVE COM-EFF-DATE-WORK TO AM-EFF-TO-DATE.
003390           MOVE COM-RUN-DATE-YMD TO AM-LAST-MAINT-DATE.
003400           REWRITE ACCOUNT-MAP-RECORD.
003410           ADD 1 TO COM-MAPS-CLOSED.
003420       5000-EXIT.
003430           EXIT.
003440
003450*****************************************************************
003460*    8000-FINALIZE - CLOSE THE FILES AND SHOW THE MAINTENANCE   *
003470*    CONTROL TOTALS ON THE JOB LOG.                             *
003480*****************************************************************
003490       8000-FINALIZE.
003500           CLOSE ACCOUNT-MAP-FILE.
003510           IF COM-CENTER-OPEN
003520               CLOSE COST-CENTER-FILE
003530           END-IF.
003540           CLOSE MAP-CARD-FILE.
003550           DISPLAY "08_DIVCOM - CARDS READ........: "
003560               COM-CARDS-READ.
003570           DISPLAY "08_DIVCOM - MAPPINGS ADDED....: "
003580               COM-MAPS-ADDED.
003590           DISPLAY "08_DIVCOM - MAPPINGS UPDATED..: "
003600               COM-MAPS-UPDATED.
003610           DISPLAY "08_DIVCOM - MAPPINGS CLOSED...: "
003620               COM-MAPS-CLOSED.
003630           DISPLAY "08_DIVCOM - CARDS IN ERROR....: "
003640               COM-CARDS-IN-ERROR.
003650           IF COM-CARDS-IN-ERROR > ZERO
003660               MOVE 8 TO RETURN-CODE
003670           END-IF.
003680       8000-EXIT.
003690           EXIT.
