000010 IDENTIFICATION DIVISION.
000020       PROGRAM-ID. 08_DIVBDM.
000030       AUTHOR. R L HIRPAR.
000040       INSTALLATION. BATCH PRODUCTION SUPPORT.
000050       DATE-WRITTEN. 2026-10-15.
000060       DATE-COMPILED.
000070*****************************************************************
000080*                                                               *
000090*    08_DIVBDM IS THE MAINTENANCE BATCH FOR THE COST-CENTER     *
000100*    ALLOCATION BUDGET FILE.  IT READS A FILE OF TRANSACTION    *
000110*    CARDS FROM FINANCE AND SETS, RAISES, LOWERS, OR REMOVES    *
000120*    THE BUDGET FOR A COST CENTER AND FISCAL PERIOD - THE       *
000130*    BUDGET IS WHAT LETS 08_REDEFINES HOLD AN ALLOCATION SET    *
000140*    THAT WOULD CHARGE A CENTER PAST WHAT FINANCE APPROVED.     *
000150*                                                               *
000160*    TRANSACTION CARD LAYOUT (DIVBDT) -                         *
000170*        BT-ACTION-CD   COL  01     "A" = ADD OR CHANGE THE     *
000180*                                   BUDGET AMOUNT, "D" = REMOVE *
000190*                                   THE BUDGET (THE CENTER IS   *
000200*                                   NO LONGER LIMITED FOR THE   *
000210*                                   PERIOD).                    *
000220*        BT-COST-CENTER COLS 02-09  COST-CENTER CODE.           *
000230*        BT-PERIOD      COLS 10-15  YYYYMM FISCAL PERIOD;       *
000240*                                   SPACES OR ZEROS MEAN THE    *
000250*                                   RUN MONTH.                  *
000260*        BT-AMOUNT      COLS 16-29  BUDGET AMOUNT, UNSIGNED,    *
000270*                                   TWO IMPLIED DECIMALS ("A"   *
000280*                                   ONLY).                      *
000290*                                                               *
000300*    THE ALLOCATED-TO-DATE AMOUNT IS NEVER TOUCHED HERE - IT    *
000310*    BELONGS TO 08_REDEFINES.  A BUDGET SET BELOW WHAT IS       *
000320*    ALREADY ALLOCATED IS ACCEPTED BUT DISPLAYED, SINCE NO      *
000330*    FURTHER SET CAN THEN POST TO THE CENTER IN THAT PERIOD.    *
000340*    THE CENTER MUST BE ON THE DIVCCM REFERENCE MASTER.         *
000350*                                                               *
000360*    EVERY CARD IN ERROR IS DISPLAYED AND SKIPPED; IF ANY CARD  *
000370*    WAS IN ERROR THE JOB ENDS WITH RETURN CODE 8 SO THE        *
000380*    SCHEDULER FLAGS THE MAINTENANCE RUN FOR REVIEW.            *
000390*                                                               *
000400*    MODIFICATION HISTORY                                       *
000410*    DATE       BY    DESCRIPTION                                *
000420*    ---------- ----- --------------------------------------    *
000430*    2026-10-15 RLH   ORIGINAL PROGRAM - COST-CENTER PERIOD      *
000440*                     BUDGET MAINTENANCE.                        *
000450*                                                               *
000460*****************************************************************
000470
000480 ENVIRONMENT DIVISION.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510           SELECT BUDGET-FILE ASSIGN TO "DIVBUD"
000520               ORGANIZATION IS INDEXED
000530               ACCESS MODE IS RANDOM
000540               RECORD KEY IS BU-KEY
000550               FILE STATUS IS BDM-BUDGET-STATUS.
000560           SELECT COST-CENTER-FILE ASSIGN TO "DIVCCM"
000570               ORGANIZATION IS INDEXED
000580               ACCESS MODE IS RANDOM
000590               RECORD KEY IS CC-CODE
000600               FILE STATUS IS BDM-CENTER-STATUS.
000610           SELECT BUDGET-CARD-FILE ASSIGN TO "DIVBDT"
000620               ORGANIZATION IS SEQUENTIAL
000630               FILE STATUS IS BDM-CARD-STATUS.
000640
000650 DATA DIVISION.
000660 FILE SECTION.
000670       FD  BUDGET-FILE
000680           LABEL RECORDS ARE STANDARD.
000690       COPY DIVBUD.
000700
000710       FD  COST-CENTER-FILE
000720           LABEL RECORDS ARE STANDARD.
000730       COPY DIVCCM.
000740
000750       FD  BUDGET-CARD-FILE
000760           LABEL RECORDS ARE STANDARD.
000770       01  BUDGET-CARD-RECORD.
000780           05  BT-ACTION-CD               PIC X(01).
000790               88  BT-ACTION-ADD              VALUE "A".
000800               88  BT-ACTION-DELETE           VALUE "D".
000810           05  BT-COST-CENTER             PIC X(08).
000820           05  BT-PERIOD                  PIC X(06).
000830           05  BT-AMOUNT                  PIC X(14).
000840           05  BT-AMOUNT-NUM REDEFINES BT-AMOUNT
000850                                          PIC 9(12)V99.
000860           05  FILLER                     PIC X(51).
000870
000880 WORKING-STORAGE SECTION.
000890       77  BDM-CARDS-READ            PIC 9(05) COMP VALUE ZERO.
000900       77  BDM-BUDGETS-ADDED         PIC 9(05) COMP VALUE ZERO.
000910       77  BDM-BUDGETS-CHANGED       PIC 9(05) COMP VALUE ZERO.
000920       77  BDM-BUDGETS-REMOVED       PIC 9(05) COMP VALUE ZERO.
000930       77  BDM-CARDS-IN-ERROR        PIC 9(05) COMP VALUE ZERO.
000940       77  BDM-CARD-EOF-SWITCH            PIC X(01) VALUE "N".
000950           88  BDM-CARD-END-OF-FILE           VALUE "Y".
000960       77  BDM-MASTER-FOUND-SW            PIC X(01) VALUE "N".
000970           88  BDM-MASTER-FOUND               VALUE "Y".
000980       77  BDM-BUDGET-STATUS              PIC X(02) VALUE SPACES.
000990       77  BDM-CENTER-STATUS              PIC X(02) VALUE SPACES.
001000       77  BDM-CARD-STATUS                PIC X(02) VALUE SPACES.
001010
001020       01  BDM-RUN-DATE-YMD               PIC 9(08) VALUE ZERO.
001030       01  BDM-RUN-DATE-PARTS REDEFINES BDM-RUN-DATE-YMD.
001040           05  BDM-RUN-PERIOD             PIC 9(06).
001050           05  BDM-RUN-DD                 PIC 9(02).
001060       01  BDM-PERIOD-WORK                PIC 9(06) VALUE ZERO.
001070       01  BDM-PERIOD-PARTS REDEFINES BDM-PERIOD-WORK.
001080           05  BDM-PERIOD-YYYY            PIC 9(04).
001090           05  BDM-PERIOD-MM              PIC 9(02).
001100
001110 PROCEDURE DIVISION.
001120
001130*****************************************************************
001140*    0000-MAINLINE                                              *
001150*****************************************************************
001160       0000-MAINLINE.
001170           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001180           PERFORM 2100-READ-BUDGET-CARD THRU 2100-EXIT.
001190           PERFORM 2200-MAIN-LOOP THRU 2200-EXIT
001200               UNTIL BDM-CARD-END-OF-FILE.
001210           PERFORM 8000-FINALIZE THRU 8000-EXIT.
001220           STOP RUN.
001230
001240*****************************************************************
001250*    1000-INITIALIZE - OPEN THE BUDGET FILE (BUILDING IT FRESH  *
001260*    ON FIRST USE), THE COST-CENTER MASTER, AND THE CARDS.      *
001270*****************************************************************
001280       1000-INITIALIZE.
001290           ACCEPT BDM-RUN-DATE-YMD FROM DATE YYYYMMDD.
001300           OPEN I-O BUDGET-FILE.
001310           IF BDM-BUDGET-STATUS = "35" OR BDM-BUDGET-STATUS = "05"
001320               OPEN OUTPUT BUDGET-FILE
001330           END-IF.
001340           IF BDM-BUDGET-STATUS NOT = "00"
001350               DISPLAY "08_DIVBDM - DIVBUD OPEN FAILED, STS = "
001360                   BDM-BUDGET-STATUS
001370               MOVE 16 TO RETURN-CODE
001380               STOP RUN
001390           END-IF.
001400           OPEN INPUT COST-CENTER-FILE.
001410           IF BDM-CENTER-STATUS NOT = "00"
001420               DISPLAY "08_DIVBDM - DIVCCM OPEN FAILED, STS = "
001430                   BDM-CENTER-STATUS
001440               MOVE 16 TO RETURN-CODE
001450               STOP RUN
001460           END-IF.
001470           OPEN INPUT BUDGET-CARD-FILE.
001480           IF BDM-CARD-STATUS NOT = "00"
001490               DISPLAY "08_DIVBDM - DIVBDT OPEN FAILED, STS = "
001500                   BDM-CARD-STATUS
001510               MOVE 16 TO RETURN-CODE
001520               STOP RUN
001530           END-IF.
001540       1000-EXIT.
001550           EXIT.
001560
001570*****************************************************************
001580*    2100-READ-BUDGET-CARD - NEXT MAINTENANCE TRANSACTION.      *
001590*****************************************************************
001600       2100-READ-BUDGET-CARD.
001610           READ BUDGET-CARD-FILE
001620               AT END
001630                   MOVE "Y" TO BDM-CARD-EOF-SWITCH
001640               NOT AT END
001650                   ADD 1 TO BDM-CARDS-READ
001660           END-READ.
001670       2100-EXIT.
001680           EXIT.
001690
001700*****************************************************************
001710*    2200-MAIN-LOOP - EDIT THE CARD, FETCH THE BUDGET ROW, AND  *
001720*    APPLY THE ADD/CHANGE OR REMOVE.                            *
001730*****************************************************************
001740       2200-MAIN-LOOP.
001750           PERFORM 3000-EDIT-CARD THRU 3000-EXIT.
001760           PERFORM 2100-READ-BUDGET-CARD THRU 2100-EXIT.
001770       2200-EXIT.
001780           EXIT.
001790
001800*****************************************************************
001810*    3000-EDIT-CARD - COMMON CARD EDITS, THEN THE ACTION        *
001820*    ROUTINE.  A CARD IN ERROR IS DISPLAYED AND SKIPPED.        *
001830*****************************************************************
001840       3000-EDIT-CARD.
001850           IF BT-COST-CENTER = SPACES
001860               DISPLAY "08_DIVBDM - CARD WITHOUT A COST-CENTER "
001870                   "CODE SKIPPED"
001880               ADD 1 TO BDM-CARDS-IN-ERROR
001890               GO TO 3000-EXIT
001900           END-IF.
001910           IF BT-PERIOD = SPACES OR BT-PERIOD = "000000"
001920               MOVE BDM-RUN-PERIOD TO BDM-PERIOD-WORK
001930           ELSE
001940               IF BT-PERIOD NOT NUMERIC
001950                   DISPLAY "08_DIVBDM - BAD PERIOD " BT-PERIOD
001960                       " FOR " BT-COST-CENTER " - CARD SKIPPED"
001970                   ADD 1 TO BDM-CARDS-IN-ERROR
001980                   GO TO 3000-EXIT
001990               END-IF
002000               MOVE BT-PERIOD TO BDM-PERIOD-WORK
002010           END-IF.
002020           IF BDM-PERIOD-MM < 1 OR BDM-PERIOD-MM > 12
002030               DISPLAY "08_DIVBDM - BAD PERIOD " BT-PERIOD
002040                   " FOR " BT-COST-CENTER " - CARD SKIPPED"
002050               ADD 1 TO BDM-CARDS-IN-ERROR
002060               GO TO 3000-EXIT
002070           END-IF.
002080           MOVE BT-COST-CENTER TO CC-CODE.
002090           READ COST-CENTER-FILE
002100               INVALID KEY
002110                   DISPLAY "08_DIVBDM - UNKNOWN COST CENTER "
002120                       BT-COST-CENTER " - CARD SKIPPED"
002130                   ADD 1 TO BDM-CARDS-IN-ERROR
002140                   GO TO 3000-EXIT
002150           END-READ.
002160           PERFORM 3100-FETCH-BUDGET-ROW THRU 3100-EXIT.
002170           IF BT-ACTION-ADD
002180               PERFORM 4000-APPLY-ADD THRU 4000-EXIT
002190           ELSE
002200               IF BT-ACTION-DELETE
002210                   PERFORM 5000-APPLY-DELETE THRU 5000-EXIT
002220               ELSE
002230                   DISPLAY "08_DIVBDM - BAD ACTION CODE "
002240                       BT-ACTION-CD " FOR " BT-COST-CENTER
002250                       " - CARD SKIPPED"
002260                   ADD 1 TO BDM-CARDS-IN-ERROR
002270               END-IF
002280           END-IF.
002290       3000-EXIT.
002300           EXIT.
002310
002320       3100-FETCH-BUDGET-ROW.
002330           MOVE "N" TO BDM-MASTER-FOUND-SW.
002340           MOVE BT-COST-CENTER TO BU-COST-CENTER.
002350           MOVE BDM-PERIOD-WORK TO BU-PERIOD.
002360           READ BUDGET-FILE
002370               INVALID KEY
002380                   CONTINUE
002390               NOT INVALID KEY
002400                   MOVE "Y" TO BDM-MASTER-FOUND-SW
002410           END-READ.
002420       3100-EXIT.
002430           EXIT.
002440
002450*****************************************************************
002460*    4000-APPLY-ADD - A NEW CENTER/PERIOD IS WRITTEN BUDGETED   *
002470*    WITH NOTHING ALLOCATED; AN EXISTING ROW (BUDGETED OR NOT)  *
002480*    TAKES THE CARD'S AMOUNT AND KEEPS ITS ALLOCATED-TO-DATE.   *
002490*****************************************************************
002500       4000-APPLY-ADD.
002510           IF BT-AMOUNT NOT NUMERIC
002520               DISPLAY "08_DIVBDM - BAD BUDGET AMOUNT " BT-AMOUNT
002530                   " FOR " BT-COST-CENTER " - CARD SKIPPED"
002540               ADD 1 TO BDM-CARDS-IN-ERROR
002550               GO TO 4000-EXIT
002560           END-IF.
002570           IF BDM-MASTER-FOUND
002580               MOVE "B" TO BU-STATUS-CD
002590               MOVE BT-AMOUNT-NUM TO BU-BUDGET-AMT
002600               MOVE BDM-RUN-DATE-YMD TO BU-LAST-MAINT-DATE
002610               REWRITE BUDGET-RECORD
002620               ADD 1 TO BDM-BUDGETS-CHANGED
002630               IF BU-ALLOCATED-AMT > BU-BUDGET-AMT
002640                   DISPLAY "08_DIVBDM - BUDGET FOR "
002650                       BT-COST-CENTER " PERIOD " BU-PERIOD
002660                       " IS NOW BELOW THE AMOUNT ALREADY "
002670                       "ALLOCATED"
002680               END-IF
002690           ELSE
002700               MOVE SPACES TO BUDGET-RECORD
002710               MOVE BT-COST-CENTER TO BU-COST-CENTER
002720               MOVE BDM-PERIOD-WORK TO BU-PERIOD
002730               MOVE "B" TO BU-STATUS-CD
002740               MOVE BT-AMOUNT-NUM TO BU-BUDGET-AMT
002750               MOVE ZERO TO BU-ALLOCATED-AMT
002760               MOVE BDM-RUN-DATE-YMD TO BU-LAST-MAINT-DATE
002770               MOVE ZERO TO BU-LAST-POSTED-DATE
002780               WRITE BUDGET-RECORD
002790               ADD 1 TO BDM-BUDGETS-ADDED
002800           END-IF.
002810       4000-EXIT.
002820           EXIT.
002830
002840*****************************************************************
002850*    5000-APPLY-DELETE - THE ROW IS KEPT UNBUDGETED SO ITS      *
002860*    ALLOCATED-TO-DATE SURVIVES A LATER RE-ADD; REMOVING A      *
002870*    BUDGET THAT IS NOT THERE IS AN ERROR.                      *
002880*****************************************************************
002890       5000-APPLY-DELETE.
002900           IF NOT BDM-MASTER-FOUND OR NOT BU-BUDGETED
002910               DISPLAY "08_DIVBDM - NO BUDGET TO REMOVE FOR "
002920                   BT-COST-CENTER " PERIOD " BDM-PERIOD-WORK
002930                   " - CARD SKIPPED"
002940               ADD 1 TO BDM-CARDS-IN-ERROR
002950               GO TO 5000-EXIT
002960           END-IF.
002970           MOVE "U" TO BU-STATUS-CD.
002980           MOVE ZERO TO BU-BUDGET-AMT.
002990           MOVE BDM-RUN-DATE-YMD TO BU-LAST-MAINT-DATE.
003000           REWRITE BUDGET-RECORD.
003010           ADD 1 TO BDM-BUDGETS-REMOVED.
003020       5000-EXIT.
003030           EXIT.
003040
003050*****************************************************************
003060*    8000-FINALIZE - CLOSE THE FILES AND SHOW THE MAINTENANCE   *
003070*    CONTROL TOTALS ON THE JOB LOG.                             *
003080*****************************************************************
003090       8000-FINALIZE.
003100           CLOSE BUDGET-FILE.
003110           CLOSE COST-CENTER-FILE.
003120           CLOSE BUDGET-CARD-FILE.
003130           DISPLAY "08_DIVBDM - CARDS READ........: "
003140               BDM-CARDS-READ.
003150           DISPLAY "08_DIVBDM - BUDGETS ADDED.....: "
003160               BDM-BUDGETS-ADDED.
003170           DISPLAY "08_DIVBDM - BUDGETS CHANGED...: "
003180               BDM-BUDGETS-CHANGED.
003190           DISPLAY "08_DIVBDM - BUDGETS REMOVED...: "
003200               BDM-BUDGETS-REMOVED.
003210           DISPLAY "08_DIVBDM - CARDS IN ERROR....: "
003220               BDM-CARDS-IN-ERROR.
003230           IF BDM-CARDS-IN-ERROR > ZERO
003240               MOVE 8 TO RETURN-CODE
003250           END-IF.
003260       8000-EXIT.
003270           EXIT.
