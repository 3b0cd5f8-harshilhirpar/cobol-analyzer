000010 IDENTIFICATION DIVISION.
000020       PROGRAM-ID. 08_DIVPRV.
000030       AUTHOR. R L HIRPAR.
000040       INSTALLATION. BATCH PRODUCTION SUPPORT.
000050       DATE-WRITTEN. 2026-10-15.
000060       DATE-COMPILED.
000070*****************************************************************
000080*                                                               *
000090*    08_DIVPRV IS THE AUDIT RECOMPUTATION PROOF.  FOR EVERY     *
000100*    DIVAUD ROW WHOSE AU-DATE FALLS IN THE REQUESTED RANGE IT   *
000110*    PROVES THE STORED FIGURES AGAINST A FRESH CALCULATION -    *
000120*                                                               *
000130*      - AN ORDINARY ("D") OR INTRADAY ("I") ROW IS DIVIDED     *
000140*        AGAIN THROUGH 08_DIVSUB WITH THE ROUND SWITCH AND      *
000150*        SCALE CODE RECORDED ON THE ROW, AND THE RESULT AND     *
000160*        REMAINDER ARE COMPARED WITH THE STORED ONES.  A ROW    *
000170*        WITH NO RECORDED SWITCHES (WRITTEN BEFORE THEY WERE    *
000180*        CARRIED) IS DIVIDED WITH 08_DIVSUB'S OWN DEFAULTS AND  *
000190*        COUNTED SEPARATELY.                                    *
000200*      - THE SHARE ("S") ROWS OF EACH ALLOCATION SET ARE ADDED  *
000210*        BACK UP AND COMPARED WITH THE SET TOTAL CARRIED ON     *
000220*        THEM.  A SET IS PROVED WHEN AS MANY SHARE ROWS AS ITS  *
000230*        SHARE COUNT HAVE BEEN SEEN; A SET STILL SHORT OF ROWS  *
000240*        AT THE END OF THE RANGE IS DISPUTED.                   *
000250*      - A REVERSAL ("V") ROW IS COUNTED BUT NOT RECOMPUTED -   *
000260*        IT REPEATS, NEGATED, A ROW ALREADY PROVED.             *
000270*                                                               *
000280*    DIVPRR LISTS EVERY DISPUTED ROW AND SET, THEN THE COUNTS   *
000290*    AND AMOUNTS OF AGREED AND DISPUTED ROWS AND SETS, FOR THE  *
000300*    AUDIT FILE.                                                *
000310*                                                               *
000320*    PARAMETER CARD LAYOUT (PRVPRM) -                           *
000330*        PP-FROM-DATE   COLS 01-08  YYYYMMDD, REQUIRED.         *
000340*        PP-TO-DATE     COLS 09-16  YYYYMMDD, OR SPACES/ZEROS   *
000350*                                   FOR A SINGLE DAY.           *
000360*                                                               *
000370*    RETURN CODES -                                             *
000380*        00 = EVERY ROW AND SET AGREES                          *
000390*        08 = DISPUTED ROWS OR SETS - SEE DIVPRR                *
000400*        12 = PARAMETER CARD MISSING OR IN ERROR                *
000410*        16 = A FILE COULD NOT BE OPENED, OR MORE THAN 100      *
000420*             SETS OPEN AT ONCE                                 *
000430*                                                               *
000440*    MODIFICATION HISTORY                                       *
000450*    DATE       BY    DESCRIPTION                               *
000460*    ---------- ----- --------------------------------------    *
000470*    2026-10-15 RLH   ORIGINAL PROGRAM - RECOMPUTATION PROOF OF *
000480*                     AUDIT ROWS AND ALLOCATION SET TOTALS.     *
000490*                                                               *
000500*****************************************************************
000510
000520 ENVIRONMENT DIVISION.
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550           SELECT DIVISION-AUDIT-FILE ASSIGN TO "DIVAUD"
000560               ORGANIZATION IS SEQUENTIAL
000570               FILE STATUS IS PRV-AUDIT-STATUS.
000580           SELECT PROOF-PARM-FILE ASSIGN TO "PRVPRM"
000590               ORGANIZATION IS SEQUENTIAL
000600               FILE STATUS IS PRV-PARM-STATUS.
000610           SELECT PROOF-REPORT-FILE ASSIGN TO "DIVPRR"
000620               ORGANIZATION IS SEQUENTIAL
000630               FILE STATUS IS PRV-REPORT-STATUS.
000640
000650 DATA DIVISION.
000660 FILE SECTION.
000670       FD  DIVISION-AUDIT-FILE
000680           LABEL RECORDS ARE STANDARD.
000690       COPY DIVAUD.
000700
000710       FD  PROOF-PARM-FILE
000720           LABEL RECORDS ARE STANDARD.
000730       01  PROOF-PARM-RECORD.
000740           05  PP-FROM-DATE               PIC X(08).
000750           05  PP-TO-DATE                 PIC X(08).
000760           05  FILLER                     PIC X(64).
000770
000780       FD  PROOF-REPORT-FILE
000790           LABEL RECORDS ARE STANDARD.
000800       01  PROOF-REPORT-RECORD            PIC X(132).
000810
000820 WORKING-STORAGE SECTION.
000830       COPY DIVPRR.
000840       COPY DIVRSLT.
000850
000860       77  PRV-ROWS-IN-RANGE         PIC 9(08) COMP VALUE ZERO.
000870       77  PRV-ROWS-RECOMPUTED       PIC 9(08) COMP VALUE ZERO.
000880       77  PRV-ROWS-AGREED           PIC 9(08) COMP VALUE ZERO.
000890       77  PRV-ROWS-DISPUTED         PIC 9(08) COMP VALUE ZERO.
000900       77  PRV-ROWS-DEFAULTED        PIC 9(08) COMP VALUE ZERO.
000910       77  PRV-SHARE-ROWS            PIC 9(08) COMP VALUE ZERO.
000920       77  PRV-SETS-AGREED           PIC 9(08) COMP VALUE ZERO.
000930       77  PRV-SETS-DISPUTED         PIC 9(08) COMP VALUE ZERO.
000940       77  PRV-SET-ROWS-AGREED       PIC 9(08) COMP VALUE ZERO.
000950       77  PRV-SET-ROWS-DISPUTED     PIC 9(08) COMP VALUE ZERO.
000960       77  PRV-REVERSAL-ROWS         PIC 9(08) COMP VALUE ZERO.
000970       77  PRV-DISPUTE-LINES         PIC 9(08) COMP VALUE ZERO.
000980       77  PRV-SET-COUNT             PIC 9(04) COMP VALUE ZERO.
000990       77  PRV-SX                    PIC 9(04) COMP VALUE ZERO.
001000       77  PRV-SET-FOUND-IX          PIC 9(04) COMP VALUE ZERO.
001010       77  PRV-LINE-COUNT            PIC 9(04) COMP VALUE ZERO.
001020       77  PRV-PAGE-NO               PIC 9(04) COMP VALUE ZERO.
001030       77  PRV-LINES-PER-PAGE        PIC 9(04) COMP VALUE 50.
001040       77  PRV-AGREED-AMOUNT         PIC S9(13)V99 COMP-3
001050                                     VALUE ZERO.
001060       77  PRV-DISPUTED-STORED       PIC S9(13)V99 COMP-3
001070                                     VALUE ZERO.
001080       77  PRV-DISPUTED-RECOMPUTED   PIC S9(13)V99 COMP-3
001090                                     VALUE ZERO.
001100       77  PRV-SET-AGREED-AMOUNT     PIC S9(13)V99 COMP-3
001110                                     VALUE ZERO.
001120       77  PRV-SET-DISPUTED-TOTAL    PIC S9(13)V99 COMP-3
001130                                     VALUE ZERO.
001140       77  PRV-SET-DISPUTED-SUM      PIC S9(13)V99 COMP-3
001150                                     VALUE ZERO.
001160       77  PRV-REVERSAL-AMOUNT       PIC S9(13)V99 COMP-3
001170                                     VALUE ZERO.
001180       77  PRV-ROUND-SW                   PIC X(01) VALUE "N".
001190       77  PRV-SCALE-CD                   PIC 9(01) VALUE 2.
001200       77  PRV-RETURN-CODE                PIC 9(02) VALUE ZERO.
001210       77  PRV-DISPUTE-REASON             PIC X(16) VALUE SPACES.
001220       77  PRV-EOF-SWITCH                 PIC X(01) VALUE "N".
001230           88  PRV-END-OF-FILE                VALUE "Y".
001240       77  PRV-AUDIT-STATUS               PIC X(02) VALUE SPACES.
001250       77  PRV-PARM-STATUS                PIC X(02) VALUE SPACES.
001260       77  PRV-REPORT-STATUS              PIC X(02) VALUE SPACES.
001270
001280       01  PRV-RUN-DATE-YMD               PIC 9(08) VALUE ZERO.
001290       01  PRV-FROM-DATE-YMD              PIC 9(08) VALUE ZERO.
001300       01  PRV-TO-DATE-YMD                PIC 9(08) VALUE ZERO.
001310       01  PRV-FMT-DATE-YMD               PIC 9(08) VALUE ZERO.
001320       01  PRV-FMT-DATE-PARTS REDEFINES PRV-FMT-DATE-YMD.
001330           05  PRV-FMT-YYYY               PIC 9(04).
001340           05  PRV-FMT-MM                 PIC 9(02).
001350           05  PRV-FMT-DD                 PIC 9(02).
001360       01  PRV-FMT-DATE                   PIC X(10) VALUE SPACES.
001370
001380*    ONE ENTRY PER ALLOCATION SET WHOSE SHARE ROWS ARE STILL
001390*    BEING ADDED UP; AN ENTRY IS FREED WHEN THE SET IS PROVED.
001400       01  PRV-SET-TABLE.
001410           05  PRV-SET-ENTRY OCCURS 100 TIMES.
001420               10  PRV-ST-SET-ID          PIC X(08).
001430               10  PRV-ST-DATE            PIC 9(08).
001440               10  PRV-ST-TOTAL           PIC S9(10).
001450               10  PRV-ST-SHARE-COUNT     PIC S9(10).
001460               10  PRV-ST-ROUND-SW        PIC X(01).
001470               10  PRV-ST-SCALE-CD        PIC X(01).
001480               10  PRV-ST-VARIES-SW       PIC X(01).
001490                   88  PRV-ST-VARIES          VALUE "Y".
001500               10  PRV-ST-ROWS            PIC 9(08) COMP.
001510               10  PRV-ST-SUM             PIC S9(13)V99 COMP-3.
001520
001530 PROCEDURE DIVISION.
001540
001550*****************************************************************
001560*    0000-MAINLINE                                              *
001570*****************************************************************
001580       0000-MAINLINE.
001590           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001600           PERFORM 2000-RECOMPUTE-TRAIL THRU 2000-EXIT.
001610           PERFORM 3000-CLOSE-OPEN-SETS THRU 3000-EXIT.
001620           PERFORM 4000-PRINT-SUMMARY THRU 4000-EXIT.
001630           PERFORM 8000-FINALIZE THRU 8000-EXIT.
001640           STOP RUN.
001650
001660*****************************************************************
001670*    1000-INITIALIZE - READ AND EDIT THE DATE-RANGE PARAMETER   *
001680*    CARD, OPEN THE FILES, AND START THE DISPUTE LIST.          *
001690*****************************************************************
001700       1000-INITIALIZE.
001710           ACCEPT PRV-RUN-DATE-YMD FROM DATE YYYYMMDD.
001720           PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT.
001730           OPEN INPUT DIVISION-AUDIT-FILE.
001740           IF PRV-AUDIT-STATUS NOT = "00"
001750               DISPLAY "08_DIVPRV - DIVAUD OPEN FAILED, STS = "
001760                   PRV-AUDIT-STATUS
001770               MOVE 16 TO RETURN-CODE
001780               STOP RUN
001790           END-IF.
001800           OPEN OUTPUT PROOF-REPORT-FILE.
001810           IF PRV-REPORT-STATUS NOT = "00"
001820               DISPLAY "08_DIVPRV - DIVPRR OPEN FAILED, STS = "
001830                   PRV-REPORT-STATUS
001840               MOVE 16 TO RETURN-CODE
001850               STOP RUN
001860           END-IF.
001870           PERFORM 7050-WRITE-REPORT-HEADING THRU 7050-EXIT.
001880           MOVE "DISPUTED ROWS AND SETS" TO PRR-SECTION-TITLE.
001890           MOVE PRR-SECTION-LINE TO PROOF-REPORT-RECORD.
001900           WRITE PROOF-REPORT-RECORD AFTER ADVANCING 2 LINES.
001910           MOVE PRR-DISPUTE-HEADING TO PROOF-REPORT-RECORD.
001920           WRITE PROOF-REPORT-RECORD AFTER ADVANCING 1 LINES.
001930           ADD 3 TO PRV-LINE-COUNT.
001940       1000-EXIT.
001950           EXIT.
001960
001970*****************************************************************
001980*    1100-READ-PARM-CARD - THE FROM DATE IS REQUIRED; A BLANK   *
001990*    OR ZERO TO DATE MEANS A SINGLE DAY.  A BAD CARD STOPS THE  *
002000*    RUN BEFORE ANYTHING IS RECOMPUTED.                         *
002010*****************************************************************
002020       1100-READ-PARM-CARD.
002030           OPEN INPUT PROOF-PARM-FILE.
002040           IF PRV-PARM-STATUS NOT = "00"
002050               DISPLAY "08_DIVPRV - PRVPRM OPEN FAILED, STS = "
002060                   PRV-PARM-STATUS
002070               MOVE 16 TO RETURN-CODE
002080               STOP RUN
002090           END-IF.
002100           READ PROOF-PARM-FILE
002110               AT END
002120                   DISPLAY "08_DIVPRV - PRVPRM IS EMPTY"
002130                   MOVE 12 TO RETURN-CODE
002140                   STOP RUN
002150           END-READ.
002160           IF PP-FROM-DATE NOT NUMERIC
002170               DISPLAY "08_DIVPRV - FROM DATE NOT NUMERIC: "
002180                   PP-FROM-DATE
002190               MOVE 12 TO RETURN-CODE
002200               STOP RUN
002210           END-IF.
002220           MOVE PP-FROM-DATE TO PRV-FROM-DATE-YMD.
002230           IF PP-TO-DATE = SPACES OR PP-TO-DATE = "00000000"
002240               MOVE PRV-FROM-DATE-YMD TO PRV-TO-DATE-YMD
002250           ELSE
002260               IF PP-TO-DATE NOT NUMERIC
002270                   DISPLAY "08_DIVPRV - TO DATE NOT NUMERIC: "
002280                       PP-TO-DATE
002290                   MOVE 12 TO RETURN-CODE
002300                   STOP RUN
002310               END-IF
002320               MOVE PP-TO-DATE TO PRV-TO-DATE-YMD
002330           END-IF.
002340           IF PRV-FROM-DATE-YMD > PRV-TO-DATE-YMD
002350               DISPLAY "08_DIVPRV - FROM DATE "
002360                   PRV-FROM-DATE-YMD " IS AFTER TO DATE "
002370                   PRV-TO-DATE-YMD
002380               MOVE 12 TO RETURN-CODE
002390               STOP RUN
002400           END-IF.
002410           CLOSE PROOF-PARM-FILE.
002420       1100-EXIT.
002430           EXIT.
002440
002450*****************************************************************
002460*    2000-RECOMPUTE-TRAIL - ONE PASS OF THE AUDIT TRAIL.        *
002470*****************************************************************
002480       2000-RECOMPUTE-TRAIL.
002490           MOVE "N" TO PRV-EOF-SWITCH.
002500           PERFORM 2100-RECOMPUTE-ONE-ROW THRU 2100-EXIT
002510               UNTIL PRV-END-OF-FILE.
002520           CLOSE DIVISION-AUDIT-FILE.
002530       2000-EXIT.
002540           EXIT.
002550
002560*****************************************************************
002570*    2100-RECOMPUTE-ONE-ROW - ROUTE A ROW IN THE DATE RANGE BY  *
002580*    ITS ROW TYPE.  A ROW WITH NO ROW TYPE (WRITTEN BEFORE THE  *
002590*    TYPE WAS CARRIED) IS AN ORDINARY ROW.                      *
002600*****************************************************************
002610       2100-RECOMPUTE-ONE-ROW.
002620           READ DIVISION-AUDIT-FILE
002630               AT END
002640                   MOVE "Y" TO PRV-EOF-SWITCH
002650           END-READ.
002660           IF PRV-END-OF-FILE
002670               GO TO 2100-EXIT
002680           END-IF.
002690           IF AU-DATE < PRV-FROM-DATE-YMD
002700               OR AU-DATE > PRV-TO-DATE-YMD
002710               GO TO 2100-EXIT
002720           END-IF.
002730           ADD 1 TO PRV-ROWS-IN-RANGE.
002740           IF AU-SET-SHARE-ROW
002750               PERFORM 2400-ADD-SHARE-ROW THRU 2400-EXIT
002760               GO TO 2100-EXIT
002770           END-IF.
002780           IF AU-REVERSAL-ROW
002790               ADD 1 TO PRV-REVERSAL-ROWS
002800               ADD AU-RESULT-DEC TO PRV-REVERSAL-AMOUNT
002810               GO TO 2100-EXIT
002820           END-IF.
002830           PERFORM 2200-RECOMPUTE-DIVISION THRU 2200-EXIT.
002840       2100-EXIT.
002850           EXIT.
002860
002870*****************************************************************
002880*    2200-RECOMPUTE-DIVISION - DIVIDE THE ROW AGAIN THROUGH     *
002890*    08_DIVSUB WITH ITS RECORDED ROUND SWITCH AND SCALE CODE    *
002900*    AND COMPARE THE RESULT AND REMAINDER WITH THE STORED ONES. *
002910*    08_DIVSUB APPLIES ITS OWN DEFAULTS TO A SWITCH IT DOES NOT *
002920*    RECOGNISE, JUST AS IT DID WHEN THE ROW WAS POSTED.         *
002930*****************************************************************
002940       2200-RECOMPUTE-DIVISION.
002950           ADD 1 TO PRV-ROWS-RECOMPUTED.
002960           MOVE AU-ROUND-SW TO PRV-ROUND-SW.
002970           IF AU-SCALE-CD NUMERIC
002980               MOVE AU-SCALE-CD TO PRV-SCALE-CD
002990           ELSE
003000               MOVE 2 TO PRV-SCALE-CD
003010           END-IF.
003020           IF AU-ROUND-SW = SPACE AND AU-SCALE-CD = SPACE
003030               ADD 1 TO PRV-ROWS-DEFAULTED
003040           END-IF.
003050           MOVE AU-NUM1 TO var-num1-signed.
003060           MOVE AU-NUM2 TO var-num2-signed.
003070           CALL "08_DIVSUB" USING var-num1-signed var-num2-signed
003080               PRV-ROUND-SW PRV-SCALE-CD var-result-dec
003090               var-result-dec-signed var-result-signed
003100               var-remainder-dec var-remainder-dec-signed
003110               var-remainder-signed PRV-RETURN-CODE.
003120           MOVE SPACES TO PRV-DISPUTE-REASON.
003130           IF PRV-RETURN-CODE NOT = ZERO
003140               MOVE "DIVISOR ZERO" TO PRV-DISPUTE-REASON
003150           ELSE
003160               IF var-result-signed NOT = AU-RESULT-DEC
003170                   IF var-remainder-signed NOT = AU-REMAINDER-DEC
003180                       MOVE "BOTH DIFFER" TO PRV-DISPUTE-REASON
003190                   ELSE
003200                       MOVE "RESULT DIFFERS" TO PRV-DISPUTE-REASON
003210                   END-IF
003220               ELSE
003230                   IF var-remainder-signed NOT = AU-REMAINDER-DEC
003240                       MOVE "REMDR DIFFERS" TO PRV-DISPUTE-REASON
003250                   END-IF
003260               END-IF
003270           END-IF.
003280           IF PRV-DISPUTE-REASON = SPACES
003290               ADD 1 TO PRV-ROWS-AGREED
003300               ADD AU-RESULT-DEC TO PRV-AGREED-AMOUNT
003310               GO TO 2200-EXIT
003320           END-IF.
003330           ADD 1 TO PRV-ROWS-DISPUTED.
003340           ADD AU-RESULT-DEC TO PRV-DISPUTED-STORED.
003350           ADD var-result-signed TO PRV-DISPUTED-RECOMPUTED.
003360           MOVE AU-DATE TO PRV-FMT-DATE-YMD.
003370           PERFORM 7900-FORMAT-DATE THRU 7900-EXIT.
003380           MOVE PRV-FMT-DATE TO PRR-D-DATE.
003390           MOVE AU-REQUEST-ID TO PRR-D-REQUEST-ID.
003400           IF AU-INTRADAY-ROW
003410               MOVE "INTRA" TO PRR-D-ROW-TYPE
003420           ELSE
003430               MOVE "ORD" TO PRR-D-ROW-TYPE
003440           END-IF.
003450           MOVE AU-NUM1 TO PRR-D-NUM1.
003460           MOVE AU-NUM2 TO PRR-D-NUM2.
003470           MOVE AU-ROUND-SW TO PRR-D-ROUND-SW.
003480           MOVE AU-SCALE-CD TO PRR-D-SCALE-CD.
003490           MOVE AU-RESULT-DEC TO PRR-D-STORED-RESULT.
003500           MOVE var-result-signed TO PRR-D-RECOMP-RESULT.
003510           MOVE AU-REMAINDER-DEC TO PRR-D-STORED-REMDR.
003520           MOVE var-remainder-signed TO PRR-D-RECOMP-REMDR.
003530           MOVE PRV-DISPUTE-REASON TO PRR-D-REASON.
003540           PERFORM 2900-WRITE-DISPUTE-LINE THRU 2900-EXIT.
003550       2200-EXIT.
003560           EXIT.
003570
003580*****************************************************************
003590*    2400-ADD-SHARE-ROW - ADD THE SHARE TO ITS SET'S ENTRY,     *
003600*    OPENING ONE FOR THE SET'S FIRST SHARE.  EVERY SHARE OF A   *
003610*    SET CARRIES THE SAME SET TOTAL (NUM1) AND SHARE COUNT      *
003620*    (NUM2); A SHARE THAT DOES NOT MARKS THE SET AS VARYING.    *
003630*    ONCE THE SHARE COUNT IS REACHED THE SET IS PROVED.         *
003640*****************************************************************
003650       2400-ADD-SHARE-ROW.
003660           ADD 1 TO PRV-SHARE-ROWS.
003670           MOVE ZERO TO PRV-SET-FOUND-IX.
003680           PERFORM 2410-SCAN-SET THRU 2410-EXIT
003690               VARYING PRV-SX FROM 1 BY 1
003700               UNTIL PRV-SX > PRV-SET-COUNT
003710               OR PRV-SET-FOUND-IX > ZERO.
003720           IF PRV-SET-FOUND-IX > ZERO
003730               IF AU-NUM1 NOT = PRV-ST-TOTAL (PRV-SET-FOUND-IX)
003740                   OR AU-NUM2 NOT =
003750                       PRV-ST-SHARE-COUNT (PRV-SET-FOUND-IX)
003760                   MOVE "Y" TO PRV-ST-VARIES-SW (PRV-SET-FOUND-IX)
003770               END-IF
003780           ELSE
003790               PERFORM 2450-OPEN-SET THRU 2450-EXIT
003800           END-IF.
003810           ADD 1 TO PRV-ST-ROWS (PRV-SET-FOUND-IX).
003820           ADD AU-RESULT-DEC TO PRV-ST-SUM (PRV-SET-FOUND-IX).
003830           IF PRV-ST-ROWS (PRV-SET-FOUND-IX) <
003840               PRV-ST-SHARE-COUNT (PRV-SET-FOUND-IX)
003850               GO TO 2400-EXIT
003860           END-IF.
003870           MOVE SPACES TO PRV-DISPUTE-REASON.
003880           IF PRV-ST-VARIES (PRV-SET-FOUND-IX)
003890               MOVE "SET TOTAL VARIES" TO PRV-DISPUTE-REASON
003900           END-IF.
003910           PERFORM 2600-PROVE-SET THRU 2600-EXIT.
003920           MOVE PRV-SET-ENTRY (PRV-SET-COUNT)
003930               TO PRV-SET-ENTRY (PRV-SET-FOUND-IX).
003940           SUBTRACT 1 FROM PRV-SET-COUNT.
003950       2400-EXIT.
003960           EXIT.
003970
003980       2410-SCAN-SET.
003990           IF PRV-ST-SET-ID (PRV-SX) = AU-REQUEST-ID
004000               MOVE PRV-SX TO PRV-SET-FOUND-IX
004010           END-IF.
004020       2410-EXIT.
004030           EXIT.
004040
004050       2450-OPEN-SET.
004060           IF PRV-SET-COUNT = 100
004070               DISPLAY "08_DIVPRV - MORE THAN 100 ALLOCATION "
004080                   "SETS OPEN AT ONCE"
004090               MOVE 16 TO RETURN-CODE
004100               STOP RUN
004110           END-IF.
004120           ADD 1 TO PRV-SET-COUNT.
004130           MOVE PRV-SET-COUNT TO PRV-SET-FOUND-IX.
004140           MOVE AU-REQUEST-ID TO PRV-ST-SET-ID (PRV-SET-FOUND-IX).
004150           MOVE AU-DATE TO PRV-ST-DATE (PRV-SET-FOUND-IX).
004160           MOVE AU-NUM1 TO PRV-ST-TOTAL (PRV-SET-FOUND-IX).
004170           MOVE AU-NUM2 TO PRV-ST-SHARE-COUNT (PRV-SET-FOUND-IX).
004180           MOVE AU-ROUND-SW TO PRV-ST-ROUND-SW (PRV-SET-FOUND-IX).
004190           MOVE AU-SCALE-CD TO PRV-ST-SCALE-CD (PRV-SET-FOUND-IX).
004200           MOVE "N" TO PRV-ST-VARIES-SW (PRV-SET-FOUND-IX).
004210           MOVE ZERO TO PRV-ST-ROWS (PRV-SET-FOUND-IX).
004220           MOVE ZERO TO PRV-ST-SUM (PRV-SET-FOUND-IX).
004230       2450-EXIT.
004240           EXIT.
004250
004260*****************************************************************
004270*    2600-PROVE-SET - COMPARE THE RE-SUMMED SHARES OF THE SET   *
004280*    AT PRV-SET-FOUND-IX WITH ITS SET TOTAL.  THE CALLER SETS   *
004290*    PRV-DISPUTE-REASON WHEN IT ALREADY KNOWS THE SET IS BAD.   *
004300*****************************************************************
004310       2600-PROVE-SET.
004320           IF PRV-DISPUTE-REASON = SPACES
004330               AND PRV-ST-SUM (PRV-SET-FOUND-IX) NOT =
004340                   PRV-ST-TOTAL (PRV-SET-FOUND-IX)
004350               MOVE "SET DOES NOT SUM" TO PRV-DISPUTE-REASON
004360           END-IF.
004370           IF PRV-DISPUTE-REASON = SPACES
004380               ADD 1 TO PRV-SETS-AGREED
004390               ADD PRV-ST-ROWS (PRV-SET-FOUND-IX)
004400                   TO PRV-SET-ROWS-AGREED
004410               ADD PRV-ST-SUM (PRV-SET-FOUND-IX)
004420                   TO PRV-SET-AGREED-AMOUNT
004430               GO TO 2600-EXIT
004440           END-IF.
004450           ADD 1 TO PRV-SETS-DISPUTED.
004460           ADD PRV-ST-ROWS (PRV-SET-FOUND-IX)
004470               TO PRV-SET-ROWS-DISPUTED.
004480           ADD PRV-ST-TOTAL (PRV-SET-FOUND-IX)
004490               TO PRV-SET-DISPUTED-TOTAL.
004500           ADD PRV-ST-SUM (PRV-SET-FOUND-IX)
004510               TO PRV-SET-DISPUTED-SUM.
004520           MOVE PRV-ST-DATE (PRV-SET-FOUND-IX)
004530               TO PRV-FMT-DATE-YMD.
004540           PERFORM 7900-FORMAT-DATE THRU 7900-EXIT.
004550           MOVE PRV-FMT-DATE TO PRR-D-DATE.
004560           MOVE PRV-ST-SET-ID (PRV-SET-FOUND-IX)
004570               TO PRR-D-REQUEST-ID.
004580           MOVE "SET" TO PRR-D-ROW-TYPE.
004590           MOVE PRV-ST-TOTAL (PRV-SET-FOUND-IX) TO PRR-D-NUM1.
004600           MOVE PRV-ST-SHARE-COUNT (PRV-SET-FOUND-IX)
004610               TO PRR-D-NUM2.
004620           MOVE PRV-ST-ROUND-SW (PRV-SET-FOUND-IX)
004630               TO PRR-D-ROUND-SW.
004640           MOVE PRV-ST-SCALE-CD (PRV-SET-FOUND-IX)
004650               TO PRR-D-SCALE-CD.
004660           MOVE PRV-ST-TOTAL (PRV-SET-FOUND-IX)
004670               TO PRR-D-STORED-RESULT.
004680           MOVE PRV-ST-SUM (PRV-SET-FOUND-IX)
004690               TO PRR-D-RECOMP-RESULT.
004700           MOVE ZERO TO PRR-D-STORED-REMDR.
004710           MOVE ZERO TO PRR-D-RECOMP-REMDR.
004720           MOVE PRV-DISPUTE-REASON TO PRR-D-REASON.
004730           PERFORM 2900-WRITE-DISPUTE-LINE THRU 2900-EXIT.
004740       2600-EXIT.
004750           EXIT.
004760
004770       2900-WRITE-DISPUTE-LINE.
004780           IF PRV-LINE-COUNT >= PRV-LINES-PER-PAGE
004790               PERFORM 7050-WRITE-REPORT-HEADING THRU 7050-EXIT
004800               MOVE PRR-DISPUTE-HEADING TO PROOF-REPORT-RECORD
004810               WRITE PROOF-REPORT-RECORD AFTER ADVANCING 2 LINES
004820               ADD 2 TO PRV-LINE-COUNT
004830           END-IF.
004840           MOVE PRR-DISPUTE-LINE TO PROOF-REPORT-RECORD.
004850           WRITE PROOF-REPORT-RECORD AFTER ADVANCING 1 LINES.
004860           ADD 1 TO PRV-LINE-COUNT.
004870           ADD 1 TO PRV-DISPUTE-LINES.
004880       2900-EXIT.
004890           EXIT.
004900
004910*****************************************************************
004920*    3000-CLOSE-OPEN-SETS - A SET STILL OPEN AT THE END OF THE  *
004930*    RANGE IS SHORT OF SHARE ROWS AND IS DISPUTED.              *
004940*****************************************************************
004950       3000-CLOSE-OPEN-SETS.
004960           PERFORM 3100-CLOSE-ONE-SET THRU 3100-EXIT
004970               VARYING PRV-SX FROM 1 BY 1
004980               UNTIL PRV-SX > PRV-SET-COUNT.
004990           IF PRV-DISPUTE-LINES = ZERO
005000               MOVE "    NONE" TO PRR-SECTION-TITLE
005010               MOVE PRR-SECTION-LINE TO PROOF-REPORT-RECORD
005020               WRITE PROOF-REPORT-RECORD AFTER ADVANCING 1 LINES
005030               ADD 1 TO PRV-LINE-COUNT
005040           END-IF.
005050       3000-EXIT.
005060           EXIT.
005070
005080       3100-CLOSE-ONE-SET.
005090           MOVE PRV-SX TO PRV-SET-FOUND-IX.
005100           IF PRV-ST-VARIES (PRV-SET-FOUND-IX)
005110               MOVE "SET TOTAL VARIES" TO PRV-DISPUTE-REASON
005120           ELSE
005130               MOVE "SHARES MISSING" TO PRV-DISPUTE-REASON
005140           END-IF.
005150           PERFORM 2600-PROVE-SET THRU 2600-EXIT.
005160       3100-EXIT.
005170           EXIT.
005180
005190*****************************************************************
005200*    4000-PRINT-SUMMARY - COUNTS AND AMOUNTS OF AGREED AND      *
005210*    DISPUTED ROWS AND SETS, AND THE VERDICT.                   *
005220*****************************************************************
005230       4000-PRINT-SUMMARY.
005240           IF PRV-LINE-COUNT + 17 > PRV-LINES-PER-PAGE
005250               PERFORM 7050-WRITE-REPORT-HEADING THRU 7050-EXIT
005260           END-IF.
005270           MOVE "RECOMPUTATION SUMMARY" TO PRR-SECTION-TITLE.
005280           MOVE PRR-SECTION-LINE TO PROOF-REPORT-RECORD.
005290           WRITE PROOF-REPORT-RECORD AFTER ADVANCING 2 LINES.
005300           MOVE PRR-SUMMARY-HEADING TO PROOF-REPORT-RECORD.
005310           WRITE PROOF-REPORT-RECORD AFTER ADVANCING 1 LINES.
005320           ADD 3 TO PRV-LINE-COUNT.
005330           MOVE "AUDIT ROWS IN THE DATE RANGE" TO PRR-S-LABEL.
005340           MOVE PRV-ROWS-IN-RANGE TO PRR-S-COUNT.
005350           MOVE ZERO TO PRR-S-STORED.
005360           MOVE ZERO TO PRR-S-RECOMPUTED.
005370           PERFORM 4100-WRITE-SUMMARY-LINE THRU 4100-EXIT.
005380           MOVE "ORDINARY AND INTRADAY ROWS RECOMPUTED"
005390               TO PRR-S-LABEL.
005400           MOVE PRV-ROWS-RECOMPUTED TO PRR-S-COUNT.
005410           COMPUTE PRR-S-STORED =
005420               PRV-AGREED-AMOUNT + PRV-DISPUTED-STORED.
005430           COMPUTE PRR-S-RECOMPUTED =
005440               PRV-AGREED-AMOUNT + PRV-DISPUTED-RECOMPUTED.
005450           PERFORM 4100-WRITE-SUMMARY-LINE THRU 4100-EXIT.
005460           MOVE "    AGREED ROWS" TO PRR-S-LABEL.
005470           MOVE PRV-ROWS-AGREED TO PRR-S-COUNT.
005480           MOVE PRV-AGREED-AMOUNT TO PRR-S-STORED.
005490           MOVE PRV-AGREED-AMOUNT TO PRR-S-RECOMPUTED.
005500           PERFORM 4100-WRITE-SUMMARY-LINE THRU 4100-EXIT.
005510           MOVE "    DISPUTED ROWS" TO PRR-S-LABEL.
005520           MOVE PRV-ROWS-DISPUTED TO PRR-S-COUNT.
005530           MOVE PRV-DISPUTED-STORED TO PRR-S-STORED.
005540           MOVE PRV-DISPUTED-RECOMPUTED TO PRR-S-RECOMPUTED.
005550           PERFORM 4100-WRITE-SUMMARY-LINE THRU 4100-EXIT.
005560           MOVE "    ROWS WITH NO RECORDED ROUND/SCALE"
005570               TO PRR-S-LABEL.
005580           MOVE PRV-ROWS-DEFAULTED TO PRR-S-COUNT.
005590           MOVE ZERO TO PRR-S-STORED.
005600           MOVE ZERO TO PRR-S-RECOMPUTED.
005610           PERFORM 4100-WRITE-SUMMARY-LINE THRU 4100-EXIT.
005620           MOVE "ALLOCATION SETS RE-SUMMED" TO PRR-S-LABEL.
005630           COMPUTE PRR-S-COUNT =
005640               PRV-SETS-AGREED + PRV-SETS-DISPUTED.
005650           COMPUTE PRR-S-STORED =
005660               PRV-SET-AGREED-AMOUNT + PRV-SET-DISPUTED-TOTAL.
005670           COMPUTE PRR-S-RECOMPUTED =
005680               PRV-SET-AGREED-AMOUNT + PRV-SET-DISPUTED-SUM.
005690           PERFORM 4100-WRITE-SUMMARY-LINE THRU 4100-EXIT.
005700           MOVE "    AGREED SETS" TO PRR-S-LABEL.
005710           MOVE PRV-SETS-AGREED TO PRR-S-COUNT.
005720           MOVE PRV-SET-AGREED-AMOUNT TO PRR-S-STORED.
005730           MOVE PRV-SET-AGREED-AMOUNT TO PRR-S-RECOMPUTED.
005740           PERFORM 4100-WRITE-SUMMARY-LINE THRU 4100-EXIT.
005750           MOVE "    DISPUTED SETS" TO PRR-S-LABEL.
005760           MOVE PRV-SETS-DISPUTED TO PRR-S-COUNT.
005770           MOVE PRV-SET-DISPUTED-TOTAL TO PRR-S-STORED.
005780           MOVE PRV-SET-DISPUTED-SUM TO PRR-S-RECOMPUTED.
005790           PERFORM 4100-WRITE-SUMMARY-LINE THRU 4100-EXIT.
005800           MOVE "    SHARE ROWS IN AGREED SETS" TO PRR-S-LABEL.
005810           MOVE PRV-SET-ROWS-AGREED TO PRR-S-COUNT.
005820           MOVE ZERO TO PRR-S-STORED.
005830           MOVE ZERO TO PRR-S-RECOMPUTED.
005840           PERFORM 4100-WRITE-SUMMARY-LINE THRU 4100-EXIT.
005850           MOVE "    SHARE ROWS IN DISPUTED SETS" TO PRR-S-LABEL.
005860           MOVE PRV-SET-ROWS-DISPUTED TO PRR-S-COUNT.
005870           PERFORM 4100-WRITE-SUMMARY-LINE THRU 4100-EXIT.
005880           MOVE "REVERSAL ROWS (NOT RECOMPUTED)" TO PRR-S-LABEL.
005890           MOVE PRV-REVERSAL-ROWS TO PRR-S-COUNT.
005900           MOVE PRV-REVERSAL-AMOUNT TO PRR-S-STORED.
005910           MOVE ZERO TO PRR-S-RECOMPUTED.
005920           PERFORM 4100-WRITE-SUMMARY-LINE THRU 4100-EXIT.
005930           IF PRV-ROWS-DISPUTED + PRV-SETS-DISPUTED = ZERO
005940               MOVE "ALL RECOMPUTED ROWS AND SET TOTALS AGREE"
005950                   TO PRR-VERDICT
005960           ELSE
005970               MOVE "DISPUTED ROWS OR SETS - SEE THE LIST ABOVE"
005980                   TO PRR-VERDICT
005990           END-IF.
006000           MOVE PRR-VERDICT-LINE TO PROOF-REPORT-RECORD.
006010           WRITE PROOF-REPORT-RECORD AFTER ADVANCING 2 LINES.
006020       4000-EXIT.
006030           EXIT.
006040
006050       4100-WRITE-SUMMARY-LINE.
006060           MOVE PRR-SUMMARY-LINE TO PROOF-REPORT-RECORD.
006070           WRITE PROOF-REPORT-RECORD AFTER ADVANCING 1 LINES.
006080           ADD 1 TO PRV-LINE-COUNT.
006090       4100-EXIT.
006100           EXIT.
006110
006120*****************************************************************
006130*    7050-WRITE-REPORT-HEADING - TITLE AND DATES, REPRINTED AT  *
006140*    THE TOP OF EVERY PAGE.                                     *
006150*****************************************************************
006160       7050-WRITE-REPORT-HEADING.
006170           ADD 1 TO PRV-PAGE-NO.
006180           MOVE ZERO TO PRV-LINE-COUNT.
006190           MOVE PRV-RUN-DATE-YMD TO PRV-FMT-DATE-YMD.
006200           PERFORM 7900-FORMAT-DATE THRU 7900-EXIT.
006210           MOVE PRV-FMT-DATE TO PRR-RUN-DATE.
006220           MOVE PRV-PAGE-NO TO PRR-PAGE-NO.
006230           MOVE PRV-FROM-DATE-YMD TO PRV-FMT-DATE-YMD.
006240           PERFORM 7900-FORMAT-DATE THRU 7900-EXIT.
006250           MOVE PRV-FMT-DATE TO PRR-FROM-DATE.
006260           MOVE PRV-TO-DATE-YMD TO PRV-FMT-DATE-YMD.
006270           PERFORM 7900-FORMAT-DATE THRU 7900-EXIT.
006280           MOVE PRV-FMT-DATE TO PRR-TO-DATE.
006290           MOVE PRR-HEADING-LINE-1 TO PROOF-REPORT-RECORD.
006300           WRITE PROOF-REPORT-RECORD AFTER ADVANCING PAGE.
006310           MOVE PRR-HEADING-LINE-2 TO PROOF-REPORT-RECORD.
006320           WRITE PROOF-REPORT-RECORD AFTER ADVANCING 1 LINES.
006330           ADD 2 TO PRV-LINE-COUNT.
006340       7050-EXIT.
006350           EXIT.
006360
006370*****************************************************************
006380*    7900-FORMAT-DATE - YYYYMMDD TO YYYY-MM-DD FOR PRINTING.    *
006390*****************************************************************
006400       7900-FORMAT-DATE.
006410           MOVE SPACES TO PRV-FMT-DATE.
006420           STRING PRV-FMT-YYYY "-" PRV-FMT-MM "-" PRV-FMT-DD
006430               DELIMITED BY SIZE INTO PRV-FMT-DATE.
006440       7900-EXIT.
006450           EXIT.
006460
006470*****************************************************************
006480*    8000-FINALIZE - CLOSE THE REPORT, SET THE RETURN CODE, AND *
006490*    SHOW THE TOTALS ON THE JOB LOG.                            *
006500*****************************************************************
006510       8000-FINALIZE.
006520           CLOSE PROOF-REPORT-FILE.
006530           IF PRV-ROWS-DISPUTED + PRV-SETS-DISPUTED > ZERO
006540               MOVE 8 TO RETURN-CODE
006550           END-IF.
006560           DISPLAY "08_DIVPRV - AUDIT DATES.......: "
006570               PRV-FROM-DATE-YMD " THRU " PRV-TO-DATE-YMD.
006580           DISPLAY "08_DIVPRV - ROWS IN RANGE.....: "
006590               PRV-ROWS-IN-RANGE.
006600           DISPLAY "08_DIVPRV - ROWS RECOMPUTED...: "
006610               PRV-ROWS-RECOMPUTED.
006620           DISPLAY "08_DIVPRV - ROWS AGREED.......: "
006630               PRV-ROWS-AGREED.
006640           DISPLAY "08_DIVPRV - ROWS DISPUTED.....: "
006650               PRV-ROWS-DISPUTED.
006660           DISPLAY "08_DIVPRV - SETS AGREED.......: "
006670               PRV-SETS-AGREED.
006680           DISPLAY "08_DIVPRV - SETS DISPUTED.....: "
006690               PRV-SETS-DISPUTED.
006700           DISPLAY "08_DIVPRV - " PRR-VERDICT.
006710       8000-EXIT.
006720           EXIT.
