000010 IDENTIFICATION DIVISION.
000020       PROGRAM-ID. 08_DIVWHR.
000030       AUTHOR. R L HIRPAR.
000040       INSTALLATION. BATCH PRODUCTION SUPPORT.
000050       DATE-WRITTEN. 2026-10-15.
000060       DATE-COMPILED.
000070*****************************************************************
000080*                                                               *
000090*    08_DIVWHR RELEASES FUTURE-DATED DIVISION REQUESTS AND      *
000100*    ALLOCATION SETS FROM THE DIVWHS WAREHOUSE ONCE THEIR       *
000110*    EFFECTIVE DATE HAS ARRIVED.  IT RUNS AT THE START OF EACH  *
000120*    CYCLE, BEFORE 08_REDEFINES, FOR THE BUSINESS DATE OF THE   *
000130*    RUN.  IT FIRST APPLIES ANY CANCEL CARDS, THEN WRITES EVERY *
000140*    WAITING ITEM DATED ON OR BEFORE THE BUSINESS DATE - A SET  *
000150*    WITH ALL ITS SHARES - TO A RELEASE FILE THAT IS ADDED TO   *
000160*    THAT NIGHT'S DIVREQ.                                       *
000170*                                                               *
000180*    CANCEL CARD LAYOUT (DIVWHX, OPTIONAL) -                    *
000190*        WX-SOURCE-SYSTEM  COLS 01-08  SOURCE SYSTEM THAT SENT  *
000200*                                      THE PARKED ITEM.         *
000210*        WX-REQUEST-ID     COLS 09-16  REQUEST ID OR SET ID.    *
000220*        WX-EFFECTIVE-DATE COLS 17-24  ITS EFFECTIVE DATE       *
000230*                                      (YYYYMMDD), OR SPACES    *
000240*                                      FOR ANY DATE.            *
000250*        WX-REQUESTED-BY   COLS 25-32  ID OF THE PERSON         *
000260*                                      PULLING THE ITEM.        *
000270*                                                               *
000280*    A CANCEL CARD PULLS EVERY ITEM STILL WAITING UNDER THAT    *
000290*    SOURCE AND ID (AND DATE, WHEN GIVEN); A SOURCE CAN ONLY    *
000300*    PULL ITS OWN ITEMS.  AN ITEM ALREADY RELEASED OR           *
000310*    CANCELLED CANNOT BE PULLED.  A CANCELLED ITEM NEVER POSTS. *
000320*                                                               *
000330*    THE RELEASE IS TIED TO THE DIVDAY BUSINESS-DATE CONTROL:   *
000340*    ONCE 08_REDEFINES HAS OPENED THE DATE THE RELEASE IS       *
000350*    REFUSED (RC 12) AND THE RELEASE FILE IS LEFT AS IT WAS.    *
000360*    A RERUN BEFORE POSTING REBUILDS THE SAME BATCH - ITEMS     *
000370*    ALREADY RELEASED FOR THE DATE ARE WRITTEN AGAIN UNDER THE  *
000380*    SAME BATCH NUMBER.                                         *
000390*                                                               *
000400*    THE RELEASE FILE (DIVWHO) IS WRAPPED IN THE STANDARD       *
000410*    DIVREQ BATCH HEADER AND TRAILER (SOURCE SYSTEM 08DIVWHR),  *
000420*    NUMBERED FROM THE RECEIVED-BATCH REGISTER AND REGISTERED   *
000430*    THERE WITH DISPOSITION "W".  EACH RELEASED IMAGE IS THE    *
000440*    RECORD AS ORIGINALLY RECEIVED; ITS EFFECTIVE DATE HAS NOW  *
000450*    ARRIVED, SO 08_REDEFINES POSTS IT.                         *
000460*                                                               *
000470*    EVERY CARD IN ERROR IS DISPLAYED AND SKIPPED; IF ANY CARD  *
000480*    WAS IN ERROR THE JOB ENDS WITH RETURN CODE 8.  A FILE      *
000490*    THAT CANNOT BE OPENED ENDS THE JOB WITH RETURN CODE 16.    *
000500*                                                               *
000510*    MODIFICATION HISTORY                                       *
000520*    DATE       BY    DESCRIPTION                               *
000530*    ---------- ----- --------------------------------------    *
000540*    2026-10-15 RLH   ORIGINAL PROGRAM - CANCEL AND RELEASE OF  *
000550*                     FUTURE-DATED DIVISION REQUESTS.           *
000560*                                                               *
000570*****************************************************************
000580
000590 ENVIRONMENT DIVISION.
000600 INPUT-OUTPUT SECTION.
000610 FILE-CONTROL.
000620           SELECT CANCEL-CARD-FILE ASSIGN TO "DIVWHX"
000630               ORGANIZATION IS SEQUENTIAL
000640               FILE STATUS IS WHR-CARD-STATUS.
000650           SELECT WAREHOUSE-FILE ASSIGN TO "DIVWHS"
000660               ORGANIZATION IS INDEXED
000670               ACCESS MODE IS DYNAMIC
000680               RECORD KEY IS WH-KEY
000690               FILE STATUS IS WHR-WAREHOUSE-STATUS.
000700           SELECT REQUEST-OUTPUT-FILE ASSIGN TO "DIVWHO"
000710               ORGANIZATION IS SEQUENTIAL
000720               FILE STATUS IS WHR-REQUEST-OUT-STATUS.
000730           SELECT BATCH-REGISTER-FILE ASSIGN TO "DIVBRG"
000740               ORGANIZATION IS INDEXED
000750               ACCESS MODE IS DYNAMIC
000760               RECORD KEY IS BR-KEY
000770               FILE STATUS IS WHR-REGISTER-STATUS.
000780           SELECT DAY-STATUS-FILE ASSIGN TO "DIVDAY"
000790               ORGANIZATION IS INDEXED
000800               ACCESS MODE IS RANDOM
000810               RECORD KEY IS DS-DATE
000820               FILE STATUS IS WHR-DAY-STATUS.
000830
000840 DATA DIVISION.
000850 FILE SECTION.
000860       FD  CANCEL-CARD-FILE
000870           LABEL RECORDS ARE STANDARD.
000880       01  CANCEL-CARD-RECORD.
000890           05  WX-SOURCE-SYSTEM           PIC X(08).
000900           05  WX-REQUEST-ID              PIC X(08).
000910           05  WX-EFFECTIVE-DATE          PIC X(08).
000920           05  WX-EFFECTIVE-DATE-NUM REDEFINES WX-EFFECTIVE-DATE
000930                                          PIC 9(08).
000940           05  WX-REQUESTED-BY            PIC X(08).
000950           05  FILLER                     PIC X(48).
000960
000970       FD  WAREHOUSE-FILE
000980           LABEL RECORDS ARE STANDARD.
000990       COPY DIVWHS.
001000
001010       FD  REQUEST-OUTPUT-FILE
001020           LABEL RECORDS ARE STANDARD.
001030       01  REQUEST-OUTPUT-RECORD          PIC X(80).
001040
001050       FD  BATCH-REGISTER-FILE
001060           LABEL RECORDS ARE STANDARD.
001070       COPY DIVBRG.
001080
001090       FD  DAY-STATUS-FILE
001100           LABEL RECORDS ARE STANDARD.
001110       COPY DIVDAY.
001120
001130 WORKING-STORAGE SECTION.
001140       COPY DIVREQ.
001150
001160       01  WHR-RUN-DATE-YMD               PIC 9(08) VALUE ZERO.
001170       01  WHR-PARENT-KEY.
001180           05  WHR-PARENT-EFF-DATE        PIC 9(08) VALUE ZERO.
001190           05  WHR-PARENT-SOURCE          PIC X(08) VALUE SPACES.
001200           05  WHR-PARENT-RCV-DATE        PIC 9(08) VALUE ZERO.
001210           05  WHR-PARENT-RCV-NO          PIC 9(08) VALUE ZERO.
001220       01  WHR-ROW-PARENT-KEY.
001230           05  WHR-ROW-EFF-DATE           PIC 9(08) VALUE ZERO.
001240           05  WHR-ROW-SOURCE             PIC X(08) VALUE SPACES.
001250           05  WHR-ROW-RCV-DATE           PIC 9(08) VALUE ZERO.
001260           05  WHR-ROW-RCV-NO             PIC 9(08) VALUE ZERO.
001270       77  WHR-HASH-NUM1             PIC 9(12) COMP-3
001280                                     VALUE ZERO.
001290       77  WHR-CARDS-READ            PIC 9(05) COMP VALUE ZERO.
001300       77  WHR-CARDS-IN-ERROR        PIC 9(05) COMP VALUE ZERO.
001310       77  WHR-ITEMS-CANCELLED       PIC 9(05) COMP VALUE ZERO.
001320       77  WHR-CARD-CANCELLED        PIC 9(05) COMP VALUE ZERO.
001330       77  WHR-ITEMS-RELEASED        PIC 9(08) COMP VALUE ZERO.
001340       77  WHR-RECORDS-RELEASED      PIC 9(08) COMP VALUE ZERO.
001350       77  WHR-CARD-EOF-SWITCH            PIC X(01) VALUE "N".
001360           88  WHR-CARD-END-OF-FILE           VALUE "Y".
001370       77  WHR-SCAN-EOF-SW                PIC X(01) VALUE "N".
001380           88  WHR-SCAN-AT-END                VALUE "Y".
001390       77  WHR-RELEASE-SW                 PIC X(01) VALUE "N".
001400           88  WHR-RELEASING                  VALUE "Y".
001410       77  WHR-NOT-WAITING-CD             PIC X(01) VALUE SPACE.
001420       77  WHR-CARD-STATUS                PIC X(02) VALUE SPACES.
001430       77  WHR-WAREHOUSE-STATUS           PIC X(02) VALUE SPACES.
001440       77  WHR-REQUEST-OUT-STATUS         PIC X(02) VALUE SPACES.
001450       77  WHR-REGISTER-STATUS            PIC X(02) VALUE SPACES.
001460       77  WHR-DAY-STATUS                 PIC X(02) VALUE SPACES.
001470       77  WHR-REGISTER-NEW-SW            PIC X(01) VALUE "N".
001480           88  WHR-REGISTER-NEW               VALUE "Y".
001490       77  WHR-REGISTER-EOF-SW            PIC X(01) VALUE "N".
001500           88  WHR-REGISTER-AT-END            VALUE "Y".
001510       77  WHR-NEXT-BATCH-NO              PIC 9(06) VALUE 1.
001520       77  WHR-LAST-SEEN-DATE             PIC 9(08) VALUE ZERO.
001530       77  WHR-LAST-DISPOSITION           PIC X(01) VALUE SPACE.
001540
001550 PROCEDURE DIVISION.
001560
001570*****************************************************************
001580*    0000-MAINLINE                                              *
001590*****************************************************************
001600       0000-MAINLINE.
001610           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001620           PERFORM 2100-READ-CANCEL-CARD THRU 2100-EXIT.
001630           PERFORM 2200-MAIN-LOOP THRU 2200-EXIT
001640               UNTIL WHR-CARD-END-OF-FILE.
001650           PERFORM 3000-RELEASE-DUE-ITEMS THRU 3000-EXIT.
001660           PERFORM 8000-FINALIZE THRU 8000-EXIT.
001670           STOP RUN.
001680
001690*****************************************************************
001700*    1000-INITIALIZE - CHECK THE BUSINESS DATE, OPEN THE CARDS, *
001710*    THE WAREHOUSE, AND THE RELEASE FILE, AND START THE         *
001720*    RELEASE BATCH.                                             *
001730*****************************************************************
001740       1000-INITIALIZE.
001750           ACCEPT WHR-RUN-DATE-YMD FROM DATE YYYYMMDD.
001760           PERFORM 1010-CHECK-BUSINESS-DATE THRU 1010-EXIT.
001770           OPEN INPUT CANCEL-CARD-FILE.
001780           IF WHR-CARD-STATUS = "35"
001790               MOVE "Y" TO WHR-CARD-EOF-SWITCH
001800           ELSE
001810               IF WHR-CARD-STATUS NOT = "00"
001820                   DISPLAY "08_DIVWHR - DIVWHX OPEN FAILED, "
001830                       "STS = " WHR-CARD-STATUS
001840                   MOVE 16 TO RETURN-CODE
001850                   STOP RUN
001860               END-IF
001870           END-IF.
001880           OPEN I-O WAREHOUSE-FILE.
001890           IF WHR-WAREHOUSE-STATUS = "35"
001900               OR WHR-WAREHOUSE-STATUS = "05"
001910               OPEN OUTPUT WAREHOUSE-FILE
001920               CLOSE WAREHOUSE-FILE
001930               OPEN I-O WAREHOUSE-FILE
001940           END-IF.
001950           IF WHR-WAREHOUSE-STATUS NOT = "00"
001960               DISPLAY "08_DIVWHR - DIVWHS OPEN FAILED, STS = "
001970                   WHR-WAREHOUSE-STATUS
001980               MOVE 16 TO RETURN-CODE
001990               STOP RUN
002000           END-IF.
002010           OPEN OUTPUT REQUEST-OUTPUT-FILE.
002020           IF WHR-REQUEST-OUT-STATUS NOT = "00"
002030               DISPLAY "08_DIVWHR - DIVWHO OPEN FAILED, STS = "
002040                   WHR-REQUEST-OUT-STATUS
002050               MOVE 16 TO RETURN-CODE
002060               STOP RUN
002070           END-IF.
002080           PERFORM 1020-OPEN-BATCH-REGISTER THRU 1020-EXIT.
002090           PERFORM 1030-NEXT-BATCH-NUMBER THRU 1030-EXIT.
002100           PERFORM 1050-WRITE-BATCH-HEADER THRU 1050-EXIT.
002110       1000-EXIT.
002120           EXIT.
002130
002140*****************************************************************
002150*    1010-CHECK-BUSINESS-DATE - ITEMS ARE RELEASED INTO THE     *
002160*    POSTING CYCLE OF THE RUN DATE, SO ONCE 08_REDEFINES HAS    *
002170*    OPENED THAT DATE ON DIVDAY (WHATEVER ITS STATUS NOW) IT    *
002180*    IS TOO LATE.  THE JOB STOPS BEFORE ANY FILE IS CHANGED.    *
002190*    NO DIVDAY FILE, OR NO ROW FOR THE DATE, IS IN TIME.        *
002200*****************************************************************
002210       1010-CHECK-BUSINESS-DATE.
002220           OPEN INPUT DAY-STATUS-FILE.
002230           IF WHR-DAY-STATUS = "35"
002240               GO TO 1010-EXIT
002250           END-IF.
002260           IF WHR-DAY-STATUS NOT = "00"
002270               DISPLAY "08_DIVWHR - DIVDAY OPEN FAILED, STS = "
002280                   WHR-DAY-STATUS
002290               MOVE 16 TO RETURN-CODE
002300               STOP RUN
002310           END-IF.
002320           MOVE WHR-RUN-DATE-YMD TO DS-DATE.
002330           READ DAY-STATUS-FILE
002340               INVALID KEY
002350                   CLOSE DAY-STATUS-FILE
002360                   GO TO 1010-EXIT
002370           END-READ.
002380           DISPLAY "08_DIVWHR - BUSINESS DATE " WHR-RUN-DATE-YMD
002390               " ALREADY OPENED FOR POSTING, STATUS "
002400               DS-STATUS-CD " - RELEASE REFUSED".
002410           CLOSE DAY-STATUS-FILE.
002420           MOVE 12 TO RETURN-CODE.
002430           STOP RUN.
002440       1010-EXIT.
002450           EXIT.
002460
002470*****************************************************************
002480*    1020-OPEN-BATCH-REGISTER - THE RECEIVED-BATCH REGISTER     *
002490*    SUPPLIES THE RELEASE BATCH NUMBER AND RECORDS THE BATCH    *
002500*    BUILT HERE.  A MISSING REGISTER IS BUILT FRESH ON FIRST    *
002510*    USE.                                                       *
002520*****************************************************************
002530       1020-OPEN-BATCH-REGISTER.
002540           MOVE "N" TO WHR-REGISTER-NEW-SW.
002550           OPEN I-O BATCH-REGISTER-FILE.
002560           IF WHR-REGISTER-STATUS = "35"
002570               OR WHR-REGISTER-STATUS = "05"
002580               OPEN OUTPUT BATCH-REGISTER-FILE
002590               MOVE "Y" TO WHR-REGISTER-NEW-SW
002600           END-IF.
002610           IF WHR-REGISTER-STATUS NOT = "00"
002620               DISPLAY "08_DIVWHR - DIVBRG OPEN FAILED, STS = "
002630                   WHR-REGISTER-STATUS
002640               MOVE 16 TO RETURN-CODE
002650               STOP RUN
002660           END-IF.
002670       1020-EXIT.
002680           EXIT.
002690
002700*****************************************************************
002710*    1030-NEXT-BATCH-NUMBER - ONE PAST THE HIGHEST 08DIVWHR     *
002720*    BATCH NUMBER ALREADY ON THE REGISTER, UNLESS THAT BATCH    *
002730*    WAS BUILT TODAY AND HAS NOT YET POSTED - A RERUN THEN      *
002740*    REBUILDS IT UNDER THE SAME NUMBER.                         *
002750*****************************************************************
002760       1030-NEXT-BATCH-NUMBER.
002770           MOVE 1 TO WHR-NEXT-BATCH-NO.
002780           IF WHR-REGISTER-NEW
002790               GO TO 1030-EXIT
002800           END-IF.
002810           MOVE "N" TO WHR-REGISTER-EOF-SW.
002820           MOVE "08DIVWHR" TO BR-SOURCE-SYSTEM.
002830           MOVE ZERO TO BR-BATCH-NO.
002840           START BATCH-REGISTER-FILE
002850               KEY IS NOT LESS THAN BR-KEY
002860               INVALID KEY
002870                   MOVE "Y" TO WHR-REGISTER-EOF-SW
002880           END-START.
002890           PERFORM 1040-SCAN-REGISTER-ROW THRU 1040-EXIT
002900               UNTIL WHR-REGISTER-AT-END.
002910           IF WHR-LAST-SEEN-DATE = WHR-RUN-DATE-YMD
002920               AND WHR-LAST-DISPOSITION = "W"
002930               SUBTRACT 1 FROM WHR-NEXT-BATCH-NO
002940               DISPLAY "08_DIVWHR - REBUILDING RELEASE BATCH "
002950                   WHR-NEXT-BATCH-NO
002960           END-IF.
002970       1030-EXIT.
002980           EXIT.
002990
003000       1040-SCAN-REGISTER-ROW.
003010           READ BATCH-REGISTER-FILE NEXT RECORD
003020               AT END
003030                   MOVE "Y" TO WHR-REGISTER-EOF-SW
003040           END-READ.
003050           IF WHR-REGISTER-AT-END
003060               GO TO 1040-EXIT
003070           END-IF.
003080           IF BR-SOURCE-SYSTEM NOT = "08DIVWHR"
003090               MOVE "Y" TO WHR-REGISTER-EOF-SW
003100               GO TO 1040-EXIT
003110           END-IF.
003120           COMPUTE WHR-NEXT-BATCH-NO = BR-BATCH-NO + 1.
003130           MOVE BR-FIRST-SEEN-DATE TO WHR-LAST-SEEN-DATE.
003140           MOVE BR-DISPOSITION-CD TO WHR-LAST-DISPOSITION.
003150       1040-EXIT.
003160           EXIT.
003170
003180*****************************************************************
003190*    1050-WRITE-BATCH-HEADER - THE RELEASE FILE GETS THE        *
003200*    STANDARD DIVREQ BATCH HEADER SO 08_REDEFINES WILL ACCEPT   *
003210*    AND CONTROL-CHECK IT LIKE ANY UPSTREAM FEED.               *
003220*****************************************************************
003230       1050-WRITE-BATCH-HEADER.
003240           MOVE SPACES TO BATCH-HEADER-RECORD.
003250           MOVE "HDR" TO BH-RECORD-TYPE.
003260           MOVE "08DIVWHR" TO BH-SOURCE-SYSTEM.
003270           MOVE WHR-RUN-DATE-YMD TO BH-CREATE-DATE.
003280           MOVE WHR-NEXT-BATCH-NO TO BH-BATCH-NO.
003290           WRITE REQUEST-OUTPUT-RECORD FROM BATCH-HEADER-RECORD.
003300       1050-EXIT.
003310           EXIT.
003320
003330*****************************************************************
003340*    2100-READ-CANCEL-CARD - NEXT CANCEL CARD.                  *
003350*****************************************************************
003360       2100-READ-CANCEL-CARD.
003370           READ CANCEL-CARD-FILE
003380               AT END
003390                   MOVE "Y" TO WHR-CARD-EOF-SWITCH
003400               NOT AT END
003410                   ADD 1 TO WHR-CARDS-READ
003420           END-READ.
003430       2100-EXIT.
003440           EXIT.
003450
003460*****************************************************************
003470*    2200-MAIN-LOOP - EDIT THE CARD AND APPLY IT.               *
003480*****************************************************************
003490       2200-MAIN-LOOP.
003500           PERFORM 2300-APPLY-CANCEL-CARD THRU 2300-EXIT.
003510           PERFORM 2100-READ-CANCEL-CARD THRU 2100-EXIT.
003520       2200-EXIT.
003530           EXIT.
003540
003550*****************************************************************
003560*    2300-APPLY-CANCEL-CARD - THE CARD MUST NAME A SOURCE, AN   *
003570*    ID, AND THE PERSON PULLING THE ITEM, AND ANY DATE GIVEN    *
003580*    MUST BE NUMERIC.  THE WAREHOUSE IS THEN SEARCHED - FROM    *
003590*    THE DATE AND SOURCE WHEN A DATE IS GIVEN, OTHERWISE END TO *
003600*    END - AND EVERY MATCHING WAITING ITEM IS CANCELLED.  A     *
003610*    CARD IN ERROR OR THAT CANCELS NOTHING IS DISPLAYED AND     *
003620*    SKIPPED.                                                   *
003630*****************************************************************
003640       2300-APPLY-CANCEL-CARD.
003650           IF WX-SOURCE-SYSTEM = SPACES
003660               OR WX-REQUEST-ID = SPACES
003670               DISPLAY "08_DIVWHR - NO SOURCE OR ID ON CARD "
003680                   WHR-CARDS-READ " - CARD SKIPPED"
003690               ADD 1 TO WHR-CARDS-IN-ERROR
003700               GO TO 2300-EXIT
003710           END-IF.
003720           IF WX-REQUESTED-BY = SPACES
003730               DISPLAY "08_DIVWHR - NO REQUESTER ID FOR "
003740                   WX-SOURCE-SYSTEM " " WX-REQUEST-ID
003750                   " - CARD SKIPPED"
003760               ADD 1 TO WHR-CARDS-IN-ERROR
003770               GO TO 2300-EXIT
003780           END-IF.
003790           IF WX-EFFECTIVE-DATE NOT = SPACES
003800               AND WX-EFFECTIVE-DATE NOT NUMERIC
003810               DISPLAY "08_DIVWHR - BAD EFFECTIVE DATE "
003820                   WX-EFFECTIVE-DATE " FOR " WX-SOURCE-SYSTEM " "
003830                   WX-REQUEST-ID " - CARD SKIPPED"
003840               ADD 1 TO WHR-CARDS-IN-ERROR
003850               GO TO 2300-EXIT
003860           END-IF.
003870           MOVE ZERO TO WHR-CARD-CANCELLED.
003880           MOVE SPACE TO WHR-NOT-WAITING-CD.
003890           MOVE "N" TO WHR-SCAN-EOF-SW.
003900           MOVE LOW-VALUES TO WH-KEY.
003910           IF WX-EFFECTIVE-DATE NOT = SPACES
003920               MOVE WX-EFFECTIVE-DATE-NUM TO WH-EFFECTIVE-DATE
003930               MOVE WX-SOURCE-SYSTEM TO WH-SOURCE-SYSTEM
003940           END-IF.
003950           START WAREHOUSE-FILE
003960               KEY IS NOT LESS THAN WH-KEY
003970               INVALID KEY
003980                   MOVE "Y" TO WHR-SCAN-EOF-SW
003990           END-START.
004000           PERFORM 2400-CHECK-CANCEL-ROW THRU 2400-EXIT
004010               UNTIL WHR-SCAN-AT-END.
004020           IF WHR-CARD-CANCELLED > ZERO
004030               ADD WHR-CARD-CANCELLED TO WHR-ITEMS-CANCELLED
004040               GO TO 2300-EXIT
004050           END-IF.
004060           IF WHR-NOT-WAITING-CD NOT = SPACE
004070               DISPLAY "08_DIVWHR - " WX-SOURCE-SYSTEM " "
004080                   WX-REQUEST-ID " NOT WAITING, STATUS "
004090                   WHR-NOT-WAITING-CD " - CARD SKIPPED"
004100           ELSE
004110               DISPLAY "08_DIVWHR - " WX-SOURCE-SYSTEM " "
004120                   WX-REQUEST-ID " NOT ON WAREHOUSE"
004130                   " - CARD SKIPPED"
004140           END-IF.
004150           ADD 1 TO WHR-CARDS-IN-ERROR.
004160       2300-EXIT.
004170           EXIT.
004180
004190*****************************************************************
004200*    2400-CHECK-CANCEL-ROW - ONE WAREHOUSE ROW AGAINST THE      *
004210*    CARD.  ONLY AN ITEM ENTRY (LINE 000) CARRIES THE STATUS;   *
004220*    A CANCELLED SET'S SHARES ARE LEFT AS THEY ARE AND ARE      *
004230*    NEVER RELEASED.                                            *
004240*****************************************************************
004250       2400-CHECK-CANCEL-ROW.
004260           READ WAREHOUSE-FILE NEXT RECORD
004270               AT END
004280                   MOVE "Y" TO WHR-SCAN-EOF-SW
004290           END-READ.
004300           IF WHR-SCAN-AT-END
004310               GO TO 2400-EXIT
004320           END-IF.
004330           IF WX-EFFECTIVE-DATE NOT = SPACES
004340               IF WH-EFFECTIVE-DATE NOT = WX-EFFECTIVE-DATE-NUM
004350                   OR WH-SOURCE-SYSTEM NOT = WX-SOURCE-SYSTEM
004360                   MOVE "Y" TO WHR-SCAN-EOF-SW
004370                   GO TO 2400-EXIT
004380               END-IF
004390           END-IF.
004400           IF WH-LINE-NO NOT = ZERO
004410               OR WH-SOURCE-SYSTEM NOT = WX-SOURCE-SYSTEM
004420               OR WH-REQUEST-ID NOT = WX-REQUEST-ID
004430               GO TO 2400-EXIT
004440           END-IF.
004450           IF NOT WH-WAITING
004460               MOVE WH-STATUS-CD TO WHR-NOT-WAITING-CD
004470               GO TO 2400-EXIT
004480           END-IF.
004490           MOVE "C" TO WH-STATUS-CD.
004500           MOVE WHR-RUN-DATE-YMD TO WH-ACTION-DATE.
004510           MOVE WX-REQUESTED-BY TO WH-CANCELLED-BY.
004520           REWRITE WAREHOUSE-RECORD
004530               INVALID KEY
004540                   DISPLAY "08_DIVWHR - DIVWHS REWRITE FAILED, "
004550                       "STS = " WHR-WAREHOUSE-STATUS
004560                   MOVE 16 TO RETURN-CODE
004570                   STOP RUN
004580           END-REWRITE.
004590           ADD 1 TO WHR-CARD-CANCELLED.
004600           DISPLAY "08_DIVWHR - " WH-SOURCE-SYSTEM " "
004610               WH-REQUEST-ID " FOR " WH-EFFECTIVE-DATE
004620               " CANCELLED BY " WX-REQUESTED-BY.
004630       2400-EXIT.
004640           EXIT.
004650
004660*****************************************************************
004670*    3000-RELEASE-DUE-ITEMS - READ THE WAREHOUSE IN KEY ORDER   *
004680*    (EFFECTIVE DATE FIRST) UP TO THE BUSINESS DATE.            *
004690*****************************************************************
004700       3000-RELEASE-DUE-ITEMS.
004710           MOVE "N" TO WHR-SCAN-EOF-SW.
004720           MOVE "N" TO WHR-RELEASE-SW.
004730           MOVE LOW-VALUES TO WH-KEY.
004740           START WAREHOUSE-FILE
004750               KEY IS NOT LESS THAN WH-KEY
004760               INVALID KEY
004770                   MOVE "Y" TO WHR-SCAN-EOF-SW
004780           END-START.
004790           PERFORM 3100-RELEASE-ONE-ROW THRU 3100-EXIT
004800               UNTIL WHR-SCAN-AT-END.
004810       3000-EXIT.
004820           EXIT.
004830
004840*****************************************************************
004850*    3100-RELEASE-ONE-ROW - AN ITEM ENTRY STILL WAITING, OR     *
004860*    ALREADY RELEASED FOR THIS SAME DATE (A RERUN), IS MARKED   *
004870*    RELEASED AND ITS IMAGE WRITTEN UNCHANGED.  A SHARE ENTRY   *
004880*    FOLLOWS ITS SET HEADER IN KEY ORDER AND IS WRITTEN WHEN    *
004890*    THAT HEADER WAS.  DETAIL REQUESTS ADD NUM1 TO THE HASH;    *
004900*    SET HEADERS AND SHARES DO NOT.                             *
004910*****************************************************************
004920       3100-RELEASE-ONE-ROW.
004930           READ WAREHOUSE-FILE NEXT RECORD
004940               AT END
004950                   MOVE "Y" TO WHR-SCAN-EOF-SW
004960           END-READ.
004970           IF WHR-SCAN-AT-END
004980               GO TO 3100-EXIT
004990           END-IF.
005000           IF WH-EFFECTIVE-DATE > WHR-RUN-DATE-YMD
005010               MOVE "Y" TO WHR-SCAN-EOF-SW
005020               GO TO 3100-EXIT
005030           END-IF.
005040           MOVE WH-EFFECTIVE-DATE TO WHR-ROW-EFF-DATE.
005050           MOVE WH-SOURCE-SYSTEM TO WHR-ROW-SOURCE.
005060           MOVE WH-RECEIVED-DATE TO WHR-ROW-RCV-DATE.
005070           MOVE WH-RECEIVED-NO TO WHR-ROW-RCV-NO.
005080           IF WH-LINE-NO NOT = ZERO
005090               IF WHR-RELEASING
005100                   AND WHR-ROW-PARENT-KEY = WHR-PARENT-KEY
005110                   WRITE REQUEST-OUTPUT-RECORD
005120                       FROM WH-REQUEST-IMAGE
005130                   ADD 1 TO WHR-RECORDS-RELEASED
005140               END-IF
005150               GO TO 3100-EXIT
005160           END-IF.
005170           MOVE "N" TO WHR-RELEASE-SW.
005180           IF WH-WAITING
005190               CONTINUE
005200           ELSE
005210               IF WH-RELEASED
005220                   AND WH-ACTION-DATE = WHR-RUN-DATE-YMD
005230                   CONTINUE
005240               ELSE
005250                   GO TO 3100-EXIT
005260               END-IF
005270           END-IF.
005280           MOVE "Y" TO WHR-RELEASE-SW.
005290           MOVE WHR-ROW-PARENT-KEY TO WHR-PARENT-KEY.
005300           MOVE "R" TO WH-STATUS-CD.
005310           MOVE WHR-RUN-DATE-YMD TO WH-ACTION-DATE.
005320           MOVE WHR-NEXT-BATCH-NO TO WH-RELEASE-BATCH-NO.
005330           REWRITE WAREHOUSE-RECORD
005340               INVALID KEY
005350                   DISPLAY "08_DIVWHR - DIVWHS REWRITE FAILED, "
005360                       "STS = " WHR-WAREHOUSE-STATUS
005370                   MOVE 16 TO RETURN-CODE
005380                   STOP RUN
005390           END-REWRITE.
005400           IF WH-DETAIL-REQUEST
005410               MOVE WH-REQUEST-IMAGE TO DIVISION-REQUEST-RECORD
005420               IF DR-NUM1 NUMERIC
005430                   IF DR-NUM1 < ZERO
005440                       SUBTRACT DR-NUM1 FROM WHR-HASH-NUM1
005450                   ELSE
005460                       ADD DR-NUM1 TO WHR-HASH-NUM1
005470                   END-IF
005480               END-IF
005490           END-IF.
005500           WRITE REQUEST-OUTPUT-RECORD FROM WH-REQUEST-IMAGE.
005510           ADD 1 TO WHR-RECORDS-RELEASED.
005520           ADD 1 TO WHR-ITEMS-RELEASED.
005530       3100-EXIT.
005540           EXIT.
005550
005560*****************************************************************
005570*    8000-FINALIZE - CLOSE THE RELEASE BATCH, REGISTER IT, AND  *
005580*    SHOW THE RELEASE CONTROL TOTALS ON THE JOB LOG.            *
005590*****************************************************************
005600       8000-FINALIZE.
005610           MOVE SPACES TO BATCH-TRAILER-RECORD.
005620           MOVE "TRL" TO BT-RECORD-TYPE.
005630           MOVE WHR-RECORDS-RELEASED TO BT-RECORD-COUNT.
005640           MOVE WHR-HASH-NUM1 TO BT-HASH-NUM1.
005650           WRITE REQUEST-OUTPUT-RECORD FROM BATCH-TRAILER-RECORD.
005660           PERFORM 8100-REGISTER-RELEASE-BATCH THRU 8100-EXIT.
005670           CLOSE BATCH-REGISTER-FILE.
005680           CLOSE WAREHOUSE-FILE.
005690           IF WHR-CARD-STATUS NOT = "35"
005700               CLOSE CANCEL-CARD-FILE
005710           END-IF.
005720           CLOSE REQUEST-OUTPUT-FILE.
005730           DISPLAY "08_DIVWHR - BUSINESS DATE.....: "
005740               WHR-RUN-DATE-YMD.
005750           DISPLAY "08_DIVWHR - CANCEL CARDS READ.: "
005760               WHR-CARDS-READ.
005770           DISPLAY "08_DIVWHR - ITEMS CANCELLED...: "
005780               WHR-ITEMS-CANCELLED.
005790           DISPLAY "08_DIVWHR - ITEMS RELEASED....: "
005800               WHR-ITEMS-RELEASED.
005810           DISPLAY "08_DIVWHR - RECORDS RELEASED..: "
005820               WHR-RECORDS-RELEASED.
005830           DISPLAY "08_DIVWHR - CARDS IN ERROR....: "
005840               WHR-CARDS-IN-ERROR.
005850           IF WHR-CARDS-IN-ERROR > ZERO
005860               MOVE 8 TO RETURN-CODE
005870           END-IF.
005880       8000-EXIT.
005890           EXIT.
005900
005910*****************************************************************
005920*    8100-REGISTER-RELEASE-BATCH - RECORD THE RELEASE BATCH ON  *
005930*    THE RECEIVED-BATCH REGISTER WITH DISPOSITION "W"           *
005940*    (WAREHOUSE RELEASE, AWAITING ITS POSTING RUN).             *
005950*****************************************************************
005960       8100-REGISTER-RELEASE-BATCH.
005970           MOVE SPACES TO BATCH-REGISTER-RECORD.
005980           MOVE "08DIVWHR" TO BR-SOURCE-SYSTEM.
005990           MOVE WHR-NEXT-BATCH-NO TO BR-BATCH-NO.
006000           MOVE "W" TO BR-DISPOSITION-CD.
006010           MOVE WHR-RUN-DATE-YMD TO BR-FIRST-SEEN-DATE.
006020           MOVE WHR-RUN-DATE-YMD TO BR-LAST-ACTION-DATE.
006030           MOVE WHR-RECORDS-RELEASED TO BR-RECORD-COUNT.
006040           MOVE ZERO TO BR-DUPLICATE-TRIES.
006050           WRITE BATCH-REGISTER-RECORD
006060               INVALID KEY
006070                   REWRITE BATCH-REGISTER-RECORD
006080           END-WRITE.
006090       8100-EXIT.
006100           EXIT.
