000010 IDENTIFICATION DIVISION.
000020       PROGRAM-ID. 08_DIVSTP.
000030       AUTHOR. R L HIRPAR.
000040       INSTALLATION. BATCH PRODUCTION SUPPORT.
000050       DATE-WRITTEN. 2026-10-15.
000060       DATE-COMPILED.
000070*****************************************************************
000080*                                                               *
000090*    08_DIVSTP IS THE STEP-CONTROL SUBPROGRAM FOR THE NIGHTLY   *
000100*    DIVISION CHAIN.  EACH STEP CALLS IT AT START AND AT END    *
000110*    OF JOB WITH ITS PROGRAM-ID AND THE BUSINESS DATE IT IS     *
000120*    WORKING, AND THE RESULT IS KEPT ON THE DIVSTP STEP-STATUS  *
000130*    FILE (ONE ROW PER DATE PER STEP) - START AND END TIMES,    *
000140*    THE FINAL RETURN CODE, AND THE STEP'S KEY COUNTS.          *
000150*                                                               *
000160*    AT START THE STEP'S PREDECESSOR ON THE CHAIN (DIVSCH.CPY)  *
000170*    MUST HAVE ENDED CLEANLY FOR THE SAME DATE.  IF IT HAS      *
000180*    NOT - NEVER RAN, STILL RUNNING OR ABENDED, WAS ITSELF      *
000190*    REFUSED, OR ENDED ABOVE ITS CLEAN RETURN CODE - THE STEP   *
000200*    IS RECORDED AS REFUSED WITH THE REASON AND THE CALLER IS   *
000210*    TOLD TO STOP.  A STEP MAY BE RERUN FOR A DATE; EACH START  *
000220*    OVERWRITES THE ROW AND BUMPS ITS RUN COUNT.                *
000230*    SEE DIVSPL.CPY FOR THE PARAMETER LIST.                     *
000240*                                                               *
000250*    MODIFICATION HISTORY                                       *
000260*    DATE       BY    DESCRIPTION                                *
000270*    ---------- ----- --------------------------------------    *
000280*    2026-10-15 RLH   ORIGINAL PROGRAM - NIGHTLY CHAIN STEP      *
000290*                     STATUS AND PREDECESSOR CHECK.              *
000300*                                                               *
000310*****************************************************************
000320
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360           SELECT STEP-STATUS-FILE ASSIGN TO "DIVSTP"
000370               ORGANIZATION IS INDEXED
000380               ACCESS MODE IS RANDOM
000390               RECORD KEY IS SP-KEY
000400               FILE STATUS IS STP-FILE-STATUS.
000410
000420 DATA DIVISION.
000430 FILE SECTION.
000440       FD  STEP-STATUS-FILE
000450           LABEL RECORDS ARE STANDARD.
000460       COPY DIVSTP.
000470
000480 WORKING-STORAGE SECTION.
000490       COPY DIVSCH.
000500
000510       77  STP-FILE-STATUS                PIC X(02) VALUE SPACES.
000520       77  STP-IX                    PIC 9(04) COMP VALUE ZERO.
000530       77  STP-CNT-IX                PIC 9(04) COMP VALUE ZERO.
000540       77  STP-STEP-IX               PIC 9(04) COMP VALUE ZERO.
000550       77  STP-PRED-IX               PIC 9(04) COMP VALUE ZERO.
000560       77  STP-FIND-IX               PIC 9(04) COMP VALUE ZERO.
000570       77  STP-FIND-NAME                  PIC X(12) VALUE SPACES.
000580       77  STP-PRED-NAME                  PIC X(12) VALUE SPACES.
000590       77  STP-PRED-RC-ED                 PIC Z(03)9.
000600       77  STP-FOUND-SW                   PIC X(01) VALUE "N".
000610           88  STP-ROW-FOUND                  VALUE "Y".
000620       77  STP-REFUSED-SW                 PIC X(01) VALUE "N".
000630           88  STP-STEP-REFUSED               VALUE "Y".
000640       77  STP-REASON                     PIC X(40) VALUE SPACES.
000650       77  STP-RUN-COUNT             PIC 9(03) VALUE ZERO.
000660       77  STP-NOW-DATE              PIC 9(08) VALUE ZERO.
000670       77  STP-NOW-TIME              PIC 9(08) VALUE ZERO.
000680
000690 LINKAGE SECTION.
000700       COPY DIVSPL.
000710
000720 PROCEDURE DIVISION USING step-parms.
000730
000740*****************************************************************
000750*    0000-MAINLINE                                              *
000760*****************************************************************
000770       0000-MAINLINE.
000780           MOVE ZERO TO step-verdict.
000790           PERFORM 1000-OPEN-STEP-FILE THRU 1000-EXIT.
000800           IF step-verdict = ZERO
000810               ACCEPT STP-NOW-DATE FROM DATE YYYYMMDD
000820               ACCEPT STP-NOW-TIME FROM TIME
000830               IF step-begin
000840                   PERFORM 2000-BEGIN-STEP THRU 2000-EXIT
000850               ELSE
000860                   PERFORM 3000-END-STEP THRU 3000-EXIT
000870               END-IF
000880               CLOSE STEP-STATUS-FILE
000890           END-IF.
000900           GOBACK.
000910
000920*****************************************************************
000930*    1000-OPEN-STEP-FILE - A MISSING STEP-STATUS FILE IS BUILT  *
000940*    EMPTY ON FIRST USE AND REOPENED FOR UPDATE.                *
000950*****************************************************************
000960       1000-OPEN-STEP-FILE.
000970           OPEN I-O STEP-STATUS-FILE.
000980           IF STP-FILE-STATUS = "35" OR STP-FILE-STATUS = "05"
000990               OPEN OUTPUT STEP-STATUS-FILE
001000               CLOSE STEP-STATUS-FILE
001010               OPEN I-O STEP-STATUS-FILE
001020           END-IF.
001030           IF STP-FILE-STATUS NOT = "00"
001040               DISPLAY "08_DIVSTP - DIVSTP OPEN FAILED, STS = "
001050                   STP-FILE-STATUS " - STEP " step-name
001060                   " NOT RECORDED"
001070               MOVE 16 TO step-verdict
001080           END-IF.
001090       1000-EXIT.
001100           EXIT.
001110
001120*****************************************************************
001130*    2000-BEGIN-STEP - CHECK THE PREDECESSOR FOR THE DATE,      *
001140*    THEN RECORD THIS STEP AS STARTED OR AS REFUSED.            *
001150*****************************************************************
001160       2000-BEGIN-STEP.
001170           MOVE "N" TO STP-REFUSED-SW.
001180           MOVE SPACES TO STP-REASON.
001190           MOVE step-name TO STP-FIND-NAME.
001200           PERFORM 2100-FIND-CHAIN-STEP THRU 2100-EXIT.
001210           MOVE STP-FIND-IX TO STP-STEP-IX.
001220           IF STP-STEP-IX > ZERO
001230               AND SC-PRED-NAME (STP-STEP-IX) NOT = SPACES
001240               PERFORM 2200-CHECK-PREDECESSOR THRU 2200-EXIT
001250           END-IF.
001260           PERFORM 4000-READ-OWN-ROW THRU 4000-EXIT.
001270           IF STP-STEP-REFUSED
001280               MOVE "R" TO SP-STATUS-CD
001290               MOVE 8 TO SP-RETURN-CODE
001300               MOVE 8 TO step-verdict
001310               DISPLAY "08_DIVSTP - " step-name " REFUSED FOR "
001320                   step-date " - " STP-REASON
001330           ELSE
001340               MOVE "S" TO SP-STATUS-CD
001350               MOVE ZERO TO SP-RETURN-CODE
001360           END-IF.
001370           MOVE STP-NOW-DATE TO SP-START-DATE.
001380           MOVE STP-NOW-TIME TO SP-START-TIME.
001390           MOVE ZERO TO SP-END-DATE.
001400           MOVE ZERO TO SP-END-TIME.
001410           PERFORM 2050-CLEAR-COUNT THRU 2050-EXIT
001420               VARYING STP-CNT-IX FROM 1 BY 1
001430               UNTIL STP-CNT-IX > 3.
001440           MOVE STP-REASON TO SP-MESSAGE.
001450           PERFORM 4100-WRITE-OWN-ROW THRU 4100-EXIT.
001460       2000-EXIT.
001470           EXIT.
001480
001490       2050-CLEAR-COUNT.
001500           MOVE SPACES TO SP-COUNT-LABEL (STP-CNT-IX).
001510           MOVE ZERO TO SP-COUNT (STP-CNT-IX).
001520       2050-EXIT.
001530           EXIT.
001540
001550*****************************************************************
001560*    2100-FIND-CHAIN-STEP - STP-FIND-IX IS THE DIVSCH ENTRY     *
001570*    FOR STP-FIND-NAME, OR ZERO WHEN IT IS NOT ON THE CHAIN.    *
001580*****************************************************************
001590       2100-FIND-CHAIN-STEP.
001600           MOVE ZERO TO STP-FIND-IX.
001610           PERFORM 2110-SCAN-CHAIN THRU 2110-EXIT
001620               VARYING STP-IX FROM 1 BY 1
001630               UNTIL STP-IX > SC-STEP-LIMIT
001640               OR STP-FIND-IX > ZERO.
001650       2100-EXIT.
001660           EXIT.
001670
001680       2110-SCAN-CHAIN.
001690           IF SC-STEP-NAME (STP-IX) = STP-FIND-NAME
001700               MOVE STP-IX TO STP-FIND-IX
001710           END-IF.
001720       2110-EXIT.
001730           EXIT.
001740
001750*****************************************************************
001760*    2200-CHECK-PREDECESSOR - THE PREDECESSOR'S ROW FOR THE     *
001770*    DATE MUST BE ENDED AT OR BELOW ITS CLEAN RETURN CODE.      *
001780*****************************************************************
001790       2200-CHECK-PREDECESSOR.
001800           MOVE SC-PRED-NAME (STP-STEP-IX) TO STP-PRED-NAME.
001810           MOVE STP-PRED-NAME TO STP-FIND-NAME.
001820           PERFORM 2100-FIND-CHAIN-STEP THRU 2100-EXIT.
001830           MOVE STP-FIND-IX TO STP-PRED-IX.
001840           MOVE step-date TO SP-DATE.
001850           MOVE STP-PRED-NAME TO SP-STEP-NAME.
001860           READ STEP-STATUS-FILE
001870               INVALID KEY
001880                   MOVE "Y" TO STP-REFUSED-SW
001890                   STRING STP-PRED-NAME DELIMITED BY SPACE
001900                       " HAS NOT RUN FOR THE DATE"
001910                       DELIMITED BY SIZE INTO STP-REASON
001920                   GO TO 2200-EXIT
001930           END-READ.
001940           IF SP-STARTED
001950               MOVE "Y" TO STP-REFUSED-SW
001960               STRING STP-PRED-NAME DELIMITED BY SPACE
001970                   " STARTED BUT DID NOT END"
001980                   DELIMITED BY SIZE INTO STP-REASON
001990               GO TO 2200-EXIT
002000           END-IF.
002010           IF SP-REFUSED
002020               MOVE "Y" TO STP-REFUSED-SW
002030               STRING STP-PRED-NAME DELIMITED BY SPACE
002040                   " WAS REFUSED"
002050                   DELIMITED BY SIZE INTO STP-REASON
002060               GO TO 2200-EXIT
002070           END-IF.
002080           IF STP-PRED-IX > ZERO
002090               AND SP-RETURN-CODE > SC-CLEAN-MAX-RC (STP-PRED-IX)
002100               MOVE "Y" TO STP-REFUSED-SW
002110               MOVE SP-RETURN-CODE TO STP-PRED-RC-ED
002120               STRING STP-PRED-NAME DELIMITED BY SPACE
002130                   " ENDED WITH RC " STP-PRED-RC-ED
002140                   DELIMITED BY SIZE INTO STP-REASON
002150           END-IF.
002160       2200-EXIT.
002170           EXIT.
002180
002190*****************************************************************
002200*    3000-END-STEP - RECORD THE FINAL RETURN CODE, THE KEY      *
002210*    COUNTS, AND THE STEP'S VERDICT.                            *
002220*****************************************************************
002230       3000-END-STEP.
002240           PERFORM 4000-READ-OWN-ROW THRU 4000-EXIT.
002250           IF NOT STP-ROW-FOUND
002260               MOVE ZERO TO SP-START-DATE
002270               MOVE ZERO TO SP-START-TIME
002280           END-IF.
002290           MOVE "E" TO SP-STATUS-CD.
002300           MOVE STP-NOW-DATE TO SP-END-DATE.
002310           MOVE STP-NOW-TIME TO SP-END-TIME.
002320           MOVE step-return-code TO SP-RETURN-CODE.
002330           PERFORM 3050-MOVE-COUNT THRU 3050-EXIT
002340               VARYING STP-CNT-IX FROM 1 BY 1
002350               UNTIL STP-CNT-IX > 3.
002360           MOVE step-message TO SP-MESSAGE.
002370           PERFORM 4100-WRITE-OWN-ROW THRU 4100-EXIT.
002380       3000-EXIT.
002390           EXIT.
002400
002410       3050-MOVE-COUNT.
002420           MOVE step-count-label (STP-CNT-IX)
002430               TO SP-COUNT-LABEL (STP-CNT-IX).
002440           MOVE step-count (STP-CNT-IX) TO SP-COUNT (STP-CNT-IX).
002450       3050-EXIT.
002460           EXIT.
002470
002480*****************************************************************
002490*    4000-READ-OWN-ROW - FETCH THIS STEP'S ROW FOR THE DATE.    *
002500*    A STEP STARTING AGAIN FOR A DATE COUNTS ONE MORE RUN; A    *
002510*    FIRST START BUILDS THE ROW.                                *
002520*****************************************************************
002530       4000-READ-OWN-ROW.
002540           MOVE "N" TO STP-FOUND-SW.
002550           MOVE step-date TO SP-DATE.
002560           MOVE step-name TO SP-STEP-NAME.
002570           READ STEP-STATUS-FILE
002580               INVALID KEY
002590                   CONTINUE
002600               NOT INVALID KEY
002610                   MOVE "Y" TO STP-FOUND-SW
002620           END-READ.
002630           IF STP-ROW-FOUND
002640               MOVE SP-RUN-COUNT TO STP-RUN-COUNT
002650           ELSE
002660               MOVE SPACES TO STEP-STATUS-RECORD
002670               MOVE step-date TO SP-DATE
002680               MOVE step-name TO SP-STEP-NAME
002690               MOVE ZERO TO SP-RETURN-CODE
002700               MOVE ZERO TO STP-RUN-COUNT
002710           END-IF.
002720           IF step-begin
002730               ADD 1 TO STP-RUN-COUNT
002740           END-IF.
002750           MOVE STP-RUN-COUNT TO SP-RUN-COUNT.
002760       4000-EXIT.
002770           EXIT.
002780
002790       4100-WRITE-OWN-ROW.
002800           IF STP-ROW-FOUND
002810               REWRITE STEP-STATUS-RECORD
002820           ELSE
002830               WRITE STEP-STATUS-RECORD
002840           END-IF.
002850           IF STP-FILE-STATUS NOT = "00"
002860               DISPLAY "08_DIVSTP - DIVSTP UPDATE FAILED, STS = "
002870                   STP-FILE-STATUS " - STEP " step-name
002880                   " NOT RECORDED"
002890               MOVE 16 TO step-verdict
002900           END-IF.
002910       4100-EXIT.
002920           EXIT.
