000890*                     VALUE (08_DIVSEAL), PICKED UP FROM THE    *
000900*                     LAST ROW ON FILE AT START OF RUN, SO THE  *
000910*                     TRAIL IS TAMPER-EVIDENT END TO END.       *
000920*    2026-10-15 RLH   ADDED THE REVERSAL RECORD ("REV") - EVERY *
000930*                     MASTER ROW OF THE NAMED REQUEST OR SET    *
000940*                     GETS AN EQUAL-AND-OPPOSITE "V" AUDIT ROW  *
000950*                     AND OFFSETTING DIVGLX LINE AND IS MARKED  *
000960*                     REVERSED; A CORRECTED PAIR RIGHT BEHIND   *
000970*                     IT MARKS THE MASTER REVERSED-AND-         *
000980*                     REPLACED.  REVERSALS ARE COUNTED ON THE   *
000990*                     TRAILER AND CARRIED ON DIVCTL.            *
001000*    2026-10-15 RLH   ADDED THE COST-CENTER PERIOD BUDGET       *
001010*                     (DIVBUD) - A SET THAT WOULD TAKE ANY OF   *
001020*                     ITS CENTERS PAST THE PERIOD BUDGET IS     *
001030*                     REJECTED WHOLE AS OVER BUDGET FOR         *
001040*                     08_DIVRCY TO RECYCLE ONCE THE BUDGET IS   *
001050*                     RAISED; EVERY SHARE POSTED OR REVERSED    *
001060*                     IS CARRIED TO THE CENTER'S ALLOCATED-TO-  *
001070*                     DATE ON THE BUDGET FILE.                  *
001080*    2026-10-15 RLH   A PROCESS-MODE RUN RECORDS ITS START AND  *
001090*                     END ON THE DIVSTP STEP-STATUS FILE        *
001100*                     (08_DIVSTP) - RETURN CODE AND READ/       *
001110*                     PROCESSED/REJECTED COUNTS - SO THE REST   *
001120*                     OF THE NIGHTLY CHAIN CAN TELL WHETHER     *
001130*                     POSTING ENDED CLEANLY FOR THE DATE.       *
001140*    2026-10-15 RLH   DUAL CONTROL - A DETAIL REQUEST OR SET    *
001150*                     WHOSE AMOUNT (SIGN IGNORED) IS OVER THE   *
001160*                     DIVOPT APPROVAL LIMIT IS HELD ON THE      *
001170*                     DIVPND PENDING-APPROVAL FILE INSTEAD OF   *
001180*                     POSTING.  A RECORD RELEASED BY 08_DIVAPV  *
001190*                     POSTS ONLY WHILE IT STILL MATCHES ITS     *
001200*                     APPROVED DIVPND ENTRY, WHICH IS THEN      *
001210*                     MARKED POSTED.  HELD ITEMS ARE COUNTED ON *
001220*                     THE TRAILER AND CARRIED ON DIVCTL.        *
001230*    2026-10-15 RLH   FUTURE-DATED REQUESTS - A DETAIL OR       *
001240*                     SET WHOSE EFFECTIVE DATE IS LATER THAN    *
001250*                     THE RUN DATE IS VALIDATED AND PARKED ON   *
001260*                     THE DIVWHS WAREHOUSE INSTEAD OF POSTING,  *
001270*                     FOR 08_DIVWHR TO RELEASE ON THAT DATE.    *
001280*                     PARKED ITEMS ARE LISTED, COUNTED ON THE   *
001290*                     TRAILER, AND CARRIED ON DIVCTL.           *
001300*    2026-10-15 RLH   EACH BATCH'S REGISTER ROW NOW ALSO        *
001310*                     RECORDS THE RUN DATE, THE DIVREQ          *
001320*                     POSITIONS OF ITS FIRST AND LAST DATA      *
001330*                     RECORDS, AND ITS REJECT COUNT, FOR THE    *
001340*                     TREND JOB.                                *
001350*    2026-10-15 RLH   EVERY "D" AND "S" AUDIT ROW NOW CARRIES   *
001360*                     THE ROUND SWITCH AND SCALE CODE IT WAS    *
001370*                     DIVIDED WITH, SO 08_DIVPRV CAN RECOMPUTE  *
001380*                     IT.                                       *
001390*                                                               *
001400*****************************************************************
001410
001420 ENVIRONMENT DIVISION.
001430 INPUT-OUTPUT SECTION.
001440 FILE-CONTROL.
001450           SELECT DIVISION-REQUEST-FILE ASSIGN TO "DIVREQ"
001460               ORGANIZATION IS SEQUENTIAL
001470               FILE STATUS IS DIV-REQUEST-STATUS.
001480           SELECT DIVISION-REPORT-FILE ASSIGN TO "DIVRPT"
001490               ORGANIZATION IS SEQUENTIAL
001500               FILE STATUS IS DIV-REPORT-STATUS.
001510           SELECT DIVISION-REJECT-FILE ASSIGN TO "DIVREJ"
001520               ORGANIZATION IS SEQUENTIAL
001530               FILE STATUS IS DIV-REJECT-STATUS.
001540           SELECT DIVISION-AUDIT-FILE ASSIGN TO "DIVAUD"
001550               ORGANIZATION IS SEQUENTIAL
001560               FILE STATUS IS DIV-AUDIT-STATUS.
001570           SELECT RESTART-CONTROL-FILE ASSIGN TO "DIVCTL"
001580               ORGANIZATION IS SEQUENTIAL
001590               FILE STATUS IS DIV-CONTROL-STATUS.
001600           SELECT RESULTS-MASTER-FILE ASSIGN TO "DIVRSM"
001610               ORGANIZATION IS INDEXED
001620               ACCESS MODE IS RANDOM
001630               RECORD KEY IS RM-KEY
001640               FILE STATUS IS DIV-MASTER-STATUS.
001650           SELECT GL-EXTRACT-FILE ASSIGN TO "DIVGLX"
001660               ORGANIZATION IS SEQUENTIAL
001670               FILE STATUS IS DIV-GLX-STATUS.
001680           SELECT RUN-OPTIONS-FILE ASSIGN TO "DIVOPT"
001690               ORGANIZATION IS SEQUENTIAL
001700               FILE STATUS IS DIV-OPTIONS-STATUS.
001710           SELECT BATCH-REGISTER-FILE ASSIGN TO "DIVBRG"
001720               ORGANIZATION IS INDEXED
001730               ACCESS MODE IS RANDOM
001740               RECORD KEY IS BR-KEY
001750               FILE STATUS IS DIV-REGISTER-STATUS.
001760           SELECT COST-CENTER-FILE ASSIGN TO "DIVCCM"
001770               ORGANIZATION IS INDEXED
001780               ACCESS MODE IS RANDOM
001790               RECORD KEY IS CC-CODE
001800               FILE STATUS IS DIV-CENTER-STATUS.
001810           SELECT DAY-STATUS-FILE ASSIGN TO "DIVDAY"
001820               ORGANIZATION IS INDEXED
001830               ACCESS MODE IS RANDOM
001840               RECORD KEY IS DS-DATE
001850               FILE STATUS IS DIV-DAY-STATUS.
001860           SELECT DUP-WORK-FILE ASSIGN TO "DIVDUP"
001870               ORGANIZATION IS INDEXED
001880               ACCESS MODE IS RANDOM
001890               RECORD KEY IS DW-KEY
001900               FILE STATUS IS DIV-DUPWK-STATUS.
001910           SELECT REJ-WORK-FILE ASSIGN TO "DIVRJW"
001920               ORGANIZATION IS INDEXED
001930               ACCESS MODE IS RANDOM
001940               RECORD KEY IS RW-READNO
001950               FILE STATUS IS DIV-REJWK-STATUS.
001960           SELECT SET-WORK-FILE ASSIGN TO "DIVSPW"
001970               ORGANIZATION IS INDEXED
001980               ACCESS MODE IS RANDOM
001990               RECORD KEY IS SW-SET-ID
002000               FILE STATUS IS DIV-SETWK-STATUS.
002010           SELECT BUDGET-FILE ASSIGN TO "DIVBUD"
002020               ORGANIZATION IS INDEXED
002030               ACCESS MODE IS RANDOM
002040               RECORD KEY IS BU-KEY
002050               FILE STATUS IS DIV-BUDGET-STATUS.
002060           SELECT PENDING-FILE ASSIGN TO "DIVPND"
002070               ORGANIZATION IS INDEXED
002080               ACCESS MODE IS RANDOM
002090               RECORD KEY IS PN-KEY
002100               FILE STATUS IS DIV-PENDING-STATUS.
002110           SELECT WAREHOUSE-FILE ASSIGN TO "DIVWHS"
002120               ORGANIZATION IS INDEXED
002130               ACCESS MODE IS RANDOM
002140               RECORD KEY IS WH-KEY
002150               FILE STATUS IS DIV-WAREHOUSE-STATUS.
002160
002170 DATA DIVISION.
002180 FILE SECTION.
002190       FD  DIVISION-REQUEST-FILE
002200           LABEL RECORDS ARE STANDARD.
002210       COPY DIVREQ.
002220
002230       FD  DIVISION-REPORT-FILE
002240           LABEL RECORDS ARE STANDARD.
002250       01  DIVISION-REPORT-RECORD        PIC X(132).
002260
002270       FD  DIVISION-REJECT-FILE
002280           LABEL RECORDS ARE STANDARD.
002290       COPY DIVREJ.
002300
002310       FD  DIVISION-AUDIT-FILE
002320           LABEL RECORDS ARE STANDARD.
002330       COPY DIVAUD.
002340
002350       FD  RESTART-CONTROL-FILE
002360           LABEL RECORDS ARE STANDARD.
002370       COPY DIVCTL.
002380
002390       FD  RESULTS-MASTER-FILE
002400           LABEL RECORDS ARE STANDARD.
002410       COPY DIVRSM.
002420
002430       FD  GL-EXTRACT-FILE
002440           LABEL RECORDS ARE STANDARD.
002450       01  GL-EXTRACT-RECORD             PIC X(100).
002460
002470       FD  RUN-OPTIONS-FILE
002480           LABEL RECORDS ARE STANDARD.
002490       COPY DIVOPT.
002500
002510       FD  BATCH-REGISTER-FILE
002520           LABEL RECORDS ARE STANDARD.
002530       COPY DIVBRG.
002540
002550       FD  COST-CENTER-FILE
002560           LABEL RECORDS ARE STANDARD.
002570       COPY DIVCCM.
002580
002590       FD  DAY-STATUS-FILE
002600           LABEL RECORDS ARE STANDARD.
002610       COPY DIVDAY.
002620
002630       FD  DUP-WORK-FILE
002640           LABEL RECORDS ARE STANDARD.
002650       01  DUP-WORK-RECORD.
002660           05  DW-KEY.
002670               10  DW-NUM1                PIC X(10).
002680               10  DW-NUM2                PIC X(10).
002690           05  DW-ORIGIN-CD               PIC X(01).
002700           05  DW-READNO                  PIC 9(08).
002710           05  FILLER                     PIC X(11).
002720
002730       FD  REJ-WORK-FILE
002740           LABEL RECORDS ARE STANDARD.
002750       01  REJ-WORK-RECORD.
002760           05  RW-READNO                  PIC 9(08).
002770           05  FILLER                     PIC X(12).
002780
002790       FD  SET-WORK-FILE
002800           LABEL RECORDS ARE STANDARD.
002810       01  SET-WORK-RECORD.
002820           05  SW-SET-ID                  PIC X(08).
002830           05  SW-ROWS                    PIC 9(03).
002840           05  FILLER                     PIC X(09).
002850
002860       FD  BUDGET-FILE
002870           LABEL RECORDS ARE STANDARD.
002880       COPY DIVBUD.
002890
002900       FD  PENDING-FILE
002910           LABEL RECORDS ARE STANDARD.
002920       COPY DIVPND.
002930       FD  WAREHOUSE-FILE
002940           LABEL RECORDS ARE STANDARD.
002950       COPY DIVWHS.
002960
002970 WORKING-STORAGE SECTION.
002980       COPY DIVRSLT.
002990       COPY DIVRPT.
003000       COPY DIVGLX.
003010       COPY DIVSPL.
003020
003030       77  DIV-RECORDS-READ          PIC 9(08) COMP VALUE ZERO.
003040       77  DIV-RECORDS-PROCESSED     PIC 9(08) COMP VALUE ZERO.
003050       77  DIV-RECORDS-REJECTED      PIC 9(08) COMP VALUE ZERO.
003060       77  DIV-SUM-OF-RESULTS        PIC S9(12)V99 COMP-3
003070                                     VALUE ZERO.
003080       77  DIV-SKIP-COUNT            PIC 9(08) COMP VALUE ZERO.
003090       77  DIV-BATCH-DATA-COUNT      PIC 9(08) COMP VALUE ZERO.
003100       77  DIV-BATCH-EXP-COUNT       PIC 9(08) COMP VALUE ZERO.
003110       77  DIV-BATCH-HASH-NUM1       PIC 9(12) COMP-3
003120                                     VALUE ZERO.
003130       77  DIV-BATCH-EXP-HASH        PIC 9(12) COMP-3
003140                                     VALUE ZERO.
003150       77  DIV-CHECKPOINT-INTERVAL   PIC 9(06) COMP VALUE 100.
003160       77  DIV-CHECK-QUOTIENT        PIC 9(08) COMP VALUE ZERO.
003170       77  DIV-CHECK-REM             PIC 9(06) COMP VALUE ZERO.
003180       77  DIV-LINE-COUNT            PIC 9(04) COMP VALUE ZERO.
003190       77  DIV-PAGE-NO               PIC 9(04) COMP VALUE ZERO.
003200       77  DIV-LINES-PER-PAGE        PIC 9(04) COMP VALUE 50.
003210       77  DIV-EOF-SWITCH                 PIC X(01) VALUE "N".
003220           88  DIV-END-OF-FILE                VALUE "Y".
003230       77  DIV-VALID-RECORD-SW            PIC X(01) VALUE "Y".
003240           88  DIV-RECORD-VALID               VALUE "Y".
003250           88  DIV-RECORD-INVALID              VALUE "N".
003260       77  DIV-REJECT-REASON              PIC X(40) VALUE SPACES.
003270       77  DIV-REJECT-STATUS-CD           PIC X(01) VALUE "R".
003280       77  DIV-REQUEST-STATUS             PIC X(02) VALUE SPACES.
003290       77  DIV-REPORT-STATUS              PIC X(02) VALUE SPACES.
003300       77  DIV-REJECT-STATUS              PIC X(02) VALUE SPACES.
003310       77  DIV-CONTROL-STATUS             PIC X(02) VALUE SPACES.
003320       77  DIV-AUDIT-STATUS               PIC X(02) VALUE SPACES.
003330       77  DIV-MASTER-STATUS              PIC X(02) VALUE SPACES.
003340       77  DIV-GLX-STATUS                 PIC X(02) VALUE SPACES.
003350       77  DIV-OPTIONS-STATUS             PIC X(02) VALUE SPACES.
003360       77  DIV-REGISTER-STATUS            PIC X(02) VALUE SPACES.
003370       77  DIV-REGISTER-NEW-SW            PIC X(01) VALUE "N".
003380           88  DIV-REGISTER-NEW               VALUE "Y".
003390       77  DIV-REGISTER-FOUND-SW          PIC X(01) VALUE "N".
003400           88  DIV-REGISTER-FOUND             VALUE "Y".
003410       77  DIV-CENTER-STATUS              PIC X(02) VALUE SPACES.
003420       77  DIV-DAY-STATUS                 PIC X(02) VALUE SPACES.
003430       77  DIV-DAY-NEW-SW                 PIC X(01) VALUE "N".
003440           88  DIV-DAY-NEW                    VALUE "Y".
003450       77  DIV-DAY-FOUND-SW               PIC X(01) VALUE "N".
003460           88  DIV-DAY-FOUND                  VALUE "Y".
003470       77  DIV-SET-CC-SW                  PIC X(01) VALUE "Y".
003480           88  DIV-SET-CC-OK                  VALUE "Y".
003490           88  DIV-SET-CC-BAD                 VALUE "N".
003500       77  DIV-PROCESS-MODE               PIC X(01) VALUE "P".
003510           88  DIV-MODE-PROCESS               VALUE "P".
003520           88  DIV-MODE-REPORT-ONLY           VALUE "R".
003530       77  DIV-RECORDS-DUPLICATE     PIC 9(08) COMP VALUE ZERO.
003540       77  DIV-DUP-FOUND-SW               PIC X(01) VALUE "N".
003550           88  DIV-DUP-FOUND                  VALUE "Y".
003560       01  DIV-DUP-KEY-WORK.
003570           05  DIV-DUP-KEY-NUM1           PIC X(10).
003580           05  DIV-DUP-KEY-NUM2           PIC X(10).
003590       77  DIV-DUP-ORG-WORK               PIC X(01) VALUE SPACE.
003600       77  DIV-DUP-READNO-WORK       PIC 9(08) COMP VALUE ZERO.
003610       77  DIV-DUPWK-STATUS               PIC X(02) VALUE SPACES.
003620       77  DIV-REJWK-STATUS               PIC X(02) VALUE SPACES.
003630       77  DIV-SETWK-STATUS               PIC X(02) VALUE SPACES.
003640       77  DIV-RECOVERED-SW               PIC X(01) VALUE "N".
003650           88  DIV-RECOVERED                  VALUE "Y".
003660       77  DIV-GLX-NEW-SW                 PIC X(01) VALUE "N".
003670           88  DIV-GLX-NEW                    VALUE "Y".
003680       77  DIV-REJ-READNO-WORK       PIC 9(08) COMP VALUE ZERO.
003690       77  DIV-REJ-WRITTEN-SW             PIC X(01) VALUE "N".
003700           88  DIV-REJ-ALREADY-WRITTEN        VALUE "Y".
003710       77  DIV-SPT-KEY                    PIC X(08)
003720                                          VALUE SPACES.
003730       77  DIV-SPT-FOUND-SW               PIC X(01) VALUE "N".
003740           88  DIV-SPT-FOUND                  VALUE "Y".
003750       77  DIV-SET-RECOVERED-ROWS    PIC 9(03) COMP VALUE ZERO.
003760       77  DIV-GLX-COUNT             PIC 9(08) COMP VALUE ZERO.
003770       77  DIV-GLX-AMOUNT            PIC S9(12)V99 COMP-3
003780                                     VALUE ZERO.
003790       77  DIV-RETURN-CODE                PIC 9(02) VALUE ZERO.
003800       77  DIV-REQ-TYPE-CD                PIC X(01) VALUE SPACE.
003810           88  DIV-REQ-CONTROL                VALUE "C".
003820           88  DIV-REQ-SET-HEADER             VALUE "S".
003830           88  DIV-REQ-SET-SHARE              VALUE "R".
003840           88  DIV-REQ-DETAIL                 VALUE "D".
003850           88  DIV-REQ-REVERSAL               VALUE "V".
003860       77  DIV-REQ-HELD-SW                PIC X(01) VALUE "N".
003870           88  DIV-REQ-HELD                   VALUE "Y".
003880       77  DIV-BATCH-TRL-SW               PIC X(01) VALUE "N".
003890           88  DIV-BATCH-TRL-FOUND            VALUE "Y".
003900       77  DIV-SET-VALID-SW               PIC X(01) VALUE "Y".
003910           88  DIV-SET-VALID                  VALUE "Y".
003920           88  DIV-SET-INVALID                VALUE "N".
003930       77  DIV-SET-POSTABLE-SW            PIC X(01) VALUE "Y".
003940           88  DIV-SET-POSTABLE               VALUE "Y".
003950       77  DIV-SET-ID                     PIC X(08) VALUE SPACES.
003960       77  DIV-SET-ROUND-SW               PIC X(01) VALUE "N".
003970       77  DIV-SET-SCALE-CD               PIC 9(01) VALUE 2.
003980       77  DIV-SET-TOTAL-NUM         PIC S9(10) VALUE ZERO.
003990       77  DIV-SET-SHARE-COUNT       PIC 9(03) COMP VALUE ZERO.
004000       77  DIV-SHARES-READ           PIC 9(03) COMP VALUE ZERO.
004010       77  DIV-SHARE-IX              PIC 9(03) COMP VALUE ZERO.
004020       77  DIV-SET-HEADER-READNO     PIC 9(08) COMP VALUE ZERO.
004030       77  DIV-SET-BASE-AMT          PIC S9(10)V99 COMP-3
004040                                     VALUE ZERO.
004050       77  DIV-SET-LEFTOVER          PIC S9(10)V99 COMP-3
004060                                     VALUE ZERO.
004070       77  DIV-SET-PENNY             PIC S9(01)V99 COMP-3
004080                                     VALUE ZERO.
004090       77  DIV-SET-ALLOC-TOTAL       PIC S9(12)V99 COMP-3
004100                                     VALUE ZERO.
004110       77  DIV-SET-HEADER-IMAGE           PIC X(80) VALUE SPACES.
004120       77  DIV-SET-ALLOC-TYPE             PIC X(01) VALUE SPACE.
004130           88  DIV-SET-WEIGHTED               VALUE "W".
004140       77  DIV-SET-WGT-SW                 PIC X(01) VALUE "Y".
004150           88  DIV-SET-WGT-OK                 VALUE "Y".
004160           88  DIV-SET-WGT-BAD                VALUE "N".
004170       77  DIV-SET-WEIGHT-TOTAL      PIC 9(12) COMP-3
004180                                     VALUE ZERO.
004190       77  DIV-SET-AMT-WORK          PIC S9(10)V99 COMP-3
004200                                     VALUE ZERO.
004210       77  DIV-SET-WHOLE-WORK        PIC S9(10) COMP-3
004220                                     VALUE ZERO.
004230       77  DIV-RECORDS-REVERSED      PIC 9(08) COMP VALUE ZERO.
004240       77  DIV-REV-PENDING-ID             PIC X(08) VALUE SPACES.
004250       77  DIV-REV-FIRST-NO          PIC 9(03) COMP VALUE ZERO.
004260       77  DIV-REV-LAST-NO           PIC 9(03) COMP VALUE ZERO.
004270       77  DIV-REV-IX                PIC 9(03) COMP VALUE ZERO.
004280       77  DIV-REV-TOTAL             PIC S9(12)V99 COMP-3
004290                                     VALUE ZERO.
004300       77  DIV-REV-AMOUNT            PIC S9(10)V99 COMP-3
004310                                     VALUE ZERO.
004320       77  DIV-REV-SET-SW                 PIC X(01) VALUE "N".
004330           88  DIV-REV-OF-SET                 VALUE "Y".
004340       77  DIV-REV-RESUMING-SW            PIC X(01) VALUE "N".
004350           88  DIV-REV-RESUMING               VALUE "Y".
004360       01  DIV-REV-DUP-KEY.
004370           05  DIV-RDK-MARK               PIC X(02) VALUE "RV".
004380           05  DIV-RDK-READNO             PIC 9(08) VALUE ZERO.
004390       77  DIV-BUDGET-STATUS              PIC X(02) VALUE SPACES.
004400       77  DIV-BUDGET-SW                  PIC X(01) VALUE "N".
004410           88  DIV-BUDGET-ACTIVE              VALUE "Y".
004420       77  DIV-SETS-OVER-BUDGET      PIC 9(08) COMP VALUE ZERO.
004430       77  DIV-BUD-IX                PIC 9(03) COMP VALUE ZERO.
004440       77  DIV-BUD-SEEN-SW                PIC X(01) VALUE "N".
004450           88  DIV-BUD-SEEN                   VALUE "Y".
004460       77  DIV-BUD-SET-AMT           PIC S9(12)V99 COMP-3
004470                                     VALUE ZERO.
004480       77  DIV-BUD-NEW-AMT           PIC S9(12)V99 COMP-3
004490                                     VALUE ZERO.
004500       77  DIV-BUD-POST-AMT          PIC S9(12)V99 COMP-3
004510                                     VALUE ZERO.
004520       77  DIV-BUD-CC-WORK                PIC X(08) VALUE SPACES.
004530       01  DIV-BUD-REASON.
004540           05  FILLER                     PIC X(28)
004550               VALUE "OVER PERIOD BUDGET - CENTER ".
004560           05  DIV-BUD-REASON-CC          PIC X(08).
004570           05  FILLER                     PIC X(04) VALUE SPACES.
004580       77  DIV-PENDING-STATUS             PIC X(02) VALUE SPACES.
004590       77  DIV-PENDING-SW                 PIC X(01) VALUE "N".
004600           88  DIV-PENDING-OPEN               VALUE "Y".
004610       77  DIV-APPROVAL-LIMIT        PIC 9(10) VALUE ZERO.
004620       77  DIV-APPROVAL-AMT          PIC 9(10) VALUE ZERO.
004630       77  DIV-RECORDS-HELD          PIC 9(08) COMP VALUE ZERO.
004640       77  DIV-DUAL-CD                    PIC X(01) VALUE SPACE.
004650           88  DIV-DUAL-HOLD                  VALUE "H".
004660           88  DIV-DUAL-RELEASED              VALUE "A".
004670           88  DIV-DUAL-REFUSED               VALUE "X".
004680       77  DIV-PEND-RECOVERED-SW          PIC X(01) VALUE "N".
004690           88  DIV-PEND-RECOVERED             VALUE "Y".
004700       77  DIV-PEND-SUBMITTER             PIC X(08) VALUE SPACES.
004710       77  DIV-PEND-APPROVER              PIC X(08) VALUE SPACES.
004720       77  DIV-SET-PENDING-REF            PIC X(17) VALUE SPACES.
004730       01  DIV-PEND-REF-WORK.
004740           05  DIV-PRW-ORIGIN-CD          PIC X(01).
004750           05  DIV-PRW-DATE               PIC 9(08).
004760           05  DIV-PRW-NO                 PIC 9(08).
004770       01  DIV-PEND-IMAGE-WORK            PIC X(80).
004780       01  DIV-PIW-DETAIL REDEFINES DIV-PEND-IMAGE-WORK.
004790           05  FILLER                     PIC X(38).
004800           05  DIV-PIW-DETAIL-REF         PIC X(17).
004810           05  FILLER                     PIC X(25).
004820       01  DIV-PIW-SET REDEFINES DIV-PEND-IMAGE-WORK.
004830           05  FILLER                     PIC X(27).
004840           05  DIV-PIW-SET-REF            PIC X(17).
004850           05  FILLER                     PIC X(36).
004860       01  DIV-PEND-ACTION-DATE           PIC 9(08) VALUE ZERO.
004870       01  DIV-PEND-ACTION-PARTS REDEFINES DIV-PEND-ACTION-DATE.
004880           05  DIV-PAD-YYYY               PIC 9(04).
004890           05  DIV-PAD-MM                 PIC 9(02).
004900           05  DIV-PAD-DD                 PIC 9(02).
004910       77  DIV-WAREHOUSE-STATUS           PIC X(02) VALUE SPACES.
004920       77  DIV-WAREHOUSE-SW               PIC X(01) VALUE "N".
004930           88  DIV-WAREHOUSE-OPEN             VALUE "Y".
004940       77  DIV-RECORDS-PARKED        PIC 9(08) COMP VALUE ZERO.
004950       77  DIV-PARK-SW                    PIC X(01) VALUE "N".
004960           88  DIV-PARK-ITEM                  VALUE "Y".
004970       77  DIV-SET-EFFECTIVE-DATE         PIC X(08) VALUE SPACES.
004980       77  DIV-PARK-SOURCE                PIC X(08) VALUE SPACES.
004990       01  DIV-EFFECTIVE-DATE             PIC X(08) VALUE SPACES.
005000       01  DIV-EFF-DATE-NUM REDEFINES DIV-EFFECTIVE-DATE
005010                                          PIC 9(08).
005020       01  DIV-EFF-DATE-PARTS REDEFINES DIV-EFFECTIVE-DATE.
005030           05  DIV-EFF-YYYY               PIC 9(04).
005040           05  DIV-EFF-MM                 PIC 9(02).
005050           05  DIV-EFF-DD                 PIC 9(02).
005060
005070       01  DIV-SHARE-TABLE.
005080           05  DIV-SHARE-ENTRY OCCURS 250 TIMES.
005090               10  DIV-SHARE-CC           PIC X(08).
005100               10  DIV-SHARE-AMT          PIC S9(10)V99 COMP-3.
005110               10  DIV-SHARE-WEIGHT       PIC 9(08) COMP.
005120       01  DIV-SHARE-IMAGE-WORK.
005130           05  DIV-SIW-TYPE               PIC X(03).
005140           05  DIV-SIW-SET-ID             PIC X(08).
005150           05  DIV-SIW-CC                 PIC X(08).
005160           05  DIV-SIW-WEIGHT             PIC 9(08).
005170           05  FILLER                     PIC X(53).
005180
005190       77  DIV-BAT-COUNT             PIC 9(03) COMP VALUE ZERO.
005200       77  DIV-BAT-CURR              PIC 9(03) COMP VALUE ZERO.
005210       77  DIV-BAT-IX                PIC 9(03) COMP VALUE ZERO.
005220       77  DIV-BAT-READNO-BASE       PIC 9(08) COMP VALUE ZERO.
005230       77  DIV-BAT-NEWHDR-SW              PIC X(01) VALUE "N".
005240           88  DIV-BAT-NEW-HEADER             VALUE "Y".
005250       77  DIV-BAT-TRLNUM-SW              PIC X(01) VALUE "Y".
005260           88  DIV-BAT-TRAILER-NUMERIC        VALUE "Y".
005270       77  DIV-BAT-ANY-BAD-SW             PIC X(01) VALUE "N".
005280           88  DIV-BAT-ANY-REJECTED           VALUE "Y".
005290
005300       01  DIV-BATCH-TABLE.
005310           05  DIV-BAT-ENTRY OCCURS 100 TIMES.
005320               10  DIV-BAT-SOURCE         PIC X(08).
005330               10  DIV-BAT-NO             PIC 9(06).
005340               10  DIV-BAT-STATUS-CD      PIC X(01).
005350                   88  DIV-BAT-GOOD           VALUE "G".
005360                   88  DIV-BAT-BAD            VALUES "B"
005370                                                         "D".
005380                   88  DIV-BAT-DUP            VALUE "D".
005390               10  DIV-BAT-REASON         PIC X(40).
005400               10  DIV-BAT-EXP-COUNT      PIC 9(08) COMP.
005410               10  DIV-BAT-RCV-COUNT      PIC 9(08) COMP.
005420               10  DIV-BAT-EXP-HASH       PIC 9(12) COMP-3.
005430               10  DIV-BAT-RCV-HASH       PIC 9(12) COMP-3.
005440               10  DIV-BAT-PROCESSED      PIC 9(08) COMP.
005450               10  DIV-BAT-REJECTED       PIC 9(08) COMP.
005460
005470       01  DIV-RUN-DATE-YMD               PIC 9(08) VALUE ZERO.
005480       01  DIV-RUN-DATE-PARTS REDEFINES DIV-RUN-DATE-YMD.
005490           05  DIV-RUN-YYYY               PIC 9(04).
005500           05  DIV-RUN-MM                 PIC 9(02).
005510           05  DIV-RUN-DD                 PIC 9(02).
005520       77  DIV-AUDIT-SEQ-NO          PIC 9(06) VALUE ZERO.
005530       77  DIV-AUDIT-PRIOR-CHECK     PIC 9(10) VALUE ZERO.
005540       77  DIV-AUDIT-CHECK-WORK      PIC 9(10) VALUE ZERO.
005550       01  DIV-CURRENT-DATE-TIME.
005560           05  DIV-CDT-DATE                PIC 9(08).
005570           05  DIV-CDT-TIME                PIC 9(08).
005580       01  DIV-CDT-PARTS REDEFINES DIV-CURRENT-DATE-TIME.
005590           05  DIV-CDT-PERIOD              PIC 9(06).
005600           05  FILLER                      PIC X(10).
005610
005620 PROCEDURE DIVISION.
005630
005640*****************************************************************
005650*    0000-MAINLINE                                              *
005660*****************************************************************
005670       0000-MAINLINE.
005680           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
005690           PERFORM 2100-READ-REQUEST THRU 2100-EXIT.
005700           PERFORM 2200-MAIN-LOOP THRU 2200-EXIT
005710               UNTIL DIV-END-OF-FILE.
005720           PERFORM 8000-FINALIZE THRU 8000-EXIT.
005730           STOP RUN.
005740
005750*****************************************************************
005760*    1000-INITIALIZE - OPEN THE FILES, ESTABLISH THE RESTART    *
005770*    POSITION, AND PRINT THE FIRST REPORT HEADING.              *
005780*****************************************************************
005790       1000-INITIALIZE.
005800           MOVE ZERO TO DIV-RECORDS-READ.
005810           MOVE ZERO TO DIV-SKIP-COUNT.
005820           MOVE ZERO TO DIV-LINE-COUNT.
005830           MOVE ZERO TO DIV-PAGE-NO.
005840           MOVE "N" TO DIV-EOF-SWITCH.
005850           ACCEPT DIV-RUN-DATE-YMD FROM DATE YYYYMMDD.
005860           PERFORM 1050-READ-RUN-OPTIONS THRU 1050-EXIT.
005870           PERFORM 1100-READ-RESTART-CONTROL THRU 1100-EXIT.
005880           IF DIV-MODE-PROCESS
005890               PERFORM 1150-OPEN-BATCH-REGISTER THRU 1150-EXIT
005900               PERFORM 1170-OPEN-BUSINESS-DATE THRU 1170-EXIT
005910               PERFORM 1190-BEGIN-STEP THRU 1190-EXIT
005920           END-IF.
005930           OPEN INPUT DIVISION-REQUEST-FILE.
005940           IF DIV-REQUEST-STATUS NOT = "00"
005950               DISPLAY "08_REDEFINES - DIVREQ OPEN FAILED, STS = "
005960                   DIV-REQUEST-STATUS
005970               MOVE 16 TO RETURN-CODE
005980               STOP RUN
005990           END-IF.
006000           PERFORM 1300-VERIFY-BATCH-CONTROLS THRU 1300-EXIT.
006010           OPEN OUTPUT DIVISION-REPORT-FILE.
006020           IF DIV-REPORT-STATUS NOT = "00"
006030               DISPLAY "08_REDEFINES - DIVRPT OPEN FAILED, STS = "
006040                   DIV-REPORT-STATUS
006050               MOVE 16 TO RETURN-CODE
006060               STOP RUN
006070           END-IF.
006080           OPEN INPUT COST-CENTER-FILE.
006090           IF DIV-CENTER-STATUS NOT = "00"
006100               DISPLAY "08_REDEFINES - DIVCCM OPEN FAILED, STS = "
006110                   DIV-CENTER-STATUS
006120               MOVE 16 TO RETURN-CODE
006130               STOP RUN
006140           END-IF.
006150           PERFORM 1180-OPEN-BUDGET-FILE THRU 1180-EXIT.
006160           PERFORM 1185-OPEN-PENDING-FILE THRU 1185-EXIT.
006170           PERFORM 1187-OPEN-WAREHOUSE-FILE THRU 1187-EXIT.
006180           IF DIV-MODE-PROCESS
006190               PERFORM 1500-LOAD-REJECTED-READNOS
006200                   THRU 1500-EXIT
006210               IF DIV-SKIP-COUNT > ZERO
006220                   OPEN EXTEND DIVISION-REJECT-FILE
006230                   IF DIV-REJECT-STATUS = "35"
006240                       OR DIV-REJECT-STATUS = "05"
006250                       OPEN OUTPUT DIVISION-REJECT-FILE
006260                   END-IF
006270               ELSE
006280                   OPEN OUTPUT DIVISION-REJECT-FILE
006290               END-IF
006300               IF DIV-REJECT-STATUS NOT = "00"
006310                   DISPLAY "08_REDEFINES - DIVREJ OPEN FAILED, "
006320                       "STS = " DIV-REJECT-STATUS
006330                   MOVE 16 TO RETURN-CODE
006340                   STOP RUN
006350               END-IF
006360           END-IF.
006370           PERFORM 1400-LOAD-POSTED-TABLE THRU 1400-EXIT.
006380           OPEN EXTEND DIVISION-AUDIT-FILE.
006390           IF DIV-AUDIT-STATUS = "35" OR DIV-AUDIT-STATUS = "05"
006400               OPEN OUTPUT DIVISION-AUDIT-FILE
006410           END-IF.
006420           OPEN I-O RESULTS-MASTER-FILE.
006430           IF DIV-MASTER-STATUS = "35" OR DIV-MASTER-STATUS = "05"
006440               OPEN OUTPUT RESULTS-MASTER-FILE
006450           END-IF.
006460           IF DIV-MODE-PROCESS
006470               MOVE "N" TO DIV-GLX-NEW-SW
006480               IF DIV-SKIP-COUNT > ZERO
006490                   OPEN EXTEND GL-EXTRACT-FILE
006500                   IF DIV-GLX-STATUS = "35"
006510                       OR DIV-GLX-STATUS = "05"
006520                       OPEN OUTPUT GL-EXTRACT-FILE
006530                       MOVE "Y" TO DIV-GLX-NEW-SW
006540                   END-IF
006550               ELSE
006560                   OPEN OUTPUT GL-EXTRACT-FILE
006570                   MOVE "Y" TO DIV-GLX-NEW-SW
006580               END-IF
006590               IF DIV-GLX-STATUS NOT = "00"
006600                   DISPLAY "08_REDEFINES - DIVGLX OPEN FAILED, "
006610                       "STS = " DIV-GLX-STATUS
006620                   MOVE 16 TO RETURN-CODE
006630                   STOP RUN
006640               END-IF
006650               IF DIV-GLX-NEW
006660                   MOVE DIV-RUN-DATE-YMD TO GLX-H-RUN-DATE
006670                   WRITE GL-EXTRACT-RECORD
006680                       FROM GLX-HEADER-LINE
006690               END-IF
006700           END-IF.
006710           PERFORM 1200-WRITE-REPORT-HEADING THRU 1200-EXIT.
006720           PERFORM 1250-WRITE-OPTIONS-ECHO THRU 1250-EXIT.
006730       1000-EXIT.
006740           EXIT.
006750
006760
006770*****************************************************************
006780*    1050-READ-RUN-OPTIONS - OPERATIONAL KNOBS COME FROM THE    *
006790*    DIVOPT FILE SO QUARTER-END CAN TIGHTEN THE CHECKPOINT      *
006800*    INTERVAL WITHOUT A RECOMPILE.  A MISSING FILE MEANS THE    *
006810*    COMPILED DEFAULTS; A PRESENT-BUT-INVALID OPTION STOPS THE  *
006820*    RUN BEFORE ANY POSTING.  OPTIONS -                         *
006830*        OP-CHECKPOINT-INTERVAL COLS 01-06  1-999999            *
006840*        OP-LINES-PER-PAGE      COLS 07-10  10-9999             *
006850*        OP-PROCESS-MODE        COL  11     "P" = PROCESS,      *
006860*                               "R" = REPORT ONLY (NO AUDIT,    *
006870*                               MASTER, GL, REJECTS FILE, OR    *
006880*                               CHECKPOINTS),                   *
006890*                               SPACE = "P".                    *
006900*        OP-APPROVAL-LIMIT      COLS 12-21  LARGEST AMOUNT      *
006910*                               POSTED ON ONE PERSON'S          *
006920*                               SUBMISSION; SPACES OR ZERO =    *
006930*                               NO DUAL CONTROL.                *
006940*****************************************************************
006950       1050-READ-RUN-OPTIONS.
006960           OPEN INPUT RUN-OPTIONS-FILE.
006970           IF DIV-OPTIONS-STATUS NOT = "00"
006980               DISPLAY "08_REDEFINES - NO DIVOPT FILE, STS = "
006990                   DIV-OPTIONS-STATUS " - USING DEFAULTS"
007000               GO TO 1050-EXIT
007010           END-IF.
007020           READ RUN-OPTIONS-FILE
007030               AT END
007040                   DISPLAY "08_REDEFINES - DIVOPT IS EMPTY - "
007050                       "USING DEFAULTS"
007060                   CLOSE RUN-OPTIONS-FILE
007070                   GO TO 1050-EXIT
007080           END-READ.
007090           IF OP-CHECKPOINT-INTERVAL NOT NUMERIC
007100               DISPLAY "08_REDEFINES - BAD CHECKPOINT INTERVAL: "
007110                   OP-CHECKPOINT-INTERVAL
007120               MOVE 12 TO RETURN-CODE
007130               STOP RUN
007140           END-IF.
007150           MOVE OP-CHECKPOINT-INTERVAL
007160               TO DIV-CHECKPOINT-INTERVAL.
007170           IF DIV-CHECKPOINT-INTERVAL = ZERO
007180               DISPLAY "08_REDEFINES - CHECKPOINT INTERVAL MUST "
007190                   "BE 1-999999"
007200               MOVE 12 TO RETURN-CODE
007210               STOP RUN
007220           END-IF.
007230           IF OP-LINES-PER-PAGE NOT NUMERIC
007240               DISPLAY "08_REDEFINES - BAD LINES PER PAGE: "
007250                   OP-LINES-PER-PAGE
007260               MOVE 12 TO RETURN-CODE
007270               STOP RUN
007280           END-IF.
007290           MOVE OP-LINES-PER-PAGE TO DIV-LINES-PER-PAGE.
007300           IF DIV-LINES-PER-PAGE < 10
007310               DISPLAY "08_REDEFINES - LINES PER PAGE MUST BE "
007320                   "10-9999: " OP-LINES-PER-PAGE
007330               MOVE 12 TO RETURN-CODE
007340               STOP RUN
007350           END-IF.
007360           IF OP-PROCESS-MODE = SPACE
007370               MOVE "P" TO DIV-PROCESS-MODE
007380           ELSE
007390               IF OP-PROCESS-MODE = "P" OR OP-PROCESS-MODE = "R"
007400                   MOVE OP-PROCESS-MODE TO DIV-PROCESS-MODE
007410               ELSE
007420                   DISPLAY "08_REDEFINES - BAD PROCESS MODE: "
007430                       OP-PROCESS-MODE
007440                   MOVE 12 TO RETURN-CODE
007450                   STOP RUN
007460               END-IF
007470           END-IF.
007480           IF OP-APPROVAL-LIMIT = SPACES
007490               MOVE ZERO TO DIV-APPROVAL-LIMIT
007500           ELSE
007510               IF OP-APPROVAL-LIMIT NOT NUMERIC
007520                   DISPLAY "08_REDEFINES - BAD APPROVAL LIMIT: "
007530                       OP-APPROVAL-LIMIT
007540                   MOVE 12 TO RETURN-CODE
007550                   STOP RUN
007560               END-IF
007570               MOVE OP-APPROVAL-LIMIT-NUM TO DIV-APPROVAL-LIMIT
007580           END-IF.
007590           CLOSE RUN-OPTIONS-FILE.
007600       1050-EXIT.
007610           EXIT.
007620
007630*****************************************************************
007640*    1100-READ-RESTART-CONTROL - IF THE LAST RUN CHECKPOINTED   *
007650*    MID-BATCH, PICK UP THE SKIP COUNT SO WE DO NOT REPOST      *
007660*    RECORDS THAT ALREADY WENT THROUGH.                        *
007670*****************************************************************
007680       1100-READ-RESTART-CONTROL.
007690           OPEN INPUT RESTART-CONTROL-FILE.
007700           IF DIV-CONTROL-STATUS = "00"
007710               READ RESTART-CONTROL-FILE
007720                   AT END
007730                       MOVE ZERO TO DIV-SKIP-COUNT
007740                       MOVE ZERO TO DIV-RECORDS-PROCESSED
007750                       MOVE ZERO TO DIV-RECORDS-REJECTED
007760                       MOVE ZERO TO DIV-SUM-OF-RESULTS
007770                       MOVE ZERO TO DIV-RECORDS-DUPLICATE
007780                       MOVE ZERO TO DIV-GLX-COUNT
007790                       MOVE ZERO TO DIV-GLX-AMOUNT
007800                       MOVE ZERO TO DIV-RECORDS-REVERSED
007810                       MOVE ZERO TO DIV-RECORDS-HELD
007820                       MOVE ZERO TO DIV-RECORDS-PARKED
007830                   NOT AT END
007840                       IF RC-LAST-COUNT NOT NUMERIC
007850                           OR RC-RECORDS-PROCESSED NOT NUMERIC
007860                           OR RC-RECORDS-REJECTED NOT NUMERIC
007870                           OR RC-RECORDS-DUPLICATE NOT NUMERIC
007880                           OR RC-GLX-COUNT NOT NUMERIC
007890                           DISPLAY "08_REDEFINES - RESTART "
007900                               "CONTROL RECORD IS NOT USABLE "
007910                               "- CONVERT OR DELETE DIVCTL"
007920                           MOVE 16 TO RETURN-CODE
007930                           STOP RUN
007940                       END-IF
007950                       IF RC-RUN-COMPLETE
007960                           MOVE ZERO TO DIV-SKIP-COUNT
007970                           MOVE ZERO TO DIV-RECORDS-PROCESSED
007980                           MOVE ZERO TO DIV-RECORDS-REJECTED
007990                           MOVE ZERO TO DIV-SUM-OF-RESULTS
008000                           MOVE ZERO TO DIV-RECORDS-DUPLICATE
008010                           MOVE ZERO TO DIV-GLX-COUNT
008020                           MOVE ZERO TO DIV-GLX-AMOUNT
008030                           MOVE ZERO TO DIV-RECORDS-REVERSED
008040                           MOVE ZERO TO DIV-RECORDS-HELD
008050                           MOVE ZERO TO DIV-RECORDS-PARKED
008060                       ELSE
008070                           MOVE RC-LAST-COUNT TO DIV-SKIP-COUNT
008080                           MOVE RC-RECORDS-PROCESSED
008090                               TO DIV-RECORDS-PROCESSED
008100                           MOVE RC-RECORDS-REJECTED
008110                               TO DIV-RECORDS-REJECTED
008120                           MOVE RC-SUM-OF-RESULTS
008130                               TO DIV-SUM-OF-RESULTS
008140                           MOVE RC-RECORDS-DUPLICATE
008150                               TO DIV-RECORDS-DUPLICATE
008160                           MOVE RC-GLX-COUNT TO DIV-GLX-COUNT
008170                           MOVE RC-GLX-AMOUNT
008180                               TO DIV-GLX-AMOUNT
008190                           IF RC-RECORDS-REVERSED NUMERIC
008200                               MOVE RC-RECORDS-REVERSED
008210                                   TO DIV-RECORDS-REVERSED
008220                           ELSE
008230                               MOVE ZERO TO DIV-RECORDS-REVERSED
008240                           END-IF
008250                           IF RC-RECORDS-HELD NUMERIC
008260                               MOVE RC-RECORDS-HELD
008270                                   TO DIV-RECORDS-HELD
008280                           ELSE
008290                               MOVE ZERO TO DIV-RECORDS-HELD
008300                           END-IF
008310                           IF RC-RECORDS-PARKED NUMERIC
008320                               MOVE RC-RECORDS-PARKED
008330                                   TO DIV-RECORDS-PARKED
008340                           ELSE
008350                               MOVE ZERO TO DIV-RECORDS-PARKED
008360                           END-IF
008370                       END-IF
008380               END-READ
008390               CLOSE RESTART-CONTROL-FILE
008400           ELSE
008410               MOVE ZERO TO DIV-SKIP-COUNT
008420               MOVE ZERO TO DIV-RECORDS-PROCESSED
008430               MOVE ZERO TO DIV-RECORDS-REJECTED
008440               MOVE ZERO TO DIV-SUM-OF-RESULTS
008450               MOVE ZERO TO DIV-RECORDS-DUPLICATE
008460               MOVE ZERO TO DIV-GLX-COUNT
008470               MOVE ZERO TO DIV-GLX-AMOUNT
008480               MOVE ZERO TO DIV-RECORDS-REVERSED
008490               MOVE ZERO TO DIV-RECORDS-HELD
008500               MOVE ZERO TO DIV-RECORDS-PARKED
008510           END-IF.
008520       1100-EXIT.
008530           EXIT.
008540
008550*****************************************************************
008560*    1150-OPEN-BATCH-REGISTER - THE KEYED RECEIVED-BATCH        *
008570*    REGISTER (SOURCE SYSTEM + BATCH NUMBER) IS CONSULTED       *
008580*    DURING THE BATCH CONTROL PASS SO A RETRANSMITTED BATCH     *
008590*    CAN NEVER POST TWICE, AND IS UPDATED AT END OF JOB WITH    *
008600*    EVERY BATCH'S DISPOSITION.  A MISSING REGISTER IS BUILT    *
008610*    FRESH ON FIRST USE.                                        *
008620*****************************************************************
008630       1150-OPEN-BATCH-REGISTER.
008640           MOVE "N" TO DIV-REGISTER-NEW-SW.
008650           OPEN I-O BATCH-REGISTER-FILE.
008660           IF DIV-REGISTER-STATUS = "35"
008670               OR DIV-REGISTER-STATUS = "05"
008680               OPEN OUTPUT BATCH-REGISTER-FILE
008690               MOVE "Y" TO DIV-REGISTER-NEW-SW
008700           END-IF.
008710           IF DIV-REGISTER-STATUS NOT = "00"
008720               DISPLAY "08_REDEFINES - DIVBRG OPEN FAILED, STS = "
008730                   DIV-REGISTER-STATUS
008740               MOVE 16 TO RETURN-CODE
008750               STOP RUN
008760           END-IF.
008770       1150-EXIT.
008780           EXIT.
008790
008800*****************************************************************
008810*    1170-OPEN-BUSINESS-DATE - THE DAY-STATUS CONTROL FILE      *
008820*    ENFORCES ONE POSTING CYCLE PER BUSINESS DATE.  A FRESH     *
008830*    (NON-RESTART) RUN FOR A DATE ALREADY MARKED COMPLETE OR    *
008840*    BALANCED IS REFUSED BEFORE ANY POSTING STARTS; OTHERWISE   *
008850*    THE DATE IS MARKED OPEN FOR THE DURATION OF THE RUN.       *
008860*****************************************************************
008870       1170-OPEN-BUSINESS-DATE.
008880           MOVE "N" TO DIV-DAY-NEW-SW.
008890           OPEN I-O DAY-STATUS-FILE.
008900           IF DIV-DAY-STATUS = "35" OR DIV-DAY-STATUS = "05"
008910               OPEN OUTPUT DAY-STATUS-FILE
008920               MOVE "Y" TO DIV-DAY-NEW-SW
008930           END-IF.
008940           IF DIV-DAY-STATUS NOT = "00"
008950               DISPLAY "08_REDEFINES - DIVDAY OPEN FAILED, STS = "
008960                   DIV-DAY-STATUS
008970               MOVE 16 TO RETURN-CODE
008980               STOP RUN
008990           END-IF.
009000           MOVE "N" TO DIV-DAY-FOUND-SW.
009010           IF NOT DIV-DAY-NEW
009020               MOVE DIV-RUN-DATE-YMD TO DS-DATE
009030               READ DAY-STATUS-FILE
009040                   INVALID KEY
009050                       CONTINUE
009060                   NOT INVALID KEY
009070                       MOVE "Y" TO DIV-DAY-FOUND-SW
009080               END-READ
009090           END-IF.
009100           IF DIV-DAY-FOUND
009110               AND NOT DS-OPEN
009120               AND DIV-SKIP-COUNT = ZERO
009130               DISPLAY "08_REDEFINES - BUSINESS DATE "
009140                   DIV-RUN-DATE-YMD " IS ALREADY CLOSED - "
009150                   "POSTING REFUSED"
009160               MOVE 12 TO RETURN-CODE
009170               STOP RUN
009180           END-IF.
009190           ACCEPT DIV-CDT-TIME FROM TIME.
009200           IF DIV-DAY-FOUND
009210               MOVE "O" TO DS-STATUS-CD
009220               MOVE DIV-CDT-TIME TO DS-OPEN-TIME
009230               REWRITE DAY-STATUS-RECORD
009240           ELSE
009250               MOVE SPACES TO DAY-STATUS-RECORD
009260               MOVE DIV-RUN-DATE-YMD TO DS-DATE
009270               MOVE "O" TO DS-STATUS-CD
009280               MOVE DIV-CDT-TIME TO DS-OPEN-TIME
009290               MOVE ZERO TO DS-COMPLETE-TIME
009300               MOVE ZERO TO DS-BALANCED-DATE
009310               WRITE DAY-STATUS-RECORD
009320           END-IF.
009330       1170-EXIT.
009340           EXIT.
009350
009360*****************************************************************
009370*    1180-OPEN-BUDGET-FILE - THE COST-CENTER PERIOD BUDGET      *
009380*    FILE IS READ TO HOLD A SET THAT WOULD TAKE A CENTER OVER   *
009390*    BUDGET AND, IN PROCESS MODE, UPDATED WITH EVERY SHARE      *
009400*    POSTED OR REVERSED.  WITHOUT THE FILE THE RUN POSTS WITH   *
009410*    NO BUDGET CONTROL.                                         *
009420*****************************************************************
009430       1180-OPEN-BUDGET-FILE.
009440           MOVE "N" TO DIV-BUDGET-SW.
009450           IF DIV-MODE-PROCESS
009460               OPEN I-O BUDGET-FILE
009470           ELSE
009480               OPEN INPUT BUDGET-FILE
009490           END-IF.
009500           IF DIV-BUDGET-STATUS = "35"
009510               DISPLAY "08_REDEFINES - NO DIVBUD FILE - POSTING "
009520                   "WITHOUT BUDGET CONTROL"
009530               GO TO 1180-EXIT
009540           END-IF.
009550           IF DIV-BUDGET-STATUS NOT = "00"
009560               DISPLAY "08_REDEFINES - DIVBUD OPEN FAILED, STS = "
009570                   DIV-BUDGET-STATUS
009580               MOVE 16 TO RETURN-CODE
009590               STOP RUN
009600           END-IF.
009610           MOVE "Y" TO DIV-BUDGET-SW.
009620       1180-EXIT.
009630           EXIT.
009640
009650*****************************************************************
009660*    1185-OPEN-PENDING-FILE - THE DIVPND PENDING-APPROVAL FILE  *
009670*    TAKES EVERY REQUEST HELD OVER THE APPROVAL LIMIT AND IS    *
009680*    CONSULTED FOR EVERY RECORD RELEASED BY 08_DIVAPV.  A       *
009690*    PROCESS RUN BUILDS IT FRESH ON FIRST USE; A REPORT-ONLY    *
009700*    RUN READS IT WHEN IT IS THERE.                             *
009710*****************************************************************
009720       1185-OPEN-PENDING-FILE.
009730           MOVE "N" TO DIV-PENDING-SW.
009740           IF DIV-MODE-REPORT-ONLY
009750               OPEN INPUT PENDING-FILE
009760               IF DIV-PENDING-STATUS = "35"
009770                   GO TO 1185-EXIT
009780               END-IF
009790           ELSE
009800               OPEN I-O PENDING-FILE
009810               IF DIV-PENDING-STATUS = "35"
009820                   OR DIV-PENDING-STATUS = "05"
009830                   OPEN OUTPUT PENDING-FILE
009840                   CLOSE PENDING-FILE
009850                   OPEN I-O PENDING-FILE
009860               END-IF
009870           END-IF.
009880           IF DIV-PENDING-STATUS NOT = "00"
009890               DISPLAY "08_REDEFINES - DIVPND OPEN FAILED, STS = "
009900                   DIV-PENDING-STATUS
009910               MOVE 16 TO RETURN-CODE
009920               STOP RUN
009930           END-IF.
009940           MOVE "Y" TO DIV-PENDING-SW.
009950       1185-EXIT.
009960           EXIT.
009970
009980*****************************************************************
009990*    1187-OPEN-WAREHOUSE-FILE - THE DIVWHS WAREHOUSE TAKES      *
010000*    EVERY REQUEST OR SET WHOSE EFFECTIVE DATE IS STILL TO      *
010010*    COME.  A PROCESS RUN BUILDS IT FRESH ON FIRST USE; A       *
010020*    REPORT-ONLY RUN ONLY LISTS WHAT WOULD BE PARKED AND DOES   *
010030*    NOT NEED IT.                                               *
010040*****************************************************************
010050       1187-OPEN-WAREHOUSE-FILE.
010060           MOVE "N" TO DIV-WAREHOUSE-SW.
010070           IF DIV-MODE-REPORT-ONLY
010080               GO TO 1187-EXIT
010090           END-IF.
010100           OPEN I-O WAREHOUSE-FILE.
010110           IF DIV-WAREHOUSE-STATUS = "35"
010120               OR DIV-WAREHOUSE-STATUS = "05"
010130               OPEN OUTPUT WAREHOUSE-FILE
010140               CLOSE WAREHOUSE-FILE
010150               OPEN I-O WAREHOUSE-FILE
010160           END-IF.
010170           IF DIV-WAREHOUSE-STATUS NOT = "00"
010180               DISPLAY "08_REDEFINES - DIVWHS OPEN FAILED, STS = "
010190                   DIV-WAREHOUSE-STATUS
010200               MOVE 16 TO RETURN-CODE
010210               STOP RUN
010220           END-IF.
010230           MOVE "Y" TO DIV-WAREHOUSE-SW.
010240       1187-EXIT.
010250           EXIT.
010260
010270*****************************************************************
010280*    1190-BEGIN-STEP - RECORD THE START OF THE POSTING STEP     *
010290*    FOR THE BUSINESS DATE.  08_REDEFINES HEADS THE CHAIN, SO   *
010300*    08_DIVSTP HAS NO PREDECESSOR TO CHECK; IT ONLY REFUSES     *
010310*    WHEN THE STEP-STATUS FILE CANNOT BE USED.                  *
010320*****************************************************************
010330       1190-BEGIN-STEP.
010340           MOVE SPACES TO step-parms.
010350           MOVE "B" TO step-function.
010360           MOVE "08_REDEFINES" TO step-name.
010370           MOVE DIV-RUN-DATE-YMD TO step-date.
010380           MOVE ZERO TO step-return-code.
010390           CALL "08_DIVSTP" USING step-parms.
010400           IF step-verdict NOT = ZERO
010410               DISPLAY "08_REDEFINES - STEP NOT RELEASED FOR "
010420                   "DATE " DIV-RUN-DATE-YMD " - POSTING REFUSED"
010430               MOVE step-verdict TO RETURN-CODE
010440               STOP RUN
010450           END-IF.
010460       1190-EXIT.
010470           EXIT.
010480
010490*****************************************************************
010500*    1200-WRITE-REPORT-HEADING - RUN-DATE HEADING, REPRINTED   *
010510*    AT THE TOP OF EVERY PAGE.                                  *
010520*****************************************************************
010530       1200-WRITE-REPORT-HEADING.
010540           ADD 1 TO DIV-PAGE-NO.
010550           MOVE ZERO TO DIV-LINE-COUNT.
010560           STRING DIV-RUN-YYYY "-" DIV-RUN-MM "-" DIV-RUN-DD
010570               DELIMITED BY SIZE INTO RPT-RUN-DATE.
010580           MOVE DIV-PAGE-NO TO RPT-PAGE-NO.
010590           MOVE RPT-HEADING-LINE-1 TO DIVISION-REPORT-RECORD.
010600           WRITE DIVISION-REPORT-RECORD AFTER ADVANCING PAGE.
010610           MOVE RPT-HEADING-LINE-2 TO DIVISION-REPORT-RECORD.
010620           WRITE DIVISION-REPORT-RECORD AFTER ADVANCING 2 LINES.
010630           ADD 2 TO DIV-LINE-COUNT.
010640       1200-EXIT.
010650           EXIT.
010660
010670*****************************************************************
010680*    1250-WRITE-OPTIONS-ECHO - PAGE 1 DOCUMENTS THE OPTIONS IN  *
010690*    EFFECT SO EVERY PRINTED RUN SHOWS HOW IT WAS CONFIGURED.   *
010700*****************************************************************
010710       1250-WRITE-OPTIONS-ECHO.
010720           MOVE DIV-CHECKPOINT-INTERVAL TO RPT-OPT-CHECKPOINT.
010730           MOVE DIV-LINES-PER-PAGE TO RPT-OPT-LINES.
010740           IF DIV-MODE-REPORT-ONLY
010750               MOVE "REPORT ONLY" TO RPT-OPT-MODE
010760           ELSE
010770               MOVE "PROCESS" TO RPT-OPT-MODE
010780           END-IF.
010790           IF DIV-APPROVAL-LIMIT = ZERO
010800               MOVE "NONE" TO RPT-OPT-LIMIT-X
010810           ELSE
010820               MOVE DIV-APPROVAL-LIMIT TO RPT-OPT-LIMIT
010830           END-IF.
010840           MOVE RPT-OPTIONS-LINE TO DIVISION-REPORT-RECORD.
010850           WRITE DIVISION-REPORT-RECORD AFTER ADVANCING 2 LINES.
010860           ADD 2 TO DIV-LINE-COUNT.
010870       1250-EXIT.
010880           EXIT.
010890
010900*****************************************************************
010910*    1300-VERIFY-BATCH-CONTROLS - PRE-POSTING PASS OVER THE     *
010920*    DIVISION-REQUEST FILE.  THE FILE MAY CARRY ANY NUMBER OF   *
010930*    STACKED HDR/TRL BATCHES; EACH BATCH'S TRAILER RECORD      *
010940*    COUNT AND NUM1 HASH TOTAL ARE VERIFIED ON THEIR OWN, AND   *
010950*    A BATCH THAT FAILS ITS CONTROLS IS MARKED FOR REJECTION    *
010960*    WITHOUT ABANDONING THE BATCHES BEHIND IT.  ONLY A FILE     *
010970*    WITH NO USABLE BATCH STRUCTURE AT ALL STOPS THE RUN.       *
010980*    THE FILE IS RE-OPENED FOR THE MAIN LOOP.                   *
010990*****************************************************************
011000       1300-VERIFY-BATCH-CONTROLS.
011010           MOVE ZERO TO DIV-BAT-COUNT.
011020           PERFORM 1310-READ-BATCH-RECORD THRU 1310-EXIT.
011030           IF DIV-END-OF-FILE OR NOT BH-HEADER
011040               DISPLAY "08_REDEFINES - DIVREQ HAS NO BATCH HEADER"
011050               MOVE 12 TO RETURN-CODE
011060               STOP RUN
011070           END-IF.
011080           PERFORM 1305-VERIFY-ONE-BATCH THRU 1305-EXIT
011090               UNTIL DIV-END-OF-FILE.
011100           MOVE "N" TO DIV-EOF-SWITCH.
011110           CLOSE DIVISION-REQUEST-FILE.
011120           OPEN INPUT DIVISION-REQUEST-FILE.
011130           IF DIV-REQUEST-STATUS NOT = "00"
011140               DISPLAY "08_REDEFINES - DIVREQ RE-OPEN FAILED, "
011150                   "STS = " DIV-REQUEST-STATUS
011160               MOVE 16 TO RETURN-CODE
011170               STOP RUN
011180           END-IF.
011190       1300-EXIT.
011200           EXIT.
011210
011220*****************************************************************
011230*    1305-VERIFY-ONE-BATCH - THE CURRENT RECORD IS EXPECTED TO  *
011240*    BE A BATCH HEADER.  TALLY THE DATA RECORDS BEHIND IT UP    *
011250*    TO ITS TRAILER (OR TO THE NEXT HEADER WHEN THE TRAILER IS  *
011260*    MISSING) AND RECORD THE BATCH'S CONTROL VERDICT IN THE     *
011270*    BATCH TABLE FOR THE MAIN LOOP AND THE REPORT SUBTOTALS.    *
011280*****************************************************************
011290       1305-VERIFY-ONE-BATCH.
011300           IF NOT BH-HEADER
011310               DISPLAY "08_REDEFINES - RECORDS FOUND OUTSIDE "
011320                   "BATCH CONTROLS"
011330               MOVE 12 TO RETURN-CODE
011340               STOP RUN
011350           END-IF.
011360           IF DIV-BAT-COUNT = 100
011370               DISPLAY "08_REDEFINES - MORE THAN 100 BATCHES "
011380                   "ON DIVREQ"
011390               MOVE 12 TO RETURN-CODE
011400               STOP RUN
011410           END-IF.
011420           ADD 1 TO DIV-BAT-COUNT.
011430           MOVE BH-SOURCE-SYSTEM
011440               TO DIV-BAT-SOURCE (DIV-BAT-COUNT).
011450           MOVE BH-BATCH-NO TO DIV-BAT-NO (DIV-BAT-COUNT).
011460           MOVE "G" TO DIV-BAT-STATUS-CD (DIV-BAT-COUNT).
011470           MOVE SPACES TO DIV-BAT-REASON (DIV-BAT-COUNT).
011480           MOVE ZERO TO DIV-BAT-EXP-COUNT (DIV-BAT-COUNT).
011490           MOVE ZERO TO DIV-BAT-EXP-HASH (DIV-BAT-COUNT).
011500           MOVE ZERO TO DIV-BAT-PROCESSED (DIV-BAT-COUNT).
011510           MOVE ZERO TO DIV-BAT-REJECTED (DIV-BAT-COUNT).
011520           DISPLAY "08_REDEFINES - BATCH " BH-BATCH-NO " FROM "
011530               BH-SOURCE-SYSTEM " CREATED " BH-CREATE-DATE.
011540           IF DIV-MODE-PROCESS AND NOT DIV-REGISTER-NEW
011550               PERFORM 1307-CHECK-BATCH-REGISTER THRU 1307-EXIT
011560           END-IF.
011570           IF NOT DIV-BAT-DUP (DIV-BAT-COUNT)
011580               PERFORM 1308-CHECK-FILE-DUPLICATE THRU 1308-EXIT
011590           END-IF.
011600           MOVE ZERO TO DIV-BATCH-DATA-COUNT.
011610           MOVE ZERO TO DIV-BATCH-HASH-NUM1.
011620           MOVE "N" TO DIV-BATCH-TRL-SW.
011630           MOVE "N" TO DIV-BAT-NEWHDR-SW.
011640           MOVE "Y" TO DIV-BAT-TRLNUM-SW.
011650           PERFORM 1310-READ-BATCH-RECORD THRU 1310-EXIT.
011660           PERFORM 1320-TALLY-BATCH-RECORD THRU 1320-EXIT
011670               UNTIL DIV-END-OF-FILE OR DIV-BATCH-TRL-FOUND
011680                   OR DIV-BAT-NEW-HEADER.
011690           MOVE DIV-BATCH-DATA-COUNT
011700               TO DIV-BAT-RCV-COUNT (DIV-BAT-COUNT).
011710           MOVE DIV-BATCH-HASH-NUM1
011720               TO DIV-BAT-RCV-HASH (DIV-BAT-COUNT).
011730           IF DIV-BAT-DUP (DIV-BAT-COUNT)
011740               GO TO 1305-NEXT
011750           END-IF.
011760           IF NOT DIV-BATCH-TRL-FOUND
011770               MOVE "BATCH TRAILER MISSING"
011780                   TO DIV-BAT-REASON (DIV-BAT-COUNT)
011790               GO TO 1305-MARK-BAD
011800           END-IF.
011810           IF NOT DIV-BAT-TRAILER-NUMERIC
011820               MOVE "BATCH TRAILER IS NOT NUMERIC"
011830                   TO DIV-BAT-REASON (DIV-BAT-COUNT)
011840               GO TO 1305-MARK-BAD
011850           END-IF.
011860           MOVE DIV-BATCH-EXP-COUNT
011870               TO DIV-BAT-EXP-COUNT (DIV-BAT-COUNT).
011880           MOVE DIV-BATCH-EXP-HASH
011890               TO DIV-BAT-EXP-HASH (DIV-BAT-COUNT).
011900           IF DIV-BATCH-DATA-COUNT NOT = DIV-BATCH-EXP-COUNT
011910               DISPLAY "08_REDEFINES - BATCH COUNT MISMATCH, "
011920                   "TRAILER " DIV-BATCH-EXP-COUNT
011930                   " RECEIVED " DIV-BATCH-DATA-COUNT
011940               MOVE "BATCH RECORD COUNT MISMATCH"
011950                   TO DIV-BAT-REASON (DIV-BAT-COUNT)
011960               GO TO 1305-MARK-BAD
011970           END-IF.
011980           IF DIV-BATCH-HASH-NUM1 NOT = DIV-BATCH-EXP-HASH
011990               DISPLAY "08_REDEFINES - BATCH HASH MISMATCH, "
012000                   "TRAILER " DIV-BATCH-EXP-HASH
012010                   " COMPUTED " DIV-BATCH-HASH-NUM1
012020               MOVE "BATCH NUM1 HASH MISMATCH"
012030                   TO DIV-BAT-REASON (DIV-BAT-COUNT)
012040               GO TO 1305-MARK-BAD
012050           END-IF.
012060           GO TO 1305-NEXT.
012070       1305-MARK-BAD.
012080           MOVE "B" TO DIV-BAT-STATUS-CD (DIV-BAT-COUNT).
012090           MOVE "Y" TO DIV-BAT-ANY-BAD-SW.
012100           DISPLAY "08_REDEFINES - BATCH "
012110               DIV-BAT-NO (DIV-BAT-COUNT) " FROM "
012120               DIV-BAT-SOURCE (DIV-BAT-COUNT) " REJECTED - "
012130               DIV-BAT-REASON (DIV-BAT-COUNT).
012140       1305-NEXT.
012150           IF DIV-BATCH-TRL-FOUND
012160               PERFORM 1310-READ-BATCH-RECORD THRU 1310-EXIT
012170           END-IF.
012180       1305-EXIT.
012190           EXIT.
012200
012210*****************************************************************
012220*    1307-CHECK-BATCH-REGISTER - A BATCH WHOSE SOURCE SYSTEM    *
012230*    AND NUMBER ARE ALREADY ON THE REGISTER AS POSTED IS A      *
012240*    RETRANSMISSION - IT IS TURNED AWAY WHOLE, HOWEVER FRESH    *
012250*    ITS REQUEST IDS LOOK.                                      *
012260*****************************************************************
012270       1307-CHECK-BATCH-REGISTER.
012280           MOVE BH-SOURCE-SYSTEM TO BR-SOURCE-SYSTEM.
012290           MOVE BH-BATCH-NO TO BR-BATCH-NO.
012300           READ BATCH-REGISTER-FILE
012310               INVALID KEY
012320                   GO TO 1307-EXIT
012330           END-READ.
012340           IF BR-POSTED
012350               MOVE "D" TO DIV-BAT-STATUS-CD (DIV-BAT-COUNT)
012360               MOVE "BATCH ALREADY POSTED"
012370                   TO DIV-BAT-REASON (DIV-BAT-COUNT)
012380               MOVE "Y" TO DIV-BAT-ANY-BAD-SW
012390               DISPLAY "08_REDEFINES - BATCH "
012400                   DIV-BAT-NO (DIV-BAT-COUNT) " FROM "
012410                   DIV-BAT-SOURCE (DIV-BAT-COUNT)
012420                   " ALREADY POSTED - TURNED AWAY"
012430           END-IF.
012440       1307-EXIT.
012450           EXIT.
012460
012470*****************************************************************
012480*    1308-CHECK-FILE-DUPLICATE - THE SAME SOURCE SYSTEM AND     *
012490*    BATCH NUMBER STACKED TWICE IN ONE DIVREQ FILE IS JUST AS   *
012500*    MUCH A RETRANSMISSION AS ONE ARRIVING TOMORROW - THE       *
012510*    LATER OCCURRENCE IS TURNED AWAY WHOLE.                     *
012520*****************************************************************
012530       1308-CHECK-FILE-DUPLICATE.
012540           IF DIV-BAT-COUNT < 2
012550               GO TO 1308-EXIT
012560           END-IF.
012570           PERFORM 1309-SCAN-PRIOR-BATCHES THRU 1309-EXIT
012580               VARYING DIV-BAT-IX FROM 1 BY 1
012590               UNTIL DIV-BAT-IX = DIV-BAT-COUNT
012600                   OR DIV-BAT-DUP (DIV-BAT-COUNT).
012610       1308-EXIT.
012620           EXIT.
012630 
012640       1309-SCAN-PRIOR-BATCHES.
012650           IF DIV-BAT-SOURCE (DIV-BAT-IX)
012660               = DIV-BAT-SOURCE (DIV-BAT-COUNT)
012670               AND DIV-BAT-NO (DIV-BAT-IX)
012680                   = DIV-BAT-NO (DIV-BAT-COUNT)
012690               MOVE "D" TO DIV-BAT-STATUS-CD (DIV-BAT-COUNT)
012700               MOVE "DUPLICATE BATCH IN FILE"
012710                   TO DIV-BAT-REASON (DIV-BAT-COUNT)
012720               MOVE "Y" TO DIV-BAT-ANY-BAD-SW
012730               DISPLAY "08_REDEFINES - BATCH "
012740                   DIV-BAT-NO (DIV-BAT-COUNT) " FROM "
012750                   DIV-BAT-SOURCE (DIV-BAT-COUNT)
012760                   " STACKED TWICE - TURNED AWAY"
012770           END-IF.
012780       1309-EXIT.
012790           EXIT.
012800
012810       1310-READ-BATCH-RECORD.
012820           READ DIVISION-REQUEST-FILE
012830               AT END
012840                   MOVE "Y" TO DIV-EOF-SWITCH
012850           END-READ.
012860       1310-EXIT.
012870           EXIT.
012880
012890       1320-TALLY-BATCH-RECORD.
012900           IF BH-HEADER
012910               MOVE "Y" TO DIV-BAT-NEWHDR-SW
012920               GO TO 1320-EXIT
012930           END-IF.
012940           IF BT-TRAILER
012950               MOVE "Y" TO DIV-BATCH-TRL-SW
012960               IF BT-RECORD-COUNT NOT NUMERIC
012970                   OR BT-HASH-NUM1 NOT NUMERIC
012980                   MOVE "N" TO DIV-BAT-TRLNUM-SW
012990               ELSE
013000                   MOVE BT-RECORD-COUNT TO DIV-BATCH-EXP-COUNT
013010                   MOVE BT-HASH-NUM1 TO DIV-BATCH-EXP-HASH
013020               END-IF
013030               GO TO 1320-EXIT
013040           END-IF.
013050           ADD 1 TO DIV-BATCH-DATA-COUNT.
013060           IF SH-SET-HEADER OR SR-SET-SHARE OR RV-REVERSAL
013070               CONTINUE
013080           ELSE
013090               IF DR-NUM1 NUMERIC
013100                   IF DR-NUM1 < ZERO
013110                       SUBTRACT DR-NUM1
013120                           FROM DIV-BATCH-HASH-NUM1
013130                   ELSE
013140                       ADD DR-NUM1 TO DIV-BATCH-HASH-NUM1
013150                   END-IF
013160               END-IF
013170           END-IF.
013180           PERFORM 1310-READ-BATCH-RECORD THRU 1310-EXIT.
013190       1320-EXIT.
013200           EXIT.
013210
013220
013230*****************************************************************
013240*    1400-LOAD-POSTED-TABLE - READ THE AUDIT TRAIL AND KEEP     *
013250*    THE NUM1/NUM2 PAIRS ALREADY POSTED FOR THE RUN DATE ON     *
013260*    THE KEYED DIVDUP WORK FILE, SO A RE-SUBMITTED FEED         *
013270*    CANNOT DOUBLE-POST.  THE WORK FILES ARE REBUILT FRESH      *
013280*    EVERY RUN AND HAVE NO FIXED CAPACITY, SO THE DUPLICATE     *
013290*    AND RESTART CHECKS ARE COMPLETE AT ANY VOLUME.  PAIRS      *
013300*    POSTED DURING THIS RUN ARE ADDED AS THEY ARE AUDITED, SO   *
013310*    A DUPLICATE INSIDE ONE FILE IS CAUGHT TOO.  ONLY           *
013320*    ORDINARY REQUESTS ARE CHECKED - ALLOCATION SET TOTALS      *
013330*    MAY REPEAT LEGITIMATELY ACROSS SETS.                       *
013340*****************************************************************
013350       1400-LOAD-POSTED-TABLE.
013360           OPEN OUTPUT DUP-WORK-FILE.
013370           IF DIV-DUPWK-STATUS NOT = "00"
013380               DISPLAY "08_REDEFINES - DIVDUP OPEN FAILED, STS = "
013390                   DIV-DUPWK-STATUS
013400               MOVE 16 TO RETURN-CODE
013410               STOP RUN
013420           END-IF.
013430           OPEN OUTPUT SET-WORK-FILE.
013440           IF DIV-SETWK-STATUS NOT = "00"
013450               DISPLAY "08_REDEFINES - DIVSPW OPEN FAILED, STS = "
013460                   DIV-SETWK-STATUS
013470               MOVE 16 TO RETURN-CODE
013480               STOP RUN
013490           END-IF.
013500           OPEN INPUT DIVISION-AUDIT-FILE.
013510           IF DIV-AUDIT-STATUS NOT = "00"
013520               MOVE "N" TO DIV-EOF-SWITCH
013530               GO TO 1400-REOPEN
013540           END-IF.
013550           MOVE "N" TO DIV-EOF-SWITCH.
013560           PERFORM 1410-READ-AUDIT-ROW THRU 1410-EXIT.
013570           PERFORM 1420-STORE-POSTED-PAIR THRU 1420-EXIT
013580               UNTIL DIV-END-OF-FILE.
013590           CLOSE DIVISION-AUDIT-FILE.
013600           MOVE "N" TO DIV-EOF-SWITCH.
013610       1400-REOPEN.
013620           CLOSE DUP-WORK-FILE.
013630           CLOSE SET-WORK-FILE.
013640           OPEN I-O DUP-WORK-FILE.
013650           OPEN I-O SET-WORK-FILE.
013660       1400-EXIT.
013670           EXIT.
013680
013690       1410-READ-AUDIT-ROW.
013700           READ DIVISION-AUDIT-FILE
013710               AT END
013720                   MOVE "Y" TO DIV-EOF-SWITCH
013730           END-READ.
013740       1410-EXIT.
013750           EXIT.
013760
013770       1420-STORE-POSTED-PAIR.
013780           IF AU-CHECK-VALUE NUMERIC
013790               MOVE AU-CHECK-VALUE TO DIV-AUDIT-PRIOR-CHECK
013800           ELSE
013810               MOVE ZERO TO DIV-AUDIT-PRIOR-CHECK
013820           END-IF.
013830           IF AU-DATE = DIV-RUN-DATE-YMD
013840               AND AU-RUN-SEQ-NO NUMERIC
013850               MOVE AU-RUN-SEQ-NO TO DIV-AUDIT-SEQ-NO
013860           ELSE
013870               MOVE ZERO TO DIV-AUDIT-SEQ-NO
013880           END-IF.
013890           IF AU-DATE = DIV-RUN-DATE-YMD
013900               IF AU-SET-SHARE-ROW
013910                   PERFORM 1430-NOTE-POSTED-SET THRU 1430-EXIT
013920               ELSE
013930                   IF AU-REVERSAL-ROW
013940                       PERFORM 1440-NOTE-POSTED-REVERSAL
013950                           THRU 1440-EXIT
013960                   ELSE
013970                       MOVE AU-NUM1 TO DIV-DUP-KEY-NUM1
013980                       MOVE AU-NUM2 TO DIV-DUP-KEY-NUM2
013990                       MOVE "A" TO DIV-DUP-ORG-WORK
014000                       IF AU-SOURCE-READNO NUMERIC
014010                           MOVE AU-SOURCE-READNO
014020                               TO DIV-DUP-READNO-WORK
014030                       ELSE
014040                           MOVE ZERO TO DIV-DUP-READNO-WORK
014050                       END-IF
014060                       PERFORM 1450-ADD-POSTED-PAIR THRU 1450-EXIT
014070                   END-IF
014080               END-IF
014090           END-IF.
014100           PERFORM 1410-READ-AUDIT-ROW THRU 1410-EXIT.
014110       1420-EXIT.
014120           EXIT.
014130
014140       1450-ADD-POSTED-PAIR.
014150           MOVE SPACES TO DUP-WORK-RECORD.
014160           MOVE DIV-DUP-KEY-NUM1 TO DW-NUM1.
014170           MOVE DIV-DUP-KEY-NUM2 TO DW-NUM2.
014180           MOVE DIV-DUP-ORG-WORK TO DW-ORIGIN-CD.
014190           MOVE DIV-DUP-READNO-WORK TO DW-READNO.
014200           WRITE DUP-WORK-RECORD
014210               INVALID KEY
014220                   CONTINUE
014230           END-WRITE.
014240       1450-EXIT.
014250           EXIT.
014260
014270*****************************************************************
014280*    1430-NOTE-POSTED-SET - ON A RESTART, REMEMBER HOW MANY     *
014290*    AUDIT ROWS EACH ALLOCATION SET ALREADY HAS FOR THE RUN     *
014300*    DATE, SO A SET CUT OFF BY THE ABEND RESUMES WITHOUT        *
014310*    DOUBLING ITS ROWS.                                         *
014320*****************************************************************
014330       1430-NOTE-POSTED-SET.
014340           IF DIV-SKIP-COUNT = ZERO
014350               GO TO 1430-EXIT
014360           END-IF.
014370           MOVE AU-REQUEST-ID TO DIV-SPT-KEY.
014380           PERFORM 1435-FIND-POSTED-SET THRU 1435-EXIT.
014390           IF DIV-SPT-FOUND
014400               ADD 1 TO SW-ROWS
014410               REWRITE SET-WORK-RECORD
014420           ELSE
014430               MOVE SPACES TO SET-WORK-RECORD
014440               MOVE DIV-SPT-KEY TO SW-SET-ID
014450               MOVE 1 TO SW-ROWS
014460               WRITE SET-WORK-RECORD
014470                   INVALID KEY
014480                       CONTINUE
014490               END-WRITE
014500           END-IF.
014510       1430-EXIT.
014520           EXIT.
014530
014540       1435-FIND-POSTED-SET.
014550           MOVE "N" TO DIV-SPT-FOUND-SW.
014560           MOVE DIV-SPT-KEY TO SW-SET-ID.
014570           READ SET-WORK-FILE
014580               INVALID KEY
014590                   CONTINUE
014600               NOT INVALID KEY
014610                   MOVE "Y" TO DIV-SPT-FOUND-SW
014620           END-READ.
014630       1435-EXIT.
014640           EXIT.
014650
014660*****************************************************************
014670*    1440-NOTE-POSTED-REVERSAL - ON A RESTART, REMEMBER EACH    *
014680*    REVERSAL RECORD PAST THE CHECKPOINT THAT ALREADY WROTE     *
014690*    "V" ROWS, KEYED BY ITS READ POSITION AND THE REVERSED ID,  *
014700*    SO ITS MASTER ROWS ALREADY MARKED ARE RECOVERED RATHER     *
014710*    THAN TURNED AWAY AS ALREADY REVERSED.                      *
014720*****************************************************************
014730       1440-NOTE-POSTED-REVERSAL.
014740           IF DIV-SKIP-COUNT = ZERO
014750               OR AU-SOURCE-READNO NOT NUMERIC
014760               GO TO 1440-EXIT
014770           END-IF.
014780           IF AU-SOURCE-READNO NOT > DIV-SKIP-COUNT
014790               GO TO 1440-EXIT
014800           END-IF.
014810           MOVE AU-SOURCE-READNO TO DIV-RDK-READNO.
014820           MOVE DIV-REV-DUP-KEY TO DIV-DUP-KEY-NUM1.
014830           MOVE AU-REQUEST-ID TO DIV-DUP-KEY-NUM2.
014840           MOVE "A" TO DIV-DUP-ORG-WORK.
014850           MOVE AU-SOURCE-READNO TO DIV-DUP-READNO-WORK.
014860           PERFORM 1450-ADD-POSTED-PAIR THRU 1450-EXIT.
014870       1440-EXIT.
014880           EXIT.
014890
014900*****************************************************************
014910*    1500-LOAD-REJECTED-READNOS - ON A RESTART, RECORD THE     *
014920*    SOURCE POSITIONS ALREADY ON THE REJECTS FILE BEYOND THE    *
014930*    CHECKPOINT ON THE KEYED DIVRJW WORK FILE, SO A RECORD      *
014940*    REJECTED JUST BEFORE THE ABEND IS NOT WRITTEN TO THE       *
014950*    LISTING A SECOND TIME.  THE WORK FILE IS REBUILT FRESH     *
014960*    EVERY RUN AND HAS NO FIXED CAPACITY.                       *
014970*****************************************************************
014980       1500-LOAD-REJECTED-READNOS.
014990           OPEN OUTPUT REJ-WORK-FILE.
015000           IF DIV-REJWK-STATUS NOT = "00"
015010               DISPLAY "08_REDEFINES - DIVRJW OPEN FAILED, STS = "
015020                   DIV-REJWK-STATUS
015030               MOVE 16 TO RETURN-CODE
015040               STOP RUN
015050           END-IF.
015060           IF DIV-SKIP-COUNT = ZERO
015070               GO TO 1500-REOPEN
015080           END-IF.
015090           OPEN INPUT DIVISION-REJECT-FILE.
015100           IF DIV-REJECT-STATUS NOT = "00"
015110               GO TO 1500-REOPEN
015120           END-IF.
015130           MOVE "N" TO DIV-EOF-SWITCH.
015140           PERFORM 1510-READ-REJECT-ROW THRU 1510-EXIT.
015150           PERFORM 1520-STORE-REJECT-READNO THRU 1520-EXIT
015160               UNTIL DIV-END-OF-FILE.
015170           CLOSE DIVISION-REJECT-FILE.
015180           MOVE "N" TO DIV-EOF-SWITCH.
015190       1500-REOPEN.
015200           CLOSE REJ-WORK-FILE.
015210           OPEN INPUT REJ-WORK-FILE.
015220       1500-EXIT.
015230           EXIT.
015240
015250       1510-READ-REJECT-ROW.
015260           READ DIVISION-REJECT-FILE
015270               AT END
015280                   MOVE "Y" TO DIV-EOF-SWITCH
015290           END-READ.
015300       1510-EXIT.
015310           EXIT.
015320
015330       1520-STORE-REJECT-READNO.
015340           IF RJ-SOURCE-READNO NUMERIC
015350               AND RJ-SOURCE-READNO > DIV-SKIP-COUNT
015360               MOVE SPACES TO REJ-WORK-RECORD
015370               MOVE RJ-SOURCE-READNO TO RW-READNO
015380               WRITE REJ-WORK-RECORD
015390                   INVALID KEY
015400                       CONTINUE
015410               END-WRITE
015420           END-IF.
015430           PERFORM 1510-READ-REJECT-ROW THRU 1510-EXIT.
015440       1520-EXIT.
015450           EXIT.
015460
015470*****************************************************************
015480*    2100-READ-REQUEST - READ THE NEXT NUM1/NUM2 PAIR FROM THE  *
015490*    DIVISION-REQUEST FILE.                                     *
015500*****************************************************************
015510       2100-READ-REQUEST.
015520           READ DIVISION-REQUEST-FILE
015530               AT END
015540                   MOVE "Y" TO DIV-EOF-SWITCH
015550               NOT AT END
015560                   IF BH-HEADER OR BT-TRAILER
015570                       MOVE "C" TO DIV-REQ-TYPE-CD
015580                       IF BH-HEADER
015590                           ADD 1 TO DIV-BAT-CURR
015600                       END-IF
015610                   ELSE
015620                       ADD 1 TO DIV-RECORDS-READ
015630                       IF SH-SET-HEADER
015640                           MOVE "S" TO DIV-REQ-TYPE-CD
015650                       ELSE
015660                           IF SR-SET-SHARE
015670                               MOVE "R" TO DIV-REQ-TYPE-CD
015680                           ELSE
015690                               IF RV-REVERSAL
015700                                   MOVE "V" TO DIV-REQ-TYPE-CD
015710                               ELSE
015720                                   MOVE "D" TO DIV-REQ-TYPE-CD
015730                                   MOVE DR-NUM1 TO var-num1-signed
015740                                   MOVE DR-NUM2 TO var-num2-signed
015750                               END-IF
015760                           END-IF
015770                       END-IF
015780                   END-IF
015790           END-READ.
015800       2100-EXIT.
015810           EXIT.
015820
015830*****************************************************************
015840*    2200-MAIN-LOOP - ONE ITERATION PER DIVISION-REQUEST       *
015850*    RECORD; SKIPS RECORDS ALREADY POSTED BEFORE THE LAST       *
015860*    CHECKPOINT AND CHECKPOINTS AGAIN EVERY DIV-CHECKPOINT-      *
015870*    INTERVAL RECORDS.                                          *
015880*****************************************************************
015890       2200-MAIN-LOOP.
015900           IF DIV-REQ-CONTROL
015910               CONTINUE
015920           ELSE
015930               IF DIV-BAT-CURR > ZERO
015940                   AND DIV-BAT-CURR NOT > DIV-BAT-COUNT
015950                   AND DIV-BAT-BAD (DIV-BAT-CURR)
015960                   PERFORM 2350-REJECT-BATCH-MEMBER
015970                       THRU 2350-EXIT
015980               ELSE
015990                   IF DIV-REQ-SET-HEADER
016000                       PERFORM 4500-PROCESS-SET THRU 4500-EXIT
016010                   ELSE
016020                       IF DIV-REQ-SET-SHARE
016030                           PERFORM 3600-REJECT-ORPHAN-SHARE
016040                               THRU 3600-EXIT
016050                       ELSE
016060                           IF DIV-REQ-REVERSAL
016070                               PERFORM 2400-PROCESS-REVERSAL
016080                                   THRU 2400-EXIT
016090                           ELSE
016100                               PERFORM 2300-PROCESS-DETAIL
016110                                   THRU 2300-EXIT
016120                           END-IF
016130                       END-IF
016140                   END-IF
016150               END-IF
016160           END-IF.
016170           IF NOT DIV-REQ-CONTROL
016180               AND NOT DIV-REQ-REVERSAL
016190               MOVE SPACES TO DIV-REV-PENDING-ID
016200           END-IF.
016210           IF NOT DIV-REQ-HELD
016220               PERFORM 7000-CHECKPOINT THRU 7000-EXIT
016230           END-IF.
016240           IF DIV-REQ-HELD
016250               MOVE "N" TO DIV-REQ-HELD-SW
016260           ELSE
016270               IF NOT DIV-END-OF-FILE
016280                   PERFORM 2100-READ-REQUEST THRU 2100-EXIT
016290               END-IF
016300           END-IF.
016310       2200-EXIT.
016320           EXIT.
016330
016340*****************************************************************
016350*    2300-PROCESS-DETAIL - ONE ORDINARY NUM1/NUM2 REQUEST,      *
016360*    SKIPPED WHEN IT ALREADY POSTED BEFORE THE LAST CHECKPOINT. *
016370*    A VALID REQUEST OVER THE APPROVAL LIMIT IS HELD INSTEAD.   *
016380*    ONE DATED LATER THAN THE RUN DATE IS PARKED FIRST, AND     *
016390*    MEETS THE APPROVAL LIMIT WHEN IT IS RELEASED.              *
016400*****************************************************************
016410       2300-PROCESS-DETAIL.
016420           IF DIV-RECORDS-READ NOT > DIV-SKIP-COUNT
016430               GO TO 2300-EXIT
016440           END-IF.
016450           PERFORM 3000-VALIDATE-RECORD THRU 3000-EXIT.
016460           MOVE "N" TO DIV-PARK-SW.
016470           IF DIV-RECORD-VALID
016480               MOVE DR-EFFECTIVE-DATE TO DIV-EFFECTIVE-DATE
016490               PERFORM 2800-CHECK-EFFECTIVE-DATE THRU 2800-EXIT
016500           END-IF.
016510           IF DIV-PARK-ITEM
016520               PERFORM 2850-PARK-DETAIL THRU 2850-EXIT
016530               GO TO 2300-EXIT
016540           END-IF.
016550           MOVE SPACE TO DIV-DUAL-CD.
016560           IF DIV-RECORD-VALID
016570               PERFORM 2500-CHECK-DUAL-CONTROL THRU 2500-EXIT
016580           END-IF.
016590           IF DIV-DUAL-HOLD
016600               PERFORM 2600-HOLD-DETAIL THRU 2600-EXIT
016610               GO TO 2300-EXIT
016620           END-IF.
016630           IF DIV-RECORD-VALID
016640               PERFORM 4000-CALCULATE THRU 4000-EXIT
016650               IF DIV-RETURN-CODE = ZERO
016660                   PERFORM 5000-WRITE-REPORT-LINE THRU 5000-EXIT
016670                   IF DIV-DUAL-RELEASED
016680                       PERFORM 5400-WRITE-APPROVED-LINE
016690                           THRU 5400-EXIT
016700                   END-IF
016710                   IF DIV-MODE-PROCESS
016720                       IF NOT DIV-RECOVERED
016730                           PERFORM 6000-WRITE-AUDIT
016740                               THRU 6000-EXIT
016750                       END-IF
016760                       PERFORM 6500-WRITE-RESULTS-MASTER
016770                           THRU 6500-EXIT
016780                       PERFORM 6700-WRITE-GL-EXTRACT
016790                           THRU 6700-EXIT
016800                       IF DIV-DUAL-RELEASED
016810                           PERFORM 2700-MARK-PENDING-POSTED
016820                               THRU 2700-EXIT
016830                       END-IF
016840                   END-IF
016850                   ADD 1 TO DIV-RECORDS-PROCESSED
016860                   ADD 1 TO DIV-BAT-PROCESSED (DIV-BAT-CURR)
016870                   ADD var-result-signed TO DIV-SUM-OF-RESULTS
016880               ELSE
016890                   MOVE "08_DIVSUB RETURNED A NON-ZERO CODE"
016900                       TO DIV-REJECT-REASON
016910                   PERFORM 3500-WRITE-REJECT THRU 3500-EXIT
016920                   ADD 1 TO DIV-RECORDS-REJECTED
016930                   ADD 1 TO DIV-BAT-REJECTED (DIV-BAT-CURR)
016940               END-IF
016950           ELSE
016960               PERFORM 3500-WRITE-REJECT THRU 3500-EXIT
016970               ADD 1 TO DIV-RECORDS-REJECTED
016980               ADD 1 TO DIV-BAT-REJECTED (DIV-BAT-CURR)
016990           END-IF.
017000       2300-EXIT.
017010           EXIT.
017020
017030*****************************************************************
017040*    2500-CHECK-DUAL-CONTROL - A REQUEST CARRYING A PENDING     *
017050*    REFERENCE WAS RELEASED BY 08_DIVAPV AND POSTS ONLY WHILE   *
017060*    IT STILL MATCHES ITS APPROVED DIVPND ENTRY.  ANY OTHER     *
017070*    REQUEST WHOSE NUM1 (SIGN IGNORED) IS OVER THE APPROVAL     *
017080*    LIMIT IS HELD FOR A SECOND PERSON'S SIGN-OFF.              *
017090*****************************************************************
017100       2500-CHECK-DUAL-CONTROL.
017110           IF DR-PENDING-REF NOT = SPACES
017120               MOVE DR-PENDING-REF TO DIV-PEND-REF-WORK
017130               MOVE DIVISION-REQUEST-RECORD TO DIV-PEND-IMAGE-WORK
017140               MOVE SPACES TO DIV-PIW-DETAIL-REF
017150               MOVE DIV-RECOVERED-SW TO DIV-PEND-RECOVERED-SW
017160               PERFORM 2550-VERIFY-RELEASE THRU 2550-EXIT
017170               IF DIV-DUAL-REFUSED
017180                   MOVE "N" TO DIV-VALID-RECORD-SW
017190               END-IF
017200               GO TO 2500-EXIT
017210           END-IF.
017220           IF DIV-APPROVAL-LIMIT = ZERO
017230               GO TO 2500-EXIT
017240           END-IF.
017250           MOVE var-num1-signed TO DIV-APPROVAL-AMT.
017260           IF DIV-APPROVAL-AMT > DIV-APPROVAL-LIMIT
017270               MOVE "H" TO DIV-DUAL-CD
017280           END-IF.
017290       2500-EXIT.
017300           EXIT.
017310
017320*****************************************************************
017330*    2550-VERIFY-RELEASE - THE DIVPND ENTRY NAMED BY THE        *
017340*    PENDING REFERENCE MUST HOLD EXACTLY THE RECORD RELEASED    *
017350*    (LESS ITS REFERENCE) AND MUST BE APPROVED.  AN ENTRY       *
017360*    ALREADY MARKED POSTED IS ACCEPTED ONLY FOR A RECORD        *
017370*    RECOVERED ON A RESTART OF THE SAME BUSINESS DATE; ANYTHING *
017380*    ELSE IS REFUSED AND THE RECORD IS REJECTED.                *
017390*****************************************************************
017400       2550-VERIFY-RELEASE.
017410           MOVE "A" TO DIV-DUAL-CD.
017420           IF NOT DIV-PENDING-OPEN
017430               MOVE "RELEASED ITEM - NO PENDING FILE"
017440                   TO DIV-REJECT-REASON
017450               GO TO 2550-REFUSE
017460           END-IF.
017470           MOVE DIV-PEND-REF-WORK TO PN-REF.
017480           MOVE ZERO TO PN-LINE-NO.
017490           READ PENDING-FILE
017500               INVALID KEY
017510                   MOVE "RELEASED ITEM NOT ON PENDING FILE"
017520                       TO DIV-REJECT-REASON
017530                   GO TO 2550-REFUSE
017540           END-READ.
017550           IF PN-REQUEST-IMAGE NOT = DIV-PEND-IMAGE-WORK
017560               MOVE "RELEASED ITEM DOES NOT MATCH APPROVAL"
017570                   TO DIV-REJECT-REASON
017580               GO TO 2550-REFUSE
017590           END-IF.
017600           IF PN-APPROVED
017610               GO TO 2550-ACCEPT
017620           END-IF.
017630           IF PN-POSTED
017640               IF DIV-PEND-RECOVERED
017650                   AND PN-POSTED-DATE = DIV-RUN-DATE-YMD
017660                   GO TO 2550-ACCEPT
017670               END-IF
017680               MOVE "RELEASED ITEM ALREADY POSTED"
017690                   TO DIV-REJECT-REASON
017700               GO TO 2550-REFUSE
017710           END-IF.
017720           MOVE "RELEASED ITEM IS NOT APPROVED"
017730               TO DIV-REJECT-REASON.
017740       2550-REFUSE.
017750           MOVE "X" TO DIV-DUAL-CD.
017760           GO TO 2550-EXIT.
017770       2550-ACCEPT.
017780           MOVE PN-APPROVER-ID TO DIV-PEND-APPROVER.
017790           MOVE PN-ACTION-DATE TO DIV-PEND-ACTION-DATE.
017800       2550-EXIT.
017810           EXIT.
017820
017830*****************************************************************
017840*    2600-HOLD-DETAIL - A DETAIL REQUEST OVER THE APPROVAL      *
017850*    LIMIT IS LISTED AND, IN PROCESS MODE, WRITTEN TO DIVPND TO *
017860*    WAIT FOR A SECOND PERSON'S SIGN-OFF.  IT IS NEITHER POSTED *
017870*    NOR REJECTED.  ITS REFERENCE IS THE RUN DATE AND ITS       *
017880*    POSITION ON DIVREQ, SO A RESTART FINDS THE ENTRY ALREADY   *
017890*    ON FILE AND LEAVES IT AS IT STANDS.                        *
017900*****************************************************************
017910       2600-HOLD-DETAIL.
017920           MOVE "B" TO DIV-PRW-ORIGIN-CD.
017930           MOVE DIV-RUN-DATE-YMD TO DIV-PRW-DATE.
017940           MOVE DIV-RECORDS-READ TO DIV-PRW-NO.
017950           MOVE DIV-BAT-SOURCE (DIV-BAT-CURR)
017960               TO DIV-PEND-SUBMITTER.
017970           MOVE "REQ " TO RPT-HELD-TYPE.
017980           MOVE DR-REQUEST-ID TO RPT-HELD-ID.
017990           MOVE var-num1-signed TO RPT-HELD-AMOUNT.
018000           PERFORM 5500-WRITE-HELD-LINE THRU 5500-EXIT.
018010           IF DIV-MODE-PROCESS
018020               INITIALIZE PENDING-APPROVAL-RECORD
018030               MOVE DIV-PEND-REF-WORK TO PN-REF
018040               MOVE ZERO TO PN-LINE-NO
018050               MOVE "D" TO PN-REQUEST-TYPE-CD
018060               MOVE DR-REQUEST-ID TO PN-REQUEST-ID
018070               MOVE var-num1-signed TO PN-AMOUNT
018080               MOVE DIVISION-REQUEST-RECORD TO DIV-PEND-IMAGE-WORK
018090               PERFORM 2650-WRITE-PENDING-ITEM THRU 2650-EXIT
018100           END-IF.
018110           ADD 1 TO DIV-RECORDS-HELD.
018120       2600-EXIT.
018130           EXIT.
018140
018150       2650-WRITE-PENDING-ITEM.
018160           ACCEPT DIV-CDT-TIME FROM TIME.
018170           MOVE "W" TO PN-STATUS-CD.
018180           MOVE DIV-PEND-SUBMITTER TO PN-SUBMITTER-ID.
018190           MOVE DIV-CDT-TIME TO PN-RECEIVED-TIME.
018200           MOVE DIV-PEND-IMAGE-WORK TO PN-REQUEST-IMAGE.
018210           WRITE PENDING-APPROVAL-RECORD
018220               INVALID KEY
018230                   CONTINUE
018240           END-WRITE.
018250       2650-EXIT.
018260           EXIT.
018270
018280*****************************************************************
018290*    2700-MARK-PENDING-POSTED - A RELEASED ITEM HAS POSTED; ITS *
018300*    DIVPND ENTRY IS MARKED POSTED FOR THE RUN DATE SO IT CAN   *
018310*    NEVER POST A SECOND TIME.  THE APPROVER STAYS ON THE       *
018320*    ENTRY.                                                     *
018330*****************************************************************
018340       2700-MARK-PENDING-POSTED.
018350           MOVE DIV-PEND-REF-WORK TO PN-REF.
018360           MOVE ZERO TO PN-LINE-NO.
018370           READ PENDING-FILE
018380               INVALID KEY
018390                   GO TO 2700-EXIT
018400           END-READ.
018410           MOVE "P" TO PN-STATUS-CD.
018420           MOVE DIV-RUN-DATE-YMD TO PN-POSTED-DATE.
018430           REWRITE PENDING-APPROVAL-RECORD.
018440       2700-EXIT.
018450           EXIT.
018460
018470*****************************************************************
018480*    2800-CHECK-EFFECTIVE-DATE - SPACES OR ZERO MEAN POST ON    *
018490*    RECEIPT.  ANYTHING ELSE MUST BE A YYYYMMDD DATE; ONE LATER *
018500*    THAN THE RUN DATE IS PARKED, ONE ALREADY ARRIVED POSTS.    *
018510*****************************************************************
018520       2800-CHECK-EFFECTIVE-DATE.
018530           MOVE "N" TO DIV-PARK-SW.
018540           IF DIV-EFFECTIVE-DATE = SPACES
018550               GO TO 2800-EXIT
018560           END-IF.
018570           IF DIV-EFFECTIVE-DATE NOT NUMERIC
018580               MOVE "N" TO DIV-VALID-RECORD-SW
018590               MOVE "EFFECTIVE DATE INVALID" TO DIV-REJECT-REASON
018600               GO TO 2800-EXIT
018610           END-IF.
018620           IF DIV-EFF-DATE-NUM = ZERO
018630               GO TO 2800-EXIT
018640           END-IF.
018650           IF DIV-EFF-MM < 1 OR DIV-EFF-MM > 12
018660               OR DIV-EFF-DD < 1 OR DIV-EFF-DD > 31
018670               MOVE "N" TO DIV-VALID-RECORD-SW
018680               MOVE "EFFECTIVE DATE INVALID" TO DIV-REJECT-REASON
018690               GO TO 2800-EXIT
018700           END-IF.
018710           IF DIV-EFF-DATE-NUM > DIV-RUN-DATE-YMD
018720               MOVE "Y" TO DIV-PARK-SW
018730           END-IF.
018740       2800-EXIT.
018750           EXIT.
018760
018770*****************************************************************
018780*    2850-PARK-DETAIL - A DETAIL REQUEST DATED LATER THAN THE   *
018790*    RUN DATE IS LISTED AND, IN PROCESS MODE, WRITTEN TO DIVWHS *
018800*    UNDER ITS EFFECTIVE DATE AND SOURCE SYSTEM.  IT IS NEITHER *
018810*    POSTED NOR REJECTED.  THE REST OF ITS KEY IS THE RUN DATE  *
018820*    AND ITS POSITION ON DIVREQ, SO A RESTART FINDS THE ENTRY   *
018830*    ALREADY ON FILE AND LEAVES IT AS IT STANDS.                *
018840*****************************************************************
018850       2850-PARK-DETAIL.
018860           MOVE DIV-BAT-SOURCE (DIV-BAT-CURR) TO DIV-PARK-SOURCE.
018870           MOVE "REQ " TO RPT-PARK-TYPE.
018880           MOVE DR-REQUEST-ID TO RPT-PARK-ID.
018890           MOVE var-num1-signed TO RPT-PARK-AMOUNT.
018900           PERFORM 5600-WRITE-PARKED-LINE THRU 5600-EXIT.
018910           IF DIV-WAREHOUSE-OPEN
018920               INITIALIZE WAREHOUSE-RECORD
018930               MOVE DIV-EFF-DATE-NUM TO WH-EFFECTIVE-DATE
018940               MOVE DIV-PARK-SOURCE TO WH-SOURCE-SYSTEM
018950               MOVE DIV-RUN-DATE-YMD TO WH-RECEIVED-DATE
018960               MOVE DIV-RECORDS-READ TO WH-RECEIVED-NO
018970               MOVE ZERO TO WH-LINE-NO
018980               MOVE "D" TO WH-REQUEST-TYPE-CD
018990               MOVE DR-REQUEST-ID TO WH-REQUEST-ID
019000               MOVE var-num1-signed TO WH-AMOUNT
019010               MOVE DIVISION-REQUEST-RECORD TO WH-REQUEST-IMAGE
019020               PERFORM 2870-WRITE-WAREHOUSE-ITEM THRU 2870-EXIT
019030           END-IF.
019040           ADD 1 TO DIV-RECORDS-PARKED.
019050       2850-EXIT.
019060           EXIT.
019070
019080       2870-WRITE-WAREHOUSE-ITEM.
019090           ACCEPT DIV-CDT-TIME FROM TIME.
019100           MOVE "W" TO WH-STATUS-CD.
019110           MOVE DIV-CDT-TIME TO WH-RECEIVED-TIME.
019120           WRITE WAREHOUSE-RECORD
019130               INVALID KEY
019140                   CONTINUE
019150           END-WRITE.
019160       2870-EXIT.
019170           EXIT.
019180
019190*****************************************************************
019200*    2350-REJECT-BATCH-MEMBER - EVERY DATA RECORD IN A BATCH    *
019210*    THAT FAILED ITS CONTROL CHECKS IS REJECTED ON ITS OWN SO   *
019220*    IT CAN BE REPAIRED AND RESUBMITTED BY 08_DIVRCY.  A        *
019230*    MEMBER OF A TURNED-AWAY ALREADY-POSTED BATCH IS LISTED     *
019240*    WITH STATUS "X" INSTEAD, SO 08_DIVRCY CAN NEVER RECYCLE    *
019250*    IT INTO A SECOND POSTING.                                  *
019260*****************************************************************
019270       2350-REJECT-BATCH-MEMBER.
019280           IF DIV-RECORDS-READ > DIV-SKIP-COUNT
019290               IF DIV-BAT-DUP (DIV-BAT-CURR)
019300                   MOVE "X" TO DIV-REJECT-STATUS-CD
019310               END-IF
019320               MOVE DIV-BAT-REASON (DIV-BAT-CURR)
019330                   TO DIV-REJECT-REASON
019340               PERFORM 3500-WRITE-REJECT THRU 3500-EXIT
019350               MOVE "R" TO DIV-REJECT-STATUS-CD
019360               ADD 1 TO DIV-RECORDS-REJECTED
019370               ADD 1 TO DIV-BAT-REJECTED (DIV-BAT-CURR)
019380           END-IF.
019390       2350-EXIT.
019400           EXIT.
019410
019420*****************************************************************
019430*    2400-PROCESS-REVERSAL - BACK OUT A REQUEST OR ALLOCATION   *
019440*    SET ALREADY ON THE RESULTS MASTER.  EVERY MASTER ROW FOR   *
019450*    THE ID (ONE FOR AN ORDINARY REQUEST, ONE PER SHARE FOR A   *
019460*    SET) GETS AN EQUAL-AND-OPPOSITE "V" AUDIT ROW, AN          *
019470*    OFFSETTING DIVGLX LINE WHEN THE ORIGINAL WENT TO THE GL,   *
019480*    AND IS MARKED REVERSED.  THE ID IS THEN HELD SO A          *
019490*    CORRECTED PAIR RIGHT BEHIND IT MARKS THE MASTER            *
019500*    REVERSED-AND-REPLACED.  AN INTRADAY (08_DIVONE) POSTING    *
019510*    NEVER REACHED THE GL, SO ITS REVERSAL WRITES NO DIVGLX     *
019520*    LINE.  ON A RESTART, ROWS THIS RECORD ALREADY REVERSED     *
019530*    BEFORE THE ABEND ARE RECOVERED, NOT REVERSED TWICE.        *
019540*****************************************************************
019550       2400-PROCESS-REVERSAL.
019560           IF DIV-RECORDS-READ NOT > DIV-SKIP-COUNT
019570               GO TO 2400-EXIT
019580           END-IF.
019590           MOVE SPACES TO DIV-REJECT-REASON.
019600           MOVE "N" TO DIV-REV-RESUMING-SW.
019610           IF RV-ORIG-REQUEST-ID = SPACES
019620               MOVE "REVERSAL NAMES NO REQUEST ID"
019630                   TO DIV-REJECT-REASON
019640               PERFORM 2450-REJECT-REVERSAL THRU 2450-EXIT
019650               GO TO 2400-EXIT
019660           END-IF.
019670           IF DIV-SKIP-COUNT > ZERO
019680               PERFORM 2410-CHECK-REVERSAL-POSTED THRU 2410-EXIT
019690           END-IF.
019700           PERFORM 2420-LOCATE-ORIGINAL THRU 2420-EXIT.
019710           IF DIV-REJECT-REASON NOT = SPACES
019720               PERFORM 2450-REJECT-REVERSAL THRU 2450-EXIT
019730               GO TO 2400-EXIT
019740           END-IF.
019750           PERFORM 5300-WRITE-REVERSAL-LINE THRU 5300-EXIT.
019760           PERFORM 2460-REVERSE-ONE-ROW THRU 2460-EXIT
019770               VARYING DIV-REV-IX FROM DIV-REV-FIRST-NO BY 1
019780               UNTIL DIV-REV-IX > DIV-REV-LAST-NO.
019790           MOVE RV-ORIG-REQUEST-ID TO DIV-REV-PENDING-ID.
019800           ADD 1 TO DIV-RECORDS-PROCESSED.
019810           ADD 1 TO DIV-BAT-PROCESSED (DIV-BAT-CURR).
019820           ADD 1 TO DIV-RECORDS-REVERSED.
019830       2400-EXIT.
019840           EXIT.
019850
019860       2410-CHECK-REVERSAL-POSTED.
019870           MOVE DIV-RECORDS-READ TO DIV-RDK-READNO.
019880           MOVE DIV-REV-DUP-KEY TO DW-NUM1.
019890           MOVE RV-ORIG-REQUEST-ID TO DW-NUM2.
019900           READ DUP-WORK-FILE
019910               INVALID KEY
019920                   CONTINUE
019930               NOT INVALID KEY
019940                   MOVE "Y" TO DIV-REV-RESUMING-SW
019950           END-READ.
019960       2410-EXIT.
019970           EXIT.
019980
019990*****************************************************************
020000*    2420-LOCATE-ORIGINAL - AN ORDINARY REQUEST IS MASTERED     *
020010*    UNDER SHARE NUMBER ZERO, AN ALLOCATION SET UNDER SHARE     *
020020*    NUMBERS 1 THROUGH ITS SHARE COUNT.  EVERY ROW MUST BE ON   *
020030*    FILE AND NOT ALREADY REVERSED BEFORE ANYTHING IS WRITTEN.  *
020040*****************************************************************
020050       2420-LOCATE-ORIGINAL.
020060           MOVE "N" TO DIV-REV-SET-SW.
020070           MOVE ZERO TO DIV-REV-TOTAL.
020080           MOVE RV-ORIG-REQUEST-ID TO RM-REQUEST-ID.
020090           MOVE ZERO TO RM-SHARE-NO.
020100           READ RESULTS-MASTER-FILE
020110               INVALID KEY
020120                   GO TO 2420-SET
020130           END-READ.
020140           MOVE ZERO TO DIV-REV-FIRST-NO.
020150           MOVE ZERO TO DIV-REV-LAST-NO.
020160           IF RM-REVERSED AND NOT DIV-REV-RESUMING
020170               MOVE "ORIGINAL REQUEST ALREADY REVERSED"
020180                   TO DIV-REJECT-REASON
020190               MOVE "X" TO DIV-REJECT-STATUS-CD
020200               GO TO 2420-EXIT
020210           END-IF.
020220           MOVE RM-RESULT-DEC TO DIV-REV-TOTAL.
020230           GO TO 2420-EXIT.
020240       2420-SET.
020250           MOVE 1 TO RM-SHARE-NO.
020260           READ RESULTS-MASTER-FILE
020270               INVALID KEY
020280                   MOVE "ORIGINAL REQUEST NOT ON RESULTS MASTER"
020290                       TO DIV-REJECT-REASON
020300                   GO TO 2420-EXIT
020310           END-READ.
020320           IF RM-NUM2 < 1 OR RM-NUM2 > 250
020330               MOVE "ORIGINAL SET SHARE COUNT INVALID"
020340                   TO DIV-REJECT-REASON
020350               GO TO 2420-EXIT
020360           END-IF.
020370           MOVE "Y" TO DIV-REV-SET-SW.
020380           MOVE 1 TO DIV-REV-FIRST-NO.
020390           MOVE RM-NUM2 TO DIV-REV-LAST-NO.
020400           PERFORM 2430-CHECK-SHARE-ROW THRU 2430-EXIT
020410               VARYING DIV-REV-IX FROM 1 BY 1
020420               UNTIL DIV-REV-IX > DIV-REV-LAST-NO
020430                   OR DIV-REJECT-REASON NOT = SPACES.
020440       2420-EXIT.
020450           EXIT.
020460
020470       2430-CHECK-SHARE-ROW.
020480           MOVE RV-ORIG-REQUEST-ID TO RM-REQUEST-ID.
020490           MOVE DIV-REV-IX TO RM-SHARE-NO.
020500           READ RESULTS-MASTER-FILE
020510               INVALID KEY
020520                   MOVE "ORIGINAL SET ROWS MISSING FROM MASTER"
020530                       TO DIV-REJECT-REASON
020540                   GO TO 2430-EXIT
020550           END-READ.
020560           IF RM-REVERSED AND NOT DIV-REV-RESUMING
020570               MOVE "ORIGINAL REQUEST ALREADY REVERSED"
020580                   TO DIV-REJECT-REASON
020590               MOVE "X" TO DIV-REJECT-STATUS-CD
020600               GO TO 2430-EXIT
020610           END-IF.
020620           ADD RM-RESULT-DEC TO DIV-REV-TOTAL.
020630       2430-EXIT.
020640           EXIT.
020650
020660*****************************************************************
020670*    2450-REJECT-REVERSAL - A REVERSAL THAT CANNOT BE APPLIED   *
020680*    GOES TO THE REJECTS LISTING WITH ITS OWN IMAGE.  ONE       *
020690*    AGAINST AN ALREADY-REVERSED REQUEST IS LISTED WITH STATUS  *
020700*    "X" SO 08_DIVRCY CAN NEVER RECYCLE IT.                     *
020710*****************************************************************
020720       2450-REJECT-REVERSAL.
020730           MOVE DIV-RECORDS-READ TO DIV-REJ-READNO-WORK.
020740           PERFORM 3550-CHECK-REJECT-WRITTEN THRU 3550-EXIT.
020750           MOVE SPACES TO REJECT-RECORD.
020760           MOVE ZERO TO RJ-NUM1.
020770           MOVE ZERO TO RJ-NUM2.
020780           MOVE DIV-REJECT-REASON TO RJ-REASON.
020790           MOVE DIV-REJECT-STATUS-CD TO RJ-STATUS-CD.
020800           MOVE REVERSAL-RECORD TO RJ-REQUEST-IMAGE.
020810           MOVE DIV-RECORDS-READ TO RJ-SOURCE-READNO.
020820           IF DIV-MODE-PROCESS
020830               AND NOT DIV-REJ-ALREADY-WRITTEN
020840               WRITE REJECT-RECORD
020850           END-IF.
020860           MOVE "R" TO DIV-REJECT-STATUS-CD.
020870           ADD 1 TO DIV-RECORDS-REJECTED.
020880           ADD 1 TO DIV-BAT-REJECTED (DIV-BAT-CURR).
020890       2450-EXIT.
020900           EXIT.
020910
020920*****************************************************************
020930*    2460-REVERSE-ONE-ROW - BACK OUT ONE MASTER ROW.  A ROW     *
020940*    THIS SAME RECORD MARKED BEFORE A RESTART ALREADY HAS ITS   *
020950*    "V" ROW AND DIVGLX LINE - ONLY THE TOTALS ARE RESTORED.    *
020960*****************************************************************
020970       2460-REVERSE-ONE-ROW.
020980           MOVE RV-ORIG-REQUEST-ID TO RM-REQUEST-ID.
020990           MOVE DIV-REV-IX TO RM-SHARE-NO.
021000           READ RESULTS-MASTER-FILE
021010               INVALID KEY
021020                   GO TO 2460-EXIT
021030           END-READ.
021040           MOVE "N" TO DIV-RECOVERED-SW.
021050           IF DIV-REV-RESUMING AND RM-REVERSED
021060               MOVE "Y" TO DIV-RECOVERED-SW
021070           END-IF.
021080           COMPUTE DIV-REV-AMOUNT = ZERO - RM-RESULT-DEC.
021090           IF DIV-REV-OF-SET
021100               PERFORM 5350-WRITE-REVERSAL-SHARE THRU 5350-EXIT
021110           END-IF.
021120           IF DIV-MODE-PROCESS
021130               IF NOT DIV-RECOVERED
021140                   PERFORM 6200-WRITE-REVERSAL-AUDIT
021150                       THRU 6200-EXIT
021160                   PERFORM 6660-RELIEVE-BUDGET THRU 6660-EXIT
021170               END-IF
021180               IF RM-BATCH-ORIGIN
021190                   PERFORM 6900-WRITE-GL-REVERSAL THRU 6900-EXIT
021200               END-IF
021210               MOVE "R" TO RM-STATUS-CD
021220               REWRITE RESULTS-MASTER-RECORD
021230               IF DIV-MASTER-STATUS NOT = "00"
021240                   DISPLAY "08_REDEFINES - RESULTS "
021250                       "MASTER REWRITE FAILED, "
021260                       "STS = " DIV-MASTER-STATUS
021270               END-IF
021280           END-IF.
021290           ADD DIV-REV-AMOUNT TO DIV-SUM-OF-RESULTS.
021300       2460-EXIT.
021310           EXIT.
021320
021330*****************************************************************
021340*    3000-VALIDATE-RECORD - GUARD AGAINST A NON-NUMERIC OR      *
021350*    ZERO NUM2 BEFORE THE DIVIDE EVER RUNS.                     *
021360*****************************************************************
021370       3000-VALIDATE-RECORD.
021380           MOVE "N" TO DIV-RECOVERED-SW.
021390           MOVE "Y" TO DIV-VALID-RECORD-SW.
021400           MOVE SPACES TO DIV-REJECT-REASON.
021410           IF DR-NUM2 NOT NUMERIC
021420               MOVE "N" TO DIV-VALID-RECORD-SW
021430               MOVE "NUM2 IS NOT NUMERIC" TO DIV-REJECT-REASON
021440           ELSE
021450               IF var-num2-signed = ZERO
021460                   MOVE "N" TO DIV-VALID-RECORD-SW
021470                   MOVE "NUM2 IS ZERO - DIVIDE BY ZERO"
021480                       TO DIV-REJECT-REASON
021490               END-IF
021500           END-IF.
021510           IF DR-NUM1 NOT NUMERIC
021520               MOVE "N" TO DIV-VALID-RECORD-SW
021530               MOVE "NUM1 IS NOT NUMERIC" TO DIV-REJECT-REASON
021540           END-IF.
021550           IF DIV-RECORD-VALID
021560               PERFORM 3100-CHECK-DUPLICATE THRU 3100-EXIT
021570           END-IF.
021580       3000-EXIT.
021590           EXIT.
021600
021610*****************************************************************
021620*    3100-CHECK-DUPLICATE - A NUM1/NUM2 PAIR ALREADY POSTED     *
021630*    FOR THE RUN DATE IS A SUSPECTED RE-SUBMISSION.  ON A       *
021640*    CHECKPOINT RESTART A MATCH AGAINST A PAIR LOADED FROM THE  *
021650*    AUDIT TRAIL IS A RECORD THAT POSTED AFTER THE LAST         *
021660*    CHECKPOINT - IT IS RECOVERED (RE-REPORTED AND COUNTED,     *
021670*    NO SECOND AUDIT ROW), NOT REJECTED.                        *
021680*****************************************************************
021690       3100-CHECK-DUPLICATE.
021700           MOVE DR-NUM1 TO DIV-DUP-KEY-NUM1.
021710           MOVE DR-NUM2 TO DIV-DUP-KEY-NUM2.
021720           MOVE "N" TO DIV-DUP-FOUND-SW.
021730           MOVE DIV-DUP-KEY-NUM1 TO DW-NUM1.
021740           MOVE DIV-DUP-KEY-NUM2 TO DW-NUM2.
021750           READ DUP-WORK-FILE
021760               INVALID KEY
021770                   CONTINUE
021780               NOT INVALID KEY
021790                   MOVE "Y" TO DIV-DUP-FOUND-SW
021800           END-READ.
021810           IF DIV-DUP-FOUND
021820               IF DIV-SKIP-COUNT > ZERO
021830                   AND DW-ORIGIN-CD = "A"
021840                   AND DW-READNO = DIV-RECORDS-READ
021850                   MOVE "Y" TO DIV-RECOVERED-SW
021860                   MOVE "R" TO DW-ORIGIN-CD
021870                   REWRITE DUP-WORK-RECORD
021880               ELSE
021890                   MOVE "N" TO DIV-VALID-RECORD-SW
021900                   MOVE "DUPLICATE OF POSTED REQUEST"
021910                       TO DIV-REJECT-REASON
021920                   ADD 1 TO DIV-RECORDS-DUPLICATE
021930               END-IF
021940           END-IF.
021950       3100-EXIT.
021960           EXIT.
021970
021980*****************************************************************
021990*    3500-WRITE-REJECT - LOG A RECORD THAT FAILED VALIDATION   *
022000*    TO THE REJECTS LISTING INSTEAD OF DIVIDING IT.             *
022010*****************************************************************
022020       3500-WRITE-REJECT.
022030           MOVE DIV-RECORDS-READ TO DIV-REJ-READNO-WORK.
022040           PERFORM 3550-CHECK-REJECT-WRITTEN THRU 3550-EXIT.
022050           MOVE SPACES TO REJECT-RECORD.
022060           MOVE DR-NUM1 TO RJ-NUM1.
022070           MOVE DR-NUM2 TO RJ-NUM2.
022080           MOVE DIV-REJECT-REASON TO RJ-REASON.
022090           MOVE DIV-REJECT-STATUS-CD TO RJ-STATUS-CD.
022100           MOVE DIVISION-REQUEST-RECORD TO RJ-REQUEST-IMAGE.
022110           MOVE DIV-RECORDS-READ TO RJ-SOURCE-READNO.
022120           IF DIV-MODE-PROCESS
022130               AND NOT DIV-REJ-ALREADY-WRITTEN
022140               WRITE REJECT-RECORD
022150           END-IF.
022160       3500-EXIT.
022170           EXIT.
022180
022190       3550-CHECK-REJECT-WRITTEN.
022200           MOVE "N" TO DIV-REJ-WRITTEN-SW.
022210           IF DIV-MODE-REPORT-ONLY
022220               GO TO 3550-EXIT
022230           END-IF.
022240           MOVE DIV-REJ-READNO-WORK TO RW-READNO.
022250           READ REJ-WORK-FILE
022260               INVALID KEY
022270                   CONTINUE
022280               NOT INVALID KEY
022290                   MOVE "Y" TO DIV-REJ-WRITTEN-SW
022300           END-READ.
022310       3550-EXIT.
022320           EXIT.
022330
022340*****************************************************************
022350*    3600-REJECT-ORPHAN-SHARE - A SHARE RECORD THAT ARRIVED     *
022360*    OUTSIDE ITS SET IS REJECTED ON ITS OWN.                    *
022370*****************************************************************
022380       3600-REJECT-ORPHAN-SHARE.
022390           IF DIV-RECORDS-READ > DIV-SKIP-COUNT
022400               MOVE "SHARE RECORD WITHOUT SET HEADER"
022410                   TO DIV-REJECT-REASON
022420               PERFORM 3500-WRITE-REJECT THRU 3500-EXIT
022430               ADD 1 TO DIV-RECORDS-REJECTED
022440               ADD 1 TO DIV-BAT-REJECTED (DIV-BAT-CURR)
022450           END-IF.
022460       3600-EXIT.
022470           EXIT.
022480
022490*****************************************************************
022500*    4000-CALCULATE - THE CORE DIVIDE, PULLED OUT TO THE        *
022510*    CALLABLE 08_DIVSUB SUBPROGRAM SO OTHER BATCH JOBS CAN      *
022520*    SHARE IT.                                                  *
022530*****************************************************************
022540       4000-CALCULATE.
022550           CALL "08_DIVSUB" USING var-num1-signed var-num2-signed
022560               DR-ROUND-SW DR-SCALE-CD var-result-dec
022570               var-result-dec-signed var-result-signed
022580               var-remainder-dec var-remainder-dec-signed
022590               var-remainder-signed DIV-RETURN-CODE.
022600       4000-EXIT.
022610           EXIT.
022620
022630*****************************************************************
022640*    4500-PROCESS-SET - ONE ALLOCATION SET: THE SET HEADER      *
022650*    CARRIES THE TOTAL, THE SHARE RECORDS THAT FOLLOW NAME THE  *
022660*    COST CENTERS.  THE TOTAL IS DIVIDED ACROSS THE SHARES BY   *
022670*    08_DIVSUB AND THE LEFTOVER IS DISTRIBUTED A PENNY AT A     *
022680*    TIME SO THE ALLOCATED AMOUNTS SUM EXACTLY BACK TO THE      *
022690*    TOTAL.  A SET THAT CANNOT BALANCE IS REJECTED WHOLE.       *
022700*    A SET DATED LATER THAN THE RUN DATE IS PARKED WHOLE ONCE   *
022710*    IT HAS PASSED ITS EDITS; THE APPROVAL LIMIT AND BUDGET     *
022720*    ARE APPLIED WHEN IT IS RELEASED.                           *
022730*****************************************************************
022740       4500-PROCESS-SET.
022750           MOVE DIVISION-REQUEST-RECORD TO DIV-SET-HEADER-IMAGE.
022760           MOVE DIV-RECORDS-READ TO DIV-SET-HEADER-READNO.
022770           IF DIV-SET-HEADER-READNO > DIV-SKIP-COUNT
022780               MOVE "Y" TO DIV-SET-POSTABLE-SW
022790           ELSE
022800               MOVE "N" TO DIV-SET-POSTABLE-SW
022810           END-IF.
022820           MOVE "Y" TO DIV-SET-VALID-SW.
022830           MOVE SPACE TO DIV-DUAL-CD.
022840           MOVE "Y" TO DIV-SET-CC-SW.
022850           MOVE "Y" TO DIV-SET-WGT-SW.
022860           MOVE ZERO TO DIV-SET-WEIGHT-TOTAL.
022870           MOVE SPACES TO DIV-REJECT-REASON.
022880           MOVE ZERO TO DIV-SHARES-READ.
022890           IF SH-ALLOC-EQUAL OR SH-ALLOC-WEIGHTED
022900               CONTINUE
022910           ELSE
022920               MOVE "N" TO DIV-SET-VALID-SW
022930               MOVE "SET ALLOCATION TYPE INVALID"
022940                   TO DIV-REJECT-REASON
022950           END-IF.
022960           IF SH-TOTAL-AMOUNT NOT NUMERIC
022970               MOVE "N" TO DIV-SET-VALID-SW
022980               MOVE "SET TOTAL IS NOT NUMERIC"
022990                   TO DIV-REJECT-REASON
023000           END-IF.
023010           IF SH-SHARE-COUNT NOT NUMERIC
023020               MOVE "N" TO DIV-SET-VALID-SW
023030               MOVE "SET SHARE COUNT INVALID"
023040                   TO DIV-REJECT-REASON
023050           ELSE
023060               IF SH-SHARE-COUNT = ZERO
023070                   MOVE "N" TO DIV-SET-VALID-SW
023080                   MOVE "SET SHARE COUNT INVALID"
023090                       TO DIV-REJECT-REASON
023100               ELSE
023110                   IF SH-SHARE-COUNT > 250
023120                       MOVE "N" TO DIV-SET-VALID-SW
023130                       MOVE "SET HAS TOO MANY SHARES"
023140                           TO DIV-REJECT-REASON
023150                   END-IF
023160               END-IF
023170           END-IF.
023180           MOVE "N" TO DIV-PARK-SW.
023190           IF DIV-SET-VALID
023200               MOVE SH-EFFECTIVE-DATE TO DIV-EFFECTIVE-DATE
023210               MOVE "Y" TO DIV-VALID-RECORD-SW
023220               PERFORM 2800-CHECK-EFFECTIVE-DATE THRU 2800-EXIT
023230               IF DIV-RECORD-INVALID
023240                   MOVE "N" TO DIV-SET-VALID-SW
023250                   MOVE "SET EFFECTIVE DATE INVALID"
023260                       TO DIV-REJECT-REASON
023270               END-IF
023280           END-IF.
023290           IF DIV-SET-INVALID
023300               PERFORM 4700-REJECT-SET THRU 4700-EXIT
023310               GO TO 4500-EXIT
023320           END-IF.
023330           MOVE SH-SET-ID TO DIV-SET-ID.
023340           MOVE SH-TOTAL-AMOUNT TO DIV-SET-TOTAL-NUM.
023350           MOVE SH-SHARE-COUNT TO DIV-SET-SHARE-COUNT.
023360           MOVE SH-ROUND-SW TO DIV-SET-ROUND-SW.
023370           MOVE SH-SCALE-CD TO DIV-SET-SCALE-CD.
023380           MOVE SH-ALLOC-TYPE-CD TO DIV-SET-ALLOC-TYPE.
023390           MOVE SH-PENDING-REF TO DIV-SET-PENDING-REF.
023400           MOVE SH-EFFECTIVE-DATE TO DIV-SET-EFFECTIVE-DATE.
023410           MOVE ZERO TO DIV-SET-RECOVERED-ROWS.
023420           IF DIV-SKIP-COUNT > ZERO
023430               MOVE DIV-SET-ID TO DIV-SPT-KEY
023440               PERFORM 1435-FIND-POSTED-SET THRU 1435-EXIT
023450               IF DIV-SPT-FOUND
023460                   MOVE SW-ROWS TO DIV-SET-RECOVERED-ROWS
023470               END-IF
023480           END-IF.
023490           PERFORM 4600-READ-SET-SHARE THRU 4600-EXIT
023500               UNTIL DIV-SHARES-READ = DIV-SET-SHARE-COUNT
023510                   OR DIV-SET-INVALID.
023520           IF DIV-SET-VALID AND DIV-SET-CC-BAD
023530               MOVE "N" TO DIV-SET-VALID-SW
023540           END-IF.
023550           IF DIV-SET-VALID AND DIV-SET-WGT-BAD
023560               MOVE "N" TO DIV-SET-VALID-SW
023570           END-IF.
023580           IF DIV-SET-INVALID
023590               PERFORM 4700-REJECT-SET THRU 4700-EXIT
023600               GO TO 4500-EXIT
023610           END-IF.
023620           PERFORM 4800-ALLOCATE-SET THRU 4800-EXIT.
023630           IF DIV-PARK-ITEM
023640               AND DIV-SET-VALID AND DIV-SET-POSTABLE
023650               PERFORM 4530-PARK-SET THRU 4530-EXIT
023660               GO TO 4500-EXIT
023670           END-IF.
023680           IF DIV-SET-VALID AND DIV-SET-POSTABLE
023690               PERFORM 4550-CHECK-SET-DUAL-CONTROL THRU 4550-EXIT
023700           END-IF.
023710           IF DIV-DUAL-HOLD
023720               PERFORM 4560-HOLD-SET THRU 4560-EXIT
023730               GO TO 4500-EXIT
023740           END-IF.
023750           IF DIV-SET-VALID AND DIV-SET-POSTABLE
023760               PERFORM 4950-CHECK-SET-BUDGET THRU 4950-EXIT
023770           END-IF.
023780           IF DIV-SET-INVALID
023790               PERFORM 4700-REJECT-SET THRU 4700-EXIT
023800               GO TO 4500-EXIT
023810           END-IF.
023820           IF DIV-SET-POSTABLE
023830               PERFORM 4900-POST-SET THRU 4900-EXIT
023840               IF DIV-DUAL-RELEASED
023850                   PERFORM 5400-WRITE-APPROVED-LINE THRU 5400-EXIT
023860                   IF DIV-MODE-PROCESS
023870                       PERFORM 2700-MARK-PENDING-POSTED
023880                           THRU 2700-EXIT
023890                   END-IF
023900               END-IF
023910           END-IF.
023920       4500-EXIT.
023930           EXIT.
023940
023950*****************************************************************
023960*    4530-PARK-SET - A SET DATED LATER THAN THE RUN DATE IS     *
023970*    LISTED AND, IN PROCESS MODE, WRITTEN TO DIVWHS AS ITS      *
023980*    HEADER ENTRY (LINE 000) AND ONE ENTRY PER SHARE, KEYED BY  *
023990*    ITS EFFECTIVE DATE, SOURCE SYSTEM, THE RUN DATE, AND THE   *
024000*    HEADER'S POSITION ON DIVREQ.  THE HEADER AND EVERY SHARE   *
024010*    COUNT AS PARKED.                                           *
024020*****************************************************************
024030       4530-PARK-SET.
024040           MOVE DIV-BAT-SOURCE (DIV-BAT-CURR) TO DIV-PARK-SOURCE.
024050           MOVE DIV-SET-EFFECTIVE-DATE TO DIV-EFFECTIVE-DATE.
024060           MOVE "SET " TO RPT-PARK-TYPE.
024070           MOVE DIV-SET-ID TO RPT-PARK-ID.
024080           MOVE DIV-SET-TOTAL-NUM TO RPT-PARK-AMOUNT.
024090           PERFORM 5600-WRITE-PARKED-LINE THRU 5600-EXIT.
024100           IF DIV-WAREHOUSE-OPEN
024110               INITIALIZE WAREHOUSE-RECORD
024120               MOVE DIV-EFF-DATE-NUM TO WH-EFFECTIVE-DATE
024130               MOVE DIV-PARK-SOURCE TO WH-SOURCE-SYSTEM
024140               MOVE DIV-RUN-DATE-YMD TO WH-RECEIVED-DATE
024150               MOVE DIV-SET-HEADER-READNO TO WH-RECEIVED-NO
024160               MOVE ZERO TO WH-LINE-NO
024170               MOVE "S" TO WH-REQUEST-TYPE-CD
024180               MOVE DIV-SET-ID TO WH-REQUEST-ID
024190               MOVE DIV-SET-TOTAL-NUM TO WH-AMOUNT
024200               MOVE DIV-SET-SHARE-COUNT TO WH-SHARE-COUNT
024210               MOVE DIV-SET-HEADER-IMAGE TO WH-REQUEST-IMAGE
024220               PERFORM 2870-WRITE-WAREHOUSE-ITEM THRU 2870-EXIT
024230               PERFORM 4535-PARK-SET-SHARE THRU 4535-EXIT
024240                   VARYING DIV-SHARE-IX FROM 1 BY 1
024250                   UNTIL DIV-SHARE-IX > DIV-SET-SHARE-COUNT
024260           END-IF.
024270           COMPUTE DIV-RECORDS-PARKED =
024280               DIV-RECORDS-PARKED + DIV-SET-SHARE-COUNT + 1.
024290       4530-EXIT.
024300           EXIT.
024310
024320       4535-PARK-SET-SHARE.
024330           PERFORM 4580-BUILD-SHARE-IMAGE THRU 4580-EXIT.
024340           MOVE DIV-SHARE-IX TO WH-LINE-NO.
024350           MOVE "W" TO WH-STATUS-CD.
024360           MOVE SPACE TO WH-REQUEST-TYPE-CD.
024370           MOVE SPACES TO WH-REQUEST-ID.
024380           MOVE ZERO TO WH-AMOUNT.
024390           MOVE ZERO TO WH-SHARE-COUNT.
024400           MOVE DIV-SHARE-IMAGE-WORK TO WH-REQUEST-IMAGE.
024410           WRITE WAREHOUSE-RECORD
024420               INVALID KEY
024430                   CONTINUE
024440           END-WRITE.
024450       4535-EXIT.
024460           EXIT.
024470
024480*****************************************************************
024490*    4550-CHECK-SET-DUAL-CONTROL - A SET RELEASED BY 08_DIVAPV  *
024500*    MUST MATCH ITS APPROVED DIVPND ENTRY HEADER AND SHARES     *
024510*    ALIKE; ANY OTHER SET WHOSE TOTAL (SIGN IGNORED) IS OVER    *
024520*    THE APPROVAL LIMIT IS HELD WHOLE FOR A SECOND PERSON'S     *
024530*    SIGN-OFF.                                                  *
024540*****************************************************************
024550       4550-CHECK-SET-DUAL-CONTROL.
024560           IF DIV-SET-PENDING-REF NOT = SPACES
024570               MOVE DIV-SET-PENDING-REF TO DIV-PEND-REF-WORK
024580               MOVE DIV-SET-HEADER-IMAGE TO DIV-PEND-IMAGE-WORK
024590               MOVE SPACES TO DIV-PIW-SET-REF
024600               MOVE "N" TO DIV-PEND-RECOVERED-SW
024610               IF DIV-SET-RECOVERED-ROWS > ZERO
024620                   MOVE "Y" TO DIV-PEND-RECOVERED-SW
024630               END-IF
024640               PERFORM 2550-VERIFY-RELEASE THRU 2550-EXIT
024650               IF DIV-DUAL-RELEASED
024660                   PERFORM 4570-VERIFY-RELEASED-SHARE
024670                       THRU 4570-EXIT
024680                       VARYING DIV-SHARE-IX FROM 1 BY 1
024690                       UNTIL DIV-SHARE-IX > DIV-SET-SHARE-COUNT
024700                           OR DIV-DUAL-REFUSED
024710               END-IF
024720               IF DIV-DUAL-REFUSED
024730                   MOVE "N" TO DIV-SET-VALID-SW
024740               END-IF
024750               GO TO 4550-EXIT
024760           END-IF.
024770           IF DIV-APPROVAL-LIMIT = ZERO
024780               GO TO 4550-EXIT
024790           END-IF.
024800           MOVE DIV-SET-TOTAL-NUM TO DIV-APPROVAL-AMT.
024810           IF DIV-APPROVAL-AMT > DIV-APPROVAL-LIMIT
024820               MOVE "H" TO DIV-DUAL-CD
024830           END-IF.
024840       4550-EXIT.
024850           EXIT.
024860
024870*****************************************************************
024880*    4560-HOLD-SET - A SET OVER THE APPROVAL LIMIT IS LISTED    *
024890*    AND, IN PROCESS MODE, WRITTEN TO DIVPND AS ITS HEADER      *
024900*    ENTRY (LINE 000) AND ONE ENTRY PER SHARE, KEYED BY THE RUN *
024910*    DATE AND THE HEADER'S POSITION ON DIVREQ.  THE HEADER AND  *
024920*    EVERY SHARE COUNT AS HELD.                                 *
024930*****************************************************************
024940       4560-HOLD-SET.
024950           MOVE "B" TO DIV-PRW-ORIGIN-CD.
024960           MOVE DIV-RUN-DATE-YMD TO DIV-PRW-DATE.
024970           MOVE DIV-SET-HEADER-READNO TO DIV-PRW-NO.
024980           MOVE DIV-BAT-SOURCE (DIV-BAT-CURR)
024990               TO DIV-PEND-SUBMITTER.
025000           MOVE "SET " TO RPT-HELD-TYPE.
025010           MOVE DIV-SET-ID TO RPT-HELD-ID.
025020           MOVE DIV-SET-TOTAL-NUM TO RPT-HELD-AMOUNT.
025030           PERFORM 5500-WRITE-HELD-LINE THRU 5500-EXIT.
025040           IF DIV-MODE-PROCESS
025050               INITIALIZE PENDING-APPROVAL-RECORD
025060               MOVE DIV-PEND-REF-WORK TO PN-REF
025070               MOVE ZERO TO PN-LINE-NO
025080               MOVE "S" TO PN-REQUEST-TYPE-CD
025090               MOVE DIV-SET-ID TO PN-REQUEST-ID
025100               MOVE DIV-SET-TOTAL-NUM TO PN-AMOUNT
025110               MOVE DIV-SET-SHARE-COUNT TO PN-SHARE-COUNT
025120               MOVE DIV-SET-HEADER-IMAGE TO DIV-PEND-IMAGE-WORK
025130               PERFORM 2650-WRITE-PENDING-ITEM THRU 2650-EXIT
025140               PERFORM 4590-HOLD-SET-SHARE THRU 4590-EXIT
025150                   VARYING DIV-SHARE-IX FROM 1 BY 1
025160                   UNTIL DIV-SHARE-IX > DIV-SET-SHARE-COUNT
025170           END-IF.
025180           COMPUTE DIV-RECORDS-HELD =
025190               DIV-RECORDS-HELD + DIV-SET-SHARE-COUNT + 1.
025200       4560-EXIT.
025210           EXIT.
025220
025230       4570-VERIFY-RELEASED-SHARE.
025240           PERFORM 4580-BUILD-SHARE-IMAGE THRU 4580-EXIT.
025250           MOVE DIV-PEND-REF-WORK TO PN-REF.
025260           MOVE DIV-SHARE-IX TO PN-LINE-NO.
025270           READ PENDING-FILE
025280               INVALID KEY
025290                   MOVE SPACES TO PN-REQUEST-IMAGE
025300           END-READ.
025310           IF PN-REQUEST-IMAGE NOT = DIV-SHARE-IMAGE-WORK
025320               MOVE "RELEASED SHARES DO NOT MATCH APPROVAL"
025330                   TO DIV-REJECT-REASON
025340               MOVE "X" TO DIV-DUAL-CD
025350           END-IF.
025360       4570-EXIT.
025370           EXIT.
025380
025390       4580-BUILD-SHARE-IMAGE.
025400           MOVE SPACES TO DIV-SHARE-IMAGE-WORK.
025410           MOVE "SHR" TO DIV-SIW-TYPE.
025420           MOVE DIV-SET-ID TO DIV-SIW-SET-ID.
025430           MOVE DIV-SHARE-CC (DIV-SHARE-IX) TO DIV-SIW-CC.
025440           MOVE DIV-SHARE-WEIGHT (DIV-SHARE-IX)
025450               TO DIV-SIW-WEIGHT.
025460       4580-EXIT.
025470           EXIT.
025480
025490       4590-HOLD-SET-SHARE.
025500           PERFORM 4580-BUILD-SHARE-IMAGE THRU 4580-EXIT.
025510           INITIALIZE PENDING-APPROVAL-RECORD.
025520           MOVE DIV-PEND-REF-WORK TO PN-REF.
025530           MOVE DIV-SHARE-IX TO PN-LINE-NO.
025540           MOVE DIV-SHARE-IMAGE-WORK TO PN-REQUEST-IMAGE.
025550           WRITE PENDING-APPROVAL-RECORD
025560               INVALID KEY
025570                   CONTINUE
025580           END-WRITE.
025590       4590-EXIT.
025600           EXIT.
025610
025620*****************************************************************
025630*    4600-READ-SET-SHARE - THE NEXT RECORD MUST BE A SHARE OF   *
025640*    THE CURRENT SET; ANYTHING ELSE ENDS THE SET SHORT AND IS   *
025650*    HELD FOR THE MAIN LOOP TO PROCESS ON ITS OWN.              *
025660*****************************************************************
025670       4600-READ-SET-SHARE.
025680           PERFORM 2100-READ-REQUEST THRU 2100-EXIT.
025690           IF DIV-END-OF-FILE
025700               MOVE "N" TO DIV-SET-VALID-SW
025710               MOVE "SET ENDED BEFORE ALL SHARES ARRIVED"
025720                   TO DIV-REJECT-REASON
025730               GO TO 4600-EXIT
025740           END-IF.
025750           IF NOT DIV-REQ-SET-SHARE
025760               OR SR-SET-ID NOT = DIV-SET-ID
025770               MOVE "N" TO DIV-SET-VALID-SW
025780               MOVE "SET ENDED BEFORE ALL SHARES ARRIVED"
025790                   TO DIV-REJECT-REASON
025800               MOVE "Y" TO DIV-REQ-HELD-SW
025810               GO TO 4600-EXIT
025820           END-IF.
025830           ADD 1 TO DIV-SHARES-READ.
025840           MOVE SR-COST-CENTER
025850               TO DIV-SHARE-CC (DIV-SHARES-READ).
025860           MOVE ZERO TO DIV-SHARE-WEIGHT (DIV-SHARES-READ).
025870           IF DIV-SET-WEIGHTED
025880               IF SR-WEIGHT NOT NUMERIC
025890                   OR SR-WEIGHT = ZERO
025900                   IF DIV-SET-WGT-OK
025910                       MOVE "N" TO DIV-SET-WGT-SW
025920                       MOVE "SET SHARE WEIGHT INVALID"
025930                           TO DIV-REJECT-REASON
025940                   END-IF
025950               ELSE
025960                   MOVE SR-WEIGHT
025970                       TO DIV-SHARE-WEIGHT (DIV-SHARES-READ)
025980                   ADD SR-WEIGHT TO DIV-SET-WEIGHT-TOTAL
025990               END-IF
026000           END-IF.
026010           PERFORM 4650-EDIT-COST-CENTER THRU 4650-EXIT.
026020       4600-EXIT.
026030           EXIT.
026040
026050*****************************************************************
026060*    4650-EDIT-COST-CENTER - THE SHARE'S COST CENTER MUST BE    *
026070*    ON THE REFERENCE MASTER, ACTIVE, AND INSIDE ITS            *
026080*    EFFECTIVE DATES FOR THE RUN DATE.  THE FIRST BAD CENTER    *
026090*    SETS THE REJECT REASON; THE SET IS REJECTED WHOLE AFTER    *
026100*    ALL ITS SHARES HAVE BEEN READ.                             *
026110*****************************************************************
026120       4650-EDIT-COST-CENTER.
026130           MOVE SR-COST-CENTER TO CC-CODE.
026140           READ COST-CENTER-FILE
026150               INVALID KEY
026160                   IF DIV-SET-CC-OK
026170                       MOVE "N" TO DIV-SET-CC-SW
026180                       MOVE "UNKNOWN COST CENTER ON SHARE"
026190                           TO DIV-REJECT-REASON
026200                   END-IF
026210                   GO TO 4650-EXIT
026220           END-READ.
026230           IF NOT CC-ACTIVE
026240               OR DIV-RUN-DATE-YMD < CC-EFF-FROM-DATE
026250               OR (CC-EFF-TO-DATE NOT = ZERO
026260                   AND DIV-RUN-DATE-YMD > CC-EFF-TO-DATE)
026270               IF DIV-SET-CC-OK
026280                   MOVE "N" TO DIV-SET-CC-SW
026290                   MOVE "CLOSED COST CENTER ON SHARE"
026300                       TO DIV-REJECT-REASON
026310               END-IF
026320           END-IF.
026330       4650-EXIT.
026340           EXIT.
026350
026360*****************************************************************
026370*    4700-REJECT-SET - THE SET HEADER AND EVERY SHARE ALREADY   *
026380*    READ GO TO THE REJECTS LISTING AS A UNIT.                  *
026390*****************************************************************
026400       4700-REJECT-SET.
026410           IF NOT DIV-SET-POSTABLE
026420               GO TO 4700-EXIT
026430           END-IF.
026440           MOVE DIV-SET-HEADER-READNO TO DIV-REJ-READNO-WORK.
026450           PERFORM 3550-CHECK-REJECT-WRITTEN THRU 3550-EXIT.
026460           MOVE SPACES TO REJECT-RECORD.
026470           MOVE ZERO TO RJ-NUM1.
026480           MOVE ZERO TO RJ-NUM2.
026490           MOVE DIV-REJECT-REASON TO RJ-REASON.
026500           MOVE "R" TO RJ-STATUS-CD.
026510           MOVE DIV-SET-HEADER-IMAGE TO RJ-REQUEST-IMAGE.
026520           MOVE DIV-SET-HEADER-READNO TO RJ-SOURCE-READNO.
026530           IF DIV-MODE-PROCESS
026540               AND NOT DIV-REJ-ALREADY-WRITTEN
026550               WRITE REJECT-RECORD
026560           END-IF.
026570           ADD 1 TO DIV-RECORDS-REJECTED.
026580           ADD 1 TO DIV-BAT-REJECTED (DIV-BAT-CURR).
026590           PERFORM 4750-REJECT-SET-SHARE THRU 4750-EXIT
026600               VARYING DIV-SHARE-IX FROM 1 BY 1
026610               UNTIL DIV-SHARE-IX > DIV-SHARES-READ.
026620       4700-EXIT.
026630           EXIT.
026640
026650       4750-REJECT-SET-SHARE.
026660           COMPUTE DIV-REJ-READNO-WORK =
026670               DIV-SET-HEADER-READNO + DIV-SHARE-IX.
026680           PERFORM 3550-CHECK-REJECT-WRITTEN THRU 3550-EXIT.
026690           MOVE SPACES TO DIV-SHARE-IMAGE-WORK.
026700           MOVE "SHR" TO DIV-SIW-TYPE.
026710           MOVE DIV-SET-ID TO DIV-SIW-SET-ID.
026720           MOVE DIV-SHARE-CC (DIV-SHARE-IX) TO DIV-SIW-CC.
026730           MOVE DIV-SHARE-WEIGHT (DIV-SHARE-IX)
026740               TO DIV-SIW-WEIGHT.
026750           MOVE SPACES TO REJECT-RECORD.
026760           MOVE ZERO TO RJ-NUM1.
026770           MOVE ZERO TO RJ-NUM2.
026780           MOVE "MEMBER OF REJECTED SET" TO RJ-REASON.
026790           MOVE "R" TO RJ-STATUS-CD.
026800           MOVE DIV-SHARE-IMAGE-WORK TO RJ-REQUEST-IMAGE.
026810           MOVE DIV-REJ-READNO-WORK TO RJ-SOURCE-READNO.
026820           IF DIV-MODE-PROCESS
026830               AND NOT DIV-REJ-ALREADY-WRITTEN
026840               WRITE REJECT-RECORD
026850           END-IF.
026860           ADD 1 TO DIV-RECORDS-REJECTED.
026870           ADD 1 TO DIV-BAT-REJECTED (DIV-BAT-CURR).
026880       4750-EXIT.
026890           EXIT.
026900
026910*****************************************************************
026920*    4800-ALLOCATE-SET - SEED EVERY SHARE WITH ITS RAW          *
026930*    AMOUNT - AN EQUAL SPLIT OF THE TOTAL THROUGH 08_DIVSUB,    *
026940*    OR, FOR A WEIGHTED SET, THE TOTAL PRORATED IN PROPORTION   *
026950*    TO THE SHARE WEIGHTS - THEN DISTRIBUTE THE LEFTOVER ONE    *
026960*    PENNY (OR WHOLE UNIT FOR SCALE 0) AT A TIME UNTIL THE      *
026970*    ALLOCATED AMOUNTS SUM EXACTLY BACK TO THE SET TOTAL.       *
026980*****************************************************************
026990       4800-ALLOCATE-SET.
027000           IF DIV-SET-SCALE-CD = 0
027010               MOVE 1 TO DIV-SET-PENNY
027020           ELSE
027030               MOVE 0.01 TO DIV-SET-PENNY
027040           END-IF.
027050           IF DIV-SET-WEIGHTED
027060               PERFORM 4830-SEED-WEIGHTED-AMOUNT THRU 4830-EXIT
027070                   VARYING DIV-SHARE-IX FROM 1 BY 1
027080                   UNTIL DIV-SHARE-IX > DIV-SET-SHARE-COUNT
027090               MOVE ZERO TO DIV-SET-ALLOC-TOTAL
027100               PERFORM 4870-SUM-SHARE-AMOUNT THRU 4870-EXIT
027110                   VARYING DIV-SHARE-IX FROM 1 BY 1
027120                   UNTIL DIV-SHARE-IX > DIV-SET-SHARE-COUNT
027130               COMPUTE DIV-SET-LEFTOVER = DIV-SET-TOTAL-NUM
027140                   - DIV-SET-ALLOC-TOTAL
027150               GO TO 4800-BALANCE
027160           END-IF.
027170           MOVE DIV-SET-TOTAL-NUM TO var-num1-signed.
027180           MOVE DIV-SET-SHARE-COUNT TO var-num2-signed.
027190           CALL "08_DIVSUB" USING var-num1-signed var-num2-signed
027200               DIV-SET-ROUND-SW DIV-SET-SCALE-CD var-result-dec
027210               var-result-dec-signed var-result-signed
027220               var-remainder-dec var-remainder-dec-signed
027230               var-remainder-signed DIV-RETURN-CODE.
027240           IF DIV-RETURN-CODE NOT = ZERO
027250               MOVE "N" TO DIV-SET-VALID-SW
027260               MOVE "08_DIVSUB RETURNED A NON-ZERO CODE"
027270                   TO DIV-REJECT-REASON
027280               GO TO 4800-EXIT
027290           END-IF.
027300           MOVE var-result-signed TO DIV-SET-BASE-AMT.
027310           PERFORM 4820-SEED-SHARE-AMOUNT THRU 4820-EXIT
027320               VARYING DIV-SHARE-IX FROM 1 BY 1
027330               UNTIL DIV-SHARE-IX > DIV-SET-SHARE-COUNT.
027340           COMPUTE DIV-SET-LEFTOVER = DIV-SET-TOTAL-NUM
027350               - (DIV-SET-BASE-AMT * DIV-SET-SHARE-COUNT).
027360       4800-BALANCE.
027370           PERFORM 4850-DISTRIBUTE-LEFTOVER THRU 4850-EXIT
027380               VARYING DIV-SHARE-IX FROM 1 BY 1
027390               UNTIL DIV-SET-LEFTOVER = ZERO
027400                   OR DIV-SHARE-IX > DIV-SET-SHARE-COUNT.
027410           IF DIV-SET-LEFTOVER NOT = ZERO
027420               MOVE "N" TO DIV-SET-VALID-SW
027430               MOVE "SET OUT OF BALANCE" TO DIV-REJECT-REASON
027440               GO TO 4800-EXIT
027450           END-IF.
027460           MOVE ZERO TO DIV-SET-ALLOC-TOTAL.
027470           PERFORM 4870-SUM-SHARE-AMOUNT THRU 4870-EXIT
027480               VARYING DIV-SHARE-IX FROM 1 BY 1
027490               UNTIL DIV-SHARE-IX > DIV-SET-SHARE-COUNT.
027500           IF DIV-SET-ALLOC-TOTAL NOT = DIV-SET-TOTAL-NUM
027510               MOVE "N" TO DIV-SET-VALID-SW
027520               MOVE "SET OUT OF BALANCE" TO DIV-REJECT-REASON
027530           END-IF.
027540       4800-EXIT.
027550           EXIT.
027560
027570       4820-SEED-SHARE-AMOUNT.
027580           MOVE DIV-SET-BASE-AMT
027590               TO DIV-SHARE-AMT (DIV-SHARE-IX).
027600       4820-EXIT.
027610           EXIT.
027620
027630*****************************************************************
027640*    4830-SEED-WEIGHTED-AMOUNT - THIS SHARE'S SLICE OF THE      *
027650*    TOTAL IN PROPORTION TO ITS WEIGHT, ROUNDED OR TRUNCATED    *
027660*    TO THE SET'S SCALE PER ITS ROUND SWITCH.                   *
027670*****************************************************************
027680       4830-SEED-WEIGHTED-AMOUNT.
027690           IF DIV-SET-ROUND-SW = "Y"
027700               COMPUTE DIV-SET-AMT-WORK ROUNDED =
027710                   (DIV-SET-TOTAL-NUM
027720                       * DIV-SHARE-WEIGHT (DIV-SHARE-IX))
027730                   / DIV-SET-WEIGHT-TOTAL
027740           ELSE
027750               COMPUTE DIV-SET-AMT-WORK =
027760                   (DIV-SET-TOTAL-NUM
027770                       * DIV-SHARE-WEIGHT (DIV-SHARE-IX))
027780                   / DIV-SET-WEIGHT-TOTAL
027790           END-IF.
027800           IF DIV-SET-SCALE-CD = 0
027810               IF DIV-SET-ROUND-SW = "Y"
027820                   COMPUTE DIV-SET-WHOLE-WORK ROUNDED =
027830                       DIV-SET-AMT-WORK
027840               ELSE
027850                   COMPUTE DIV-SET-WHOLE-WORK =
027860                       DIV-SET-AMT-WORK
027870               END-IF
027880               MOVE DIV-SET-WHOLE-WORK
027890                   TO DIV-SHARE-AMT (DIV-SHARE-IX)
027900           ELSE
027910               MOVE DIV-SET-AMT-WORK
027920                   TO DIV-SHARE-AMT (DIV-SHARE-IX)
027930           END-IF.
027940       4830-EXIT.
027950           EXIT.
027960
027970       4850-DISTRIBUTE-LEFTOVER.
027980           IF DIV-SET-LEFTOVER > ZERO
027990               ADD DIV-SET-PENNY
028000                   TO DIV-SHARE-AMT (DIV-SHARE-IX)
028010               SUBTRACT DIV-SET-PENNY FROM DIV-SET-LEFTOVER
028020           ELSE
028030               SUBTRACT DIV-SET-PENNY
028040                   FROM DIV-SHARE-AMT (DIV-SHARE-IX)
028050               ADD DIV-SET-PENNY TO DIV-SET-LEFTOVER
028060           END-IF.
028070       4850-EXIT.
028080           EXIT.
028090
028100       4870-SUM-SHARE-AMOUNT.
028110           ADD DIV-SHARE-AMT (DIV-SHARE-IX)
028120               TO DIV-SET-ALLOC-TOTAL.
028130       4870-EXIT.
028140           EXIT.
028150
028160*****************************************************************
028170*    4900-POST-SET - PRINT, COUNT, AND AUDIT A BALANCED SET -   *
028180*    ONE SET HEADER LINE, THEN ONE LINE AND ONE AUDIT ROW PER   *
028190*    SHARE.                                                     *
028200*****************************************************************
028210       4900-POST-SET.
028220           PERFORM 5100-WRITE-SET-HEADER-LINE THRU 5100-EXIT.
028230           ADD 1 TO DIV-RECORDS-PROCESSED.
028240           ADD 1 TO DIV-BAT-PROCESSED (DIV-BAT-CURR).
028250           PERFORM 5200-POST-ONE-SHARE THRU 5200-EXIT
028260               VARYING DIV-SHARE-IX FROM 1 BY 1
028270               UNTIL DIV-SHARE-IX > DIV-SET-SHARE-COUNT.
028280       4900-EXIT.
028290           EXIT.
028300
028310*****************************************************************
028320*    4950-CHECK-SET-BUDGET - NO SET MAY TAKE ANY OF ITS         *
028330*    CENTERS PAST THE BUDGET FINANCE APPROVED FOR THE PERIOD.   *
028340*    A CENTER NAMED ON SEVERAL SHARES IS CHECKED ONCE, AT ITS   *
028350*    FIRST SHARE, AGAINST THE SUM OF ALL ITS SHARES.  A CENTER  *
028360*    WITH NO BUDGET FOR THE PERIOD IS NOT LIMITED, AND A SET    *
028370*    PART-POSTED BEFORE A RESTART PASSED THIS CHECK BEFORE THE  *
028380*    ABEND AND IS NOT CHECKED AGAIN.  THE FIRST CENTER OVER     *
028390*    BUDGET NAMES THE REJECT REASON.                            *
028400*****************************************************************
028410       4950-CHECK-SET-BUDGET.
028420           IF NOT DIV-BUDGET-ACTIVE
028430               OR DIV-SET-RECOVERED-ROWS > ZERO
028440               GO TO 4950-EXIT
028450           END-IF.
028460           ACCEPT DIV-CDT-DATE FROM DATE YYYYMMDD.
028470           PERFORM 4960-CHECK-CENTER-BUDGET THRU 4960-EXIT
028480               VARYING DIV-SHARE-IX FROM 1 BY 1
028490               UNTIL DIV-SHARE-IX > DIV-SET-SHARE-COUNT
028500                   OR DIV-SET-INVALID.
028510           IF DIV-SET-INVALID
028520               ADD 1 TO DIV-SETS-OVER-BUDGET
028530           END-IF.
028540       4950-EXIT.
028550           EXIT.
028560
028570       4960-CHECK-CENTER-BUDGET.
028580           MOVE "N" TO DIV-BUD-SEEN-SW.
028590           MOVE ZERO TO DIV-BUD-SET-AMT.
028600           PERFORM 4970-SUM-CENTER-SHARE THRU 4970-EXIT
028610               VARYING DIV-BUD-IX FROM 1 BY 1
028620               UNTIL DIV-BUD-IX > DIV-SET-SHARE-COUNT
028630                   OR DIV-BUD-SEEN.
028640           IF DIV-BUD-SEEN OR DIV-BUD-SET-AMT NOT > ZERO
028650               GO TO 4960-EXIT
028660           END-IF.
028670           MOVE DIV-SHARE-CC (DIV-SHARE-IX) TO BU-COST-CENTER.
028680           MOVE DIV-CDT-PERIOD TO BU-PERIOD.
028690           READ BUDGET-FILE
028700               INVALID KEY
028710                   GO TO 4960-EXIT
028720           END-READ.
028730           IF NOT BU-BUDGETED
028740               GO TO 4960-EXIT
028750           END-IF.
028760           COMPUTE DIV-BUD-NEW-AMT =
028770               BU-ALLOCATED-AMT + DIV-BUD-SET-AMT.
028780           IF DIV-BUD-NEW-AMT > BU-BUDGET-AMT
028790               MOVE "N" TO DIV-SET-VALID-SW
028800               MOVE DIV-SHARE-CC (DIV-SHARE-IX)
028810                   TO DIV-BUD-REASON-CC
028820               MOVE DIV-BUD-REASON TO DIV-REJECT-REASON
028830           END-IF.
028840       4960-EXIT.
028850           EXIT.
028860
028870       4970-SUM-CENTER-SHARE.
028880           IF DIV-SHARE-CC (DIV-BUD-IX)
028890               NOT = DIV-SHARE-CC (DIV-SHARE-IX)
028900               GO TO 4970-EXIT
028910           END-IF.
028920           IF DIV-BUD-IX < DIV-SHARE-IX
028930               MOVE "Y" TO DIV-BUD-SEEN-SW
028940               GO TO 4970-EXIT
028950           END-IF.
028960           ADD DIV-SHARE-AMT (DIV-BUD-IX) TO DIV-BUD-SET-AMT.
028970       4970-EXIT.
028980           EXIT.
028990
029000*****************************************************************
029010*    5000-WRITE-REPORT-LINE - ONE PRINTED LINE PER CALCULATION, *
029020*    WITH A NEW PAGE (AND HEADING) WHEN THE CURRENT PAGE FILLS. *
029030*****************************************************************
029040       5000-WRITE-REPORT-LINE.
029050           IF DIV-LINE-COUNT >= DIV-LINES-PER-PAGE
029060               PERFORM 1200-WRITE-REPORT-HEADING THRU 1200-EXIT
029070           END-IF.
029080           MOVE var-num1-signed TO RPT-NUM1.
029090           MOVE var-num2-signed TO RPT-NUM2.
029100           MOVE var-result-signed TO RPT-RESULT-DEC.
029110           MOVE var-remainder-signed TO RPT-REMAINDER-DEC.
029120           MOVE DR-REQUEST-ID TO RPT-REQUEST-ID.
029130           MOVE RPT-DETAIL-LINE TO DIVISION-REPORT-RECORD.
029140           WRITE DIVISION-REPORT-RECORD AFTER ADVANCING 1 LINES.
029150           ADD 1 TO DIV-LINE-COUNT.
029160       5000-EXIT.
029170           EXIT.
029180
029190       5100-WRITE-SET-HEADER-LINE.
029200           IF DIV-LINE-COUNT >= DIV-LINES-PER-PAGE
029210               PERFORM 1200-WRITE-REPORT-HEADING THRU 1200-EXIT
029220           END-IF.
029230           MOVE DIV-SET-ID TO RPT-SET-ID.
029240           MOVE DIV-SET-TOTAL-NUM TO RPT-SET-TOTAL.
029250           MOVE DIV-SET-SHARE-COUNT TO RPT-SET-SHARES.
029260           MOVE RPT-SET-HEADER-LINE TO DIVISION-REPORT-RECORD.
029270           WRITE DIVISION-REPORT-RECORD AFTER ADVANCING 1 LINES.
029280           ADD 1 TO DIV-LINE-COUNT.
029290       5100-EXIT.
029300           EXIT.
029310
029320       5200-POST-ONE-SHARE.
029330           IF DIV-LINE-COUNT >= DIV-LINES-PER-PAGE
029340               PERFORM 1200-WRITE-REPORT-HEADING THRU 1200-EXIT
029350           END-IF.
029360           IF DIV-SET-WEIGHTED
029370               MOVE DIV-SHARE-CC (DIV-SHARE-IX) TO RPT-WSHARE-CC
029380               MOVE DIV-SHARE-WEIGHT (DIV-SHARE-IX)
029390                   TO RPT-WSHARE-WEIGHT
029400               MOVE DIV-SHARE-AMT (DIV-SHARE-IX)
029410                   TO RPT-WSHARE-AMOUNT
029420               MOVE RPT-WSHARE-LINE TO DIVISION-REPORT-RECORD
029430           ELSE
029440               MOVE DIV-SHARE-CC (DIV-SHARE-IX) TO RPT-SHARE-CC
029450               MOVE DIV-SHARE-AMT (DIV-SHARE-IX)
029460                   TO RPT-SHARE-AMOUNT
029470               MOVE RPT-SHARE-LINE TO DIVISION-REPORT-RECORD
029480           END-IF.
029490           WRITE DIVISION-REPORT-RECORD AFTER ADVANCING 1 LINES.
029500           ADD 1 TO DIV-LINE-COUNT.
029510           IF DIV-MODE-PROCESS
029520               PERFORM 6100-WRITE-SHARE-AUDIT THRU 6100-EXIT
029530               PERFORM 6650-ACCUMULATE-BUDGET THRU 6650-EXIT
029540               PERFORM 6600-WRITE-SHARE-MASTER
029550                   THRU 6600-EXIT
029560               PERFORM 6800-WRITE-GL-SHARE THRU 6800-EXIT
029570           END-IF.
029580           ADD 1 TO DIV-RECORDS-PROCESSED.
029590           ADD 1 TO DIV-BAT-PROCESSED (DIV-BAT-CURR).
029600           ADD DIV-SHARE-AMT (DIV-SHARE-IX)
029610               TO DIV-SUM-OF-RESULTS.
029620       5200-EXIT.
029630           EXIT.
029640
029650       5300-WRITE-REVERSAL-LINE.
029660           IF DIV-LINE-COUNT >= DIV-LINES-PER-PAGE
029670               PERFORM 1200-WRITE-REPORT-HEADING THRU 1200-EXIT
029680           END-IF.
029690           MOVE RV-ORIG-REQUEST-ID TO RPT-REV-ID.
029700           COMPUTE RPT-REV-RESULT = ZERO - DIV-REV-TOTAL.
029710           COMPUTE RPT-REV-ROWS =
029720               DIV-REV-LAST-NO - DIV-REV-FIRST-NO + 1.
029730           MOVE RV-REASON TO RPT-REV-REASON.
029740           MOVE RPT-REVERSAL-LINE TO DIVISION-REPORT-RECORD.
029750           WRITE DIVISION-REPORT-RECORD AFTER ADVANCING 1 LINES.
029760           ADD 1 TO DIV-LINE-COUNT.
029770       5300-EXIT.
029780           EXIT.
029790
029800       5350-WRITE-REVERSAL-SHARE.
029810           IF DIV-LINE-COUNT >= DIV-LINES-PER-PAGE
029820               PERFORM 1200-WRITE-REPORT-HEADING THRU 1200-EXIT
029830           END-IF.
029840           MOVE RM-COST-CENTER TO RPT-SHARE-CC.
029850           MOVE DIV-REV-AMOUNT TO RPT-SHARE-AMOUNT.
029860           MOVE RPT-SHARE-LINE TO DIVISION-REPORT-RECORD.
029870           WRITE DIVISION-REPORT-RECORD AFTER ADVANCING 1 LINES.
029880           ADD 1 TO DIV-LINE-COUNT.
029890       5350-EXIT.
029900           EXIT.
029910
029920*****************************************************************
029930*    5400-WRITE-APPROVED-LINE - UNDER A RELEASED ITEM, WHO      *
029940*    APPROVED IT AND WHEN.                                      *
029950*****************************************************************
029960       5400-WRITE-APPROVED-LINE.
029970           IF DIV-LINE-COUNT >= DIV-LINES-PER-PAGE
029980               PERFORM 1200-WRITE-REPORT-HEADING THRU 1200-EXIT
029990           END-IF.
030000           MOVE DIV-PEND-REF-WORK TO RPT-APR-REF.
030010           MOVE DIV-PEND-APPROVER TO RPT-APR-APPROVER.
030020           STRING DIV-PAD-YYYY "-" DIV-PAD-MM "-" DIV-PAD-DD
030030               DELIMITED BY SIZE INTO RPT-APR-DATE.
030040           MOVE RPT-APPROVED-LINE TO DIVISION-REPORT-RECORD.
030050           WRITE DIVISION-REPORT-RECORD AFTER ADVANCING 1 LINES.
030060           ADD 1 TO DIV-LINE-COUNT.
030070       5400-EXIT.
030080           EXIT.
030090
030100       5500-WRITE-HELD-LINE.
030110           IF DIV-LINE-COUNT >= DIV-LINES-PER-PAGE
030120               PERFORM 1200-WRITE-REPORT-HEADING THRU 1200-EXIT
030130           END-IF.
030140           MOVE DIV-PEND-REF-WORK TO RPT-HELD-REF.
030150           MOVE DIV-PEND-SUBMITTER TO RPT-HELD-SUBMITTER.
030160           MOVE RPT-HELD-LINE TO DIVISION-REPORT-RECORD.
030170           WRITE DIVISION-REPORT-RECORD AFTER ADVANCING 1 LINES.
030180           ADD 1 TO DIV-LINE-COUNT.
030190       5500-EXIT.
030200           EXIT.
030210
030220       5600-WRITE-PARKED-LINE.
030230           IF DIV-LINE-COUNT >= DIV-LINES-PER-PAGE
030240               PERFORM 1200-WRITE-REPORT-HEADING THRU 1200-EXIT
030250           END-IF.
030260           STRING DIV-EFF-YYYY "-" DIV-EFF-MM "-" DIV-EFF-DD
030270               DELIMITED BY SIZE INTO RPT-PARK-DATE.
030280           MOVE DIV-PARK-SOURCE TO RPT-PARK-SOURCE.
030290           MOVE RPT-PARKED-LINE TO DIVISION-REPORT-RECORD.
030300           WRITE DIVISION-REPORT-RECORD AFTER ADVANCING 1 LINES.
030310           ADD 1 TO DIV-LINE-COUNT.
030320       5600-EXIT.
030330           EXIT.
030340
030350*****************************************************************
030360*    6000-WRITE-AUDIT - APPEND ONE TIMESTAMPED ROW TO THE       *
030370*    DIVISION-AUDIT TRAIL FOR EVERY DIVISION PERFORMED, WITH    *
030380*    THE ROUND SWITCH AND SCALE CODE IT WAS PERFORMED WITH.     *
030390*****************************************************************
030400       6000-WRITE-AUDIT.
030410           INITIALIZE AUDIT-TRAIL-RECORD.
030420           ACCEPT DIV-CDT-DATE FROM DATE YYYYMMDD.
030430           ACCEPT DIV-CDT-TIME FROM TIME.
030440           MOVE var-num1-signed TO AU-NUM1.
030450           MOVE var-num2-signed TO AU-NUM2.
030460           MOVE var-result-signed TO AU-RESULT-DEC.
030470           MOVE var-remainder-signed TO AU-REMAINDER-DEC.
030480           MOVE DR-REQUEST-ID TO AU-REQUEST-ID.
030490           MOVE "D" TO AU-ROW-TYPE-CD.
030500           MOVE DR-ROUND-SW TO AU-ROUND-SW.
030510           MOVE DR-SCALE-CD TO AU-SCALE-CD.
030520           MOVE DIV-RECORDS-READ TO AU-SOURCE-READNO.
030530           MOVE DIV-CDT-DATE TO AU-DATE.
030540           MOVE DIV-CDT-TIME TO AU-TIME.
030550           PERFORM 6050-SEAL-AUDIT-ROW THRU 6050-EXIT.
030560           WRITE AUDIT-TRAIL-RECORD.
030570           MOVE AU-NUM1 TO DIV-DUP-KEY-NUM1.
030580           MOVE AU-NUM2 TO DIV-DUP-KEY-NUM2.
030590           MOVE "R" TO DIV-DUP-ORG-WORK.
030600           MOVE DIV-RECORDS-READ TO DIV-DUP-READNO-WORK.
030610           PERFORM 1450-ADD-POSTED-PAIR THRU 1450-EXIT.
030620       6000-EXIT.
030630           EXIT.
030640
030650*****************************************************************
030660*    6050-SEAL-AUDIT-ROW - GIVE THE ROW ITS RUN-SCOPED          *
030670*    SEQUENCE NUMBER AND ITS CHAINED CHECK VALUE (DERIVED       *
030680*    FROM THE PRIOR ROW'S CHECK BY 08_DIVSEAL), SO AN EDITED    *
030690*    OR DROPPED ROW BREAKS THE CHAIN AND 08_DIVBAL REPORTS      *
030700*    THE FIRST BREAK.                                           *
030710*****************************************************************
030720       6050-SEAL-AUDIT-ROW.
030730           ADD 1 TO DIV-AUDIT-SEQ-NO.
030740           MOVE DIV-AUDIT-SEQ-NO TO AU-RUN-SEQ-NO.
030750           MOVE ZERO TO AU-CHECK-VALUE.
030760           CALL "08_DIVSEAL" USING AUDIT-TRAIL-RECORD
030770               DIV-AUDIT-PRIOR-CHECK DIV-AUDIT-CHECK-WORK.
030780           MOVE DIV-AUDIT-CHECK-WORK TO AU-CHECK-VALUE.
030790           MOVE DIV-AUDIT-CHECK-WORK TO DIV-AUDIT-PRIOR-CHECK.
030800       6050-EXIT.
030810           EXIT.
030820
030830*****************************************************************
030840*    6100-WRITE-SHARE-AUDIT - ONE AUDIT ROW PER ALLOCATED       *
030850*    SHARE; NUM1 CARRIES THE SET TOTAL, NUM2 THE SHARE COUNT,   *
030860*    AND THE RESULT THE AMOUNT ALLOCATED TO THIS SHARE, SO THE  *
030870*    AUDITED RESULTS FOR A SET SUM BACK TO ITS TOTAL.           *
030880*****************************************************************
030890       6100-WRITE-SHARE-AUDIT.
030900           IF DIV-SHARE-IX NOT > DIV-SET-RECOVERED-ROWS
030910               GO TO 6100-EXIT
030920           END-IF.
030930           MOVE SPACES TO AUDIT-TRAIL-RECORD.
030940           ACCEPT DIV-CDT-DATE FROM DATE YYYYMMDD.
030950           ACCEPT DIV-CDT-TIME FROM TIME.
030960           MOVE DIV-SET-TOTAL-NUM TO AU-NUM1.
030970           MOVE DIV-SET-SHARE-COUNT TO AU-NUM2.
030980           MOVE DIV-SHARE-AMT (DIV-SHARE-IX) TO AU-RESULT-DEC.
030990           MOVE ZERO TO AU-REMAINDER-DEC.
031000           MOVE DIV-SET-ID TO AU-REQUEST-ID.
031010           MOVE "S" TO AU-ROW-TYPE-CD.
031020           MOVE DIV-SET-ROUND-SW TO AU-ROUND-SW.
031030           MOVE DIV-SET-SCALE-CD TO AU-SCALE-CD.
031040           COMPUTE AU-SOURCE-READNO =
031050               DIV-SET-HEADER-READNO + DIV-SHARE-IX.
031060           MOVE DIV-CDT-DATE TO AU-DATE.
031070           MOVE DIV-CDT-TIME TO AU-TIME.
031080           MOVE DIV-SHARE-CC (DIV-SHARE-IX) TO AU-COST-CENTER.
031090           PERFORM 6050-SEAL-AUDIT-ROW THRU 6050-EXIT.
031100           WRITE AUDIT-TRAIL-RECORD.
031110       6100-EXIT.
031120           EXIT.
031130
031140*****************************************************************
031150*    6200-WRITE-REVERSAL-AUDIT - ONE "V" ROW PER MASTER ROW     *
031160*    BACKED OUT, EQUAL AND OPPOSITE TO THE ORIGINAL: NUM1,      *
031170*    RESULT, AND REMAINDER NEGATED, NUM2 AND THE COST CENTER    *
031180*    (FOR A SHARE) AS POSTED, UNDER THE ORIGINAL REQUEST ID.    *
031190*****************************************************************
031200       6200-WRITE-REVERSAL-AUDIT.
031210           INITIALIZE AUDIT-TRAIL-RECORD.
031220           ACCEPT DIV-CDT-DATE FROM DATE YYYYMMDD.
031230           ACCEPT DIV-CDT-TIME FROM TIME.
031240           COMPUTE AU-NUM1 = ZERO - RM-NUM1.
031250           MOVE RM-NUM2 TO AU-NUM2.
031260           MOVE DIV-REV-AMOUNT TO AU-RESULT-DEC.
031270           COMPUTE AU-REMAINDER-DEC = ZERO - RM-REMAINDER-DEC.
031280           MOVE RV-ORIG-REQUEST-ID TO AU-REQUEST-ID.
031290           MOVE "V" TO AU-ROW-TYPE-CD.
031300           MOVE DIV-RECORDS-READ TO AU-SOURCE-READNO.
031310           MOVE DIV-CDT-DATE TO AU-DATE.
031320           MOVE DIV-CDT-TIME TO AU-TIME.
031330           MOVE RM-COST-CENTER TO AU-COST-CENTER.
031340           PERFORM 6050-SEAL-AUDIT-ROW THRU 6050-EXIT.
031350           WRITE AUDIT-TRAIL-RECORD.
031360       6200-EXIT.
031370           EXIT.
031380
031390*****************************************************************
031400*    6500-WRITE-RESULTS-MASTER - ONE KEYED ROW PER SUCCESSFUL   *
031410*    DIVISION SO THE HELP DESK CAN FETCH A RESULT BY REQUEST    *
031420*    ID.  A RE-RUN OF THE SAME REQUEST ID REPLACES THE ROW.     *
031430*    A REQUEST WITHOUT AN ID (LEGACY FEED) IS NOT MASTERED.     *
031440*****************************************************************
031450       6500-WRITE-RESULTS-MASTER.
031460           IF DR-REQUEST-ID = SPACES
031470               GO TO 6500-EXIT
031480           END-IF.
031490           MOVE SPACES TO RESULTS-MASTER-RECORD.
031500           MOVE DR-REQUEST-ID TO RM-REQUEST-ID.
031510           MOVE ZERO TO RM-SHARE-NO.
031520           MOVE var-num1-signed TO RM-NUM1.
031530           MOVE var-num2-signed TO RM-NUM2.
031540           MOVE var-result-signed TO RM-RESULT-DEC.
031550           MOVE var-remainder-signed TO RM-REMAINDER-DEC.
031560           MOVE DIV-RUN-DATE-YMD TO RM-RUN-DATE.
031570           MOVE "B" TO RM-ORIGIN-CD.
031580           IF DR-REQUEST-ID = DIV-REV-PENDING-ID
031590               MOVE "C" TO RM-STATUS-CD
031600           END-IF.
031610           WRITE RESULTS-MASTER-RECORD
031620               INVALID KEY
031630                   REWRITE RESULTS-MASTER-RECORD
031640                   IF DIV-MASTER-STATUS NOT = "00"
031650                       DISPLAY "08_REDEFINES - RESULTS "
031660                           "MASTER REWRITE FAILED, "
031670                           "STS = " DIV-MASTER-STATUS
031680                   END-IF
031690           END-WRITE.
031700       6500-EXIT.
031710           EXIT.
031720
031730       6600-WRITE-SHARE-MASTER.
031740           IF DIV-SET-ID = SPACES
031750               GO TO 6600-EXIT
031760           END-IF.
031770           MOVE SPACES TO RESULTS-MASTER-RECORD.
031780           MOVE DIV-SET-ID TO RM-REQUEST-ID.
031790           MOVE DIV-SHARE-IX TO RM-SHARE-NO.
031800           MOVE DIV-SET-TOTAL-NUM TO RM-NUM1.
031810           MOVE DIV-SET-SHARE-COUNT TO RM-NUM2.
031820           MOVE DIV-SHARE-AMT (DIV-SHARE-IX) TO RM-RESULT-DEC.
031830           MOVE ZERO TO RM-REMAINDER-DEC.
031840           MOVE DIV-RUN-DATE-YMD TO RM-RUN-DATE.
031850           MOVE "B" TO RM-ORIGIN-CD.
031860           MOVE DIV-SHARE-CC (DIV-SHARE-IX)
031870               TO RM-COST-CENTER.
031880           IF DIV-SET-ID = DIV-REV-PENDING-ID
031890               MOVE "C" TO RM-STATUS-CD
031900           END-IF.
031910           WRITE RESULTS-MASTER-RECORD
031920               INVALID KEY
031930                   REWRITE RESULTS-MASTER-RECORD
031940                   IF DIV-MASTER-STATUS NOT = "00"
031950                       DISPLAY "08_REDEFINES - RESULTS "
031960                           "MASTER REWRITE FAILED, "
031970                           "STS = " DIV-MASTER-STATUS
031980                   END-IF
031990           END-WRITE.
032000       6600-EXIT.
032010           EXIT.
032020
032030*****************************************************************
032040*    6650-ACCUMULATE-BUDGET - CARRY THE SHARE JUST AUDITED TO   *
032050*    ITS CENTER'S ALLOCATED-TO-DATE FOR THE PERIOD OF THE       *
032060*    AUDIT ROW.  A ROW RECOVERED ON A RESTART WAS CARRIED       *
032070*    BEFORE THE ABEND.                                          *
032080*****************************************************************
032090       6650-ACCUMULATE-BUDGET.
032100           IF NOT DIV-BUDGET-ACTIVE
032110               OR DIV-SHARE-IX NOT > DIV-SET-RECOVERED-ROWS
032120               GO TO 6650-EXIT
032130           END-IF.
032140           MOVE DIV-SHARE-CC (DIV-SHARE-IX) TO DIV-BUD-CC-WORK.
032150           MOVE DIV-SHARE-AMT (DIV-SHARE-IX) TO DIV-BUD-POST-AMT.
032160           PERFORM 6670-POST-BUDGET-AMOUNT THRU 6670-EXIT.
032170       6650-EXIT.
032180           EXIT.
032190
032200*****************************************************************
032210*    6660-RELIEVE-BUDGET - A REVERSED SHARE COMES OFF ITS       *
032220*    CENTER'S ALLOCATED-TO-DATE FOR THE PERIOD THE REVERSAL     *
032230*    POSTS IN, MATCHING THE "V" ROW 08_DIVBDV NETS IT WITH.     *
032240*****************************************************************
032250       6660-RELIEVE-BUDGET.
032260           IF NOT DIV-BUDGET-ACTIVE
032270               OR RM-COST-CENTER = SPACES
032280               GO TO 6660-EXIT
032290           END-IF.
032300           MOVE RM-COST-CENTER TO DIV-BUD-CC-WORK.
032310           MOVE DIV-REV-AMOUNT TO DIV-BUD-POST-AMT.
032320           PERFORM 6670-POST-BUDGET-AMOUNT THRU 6670-EXIT.
032330       6660-EXIT.
032340           EXIT.
032350
032360*****************************************************************
032370*    6670-POST-BUDGET-AMOUNT - A CENTER WITH NO ROW FOR THE     *
032380*    PERIOD GETS AN UNBUDGETED ONE, SO WHAT IT WAS CHARGED IS   *
032390*    ALREADY COUNTED IF FINANCE SETS A BUDGET LATER ON.         *
032400*****************************************************************
032410       6670-POST-BUDGET-AMOUNT.
032420           MOVE DIV-BUD-CC-WORK TO BU-COST-CENTER.
032430           MOVE DIV-CDT-PERIOD TO BU-PERIOD.
032440           READ BUDGET-FILE
032450               INVALID KEY
032460                   GO TO 6670-NEW-ROW
032470           END-READ.
032480           ADD DIV-BUD-POST-AMT TO BU-ALLOCATED-AMT.
032490           MOVE DIV-CDT-DATE TO BU-LAST-POSTED-DATE.
032500           REWRITE BUDGET-RECORD.
032510           IF DIV-BUDGET-STATUS NOT = "00"
032520               DISPLAY "08_REDEFINES - BUDGET REWRITE FAILED, "
032530                   "STS = " DIV-BUDGET-STATUS
032540           END-IF.
032550           GO TO 6670-EXIT.
032560       6670-NEW-ROW.
032570           MOVE SPACES TO BUDGET-RECORD.
032580           MOVE DIV-BUD-CC-WORK TO BU-COST-CENTER.
032590           MOVE DIV-CDT-PERIOD TO BU-PERIOD.
032600           MOVE "U" TO BU-STATUS-CD.
032610           MOVE ZERO TO BU-BUDGET-AMT.
032620           MOVE DIV-BUD-POST-AMT TO BU-ALLOCATED-AMT.
032630           MOVE ZERO TO BU-LAST-MAINT-DATE.
032640           MOVE DIV-CDT-DATE TO BU-LAST-POSTED-DATE.
032650           WRITE BUDGET-RECORD.
032660           IF DIV-BUDGET-STATUS NOT = "00"
032670               DISPLAY "08_REDEFINES - BUDGET WRITE FAILED, "
032680                   "STS = " DIV-BUDGET-STATUS
032690           END-IF.
032700       6670-EXIT.
032710           EXIT.
032720
032730*****************************************************************
032740*    6700-WRITE-GL-EXTRACT - ONE DELIMITED INTERFACE ROW PER    *
032750*    POSTED DIVISION FOR THE GENERAL-LEDGER LOADER.             *
032760*****************************************************************
032770       6700-WRITE-GL-EXTRACT.
032780           IF NOT DIV-RECOVERED
032790               MOVE DIV-RUN-DATE-YMD TO GLX-D-RUN-DATE
032800               MOVE DR-REQUEST-ID TO GLX-D-REQUEST-ID
032810               MOVE var-num1-signed TO GLX-D-NUM1
032820               MOVE var-num2-signed TO GLX-D-NUM2
032830               MOVE var-result-signed TO GLX-D-RESULT
032840               MOVE var-remainder-signed TO GLX-D-REMAINDER
032850               WRITE GL-EXTRACT-RECORD FROM GLX-DETAIL-LINE
032860           END-IF.
032870           ADD 1 TO DIV-GLX-COUNT.
032880           ADD var-result-signed TO DIV-GLX-AMOUNT.
032890       6700-EXIT.
032900           EXIT.
032910
032920       6800-WRITE-GL-SHARE.
032930           IF DIV-SHARE-IX NOT > DIV-SET-RECOVERED-ROWS
032940               ADD 1 TO DIV-GLX-COUNT
032950               ADD DIV-SHARE-AMT (DIV-SHARE-IX)
032960                   TO DIV-GLX-AMOUNT
032970               GO TO 6800-EXIT
032980           END-IF.
032990           MOVE DIV-RUN-DATE-YMD TO GLX-D-RUN-DATE.
033000           MOVE DIV-SET-ID TO GLX-D-REQUEST-ID.
033010           MOVE DIV-SET-TOTAL-NUM TO GLX-D-NUM1.
033020           MOVE DIV-SET-SHARE-COUNT TO GLX-D-NUM2.
033030           MOVE DIV-SHARE-AMT (DIV-SHARE-IX) TO GLX-D-RESULT.
033040           MOVE ZERO TO GLX-D-REMAINDER.
033050           WRITE GL-EXTRACT-RECORD FROM GLX-DETAIL-LINE.
033060           ADD 1 TO DIV-GLX-COUNT.
033070           ADD DIV-SHARE-AMT (DIV-SHARE-IX) TO DIV-GLX-AMOUNT.
033080       6800-EXIT.
033090           EXIT.
033100
033110*****************************************************************
033120*    6900-WRITE-GL-REVERSAL - THE OFFSETTING INTERFACE ROW FOR  *
033130*    ONE REVERSED MASTER ROW, UNDER THE ORIGINAL REQUEST ID SO  *
033140*    08_DIVGLR MATCHES IT LIKE ANY OTHER ITEM.                  *
033150*****************************************************************
033160       6900-WRITE-GL-REVERSAL.
033170           IF NOT DIV-RECOVERED
033180               MOVE DIV-RUN-DATE-YMD TO GLX-D-RUN-DATE
033190               MOVE RV-ORIG-REQUEST-ID TO GLX-D-REQUEST-ID
033200               COMPUTE GLX-D-NUM1 = ZERO - RM-NUM1
033210               MOVE RM-NUM2 TO GLX-D-NUM2
033220               MOVE DIV-REV-AMOUNT TO GLX-D-RESULT
033230               COMPUTE GLX-D-REMAINDER = ZERO - RM-REMAINDER-DEC
033240               WRITE GL-EXTRACT-RECORD FROM GLX-DETAIL-LINE
033250           END-IF.
033260           ADD 1 TO DIV-GLX-COUNT.
033270           ADD DIV-REV-AMOUNT TO DIV-GLX-AMOUNT.
033280       6900-EXIT.
033290           EXIT.
033300
033310*****************************************************************
033320*    7000-CHECKPOINT - EVERY DIV-CHECKPOINT-INTERVAL RECORDS,   *
033330*    DROP THE CURRENT POSITION TO THE RESTART-CONTROL FILE.     *
033340*****************************************************************
033350       7000-CHECKPOINT.
033360           IF DIV-MODE-REPORT-ONLY
033370               GO TO 7000-EXIT
033380           END-IF.
033390           DIVIDE DIV-RECORDS-READ BY DIV-CHECKPOINT-INTERVAL
033400               GIVING DIV-CHECK-QUOTIENT
033410               REMAINDER DIV-CHECK-REM.
033420           IF DIV-CHECK-REM = ZERO AND DIV-RECORDS-READ > ZERO
033430               PERFORM 7100-WRITE-CHECKPOINT THRU 7100-EXIT
033440           END-IF.
033450       7000-EXIT.
033460           EXIT.
033470
033480       7100-WRITE-CHECKPOINT.
033490           OPEN OUTPUT RESTART-CONTROL-FILE.
033500           MOVE DIV-RECORDS-READ TO RC-LAST-COUNT.
033510           MOVE DIV-RECORDS-PROCESSED TO RC-RECORDS-PROCESSED.
033520           MOVE DIV-RECORDS-REJECTED TO RC-RECORDS-REJECTED.
033530           MOVE DIV-RECORDS-DUPLICATE
033540               TO RC-RECORDS-DUPLICATE.
033550           MOVE DIV-GLX-COUNT TO RC-GLX-COUNT.
033560           MOVE DIV-GLX-AMOUNT TO RC-GLX-AMOUNT.
033570           MOVE DIV-SUM-OF-RESULTS TO RC-SUM-OF-RESULTS.
033580           MOVE DIV-RECORDS-REVERSED TO RC-RECORDS-REVERSED.
033590           MOVE DIV-RECORDS-HELD TO RC-RECORDS-HELD.
033600           MOVE DIV-RECORDS-PARKED TO RC-RECORDS-PARKED.
033610           MOVE DIV-RUN-DATE-YMD TO RC-RUN-DATE.
033620           MOVE "I" TO RC-STATUS-SW.
033630           WRITE RESTART-CONTROL-RECORD.
033640           CLOSE RESTART-CONTROL-FILE.
033650       7100-EXIT.
033660           EXIT.
033670
033680*****************************************************************
033690*    8000-FINALIZE - PRINT THE CONTROL-TOTAL TRAILER, CLOSE     *
033700*    THE FILES, AND MARK THE RUN COMPLETE FOR THE NEXT RESTART. *
033710*****************************************************************
033720       8000-FINALIZE.
033730           PERFORM 8100-WRITE-REPORT-TRAILER THRU 8100-EXIT.
033740           CLOSE DIVISION-REQUEST-FILE.
033750           CLOSE DIVISION-REPORT-FILE.
033760           IF DIV-MODE-PROCESS
033770               CLOSE DIVISION-REJECT-FILE
033780           END-IF.
033790           CLOSE DIVISION-AUDIT-FILE.
033800           CLOSE RESULTS-MASTER-FILE.
033810           CLOSE COST-CENTER-FILE.
033820           CLOSE DUP-WORK-FILE.
033830           CLOSE SET-WORK-FILE.
033840           IF DIV-BUDGET-ACTIVE
033850               CLOSE BUDGET-FILE
033860           END-IF.
033870           IF DIV-SETS-OVER-BUDGET > ZERO
033880               DISPLAY "08_REDEFINES - SETS HELD OVER BUDGET: "
033890                   DIV-SETS-OVER-BUDGET
033900           END-IF.
033910           IF DIV-RECORDS-HELD > ZERO
033920               DISPLAY "08_REDEFINES - HELD FOR APPROVAL: "
033930                   DIV-RECORDS-HELD
033940           END-IF.
033950           IF DIV-PENDING-OPEN
033960               CLOSE PENDING-FILE
033970           END-IF.
033980           IF DIV-RECORDS-PARKED > ZERO
033990               DISPLAY "08_REDEFINES - PARKED FUTURE-DATED: "
034000                   DIV-RECORDS-PARKED
034010           END-IF.
034020           IF DIV-WAREHOUSE-OPEN
034030               CLOSE WAREHOUSE-FILE
034040           END-IF.
034050           IF DIV-MODE-PROCESS
034060               CLOSE REJ-WORK-FILE
034070           END-IF.
034080           IF DIV-MODE-PROCESS
034090               MOVE DIV-GLX-COUNT TO GLX-T-RECORD-COUNT
034100               MOVE DIV-GLX-AMOUNT TO GLX-T-AMOUNT-TOTAL
034110               WRITE GL-EXTRACT-RECORD FROM GLX-TRAILER-LINE
034120               CLOSE GL-EXTRACT-FILE
034130           END-IF.
034140           IF DIV-MODE-PROCESS
034150               PERFORM 8300-UPDATE-BATCH-REGISTER THRU 8300-EXIT
034160               CLOSE BATCH-REGISTER-FILE
034170           END-IF.
034180           IF DIV-MODE-PROCESS
034190               PERFORM 8200-WRITE-FINAL-CHECKPOINT
034200                   THRU 8200-EXIT
034210               PERFORM 8400-CLOSE-BUSINESS-DATE THRU 8400-EXIT
034220           END-IF.
034230           IF DIV-BAT-ANY-REJECTED
034240               MOVE 8 TO RETURN-CODE
034250           END-IF.
034260           IF DIV-MODE-PROCESS
034270               PERFORM 8500-END-STEP THRU 8500-EXIT
034280           END-IF.
034290       8000-EXIT.
034300           EXIT.
034310
034320       8100-WRITE-REPORT-TRAILER.
034330           MOVE RPT-TRAILER-LINE-1 TO DIVISION-REPORT-RECORD.
034340           WRITE DIVISION-REPORT-RECORD AFTER ADVANCING 2 LINES.
034350           MOVE DIV-RECORDS-READ TO RPT-CTL-READ.
034360           MOVE RPT-TRAILER-LINE-2 TO DIVISION-REPORT-RECORD.
034370           WRITE DIVISION-REPORT-RECORD AFTER ADVANCING 1 LINES.
034380           MOVE DIV-RECORDS-PROCESSED TO RPT-CTL-PROCESSED.
034390           MOVE RPT-TRAILER-LINE-3 TO DIVISION-REPORT-RECORD.
034400           WRITE DIVISION-REPORT-RECORD AFTER ADVANCING 1 LINES.
034410           MOVE DIV-RECORDS-REJECTED TO RPT-CTL-REJECTED.
034420           MOVE RPT-TRAILER-LINE-4 TO DIVISION-REPORT-RECORD.
034430           WRITE DIVISION-REPORT-RECORD AFTER ADVANCING 1 LINES.
034440           MOVE DIV-RECORDS-DUPLICATE TO RPT-CTL-DUPLICATES.
034450           MOVE RPT-TRAILER-LINE-6 TO DIVISION-REPORT-RECORD.
034460           WRITE DIVISION-REPORT-RECORD AFTER ADVANCING 1 LINES.
034470           MOVE DIV-RECORDS-REVERSED TO RPT-CTL-REVERSED.
034480           MOVE RPT-TRAILER-LINE-7 TO DIVISION-REPORT-RECORD.
034490           WRITE DIVISION-REPORT-RECORD AFTER ADVANCING 1 LINES.
034500           MOVE DIV-RECORDS-HELD TO RPT-CTL-HELD.
034510           MOVE RPT-TRAILER-LINE-8 TO DIVISION-REPORT-RECORD.
034520           WRITE DIVISION-REPORT-RECORD AFTER ADVANCING 1 LINES.
034530           MOVE DIV-RECORDS-PARKED TO RPT-CTL-PARKED.
034540           MOVE RPT-TRAILER-LINE-9 TO DIVISION-REPORT-RECORD.
034550           WRITE DIVISION-REPORT-RECORD AFTER ADVANCING 1 LINES.
034560           MOVE DIV-SUM-OF-RESULTS TO RPT-CTL-SUM-OF-RESULTS.
034570           MOVE RPT-TRAILER-LINE-5 TO DIVISION-REPORT-RECORD.
034580           WRITE DIVISION-REPORT-RECORD AFTER ADVANCING 1 LINES.
034590           PERFORM 8150-WRITE-BATCH-SUBTOTALS THRU 8150-EXIT.
034600       8100-EXIT.
034610           EXIT.
034620
034630*****************************************************************
034640*    8150-WRITE-BATCH-SUBTOTALS - ONE LINE PER RECEIVED BATCH   *
034650*    SHOWING ITS SOURCE SYSTEM AND BATCH NUMBER AGAINST ITS     *
034660*    OWN PROCESSED AND REJECTED COUNTS, SO A MULTI-FEED NIGHT   *
034670*    BALANCES BY SOURCE WITHOUT HAND-MERGING REPORTS.           *
034680*****************************************************************
034690       8150-WRITE-BATCH-SUBTOTALS.
034700           MOVE RPT-BATCH-SUB-HEADER TO DIVISION-REPORT-RECORD.
034710           WRITE DIVISION-REPORT-RECORD AFTER ADVANCING 2 LINES.
034720           PERFORM 8160-WRITE-ONE-BATCH-SUB THRU 8160-EXIT
034730               VARYING DIV-BAT-IX FROM 1 BY 1
034740               UNTIL DIV-BAT-IX > DIV-BAT-COUNT.
034750       8150-EXIT.
034760           EXIT.
034770
034780       8160-WRITE-ONE-BATCH-SUB.
034790           MOVE DIV-BAT-SOURCE (DIV-BAT-IX) TO RPT-BSUB-SOURCE.
034800           MOVE DIV-BAT-NO (DIV-BAT-IX) TO RPT-BSUB-NO.
034810           MOVE DIV-BAT-PROCESSED (DIV-BAT-IX)
034820               TO RPT-BSUB-PROCESSED.
034830           MOVE DIV-BAT-REJECTED (DIV-BAT-IX)
034840               TO RPT-BSUB-REJECTED.
034850           IF DIV-BAT-BAD (DIV-BAT-IX)
034860               MOVE DIV-BAT-REASON (DIV-BAT-IX)
034870                   TO RPT-BSUB-STATUS
034880           ELSE
034890               MOVE "IN BALANCE" TO RPT-BSUB-STATUS
034900           END-IF.
034910           MOVE RPT-BATCH-SUB-LINE TO DIVISION-REPORT-RECORD.
034920           WRITE DIVISION-REPORT-RECORD AFTER ADVANCING 1 LINES.
034930       8160-EXIT.
034940           EXIT.
034950
034960       8200-WRITE-FINAL-CHECKPOINT.
034970           OPEN OUTPUT RESTART-CONTROL-FILE.
034980           MOVE DIV-RECORDS-READ TO RC-LAST-COUNT.
034990           MOVE DIV-RECORDS-PROCESSED TO RC-RECORDS-PROCESSED.
035000           MOVE DIV-RECORDS-REJECTED TO RC-RECORDS-REJECTED.
035010           MOVE DIV-RECORDS-DUPLICATE
035020               TO RC-RECORDS-DUPLICATE.
035030           MOVE DIV-GLX-COUNT TO RC-GLX-COUNT.
035040           MOVE DIV-GLX-AMOUNT TO RC-GLX-AMOUNT.
035050           MOVE DIV-SUM-OF-RESULTS TO RC-SUM-OF-RESULTS.
035060           MOVE DIV-RECORDS-REVERSED TO RC-RECORDS-REVERSED.
035070           MOVE DIV-RECORDS-HELD TO RC-RECORDS-HELD.
035080           MOVE DIV-RECORDS-PARKED TO RC-RECORDS-PARKED.
035090           MOVE DIV-RUN-DATE-YMD TO RC-RUN-DATE.
035100           MOVE "C" TO RC-STATUS-SW.
035110           WRITE RESTART-CONTROL-RECORD.
035120           CLOSE RESTART-CONTROL-FILE.
035130       8200-EXIT.
035140           EXIT.
035150
035160*****************************************************************
035170*    8300-UPDATE-BATCH-REGISTER - RECORD EVERY BATCH'S          *
035180*    DISPOSITION ON THE KEYED REGISTER - POSTED, REJECTED OUT   *
035190*    OF BALANCE, OR A TURNED-AWAY RETRANSMISSION (WHICH ONLY    *
035200*    BUMPS THE DUPLICATE-TRIES COUNT ON THE POSTED ROW).        *
035210*    BATCHES ARE TAKEN IN FILE ORDER, SO EACH ONE'S DATA        *
035220*    RECORDS FOLLOW THE RECEIVED COUNTS OF THE BATCHES AHEAD    *
035230*    OF IT - THE SAME POSITIONS THE AUDIT ROWS CARRY.           *
035240*****************************************************************
035250       8300-UPDATE-BATCH-REGISTER.
035260           MOVE ZERO TO DIV-BAT-READNO-BASE.
035270           PERFORM 8310-REGISTER-ONE-BATCH THRU 8310-EXIT
035280               VARYING DIV-BAT-IX FROM 1 BY 1
035290               UNTIL DIV-BAT-IX > DIV-BAT-COUNT.
035300       8300-EXIT.
035310           EXIT.
035320
035330       8310-REGISTER-ONE-BATCH.
035340           MOVE DIV-BAT-SOURCE (DIV-BAT-IX) TO BR-SOURCE-SYSTEM.
035350           MOVE DIV-BAT-NO (DIV-BAT-IX) TO BR-BATCH-NO.
035360           MOVE "N" TO DIV-REGISTER-FOUND-SW.
035370           IF NOT DIV-REGISTER-NEW
035380               READ BATCH-REGISTER-FILE
035390                   INVALID KEY
035400                       CONTINUE
035410                   NOT INVALID KEY
035420                       MOVE "Y" TO DIV-REGISTER-FOUND-SW
035430               END-READ
035440           END-IF.
035450           IF NOT DIV-REGISTER-FOUND
035460               MOVE SPACES TO BATCH-REGISTER-RECORD
035470               MOVE DIV-BAT-SOURCE (DIV-BAT-IX)
035480                   TO BR-SOURCE-SYSTEM
035490               MOVE DIV-BAT-NO (DIV-BAT-IX) TO BR-BATCH-NO
035500               MOVE DIV-RUN-DATE-YMD TO BR-FIRST-SEEN-DATE
035510               MOVE ZERO TO BR-RECORD-COUNT
035520               MOVE ZERO TO BR-DUPLICATE-TRIES
035530           END-IF.
035540           IF DIV-BAT-DUP (DIV-BAT-IX)
035550               ADD 1 TO BR-DUPLICATE-TRIES
035560           ELSE
035570               IF DIV-BAT-GOOD (DIV-BAT-IX)
035580                   MOVE "P" TO BR-DISPOSITION-CD
035590               ELSE
035600                   MOVE "B" TO BR-DISPOSITION-CD
035610               END-IF
035620               MOVE DIV-BAT-RCV-COUNT (DIV-BAT-IX)
035630                   TO BR-RECORD-COUNT
035640               MOVE DIV-RUN-DATE-YMD TO BR-RUN-DATE
035650               COMPUTE BR-FIRST-READNO = DIV-BAT-READNO-BASE + 1
035660               COMPUTE BR-LAST-READNO = DIV-BAT-READNO-BASE
035670                   + DIV-BAT-RCV-COUNT (DIV-BAT-IX)
035680               MOVE DIV-BAT-REJECTED (DIV-BAT-IX)
035690                   TO BR-REJECT-COUNT
035700           END-IF.
035710           MOVE DIV-RUN-DATE-YMD TO BR-LAST-ACTION-DATE.
035720           IF DIV-REGISTER-FOUND
035730               REWRITE BATCH-REGISTER-RECORD
035740           ELSE
035750               WRITE BATCH-REGISTER-RECORD
035760           END-IF.
035770           ADD DIV-BAT-RCV-COUNT (DIV-BAT-IX)
035780               TO DIV-BAT-READNO-BASE.
035790       8310-EXIT.
035800           EXIT.
035810
035820*****************************************************************
035830*    8400-CLOSE-BUSINESS-DATE - MARK THE BUSINESS DATE          *
035840*    POSTING-COMPLETE SO A SECOND FULL RUN FOR THE SAME DATE    *
035850*    IS REFUSED AND 08_DIVBAL CAN MARK IT BALANCED.             *
035860*****************************************************************
035870       8400-CLOSE-BUSINESS-DATE.
035880           MOVE DIV-RUN-DATE-YMD TO DS-DATE.
035890           READ DAY-STATUS-FILE
035900               INVALID KEY
035910                   GO TO 8400-CLOSE
035920           END-READ.
035930           ACCEPT DIV-CDT-TIME FROM TIME.
035940           MOVE "C" TO DS-STATUS-CD.
035950           MOVE DIV-CDT-TIME TO DS-COMPLETE-TIME.
035960           REWRITE DAY-STATUS-RECORD.
035970       8400-CLOSE.
035980           CLOSE DAY-STATUS-FILE.
035990       8400-EXIT.
036000           EXIT.
036010
036020*****************************************************************
036030*    8500-END-STEP - RECORD THE FINAL RETURN CODE AND COUNTS    *
036040*    ON THE STEP-STATUS FILE.  THE CALL RESETS RETURN-CODE, SO  *
036050*    IT IS PUT BACK AFTERWARDS.                                 *
036060*****************************************************************
036070       8500-END-STEP.
036080           MOVE "E" TO step-function.
036090           MOVE RETURN-CODE TO step-return-code.
036100           MOVE "READ" TO step-count-label (1).
036110           MOVE DIV-RECORDS-READ TO step-count (1).
036120           MOVE "PROCESSED" TO step-count-label (2).
036130           MOVE DIV-RECORDS-PROCESSED TO step-count (2).
036140           MOVE "REJECTED" TO step-count-label (3).
036150           MOVE DIV-RECORDS-REJECTED TO step-count (3).
036160           IF DIV-BAT-ANY-REJECTED
036170               MOVE "POSTED - BATCH(ES) REJECTED, SEE DIVBRG"
036180                   TO step-message
036190           ELSE
036200               IF DIV-RECORDS-HELD > ZERO
036210                   MOVE "POSTED - ITEMS HELD FOR APPROVAL"
036220                       TO step-message
036230               ELSE
036240                   MOVE "POSTING COMPLETE" TO step-message
036250               END-IF
036260           END-IF.
036270           CALL "08_DIVSTP" USING step-parms.
036280           MOVE step-return-code TO RETURN-CODE.
036290       8500-EXIT.
036300           EXIT.
