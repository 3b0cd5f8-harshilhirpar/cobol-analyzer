000060*    INTERVAL RECORDS SO A RERUN AFTER A MID-BATCH ABEND CAN     *
000070*    SKIP PAST WHAT ALREADY POSTED.                              *
000080*                                                                *
000090*    ALL COUNTERS ARE DISPLAY NUMERIC EXCEPT THE HELD AND        *
000093*    PARKED COUNTS, PACKED TO FIT; THE TWO VALUE TOTALS          *
000096*    ARE COMP-3.  THE RECORD IS 80 BYTES.  FILES WRITTEN BY      *
000110*    THE PRIOR 45-BYTE LAYOUT (OR THE SHORT-LIVED LAYOUT WITH    *
000120*    A BINARY DUPLICATE COUNT IN ITS FILLER) ARE NOT READABLE    *
000130*    HERE - AT CUTOVER, DELETE THE DIVCTL DATASET AFTER A        *
000320*                     RESTARTED DAY STILL DELIVERS A COMPLETE,  *
000330*                     BALANCED INTERFACE FILE.  SEE THE CUTOVER *
000340*                     NOTE ABOVE FOR PRIOR-FORMAT FILES.        *
000342*    2026-10-15 RLH   ADDED THE RUNNING REVERSAL COUNT, TAKEN   *
000344*                     FROM FILLER - THE RECORD STAYS 80 BYTES   *
000346*                     AND A PRIOR FILE READS AS ZERO.           *
000347*    2026-10-15 RLH   ADDED THE RUNNING COUNT OF RECORDS HELD   *
000348*                     FOR DUAL-CONTROL APPROVAL, TAKEN FROM     *
000349*                     FILLER - A PRIOR FILE READS AS ZERO.      *
000350*    2026-10-15 RLH   THE HELD COUNT IS NOW COMP-3, MAKING      *
000351*                     ROOM FOR THE RUNNING COUNT OF FUTURE-     *
000352*                     DATED RECORDS PARKED ON THE DIVWHS        *
000353*                     WAREHOUSE.  THE RECORD STAYS 80 BYTES;    *
000354*                     A PRIOR FILE READS BOTH AS ZERO.          *
000355*                                                                *
000360******************************************************************
000370 01  RESTART-CONTROL-RECORD.
000380     05  RC-LAST-COUNT              PIC 9(08).
000460     05  RC-RECORDS-DUPLICATE       PIC 9(08).
000470     05  RC-GLX-COUNT               PIC 9(08).
000480     05  RC-GLX-AMOUNT              PIC S9(12)V99 COMP-3.
000490     05  RC-RECORDS-REVERSED        PIC 9(08).
000495     05  RC-RECORDS-HELD            PIC 9(07) COMP-3.
000497     05  RC-RECORDS-PARKED          PIC 9(05) COMP-3.
