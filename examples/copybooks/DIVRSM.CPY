000179*    2026-09-01 RLH   ADDED RM-COST-CENTER ON SHARE ROWS SO     *
000180*                     AN ALLOCATION'S COST CENTER SURVIVES      *
000181*                     PAST THE PRINTED REPORT.                  *
000182*    2026-10-15 RLH   ADDED RM-STATUS-CD - "R" REVERSED, "C"    *
000183*                     REVERSED AND REPLACED BY A CORRECTED      *
000184*                     PAIR; SPACE ON A LIVE ROW.                *
000180*                                                                *
000190******************************************************************
000200 01  RESULTS-MASTER-RECORD.
000284         88  RM-BATCH-ORIGIN            VALUES SPACE "B".
000286         88  RM-INTRADAY-ORIGIN         VALUE "I".
000288     05  RM-COST-CENTER             PIC X(08).
000289     05  RM-STATUS-CD               PIC X(01).
000290         88  RM-LIVE                    VALUE SPACE.
000291         88  RM-REVERSED                VALUE "R".
000292         88  RM-REPLACED                VALUE "C".
000293     05  FILLER                     PIC X(07).
