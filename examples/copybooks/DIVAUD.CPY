000246*                     STATEMENT (08_DIVCCS) CAN BE BUILT FROM   *
000247*                     THE TRAIL.  THE FIELD SITS INSIDE THE     *
000248*                     SEALED BYTES, SO IT IS TAMPER-EVIDENT.    *
000249*    2026-10-15 RLH   ADDED THE "V" ROW TYPE FOR REVERSALS -    *
000250*                     THE EQUAL-AND-OPPOSITE ROW POSTED WHEN A  *
000251*                     REQUEST IS BACKED OUT.  AU-REQUEST-ID     *
000252*                     NAMES THE ORIGINAL REQUEST (OR SET);      *
000253*                     SHARE REVERSALS CARRY THE COST CENTER.    *
000254*                     AU-SOURCE-READNO IS ZERO ON A REVERSAL    *
000255*                     POSTED INTRADAY BY 08_DIVONE.             *
000256*    2026-10-15 RLH   ADDED AU-ROUND-SW AND AU-SCALE-CD (FROM    *
000257*                     FILLER) - THE ROUND SWITCH AND SCALE CODE  *
000258*                     THE ROW WAS DIVIDED WITH, AS PASSED TO     *
000259*                     08_DIVSUB ("D" AND "I" ROWS) OR AS ON THE  *
000260*                     SET HEADER ("S" ROWS); SPACES ON "V" ROWS  *
000261*                     AND ON ROWS WRITTEN BEFORE THIS CHANGE.    *
000262*                     08_DIVPRV RECOMPUTES EACH ROW WITH THEM.   *
000263*                     THEY SIT AFTER AU-CHECK-VALUE, OUTSIDE THE *
000264*                     SEALED BYTES, SO EXISTING CHAINS STILL     *
000265*                     VERIFY.                                    *
000230*                                                                *
000240******************************************************************
000250 01  AUDIT-TRAIL-RECORD.
000350         88  AU-ORDINARY-ROW            VALUE "D".
000360         88  AU-SET-SHARE-ROW           VALUE "S".
000362         88  AU-INTRADAY-ROW            VALUE "I".
000364         88  AU-REVERSAL-ROW            VALUE "V".
000370     05  AU-SOURCE-READNO           PIC 9(08).
000380     05  AU-COST-CENTER             PIC X(08).
000390     05  AU-RUN-SEQ-NO              PIC 9(06).
000400     05  AU-CHECK-VALUE             PIC 9(10).
000410     05  AU-ROUND-SW                PIC X(01).
000412     05  AU-SCALE-CD                PIC X(01).
000414     05  FILLER                     PIC X(01).
