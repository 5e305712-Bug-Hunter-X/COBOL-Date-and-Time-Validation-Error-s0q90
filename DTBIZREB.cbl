000340*    DATE       BY    DESCRIPTION
000350*    ---------- ----  ----------------------------------------
000360*    2026-09-02 JPK   ORIGINAL.
000362*    2026-10-15 JPK   DTREVRS REVERSALS.  A BACK-OUT ENTRY ON
000363*                      DTBIZHST CARRIES THE REINSTATED DATE AND
000364*                      OVERLAYS LIKE ANY OTHER ENTRY; A REOPEN
000365*                      ENTRY CHANGES NO DATE OR CREATED STAMP
000366*                      AND IS SKIPPED.  AN 'RVSL' DTAUDIT ROW
000367*                      FOR THE REGION'S DATE SETS THE STATUS
000368*                      BACK TO 'O' UNTIL A LATER 'CLSE'.
000370*
000380*    COND CODES:
000390*    00  REBUILD WRITTEN / VERIFY MATCHED ON EVERY REGION
003850         AT END
003860             GO TO 2000-EXIT
003870     END-READ
003872*    A DTREVRS REOPEN ONLY UNDOES THE COMPLETION - THE 'RVSL'
003873*    AUDIT ROW DOES THAT IN 3000 - SO THE ENTRY BEFORE IT
003875*    STILL HOLDS THE CONTROL RECORD'S DATE AND CREATED STAMP.
003876     IF DTHST-ENTRY-REOPEN
003877         GO TO 2000-EXIT
003878     END-IF
003880     MOVE ZERO TO RB-REG-PICK
003890     PERFORM 8000-MATCH-REGION-ENTRY THRU 8000-EXIT
003900         VARYING RB-REG-SUB FROM 1 BY 1
004150*    THE COMPLETED STATUS AND THE COMPLETION STAMP (DTCLOSE
004160*    WROTE ITS SYSTEM DATE/TIME ON THE ROW).  ROWS FOR EARLIER
004170*    BUSINESS DATES BELONG TO RUNS THE CONTROL RECORD HAS
004180*    ALREADY FORGOTTEN AND ARE SKIPPED.  A DTREVRS 'RVSL' ROW
004182*    FOR THE SAME REGION AND DATE REOPENED (OR BACKED OUT)
004184*    THAT DATE, SO IT SETS THE STATUS BACK TO OPEN - ROWS ARE
004186*    APPLIED IN FILE ORDER, SO A LATER 'CLSE' WINS AGAIN.
004190*****************************************************************
004200 3000-APPLY-CLOSE-AUDIT.
004210     READ DTAUDIT-FILE
004230             GO TO 3000-EXIT
004240     END-READ
004250     IF DTAUD-RESULT NOT = 'CLSE'
004255         AND DTAUD-RESULT NOT = 'RVSL'
004260         GO TO 3000-EXIT
004270     END-IF
004280     MOVE ZERO TO RB-REG-PICK
004360             RB-REG-BUS-DATE (RB-REG-PICK)
004370         GO TO 3000-EXIT
004380     END-IF
004382     IF DTAUD-RESULT = 'RVSL'
004384         MOVE 'O' TO RB-REG-RUN-STATUS (RB-REG-PICK)
004386         MOVE ZERO TO RB-REG-CMP-DATE (RB-REG-PICK)
004388         MOVE ZERO TO RB-REG-CMP-TIME (RB-REG-PICK)
004389         GO TO 3000-EXIT
004390     END-IF
004392     MOVE 'C' TO RB-REG-RUN-STATUS (RB-REG-PICK)
004400     MOVE DTAUD-SYSTEM-DATE TO RB-REG-CMP-DATE (RB-REG-PICK)
004410     MOVE DTAUD-SYSTEM-TIME TO RB-REG-CMP-TIME (RB-REG-PICK).
004420 3000-EXIT.
