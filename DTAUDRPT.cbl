000327*    2026-09-02 JPK   DTAUDIT NOW ALSO CARRIES DRYP/DRYF
000328*                      DRY-RUN ROWS FROM DTVALID - LIKE CLSE
000329*                      THEY COUNT AS NON-ATTEMPT RECORDS.
000331*    2026-10-15 JPK   NON-ATTEMPT TOTAL LABEL NOW NAMES THE
000332*                      RVSL AND FEED ROWS IT ALSO COUNTS;
000333*                      RPT-TOT-LABEL WIDENED TO 40.
000330*****************************************************************
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID.    DTAUDRPT.
002380
002390 01  RPT-TOTAL-LINE.
002400     05  FILLER                      PIC X(02) VALUE SPACES.
002410     05  RPT-TOT-LABEL               PIC X(40).
002420     05  RPT-TOT-CNT                 PIC ZZZ,ZZ9.
002430     05  FILLER                      PIC X(83) VALUE SPACES.
002440
002450 01  RPT-END-LINE.
002460     05  FILLER                      PIC X(21)
005570     MOVE RPT-TOT-FAIL TO RPT-TOT-CNT
005580     MOVE RPT-TOTAL-LINE TO RPT-PRINT-REC
005590     PERFORM 7100-WRITE-LINE THRU 7100-EXIT
005600     MOVE 'NON-ATTEMPT RECORDS (CLSE/DRY/RVSL/FEED)' TO
005602         RPT-TOT-LABEL
005610     MOVE RPT-TOT-NONATTEMPT TO RPT-TOT-CNT
005620     MOVE RPT-TOTAL-LINE TO RPT-PRINT-REC
005630     PERFORM 7100-WRITE-LINE THRU 7100-EXIT
