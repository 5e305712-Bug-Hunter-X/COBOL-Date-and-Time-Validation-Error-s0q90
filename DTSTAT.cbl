000240*    DATE       BY    DESCRIPTION
000250*    ---------- ----  ----------------------------------------
000260*    2026-09-02 JPK   ORIGINAL.
000262*    2026-10-15 JPK   NEW LAST-ENTRY COLUMN SAYS WHEN THE
000264*                      REGION'S LATEST DTBIZHST ENTRY IS A
000265*                      DTREVRS BACK-OUT OR REOPEN, SO A
000266*                      REVERSED STREAM READS AS DELIBERATE
000267*                      RATHER THAN AS A DATE GONE BACKWARDS.
000270*
000280*    COND CODES:
000290*    00  REPORT PRINTED
001400         10  ST-HST-BUS-DATE         PIC 9(08).
001410         10  ST-HST-CRE-DATE         PIC 9(08).
001420         10  ST-HST-CRE-TIME         PIC 9(06).
001425         10  ST-HST-ENTRY-TYPE       PIC X(01).
001430         10  ST-HST-REPORTED-SW      PIC X(01).
001440             88  ST-HST-REPORTED         VALUE 'Y'.
001450
001790         'RUN-SEQ  '.
001792     05  FILLER                      PIC X(11) VALUE
001794         'WINDW-BK/FW'.
001795     05  FILLER                      PIC X(12) VALUE
001796         '  LAST-ENTRY'.
001797     05  FILLER                      PIC X(22) VALUE SPACES.
001798
001800 01  ST-DETAIL-LINE.
001810     05  FILLER                      PIC X(02) VALUE SPACES.
002000     05  ST-DTL-WIN-BACK             PIC 9(05).
002010     05  FILLER                      PIC X(01) VALUE '/'.
002020     05  ST-DTL-WIN-FWD              PIC 9(05).
002022     05  FILLER                      PIC X(02) VALUE SPACES.
002024     05  ST-DTL-LAST-ENTRY           PIC X(10).
002030     05  FILLER                      PIC X(22) VALUE SPACES.
002040
002050 01  ST-TOTAL-LINE.
002060     05  FILLER                      PIC X(02) VALUE SPACES.
003170     MOVE DTHST-RUN-SEQ TO ST-HST-RUN-SEQ (ST-HST-PICK)
003180     MOVE DTHST-BUSINESS-DATE TO ST-HST-BUS-DATE (ST-HST-PICK)
003190     MOVE DTHST-CREATED-DATE TO ST-HST-CRE-DATE (ST-HST-PICK)
003200     MOVE DTHST-CREATED-TIME TO ST-HST-CRE-TIME (ST-HST-PICK)
003205     MOVE DTHST-ENTRY-TYPE TO ST-HST-ENTRY-TYPE (ST-HST-PICK).
003210 1100-EXIT.
003220     EXIT.
003230
003750     MOVE DTCTL-COMPLETED-TIME TO ST-DTL-CMP-TIME
003760
003770     MOVE ZERO TO ST-DTL-RUN-SEQ
003775     MOVE SPACES TO ST-DTL-LAST-ENTRY
003780     MOVE ZERO TO ST-HST-PICK
003790     PERFORM 3100-MATCH-REGION-HISTORY THRU 3100-EXIT
003800         VARYING ST-HST-SUB FROM 1 BY 1
003820     IF ST-HST-PICK > ZERO
003830         MOVE ST-HST-RUN-SEQ (ST-HST-PICK) TO ST-DTL-RUN-SEQ
003840         MOVE 'Y' TO ST-HST-REPORTED-SW (ST-HST-PICK)
003845         PERFORM 3300-DESCRIBE-LAST-ENTRY THRU 3300-EXIT
003850     END-IF
003860
003870     MOVE ZERO TO ST-DTL-WIN-BACK
004200     END-IF.
004210 3200-EXIT.
004220     EXIT.
004222
004223*****************************************************************
004224*    3300-DESCRIBE-LAST-ENTRY - NAME A DTREVRS REVERSAL WHEN
004225*    IT IS THE REGION'S LATEST HISTORY ENTRY.  A BACK-OUT ENTRY
004226*    ALREADY CARRIES THE REINSTATED DATE, SO THE DATE COLUMN
004227*    AGREES WITH THE CONTROL RECORD EITHER WAY.
004228*****************************************************************
004229 3300-DESCRIBE-LAST-ENTRY.
004230     EVALUATE ST-HST-ENTRY-TYPE (ST-HST-PICK)
004231         WHEN 'B'
004232             MOVE 'BACKED-OUT' TO ST-DTL-LAST-ENTRY
004233         WHEN 'R'
004234             MOVE 'REOPENED' TO ST-DTL-LAST-ENTRY
004235         WHEN OTHER
004236             MOVE SPACES TO ST-DTL-LAST-ENTRY
004237     END-EVALUATE.
004238 3300-EXIT.
004239     EXIT.
004230
004240*****************************************************************
004250*    4000-REPORT-ORPHAN-HISTORY - A REGION WITH HISTORY BUT NO
004430     MOVE ST-HST-RUN-SEQ (ST-HST-SUB) TO ST-DTL-RUN-SEQ
004440     MOVE ZERO TO ST-DTL-WIN-BACK
004450     MOVE ZERO TO ST-DTL-WIN-FWD
004455     MOVE SPACES TO ST-DTL-LAST-ENTRY
004460     MOVE ST-DETAIL-LINE TO ST-PRINT-REC
004470     PERFORM 7100-WRITE-LINE THRU 7100-EXIT.
004480 4000-EXIT.
