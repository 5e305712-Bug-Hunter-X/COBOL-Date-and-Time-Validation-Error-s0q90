001237*                      INDICATOR AND RUN SEQUENCE - SO THE
001238*                      SCHEDULER AND THE FEEDER JOBS STOP
001239*                      SCRAPING DISPLAY OUTPUT.
001241*    2026-10-15 JPK   A REOPEN ENTRY ON DTBIZHST (WRITTEN BY
001242*                      DTREVRS) IS THE AUTHORIZED WAY TO RERUN
001243*                      A DATE, SO THE RERUN NO LONGER RAISES
001244*                      THE 'SAME BUSINESS DATE' CONTINUITY
001245*                      WARNING.  A BACK-OUT ENTRY CARRIES THE
001246*                      REINSTATED DATE AND NEEDS NO SPECIAL
001247*                      HANDLING.
001248*    2026-10-15 JPK   NO GAP WARNING FOR A DATE ON AN APPROVED
001249*                      DTCATCUP CATCH-UP PLAN (DTCUPPLN).
001251*    2026-10-15 JPK   EACH DTAUDIT ROW IS STAMPED WITH ITS CHAIN
001252*                      SEQUENCE NUMBER AND CHECK VALUE THROUGH
001253*                      DTAUDCHN BEFORE IT IS WRITTEN.
001210*
001220*    COND CODES:
001230*    00  BUSINESS DATE VALIDATED CLEAN AND CHECKPOINTED
001590         ORGANIZATION IS LINE SEQUENTIAL
001600         FILE STATUS IS WS-HOLCAL-STATUS.
001610
001612     SELECT DTCUPPLN-FILE ASSIGN TO DTCUPPLN
001614         ORGANIZATION IS LINE SEQUENTIAL
001616         FILE STATUS IS WS-CUPPLN-STATUS.
001618
001620     SELECT DTAUDIT-FILE  ASSIGN TO DTAUDIT
001630         ORGANIZATION IS LINE SEQUENTIAL
001640         FILE STATUS IS WS-AUDIT-STATUS.
001940     RECORD CONTAINS 80 CHARACTERS.
001950 COPY DTHOLREC.
001960
001962 FD  DTCUPPLN-FILE
001964     LABEL RECORDS ARE STANDARD
001966     RECORD CONTAINS 80 CHARACTERS.
001968 COPY DTCUPREC.
001969
001970 FD  DTAUDIT-FILE
001980     LABEL RECORDS ARE STANDARD
001990     RECORD CONTAINS 80 CHARACTERS.
002430         88  WS-HOLCAL-OK                VALUE '00'.
002432     05  WS-OPAUTH-STATUS            PIC X(02) VALUE '99'.
002434         88  WS-OPAUTH-OK                VALUE '00'.
002436     05  WS-CUPPLN-STATUS            PIC X(02) VALUE '99'.
002438         88  WS-CUPPLN-OK                VALUE '00'.
002440     05  WS-AUDIT-STATUS             PIC X(02) VALUE '99'.
002450     05  WS-BIZDTE-STATUS            PIC X(02) VALUE '99'.
002460     05  WS-EXCPT-STATUS             PIC X(02) VALUE '99'.
003350         88  WS-PRIOR-NOT-FOUND          VALUE 'N'.
003360     05  WS-PRIOR-RUN-SEQ            PIC 9(06) VALUE ZERO.
003370     05  WS-PRIOR-BUS-DATE           PIC 9(08) VALUE ZERO.
003375     05  WS-PRIOR-ENTRY-TYPE         PIC X(01) VALUE SPACE.
003376         88  WS-PRIOR-WAS-REOPEN         VALUE 'R'.
003377     05  WS-CATCHUP-SW               PIC X(01) VALUE 'N'.
003378         88  WS-ON-CATCHUP-PLAN          VALUE 'Y'.
003380     05  WS-CONT-MESSAGE             PIC X(40).
003390
003400 01  WS-PREEDIT-AREA.
003499         88  WS-HISTORY-WRITTEN          VALUE 'Y'.
003530
003540 COPY DTCHKLNK.
003545 COPY DTACHLNK.
003550 
003560 PROCEDURE DIVISION.
003570 
004323             'PRIVILEGE THIS RUN'
004324     END-IF
004325
004326*    PICK UP THE DTAUDIT CHAIN WHERE THE LAST WRITER LEFT IT.
004327     SET DTACH-FUNC-LOAD TO TRUE
004328     CALL 'DTAUDCHN' USING DTACH-LINKAGE
004329     IF DTACH-FAILED
004331         ADD 1 TO WS-WARNING-COUNT
004332         DISPLAY 'DTV051W UNABLE TO READ DTAUDIT CHAIN - STATUS '
004333             DTACH-AUDIT-STATUS ' - SEQUENCE RESTARTS AT 1'
004334     END-IF
004330     OPEN EXTEND DTAUDIT-FILE
004340     IF NOT WS-AUDIT-STATUS = '00'
004350         OPEN OUTPUT DTAUDIT-FILE
009490         WHEN OTHER
009500             MOVE 'FAIL' TO DTAUD-RESULT
009510     END-EVALUATE
009511*    THE ROW IS STAMPED (DTAUDCHN) ONLY WHEN IT IS ACTUALLY
009512*    WRITTEN, SO THE CHAIN SEQUENCE HAS NO HOLES.
009520     IF WS-AUDIT-STATUS = '00'
009521         MOVE DTAUD-RECORD TO DTACH-AUDIT-RECORD
009522         SET DTACH-FUNC-STAMP TO TRUE
009523         CALL 'DTAUDCHN' USING DTACH-LINKAGE
009524         MOVE DTACH-AUDIT-RECORD TO DTAUD-RECORD
009530         WRITE DTAUD-RECORD
009540     END-IF.
009550 4000-EXIT.
009970*    BUSINESS DAY AFTER IT, GETS A WARNING ON DTEXCPT AND THE
009980*    CONSOLE.  WARNINGS ONLY - A DELIBERATE RERUN OR A SKIPPED
009990*    STREAM IS FOR THE OVERNIGHT OPERATOR TO JUDGE.
009992*    A GAP IS EXPECTED, AND NOT WARNED, FOR A DATE ON AN
009994*    APPROVED DTCATCUP CATCH-UP PLAN - SEE 5520.
010000*****************************************************************
010010 5500-CHECK-CONTINUITY.
010020     SET WS-PRIOR-NOT-FOUND TO TRUE
010110         GO TO 5500-EXIT
010120     END-IF
010130     IF WS-DATE = WS-PRIOR-BUS-DATE
010132*        A RERUN AFTER AN AUTHORIZED DTREVRS REOPEN OF THIS
010134*        SAME DATE IS EXPECTED - NOTHING TO VERIFY.
010136         IF WS-PRIOR-WAS-REOPEN
010138             GO TO 5500-EXIT
010139         END-IF
010140         MOVE 'SAME BUSINESS DATE AS PRIOR RUN - VERIFY' TO
010150             WS-CONT-MESSAGE
010160         PERFORM 5600-WRITE-CONTINUITY-WARNING THRU 5600-EXIT
010190     MOVE WS-PRIOR-BUS-DATE TO WS-BUSDAY-START
010200     PERFORM 3550-FIND-NEXT-BUS-DAY THRU 3550-EXIT
010210     IF WS-DATE > WS-NEXT-BUS-DATE
010211         PERFORM 5520-CHECK-CATCHUP-PLAN THRU 5520-EXIT
010212         IF WS-ON-CATCHUP-PLAN
010213             DISPLAY 'DTV050I BUSINESS DATE ' WS-DATE
010214                 ' IS ON AN APPROVED CATCH-UP PLAN - GAP EXPECTED'
010215             GO TO 5500-EXIT
010216         END-IF
010220         MOVE 'GAP SINCE PRIOR BUSINESS DATE - VERIFY' TO
010230             WS-CONT-MESSAGE
010240         PERFORM 5600-WRITE-CONTINUITY-WARNING THRU 5600-EXIT
010350         SET WS-PRIOR-FOUND TO TRUE
010360         MOVE DTHST-RUN-SEQ TO WS-PRIOR-RUN-SEQ
010370         MOVE DTHST-BUSINESS-DATE TO WS-PRIOR-BUS-DATE
010375         MOVE DTHST-ENTRY-TYPE TO WS-PRIOR-ENTRY-TYPE
010380     END-IF.
010390 5510-EXIT.
010400     EXIT.
010401
010402*****************************************************************
010403*    5520-CHECK-CATCHUP-PLAN - IS THIS DATE ON AN APPROVED
010404*    DTCATCUP PLAN FOR THE REGION, STARTING FROM A DATE NO LATER
010405*    THAN THE PRIOR BUSINESS DATE?  NO FILE MEANS NO PLAN.
010406*****************************************************************
010407 5520-CHECK-CATCHUP-PLAN.
010408     MOVE 'N' TO WS-CATCHUP-SW
010409     OPEN INPUT DTCUPPLN-FILE
010411     IF NOT WS-CUPPLN-OK
010412         GO TO 5520-EXIT
010413     END-IF
010414     PERFORM 5530-READ-CATCHUP-PLAN THRU 5530-EXIT
010415         UNTIL NOT WS-CUPPLN-OK
010416            OR WS-ON-CATCHUP-PLAN
010417     CLOSE DTCUPPLN-FILE.
010418 5520-EXIT.
010419     EXIT.
010421
010422 5530-READ-CATCHUP-PLAN.
010423     READ DTCUPPLN-FILE
010424         AT END
010425             GO TO 5530-EXIT
010426     END-READ
010427     IF DTCUP-APPROVED
010428         AND DTCUP-REGION-CODE = WS-REGION-CODE
010429         AND DTCUP-BUSINESS-DATE = WS-DATE
010431         AND DTCUP-FROM-DATE NOT > WS-PRIOR-BUS-DATE
010432         SET WS-ON-CATCHUP-PLAN TO TRUE
010433     END-IF.
010434 5530-EXIT.
010435     EXIT.
010410
010420 5600-WRITE-CONTINUITY-WARNING.
010430     COMPUTE WS-ENTERED-INTEGER =
