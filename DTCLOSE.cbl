000345*                      EVERY RUN (MODE 'C') SO THE SCHEDULER
000346*                      READS THE CLOSE-OUT OUTCOME INSTEAD OF
000347*                      SCRAPING THE CONSOLE LOG.
000349*    2026-10-15 JPK   THE CLSE ROW IS STAMPED WITH ITS DTAUDIT
000351*                      CHAIN SEQUENCE NUMBER AND CHECK VALUE
000352*                      THROUGH DTAUDCHN BEFORE IT IS WRITTEN.
000353*    2026-10-15 JPK   AN UNREADABLE DTAUDIT CHAIN NOW ENDS THE
000354*                      STEP RC 04 (AS DTVALID DTV051W) INSTEAD
000355*                      OF 00.  ADDED THE COND CODES LIST.
000356*
000357*    COND CODES:
000358*    00  REGION MARKED COMPLETED
000359*    04  ALREADY COMPLETED - LEFT ALONE, OR THE DTAUDIT CHAIN
000361*         COULD NOT BE READ AND THE CLSE ROW RESTARTS THE
000362*         SEQUENCE AT 1 - RUN DTAUDVER
000363*    08  REFUSED - OPERATOR LACKS THE CLOSE PRIVILEGE, OR
000364*         STEPS STILL OPEN ON DTSTPLOG
000365*    16  DTBIZDTE COULD NOT BE OPENED, READ OR REWRITTEN
000348*****************************************************************
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID.    DTCLOSE.
001040     05  FILLER                      PIC X(07).
001050 01  CL-SYSTEM-DATE                  PIC 9(08).
001060 01  CL-SYSTEM-TIME                  PIC 9(06).
001061
001062 COPY DTACHLNK.
001070
001080 PROCEDURE DIVISION.
001090
001390         CLOSE DTSYSIN-FILE
001400     END-IF
001410
001411     SET DTACH-FUNC-LOAD TO TRUE
001412     CALL 'DTAUDCHN' USING DTACH-LINKAGE
001413     IF DTACH-FAILED
001414         DISPLAY 'DTCLOSE: UNABLE TO READ DTAUDIT CHAIN - STATUS '
001415             DTACH-AUDIT-STATUS ' - SEQUENCE RESTARTS AT 1'
001417         IF CL-RESULT-CODE = ZERO
001418             MOVE 04 TO CL-RESULT-CODE
001419         END-IF
001416     END-IF
001420     OPEN EXTEND DTAUDIT-FILE
001430     IF NOT CL-AUDIT-OK
001440         OPEN OUTPUT DTAUDIT-FILE
002240     MOVE CL-SYSTEM-DATE TO DTAUD-SYSTEM-DATE
002250     MOVE CL-SYSTEM-TIME TO DTAUD-SYSTEM-TIME
002260     MOVE CL-REGION-CODE TO DTAUD-REGION-CODE
002261     MOVE DTAUD-RECORD TO DTACH-AUDIT-RECORD
002262     SET DTACH-FUNC-STAMP TO TRUE
002263     CALL 'DTAUDCHN' USING DTACH-LINKAGE
002264     MOVE DTACH-AUDIT-RECORD TO DTAUD-RECORD
002270     WRITE DTAUD-RECORD.
002280 3000-EXIT.
002290     EXIT.
